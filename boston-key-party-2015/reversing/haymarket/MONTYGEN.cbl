001000* ---------------------------------------------------------------
001010* MONTYGEN  - ROSTER DECK GENERATOR FROM OPEN ASSIGNMENTS
001020* ---------------------------------------------------------------
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.    MONTYGEN.
001050 AUTHOR.        R CHALFANT.
001060 INSTALLATION.  HAYMARKET TRAINING LAB.
001070 DATE-WRITTEN.  10/15/2026.
001080 DATE-COMPILED.
001090*
001100* MODIFICATION HISTORY
001110*   10/15/26  RC  ORIGINAL GENERATOR. LOADS THE OPEN ASSIGNMENTS
001120*                 FROM MONTYASG, EXPANDS EACH COHORT TARGET TO
001130*                 ITS ACTIVE PLAYERS ON MONTYPLR, AND COUNTS
001140*                 EVERY PLAYER'S QUALIFYING GAMES FROM ONE PASS
001150*                 OVER MONTYLOG BY THE SAME RULES AS MONTYCMP.
001160*                 EVERY PLAYER STILL SHORT GETS ONE ROSTER CARD
001170*                 FOR THE GAMES OUTSTANDING, WRITTEN TO THE
001180*                 ROSTER DD FOR THE MONTYRUN EDIT STEP, SO THE
001190*                 INSTRUCTOR NO LONGER KEYS THE DECK BY HAND.
001200*                 MONTYEDT REJECTS A SECOND CARD FOR THE SAME
001210*                 PLAYER, SO A PLAYER SHORT ON SEVERAL
001220*                 ASSIGNMENTS GETS ONE CARD AT THE DOOR COUNT
001230*                 AND MODE OF THE ONE DUE SOONEST, SIZED TO THE
001240*                 LARGEST SHORTFALL AMONG THE ASSIGNMENTS THAT
001250*                 CARD SATISFIES; THE OTHERS ARE LISTED AS
001260*                 DEFERRED TO THE NEXT DECK. A CONTROL LISTING
001270*                 SHOWS THE CARDS PER ASSIGNMENT AND THE
001280*                 COMPLETE PLAYERS SKIPPED.
001281*   10/15/26  RC  GAMES NOW COUNT TOWARD A COHORT ASSIGNMENT BY
001282*                 THE COHORT IN EFFECT ON LOG-DATE PER MONTYCHS,
001283*                 AS MONTYCMP NOW COUNTS THEM. CARDS ARE STILL CUT
001284*                 FOR THE COHORT'S CURRENT ROSTER.
001290*
001300 ENVIRONMENT DIVISION.
001310 CONFIGURATION SECTION.
001320 SOURCE-COMPUTER.   GNUCOBOL.
001330 OBJECT-COMPUTER.   GNUCOBOL.
001340*
001350 INPUT-OUTPUT SECTION.
001360 FILE-CONTROL.
001370     SELECT MONTYLOG-FILE ASSIGN TO "MONTYLOG"
001380         ORGANIZATION LINE SEQUENTIAL
001390         FILE STATUS IS WS-LOG-STATUS.
001400     SELECT ASSIGNMENT-FILE ASSIGN TO "MONTYASG"
001410         ORGANIZATION INDEXED
001420         ACCESS MODE DYNAMIC
001430         RECORD KEY IS ASG-ASSIGN-ID
001440         FILE STATUS IS WS-ASG-STATUS.
001450     SELECT PLAYER-FILE ASSIGN TO "MONTYPLR"
001460         ORGANIZATION INDEXED
001470         ACCESS MODE DYNAMIC
001480         RECORD KEY IS PLR-PLAYER-ID
001490         FILE STATUS IS WS-PLR-STATUS.
001491     SELECT COHORT-HISTORY-FILE ASSIGN TO "MONTYCHS"
001492         ORGANIZATION INDEXED
001493         ACCESS MODE DYNAMIC
001494         RECORD KEY IS CHS-KEY
001495         FILE STATUS IS WS-CHS-STATUS.
001500     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
001510         ORGANIZATION LINE SEQUENTIAL
001520         FILE STATUS IS WS-ROS-STATUS.
001530*
001540 DATA DIVISION.
001550 FILE SECTION.
001560 FD  MONTYLOG-FILE.
001570 COPY MONTYLOG.
001580*
001590 FD  ASSIGNMENT-FILE.
001600 COPY MONTYASG.
001610*
001620 FD  PLAYER-FILE.
001630 COPY MONTYPLR.
001631*
001632 FD  COHORT-HISTORY-FILE.
001633 COPY MONTYCHS.
001640*
001650 FD  ROSTER-FILE.
001660 COPY ROSTERCRD.
001670*
001680 WORKING-STORAGE SECTION.
001690*
001700* ---------------------------------------------------------------
001710* READ CONTROL AND FILE STATUS
001720* ---------------------------------------------------------------
001730 77  WS-LOG-EOF-SW             PIC X(01)      VALUE 'N'.
001740     88  LOG-EOF                              VALUE 'Y'.
001750     88  LOG-NOT-EOF                          VALUE 'N'.
001760 77  WS-ASG-EOF-SW             PIC X(01)      VALUE 'N'.
001770     88  ASG-EOF                              VALUE 'Y'.
001780     88  ASG-NOT-EOF                          VALUE 'N'.
001790 77  WS-PLR-EOF-SW             PIC X(01)      VALUE 'N'.
001800     88  PLR-EOF                              VALUE 'Y'.
001810     88  PLR-NOT-EOF                          VALUE 'N'.
001820 77  WS-LOG-STATUS             PIC X(02)      VALUE SPACES.
001830 77  WS-ASG-STATUS             PIC X(02)      VALUE SPACES.
001840 77  WS-PLR-STATUS             PIC X(02)      VALUE SPACES.
001850 77  WS-ROS-STATUS             PIC X(02)      VALUE SPACES.
001860 77  WS-LOG-COMBINED-DATE      PIC 9(08) COMP VALUE ZERO.
001870 77  WS-TODAY-DATE             PIC 9(08)      VALUE ZERO.
001880*
001890* ---------------------------------------------------------------
001900* OPEN ASSIGNMENTS LOADED FROM MONTYASG, ONE ENTRY PER OPEN
001910* RECORD, AS IN MONTYCMP. CMA-WINDOW IS 'Y' ONLY WHEN TODAY
001920* FALLS BETWEEN THE ASSIGN AND DUE DATES - A GAME PLAYED OUTSIDE
001930* THAT WINDOW CANNOT COUNT, SO NO CARD IS CUT FOR IT
001940* ---------------------------------------------------------------
001950 77  WS-ASG-IN-USE             PIC 9(02) COMP VALUE ZERO.
001960 77  WS-ASG-IDX                PIC 9(02) COMP VALUE ZERO.
001970 01  CMA-TABLE.
001980     02  CMA-ENTRY           OCCURS 50 TIMES.
001990         03  CMA-ASSIGN-ID       PIC X(06).
002000         03  CMA-TARGET-TYPE     PIC X(01).
002010         03  CMA-TARGET-CODE.
002020             04  CMA-TARGET-COHORT   PIC X(04).
002030             04  FILLER              PIC X(04).
002040         03  CMA-DOOR-COUNT      PIC 9(01).
002050         03  CMA-GAME-MODE       PIC X(01).
002060         03  CMA-REQUIRED        PIC 9(07) COMP.
002070         03  CMA-ASSIGN-DATE     PIC 9(08).
002080         03  CMA-DUE-DATE        PIC 9(08).
002090         03  CMA-WINDOW          PIC X(01).
002100*
002110* ---------------------------------------------------------------
002120* ACTIVE PLAYERS LOADED FROM MONTYPLR, IN KEY ORDER, AND THE
002130* PER-ASSIGNMENT GAME COUNTS MATCHED AGAINST THEM FROM THE ONE
002140* PASS OVER MONTYLOG
002150* ---------------------------------------------------------------
002160 77  WS-PLR-IN-USE             PIC 9(03) COMP VALUE ZERO.
002170 77  WS-PLR-IDX                PIC 9(03) COMP VALUE ZERO.
002180 77  WS-PLR-FOUND-IDX          PIC 9(03) COMP VALUE ZERO.
002190 01  CMP-PLAYER-TABLE.
002200     02  CMP-PLAYER-ENTRY    OCCURS 500 TIMES.
002210         03  CMP-PLR-ID          PIC X(08).
002220         03  CMP-PLR-COHORT      PIC X(04).
002230         03  CMP-PLR-NAME        PIC X(30).
002240 01  CMP-COUNT-MATRIX.
002250     02  CMP-ASG-ROW         OCCURS 50 TIMES.
002260         03  CMP-GAME-COUNT      PIC 9(07) COMP
002270                                 OCCURS 500 TIMES.
002280*
002290* ---------------------------------------------------------------
002300* THE ONE CARD PER PLAYER - DOOR COUNT AND MODE TAKEN FROM THE
002310* SHORT ASSIGNMENT DUE SOONEST, TRIALS FROM THE LARGEST
002320* SHORTFALL AMONG THE SHORT ASSIGNMENTS OF THAT DOOR COUNT AND
002330* MODE. GEN-CARD-SW STAYS 'N' FOR A PLAYER WITH NOTHING OWED
002340* ---------------------------------------------------------------
002350 01  GEN-CARD-TABLE.
002360     02  GEN-CARD-ENTRY      OCCURS 500 TIMES.
002370         03  GEN-CARD-SW         PIC X(01).
002380         03  GEN-CARD-ASSIGN-ID  PIC X(06).
002390         03  GEN-CARD-DOOR       PIC 9(01).
002400         03  GEN-CARD-MODE       PIC X(01).
002410         03  GEN-CARD-DUE        PIC 9(08).
002420         03  GEN-CARD-TRIALS     PIC 9(07) COMP.
002430*
002440* ---------------------------------------------------------------
002450* LISTING TALLIES AND DISPLAY FIELDS
002460* ---------------------------------------------------------------
002470 77  WS-ASG-CARD-COUNT         PIC 9(03) COMP VALUE ZERO.
002480 77  WS-ASG-SKIP-COUNT         PIC 9(03) COMP VALUE ZERO.
002490 77  WS-ASG-DEFER-COUNT        PIC 9(03) COMP VALUE ZERO.
002500 77  WS-CARDS-WRITTEN          PIC 9(05) COMP VALUE ZERO.
002510 77  WS-TRIALS-ON-DECK         PIC 9(09) COMP VALUE ZERO.
002520 77  WS-TOTAL-SKIPPED          PIC 9(05) COMP VALUE ZERO.
002530 77  WS-TOTAL-DEFERRED         PIC 9(05) COMP VALUE ZERO.
002540 77  WS-SHORT-BY               PIC 9(07) COMP VALUE ZERO.
002550 77  WS-COUNT-DISPLAY          PIC 9(07)      VALUE ZERO.
002560 77  WS-TALLY-DISPLAY          PIC 9(03)      VALUE ZERO.
002570 77  WS-CARD-DISPLAY           PIC 9(05)      VALUE ZERO.
002580 77  WS-TRIALS-DISPLAY         PIC 9(09)      VALUE ZERO.
002590 77  WS-IN-SCOPE-SW            PIC X(01)      VALUE 'N'.
002600     88  PLAYER-IN-SCOPE                      VALUE 'Y'.
002610     88  PLAYER-NOT-IN-SCOPE                  VALUE 'N'.
002620 77  WS-MODE-MATCH-SW          PIC X(01)      VALUE 'N'.
002630     88  MODE-MATCHES                         VALUE 'Y'.
002640     88  MODE-DOES-NOT-MATCH                  VALUE 'N'.
002641*
002642* ---------------------------------------------------------------
002643* COHORT HISTORY LOOK-UP. A COHORT ASSIGNMENT COUNTS A GAME ONLY
002644* WHEN THE PLAYER WAS IN THE TARGET COHORT ON THE GAME'S
002645* LOG-DATE, PER MONTYCHS; A PLAYER WITH NO HISTORY (OR A RUN
002646* WITHOUT MONTYCHS) IS TAKEN AT THE MASTER'S CURRENT COHORT
002647* ---------------------------------------------------------------
002648 77  WS-CHS-STATUS             PIC X(02)      VALUE SPACES.
002649 77  WS-CHS-EOF-SW             PIC X(01)      VALUE 'N'.
002650     88  CHS-EOF                              VALUE 'Y'.
002651     88  CHS-NOT-EOF                          VALUE 'N'.
002652 77  WS-CHS-OPEN-SW            PIC X(01)      VALUE 'N'.
002653     88  CHS-AVAILABLE                        VALUE 'Y'.
002654     88  CHS-NOT-AVAILABLE                    VALUE 'N'.
002655 77  WS-CHS-FOUND-SW           PIC X(01)      VALUE 'N'.
002656     88  CHS-FOUND                            VALUE 'Y'.
002657     88  CHS-NOT-FOUND                        VALUE 'N'.
002658 77  WS-GAME-COHORT            PIC X(04)      VALUE SPACES.
002659*
002660 PROCEDURE DIVISION.
002670*
002680* ---------------------------------------------------------------
002690* 0000-MAINLINE
002700* ---------------------------------------------------------------
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002730     PERFORM 2000-MATCH-ONE-RECORD THRU 2000-EXIT
002740         UNTIL LOG-EOF.
002750     CLOSE MONTYLOG-FILE.
002751     IF CHS-AVAILABLE
002752         CLOSE COHORT-HISTORY-FILE
002753     END-IF.
002760     PERFORM 3000-CHOOSE-CARDS THRU 3000-EXIT.
002770     PERFORM 4000-WRITE-DECK THRU 4000-EXIT.
002780     PERFORM 8000-PRINT-CONTROL-LISTING THRU 8000-EXIT.
002790     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002800     STOP RUN.
002810*
002820* ---------------------------------------------------------------
002830* 1000-INITIALIZE - LOAD THE OPEN ASSIGNMENTS AND THE ACTIVE
002840* ROSTER, THEN OPEN THE LOG FOR THE ONE MATCHING PASS
002850* ---------------------------------------------------------------
002860 1000-INITIALIZE.
002870     DISPLAY 'MONTYGEN: ROSTER DECK GENERATOR'.
002880     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002890     OPEN INPUT ASSIGNMENT-FILE.
002900     IF WS-ASG-STATUS NOT = '00'
002910         DISPLAY 'MONTYGEN: CANNOT OPEN MONTYASG, STATUS '
002920             WS-ASG-STATUS '. DEFINE ASSIGNMENTS WITH MONTYAMT'
002930             ' FIRST.'
002940         MOVE 12 TO RETURN-CODE
002950         STOP RUN
002960     END-IF.
002970     PERFORM 1100-LOAD-ASSIGNMENTS THRU 1100-EXIT.
002980     CLOSE ASSIGNMENT-FILE.
002990     OPEN INPUT PLAYER-FILE.
003000     IF WS-PLR-STATUS NOT = '00'
003010         DISPLAY 'MONTYGEN: CANNOT OPEN PLAYER MASTER MONTYPLR,'
003020             ' STATUS ' WS-PLR-STATUS '.'
003030         MOVE 12 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060     PERFORM 1200-LOAD-PLAYERS THRU 1200-EXIT.
003070     CLOSE PLAYER-FILE.
003080     OPEN INPUT MONTYLOG-FILE.
003090     IF WS-LOG-STATUS NOT = '00'
003100         DISPLAY 'MONTYGEN: CANNOT OPEN MONTYLOG, STATUS '
003110             WS-LOG-STATUS '.'
003120         MOVE 12 TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150     OPEN OUTPUT ROSTER-FILE.
003160     IF WS-ROS-STATUS NOT = '00'
003170         DISPLAY 'MONTYGEN: CANNOT OPEN ROSTER DECK, STATUS '
003180             WS-ROS-STATUS '.'
003190         MOVE 12 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003211     OPEN INPUT COHORT-HISTORY-FILE.
003212     IF WS-CHS-STATUS = '00'
003213         SET CHS-AVAILABLE TO TRUE
003214     ELSE
003215         DISPLAY 'MONTYGEN: MONTYCHS NOT AVAILABLE, STATUS '
003216             WS-CHS-STATUS ' - COHORTS COME FROM THE PLAYER'
003217             ' MASTER ONLY.'
003218     END-IF.
003220     SET LOG-NOT-EOF TO TRUE.
003230 1000-EXIT.
003240     EXIT.
003250*
003260* ---------------------------------------------------------------
003270* 1100-LOAD-ASSIGNMENTS - WALK MONTYASG IN KEY ORDER AND KEEP
003280* EVERY OPEN ASSIGNMENT. MORE THAN 50 OPEN AT ONCE ENDS THE
003290* RUN RATHER THAN CUTTING A DECK FROM A PARTIAL SET
003300* ---------------------------------------------------------------
003310 1100-LOAD-ASSIGNMENTS.
003320     SET ASG-NOT-EOF TO TRUE.
003330     MOVE LOW-VALUES TO ASG-ASSIGN-ID.
003340     START ASSIGNMENT-FILE KEY NOT < ASG-ASSIGN-ID
003350         INVALID KEY
003360             SET ASG-EOF TO TRUE
003370     END-START.
003380     PERFORM 1110-LOAD-ONE-ASSIGNMENT THRU 1110-EXIT
003390         UNTIL ASG-EOF.
003400 1100-EXIT.
003410     EXIT.
003420*
003430 1110-LOAD-ONE-ASSIGNMENT.
003440     READ ASSIGNMENT-FILE NEXT RECORD
003450         AT END
003460             SET ASG-EOF TO TRUE
003470             GO TO 1110-EXIT
003480     END-READ.
003490     IF NOT ASG-OPEN
003500         GO TO 1110-EXIT
003510     END-IF.
003520     IF WS-ASG-IN-USE = 50
003530         DISPLAY 'MONTYGEN: MORE THAN 50 OPEN ASSIGNMENTS -'
003540             ' CLOSE FINISHED ONES WITH MONTYAMT.'
003550         MOVE 8 TO RETURN-CODE
003560         CLOSE ASSIGNMENT-FILE
003570         STOP RUN
003580     END-IF.
003590     ADD 1 TO WS-ASG-IN-USE.
003600     MOVE ASG-ASSIGN-ID       TO CMA-ASSIGN-ID(WS-ASG-IN-USE).
003610     MOVE ASG-TARGET-TYPE     TO CMA-TARGET-TYPE(WS-ASG-IN-USE).
003620     MOVE ASG-TARGET-CODE     TO CMA-TARGET-CODE(WS-ASG-IN-USE).
003630     MOVE ASG-DOOR-COUNT      TO CMA-DOOR-COUNT(WS-ASG-IN-USE).
003640     MOVE ASG-GAME-MODE       TO CMA-GAME-MODE(WS-ASG-IN-USE).
003650     MOVE ASG-REQUIRED-TRIALS TO CMA-REQUIRED(WS-ASG-IN-USE).
003660     MOVE ASG-ASSIGN-DATE     TO CMA-ASSIGN-DATE(WS-ASG-IN-USE).
003670     MOVE ASG-DUE-DATE        TO CMA-DUE-DATE(WS-ASG-IN-USE).
003680     MOVE 'Y'                 TO CMA-WINDOW(WS-ASG-IN-USE).
003690     IF WS-TODAY-DATE < ASG-ASSIGN-DATE
003700         OR WS-TODAY-DATE > ASG-DUE-DATE
003710         MOVE 'N'             TO CMA-WINDOW(WS-ASG-IN-USE)
003720     END-IF.
003730 1110-EXIT.
003740     EXIT.
003750*
003760* ---------------------------------------------------------------
003770* 1200-LOAD-PLAYERS - WALK MONTYPLR IN KEY ORDER AND KEEP EVERY
003780* ACTIVE PLAYER WITH ITS COHORT AND NAME. THE COUNT MATRIX
003790* STARTS AT ZERO AND NO PLAYER HAS A CARD YET
003800* ---------------------------------------------------------------
003810 1200-LOAD-PLAYERS.
003820     SET PLR-NOT-EOF TO TRUE.
003830     MOVE LOW-VALUES TO PLR-PLAYER-ID.
003840     START PLAYER-FILE KEY NOT < PLR-PLAYER-ID
003850         INVALID KEY
003860             SET PLR-EOF TO TRUE
003870     END-START.
003880     PERFORM 1210-LOAD-ONE-PLAYER THRU 1210-EXIT
003890         UNTIL PLR-EOF.
003900     INITIALIZE CMP-COUNT-MATRIX.
003910     INITIALIZE GEN-CARD-TABLE.
003920 1200-EXIT.
003930     EXIT.
003940*
003950 1210-LOAD-ONE-PLAYER.
003960     READ PLAYER-FILE NEXT RECORD
003970         AT END
003980             SET PLR-EOF TO TRUE
003990             GO TO 1210-EXIT
004000     END-READ.
004010     IF NOT PLR-ACTIVE
004020         GO TO 1210-EXIT
004030     END-IF.
004040     IF WS-PLR-IN-USE = 500
004050         DISPLAY 'MONTYGEN: MORE THAN 500 ACTIVE PLAYERS ON THE'
004060             ' MASTER - ROSTER TABLE FULL.'
004070         MOVE 8 TO RETURN-CODE
004080         CLOSE PLAYER-FILE
004090         STOP RUN
004100     END-IF.
004110     ADD 1 TO WS-PLR-IN-USE.
004120     MOVE PLR-PLAYER-ID   TO CMP-PLR-ID(WS-PLR-IN-USE).
004130     MOVE PLR-COHORT-CODE TO CMP-PLR-COHORT(WS-PLR-IN-USE).
004140     MOVE PLR-FULL-NAME   TO CMP-PLR-NAME(WS-PLR-IN-USE).
004150 1210-EXIT.
004160     EXIT.
004170*
004180* ---------------------------------------------------------------
004190* 2000-MATCH-ONE-RECORD - READ ONE LOG RECORD AND FOLD IT INTO
004200* EVERY OPEN ASSIGNMENT IT COUNTS TOWARD
004210* ---------------------------------------------------------------
004220 2000-MATCH-ONE-RECORD.
004230     READ MONTYLOG-FILE
004240         AT END
004250             SET LOG-EOF TO TRUE
004260         NOT AT END
004270             PERFORM 2100-MATCH-ONE-GAME THRU 2100-EXIT
004280     END-READ.
004290 2000-EXIT.
004300     EXIT.
004310*
004320 2100-MATCH-ONE-GAME.
004330     PERFORM 2200-FIND-PLAYER THRU 2200-EXIT.
004340     IF WS-PLR-FOUND-IDX = ZERO
004350         GO TO 2100-EXIT
004360     END-IF.
004370     COMPUTE WS-LOG-COMBINED-DATE =
004380         (LOG-YEAR * 10000) + (LOG-MONTH * 100) + LOG-DAY.
004381     PERFORM 2400-LOOK-UP-GAME-COHORT THRU 2400-EXIT.
004390     PERFORM 2300-MATCH-ONE-ASSIGNMENT THRU 2300-EXIT
004400         VARYING WS-ASG-IDX FROM 1 BY 1
004410         UNTIL WS-ASG-IDX > WS-ASG-IN-USE.
004420 2100-EXIT.
004430     EXIT.
004440*
004450 2200-FIND-PLAYER.
004460     MOVE ZERO TO WS-PLR-FOUND-IDX.
004470     PERFORM 2210-MATCH-ONE-PLAYER THRU 2210-EXIT
004480         VARYING WS-PLR-IDX FROM 1 BY 1
004490         UNTIL WS-PLR-IDX > WS-PLR-IN-USE
004500             OR WS-PLR-FOUND-IDX > ZERO.
004510 2200-EXIT.
004520     EXIT.
004530*
004540 2210-MATCH-ONE-PLAYER.
004550     IF CMP-PLR-ID(WS-PLR-IDX) = LOG-PLAYER-ID
004560         MOVE WS-PLR-IDX TO WS-PLR-FOUND-IDX
004570     END-IF.
004580 2210-EXIT.
004590     EXIT.
004600*
004610* ---------------------------------------------------------------
004620* 2300-MATCH-ONE-ASSIGNMENT - ONE GAME AGAINST ONE ASSIGNMENT,
004630* COUNTED EXACTLY AS MONTYCMP COUNTS IT: RIGHT PLAYER OR
004640* COHORT, DATED BETWEEN THE ASSIGN AND DUE DATES, RIGHT DOOR
004650* COUNT AND GAME MODE
004660* ---------------------------------------------------------------
004670 2300-MATCH-ONE-ASSIGNMENT.
004680     PERFORM 2310-CHECK-SCOPE THRU 2310-EXIT.
004690     IF PLAYER-NOT-IN-SCOPE
004700         GO TO 2300-EXIT
004710     END-IF.
004720     IF WS-LOG-COMBINED-DATE < CMA-ASSIGN-DATE(WS-ASG-IDX)
004730         GO TO 2300-EXIT
004740     END-IF.
004750     IF WS-LOG-COMBINED-DATE > CMA-DUE-DATE(WS-ASG-IDX)
004760         GO TO 2300-EXIT
004770     END-IF.
004780     IF LOG-DOOR-COUNT NOT = CMA-DOOR-COUNT(WS-ASG-IDX)
004790         GO TO 2300-EXIT
004800     END-IF.
004810     PERFORM 2320-CHECK-GAME-MODE THRU 2320-EXIT.
004820     IF MODE-DOES-NOT-MATCH
004830         GO TO 2300-EXIT
004840     END-IF.
004850     ADD 1 TO CMP-GAME-COUNT(WS-ASG-IDX, WS-PLR-FOUND-IDX).
004860 2300-EXIT.
004870     EXIT.
004880*
004881* ---------------------------------------------------------------
004882* 2310-CHECK-SCOPE - THE GAME JUST READ AGAINST THE ASSIGNMENT AT
004883* WS-ASG-IDX, A COHORT TARGET TAKEN AT THE COHORT IN EFFECT ON
004884* THE GAME'S LOG-DATE. THE CARD AND LISTING PASSES USE
004885* 2330-CHECK-ROSTER-SCOPE FOR THE COHORT'S CURRENT ROSTER
004930* ---------------------------------------------------------------
004940 2310-CHECK-SCOPE.
004950     SET PLAYER-NOT-IN-SCOPE TO TRUE.
004960     IF CMA-TARGET-TYPE(WS-ASG-IDX) = 'C'
004970         IF WS-GAME-COHORT
004980             = CMA-TARGET-COHORT(WS-ASG-IDX)
004990             SET PLAYER-IN-SCOPE TO TRUE
005000         END-IF
005010     ELSE
005020         IF CMP-PLR-ID(WS-PLR-FOUND-IDX)
005030             = CMA-TARGET-CODE(WS-ASG-IDX)
005040             SET PLAYER-IN-SCOPE TO TRUE
005050         END-IF
005060     END-IF.
005070 2310-EXIT.
005080     EXIT.
005090*
005100* ---------------------------------------------------------------
005110* 2320-CHECK-GAME-MODE - AN ASSIGNMENT IN CLASSIC MODE ACCEPTS
005120* THE BLANK MODE BYTE OLDER LOG RECORDS CARRY, AS IN MONTYCMP
005130* ---------------------------------------------------------------
005140 2320-CHECK-GAME-MODE.
005150     SET MODE-DOES-NOT-MATCH TO TRUE.
005160     IF CMA-GAME-MODE(WS-ASG-IDX) = 'C'
005170         IF LOG-GAME-MODE = 'C' OR LOG-GAME-MODE = SPACE
005180             SET MODE-MATCHES TO TRUE
005190         END-IF
005200     ELSE
005210         IF LOG-GAME-MODE = CMA-GAME-MODE(WS-ASG-IDX)
005220             SET MODE-MATCHES TO TRUE
005230         END-IF
005240     END-IF.
005250 2320-EXIT.
005260     EXIT.
005261*
005262* ---------------------------------------------------------------
005263* 2330-CHECK-ROSTER-SCOPE - THE PLAYER AT WS-PLR-FOUND-IDX AGAINST
005264* THE ASSIGNMENT AT WS-ASG-IDX BY THE PLAYER'S CURRENT COHORT,
005265* WHICH EXPANDS A COHORT TARGET TO ITS ACTIVE ROSTER
005266* ---------------------------------------------------------------
005267 2330-CHECK-ROSTER-SCOPE.
005268     SET PLAYER-NOT-IN-SCOPE TO TRUE.
005269     IF CMA-TARGET-TYPE(WS-ASG-IDX) = 'C'
005271         IF CMP-PLR-COHORT(WS-PLR-FOUND-IDX)
005272             = CMA-TARGET-COHORT(WS-ASG-IDX)
005273             SET PLAYER-IN-SCOPE TO TRUE
005274         END-IF
005275     ELSE
005276         IF CMP-PLR-ID(WS-PLR-FOUND-IDX)
005277             = CMA-TARGET-CODE(WS-ASG-IDX)
005278             SET PLAYER-IN-SCOPE TO TRUE
005279         END-IF
005281     END-IF.
005282 2330-EXIT.
005283     EXIT.
005284*
005285* ---------------------------------------------------------------
005286* 2400-LOOK-UP-GAME-COHORT - THE COHORT THE PLAYER WAS IN ON THE
005287* GAME'S LOG-DATE: THE LAST MONTYCHS ENTRY IN EFFECT ON THAT
005288* DATE, OR THE FIRST ENTRY FOR A GAME DATED BEFORE IT. A PLAYER
005289* WITH NO HISTORY KEEPS THE MASTER'S CURRENT COHORT
005291* ---------------------------------------------------------------
005292 2400-LOOK-UP-GAME-COHORT.
005293     MOVE CMP-PLR-COHORT(WS-PLR-FOUND-IDX) TO WS-GAME-COHORT.
005294     SET CHS-NOT-FOUND TO TRUE.
005295     IF CHS-NOT-AVAILABLE
005296         GO TO 2400-EXIT
005297     END-IF.
005298     MOVE LOG-PLAYER-ID TO CHS-PLAYER-ID.
005299     MOVE ZERO          TO CHS-EFFECTIVE-DATE.
005301     SET CHS-NOT-EOF TO TRUE.
005302     START COHORT-HISTORY-FILE KEY NOT < CHS-KEY
005303         INVALID KEY
005304             SET CHS-EOF TO TRUE
005305     END-START.
005306     PERFORM 2410-READ-ONE-HISTORY THRU 2410-EXIT
005307         UNTIL CHS-EOF.
005308 2400-EXIT.
005309     EXIT.
005311*
005312 2410-READ-ONE-HISTORY.
005313     READ COHORT-HISTORY-FILE NEXT RECORD
005314         AT END
005315             SET CHS-EOF TO TRUE
005316             GO TO 2410-EXIT
005317     END-READ.
005318     IF CHS-PLAYER-ID NOT = LOG-PLAYER-ID
005319         SET CHS-EOF TO TRUE
005321         GO TO 2410-EXIT
005322     END-IF.
005323     IF CHS-FOUND
005324         AND CHS-EFFECTIVE-DATE > WS-LOG-COMBINED-DATE
005325         SET CHS-EOF TO TRUE
005326         GO TO 2410-EXIT
005327     END-IF.
005328     MOVE CHS-COHORT-CODE TO WS-GAME-COHORT.
005329     SET CHS-FOUND TO TRUE.
005331 2410-EXIT.
005332     EXIT.
005333*
005334* ---------------------------------------------------------------
005335* 3000-CHOOSE-CARDS - TWO PASSES OVER EVERY ASSIGNMENT STILL IN
005336* ITS WINDOW. THE FIRST FIXES EACH SHORT PLAYER'S CARD AT THE
005337* DOOR COUNT AND MODE OF THE SHORT ASSIGNMENT DUE SOONEST (THE
005338* FIRST IN KEY ORDER ON A TIE); THE SECOND SIZES THE CARD TO THE
005339* LARGEST SHORTFALL AMONG THE ASSIGNMENTS IT SATISFIES
005340* ---------------------------------------------------------------
005350 3000-CHOOSE-CARDS.
005360     PERFORM 3100-TYPE-ONE-ASSIGNMENT THRU 3100-EXIT
005370         VARYING WS-ASG-IDX FROM 1 BY 1
005380         UNTIL WS-ASG-IDX > WS-ASG-IN-USE.
005390     PERFORM 3200-SIZE-ONE-ASSIGNMENT THRU 3200-EXIT
005400         VARYING WS-ASG-IDX FROM 1 BY 1
005410         UNTIL WS-ASG-IDX > WS-ASG-IN-USE.
005420 3000-EXIT.
005430     EXIT.
005440*
005450 3100-TYPE-ONE-ASSIGNMENT.
005460     IF CMA-WINDOW(WS-ASG-IDX) NOT = 'Y'
005470         GO TO 3100-EXIT
005480     END-IF.
005490     PERFORM 3110-TYPE-ONE-PLAYER THRU 3110-EXIT
005500         VARYING WS-PLR-FOUND-IDX FROM 1 BY 1
005510         UNTIL WS-PLR-FOUND-IDX > WS-PLR-IN-USE.
005520 3100-EXIT.
005530     EXIT.
005540*
005550 3110-TYPE-ONE-PLAYER.
005560     PERFORM 2330-CHECK-ROSTER-SCOPE THRU 2330-EXIT.
005570     IF PLAYER-NOT-IN-SCOPE
005580         GO TO 3110-EXIT
005590     END-IF.
005600     IF CMP-GAME-COUNT(WS-ASG-IDX, WS-PLR-FOUND-IDX)
005610         >= CMA-REQUIRED(WS-ASG-IDX)
005620         GO TO 3110-EXIT
005630     END-IF.
005640     IF GEN-CARD-SW(WS-PLR-FOUND-IDX) = 'Y'
005650         IF CMA-DUE-DATE(WS-ASG-IDX)
005660             NOT < GEN-CARD-DUE(WS-PLR-FOUND-IDX)
005670             GO TO 3110-EXIT
005680         END-IF
005690     END-IF.
005700     MOVE 'Y' TO GEN-CARD-SW(WS-PLR-FOUND-IDX).
005710     MOVE CMA-ASSIGN-ID(WS-ASG-IDX)
005720         TO GEN-CARD-ASSIGN-ID(WS-PLR-FOUND-IDX).
005730     MOVE CMA-DOOR-COUNT(WS-ASG-IDX)
005740         TO GEN-CARD-DOOR(WS-PLR-FOUND-IDX).
005750     MOVE CMA-GAME-MODE(WS-ASG-IDX)
005760         TO GEN-CARD-MODE(WS-PLR-FOUND-IDX).
005770     MOVE CMA-DUE-DATE(WS-ASG-IDX)
005780         TO GEN-CARD-DUE(WS-PLR-FOUND-IDX).
005790 3110-EXIT.
005800     EXIT.
005810*
005820 3200-SIZE-ONE-ASSIGNMENT.
005830     IF CMA-WINDOW(WS-ASG-IDX) NOT = 'Y'
005840         GO TO 3200-EXIT
005850     END-IF.
005860     PERFORM 3210-SIZE-ONE-PLAYER THRU 3210-EXIT
005870         VARYING WS-PLR-FOUND-IDX FROM 1 BY 1
005880         UNTIL WS-PLR-FOUND-IDX > WS-PLR-IN-USE.
005890 3200-EXIT.
005900     EXIT.
005910*
005920 3210-SIZE-ONE-PLAYER.
005930     PERFORM 3300-CHECK-CARD-SERVES THRU 3300-EXIT.
005940     IF PLAYER-NOT-IN-SCOPE
005950         GO TO 3210-EXIT
005960     END-IF.
005970     IF WS-SHORT-BY > GEN-CARD-TRIALS(WS-PLR-FOUND-IDX)
005980         MOVE WS-SHORT-BY TO GEN-CARD-TRIALS(WS-PLR-FOUND-IDX)
005990     END-IF.
006000 3210-EXIT.
006010     EXIT.
006020*
006030* ---------------------------------------------------------------
006040* 3300-CHECK-CARD-SERVES - LEAVES PLAYER-IN-SCOPE SET, AND THE
006050* SHORTFALL IN WS-SHORT-BY, ONLY WHEN THE PLAYER IS SHORT ON
006060* THIS ASSIGNMENT AND THE PLAYER'S CARD IS AT ITS DOOR COUNT
006070* AND MODE, SO GAMES PLAYED FROM THE CARD COUNT TOWARD IT
006080* ---------------------------------------------------------------
006090 3300-CHECK-CARD-SERVES.
006100     MOVE ZERO TO WS-SHORT-BY.
006110     PERFORM 2330-CHECK-ROSTER-SCOPE THRU 2330-EXIT.
006120     IF PLAYER-NOT-IN-SCOPE
006130         GO TO 3300-EXIT
006140     END-IF.
006150     SET PLAYER-NOT-IN-SCOPE TO TRUE.
006160     IF GEN-CARD-SW(WS-PLR-FOUND-IDX) NOT = 'Y'
006170         GO TO 3300-EXIT
006180     END-IF.
006190     IF CMP-GAME-COUNT(WS-ASG-IDX, WS-PLR-FOUND-IDX)
006200         >= CMA-REQUIRED(WS-ASG-IDX)
006210         GO TO 3300-EXIT
006220     END-IF.
006230     IF GEN-CARD-DOOR(WS-PLR-FOUND-IDX)
006240         NOT = CMA-DOOR-COUNT(WS-ASG-IDX)
006250         GO TO 3300-EXIT
006260     END-IF.
006270     IF GEN-CARD-MODE(WS-PLR-FOUND-IDX)
006280         NOT = CMA-GAME-MODE(WS-ASG-IDX)
006290         GO TO 3300-EXIT
006300     END-IF.
006310     SET PLAYER-IN-SCOPE TO TRUE.
006320     COMPUTE WS-SHORT-BY = CMA-REQUIRED(WS-ASG-IDX)
006330         - CMP-GAME-COUNT(WS-ASG-IDX, WS-PLR-FOUND-IDX).
006340 3300-EXIT.
006350     EXIT.
006360*
006370* ---------------------------------------------------------------
006380* 4000-WRITE-DECK - ONE ROSTER CARD PER PLAYER WITH A CARD, IN
006390* PLAYER KEY ORDER, GAME MODE IN COLUMN 17
006400* ---------------------------------------------------------------
006410 4000-WRITE-DECK.
006420     PERFORM 4100-WRITE-ONE-CARD THRU 4100-EXIT
006430         VARYING WS-PLR-FOUND-IDX FROM 1 BY 1
006440         UNTIL WS-PLR-FOUND-IDX > WS-PLR-IN-USE.
006450 4000-EXIT.
006460     EXIT.
006470*
006480 4100-WRITE-ONE-CARD.
006490     IF GEN-CARD-SW(WS-PLR-FOUND-IDX) NOT = 'Y'
006500         GO TO 4100-EXIT
006510     END-IF.
006520     MOVE SPACES TO ROSTER-CARD.
006530     MOVE CMP-PLR-ID(WS-PLR-FOUND-IDX)  TO ROSTER-PLAYER-ID.
006540     MOVE GEN-CARD-DOOR(WS-PLR-FOUND-IDX)
006550         TO ROSTER-DOOR-COUNT.
006560     MOVE GEN-CARD-TRIALS(WS-PLR-FOUND-IDX)
006570         TO ROSTER-TRIAL-COUNT.
006580     MOVE GEN-CARD-MODE(WS-PLR-FOUND-IDX) TO ROSTER-GAME-MODE.
006590     WRITE ROSTER-CARD.
006600     ADD 1 TO WS-CARDS-WRITTEN.
006610     ADD GEN-CARD-TRIALS(WS-PLR-FOUND-IDX) TO WS-TRIALS-ON-DECK.
006620 4100-EXIT.
006630     EXIT.
006640*
006650* ---------------------------------------------------------------
006660* 8000-PRINT-CONTROL-LISTING - ONE BLOCK PER OPEN ASSIGNMENT
006670* LISTING EVERY PLAYER IN SCOPE AS CARDED, DEFERRED OR SKIPPED
006680* COMPLETE, THEN THE DECK TOTALS
006690* ---------------------------------------------------------------
006700 8000-PRINT-CONTROL-LISTING.
006710     DISPLAY '===== MONTYGEN ROSTER DECK CONTROL LISTING ====='.
006720     DISPLAY 'GENERATED ' WS-TODAY-DATE.
006730     PERFORM 8100-PRINT-ONE-ASSIGNMENT THRU 8100-EXIT
006740         VARYING WS-ASG-IDX FROM 1 BY 1
006750         UNTIL WS-ASG-IDX > WS-ASG-IN-USE.
006760     DISPLAY ' '.
006770     DISPLAY '===== MONTYGEN DECK TOTALS ====='.
006780     MOVE WS-CARDS-WRITTEN TO WS-CARD-DISPLAY.
006790     DISPLAY 'CARDS WRITTEN      : ' WS-CARD-DISPLAY.
006800     MOVE WS-TRIALS-ON-DECK TO WS-TRIALS-DISPLAY.
006810     DISPLAY 'TRIALS ON DECK     : ' WS-TRIALS-DISPLAY.
006820     MOVE WS-TOTAL-SKIPPED TO WS-CARD-DISPLAY.
006830     DISPLAY 'COMPLETE, SKIPPED  : ' WS-CARD-DISPLAY.
006840     MOVE WS-TOTAL-DEFERRED TO WS-CARD-DISPLAY.
006850     DISPLAY 'DEFERRED TO NEXT   : ' WS-CARD-DISPLAY.
006860 8000-EXIT.
006870     EXIT.
006880*
006890 8100-PRINT-ONE-ASSIGNMENT.
006900     DISPLAY ' '.
006910     DISPLAY 'ASSIGNMENT ' CMA-ASSIGN-ID(WS-ASG-IDX)
006920         '  TARGET ' CMA-TARGET-TYPE(WS-ASG-IDX) ' '
006930         CMA-TARGET-CODE(WS-ASG-IDX).
006940     MOVE CMA-REQUIRED(WS-ASG-IDX) TO WS-COUNT-DISPLAY.
006950     DISPLAY '  REQUIRES ' WS-COUNT-DISPLAY ' TRIALS AT '
006960         CMA-DOOR-COUNT(WS-ASG-IDX) ' DOORS, MODE '
006970         CMA-GAME-MODE(WS-ASG-IDX) ', ASSIGNED '
006980         CMA-ASSIGN-DATE(WS-ASG-IDX) ' DUE '
006990         CMA-DUE-DATE(WS-ASG-IDX).
007000     IF CMA-WINDOW(WS-ASG-IDX) NOT = 'Y'
007010         IF WS-TODAY-DATE > CMA-DUE-DATE(WS-ASG-IDX)
007020             DISPLAY '  PAST DUE - NO CARDS CUT; CLOSE IT WITH'
007030                 ' MONTYAMT.'
007040         ELSE
007050             DISPLAY '  NOT YET ASSIGNED - NO CARDS CUT UNTIL '
007060                 CMA-ASSIGN-DATE(WS-ASG-IDX) '.'
007070         END-IF
007080         GO TO 8100-EXIT
007090     END-IF.
007100     MOVE ZERO TO WS-ASG-CARD-COUNT.
007110     MOVE ZERO TO WS-ASG-SKIP-COUNT.
007120     MOVE ZERO TO WS-ASG-DEFER-COUNT.
007130     PERFORM 8200-PRINT-ONE-PLAYER THRU 8200-EXIT
007140         VARYING WS-PLR-FOUND-IDX FROM 1 BY 1
007150         UNTIL WS-PLR-FOUND-IDX > WS-PLR-IN-USE.
007160     DISPLAY '  -----'.
007170     MOVE WS-ASG-CARD-COUNT TO WS-TALLY-DISPLAY.
007180     DISPLAY '  CARDS ON DECK     : ' WS-TALLY-DISPLAY.
007190     MOVE WS-ASG-SKIP-COUNT TO WS-TALLY-DISPLAY.
007200     DISPLAY '  COMPLETE, SKIPPED : ' WS-TALLY-DISPLAY.
007210     MOVE WS-ASG-DEFER-COUNT TO WS-TALLY-DISPLAY.
007220     DISPLAY '  DEFERRED          : ' WS-TALLY-DISPLAY.
007230     ADD WS-ASG-SKIP-COUNT  TO WS-TOTAL-SKIPPED.
007240     ADD WS-ASG-DEFER-COUNT TO WS-TOTAL-DEFERRED.
007250 8100-EXIT.
007260     EXIT.
007270*
007280 8200-PRINT-ONE-PLAYER.
007290     PERFORM 2330-CHECK-ROSTER-SCOPE THRU 2330-EXIT.
007300     IF PLAYER-NOT-IN-SCOPE
007310         GO TO 8200-EXIT
007320     END-IF.
007330     IF CMP-GAME-COUNT(WS-ASG-IDX, WS-PLR-FOUND-IDX)
007340         >= CMA-REQUIRED(WS-ASG-IDX)
007350         ADD 1 TO WS-ASG-SKIP-COUNT
007360         DISPLAY '  ' CMP-PLR-ID(WS-PLR-FOUND-IDX)
007370             ' COMPLETE - SKIPPED - '
007380             CMP-PLR-NAME(WS-PLR-FOUND-IDX)
007390         GO TO 8200-EXIT
007400     END-IF.
007410     PERFORM 3300-CHECK-CARD-SERVES THRU 3300-EXIT.
007420     IF PLAYER-IN-SCOPE
007430         ADD 1 TO WS-ASG-CARD-COUNT
007440         MOVE GEN-CARD-TRIALS(WS-PLR-FOUND-IDX)
007450             TO WS-COUNT-DISPLAY
007460         DISPLAY '  ' CMP-PLR-ID(WS-PLR-FOUND-IDX)
007470             ' CARD FOR ' WS-COUNT-DISPLAY ' TRIALS - '
007480             CMP-PLR-NAME(WS-PLR-FOUND-IDX)
007490     ELSE
007500         ADD 1 TO WS-ASG-DEFER-COUNT
007510         COMPUTE WS-SHORT-BY = CMA-REQUIRED(WS-ASG-IDX)
007520             - CMP-GAME-COUNT(WS-ASG-IDX, WS-PLR-FOUND-IDX)
007530         MOVE WS-SHORT-BY TO WS-COUNT-DISPLAY
007540         DISPLAY '  ' CMP-PLR-ID(WS-PLR-FOUND-IDX)
007550             ' SHORT BY ' WS-COUNT-DISPLAY
007560             ' - DEFERRED, DECK CARD IS FOR '
007570             GEN-CARD-ASSIGN-ID(WS-PLR-FOUND-IDX)
007580     END-IF.
007590 8200-EXIT.
007600     EXIT.
007610*
007620* ---------------------------------------------------------------
007630* 9000-TERMINATE - CLOSE THE DECK. AN EMPTY DECK ENDS WITH
007640* RETURN CODE 4 SO THE OPERATOR KNOWS THERE IS NOTHING FOR
007650* MONTYRUN TO PLAY
007660* ---------------------------------------------------------------
007670 9000-TERMINATE.
007680     CLOSE ROSTER-FILE.
007690     IF WS-CARDS-WRITTEN = ZERO
007700         DISPLAY 'MONTYGEN: NO PLAYER IS SHORT ON AN OPEN'
007710             ' ASSIGNMENT - THE DECK IS EMPTY.'
007720         IF RETURN-CODE < 4
007730             MOVE 4 TO RETURN-CODE
007740         END-IF
007750     END-IF.
007760 9000-EXIT.
007770     EXIT.
