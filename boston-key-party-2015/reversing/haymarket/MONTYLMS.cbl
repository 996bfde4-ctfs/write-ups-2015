001000* ---------------------------------------------------------------
001010* MONTYLMS  - GRADEBOOK INTERFACE FILE FOR THE COLLEGE LMS
001020* ---------------------------------------------------------------
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.    MONTYLMS.
001050 AUTHOR.        R CHALFANT.
001060 INSTALLATION.  HAYMARKET TRAINING LAB.
001070 DATE-WRITTEN.  10/15/2026.
001080 DATE-COMPILED.
001090*
001100* MODIFICATION HISTORY
001110*   10/15/26  RC  ORIGINAL GRADEBOOK FEED. INSTRUCTORS USED TO
001120*                 KEY MONTYCMP RESULTS INTO THE LMS BY HAND. FOR
001130*                 ONE ASSIGNMENT, OR EVERY ASSIGNMENT ALREADY
001140*                 GIVEN OUT, THIS WRITES ONE ROW PER STUDENT IN
001150*                 SCOPE (THE SAME ROSTER MONTYCMP LISTS) WITH THE
001160*                 TRIALS COMPLETED, THE TRIALS REQUIRED, A SCORE
001170*                 AND A LATE FLAG. GAMES ARE COUNTED THE WAY
001180*                 MONTYCMP COUNTS THEM, ACROSS THE LIVE LOG AND
001190*                 ANY ARCHIVE GENERATION CUT SINCE, EXCEPT THAT
001200*                 GAMES PLAYED AFTER ASG-DUE-DATE ARE COUNTED
001210*                 SEPARATELY AS LATE. A ROW IS FLAGGED LATE,
001211*                 AND LOSES THE LATE PENALTY, ONLY WHEN LATE
001212*                 GAMES WERE NEEDED TO MAKE UP THE REQUIRED
001213*                 TRIALS - A STUDENT WHO FINISHED ON TIME AND
001214*                 KEPT PLAYING IS NOT PENALIZED, THOUGH THE
001215*                 EXTRA GAMES STILL SHOW IN THE LATE TRIAL
001216*                 COUNT. THE SCORE FOLLOWS THE
001220*                 INSTRUCTOR'S GRADERUL CARDS - POINTS, PARTIAL
001230*                 CREDIT, LATE PENALTY AND LATE CUT-OFF - PER
001240*                 ASSIGNMENT, WITH AN ALL-ASTERISK CARD AS THE
001250*                 DEFAULT. THE FILE IS WRITTEN FRESH EACH RUN
001260*                 AND ITS HEADER TELLS THE LMS TO REPLACE WHAT IT
001270*                 HOLDS FOR THE ASSIGNMENT, SO A RERUN NEVER
001280*                 DUPLICATES ROWS. A BAD RULE CARD STOPS THE RUN
001290*                 BEFORE ANY FILE IS WRITTEN.
001300*
001310 ENVIRONMENT DIVISION.
001320 CONFIGURATION SECTION.
001330 SOURCE-COMPUTER.   GNUCOBOL.
001340 OBJECT-COMPUTER.   GNUCOBOL.
001350*
001360 INPUT-OUTPUT SECTION.
001370 FILE-CONTROL.
001380     SELECT MONTYLOG-FILE ASSIGN TO "MONTYLOG"
001390         ORGANIZATION LINE SEQUENTIAL
001400         FILE STATUS IS WS-LOG-STATUS.
001410     SELECT ARCHIVE-FILE ASSIGN TO WS-ARC-DSN
001420         ORGANIZATION LINE SEQUENTIAL
001430         FILE STATUS IS WS-ARC-STATUS.
001440     SELECT CATALOG-FILE ASSIGN TO "MONTYCAT"
001450         ORGANIZATION INDEXED
001460         ACCESS MODE DYNAMIC
001470         RECORD KEY IS CAT-GENERATION
001480         FILE STATUS IS WS-CAT-STATUS.
001490     SELECT ASSIGNMENT-FILE ASSIGN TO "MONTYASG"
001500         ORGANIZATION INDEXED
001510         ACCESS MODE DYNAMIC
001520         RECORD KEY IS ASG-ASSIGN-ID
001530         FILE STATUS IS WS-ASG-STATUS.
001540     SELECT PLAYER-FILE ASSIGN TO "MONTYPLR"
001550         ORGANIZATION INDEXED
001560         ACCESS MODE DYNAMIC
001570         RECORD KEY IS PLR-PLAYER-ID
001580         FILE STATUS IS WS-PLR-STATUS.
001590     SELECT COHORT-HISTORY-FILE ASSIGN TO "MONTYCHS"
001600         ORGANIZATION INDEXED
001610         ACCESS MODE DYNAMIC
001620         RECORD KEY IS CHS-KEY
001630         FILE STATUS IS WS-CHS-STATUS.
001640     SELECT RULE-FILE ASSIGN TO "GRADERUL"
001650         ORGANIZATION LINE SEQUENTIAL
001660         FILE STATUS IS WS-RULE-STATUS.
001670     SELECT GRADEBOOK-FILE ASSIGN TO "MONTYGBK"
001680         ORGANIZATION LINE SEQUENTIAL
001690         FILE STATUS IS WS-GBK-STATUS.
001700*
001710 DATA DIVISION.
001720 FILE SECTION.
001730 FD  MONTYLOG-FILE.
001740 COPY MONTYLOG.
001750*
001760 FD  ARCHIVE-FILE.
001770 01  ARCHIVE-LOG-IMAGE           PIC X(49).
001780*
001790 FD  CATALOG-FILE.
001800 COPY MONTYCAT.
001810*
001820 FD  ASSIGNMENT-FILE.
001830 COPY MONTYASG.
001840*
001850 FD  PLAYER-FILE.
001860 COPY MONTYPLR.
001870*
001880 FD  COHORT-HISTORY-FILE.
001890 COPY MONTYCHS.
001900*
001910 FD  RULE-FILE.
001920 COPY GRADERUL.
001930*
001940 FD  GRADEBOOK-FILE.
001950 COPY MONTYGBK.
001960*
001970 WORKING-STORAGE SECTION.
001980*
001990* ---------------------------------------------------------------
002000* READ CONTROL, FILE STATUS AND OPERATOR ANSWERS
002010* ---------------------------------------------------------------
002020 77  WS-LOG-EOF-SW             PIC X(01)      VALUE 'N'.
002030     88  LOG-EOF                              VALUE 'Y'.
002040     88  LOG-NOT-EOF                          VALUE 'N'.
002050 77  WS-CAT-EOF-SW             PIC X(01)      VALUE 'N'.
002060     88  CAT-EOF                              VALUE 'Y'.
002070     88  CAT-NOT-EOF                          VALUE 'N'.
002080 77  WS-KEYED-EOF-SW           PIC X(01)      VALUE 'N'.
002090     88  KEYED-EOF                            VALUE 'Y'.
002100     88  KEYED-NOT-EOF                        VALUE 'N'.
002110 77  WS-RULE-EOF-SW            PIC X(01)      VALUE 'N'.
002120     88  RULE-EOF                             VALUE 'Y'.
002130     88  RULE-NOT-EOF                         VALUE 'N'.
002140 77  WS-CHS-EOF-SW             PIC X(01)      VALUE 'N'.
002150     88  CHS-EOF                              VALUE 'Y'.
002160     88  CHS-NOT-EOF                          VALUE 'N'.
002170 77  WS-CHS-OPEN-SW            PIC X(01)      VALUE 'N'.
002180     88  CHS-AVAILABLE                        VALUE 'Y'.
002190     88  CHS-NOT-AVAILABLE                    VALUE 'N'.
002200 77  WS-CHS-FOUND-SW           PIC X(01)      VALUE 'N'.
002210     88  CHS-FOUND                            VALUE 'Y'.
002220     88  CHS-NOT-FOUND                        VALUE 'N'.
002230 77  WS-LOG-STATUS             PIC X(02)      VALUE SPACES.
002240 77  WS-ARC-STATUS             PIC X(02)      VALUE SPACES.
002250 77  WS-CAT-STATUS             PIC X(02)      VALUE SPACES.
002260 77  WS-ASG-STATUS             PIC X(02)      VALUE SPACES.
002270 77  WS-PLR-STATUS             PIC X(02)      VALUE SPACES.
002280 77  WS-CHS-STATUS             PIC X(02)      VALUE SPACES.
002290 77  WS-RULE-STATUS            PIC X(02)      VALUE SPACES.
002300 77  WS-GBK-STATUS             PIC X(02)      VALUE SPACES.
002310 77  WS-ARC-DSN                PIC X(44)      VALUE SPACES.
002320 77  WS-TODAY-DATE             PIC 9(08)      VALUE ZERO.
002330 77  WS-NOW-TIME               PIC 9(08)      VALUE ZERO.
002340 77  WS-SCOPE-ASSIGN-ID        PIC X(06)      VALUE SPACES.
002350 77  WS-LOG-COMBINED-DATE      PIC 9(08) COMP VALUE ZERO.
002360 77  WS-GAME-COHORT            PIC X(04)      VALUE SPACES.
002370 77  WS-DAY-NUMBER             PIC 9(07) COMP VALUE ZERO.
002380*
002390* ---------------------------------------------------------------
002400* THE INSTRUCTOR'S GRADING RULES, ONE ENTRY PER GRADERUL CARD.
002410* AN ASSIGNMENT WITH NO CARD OF ITS OWN TAKES THE ALL-ASTERISK
002420* DEFAULT CARD, OR FAILING THAT THE STANDARD RULE: 100 POINTS,
002430* PARTIAL CREDIT FROM THE FIRST TRIAL, NO LATE PENALTY AND NO
002440* LATE CUT-OFF
002450* ---------------------------------------------------------------
002460 77  WS-RULE-IN-USE            PIC 9(03) COMP VALUE ZERO.
002470 77  WS-RULE-IDX               PIC 9(03) COMP VALUE ZERO.
002480 77  WS-RULE-FOUND-IDX         PIC 9(03) COMP VALUE ZERO.
002490 77  WS-DEFAULT-RULE-IDX       PIC 9(03) COMP VALUE ZERO.
002500 77  WS-RULE-SEARCH-ID         PIC X(06)      VALUE SPACES.
002510 77  WS-RULE-CARDS-READ        PIC 9(05) COMP VALUE ZERO.
002520 77  WS-RULE-ERRORS            PIC 9(05) COMP VALUE ZERO.
002530 77  WS-CARD-REASON            PIC X(40)      VALUE SPACES.
002540 01  GRT-TABLE.
002550     02  GRT-ENTRY           OCCURS 100 TIMES.
002560         03  GRT-ASSIGN-ID       PIC X(06).
002570         03  GRT-MAX-SCORE       PIC 9(03).
002580         03  GRT-PARTIAL-SW      PIC X(01).
002590         03  GRT-PARTIAL-FLOOR   PIC 9(03).
002600         03  GRT-LATE-PENALTY    PIC 9(03).
002610         03  GRT-LATE-CUTOFF     PIC 9(03).
002620*
002630* ---------------------------------------------------------------
002640* THE ASSIGNMENTS GRADED, EACH WITH THE RULE IT IS GRADED UNDER
002650* AND THE LAST DATE A LATE GAME STILL COUNTS TOWARD IT. THE
002660* TARGET COHORT IS THE FIRST FOUR BYTES OF THE TARGET CODE, PER
002670* THE MONTYASG LAYOUT
002680* ---------------------------------------------------------------
002690 77  WS-ASG-IN-USE             PIC 9(02) COMP VALUE ZERO.
002700 77  WS-ASG-IDX                PIC 9(02) COMP VALUE ZERO.
002710 77  WS-EARLIEST-ASSIGN-DATE   PIC 9(08)      VALUE ZERO.
002720 77  WS-LATEST-LATE-DATE       PIC 9(08)      VALUE ZERO.
002730 01  GBA-TABLE.
002740     02  GBA-ENTRY           OCCURS 50 TIMES.
002750         03  GBA-ASSIGN-ID       PIC X(06).
002760         03  GBA-TARGET-TYPE     PIC X(01).
002770         03  GBA-TARGET-CODE.
002780             04  GBA-TARGET-COHORT   PIC X(04).
002790             04  FILLER              PIC X(04).
002800         03  GBA-DOOR-COUNT      PIC 9(01).
002810         03  GBA-GAME-MODE       PIC X(01).
002820         03  GBA-REQUIRED        PIC 9(07) COMP.
002830         03  GBA-ASSIGN-DATE     PIC 9(08).
002840         03  GBA-DUE-DATE        PIC 9(08).
002850         03  GBA-LATE-END-DATE   PIC 9(08).
002860         03  GBA-MAX-SCORE       PIC 9(03).
002870         03  GBA-PARTIAL-SW      PIC X(01).
002880         03  GBA-PARTIAL-FLOOR   PIC 9(03).
002890         03  GBA-LATE-PENALTY    PIC 9(03).
002900         03  GBA-RULE-SOURCE     PIC X(08).
002910         03  GBA-ROWS            PIC 9(05) COMP.
002920         03  GBA-LATE-ROWS       PIC 9(05) COMP.
002930*
002940* ---------------------------------------------------------------
002950* THE ACTIVE PLAYERS, WITH THE ON-TIME AND LATE GAMES EACH
002960* COUNTED TOWARD EACH ASSIGNMENT GRADED
002970* ---------------------------------------------------------------
002980 77  WS-PLR-IN-USE             PIC 9(04) COMP VALUE ZERO.
002990 77  WS-PLR-IDX                PIC 9(04) COMP VALUE ZERO.
003000 77  WS-PLR-FOUND-IDX          PIC 9(04) COMP VALUE ZERO.
003010 77  WS-SEARCH-ID              PIC X(08)      VALUE SPACES.
003020 01  GBP-PLAYER-TABLE.
003030     02  GBP-PLAYER-ENTRY    OCCURS 1000 TIMES.
003040         03  GBP-PLR-ID          PIC X(08).
003050         03  GBP-PLR-COHORT      PIC X(04).
003060 01  ONT-COUNT-MATRIX.
003070     02  ONT-ASG-ROW         OCCURS 50 TIMES.
003080         03  ONT-GAME-COUNT      PIC 9(07) COMP
003090                                 OCCURS 1000 TIMES.
003100 01  LAT-COUNT-MATRIX.
003110     02  LAT-ASG-ROW         OCCURS 50 TIMES.
003120         03  LAT-GAME-COUNT      PIC 9(07) COMP
003130                                 OCCURS 1000 TIMES.
003140*
003150* ---------------------------------------------------------------
003160* SCORING WORK FIELDS, FEED CONTROL TOTALS AND DISPLAY FIELDS
003170* ---------------------------------------------------------------
003180 77  WS-IN-SCOPE-SW            PIC X(01)      VALUE 'N'.
003190     88  PLAYER-IN-SCOPE                      VALUE 'Y'.
003200     88  PLAYER-NOT-IN-SCOPE                  VALUE 'N'.
003210 77  WS-MODE-MATCH-SW          PIC X(01)      VALUE 'N'.
003220     88  MODE-MATCHES                         VALUE 'Y'.
003230     88  MODE-DOES-NOT-MATCH                  VALUE 'N'.
003240 77  WS-LATE-SW                PIC X(01)      VALUE 'N'.
003250     88  ROW-IS-LATE                          VALUE 'Y'.
003260     88  ROW-IS-ON-TIME                       VALUE 'N'.
003270 77  WS-ONTIME-TRIALS          PIC 9(07) COMP VALUE ZERO.
003280 77  WS-LATE-TRIALS            PIC 9(07) COMP VALUE ZERO.
003290 77  WS-LATE-USED              PIC 9(07) COMP VALUE ZERO.
003300 77  WS-SHORTFALL              PIC 9(07) COMP VALUE ZERO.
003310 77  WS-TRIALS-USED            PIC 9(07) COMP VALUE ZERO.
003320 77  WS-BASE-SCORE             PIC 9(03)V99   VALUE ZERO.
003330 77  WS-ROW-SCORE              PIC 9(03)V99   VALUE ZERO.
003340 77  WS-SCORE-HASH             PIC 9(09)V99   VALUE ZERO.
003350 77  WS-ROWS-WRITTEN           PIC 9(07) COMP VALUE ZERO.
003360 77  WS-ARC-GENERATIONS        PIC 9(04) COMP VALUE ZERO.
003370 77  WS-GAMES-SCANNED          PIC 9(09) COMP VALUE ZERO.
003380 77  WS-COUNT-DISPLAY          PIC 9(05)      VALUE ZERO.
003390 77  WS-LATE-DISPLAY           PIC 9(05)      VALUE ZERO.
003400 77  WS-ROWS-DISPLAY           PIC 9(07)      VALUE ZERO.
003410 77  WS-TOTAL-DISPLAY          PIC 9(09)      VALUE ZERO.
003420 77  WS-HASH-DISPLAY           PIC Z(08)9.99  VALUE ZERO.
003430*
003440 PROCEDURE DIVISION.
003450*
003460* ---------------------------------------------------------------
003470* 0000-MAINLINE
003480* ---------------------------------------------------------------
003490 0000-MAINLINE.
003500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003510     PERFORM 2000-LOAD-GRADE-RULES THRU 2000-EXIT.
003520     PERFORM 2100-LOAD-ASSIGNMENTS THRU 2100-EXIT.
003530     PERFORM 2200-LOAD-ACTIVE-PLAYERS THRU 2200-EXIT.
003540     PERFORM 3000-COUNT-ASSIGNMENT-GAMES THRU 3000-EXIT.
003550     PERFORM 4000-WRITE-GRADEBOOK THRU 4000-EXIT.
003560     PERFORM 8000-PRINT-FEED-TOTALS THRU 8000-EXIT.
003570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003580     STOP RUN.
003590*
003600* ---------------------------------------------------------------
003610* 1000-INITIALIZE - OPEN THE ASSIGNMENT FILE AND TAKE THE
003620* ASSIGNMENT TO GRADE
003630* ---------------------------------------------------------------
003640 1000-INITIALIZE.
003650     DISPLAY 'MONTYLMS: LMS GRADEBOOK INTERFACE FILE'.
003660     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003670     ACCEPT WS-NOW-TIME FROM TIME.
003680     OPEN INPUT ASSIGNMENT-FILE.
003690     IF WS-ASG-STATUS NOT = '00'
003700         DISPLAY 'MONTYLMS: CANNOT OPEN MONTYASG, STATUS '
003710             WS-ASG-STATUS '.'
003720         MOVE 12 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750     PERFORM 1100-GET-ASSIGNMENT-SCOPE THRU 1100-EXIT.
003760 1000-EXIT.
003770     EXIT.
003780*
003790 1100-GET-ASSIGNMENT-SCOPE.
003800     DISPLAY 'MH: ASSIGNMENT ID (BLANK FOR EVERY ASSIGNMENT)?'.
003810     ACCEPT WS-SCOPE-ASSIGN-ID FROM CONSOLE.
003820     IF WS-SCOPE-ASSIGN-ID = SPACES
003830         GO TO 1100-EXIT
003840     END-IF.
003850     MOVE WS-SCOPE-ASSIGN-ID TO ASG-ASSIGN-ID.
003860     READ ASSIGNMENT-FILE
003870         INVALID KEY
003880             DISPLAY 'MH: NO ASSIGNMENT ' WS-SCOPE-ASSIGN-ID
003890                 ' ON MONTYASG.'
003900             GO TO 1100-GET-ASSIGNMENT-SCOPE
003910     END-READ.
003920 1100-EXIT.
003930     EXIT.
003940*
003950* ---------------------------------------------------------------
003960* 2000-LOAD-GRADE-RULES - TABLE THE INSTRUCTOR'S GRADERUL CARDS.
003970* EVERY CARD IS CHECKED AND EVERY BAD ONE LISTED BEFORE THE RUN
003980* STOPS, SO ONE RESUBMISSION FIXES THEM ALL. NO CARD FILE MEANS
003990* EVERY ASSIGNMENT IS GRADED UNDER THE STANDARD RULE
004000* ---------------------------------------------------------------
004010 2000-LOAD-GRADE-RULES.
004020     OPEN INPUT RULE-FILE.
004030     IF WS-RULE-STATUS NOT = '00'
004040         DISPLAY 'MONTYLMS: NO GRADERUL CARDS, STATUS '
004050             WS-RULE-STATUS ' - THE STANDARD RULE APPLIES.'
004060         GO TO 2000-EXIT
004070     END-IF.
004080     SET RULE-NOT-EOF TO TRUE.
004090     PERFORM 2010-LOAD-ONE-RULE THRU 2010-EXIT
004100         UNTIL RULE-EOF.
004110     CLOSE RULE-FILE.
004120     IF WS-RULE-ERRORS > ZERO
004130         MOVE WS-RULE-ERRORS TO WS-COUNT-DISPLAY
004140         DISPLAY 'MONTYLMS: ' WS-COUNT-DISPLAY ' GRADERUL CARDS'
004150             ' IN ERROR - NO GRADEBOOK FILE WRITTEN.'
004160         MOVE 8 TO RETURN-CODE
004170         STOP RUN
004180     END-IF.
004190 2000-EXIT.
004200     EXIT.
004210*
004220 2010-LOAD-ONE-RULE.
004230     READ RULE-FILE
004240         AT END
004250             SET RULE-EOF TO TRUE
004260             GO TO 2010-EXIT
004270     END-READ.
004280     ADD 1 TO WS-RULE-CARDS-READ.
004290     PERFORM 2020-CHECK-ONE-RULE THRU 2020-EXIT.
004300     IF WS-CARD-REASON NOT = SPACES
004310         MOVE WS-RULE-CARDS-READ TO WS-COUNT-DISPLAY
004320         DISPLAY 'MONTYLMS: GRADERUL CARD ' WS-COUNT-DISPLAY
004330             ' (' GRR-ASSIGN-ID ') ' WS-CARD-REASON
004340         ADD 1 TO WS-RULE-ERRORS
004350         GO TO 2010-EXIT
004360     END-IF.
004370     ADD 1 TO WS-RULE-IN-USE.
004380     MOVE GRR-ASSIGN-ID     TO GRT-ASSIGN-ID(WS-RULE-IN-USE).
004390     MOVE GRR-MAX-SCORE     TO GRT-MAX-SCORE(WS-RULE-IN-USE).
004400     MOVE GRR-PARTIAL-SW    TO GRT-PARTIAL-SW(WS-RULE-IN-USE).
004410     MOVE GRR-PARTIAL-FLOOR TO GRT-PARTIAL-FLOOR(WS-RULE-IN-USE).
004420     MOVE GRR-LATE-PENALTY  TO GRT-LATE-PENALTY(WS-RULE-IN-USE).
004430     MOVE GRR-LATE-CUTOFF-DAYS
004440         TO GRT-LATE-CUTOFF(WS-RULE-IN-USE).
004450     IF GRR-DEFAULT-RULE
004460         MOVE WS-RULE-IN-USE TO WS-DEFAULT-RULE-IDX
004470     END-IF.
004480 2010-EXIT.
004490     EXIT.
004500*
004510* ---------------------------------------------------------------
004520* 2020-CHECK-ONE-RULE - WS-CARD-REASON IS LEFT BLANK FOR A GOOD
004530* CARD. PERCENTS RUN 0 TO 100 AND A COMPLETE ASSIGNMENT MUST BE
004540* WORTH AT LEAST ONE POINT
004550* ---------------------------------------------------------------
004560 2020-CHECK-ONE-RULE.
004570     MOVE SPACES TO WS-CARD-REASON.
004580     IF GRR-ASSIGN-ID = SPACES
004590         MOVE 'HAS NO ASSIGNMENT ID.' TO WS-CARD-REASON
004600         GO TO 2020-EXIT
004610     END-IF.
004620     IF GRR-MAX-SCORE NOT NUMERIC
004630         OR GRR-MAX-SCORE = ZERO
004640         MOVE 'POINTS MUST BE 001 TO 999.' TO WS-CARD-REASON
004650         GO TO 2020-EXIT
004660     END-IF.
004670     IF NOT GRR-PARTIAL-CREDIT
004680         AND NOT GRR-ALL-OR-NOTHING
004690         MOVE 'PARTIAL CREDIT MUST BE Y OR N.' TO WS-CARD-REASON
004700         GO TO 2020-EXIT
004710     END-IF.
004720     IF GRR-PARTIAL-FLOOR NOT NUMERIC
004730         OR GRR-PARTIAL-FLOOR > 100
004740         MOVE 'PARTIAL CREDIT FLOOR MUST BE 000 TO 100.'
004750             TO WS-CARD-REASON
004760         GO TO 2020-EXIT
004770     END-IF.
004780     IF GRR-LATE-PENALTY NOT NUMERIC
004790         OR GRR-LATE-PENALTY > 100
004800         MOVE 'LATE PENALTY MUST BE 000 TO 100.' TO WS-CARD-REASON
004810         GO TO 2020-EXIT
004820     END-IF.
004830     IF GRR-LATE-CUTOFF-DAYS NOT NUMERIC
004840         MOVE 'LATE CUT-OFF DAYS MUST BE NUMERIC.'
004850             TO WS-CARD-REASON
004860         GO TO 2020-EXIT
004870     END-IF.
004880     MOVE GRR-ASSIGN-ID TO WS-RULE-SEARCH-ID.
004890     PERFORM 2800-FIND-RULE THRU 2800-EXIT.
004900     IF WS-RULE-FOUND-IDX > ZERO
004910         MOVE 'DUPLICATES AN EARLIER CARD.' TO WS-CARD-REASON
004920         GO TO 2020-EXIT
004930     END-IF.
004940     IF WS-RULE-IN-USE = 100
004950         MOVE 'IS PAST THE 100-CARD LIMIT.' TO WS-CARD-REASON
004960     END-IF.
004970 2020-EXIT.
004980     EXIT.
004990*
005000* ---------------------------------------------------------------
005010* 2100-LOAD-ASSIGNMENTS - THE ONE ASSIGNMENT ASKED FOR, OPEN OR
005020* CLOSED, OR EVERY ASSIGNMENT ALREADY GIVEN OUT
005030* ---------------------------------------------------------------
005040 2100-LOAD-ASSIGNMENTS.
005050     MOVE 99999999 TO WS-EARLIEST-ASSIGN-DATE.
005060     MOVE ZERO     TO WS-LATEST-LATE-DATE.
005070     MOVE LOW-VALUES TO ASG-ASSIGN-ID.
005080     SET KEYED-NOT-EOF TO TRUE.
005090     START ASSIGNMENT-FILE KEY NOT < ASG-ASSIGN-ID
005100         INVALID KEY
005110             SET KEYED-EOF TO TRUE
005120     END-START.
005130     PERFORM 2110-LOAD-ONE-ASSIGNMENT THRU 2110-EXIT
005140         UNTIL KEYED-EOF.
005150     CLOSE ASSIGNMENT-FILE.
005160     IF WS-ASG-IN-USE = ZERO
005170         DISPLAY 'MONTYLMS: NO ASSIGNMENT HAS BEEN GIVEN OUT YET'
005180             ' - NO GRADEBOOK FILE WRITTEN.'
005190         MOVE 4 TO RETURN-CODE
005200         STOP RUN
005210     END-IF.
005220     INITIALIZE ONT-COUNT-MATRIX.
005230     INITIALIZE LAT-COUNT-MATRIX.
005240 2100-EXIT.
005250     EXIT.
005260*
005270 2110-LOAD-ONE-ASSIGNMENT.
005280     READ ASSIGNMENT-FILE NEXT RECORD
005290         AT END
005300             SET KEYED-EOF TO TRUE
005310             GO TO 2110-EXIT
005320     END-READ.
005330     IF WS-SCOPE-ASSIGN-ID = SPACES
005340         IF ASG-ASSIGN-DATE > WS-TODAY-DATE
005350             GO TO 2110-EXIT
005360         END-IF
005370     ELSE
005380         IF ASG-ASSIGN-ID NOT = WS-SCOPE-ASSIGN-ID
005390             GO TO 2110-EXIT
005400         END-IF
005410     END-IF.
005420     IF WS-ASG-IN-USE = 50
005430         DISPLAY 'MONTYLMS: MORE THAN 50 ASSIGNMENTS TO GRADE -'
005440             ' RUN ONE ASSIGNMENT AT A TIME.'
005450         MOVE 8 TO RETURN-CODE
005460         STOP RUN
005470     END-IF.
005480     ADD 1 TO WS-ASG-IN-USE.
005490     MOVE ASG-ASSIGN-ID       TO GBA-ASSIGN-ID(WS-ASG-IN-USE).
005500     MOVE ASG-TARGET-TYPE     TO GBA-TARGET-TYPE(WS-ASG-IN-USE).
005510     MOVE ASG-TARGET-CODE     TO GBA-TARGET-CODE(WS-ASG-IN-USE).
005520     MOVE ASG-DOOR-COUNT      TO GBA-DOOR-COUNT(WS-ASG-IN-USE).
005530     MOVE ASG-GAME-MODE       TO GBA-GAME-MODE(WS-ASG-IN-USE).
005540     MOVE ASG-REQUIRED-TRIALS TO GBA-REQUIRED(WS-ASG-IN-USE).
005550     MOVE ASG-ASSIGN-DATE     TO GBA-ASSIGN-DATE(WS-ASG-IN-USE).
005560     MOVE ASG-DUE-DATE        TO GBA-DUE-DATE(WS-ASG-IN-USE).
005570     MOVE ZERO                TO GBA-ROWS(WS-ASG-IN-USE).
005580     MOVE ZERO                TO GBA-LATE-ROWS(WS-ASG-IN-USE).
005590     PERFORM 2120-APPLY-GRADE-RULE THRU 2120-EXIT.
005600     IF ASG-ASSIGN-DATE < WS-EARLIEST-ASSIGN-DATE
005610         MOVE ASG-ASSIGN-DATE TO WS-EARLIEST-ASSIGN-DATE
005620     END-IF.
005630     IF GBA-LATE-END-DATE(WS-ASG-IN-USE) > WS-LATEST-LATE-DATE
005640         MOVE GBA-LATE-END-DATE(WS-ASG-IN-USE)
005650             TO WS-LATEST-LATE-DATE
005660     END-IF.
005670 2110-EXIT.
005680     EXIT.
005690*
005700* ---------------------------------------------------------------
005710* 2120-APPLY-GRADE-RULE - THE ASSIGNMENT'S OWN CARD, ELSE THE
005720* DEFAULT CARD, ELSE THE STANDARD RULE. A LATE CUT-OFF OF ZERO
005730* DAYS LETS A LATE GAME COUNT WHENEVER IT IS PLAYED
005740* ---------------------------------------------------------------
005750 2120-APPLY-GRADE-RULE.
005760     MOVE ASG-ASSIGN-ID TO WS-RULE-SEARCH-ID.
005770     PERFORM 2800-FIND-RULE THRU 2800-EXIT.
005780     IF WS-RULE-FOUND-IDX > ZERO
005790         MOVE 'CARD'    TO GBA-RULE-SOURCE(WS-ASG-IN-USE)
005800     ELSE
005810         MOVE WS-DEFAULT-RULE-IDX TO WS-RULE-FOUND-IDX
005820         MOVE 'DEFAULT' TO GBA-RULE-SOURCE(WS-ASG-IN-USE)
005830     END-IF.
005840     IF WS-RULE-FOUND-IDX = ZERO
005850         MOVE 'STANDARD' TO GBA-RULE-SOURCE(WS-ASG-IN-USE)
005860         MOVE 100       TO GBA-MAX-SCORE(WS-ASG-IN-USE)
005870         MOVE 'Y'       TO GBA-PARTIAL-SW(WS-ASG-IN-USE)
005880         MOVE ZERO      TO GBA-PARTIAL-FLOOR(WS-ASG-IN-USE)
005890         MOVE ZERO      TO GBA-LATE-PENALTY(WS-ASG-IN-USE)
005900         MOVE 99999999  TO GBA-LATE-END-DATE(WS-ASG-IN-USE)
005910         GO TO 2120-EXIT
005920     END-IF.
005930     MOVE GRT-MAX-SCORE(WS-RULE-FOUND-IDX)
005940         TO GBA-MAX-SCORE(WS-ASG-IN-USE).
005950     MOVE GRT-PARTIAL-SW(WS-RULE-FOUND-IDX)
005960         TO GBA-PARTIAL-SW(WS-ASG-IN-USE).
005970     MOVE GRT-PARTIAL-FLOOR(WS-RULE-FOUND-IDX)
005980         TO GBA-PARTIAL-FLOOR(WS-ASG-IN-USE).
005990     MOVE GRT-LATE-PENALTY(WS-RULE-FOUND-IDX)
006000         TO GBA-LATE-PENALTY(WS-ASG-IN-USE).
006010     IF GRT-LATE-CUTOFF(WS-RULE-FOUND-IDX) = ZERO
006020         MOVE 99999999 TO GBA-LATE-END-DATE(WS-ASG-IN-USE)
006030     ELSE
006040         COMPUTE WS-DAY-NUMBER =
006050             FUNCTION INTEGER-OF-DATE(ASG-DUE-DATE)
006060             + GRT-LATE-CUTOFF(WS-RULE-FOUND-IDX)
006070         COMPUTE GBA-LATE-END-DATE(WS-ASG-IN-USE) =
006080             FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
006090     END-IF.
006100 2120-EXIT.
006110     EXIT.
006120*
006130* ---------------------------------------------------------------
006140* 2200-LOAD-ACTIVE-PLAYERS - THE ROSTER GRADED, THE ACTIVE
006150* PLAYERS ON MONTYPLR WITH THEIR CURRENT COHORT, AS MONTYCMP
006160* LISTS THEM
006170* ---------------------------------------------------------------
006180 2200-LOAD-ACTIVE-PLAYERS.
006190     OPEN INPUT PLAYER-FILE.
006200     IF WS-PLR-STATUS NOT = '00'
006210         DISPLAY 'MONTYLMS: CANNOT OPEN MONTYPLR, STATUS '
006220             WS-PLR-STATUS '.'
006230         MOVE 12 TO RETURN-CODE
006240         STOP RUN
006250     END-IF.
006260     MOVE LOW-VALUES TO PLR-PLAYER-ID.
006270     SET KEYED-NOT-EOF TO TRUE.
006280     START PLAYER-FILE KEY NOT < PLR-PLAYER-ID
006290         INVALID KEY
006300             SET KEYED-EOF TO TRUE
006310     END-START.
006320     PERFORM 2210-LOAD-ONE-PLAYER THRU 2210-EXIT
006330         UNTIL KEYED-EOF.
006340     CLOSE PLAYER-FILE.
006350 2200-EXIT.
006360     EXIT.
006370*
006380 2210-LOAD-ONE-PLAYER.
006390     READ PLAYER-FILE NEXT RECORD
006400         AT END
006410             SET KEYED-EOF TO TRUE
006420             GO TO 2210-EXIT
006430     END-READ.
006440     IF NOT PLR-ACTIVE
006450         GO TO 2210-EXIT
006460     END-IF.
006470     IF WS-PLR-IN-USE = 1000
006480         DISPLAY 'MONTYLMS: MORE THAN 1000 ACTIVE PLAYERS -'
006490             ' NO GRADEBOOK FILE WRITTEN.'
006500         MOVE 8 TO RETURN-CODE
006510         STOP RUN
006520     END-IF.
006530     ADD 1 TO WS-PLR-IN-USE.
006540     MOVE PLR-PLAYER-ID   TO GBP-PLR-ID(WS-PLR-IN-USE).
006550     MOVE PLR-COHORT-CODE TO GBP-PLR-COHORT(WS-PLR-IN-USE).
006560 2210-EXIT.
006570     EXIT.
006580*
006590* ---------------------------------------------------------------
006600* 2800-FIND-RULE - LOOK WS-RULE-SEARCH-ID UP AMONG THE RULE
006610* CARDS. WS-RULE-FOUND-IDX IS ZERO WHEN IT IS NOT THERE
006620* ---------------------------------------------------------------
006630 2800-FIND-RULE.
006640     MOVE ZERO TO WS-RULE-FOUND-IDX.
006650     PERFORM 2810-MATCH-ONE-RULE THRU 2810-EXIT
006660         VARYING WS-RULE-IDX FROM 1 BY 1
006670         UNTIL WS-RULE-IDX > WS-RULE-IN-USE
006680             OR WS-RULE-FOUND-IDX > ZERO.
006690 2800-EXIT.
006700     EXIT.
006710*
006720 2810-MATCH-ONE-RULE.
006730     IF GRT-ASSIGN-ID(WS-RULE-IDX) = WS-RULE-SEARCH-ID
006740         MOVE WS-RULE-IDX TO WS-RULE-FOUND-IDX
006750     END-IF.
006760 2810-EXIT.
006770     EXIT.
006780*
006790* ---------------------------------------------------------------
006800* 2900-FIND-PLAYER - LOOK WS-SEARCH-ID UP AMONG THE PLAYERS
006810* TABLED. WS-PLR-FOUND-IDX IS ZERO WHEN IT IS NOT THERE
006820* ---------------------------------------------------------------
006830 2900-FIND-PLAYER.
006840     MOVE ZERO TO WS-PLR-FOUND-IDX.
006850     PERFORM 2910-MATCH-ONE-PLAYER THRU 2910-EXIT
006860         VARYING WS-PLR-IDX FROM 1 BY 1
006870         UNTIL WS-PLR-IDX > WS-PLR-IN-USE
006880             OR WS-PLR-FOUND-IDX > ZERO.
006890 2900-EXIT.
006900     EXIT.
006910*
006920 2910-MATCH-ONE-PLAYER.
006930     IF GBP-PLR-ID(WS-PLR-IDX) = WS-SEARCH-ID
006940         MOVE WS-PLR-IDX TO WS-PLR-FOUND-IDX
006950     END-IF.
006960 2910-EXIT.
006970     EXIT.
006980*
006990* ---------------------------------------------------------------
007000* 3000-COUNT-ASSIGNMENT-GAMES - COUNT EVERY GAME TOWARD THE
007010* ASSIGNMENTS GRADED THE WAY MONTYCMP DOES. A GENERATION MONTYARC
007020* CUT SINCE THE EARLIEST ASSIGN DATE IS READ AHEAD OF THE LIVE
007030* LOG SO AN ARCHIVE RUN DOES NOT COST ANYONE THEIR GRADE
007040* ---------------------------------------------------------------
007050 3000-COUNT-ASSIGNMENT-GAMES.
007060     OPEN INPUT COHORT-HISTORY-FILE.
007070     IF WS-CHS-STATUS = '00'
007080         SET CHS-AVAILABLE TO TRUE
007090     ELSE
007100         DISPLAY 'MONTYLMS: MONTYCHS NOT AVAILABLE, STATUS '
007110             WS-CHS-STATUS ' - COHORTS COME FROM THE PLAYER'
007120             ' MASTER ONLY.'
007130     END-IF.
007140     PERFORM 3100-COUNT-FROM-ARCHIVES THRU 3100-EXIT.
007150     OPEN INPUT MONTYLOG-FILE.
007160     IF WS-LOG-STATUS NOT = '00'
007170         DISPLAY 'MONTYLMS: CANNOT OPEN MONTYLOG, STATUS '
007180             WS-LOG-STATUS '. NO GRADEBOOK FILE WRITTEN.'
007190         MOVE 12 TO RETURN-CODE
007200         STOP RUN
007210     END-IF.
007220     SET LOG-NOT-EOF TO TRUE.
007230     PERFORM 3300-COUNT-ONE-LIVE THRU 3300-EXIT
007240         UNTIL LOG-EOF.
007250     CLOSE MONTYLOG-FILE.
007260     IF CHS-AVAILABLE
007270         CLOSE COHORT-HISTORY-FILE
007280     END-IF.
007290 3000-EXIT.
007300     EXIT.
007310*
007320 3100-COUNT-FROM-ARCHIVES.
007330     OPEN INPUT CATALOG-FILE.
007340     IF WS-CAT-STATUS NOT = '00'
007350         GO TO 3100-EXIT
007360     END-IF.
007370     MOVE ZERO TO CAT-GENERATION.
007380     SET CAT-NOT-EOF TO TRUE.
007390     START CATALOG-FILE KEY NOT < CAT-GENERATION
007400         INVALID KEY
007410             SET CAT-EOF TO TRUE
007420     END-START.
007430     PERFORM 3110-COUNT-ONE-GENERATION THRU 3110-EXIT
007440         UNTIL CAT-EOF.
007450     CLOSE CATALOG-FILE.
007460 3100-EXIT.
007470     EXIT.
007480*
007490 3110-COUNT-ONE-GENERATION.
007500     READ CATALOG-FILE NEXT RECORD
007510         AT END
007520             SET CAT-EOF TO TRUE
007530             GO TO 3110-EXIT
007540     END-READ.
007550     IF CAT-TO-DATE < WS-EARLIEST-ASSIGN-DATE
007560         OR CAT-FROM-DATE > WS-LATEST-LATE-DATE
007570         GO TO 3110-EXIT
007580     END-IF.
007590     MOVE CAT-ARCHIVE-DSN TO WS-ARC-DSN.
007600     OPEN INPUT ARCHIVE-FILE.
007610     IF WS-ARC-STATUS NOT = '00'
007620         DISPLAY 'MONTYLMS: CANNOT OPEN ARCHIVE ' WS-ARC-DSN
007630             ' (GENERATION ' CAT-GENERATION '), STATUS '
007640             WS-ARC-STATUS '. NO GRADEBOOK FILE WRITTEN.'
007650         MOVE 12 TO RETURN-CODE
007660         STOP RUN
007670     END-IF.
007680     ADD 1 TO WS-ARC-GENERATIONS.
007690     SET LOG-NOT-EOF TO TRUE.
007700     PERFORM 3120-COUNT-ONE-ARCHIVED THRU 3120-EXIT
007710         UNTIL LOG-EOF.
007720     CLOSE ARCHIVE-FILE.
007730 3110-EXIT.
007740     EXIT.
007750*
007760 3120-COUNT-ONE-ARCHIVED.
007770     READ ARCHIVE-FILE
007780         AT END
007790             SET LOG-EOF TO TRUE
007800             GO TO 3120-EXIT
007810     END-READ.
007820     MOVE ARCHIVE-LOG-IMAGE TO MONTYLOG-RECORD.
007830     PERFORM 3400-MATCH-ONE-GAME THRU 3400-EXIT.
007840 3120-EXIT.
007850     EXIT.
007860*
007870 3300-COUNT-ONE-LIVE.
007880     READ MONTYLOG-FILE
007890         AT END
007900             SET LOG-EOF TO TRUE
007910         NOT AT END
007920             PERFORM 3400-MATCH-ONE-GAME THRU 3400-EXIT
007930     END-READ.
007940 3300-EXIT.
007950     EXIT.
007960*
007970* ---------------------------------------------------------------
007980* 3400-MATCH-ONE-GAME - ONE GAME AGAINST EVERY ASSIGNMENT GRADED.
007990* A GAME OUTSIDE EVERY ASSIGNMENT WINDOW, LATE DAYS INCLUDED, IS
008000* PASSED OVER BEFORE THE COHORT HISTORY IS EVEN LOOKED AT
008010* ---------------------------------------------------------------
008020 3400-MATCH-ONE-GAME.
008030     ADD 1 TO WS-GAMES-SCANNED.
008040     COMPUTE WS-LOG-COMBINED-DATE =
008050         (LOG-YEAR * 10000) + (LOG-MONTH * 100) + LOG-DAY.
008060     IF WS-LOG-COMBINED-DATE < WS-EARLIEST-ASSIGN-DATE
008070         OR WS-LOG-COMBINED-DATE > WS-LATEST-LATE-DATE
008080         GO TO 3400-EXIT
008090     END-IF.
008100     MOVE LOG-PLAYER-ID TO WS-SEARCH-ID.
008110     PERFORM 2900-FIND-PLAYER THRU 2900-EXIT.
008120     IF WS-PLR-FOUND-IDX = ZERO
008130         GO TO 3400-EXIT
008140     END-IF.
008150     PERFORM 3500-LOOK-UP-GAME-COHORT THRU 3500-EXIT.
008160     PERFORM 3410-MATCH-ONE-ASSIGNMENT THRU 3410-EXIT
008170         VARYING WS-ASG-IDX FROM 1 BY 1
008180         UNTIL WS-ASG-IDX > WS-ASG-IN-USE.
008190 3400-EXIT.
008200     EXIT.
008210*
008220* ---------------------------------------------------------------
008230* 3410-MATCH-ONE-ASSIGNMENT - A GAME UP TO THE DUE DATE COUNTS
008240* ON TIME, ONE AFTER IT BUT WITHIN THE RULE'S LATE CUT-OFF
008250* COUNTS LATE
008260* ---------------------------------------------------------------
008270 3410-MATCH-ONE-ASSIGNMENT.
008280     SET PLAYER-NOT-IN-SCOPE TO TRUE.
008290     IF GBA-TARGET-TYPE(WS-ASG-IDX) = 'C'
008300         IF WS-GAME-COHORT = GBA-TARGET-COHORT(WS-ASG-IDX)
008310             SET PLAYER-IN-SCOPE TO TRUE
008320         END-IF
008330     ELSE
008340         IF LOG-PLAYER-ID = GBA-TARGET-CODE(WS-ASG-IDX)
008350             SET PLAYER-IN-SCOPE TO TRUE
008360         END-IF
008370     END-IF.
008380     IF PLAYER-NOT-IN-SCOPE
008390         GO TO 3410-EXIT
008400     END-IF.
008410     IF WS-LOG-COMBINED-DATE < GBA-ASSIGN-DATE(WS-ASG-IDX)
008420         OR WS-LOG-COMBINED-DATE > GBA-LATE-END-DATE(WS-ASG-IDX)
008430         GO TO 3410-EXIT
008440     END-IF.
008450     IF LOG-DOOR-COUNT NOT = GBA-DOOR-COUNT(WS-ASG-IDX)
008460         GO TO 3410-EXIT
008470     END-IF.
008480     PERFORM 3420-CHECK-GAME-MODE THRU 3420-EXIT.
008490     IF MODE-DOES-NOT-MATCH
008500         GO TO 3410-EXIT
008510     END-IF.
008520     IF WS-LOG-COMBINED-DATE > GBA-DUE-DATE(WS-ASG-IDX)
008530         ADD 1 TO LAT-GAME-COUNT(WS-ASG-IDX, WS-PLR-FOUND-IDX)
008540     ELSE
008550         ADD 1 TO ONT-GAME-COUNT(WS-ASG-IDX, WS-PLR-FOUND-IDX)
008560     END-IF.
008570 3410-EXIT.
008580     EXIT.
008590*
008600* ---------------------------------------------------------------
008610* 3420-CHECK-GAME-MODE - AN ASSIGNMENT IN CLASSIC MODE ACCEPTS
008620* THE BLANK MODE BYTE OLDER LOG RECORDS CARRY, AS MONTYCMP DOES
008630* ---------------------------------------------------------------
008640 3420-CHECK-GAME-MODE.
008650     SET MODE-DOES-NOT-MATCH TO TRUE.
008660     IF GBA-GAME-MODE(WS-ASG-IDX) = 'C'
008670         IF LOG-GAME-MODE = 'C' OR LOG-GAME-MODE = SPACE
008680             SET MODE-MATCHES TO TRUE
008690         END-IF
008700     ELSE
008710         IF LOG-GAME-MODE = GBA-GAME-MODE(WS-ASG-IDX)
008720             SET MODE-MATCHES TO TRUE
008730         END-IF
008740     END-IF.
008750 3420-EXIT.
008760     EXIT.
008770*
008780* ---------------------------------------------------------------
008790* 3500-LOOK-UP-GAME-COHORT - THE COHORT THE PLAYER WAS IN ON THE
008800* GAME'S LOG-DATE: THE LAST MONTYCHS ENTRY IN EFFECT ON THAT
008810* DATE, OR THE FIRST ENTRY FOR A GAME DATED BEFORE IT. A PLAYER
008820* WITH NO HISTORY KEEPS THE MASTER'S CURRENT COHORT
008830* ---------------------------------------------------------------
008840 3500-LOOK-UP-GAME-COHORT.
008850     MOVE GBP-PLR-COHORT(WS-PLR-FOUND-IDX) TO WS-GAME-COHORT.
008860     SET CHS-NOT-FOUND TO TRUE.
008870     IF CHS-NOT-AVAILABLE
008880         GO TO 3500-EXIT
008890     END-IF.
008900     MOVE LOG-PLAYER-ID TO CHS-PLAYER-ID.
008910     MOVE ZERO          TO CHS-EFFECTIVE-DATE.
008920     SET CHS-NOT-EOF TO TRUE.
008930     START COHORT-HISTORY-FILE KEY NOT < CHS-KEY
008940         INVALID KEY
008950             SET CHS-EOF TO TRUE
008960     END-START.
008970     PERFORM 3510-READ-ONE-HISTORY THRU 3510-EXIT
008980         UNTIL CHS-EOF.
008990 3500-EXIT.
009000     EXIT.
009010*
009020 3510-READ-ONE-HISTORY.
009030     READ COHORT-HISTORY-FILE NEXT RECORD
009040         AT END
009050             SET CHS-EOF TO TRUE
009060             GO TO 3510-EXIT
009070     END-READ.
009080     IF CHS-PLAYER-ID NOT = LOG-PLAYER-ID
009090         SET CHS-EOF TO TRUE
009100         GO TO 3510-EXIT
009110     END-IF.
009120     IF CHS-FOUND
009130         AND CHS-EFFECTIVE-DATE > WS-LOG-COMBINED-DATE
009140         SET CHS-EOF TO TRUE
009150         GO TO 3510-EXIT
009160     END-IF.
009170     MOVE CHS-COHORT-CODE TO WS-GAME-COHORT.
009180     SET CHS-FOUND TO TRUE.
009190 3510-EXIT.
009200     EXIT.
009210*
009220* ---------------------------------------------------------------
009230* 4000-WRITE-GRADEBOOK - THE FILE IS WRITTEN FRESH EVERY RUN.
009240* HEADER, ONE ROW PER STUDENT PER ASSIGNMENT IN ASSIGNMENT AND
009250* PLAYER ORDER, THEN THE TRAILER WITH THE ROW COUNT AND SCORE
009260* HASH
009270* ---------------------------------------------------------------
009280 4000-WRITE-GRADEBOOK.
009290     OPEN OUTPUT GRADEBOOK-FILE.
009300     IF WS-GBK-STATUS NOT = '00'
009310         DISPLAY 'MONTYLMS: CANNOT OPEN MONTYGBK, STATUS '
009320             WS-GBK-STATUS '.'
009330         MOVE 12 TO RETURN-CODE
009340         STOP RUN
009350     END-IF.
009360     MOVE SPACES            TO GRADEBOOK-RECORD.
009370     SET GBK-HEADER TO TRUE.
009380     MOVE 'MONTYGBK'        TO GBH-FEED-NAME.
009390     MOVE WS-TODAY-DATE     TO GBH-CREATED-DATE.
009400     DIVIDE WS-NOW-TIME BY 100 GIVING GBH-CREATED-TIME.
009410     IF WS-SCOPE-ASSIGN-ID = SPACES
009420         MOVE 'ALL'              TO GBH-ASSIGN-SCOPE
009430     ELSE
009440         MOVE WS-SCOPE-ASSIGN-ID TO GBH-ASSIGN-SCOPE
009450     END-IF.
009460     MOVE 'REPLACE'         TO GBH-LOAD-ACTION.
009470     PERFORM 4900-WRITE-GRADEBOOK-RECORD THRU 4900-EXIT.
009480     PERFORM 4100-GRADE-ONE-ASSIGNMENT THRU 4100-EXIT
009490         VARYING WS-ASG-IDX FROM 1 BY 1
009500         UNTIL WS-ASG-IDX > WS-ASG-IN-USE.
009510     MOVE SPACES            TO GRADEBOOK-RECORD.
009520     SET GBK-TRAILER TO TRUE.
009530     MOVE WS-ROWS-WRITTEN   TO GBT-ROW-COUNT.
009540     MOVE WS-SCORE-HASH     TO GBT-SCORE-HASH.
009550     PERFORM 4900-WRITE-GRADEBOOK-RECORD THRU 4900-EXIT.
009560 4000-EXIT.
009570     EXIT.
009580*
009590 4100-GRADE-ONE-ASSIGNMENT.
009600     PERFORM 4110-GRADE-ONE-PLAYER THRU 4110-EXIT
009610         VARYING WS-PLR-IDX FROM 1 BY 1
009620         UNTIL WS-PLR-IDX > WS-PLR-IN-USE.
009630 4100-EXIT.
009640     EXIT.
009650*
009660* ---------------------------------------------------------------
009670* 4110-GRADE-ONE-PLAYER - A COHORT ASSIGNMENT GRADES EVERY PLAYER
009680* NOW IN THE COHORT, A PLAYER ASSIGNMENT ITS ONE PLAYER, THE SAME
009690* SCOPE MONTYCMP REPORTS ON
009700* ---------------------------------------------------------------
009710 4110-GRADE-ONE-PLAYER.
009720     IF GBA-TARGET-TYPE(WS-ASG-IDX) = 'C'
009730         IF GBP-PLR-COHORT(WS-PLR-IDX)
009740             NOT = GBA-TARGET-COHORT(WS-ASG-IDX)
009750             GO TO 4110-EXIT
009760         END-IF
009770     ELSE
009780         IF GBP-PLR-ID(WS-PLR-IDX)
009790             NOT = GBA-TARGET-CODE(WS-ASG-IDX)
009800             GO TO 4110-EXIT
009810         END-IF
009820     END-IF.
009830     PERFORM 4200-SCORE-ONE-ROW THRU 4200-EXIT.
009840     MOVE SPACES                       TO GRADEBOOK-RECORD.
009850     SET GBK-DETAIL TO TRUE.
009860     MOVE GBP-PLR-ID(WS-PLR-IDX)       TO GBK-PLAYER-ID.
009870     MOVE GBA-ASSIGN-ID(WS-ASG-IDX)    TO GBK-ASSIGN-ID.
009880     COMPUTE GBK-TRIALS-DONE = WS-ONTIME-TRIALS + WS-LATE-TRIALS.
009890     MOVE GBA-REQUIRED(WS-ASG-IDX)     TO GBK-TRIALS-REQUIRED.
009900     MOVE WS-ROW-SCORE                 TO GBK-SCORE.
009910     MOVE GBA-MAX-SCORE(WS-ASG-IDX)    TO GBK-MAX-SCORE.
009920     MOVE WS-LATE-TRIALS               TO GBK-LATE-TRIALS.
009930     IF ROW-IS-LATE
009940         SET GBK-LATE TO TRUE
009950         ADD 1 TO GBA-LATE-ROWS(WS-ASG-IDX)
009960     ELSE
009970         SET GBK-ON-TIME TO TRUE
009980     END-IF.
009990     PERFORM 4900-WRITE-GRADEBOOK-RECORD THRU 4900-EXIT.
010000     ADD 1 TO WS-ROWS-WRITTEN.
010010     ADD 1 TO GBA-ROWS(WS-ASG-IDX).
010020     ADD WS-ROW-SCORE TO WS-SCORE-HASH.
010030 4110-EXIT.
010040     EXIT.
010050*
010060* ---------------------------------------------------------------
010070* 4200-SCORE-ONE-ROW - ON-TIME GAMES COUNT FIRST. LATE GAMES ARE
010080* DRAWN ON ONLY TO MAKE UP A SHORTFALL, AND A ROW THAT NEEDED
010090* ANY IS FLAGGED LATE AND LOSES THE RULE'S PENALTY PERCENT. A
010100* ROW SHORT OF THE REQUIRED TRIALS SCORES IN PROPORTION WHEN THE
010110* RULE ALLOWS PARTIAL CREDIT AND THE FLOOR IS REACHED, ELSE ZERO
010120* ---------------------------------------------------------------
010130 4200-SCORE-ONE-ROW.
010140     MOVE ONT-GAME-COUNT(WS-ASG-IDX, WS-PLR-IDX)
010150         TO WS-ONTIME-TRIALS.
010160     MOVE LAT-GAME-COUNT(WS-ASG-IDX, WS-PLR-IDX)
010170         TO WS-LATE-TRIALS.
010180     MOVE ZERO TO WS-LATE-USED.
010190     SET ROW-IS-ON-TIME TO TRUE.
010200     IF WS-ONTIME-TRIALS < GBA-REQUIRED(WS-ASG-IDX)
010210         AND WS-LATE-TRIALS > ZERO
010220         COMPUTE WS-SHORTFALL =
010230             GBA-REQUIRED(WS-ASG-IDX) - WS-ONTIME-TRIALS
010240         IF WS-LATE-TRIALS < WS-SHORTFALL
010250             MOVE WS-LATE-TRIALS TO WS-LATE-USED
010260         ELSE
010270             MOVE WS-SHORTFALL   TO WS-LATE-USED
010280         END-IF
010290         SET ROW-IS-LATE TO TRUE
010300     END-IF.
010310     COMPUTE WS-TRIALS-USED = WS-ONTIME-TRIALS + WS-LATE-USED.
010320     IF WS-TRIALS-USED NOT < GBA-REQUIRED(WS-ASG-IDX)
010330         MOVE GBA-MAX-SCORE(WS-ASG-IDX) TO WS-BASE-SCORE
010340     ELSE
010350         IF GBA-PARTIAL-SW(WS-ASG-IDX) = 'Y'
010360             AND (WS-TRIALS-USED * 100) NOT <
010370                 (GBA-PARTIAL-FLOOR(WS-ASG-IDX)
010380                  * GBA-REQUIRED(WS-ASG-IDX))
010390             COMPUTE WS-BASE-SCORE ROUNDED =
010400                 GBA-MAX-SCORE(WS-ASG-IDX) * WS-TRIALS-USED
010410                 / GBA-REQUIRED(WS-ASG-IDX)
010420         ELSE
010430             MOVE ZERO TO WS-BASE-SCORE
010440         END-IF
010450     END-IF.
010460     IF ROW-IS-LATE
010470         COMPUTE WS-ROW-SCORE ROUNDED = WS-BASE-SCORE
010480             * (100 - GBA-LATE-PENALTY(WS-ASG-IDX)) / 100
010490     ELSE
010500         MOVE WS-BASE-SCORE TO WS-ROW-SCORE
010510     END-IF.
010520 4200-EXIT.
010530     EXIT.
010540*
010550 4900-WRITE-GRADEBOOK-RECORD.
010560     WRITE GRADEBOOK-RECORD.
010570     IF WS-GBK-STATUS NOT = '00'
010580         DISPLAY 'MONTYLMS: MONTYGBK WRITE FAILED, STATUS '
010590             WS-GBK-STATUS '. THE FILE IS INCOMPLETE - DO NOT'
010600             ' SEND IT.'
010610         MOVE 12 TO RETURN-CODE
010620         STOP RUN
010630     END-IF.
010640 4900-EXIT.
010650     EXIT.
010660*
010670* ---------------------------------------------------------------
010680* 8000-PRINT-FEED-TOTALS - ONE LINE PER ASSIGNMENT GRADED AND THE
010690* TRAILER TOTALS, FOR THE INSTRUCTOR TO MATCH TO THE LMS LOAD
010700* ---------------------------------------------------------------
010710 8000-PRINT-FEED-TOTALS.
010720     DISPLAY '===== MONTYLMS GRADEBOOK FEED ====='.
010730     DISPLAY 'ASSIGNMENT  ROWS  LATE RULE'.
010740     PERFORM 8100-PRINT-ONE-ASSIGNMENT THRU 8100-EXIT
010750         VARYING WS-ASG-IDX FROM 1 BY 1
010760         UNTIL WS-ASG-IDX > WS-ASG-IN-USE.
010770     MOVE WS-GAMES-SCANNED TO WS-TOTAL-DISPLAY.
010780     DISPLAY 'GAMES SCANNED        : ' WS-TOTAL-DISPLAY.
010790     MOVE WS-ARC-GENERATIONS TO WS-COUNT-DISPLAY.
010800     DISPLAY 'ARCHIVES READ        : ' WS-COUNT-DISPLAY.
010810     MOVE WS-ROWS-WRITTEN TO WS-ROWS-DISPLAY.
010820     DISPLAY 'ROWS WRITTEN         : ' WS-ROWS-DISPLAY.
010830     MOVE WS-SCORE-HASH TO WS-HASH-DISPLAY.
010840     DISPLAY 'SCORE HASH           : ' WS-HASH-DISPLAY.
010850 8000-EXIT.
010860     EXIT.
010870*
010880 8100-PRINT-ONE-ASSIGNMENT.
010890     MOVE GBA-ROWS(WS-ASG-IDX)      TO WS-COUNT-DISPLAY.
010900     MOVE GBA-LATE-ROWS(WS-ASG-IDX) TO WS-LATE-DISPLAY.
010910     DISPLAY GBA-ASSIGN-ID(WS-ASG-IDX) '     ' WS-COUNT-DISPLAY
010920         ' ' WS-LATE-DISPLAY ' ' GBA-RULE-SOURCE(WS-ASG-IDX).
010930 8100-EXIT.
010940     EXIT.
010950*
010960* ---------------------------------------------------------------
010970* 9000-TERMINATE - CLOSE THE GRADEBOOK FILE
010980* ---------------------------------------------------------------
010990 9000-TERMINATE.
011000     CLOSE GRADEBOOK-FILE.
011010 9000-EXIT.
011020     EXIT.
