001000* ---------------------------------------------------------------
001010* MONTYINQ  - SINGLE-PLAYER INQUIRY
001020* ---------------------------------------------------------------
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.    MONTYINQ.
001050 AUTHOR.        R CHALFANT.
001060 INSTALLATION.  HAYMARKET TRAINING LAB.
001070 DATE-WRITTEN.  10/15/2026.
001080 DATE-COMPILED.
001090*
001100* MODIFICATION HISTORY
001110*   10/15/26  RC  ORIGINAL INQUIRY. ANSWERING "WHERE DOES THIS
001120*                 STUDENT STAND" MEANT RUNNING MONTYSTM, MONTYCMP
001130*                 AND MONTYOPS AND READING THREE LISTINGS. THE
001140*                 OPERATOR NOW KEYS ONE PLAYER ID AND SEES, READ
001150*                 ONLY: THE MONTYPLR MASTER AND ITS SITE, THE
001160*                 MONTYLDR TOTALS, EVERY OPEN MONTYASG ASSIGNMENT
001170*                 THAT APPLIES TO THE PLAYER WITH THE GAMES
001180*                 COUNTED TOWARD IT THE WAY MONTYCMP COUNTS THEM,
001190*                 THE MOST RECENT MONTYHST RUN THE PLAYER PLAYED
001200*                 IN, AND THE LAST 20 GAMES, NEWEST FIRST, WITH
001210*                 PAGING BACK 20 AT A TIME THROUGH THE LIVE LOG
001220*                 AND THE ARCHIVE GENERATIONS ON MONTYCAT. A
001230*                 BLANK PLAYER ID ENDS THE RUN.
001240*
001250 ENVIRONMENT DIVISION.
001260 CONFIGURATION SECTION.
001270 SOURCE-COMPUTER.   GNUCOBOL.
001280 OBJECT-COMPUTER.   GNUCOBOL.
001290*
001300 INPUT-OUTPUT SECTION.
001310 FILE-CONTROL.
001320     SELECT MONTYLOG-FILE ASSIGN TO "MONTYLOG"
001330         ORGANIZATION LINE SEQUENTIAL
001340         FILE STATUS IS WS-LOG-STATUS.
001350     SELECT ARCHIVE-FILE ASSIGN TO WS-ARC-DSN
001360         ORGANIZATION LINE SEQUENTIAL
001370         FILE STATUS IS WS-ARC-STATUS.
001380     SELECT CATALOG-FILE ASSIGN TO "MONTYCAT"
001390         ORGANIZATION INDEXED
001400         ACCESS MODE DYNAMIC
001410         RECORD KEY IS CAT-GENERATION
001420         FILE STATUS IS WS-CAT-STATUS.
001430     SELECT PLAYER-FILE ASSIGN TO "MONTYPLR"
001440         ORGANIZATION INDEXED
001450         ACCESS MODE DYNAMIC
001460         RECORD KEY IS PLR-PLAYER-ID
001470         FILE STATUS IS WS-PLR-STATUS.
001480     SELECT LEADERBOARD-FILE ASSIGN TO "MONTYLDR"
001490         ORGANIZATION INDEXED
001500         ACCESS MODE DYNAMIC
001510         RECORD KEY IS LDR-PLAYER-ID
001520         FILE STATUS IS WS-LDR-STATUS.
001530     SELECT ASSIGNMENT-FILE ASSIGN TO "MONTYASG"
001540         ORGANIZATION INDEXED
001550         ACCESS MODE DYNAMIC
001560         RECORD KEY IS ASG-ASSIGN-ID
001570         FILE STATUS IS WS-ASG-STATUS.
001580     SELECT RUN-HISTORY-FILE ASSIGN TO "MONTYHST"
001590         ORGANIZATION INDEXED
001600         ACCESS MODE DYNAMIC
001610         RECORD KEY IS RHC-RUN-KEY
001620         FILE STATUS IS WS-HST-STATUS.
001630     SELECT COHORT-HISTORY-FILE ASSIGN TO "MONTYCHS"
001640         ORGANIZATION INDEXED
001650         ACCESS MODE DYNAMIC
001660         RECORD KEY IS CHS-KEY
001670         FILE STATUS IS WS-CHS-STATUS.
001680*
001690 DATA DIVISION.
001700 FILE SECTION.
001710 FD  MONTYLOG-FILE.
001720 COPY MONTYLOG.
001730*
001740 FD  ARCHIVE-FILE.
001750 01  ARCHIVE-LOG-IMAGE           PIC X(49).
001760*
001770 FD  CATALOG-FILE.
001780 COPY MONTYCAT.
001790*
001800 FD  PLAYER-FILE.
001810 COPY MONTYPLR.
001820*
001830 FD  LEADERBOARD-FILE.
001840 COPY MONTYLDR.
001850*
001860 FD  ASSIGNMENT-FILE.
001870 COPY MONTYASG.
001880*
001890 FD  RUN-HISTORY-FILE.
001900 COPY MONTYHST.
001910*
001920 FD  COHORT-HISTORY-FILE.
001930 COPY MONTYCHS.
001940*
001950 WORKING-STORAGE SECTION.
001960*
001970* ---------------------------------------------------------------
001980* READ CONTROL, FILE STATUS AND OPERATOR ANSWERS
001990* ---------------------------------------------------------------
002000 77  WS-LOG-EOF-SW             PIC X(01)      VALUE 'N'.
002010     88  LOG-EOF                              VALUE 'Y'.
002020     88  LOG-NOT-EOF                          VALUE 'N'.
002030 77  WS-CAT-EOF-SW             PIC X(01)      VALUE 'N'.
002040     88  CAT-EOF                              VALUE 'Y'.
002050     88  CAT-NOT-EOF                          VALUE 'N'.
002060 77  WS-KEYED-EOF-SW           PIC X(01)      VALUE 'N'.
002070     88  KEYED-EOF                            VALUE 'Y'.
002080     88  KEYED-NOT-EOF                        VALUE 'N'.
002090 77  WS-CHS-EOF-SW             PIC X(01)      VALUE 'N'.
002100     88  CHS-EOF                              VALUE 'Y'.
002110     88  CHS-NOT-EOF                          VALUE 'N'.
002120 77  WS-CHS-OPEN-SW            PIC X(01)      VALUE 'N'.
002130     88  CHS-AVAILABLE                        VALUE 'Y'.
002140     88  CHS-NOT-AVAILABLE                    VALUE 'N'.
002150 77  WS-CHS-FOUND-SW           PIC X(01)      VALUE 'N'.
002160     88  CHS-FOUND                            VALUE 'Y'.
002170     88  CHS-NOT-FOUND                        VALUE 'N'.
002180 77  WS-LOG-STATUS             PIC X(02)      VALUE SPACES.
002190 77  WS-ARC-STATUS             PIC X(02)      VALUE SPACES.
002200 77  WS-CAT-STATUS             PIC X(02)      VALUE SPACES.
002210 77  WS-PLR-STATUS             PIC X(02)      VALUE SPACES.
002220 77  WS-LDR-STATUS             PIC X(02)      VALUE SPACES.
002230 77  WS-ASG-STATUS             PIC X(02)      VALUE SPACES.
002240 77  WS-HST-STATUS             PIC X(02)      VALUE SPACES.
002250 77  WS-CHS-STATUS             PIC X(02)      VALUE SPACES.
002260 77  WS-ARC-DSN                PIC X(44)      VALUE SPACES.
002270 77  WS-TODAY-DATE             PIC 9(08)      VALUE ZERO.
002280 77  WS-PLAYER-ID              PIC X(08)      VALUE SPACES.
002290 77  WS-PLAYER-COHORT          PIC X(04)      VALUE SPACES.
002300 77  WS-MORE-ANSWER            PIC X(01)      VALUE SPACE.
002310 77  WS-LOG-COMBINED-DATE      PIC 9(08) COMP VALUE ZERO.
002320 77  WS-GAME-COHORT            PIC X(04)      VALUE SPACES.
002330 77  WS-CURRENT-GENERATION     PIC 9(04)      VALUE ZERO.
002340 01  WS-TARGET-CODE.
002350     02  WS-TARGET-COHORT        PIC X(04).
002360     02  FILLER                  PIC X(04).
002370*
002380* ---------------------------------------------------------------
002390* THE OPEN ASSIGNMENTS THAT APPLY TO THE PLAYER - A COHORT
002400* ASSIGNMENT FOR THE PLAYER'S CURRENT COHORT OR ONE SET FOR THE
002410* PLAYER ALONE - WITH THE GAMES COUNTED TOWARD EACH
002420* ---------------------------------------------------------------
002430 77  WS-ASG-IN-USE             PIC 9(02) COMP VALUE ZERO.
002440 77  WS-ASG-IDX                PIC 9(02) COMP VALUE ZERO.
002450 77  WS-ASG-SKIPPED            PIC 9(03) COMP VALUE ZERO.
002460 01  INQ-ASG-TABLE.
002470     02  INQ-ASG-ENTRY       OCCURS 50 TIMES.
002480         03  INQ-ASSIGN-ID       PIC X(06).
002490         03  INQ-TARGET-TYPE     PIC X(01).
002500         03  INQ-TARGET-COHORT   PIC X(04).
002510         03  INQ-DOOR-COUNT      PIC 9(01).
002520         03  INQ-GAME-MODE       PIC X(01).
002530         03  INQ-REQUIRED        PIC 9(07).
002540         03  INQ-ASSIGN-DATE     PIC 9(08).
002550         03  INQ-DUE-DATE        PIC 9(08).
002560         03  INQ-GAME-COUNT      PIC 9(07) COMP.
002570*
002580* ---------------------------------------------------------------
002590* THE PLAYER'S GAMES IN A RING OF THE LAST 1000 SEEN, OLDEST
002600* ARCHIVE GENERATION FIRST AND THE LIVE LOG LAST, SO THE NEWEST
002610* GAME IS THE LAST ONE STORED. GENERATION ZERO IS THE LIVE LOG
002620* ---------------------------------------------------------------
002630 77  WS-RING-SIZE              PIC 9(04) COMP VALUE 1000.
002640 77  WS-RING-IDX               PIC 9(04) COMP VALUE ZERO.
002650 77  WS-GAME-TOTAL             PIC 9(09) COMP VALUE ZERO.
002660 77  WS-GAMES-LEFT             PIC 9(04) COMP VALUE ZERO.
002670 77  WS-GAMES-ON-PAGE          PIC 9(02) COMP VALUE ZERO.
002680 77  WS-GAME-NUMBER            PIC 9(09) COMP VALUE ZERO.
002690 77  WS-NEWEST-DATE            PIC 9(08)      VALUE ZERO.
002700 77  WS-NEWEST-TIME            PIC 9(06)      VALUE ZERO.
002710 01  INQ-GAME-RING.
002720     02  INQ-GAME-ENTRY      OCCURS 1000 TIMES.
002730         03  INQ-LOG-IMAGE       PIC X(49).
002740         03  INQ-GENERATION      PIC 9(04).
002750*
002760* ---------------------------------------------------------------
002770* THE LATEST RUN THE PLAYER PLAYED IN - A SINGLE-PLAYER RUN
002780* UNDER THE ID, OR THE RUN WHOSE WINDOW HOLDS THE PLAYER'S
002790* NEWEST GAME (A ROSTER RUN DOES NOT CARRY THE PLAYER ID)
002800* ---------------------------------------------------------------
002810 77  WS-RUN-FOUND-SW           PIC X(01)      VALUE 'N'.
002820     88  RUN-FOUND                            VALUE 'Y'.
002830     88  RUN-NOT-FOUND                        VALUE 'N'.
002840 77  WS-RUN-MATCH-SW           PIC X(01)      VALUE 'N'.
002850     88  RUN-MATCHES                          VALUE 'Y'.
002860     88  RUN-DOES-NOT-MATCH                   VALUE 'N'.
002870 77  WS-PRIOR-DAY              PIC 9(08)      VALUE ZERO.
002880 01  INQ-LAST-RUN              PIC X(75)      VALUE SPACES.
002890*
002900* ---------------------------------------------------------------
002910* MATCH SWITCHES, RATES AND DISPLAY FIELDS
002920* ---------------------------------------------------------------
002930 77  WS-IN-SCOPE-SW            PIC X(01)      VALUE 'N'.
002940     88  GAME-IN-SCOPE                        VALUE 'Y'.
002950     88  GAME-NOT-IN-SCOPE                    VALUE 'N'.
002960 77  WS-MODE-MATCH-SW          PIC X(01)      VALUE 'N'.
002970     88  MODE-MATCHES                         VALUE 'Y'.
002980     88  MODE-DOES-NOT-MATCH                  VALUE 'N'.
002990 77  WS-SWITCH-RATE            PIC 9(03)V9    VALUE ZERO.
003000 77  WS-WIN-RATE               PIC 9(03)V9    VALUE ZERO.
003010 77  WS-RATE-DISPLAY           PIC ZZ9.9      VALUE ZERO.
003020 77  WS-WIN-DISPLAY            PIC ZZ9.9      VALUE ZERO.
003030 77  WS-COUNT-DISPLAY          PIC Z(06)9     VALUE ZERO.
003040 77  WS-REQUIRED-DISPLAY       PIC Z(06)9     VALUE ZERO.
003050 77  WS-SHORT-DISPLAY          PIC Z(06)9     VALUE ZERO.
003060 77  WS-TOTAL-DISPLAY          PIC Z(08)9     VALUE ZERO.
003070 77  WS-NUMBER-DISPLAY         PIC Z(05)9     VALUE ZERO.
003080 77  WS-STATUS-TEXT            PIC X(24)      VALUE SPACES.
003090 77  WS-SITE-TEXT              PIC X(24)      VALUE SPACES.
003100 77  WS-SOURCE-TEXT            PIC X(09)      VALUE SPACES.
003110 77  WS-SWITCHED-FLAG          PIC X(01)      VALUE SPACE.
003120 77  WS-RESULT-TEXT            PIC X(04)      VALUE SPACES.
003130*
003140 PROCEDURE DIVISION.
003150*
003160* ---------------------------------------------------------------
003170* 0000-MAINLINE
003180* ---------------------------------------------------------------
003190 0000-MAINLINE.
003200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003210     PERFORM 1100-GET-PLAYER-ID THRU 1100-EXIT.
003220     PERFORM 2000-INQUIRE-ONE-PLAYER THRU 2000-EXIT
003230         UNTIL WS-PLAYER-ID = SPACES.
003240     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003250     STOP RUN.
003260*
003270* ---------------------------------------------------------------
003280* 1000-INITIALIZE - OPEN THE KEYED FILES FOR INPUT ONLY. NOTHING
003290* IN THIS PROGRAM WRITES
003300* ---------------------------------------------------------------
003310 1000-INITIALIZE.
003320     DISPLAY 'MONTYINQ: SINGLE-PLAYER INQUIRY'.
003330     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003340     OPEN INPUT PLAYER-FILE.
003350     IF WS-PLR-STATUS NOT = '00'
003360         DISPLAY 'MONTYINQ: CANNOT OPEN MONTYPLR, STATUS '
003370             WS-PLR-STATUS '.'
003380         MOVE 12 TO RETURN-CODE
003390         STOP RUN
003400     END-IF.
003410     OPEN INPUT LEADERBOARD-FILE.
003420     IF WS-LDR-STATUS NOT = '00'
003430         DISPLAY 'MONTYINQ: CANNOT OPEN MONTYLDR, STATUS '
003440             WS-LDR-STATUS '.'
003450         MOVE 12 TO RETURN-CODE
003460         STOP RUN
003470     END-IF.
003480     OPEN INPUT ASSIGNMENT-FILE.
003490     IF WS-ASG-STATUS NOT = '00'
003500         DISPLAY 'MONTYINQ: CANNOT OPEN MONTYASG, STATUS '
003510             WS-ASG-STATUS '.'
003520         MOVE 12 TO RETURN-CODE
003530         STOP RUN
003540     END-IF.
003550     OPEN INPUT RUN-HISTORY-FILE.
003560     IF WS-HST-STATUS NOT = '00'
003570         DISPLAY 'MONTYINQ: CANNOT OPEN MONTYHST, STATUS '
003580             WS-HST-STATUS '.'
003590         MOVE 12 TO RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620     OPEN INPUT COHORT-HISTORY-FILE.
003630     IF WS-CHS-STATUS = '00'
003640         SET CHS-AVAILABLE TO TRUE
003650     ELSE
003660         DISPLAY 'MONTYINQ: MONTYCHS NOT AVAILABLE, STATUS '
003670             WS-CHS-STATUS ' - COHORTS COME FROM THE PLAYER'
003680             ' MASTER ONLY.'
003690     END-IF.
003700 1000-EXIT.
003710     EXIT.
003720*
003730 1100-GET-PLAYER-ID.
003740     DISPLAY 'MH: PLAYER ID (BLANK TO END)?'.
003750     ACCEPT WS-PLAYER-ID FROM CONSOLE.
003760 1100-EXIT.
003770     EXIT.
003780*
003790* ---------------------------------------------------------------
003800* 2000-INQUIRE-ONE-PLAYER - THE GAMES ARE GATHERED BEFORE THE
003810* ASSIGNMENT AND RUN BLOCKS ARE SHOWN, SINCE BOTH DEPEND ON THEM
003820* ---------------------------------------------------------------
003830 2000-INQUIRE-ONE-PLAYER.
003840     MOVE WS-PLAYER-ID TO PLR-PLAYER-ID.
003850     READ PLAYER-FILE
003860         INVALID KEY
003870             DISPLAY 'MH: NO PLAYER ' WS-PLAYER-ID ' ON MONTYPLR.'
003880             PERFORM 1100-GET-PLAYER-ID THRU 1100-EXIT
003890             GO TO 2000-EXIT
003900     END-READ.
003910     MOVE PLR-COHORT-CODE TO WS-PLAYER-COHORT.
003920     PERFORM 3000-SHOW-MASTER THRU 3000-EXIT.
003930     PERFORM 3100-SHOW-LEADERBOARD THRU 3100-EXIT.
003940     PERFORM 4000-LOAD-OPEN-ASSIGNMENTS THRU 4000-EXIT.
003950     PERFORM 5000-GATHER-GAMES THRU 5000-EXIT.
003960     PERFORM 4500-SHOW-ASSIGNMENTS THRU 4500-EXIT.
003970     PERFORM 6000-SHOW-LAST-RUN THRU 6000-EXIT.
003980     PERFORM 7000-PAGE-GAMES THRU 7000-EXIT.
003990     PERFORM 1100-GET-PLAYER-ID THRU 1100-EXIT.
004000 2000-EXIT.
004010     EXIT.
004020*
004030* ---------------------------------------------------------------
004040* 3000-SHOW-MASTER - THE MONTYPLR ENTRY AND THE SITE IT WAS
004050* ENROLLED AT, PER THE MONTYSIT SITE CODES
004060* ---------------------------------------------------------------
004070 3000-SHOW-MASTER.
004080     MOVE 'INACTIVE' TO WS-STATUS-TEXT.
004090     IF PLR-ACTIVE
004100         MOVE 'ACTIVE' TO WS-STATUS-TEXT
004110     END-IF.
004120     MOVE 'OTHER SITE' TO WS-SITE-TEXT.
004130     IF PLR-SITE-CODE = SPACES
004140         MOVE 'NOT RECORDED' TO WS-SITE-TEXT
004150     END-IF.
004160     IF PLR-SITE-CODE = 'MN1'
004170         MOVE 'HAYMARKET MAIN LAB' TO WS-SITE-TEXT
004180     END-IF.
004190     IF PLR-SITE-CODE = 'AX1'
004200         MOVE 'ANNEX LAB' TO WS-SITE-TEXT
004210     END-IF.
004220     DISPLAY ' '.
004230     DISPLAY '===== MONTYINQ PLAYER ' PLR-PLAYER-ID ' ====='.
004240     DISPLAY 'NAME                 : ' PLR-FULL-NAME.
004250     DISPLAY 'COHORT               : ' PLR-COHORT-CODE.
004260     DISPLAY 'ENROLLED             : ' PLR-ENROLL-DATE.
004270     DISPLAY 'STATUS               : ' WS-STATUS-TEXT.
004280     DISPLAY 'SITE                 : ' PLR-SITE-CODE ' '
004290         WS-SITE-TEXT.
004300 3000-EXIT.
004310     EXIT.
004320*
004330 3100-SHOW-LEADERBOARD.
004340     MOVE WS-PLAYER-ID TO LDR-PLAYER-ID.
004350     READ LEADERBOARD-FILE
004360         INVALID KEY
004370             DISPLAY 'LEADERBOARD          : NO MONTYLDR LINE'
004380             GO TO 3100-EXIT
004390     END-READ.
004400     MOVE ZERO TO WS-SWITCH-RATE.
004410     MOVE ZERO TO WS-WIN-RATE.
004420     IF LDR-GAMES-PLAYED > ZERO
004430         COMPUTE WS-SWITCH-RATE ROUNDED =
004440             (LDR-TIMES-SWITCHED * 100) / LDR-GAMES-PLAYED
004450         COMPUTE WS-WIN-RATE ROUNDED =
004460             (LDR-TIMES-WON * 100) / LDR-GAMES-PLAYED
004470     END-IF.
004480     MOVE LDR-GAMES-PLAYED TO WS-COUNT-DISPLAY.
004490     DISPLAY 'GAMES PLAYED         : ' WS-COUNT-DISPLAY.
004500     MOVE LDR-TIMES-SWITCHED TO WS-COUNT-DISPLAY.
004510     MOVE WS-SWITCH-RATE TO WS-RATE-DISPLAY.
004520     DISPLAY 'TIMES SWITCHED       : ' WS-COUNT-DISPLAY
004530         '  (' WS-RATE-DISPLAY '%)'.
004540     MOVE LDR-TIMES-WON TO WS-COUNT-DISPLAY.
004550     MOVE WS-WIN-RATE TO WS-WIN-DISPLAY.
004560     DISPLAY 'TIMES WON            : ' WS-COUNT-DISPLAY
004570         '  (' WS-WIN-DISPLAY '%)'.
004580 3100-EXIT.
004590     EXIT.
004600*
004610* ---------------------------------------------------------------
004620* 4000-LOAD-OPEN-ASSIGNMENTS - THE SAME SCOPE MONTYCMP LISTS THE
004630* PLAYER UNDER: THE CURRENT COHORT'S OPEN ASSIGNMENTS AND ANY
004640* OPEN ASSIGNMENT SET FOR THE PLAYER ALONE
004650* ---------------------------------------------------------------
004660 4000-LOAD-OPEN-ASSIGNMENTS.
004670     MOVE ZERO TO WS-ASG-IN-USE.
004680     MOVE ZERO TO WS-ASG-SKIPPED.
004690     MOVE LOW-VALUES TO ASG-ASSIGN-ID.
004700     SET KEYED-NOT-EOF TO TRUE.
004710     START ASSIGNMENT-FILE KEY NOT < ASG-ASSIGN-ID
004720         INVALID KEY
004730             SET KEYED-EOF TO TRUE
004740     END-START.
004750     PERFORM 4010-LOAD-ONE-ASSIGNMENT THRU 4010-EXIT
004760         UNTIL KEYED-EOF.
004770 4000-EXIT.
004780     EXIT.
004790*
004800 4010-LOAD-ONE-ASSIGNMENT.
004810     READ ASSIGNMENT-FILE NEXT RECORD
004820         AT END
004830             SET KEYED-EOF TO TRUE
004840             GO TO 4010-EXIT
004850     END-READ.
004860     IF NOT ASG-OPEN
004870         GO TO 4010-EXIT
004880     END-IF.
004890     MOVE ASG-TARGET-CODE TO WS-TARGET-CODE.
004900     IF ASG-COHORT-TARGET
004910         IF WS-TARGET-COHORT NOT = WS-PLAYER-COHORT
004920             GO TO 4010-EXIT
004930         END-IF
004940     ELSE
004950         IF ASG-TARGET-CODE NOT = WS-PLAYER-ID
004960             GO TO 4010-EXIT
004970         END-IF
004980     END-IF.
004990     IF WS-ASG-IN-USE = 50
005000         ADD 1 TO WS-ASG-SKIPPED
005010         GO TO 4010-EXIT
005020     END-IF.
005030     ADD 1 TO WS-ASG-IN-USE.
005040     MOVE ASG-ASSIGN-ID       TO INQ-ASSIGN-ID(WS-ASG-IN-USE).
005050     MOVE ASG-TARGET-TYPE     TO INQ-TARGET-TYPE(WS-ASG-IN-USE).
005060     MOVE WS-TARGET-COHORT    TO INQ-TARGET-COHORT(WS-ASG-IN-USE).
005070     MOVE ASG-DOOR-COUNT      TO INQ-DOOR-COUNT(WS-ASG-IN-USE).
005080     MOVE ASG-GAME-MODE       TO INQ-GAME-MODE(WS-ASG-IN-USE).
005090     MOVE ASG-REQUIRED-TRIALS TO INQ-REQUIRED(WS-ASG-IN-USE).
005100     MOVE ASG-ASSIGN-DATE     TO INQ-ASSIGN-DATE(WS-ASG-IN-USE).
005110     MOVE ASG-DUE-DATE        TO INQ-DUE-DATE(WS-ASG-IN-USE).
005120     MOVE ZERO                TO INQ-GAME-COUNT(WS-ASG-IN-USE).
005130 4010-EXIT.
005140     EXIT.
005150*
005160* ---------------------------------------------------------------
005170* 4500-SHOW-ASSIGNMENTS - ONE LINE PER OPEN ASSIGNMENT WITH THE
005180* GAMES COUNTED, THE GAMES REQUIRED AND WHERE THE PLAYER STANDS
005190* ---------------------------------------------------------------
005200 4500-SHOW-ASSIGNMENTS.
005210     DISPLAY ' '.
005220     DISPLAY '----- OPEN ASSIGNMENTS -----'.
005230     IF WS-ASG-IN-USE = ZERO
005240         DISPLAY '  NO OPEN ASSIGNMENT APPLIES TO THIS PLAYER.'
005250         GO TO 4500-EXIT
005260     END-IF.
005270     DISPLAY 'ASSIGN T DOORS MODE ASSIGNED DUE        PLAYED'
005280         ' REQUIRED STANDING'.
005290     PERFORM 4510-SHOW-ONE-ASSIGNMENT THRU 4510-EXIT
005300         VARYING WS-ASG-IDX FROM 1 BY 1
005310         UNTIL WS-ASG-IDX > WS-ASG-IN-USE.
005320     IF WS-ASG-SKIPPED > ZERO
005330         DISPLAY '  MORE THAN 50 OPEN ASSIGNMENTS APPLY - THE'
005340             ' REST ARE NOT SHOWN.'
005350     END-IF.
005360 4500-EXIT.
005370     EXIT.
005380*
005390 4510-SHOW-ONE-ASSIGNMENT.
005400     IF INQ-GAME-COUNT(WS-ASG-IDX) NOT < INQ-REQUIRED(WS-ASG-IDX)
005410         MOVE 'COMPLETE' TO WS-STATUS-TEXT
005420     ELSE
005430         COMPUTE WS-SHORT-DISPLAY =
005440             INQ-REQUIRED(WS-ASG-IDX) - INQ-GAME-COUNT(WS-ASG-IDX)
005450         MOVE SPACES TO WS-STATUS-TEXT
005460         STRING 'SHORT ' DELIMITED BY SIZE
005470             WS-SHORT-DISPLAY DELIMITED BY SIZE
005480             INTO WS-STATUS-TEXT
005490         END-STRING
005500         IF INQ-DUE-DATE(WS-ASG-IDX) < WS-TODAY-DATE
005510             MOVE 'PAST DUE' TO WS-STATUS-TEXT(15:)
005520         END-IF
005530     END-IF.
005540     MOVE INQ-GAME-COUNT(WS-ASG-IDX) TO WS-COUNT-DISPLAY.
005550     MOVE INQ-REQUIRED(WS-ASG-IDX)   TO WS-REQUIRED-DISPLAY.
005560     DISPLAY INQ-ASSIGN-ID(WS-ASG-IDX) ' '
005570         INQ-TARGET-TYPE(WS-ASG-IDX) '     '
005580         INQ-DOOR-COUNT(WS-ASG-IDX) '    '
005590         INQ-GAME-MODE(WS-ASG-IDX) ' '
005600         INQ-ASSIGN-DATE(WS-ASG-IDX) ' '
005610         INQ-DUE-DATE(WS-ASG-IDX) ' '
005620         WS-COUNT-DISPLAY '  ' WS-REQUIRED-DISPLAY ' '
005630         WS-STATUS-TEXT.
005640 4510-EXIT.
005650     EXIT.
005660*
005670* ---------------------------------------------------------------
005680* 5000-GATHER-GAMES - EVERY GAME THE PLAYER HAS ON THE ARCHIVE
005690* GENERATIONS AND THE LIVE LOG, OLDEST FIRST, INTO THE RING, AND
005700* EACH ONE COUNTED TOWARD THE OPEN ASSIGNMENTS IT SATISFIES
005710* ---------------------------------------------------------------
005720 5000-GATHER-GAMES.
005730     MOVE ZERO TO WS-GAME-TOTAL.
005740     MOVE ZERO TO WS-NEWEST-DATE.
005750     MOVE ZERO TO WS-NEWEST-TIME.
005760     PERFORM 5100-GATHER-FROM-ARCHIVES THRU 5100-EXIT.
005770     MOVE ZERO TO WS-CURRENT-GENERATION.
005780     OPEN INPUT MONTYLOG-FILE.
005790     IF WS-LOG-STATUS NOT = '00'
005800         DISPLAY 'MONTYINQ: CANNOT OPEN MONTYLOG, STATUS '
005810             WS-LOG-STATUS '.'
005820         MOVE 12 TO RETURN-CODE
005830         STOP RUN
005840     END-IF.
005850     SET LOG-NOT-EOF TO TRUE.
005860     PERFORM 5300-GATHER-ONE-LIVE THRU 5300-EXIT
005870         UNTIL LOG-EOF.
005880     CLOSE MONTYLOG-FILE.
005890 5000-EXIT.
005900     EXIT.
005910*
005920 5100-GATHER-FROM-ARCHIVES.
005930     OPEN INPUT CATALOG-FILE.
005940     IF WS-CAT-STATUS NOT = '00'
005950         GO TO 5100-EXIT
005960     END-IF.
005970     MOVE ZERO TO CAT-GENERATION.
005980     SET CAT-NOT-EOF TO TRUE.
005990     START CATALOG-FILE KEY NOT < CAT-GENERATION
006000         INVALID KEY
006010             SET CAT-EOF TO TRUE
006020     END-START.
006030     PERFORM 5110-GATHER-ONE-GENERATION THRU 5110-EXIT
006040         UNTIL CAT-EOF.
006050     CLOSE CATALOG-FILE.
006060 5100-EXIT.
006070     EXIT.
006080*
006090 5110-GATHER-ONE-GENERATION.
006100     READ CATALOG-FILE NEXT RECORD
006110         AT END
006120             SET CAT-EOF TO TRUE
006130             GO TO 5110-EXIT
006140     END-READ.
006150     MOVE CAT-ARCHIVE-DSN TO WS-ARC-DSN.
006160     MOVE CAT-GENERATION  TO WS-CURRENT-GENERATION.
006170     OPEN INPUT ARCHIVE-FILE.
006180     IF WS-ARC-STATUS NOT = '00'
006190         DISPLAY 'MONTYINQ: CANNOT OPEN ARCHIVE ' WS-ARC-DSN
006200             ' (GENERATION ' CAT-GENERATION '), STATUS '
006210             WS-ARC-STATUS ' - ITS GAMES ARE NOT SHOWN.'
006220         GO TO 5110-EXIT
006230     END-IF.
006240     SET LOG-NOT-EOF TO TRUE.
006250     PERFORM 5120-GATHER-ONE-ARCHIVED THRU 5120-EXIT
006260         UNTIL LOG-EOF.
006270     CLOSE ARCHIVE-FILE.
006280 5110-EXIT.
006290     EXIT.
006300*
006310 5120-GATHER-ONE-ARCHIVED.
006320     READ ARCHIVE-FILE
006330         AT END
006340             SET LOG-EOF TO TRUE
006350             GO TO 5120-EXIT
006360     END-READ.
006370     MOVE ARCHIVE-LOG-IMAGE TO MONTYLOG-RECORD.
006380     IF LOG-PLAYER-ID = WS-PLAYER-ID
006390         PERFORM 5400-KEEP-ONE-GAME THRU 5400-EXIT
006400     END-IF.
006410 5120-EXIT.
006420     EXIT.
006430*
006440 5300-GATHER-ONE-LIVE.
006450     READ MONTYLOG-FILE
006460         AT END
006470             SET LOG-EOF TO TRUE
006480             GO TO 5300-EXIT
006490     END-READ.
006500     IF LOG-PLAYER-ID = WS-PLAYER-ID
006510         PERFORM 5400-KEEP-ONE-GAME THRU 5400-EXIT
006520     END-IF.
006530 5300-EXIT.
006540     EXIT.
006550*
006560 5400-KEEP-ONE-GAME.
006570     ADD 1 TO WS-GAME-TOTAL.
006580     COMPUTE WS-RING-IDX =
006590         FUNCTION MOD(WS-GAME-TOTAL - 1, WS-RING-SIZE) + 1.
006600     MOVE MONTYLOG-RECORD TO INQ-LOG-IMAGE(WS-RING-IDX).
006610     MOVE WS-CURRENT-GENERATION TO INQ-GENERATION(WS-RING-IDX).
006620     COMPUTE WS-LOG-COMBINED-DATE =
006630         (LOG-YEAR * 10000) + (LOG-MONTH * 100) + LOG-DAY.
006640     MOVE WS-LOG-COMBINED-DATE TO WS-NEWEST-DATE.
006650     MOVE LOG-TIME TO WS-NEWEST-TIME.
006660     IF WS-ASG-IN-USE = ZERO
006670         GO TO 5400-EXIT
006680     END-IF.
006690     PERFORM 5600-LOOK-UP-GAME-COHORT THRU 5600-EXIT.
006700     PERFORM 5500-MATCH-ONE-ASSIGNMENT THRU 5500-EXIT
006710         VARYING WS-ASG-IDX FROM 1 BY 1
006720         UNTIL WS-ASG-IDX > WS-ASG-IN-USE.
006730 5400-EXIT.
006740     EXIT.
006750*
006760* ---------------------------------------------------------------
006770* 5500-MATCH-ONE-ASSIGNMENT - THE MONTYCMP TEST: RIGHT COHORT ON
006780* THE GAME'S DATE (OR THE PLAYER FOR A TYPE P ASSIGNMENT), RIGHT
006790* DOOR COUNT AND MODE, DATED BETWEEN THE ASSIGN AND DUE DATES
006800* ---------------------------------------------------------------
006810 5500-MATCH-ONE-ASSIGNMENT.
006820     SET GAME-IN-SCOPE TO TRUE.
006830     IF INQ-TARGET-TYPE(WS-ASG-IDX) = 'C'
006840         AND WS-GAME-COHORT NOT = INQ-TARGET-COHORT(WS-ASG-IDX)
006850         SET GAME-NOT-IN-SCOPE TO TRUE
006860     END-IF.
006870     IF GAME-NOT-IN-SCOPE
006880         GO TO 5500-EXIT
006890     END-IF.
006900     IF WS-LOG-COMBINED-DATE < INQ-ASSIGN-DATE(WS-ASG-IDX)
006910         OR WS-LOG-COMBINED-DATE > INQ-DUE-DATE(WS-ASG-IDX)
006920         GO TO 5500-EXIT
006930     END-IF.
006940     IF LOG-DOOR-COUNT NOT = INQ-DOOR-COUNT(WS-ASG-IDX)
006950         GO TO 5500-EXIT
006960     END-IF.
006970     PERFORM 5510-CHECK-GAME-MODE THRU 5510-EXIT.
006980     IF MODE-DOES-NOT-MATCH
006990         GO TO 5500-EXIT
007000     END-IF.
007010     ADD 1 TO INQ-GAME-COUNT(WS-ASG-IDX).
007020 5500-EXIT.
007030     EXIT.
007040*
007050* ---------------------------------------------------------------
007060* 5510-CHECK-GAME-MODE - AN ASSIGNMENT IN CLASSIC MODE ACCEPTS
007070* THE BLANK MODE BYTE OLDER LOG RECORDS CARRY, AS MONTYCMP DOES
007080* ---------------------------------------------------------------
007090 5510-CHECK-GAME-MODE.
007100     SET MODE-DOES-NOT-MATCH TO TRUE.
007110     IF INQ-GAME-MODE(WS-ASG-IDX) = 'C'
007120         IF LOG-GAME-MODE = 'C' OR LOG-GAME-MODE = SPACE
007130             SET MODE-MATCHES TO TRUE
007140         END-IF
007150     ELSE
007160         IF LOG-GAME-MODE = INQ-GAME-MODE(WS-ASG-IDX)
007170             SET MODE-MATCHES TO TRUE
007180         END-IF
007190     END-IF.
007200 5510-EXIT.
007210     EXIT.
007220*
007230* ---------------------------------------------------------------
007240* 5600-LOOK-UP-GAME-COHORT - THE COHORT THE PLAYER WAS IN ON THE
007250* GAME'S LOG-DATE: THE LAST MONTYCHS ENTRY IN EFFECT ON THAT
007260* DATE, OR THE FIRST ENTRY FOR A GAME DATED BEFORE IT. A PLAYER
007270* WITH NO HISTORY KEEPS THE MASTER'S CURRENT COHORT
007280* ---------------------------------------------------------------
007290 5600-LOOK-UP-GAME-COHORT.
007300     MOVE WS-PLAYER-COHORT TO WS-GAME-COHORT.
007310     SET CHS-NOT-FOUND TO TRUE.
007320     IF CHS-NOT-AVAILABLE
007330         GO TO 5600-EXIT
007340     END-IF.
007350     MOVE LOG-PLAYER-ID TO CHS-PLAYER-ID.
007360     MOVE ZERO          TO CHS-EFFECTIVE-DATE.
007370     SET CHS-NOT-EOF TO TRUE.
007380     START COHORT-HISTORY-FILE KEY NOT < CHS-KEY
007390         INVALID KEY
007400             SET CHS-EOF TO TRUE
007410     END-START.
007420     PERFORM 5610-READ-ONE-HISTORY THRU 5610-EXIT
007430         UNTIL CHS-EOF.
007440 5600-EXIT.
007450     EXIT.
007460*
007470 5610-READ-ONE-HISTORY.
007480     READ COHORT-HISTORY-FILE NEXT RECORD
007490         AT END
007500             SET CHS-EOF TO TRUE
007510             GO TO 5610-EXIT
007520     END-READ.
007530     IF CHS-PLAYER-ID NOT = LOG-PLAYER-ID
007540         SET CHS-EOF TO TRUE
007550         GO TO 5610-EXIT
007560     END-IF.
007570     IF CHS-FOUND
007580         AND CHS-EFFECTIVE-DATE > WS-LOG-COMBINED-DATE
007590         SET CHS-EOF TO TRUE
007600         GO TO 5610-EXIT
007610     END-IF.
007620     MOVE CHS-COHORT-CODE TO WS-GAME-COHORT.
007630     SET CHS-FOUND TO TRUE.
007640 5610-EXIT.
007650     EXIT.
007660*
007670* ---------------------------------------------------------------
007680* 6000-SHOW-LAST-RUN - WALK THE RUN HISTORY IN KEY ORDER AND KEEP
007690* THE LAST RUN THAT MATCHES, SO THE ONE SHOWN IS THE LATEST
007700* ---------------------------------------------------------------
007710 6000-SHOW-LAST-RUN.
007720     SET RUN-NOT-FOUND TO TRUE.
007730     IF WS-GAME-TOTAL > ZERO
007740         COMPUTE WS-PRIOR-DAY = FUNCTION DATE-OF-INTEGER(
007750             FUNCTION INTEGER-OF-DATE(WS-NEWEST-DATE) - 1)
007760     END-IF.
007770     MOVE LOW-VALUES TO RHC-RUN-KEY.
007780     SET KEYED-NOT-EOF TO TRUE.
007790     START RUN-HISTORY-FILE KEY NOT < RHC-RUN-KEY
007800         INVALID KEY
007810             SET KEYED-EOF TO TRUE
007820     END-START.
007830     PERFORM 6100-CHECK-ONE-RUN THRU 6100-EXIT
007840         UNTIL KEYED-EOF.
007850     DISPLAY ' '.
007860     DISPLAY '----- MOST RECENT RUN -----'.
007870     IF RUN-NOT-FOUND
007880         DISPLAY '  NO RUN ON MONTYHST PLAYED UNDER THIS ID.'
007890         GO TO 6000-EXIT
007900     END-IF.
007910     MOVE INQ-LAST-RUN TO RUN-HISTORY-RECORD.
007920     MOVE 'ROSTER' TO WS-STATUS-TEXT.
007930     IF RHC-RUN-MODE = 'S'
007940         MOVE 'SINGLE PLAYER' TO WS-STATUS-TEXT
007950     END-IF.
007960     DISPLAY 'RUN DATE             : ' RHC-RUN-DATE.
007970     DISPLAY 'START / END          : ' RHC-START-TIME ' / '
007980         RHC-END-TIME.
007990     DISPLAY 'RUN MODE             : ' RHC-RUN-MODE ' '
008000         WS-STATUS-TEXT.
008010     MOVE RHC-TRIALS-PLAYED TO WS-TOTAL-DISPLAY.
008020     DISPLAY 'TRIALS PLAYED        : ' WS-TOTAL-DISPLAY.
008030     MOVE RHC-LOG-APPENDED TO WS-TOTAL-DISPLAY.
008040     DISPLAY 'LOG RECORDS APPENDED : ' WS-TOTAL-DISPLAY.
008050     IF RHC-RUN-MODE = 'S'
008060         MOVE RHC-TRIAL-COUNT TO WS-COUNT-DISPLAY
008070         DISPLAY 'DOORS / TRIALS / MODE: ' RHC-DOOR-COUNT ' / '
008080             WS-COUNT-DISPLAY ' / ' RHC-GAME-MODE
008090     END-IF.
008100 6000-EXIT.
008110     EXIT.
008120*
008130* ---------------------------------------------------------------
008140* 6100-CHECK-ONE-RUN - A SINGLE-PLAYER RUN UNDER THE ID, OR A RUN
008150* WHOSE START-TO-END WINDOW HOLDS THE PLAYER'S NEWEST GAME. A RUN
008160* WHOSE END TIME IS BELOW ITS START TIME RAN PAST MIDNIGHT, SO
008170* ITS WINDOW ENDS ON THE DAY AFTER ITS RUN DATE (WS-PRIOR-DAY
008180* HOLDS THE DAY BEFORE THE NEWEST GAME FOR THAT TEST)
008190* ---------------------------------------------------------------
008200 6100-CHECK-ONE-RUN.
008210     READ RUN-HISTORY-FILE NEXT RECORD
008220         AT END
008230             SET KEYED-EOF TO TRUE
008240             GO TO 6100-EXIT
008250     END-READ.
008260     SET RUN-DOES-NOT-MATCH TO TRUE.
008270     IF RHC-PLAYER-ID = WS-PLAYER-ID
008280         SET RUN-MATCHES TO TRUE
008290     END-IF.
008300     IF WS-GAME-TOTAL > ZERO
008310         IF RHC-END-TIME NOT < RHC-START-TIME
008320             IF RHC-RUN-DATE = WS-NEWEST-DATE
008330                 AND WS-NEWEST-TIME NOT < RHC-START-TIME
008340                 AND WS-NEWEST-TIME NOT > RHC-END-TIME
008350                 SET RUN-MATCHES TO TRUE
008360             END-IF
008370         ELSE
008380             IF RHC-RUN-DATE = WS-NEWEST-DATE
008390                 AND WS-NEWEST-TIME NOT < RHC-START-TIME
008400                 SET RUN-MATCHES TO TRUE
008410             END-IF
008420             IF RHC-RUN-DATE = WS-PRIOR-DAY
008430                 AND WS-NEWEST-TIME NOT > RHC-END-TIME
008440                 SET RUN-MATCHES TO TRUE
008450             END-IF
008460         END-IF
008470     END-IF.
008480     IF RUN-MATCHES
008490         MOVE RUN-HISTORY-RECORD TO INQ-LAST-RUN
008500         SET RUN-FOUND TO TRUE
008510     END-IF.
008520 6100-EXIT.
008530     EXIT.
008540*
008550* ---------------------------------------------------------------
008560* 7000-PAGE-GAMES - 20 GAMES AT A TIME, NEWEST FIRST, FOR AS
008570* LONG AS THE OPERATOR ASKS FOR OLDER ONES. ONLY THE LATEST 1000
008580* ARE HELD, SO A PLAYER WITH MORE IS TOLD WHERE THE PAGING STOPS
008590* ---------------------------------------------------------------
008600 7000-PAGE-GAMES.
008610     DISPLAY ' '.
008620     MOVE WS-GAME-TOTAL TO WS-TOTAL-DISPLAY.
008630     DISPLAY '----- GAMES ON FILE: ' WS-TOTAL-DISPLAY ' -----'.
008640     IF WS-GAME-TOTAL = ZERO
008650         DISPLAY '  NO GAMES ON THE LOG OR ITS ARCHIVES.'
008660         GO TO 7000-EXIT
008670     END-IF.
008680     COMPUTE WS-RING-IDX =
008690         FUNCTION MOD(WS-GAME-TOTAL - 1, WS-RING-SIZE) + 1.
008700     IF WS-GAME-TOTAL > WS-RING-SIZE
008710         MOVE WS-RING-SIZE  TO WS-GAMES-LEFT
008720     ELSE
008730         MOVE WS-GAME-TOTAL TO WS-GAMES-LEFT
008740     END-IF.
008750     MOVE ZERO TO WS-GAME-NUMBER.
008760     MOVE 'Y'  TO WS-MORE-ANSWER.
008770     PERFORM 7100-SHOW-ONE-PAGE THRU 7100-EXIT
008780         UNTIL WS-GAMES-LEFT = ZERO
008790             OR WS-MORE-ANSWER NOT = 'Y'.
008800 7000-EXIT.
008810     EXIT.
008820*
008830 7100-SHOW-ONE-PAGE.
008840     DISPLAY '     # DATE       TIME   DOORS MODE SITE FIRST'
008850         ' FINAL SWITCHED RESULT SOURCE'.
008860     MOVE ZERO TO WS-GAMES-ON-PAGE.
008870     PERFORM 7200-SHOW-ONE-GAME THRU 7200-EXIT
008880         UNTIL WS-GAMES-ON-PAGE = 20
008890             OR WS-GAMES-LEFT = ZERO.
008900     IF WS-GAMES-LEFT > ZERO
008910         DISPLAY 'MH: OLDER GAMES (Y = NEXT 20, ELSE BACK TO THE'
008920             ' PLAYER ID)?'
008930         ACCEPT WS-MORE-ANSWER FROM CONSOLE
008940         GO TO 7100-EXIT
008950     END-IF.
008960     IF WS-GAME-TOTAL > WS-RING-SIZE
008970         DISPLAY '  ONLY THE LATEST 1000 GAMES CAN BE PAGED - RUN'
008980             ' MONTYSTM WITH WHOLE HISTORY FOR THE REST.'
008990     ELSE
009000         DISPLAY '  NO OLDER GAMES.'
009010     END-IF.
009020 7100-EXIT.
009030     EXIT.
009040*
009050 7200-SHOW-ONE-GAME.
009060     MOVE INQ-LOG-IMAGE(WS-RING-IDX) TO MONTYLOG-RECORD.
009070     ADD 1 TO WS-GAME-NUMBER.
009080     MOVE WS-GAME-NUMBER TO WS-NUMBER-DISPLAY.
009090     MOVE 'N' TO WS-SWITCHED-FLAG.
009100     IF LOG-CHANGEDOOR NOT = LOG-FIRSTCHOICE
009110         MOVE 'Y' TO WS-SWITCHED-FLAG
009120     END-IF.
009130     MOVE 'LOST' TO WS-RESULT-TEXT.
009140     IF LOG-SWITCH-RESULT = 'W'
009150         MOVE 'WON' TO WS-RESULT-TEXT
009160     END-IF.
009170     MOVE 'LIVE LOG' TO WS-SOURCE-TEXT.
009180     IF INQ-GENERATION(WS-RING-IDX) > ZERO
009190         MOVE SPACES TO WS-SOURCE-TEXT
009200         STRING 'GEN ' DELIMITED BY SIZE
009210             INQ-GENERATION(WS-RING-IDX) DELIMITED BY SIZE
009220             INTO WS-SOURCE-TEXT
009230         END-STRING
009240     END-IF.
009250     DISPLAY WS-NUMBER-DISPLAY ' ' LOG-DATE ' ' LOG-TIME '     '
009260         LOG-DOOR-COUNT '    ' LOG-GAME-MODE ' ' LOG-SITE-CODE
009270         '      ' LOG-FIRSTCHOICE '     ' LOG-CHANGEDOOR
009280         '        ' WS-SWITCHED-FLAG ' ' WS-RESULT-TEXT '   '
009290         WS-SOURCE-TEXT.
009300     ADD 1 TO WS-GAMES-ON-PAGE.
009310     SUBTRACT 1 FROM WS-GAMES-LEFT.
009320     IF WS-RING-IDX = 1
009330         MOVE WS-RING-SIZE TO WS-RING-IDX
009340     ELSE
009350         SUBTRACT 1 FROM WS-RING-IDX
009360     END-IF.
009370 7200-EXIT.
009380     EXIT.
009390*
009400* ---------------------------------------------------------------
009410* 9000-TERMINATE - CLOSE THE KEYED FILES
009420* ---------------------------------------------------------------
009430 9000-TERMINATE.
009440     CLOSE PLAYER-FILE.
009450     CLOSE LEADERBOARD-FILE.
009460     CLOSE ASSIGNMENT-FILE.
009470     CLOSE RUN-HISTORY-FILE.
009480     IF CHS-AVAILABLE
009490         CLOSE COHORT-HISTORY-FILE
009500     END-IF.
009510 9000-EXIT.
009520     EXIT.
