001000* ---------------------------------------------------------------
001010* MONTYITG  - CROSS-FILE INTEGRITY AUDIT OF THE GAME LOG
001020* ---------------------------------------------------------------
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.    MONTYITG.
001050 AUTHOR.        R CHALFANT.
001060 INSTALLATION.  HAYMARKET TRAINING LAB.
001070 DATE-WRITTEN.  10/15/2026.
001080 DATE-COMPILED.
001090*
001100* MODIFICATION HISTORY
001110*   10/15/26  RC  ORIGINAL INTEGRITY AUDIT. MONTYVAL JUDGES EACH
001120*                 GAME RECORD ON ITS OWN AND MONTYCHK THE
001130*                 STATISTICS, BUT NOTHING ASKED WHETHER A GAME
001140*                 FITS THE OTHER FILES. FOR THE DATE RANGE GIVEN
001150*                 (PARM=ALL FOR THE WHOLE HISTORY), EVERY GAME ON
001160*                 THE LIVE LOG AND THE MONTYCAT ARCHIVES IS HELD
001170*                 UP AGAINST THE MONTYHST RUN WINDOWS, THE
001180*                 PLAYER MASTER, THE MONTYCHS STATUS HISTORY AND
001190*                 THE LABHOURS POSTED HOURS CARDS, AND EVERY
001200*                 COMPLETE RUN'S RHC-LOG-APPENDED IS RECONCILED
001210*                 TO THE GAMES FOUND IN ITS WINDOW. EACH FINDING
001220*                 PRINTS WITH A REASON CODE, A SEVERITY AND THE
001230*                 RECORDS INVOLVED - A GAME IS NAMED BY ITS
001240*                 SOURCE (LIVE OR THE ARCHIVE GENERATION) AND
001250*                 RECORD NUMBER, THE SAME POINTER MONTYGIX KEEPS.
001260*                 ANY HIGH-SEVERITY FINDING ENDS THE RUN CC 8,
001270*                 LOW-SEVERITY ONES ALONE CC 4.
001280*
001290 ENVIRONMENT DIVISION.
001300 CONFIGURATION SECTION.
001310 SOURCE-COMPUTER.   GNUCOBOL.
001320 OBJECT-COMPUTER.   GNUCOBOL.
001330*
001340 INPUT-OUTPUT SECTION.
001350 FILE-CONTROL.
001360     SELECT MONTYLOG-FILE ASSIGN TO "MONTYLOG"
001370         ORGANIZATION LINE SEQUENTIAL
001380         FILE STATUS IS WS-LOG-STATUS.
001390     SELECT ARCHIVE-FILE ASSIGN TO WS-ARC-DSN
001400         ORGANIZATION LINE SEQUENTIAL
001410         FILE STATUS IS WS-ARC-STATUS.
001420     SELECT CATALOG-FILE ASSIGN TO "MONTYCAT"
001430         ORGANIZATION INDEXED
001440         ACCESS MODE DYNAMIC
001450         RECORD KEY IS CAT-GENERATION
001460         FILE STATUS IS WS-CAT-STATUS.
001470     SELECT RUN-HISTORY-FILE ASSIGN TO "MONTYHST"
001480         ORGANIZATION INDEXED
001490         ACCESS MODE DYNAMIC
001500         RECORD KEY IS RHC-RUN-KEY
001510         FILE STATUS IS WS-HST-STATUS.
001520     SELECT PLAYER-FILE ASSIGN TO "MONTYPLR"
001530         ORGANIZATION INDEXED
001540         ACCESS MODE DYNAMIC
001550         RECORD KEY IS PLR-PLAYER-ID
001560         FILE STATUS IS WS-PLR-STATUS.
001570     SELECT COHORT-HISTORY-FILE ASSIGN TO "MONTYCHS"
001580         ORGANIZATION INDEXED
001590         ACCESS MODE DYNAMIC
001600         RECORD KEY IS CHS-KEY
001610         FILE STATUS IS WS-CHS-STATUS.
001620     SELECT HOURS-FILE ASSIGN TO "LABHOURS"
001630         ORGANIZATION LINE SEQUENTIAL
001640         FILE STATUS IS WS-HRS-STATUS.
001650     SELECT SORT-FILE ASSIGN TO "SORTWK01".
001660*
001670 DATA DIVISION.
001680 FILE SECTION.
001690 FD  MONTYLOG-FILE.
001700 COPY MONTYLOG.
001710*
001720 FD  ARCHIVE-FILE.
001730 01  ARCHIVE-LOG-IMAGE           PIC X(49).
001740*
001750 FD  CATALOG-FILE.
001760 COPY MONTYCAT.
001770*
001780 FD  RUN-HISTORY-FILE.
001790 COPY MONTYHST.
001800*
001810 FD  PLAYER-FILE.
001820 COPY MONTYPLR.
001830*
001840 FD  COHORT-HISTORY-FILE.
001850 COPY MONTYCHS.
001860*
001870 FD  HOURS-FILE.
001880 COPY LABHOURS.
001890*
001900 SD  SORT-FILE.
001910 01  SORT-RECORD.
001920     02  SRT-PLAYER-ID           PIC X(08).
001930     02  SRT-DATE                PIC 9(08).
001940     02  SRT-TIME                PIC 9(06).
001950     02  SRT-SITE-CODE           PIC X(03).
001960     02  SRT-SOURCE              PIC X(04).
001970     02  SRT-RECORD-NUMBER       PIC 9(09).
001980*
001990 WORKING-STORAGE SECTION.
002000*
002010* ---------------------------------------------------------------
002020* READ CONTROL AND FILE STATUS
002030* ---------------------------------------------------------------
002040 77  WS-LOG-EOF-SW             PIC X(01)      VALUE 'N'.
002050     88  LOG-EOF                              VALUE 'Y'.
002060     88  LOG-NOT-EOF                          VALUE 'N'.
002070 77  WS-CAT-EOF-SW             PIC X(01)      VALUE 'N'.
002080     88  CAT-EOF                              VALUE 'Y'.
002090     88  CAT-NOT-EOF                          VALUE 'N'.
002100 77  WS-HST-EOF-SW             PIC X(01)      VALUE 'N'.
002110     88  HST-EOF                              VALUE 'Y'.
002120     88  HST-NOT-EOF                          VALUE 'N'.
002130 77  WS-HRS-EOF-SW             PIC X(01)      VALUE 'N'.
002140     88  HRS-EOF                              VALUE 'Y'.
002150     88  HRS-NOT-EOF                          VALUE 'N'.
002160 77  WS-CHS-EOF-SW             PIC X(01)      VALUE 'N'.
002170     88  CHS-EOF                              VALUE 'Y'.
002180     88  CHS-NOT-EOF                          VALUE 'N'.
002190 77  WS-SORT-EOF-SW            PIC X(01)      VALUE 'N'.
002200     88  SORT-EOF                             VALUE 'Y'.
002210     88  SORT-NOT-EOF                         VALUE 'N'.
002220 77  WS-CHS-OPEN-SW            PIC X(01)      VALUE 'N'.
002230     88  CHS-AVAILABLE                        VALUE 'Y'.
002240     88  CHS-NOT-AVAILABLE                    VALUE 'N'.
002250 77  WS-CHS-FOUND-SW           PIC X(01)      VALUE 'N'.
002260     88  CHS-FOUND                            VALUE 'Y'.
002270     88  CHS-NOT-FOUND                        VALUE 'N'.
002280 77  WS-PLR-FOUND-SW           PIC X(01)      VALUE 'N'.
002290     88  PLAYER-ON-MASTER                     VALUE 'Y'.
002300     88  PLAYER-NOT-ON-MASTER                 VALUE 'N'.
002310 77  WS-HISTORY-SW             PIC X(01)      VALUE 'N'.
002320     88  PLAYER-HAS-HISTORY                   VALUE 'Y'.
002330     88  PLAYER-HAS-NO-HISTORY                VALUE 'N'.
002340 77  WS-PREV-GAME-SW           PIC X(01)      VALUE 'N'.
002350     88  PREV-GAME                            VALUE 'Y'.
002360     88  NO-PREV-GAME                         VALUE 'N'.
002370 77  WS-DATE-OK-SW             PIC X(01)      VALUE 'N'.
002380     88  DATE-OK                              VALUE 'Y'.
002390     88  DATE-NOT-OK                          VALUE 'N'.
002400 77  WS-LOG-STATUS             PIC X(02)      VALUE SPACES.
002410 77  WS-ARC-STATUS             PIC X(02)      VALUE SPACES.
002420 77  WS-CAT-STATUS             PIC X(02)      VALUE SPACES.
002430 77  WS-HST-STATUS             PIC X(02)      VALUE SPACES.
002440 77  WS-PLR-STATUS             PIC X(02)      VALUE SPACES.
002450 77  WS-CHS-STATUS             PIC X(02)      VALUE SPACES.
002460 77  WS-HRS-STATUS             PIC X(02)      VALUE SPACES.
002470 77  WS-ARC-DSN                PIC X(44)      VALUE SPACES.
002480 77  WS-COMMAND-LINE           PIC X(10)      VALUE SPACES.
002490 77  WS-TODAY-DATE             PIC 9(08)      VALUE ZERO.
002500*
002510* ---------------------------------------------------------------
002520* THE AUDIT RANGE. GAMES ARE READ FROM THE DAY BEFORE THROUGH
002530* THE DAY AFTER, AND RUNS FROM THE DAY BEFORE, SO A RUN THAT
002540* CROSSES MIDNIGHT AT EITHER END STILL FINDS ALL ITS GAMES. ONLY
002550* GAMES DATED INSIDE THE RANGE ARE AUDITED
002560* ---------------------------------------------------------------
002570 77  WS-FROM-DATE              PIC 9(08)      VALUE ZERO.
002580 77  WS-TO-DATE                PIC 9(08)      VALUE 99999999.
002590 77  WS-PRIOR-DAY              PIC 9(08)      VALUE ZERO.
002600 77  WS-AFTER-DAY              PIC 9(08)      VALUE 99999999.
002610 77  WS-DATE-ANSWER            PIC X(08)      VALUE SPACES.
002620 01  WS-CHECK-DATE.
002630     02  WS-CHECK-YEAR           PIC 9(04).
002640     02  WS-CHECK-MM             PIC 9(02).
002650     02  WS-CHECK-DD             PIC 9(02).
002660 01  WS-CHECK-DATE-N REDEFINES WS-CHECK-DATE
002670                               PIC 9(08).
002680*
002690* ---------------------------------------------------------------
002700* THE GAME IN HAND. A GAME'S SOURCE IS LIVE FOR THE LIVE LOG OR
002710* THE ARCHIVE GENERATION NUMBER, AND ITS RECORD NUMBER COUNTS
002720* FROM ONE WITHIN THAT SOURCE
002730* ---------------------------------------------------------------
002740 77  WS-LOG-COMBINED-DATE      PIC 9(08)      VALUE ZERO.
002750 77  WS-GAME-TIME              PIC 9(06)      VALUE ZERO.
002760 77  WS-GAME-STAMP             PIC 9(14)      VALUE ZERO.
002770 77  WS-GAME-SITE              PIC X(03)      VALUE SPACES.
002780 77  WS-GAME-SOURCE            PIC X(04)      VALUE SPACES.
002790 77  WS-GAME-RECORD            PIC 9(09) COMP VALUE ZERO.
002800 77  WS-DAY-INTEGER            PIC 9(07) COMP VALUE ZERO.
002810 77  WS-WEEK-COUNT             PIC 9(07) COMP VALUE ZERO.
002820 77  WS-WEEKDAY                PIC 9(01) COMP VALUE ZERO.
002830 77  WS-GAME-SECONDS           PIC 9(12) COMP VALUE ZERO.
002840 77  WS-RUN-END-DATE           PIC 9(08)      VALUE ZERO.
002850 01  WS-CLOCK.
002860     02  WS-CLOCK-HH             PIC 9(02).
002870     02  WS-CLOCK-MM             PIC 9(02).
002880     02  WS-CLOCK-SS             PIC 9(02).
002890 77  WS-CLOCK-SECONDS          PIC 9(05)      VALUE ZERO.
002900 01  WS-STAMP-SPLIT.
002910     02  WS-STAMP-DATE           PIC 9(08).
002920     02  WS-STAMP-TIME           PIC 9(06).
002930 01  WS-STAMP-SPLIT-N REDEFINES WS-STAMP-SPLIT
002940                               PIC 9(14).
002950*
002960* ---------------------------------------------------------------
002970* THE PLAYER IN HAND ON THE SORTED SIDE, AND THE PLAYER'S LAST
002980* GAME FOR THE TWO-SITE CHECK
002990* ---------------------------------------------------------------
003000 77  WS-CURRENT-PLAYER         PIC X(08)      VALUE LOW-VALUES.
003010 77  WS-PLR-ENROLL-DATE        PIC 9(08)      VALUE ZERO.
003020 77  WS-DEACT-DATE             PIC 9(08)      VALUE ZERO.
003030 77  WS-DEACT-SOURCE           PIC X(08)      VALUE SPACES.
003040 77  WS-DEACT-STATUS           PIC X(01)      VALUE SPACE.
003050 77  WS-PREV-SITE              PIC X(03)      VALUE SPACES.
003060 77  WS-PREV-DATE              PIC 9(08)      VALUE ZERO.
003070 77  WS-PREV-TIME              PIC 9(06)      VALUE ZERO.
003080 77  WS-PREV-SOURCE            PIC X(04)      VALUE SPACES.
003090 77  WS-PREV-RECORD            PIC 9(09)      VALUE ZERO.
003100 77  WS-PREV-SECONDS           PIC 9(12) COMP VALUE ZERO.
003110*
003120* ---------------------------------------------------------------
003130* POSTED HOURS BY SITE AND DAY OF THE WEEK, 1 MONDAY THROUGH 7
003140* SUNDAY, KEPT AS HHMMSS SO A GAME'S LOG-TIME COMPARES DIRECTLY
003150* ---------------------------------------------------------------
003160 77  WS-HRS-CARDS-READ         PIC 9(03) COMP VALUE ZERO.
003170 77  WS-HRS-CARDS-USED         PIC 9(03) COMP VALUE ZERO.
003180 77  WS-HRS-ERRORS             PIC 9(03) COMP VALUE ZERO.
003190 77  WS-CARD-REASON            PIC X(40)      VALUE SPACES.
003200 77  WS-SITE-IN-USE            PIC 9(02) COMP VALUE ZERO.
003210 77  WS-SITE-IDX               PIC 9(02) COMP VALUE ZERO.
003220 77  WS-SITE-FOUND-IDX         PIC 9(02) COMP VALUE ZERO.
003230 77  WS-SITE-SEARCH            PIC X(03)      VALUE SPACES.
003240 01  ITG-HOURS-TABLE.
003250     02  ITG-HOURS-SITE      OCCURS 5 TIMES.
003260         03  HRT-SITE-CODE       PIC X(03).
003270         03  HRT-DAY         OCCURS 7 TIMES.
003280             04  HRT-POSTED-SW   PIC X(01).
003290             04  HRT-OPEN-TIME   PIC 9(06).
003300             04  HRT-CLOSE-TIME  PIC 9(06).
003310 01  ITG-DAY-NAMES               PIC X(21)
003320                                 VALUE 'MONTUEWEDTHUFRISATSUN'.
003330 01  ITG-DAY-TABLE REDEFINES ITG-DAY-NAMES.
003340     02  ITG-DAY-NAME            PIC X(03) OCCURS 7 TIMES.
003350*
003360* ---------------------------------------------------------------
003370* THE RANGE'S MAIN-LAB RUNS. A RUN'S WINDOW IS ITS START STAMP
003380* TO ITS END STAMP. RUNS WHOSE WINDOWS OVERLAP CANNOT SAY WHICH
003390* OF THEM LOGGED A GAME THEY SHARE, SO THEY ARE RECONCILED AS
003400* ONE GROUP: THE GROUP'S FIRST RUN (ITG-RUN-HEAD) CARRIES THE
003410* SUM OF THEIR LOG-APPENDED COUNTS AND EVERY GAME FOUND IN ANY
003420* OF THEIR WINDOWS. A GROUP WITH A RUN FROM BEFORE THE RANGE IS
003430* NOT RECONCILED, SINCE ITS EARLIER GAMES WERE NOT READ
003440* ---------------------------------------------------------------
003450 77  WS-RUN-IN-USE             PIC 9(04) COMP VALUE ZERO.
003460 77  WS-RUN-IDX                PIC 9(04) COMP VALUE ZERO.
003470 77  WS-RUN-FOUND-IDX          PIC 9(04) COMP VALUE ZERO.
003480 77  WS-LAST-RUN-IDX           PIC 9(04) COMP VALUE ZERO.
003490 77  WS-GROUP-HEAD             PIC 9(04) COMP VALUE ZERO.
003500 77  WS-GROUP-TO               PIC 9(14)      VALUE ZERO.
003510 77  WS-HST-FIRST-STAMP        PIC 9(14)      VALUE ZERO.
003520 01  ITG-RUN-TABLE.
003530     02  ITG-RUN-ENTRY       OCCURS 9999 TIMES.
003540         03  ITG-RUN-FROM        PIC 9(14).
003550         03  ITG-RUN-TO          PIC 9(14).
003560         03  ITG-RUN-HEAD        PIC 9(04) COMP.
003570         03  ITG-RUN-IN-RANGE    PIC X(01).
003580         03  ITG-RUN-PLAYER-ID   PIC X(08).
003590         03  ITG-GRP-CHECKED     PIC X(01).
003600         03  ITG-GRP-RUNS        PIC 9(04) COMP.
003610         03  ITG-GRP-APPENDED    PIC 9(09) COMP.
003620         03  ITG-GRP-GAMES       PIC 9(09) COMP.
003630*
003640* ---------------------------------------------------------------
003650* REASON CODES. H FINDINGS END THE RUN CC 8, L FINDINGS CC 4
003660* ---------------------------------------------------------------
003670 77  WS-REASON-IDX             PIC 9(01) COMP VALUE ZERO.
003680 77  WS-HIGH-FINDINGS          PIC 9(09) COMP VALUE ZERO.
003690 77  WS-LOW-FINDINGS           PIC 9(09) COMP VALUE ZERO.
003700 01  ITG-REASON-VALUES.
003710     02  FILLER                  PIC X(05) VALUE 'I001H'.
003720     02  FILLER                  PIC X(40)
003730         VALUE 'GAME LOGGED OUTSIDE EVERY MONTYHST RUN'.
003740     02  FILLER                  PIC X(05) VALUE 'I002H'.
003750     02  FILLER                  PIC X(40)
003760         VALUE 'RUN LOG-APPENDED DISAGREES WITH THE LOG'.
003770     02  FILLER                  PIC X(05) VALUE 'I003H'.
003780     02  FILLER                  PIC X(40)
003790         VALUE 'GAME DATED BEFORE THE PLAYER ENROLLED'.
003800     02  FILLER                  PIC X(05) VALUE 'I004H'.
003810     02  FILLER                  PIC X(40)
003820         VALUE 'GAME DATED AFTER THE PLAYER DEACTIVATED'.
003830     02  FILLER                  PIC X(05) VALUE 'I005H'.
003840     02  FILLER                  PIC X(40)
003850         VALUE 'PLAYER AT BOTH SITES IN THE SAME MINUTE'.
003860     02  FILLER                  PIC X(05) VALUE 'I006L'.
003870     02  FILLER                  PIC X(40)
003880         VALUE 'GAME OUTSIDE THE LAB''S POSTED HOURS'.
003890     02  FILLER                  PIC X(05) VALUE 'I007L'.
003900     02  FILLER                  PIC X(40)
003910         VALUE 'PLAYER ID NOT ON THE PLAYER MASTER'.
003920 01  ITG-REASON-TABLE REDEFINES ITG-REASON-VALUES.
003930     02  ITG-REASON-ENTRY    OCCURS 7 TIMES.
003940         03  RSN-CODE            PIC X(04).
003950         03  RSN-SEVERITY        PIC X(01).
003960         03  RSN-TEXT            PIC X(40).
003970 01  ITG-REASON-COUNTS.
003980     02  RSN-COUNT               PIC 9(09) COMP OCCURS 7 TIMES.
003990*
004000* ---------------------------------------------------------------
004010* ONE FINDING LINE. A GAME FINDING NAMES THE GAME'S PLAYER,
004020* DATE, TIME, SITE, SOURCE AND RECORD NUMBER; A RUN FINDING THE
004030* RUN'S KEY. THE DETAIL NAMES THE OTHER RECORD INVOLVED
004040* ---------------------------------------------------------------
004050 01  ITG-FINDING-LINE.
004060     02  FILLER                  PIC X(02) VALUE SPACES.
004070     02  FND-REASON              PIC X(04).
004080     02  FILLER                  PIC X(01) VALUE SPACE.
004090     02  FND-SEVERITY            PIC X(01).
004100     02  FILLER                  PIC X(02) VALUE SPACES.
004110     02  FND-PLAYER-ID           PIC X(08).
004120     02  FILLER                  PIC X(01) VALUE SPACE.
004130     02  FND-DATE                PIC X(08).
004140     02  FILLER                  PIC X(01) VALUE SPACE.
004150     02  FND-TIME                PIC X(06).
004160     02  FILLER                  PIC X(01) VALUE SPACE.
004170     02  FND-SITE                PIC X(03).
004180     02  FILLER                  PIC X(01) VALUE SPACE.
004190     02  FND-SOURCE              PIC X(04).
004200     02  FILLER                  PIC X(01) VALUE SPACE.
004210     02  FND-RECORD              PIC X(09).
004220     02  FILLER                  PIC X(02) VALUE SPACES.
004230     02  FND-DETAIL              PIC X(60).
004240*
004250* ---------------------------------------------------------------
004260* AUDIT COUNTS FOR THE SUMMARY
004270* ---------------------------------------------------------------
004280 77  WS-GAMES-READ             PIC 9(11) COMP VALUE ZERO.
004290 77  WS-GAMES-AUDITED          PIC 9(11) COMP VALUE ZERO.
004300 77  WS-GAMES-ANNEX            PIC 9(11) COMP VALUE ZERO.
004310 77  WS-GAMES-PRE-HISTORY      PIC 9(11) COMP VALUE ZERO.
004320 77  WS-GAMES-NO-HOURS         PIC 9(11) COMP VALUE ZERO.
004330 77  WS-GAMES-BAD-DATE         PIC 9(11) COMP VALUE ZERO.
004340 77  WS-RUNS-LOADED            PIC 9(07) COMP VALUE ZERO.
004350 77  WS-RUNS-CHECKED           PIC 9(07) COMP VALUE ZERO.
004360 77  WS-RUNS-NOT-CHECKED       PIC 9(07) COMP VALUE ZERO.
004370 77  WS-ARC-GENERATIONS        PIC 9(04) COMP VALUE ZERO.
004380 77  WS-PLAYERS-AUDITED        PIC 9(07) COMP VALUE ZERO.
004390 77  WS-PLAYERS-PURGED         PIC 9(07) COMP VALUE ZERO.
004400 77  WS-PLAYERS-NO-DEACT       PIC 9(07) COMP VALUE ZERO.
004410*
004420* ---------------------------------------------------------------
004430* DISPLAY FIELDS
004440* ---------------------------------------------------------------
004450 77  WS-COUNT-DISPLAY          PIC Z(06)9     VALUE ZERO.
004460 77  WS-TOTAL-DISPLAY          PIC Z(10)9     VALUE ZERO.
004470 77  WS-RECORD-DISPLAY         PIC Z(08)9     VALUE ZERO.
004480 77  WS-APPENDED-DISPLAY       PIC Z(08)9     VALUE ZERO.
004490 77  WS-FOUND-DISPLAY          PIC Z(08)9     VALUE ZERO.
004500 77  WS-RUNS-DISPLAY           PIC Z(03)9     VALUE ZERO.
004510 77  WS-HHMM-OPEN              PIC 9(04)      VALUE ZERO.
004520 77  WS-HHMM-CLOSE             PIC 9(04)      VALUE ZERO.
004530*
004540 PROCEDURE DIVISION.
004550*
004560* ---------------------------------------------------------------
004570* 0000-MAINLINE - THE RUN TABLE AND POSTED HOURS ARE LOADED
004580* FIRST. THE SORT INPUT PROCEDURE CHECKS EACH GAME AGAINST THEM
004590* IN LOG ORDER AND COUNTS THE GAMES IN EVERY RUN'S WINDOW; THE
004600* OUTPUT PROCEDURE CHECKS EACH PLAYER'S GAMES IN DATE ORDER
004610* AGAINST THE PLAYER'S FILES. THE RUN COUNTS ARE ONLY COMPLETE
004620* ONCE THE SORT HAS READ EVERYTHING, SO THEY ARE RECONCILED LAST
004630* ---------------------------------------------------------------
004640 0000-MAINLINE.
004650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004660     PERFORM 1300-LOAD-LAB-HOURS THRU 1300-EXIT.
004670     PERFORM 1400-LOAD-RUNS THRU 1400-EXIT.
004680     PERFORM 1900-PRINT-HEADING THRU 1900-EXIT.
004690     SORT SORT-FILE
004700         ON ASCENDING KEY SRT-PLAYER-ID
004710                          SRT-DATE
004720                          SRT-TIME
004730         INPUT PROCEDURE IS 2000-RELEASE-GAMES
004740             THRU 2000-EXIT
004750         OUTPUT PROCEDURE IS 3000-AUDIT-PLAYERS
004760             THRU 3000-EXIT.
004770     PERFORM 5000-CHECK-RUN-COUNTS THRU 5000-EXIT
004780         VARYING WS-RUN-IDX FROM 1 BY 1
004790         UNTIL WS-RUN-IDX > WS-RUN-IN-USE.
004800     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
004810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004820     STOP RUN.
004830*
004840* ---------------------------------------------------------------
004850* 1000-INITIALIZE - OPEN THE KEYED FILES AND TAKE THE RANGE.
004860* WITHOUT MONTYCHS NO DEACTIVATION DATE IS KNOWN, SO THAT ONE
004870* CHECK IS SKIPPED RATHER THAN THE WHOLE AUDIT
004880* ---------------------------------------------------------------
004890 1000-INITIALIZE.
004900     DISPLAY 'MONTYITG: CROSS-FILE INTEGRITY AUDIT'.
004910     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
004920     OPEN INPUT RUN-HISTORY-FILE.
004930     IF WS-HST-STATUS NOT = '00'
004940         DISPLAY 'MONTYITG: CANNOT OPEN MONTYHST, STATUS '
004950             WS-HST-STATUS '.'
004960         MOVE 12 TO RETURN-CODE
004970         STOP RUN
004980     END-IF.
004990     OPEN INPUT PLAYER-FILE.
005000     IF WS-PLR-STATUS NOT = '00'
005010         DISPLAY 'MONTYITG: CANNOT OPEN MONTYPLR, STATUS '
005020             WS-PLR-STATUS '.'
005030         MOVE 12 TO RETURN-CODE
005040         STOP RUN
005050     END-IF.
005060     OPEN INPUT COHORT-HISTORY-FILE.
005070     IF WS-CHS-STATUS = '00'
005080         SET CHS-AVAILABLE TO TRUE
005090     ELSE
005100         DISPLAY 'MONTYITG: MONTYCHS NOT AVAILABLE, STATUS '
005110             WS-CHS-STATUS ' - GAMES AFTER DEACTIVATION ARE NOT'
005120             ' CHECKED.'
005130     END-IF.
005140     PERFORM 1100-GET-AUDIT-RANGE THRU 1100-EXIT.
005150     IF WS-FROM-DATE = ZERO
005160         MOVE ZERO TO WS-PRIOR-DAY
005170     ELSE
005180         COMPUTE WS-PRIOR-DAY = FUNCTION DATE-OF-INTEGER(
005190             FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) - 1)
005200     END-IF.
005210     IF WS-TO-DATE = 99999999
005220         MOVE 99999999 TO WS-AFTER-DAY
005230     ELSE
005240         COMPUTE WS-AFTER-DAY = FUNCTION DATE-OF-INTEGER(
005250             FUNCTION INTEGER-OF-DATE(WS-TO-DATE) + 1)
005260     END-IF.
005270     PERFORM 1200-FIND-FIRST-RUN THRU 1200-EXIT.
005280 1000-EXIT.
005290     EXIT.
005300*
005310* ---------------------------------------------------------------
005320* 1100-GET-AUDIT-RANGE - PARM=ALL AUDITS THE WHOLE HISTORY.
005330* WITHOUT A PARM THE CONSOLE IS ASKED FOR THE RANGE
005340* ---------------------------------------------------------------
005350 1100-GET-AUDIT-RANGE.
005360     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
005370     IF WS-COMMAND-LINE = 'ALL'
005380         MOVE ZERO     TO WS-FROM-DATE
005390         MOVE 99999999 TO WS-TO-DATE
005400         GO TO 1100-EXIT
005410     END-IF.
005420     IF WS-COMMAND-LINE NOT = SPACES
005430         DISPLAY 'MONTYITG: PARM MUST BE ALL OR OMITTED.'
005440         MOVE 12 TO RETURN-CODE
005450         STOP RUN
005460     END-IF.
005470     PERFORM 1120-GET-FROM-DATE THRU 1120-EXIT.
005480     PERFORM 1130-GET-TO-DATE THRU 1130-EXIT.
005490 1100-EXIT.
005500     EXIT.
005510*
005520 1110-CHECK-DATE-ANSWER.
005530     SET DATE-NOT-OK TO TRUE.
005540     IF WS-DATE-ANSWER NOT NUMERIC
005550         DISPLAY 'MH: THE DATE MUST BE EIGHT DIGITS, YYYYMMDD.'
005560         GO TO 1110-EXIT
005570     END-IF.
005580     MOVE WS-DATE-ANSWER TO WS-CHECK-DATE.
005590     IF WS-CHECK-YEAR < 1601
005600         OR WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
005610         OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
005620         DISPLAY 'MH: ' WS-DATE-ANSWER ' IS NOT A DATE.'
005630         GO TO 1110-EXIT
005640     END-IF.
005650     SET DATE-OK TO TRUE.
005660 1110-EXIT.
005670     EXIT.
005680*
005690 1120-GET-FROM-DATE.
005700     DISPLAY 'MH: AUDIT FROM-DATE (YYYYMMDD, 0 FOR NO LOWER'
005710         ' BOUND)?'.
005720     ACCEPT WS-DATE-ANSWER FROM CONSOLE.
005730     MOVE ZERO TO WS-FROM-DATE.
005740     IF WS-DATE-ANSWER = SPACES OR WS-DATE-ANSWER = '0'
005750         GO TO 1120-EXIT
005760     END-IF.
005770     PERFORM 1110-CHECK-DATE-ANSWER THRU 1110-EXIT.
005780     IF DATE-NOT-OK
005790         GO TO 1120-GET-FROM-DATE
005800     END-IF.
005810     MOVE WS-CHECK-DATE-N TO WS-FROM-DATE.
005820 1120-EXIT.
005830     EXIT.
005840*
005850 1130-GET-TO-DATE.
005860     DISPLAY 'MH: AUDIT TO-DATE (YYYYMMDD, 0 FOR NO UPPER'
005870         ' BOUND)?'.
005880     ACCEPT WS-DATE-ANSWER FROM CONSOLE.
005890     MOVE 99999999 TO WS-TO-DATE.
005900     IF WS-DATE-ANSWER = SPACES OR WS-DATE-ANSWER = '0'
005910         GO TO 1130-EXIT
005920     END-IF.
005930     PERFORM 1110-CHECK-DATE-ANSWER THRU 1110-EXIT.
005940     IF DATE-NOT-OK
005950         GO TO 1130-GET-TO-DATE
005960     END-IF.
005970     MOVE WS-CHECK-DATE-N TO WS-TO-DATE.
005980     IF WS-TO-DATE < WS-FROM-DATE
005990         DISPLAY 'MH: THE TO-DATE IS BEFORE THE FROM-DATE.'
006000         GO TO 1130-GET-TO-DATE
006010     END-IF.
006020 1130-EXIT.
006030     EXIT.
006040*
006050* ---------------------------------------------------------------
006060* 1200-FIND-FIRST-RUN - MONTYHST ONLY GOES BACK TO ITS FIRST
006070* RUN. A GAME LOGGED BEFORE THAT CANNOT HAVE A RUN WINDOW AND IS
006080* COUNTED, NOT REPORTED
006090* ---------------------------------------------------------------
006100 1200-FIND-FIRST-RUN.
006110     MOVE 99999999999999 TO WS-HST-FIRST-STAMP.
006120     MOVE ZERO TO RHC-RUN-DATE.
006130     MOVE ZERO TO RHC-START-TIME.
006140     START RUN-HISTORY-FILE KEY NOT < RHC-RUN-KEY
006150         INVALID KEY
006160             GO TO 1200-EXIT
006170     END-START.
006180     READ RUN-HISTORY-FILE NEXT RECORD
006190         AT END
006200             GO TO 1200-EXIT
006210     END-READ.
006220     COMPUTE WS-HST-FIRST-STAMP =
006230         (RHC-RUN-DATE * 1000000) + RHC-START-TIME.
006240 1200-EXIT.
006250     EXIT.
006260*
006270* ---------------------------------------------------------------
006280* 1300-LOAD-LAB-HOURS - EVERY BAD CARD IS LISTED BEFORE THE RUN
006290* STOPS, SO ONE RESUBMISSION FIXES THEM ALL
006300* ---------------------------------------------------------------
006310 1300-LOAD-LAB-HOURS.
006320     MOVE SPACES TO ITG-HOURS-TABLE.
006330     OPEN INPUT HOURS-FILE.
006340     IF WS-HRS-STATUS NOT = '00'
006350         DISPLAY 'MONTYITG: CANNOT OPEN LABHOURS, STATUS '
006360             WS-HRS-STATUS '.'
006370         MOVE 12 TO RETURN-CODE
006380         STOP RUN
006390     END-IF.
006400     SET HRS-NOT-EOF TO TRUE.
006410     PERFORM 1310-LOAD-ONE-CARD THRU 1310-EXIT
006420         UNTIL HRS-EOF.
006430     CLOSE HOURS-FILE.
006440     IF WS-HRS-ERRORS > ZERO
006450         MOVE WS-HRS-ERRORS TO WS-COUNT-DISPLAY
006460         DISPLAY 'MONTYITG: ' WS-COUNT-DISPLAY ' LABHOURS ERRORS'
006470             ' - NO AUDIT RUN.'
006480         MOVE 12 TO RETURN-CODE
006490         STOP RUN
006500     END-IF.
006510     IF WS-HRS-CARDS-USED = ZERO
006520         DISPLAY 'MONTYITG: NO HOURS POSTED ON LABHOURS - GAMES'
006530             ' ARE NOT CHECKED AGAINST OPERATING HOURS.'
006540     END-IF.
006550 1300-EXIT.
006560     EXIT.
006570*
006580 1310-LOAD-ONE-CARD.
006590     READ HOURS-FILE
006600         AT END
006610             SET HRS-EOF TO TRUE
006620             GO TO 1310-EXIT
006630     END-READ.
006640     ADD 1 TO WS-HRS-CARDS-READ.
006650     IF HRS-COMMENT
006660         GO TO 1310-EXIT
006670     END-IF.
006680     PERFORM 1320-CHECK-ONE-CARD THRU 1320-EXIT.
006690     IF WS-CARD-REASON NOT = SPACES
006700         MOVE WS-HRS-CARDS-READ TO WS-COUNT-DISPLAY
006710         DISPLAY 'MONTYITG: LABHOURS CARD ' WS-COUNT-DISPLAY
006720             ' (' HRS-SITE-CODE ') ' WS-CARD-REASON
006730         ADD 1 TO WS-HRS-ERRORS
006740         GO TO 1310-EXIT
006750     END-IF.
006760     ADD 1 TO WS-HRS-CARDS-USED.
006770     MOVE 'Y' TO HRT-POSTED-SW(WS-SITE-FOUND-IDX,
006780         HRS-DAY-OF-WEEK).
006790     COMPUTE HRT-OPEN-TIME(WS-SITE-FOUND-IDX, HRS-DAY-OF-WEEK) =
006800         (HRS-OPEN-HH * 10000) + (HRS-OPEN-MM * 100).
006810     COMPUTE HRT-CLOSE-TIME(WS-SITE-FOUND-IDX, HRS-DAY-OF-WEEK) =
006820         (HRS-CLOSE-HH * 10000) + (HRS-CLOSE-MM * 100).
006830 1310-EXIT.
006840     EXIT.
006850*
006860* ---------------------------------------------------------------
006870* 1320-CHECK-ONE-CARD - WS-CARD-REASON IS LEFT BLANK FOR A GOOD
006880* CARD, AND WS-SITE-FOUND-IDX THEN SAYS WHICH SITE IT POSTS
006890* ---------------------------------------------------------------
006900 1320-CHECK-ONE-CARD.
006910     MOVE SPACES TO WS-CARD-REASON.
006920     IF HRS-SITE-CODE = SPACES
006930         MOVE 'SITE CODE IS MISSING.' TO WS-CARD-REASON
006940         GO TO 1320-EXIT
006950     END-IF.
006960     IF HRS-DAY-OF-WEEK NOT NUMERIC
006970         OR HRS-DAY-OF-WEEK < 1 OR HRS-DAY-OF-WEEK > 7
006980         MOVE 'DAY MUST BE 1 (MONDAY) THROUGH 7.'
006990             TO WS-CARD-REASON
007000         GO TO 1320-EXIT
007010     END-IF.
007020     IF HRS-OPEN-TIME NOT NUMERIC
007030         OR HRS-OPEN-HH > 23 OR HRS-OPEN-MM > 59
007040         MOVE 'OPENING TIME MUST BE HHMM.' TO WS-CARD-REASON
007050         GO TO 1320-EXIT
007060     END-IF.
007070     IF HRS-CLOSE-TIME NOT NUMERIC
007080         OR HRS-CLOSE-HH > 24 OR HRS-CLOSE-MM > 59
007090         OR (HRS-CLOSE-HH = 24 AND HRS-CLOSE-MM > ZERO)
007100         MOVE 'CLOSING TIME MUST BE HHMM.' TO WS-CARD-REASON
007110         GO TO 1320-EXIT
007120     END-IF.
007130     IF HRS-CLOSE-TIME NOT > HRS-OPEN-TIME
007140         MOVE 'CLOSING TIME MUST BE AFTER OPENING.'
007150             TO WS-CARD-REASON
007160         GO TO 1320-EXIT
007170     END-IF.
007180     MOVE HRS-SITE-CODE TO WS-SITE-SEARCH.
007190     PERFORM 2600-FIND-HOURS-SITE THRU 2600-EXIT.
007200     IF WS-SITE-FOUND-IDX = ZERO
007210         IF WS-SITE-IN-USE = 5
007220             MOVE 'MORE THAN 5 SITES ON THE CARDS.'
007230                 TO WS-CARD-REASON
007240             GO TO 1320-EXIT
007250         END-IF
007260         ADD 1 TO WS-SITE-IN-USE
007270         MOVE WS-SITE-IN-USE TO WS-SITE-FOUND-IDX
007280         MOVE HRS-SITE-CODE TO HRT-SITE-CODE(WS-SITE-IN-USE)
007290     END-IF.
007300     IF HRT-POSTED-SW(WS-SITE-FOUND-IDX, HRS-DAY-OF-WEEK) = 'Y'
007310         MOVE 'DUPLICATES AN EARLIER CARD.' TO WS-CARD-REASON
007320     END-IF.
007330 1320-EXIT.
007340     EXIT.
007350*
007360* ---------------------------------------------------------------
007370* 1400-LOAD-RUNS - EVERY MONTYHST RUN DATED IN THE RANGE, PLUS
007380* ANY RUN ON THE DAY BEFORE THAT RAN PAST MIDNIGHT. RUNS ARE
007390* READ IN START ORDER, SO A RUN STARTING BEFORE THE GROUP SO
007400* FAR HAS ENDED OVERLAPS IT AND JOINS THE GROUP
007410* ---------------------------------------------------------------
007420 1400-LOAD-RUNS.
007430     MOVE WS-PRIOR-DAY TO RHC-RUN-DATE.
007440     MOVE ZERO         TO RHC-START-TIME.
007450     SET HST-NOT-EOF TO TRUE.
007460     START RUN-HISTORY-FILE KEY NOT < RHC-RUN-KEY
007470         INVALID KEY
007480             SET HST-EOF TO TRUE
007490     END-START.
007500     PERFORM 1410-LOAD-ONE-RUN THRU 1410-EXIT
007510         UNTIL HST-EOF.
007520 1400-EXIT.
007530     EXIT.
007540*
007550 1410-LOAD-ONE-RUN.
007560     READ RUN-HISTORY-FILE NEXT RECORD
007570         AT END
007580             SET HST-EOF TO TRUE
007590             GO TO 1410-EXIT
007600     END-READ.
007610     IF RHC-RUN-DATE > WS-TO-DATE
007620         SET HST-EOF TO TRUE
007630         GO TO 1410-EXIT
007640     END-IF.
007650     IF RHC-RUN-DATE < WS-FROM-DATE
007660         AND RHC-END-TIME NOT < RHC-START-TIME
007670         GO TO 1410-EXIT
007680     END-IF.
007690     IF WS-RUN-IN-USE = 9999
007700         DISPLAY 'MONTYITG: MORE THAN 9999 RUNS IN THE RANGE -'
007710             ' AUDIT A NARROWER RANGE OF DATES.'
007720         MOVE 12 TO RETURN-CODE
007730         STOP RUN
007740     END-IF.
007750     ADD 1 TO WS-RUN-IN-USE.
007760     INITIALIZE ITG-RUN-ENTRY(WS-RUN-IN-USE).
007770     IF RHC-END-TIME < RHC-START-TIME
007780         COMPUTE WS-RUN-END-DATE = FUNCTION DATE-OF-INTEGER(
007790             FUNCTION INTEGER-OF-DATE(RHC-RUN-DATE) + 1)
007800     ELSE
007810         MOVE RHC-RUN-DATE TO WS-RUN-END-DATE
007820     END-IF.
007830     COMPUTE ITG-RUN-FROM(WS-RUN-IN-USE) =
007840         (RHC-RUN-DATE * 1000000) + RHC-START-TIME.
007850     COMPUTE ITG-RUN-TO(WS-RUN-IN-USE) =
007860         (WS-RUN-END-DATE * 1000000) + RHC-END-TIME.
007870     MOVE RHC-PLAYER-ID TO ITG-RUN-PLAYER-ID(WS-RUN-IN-USE).
007880     IF RHC-RUN-DATE < WS-FROM-DATE
007890         MOVE 'N' TO ITG-RUN-IN-RANGE(WS-RUN-IN-USE)
007900     ELSE
007910         MOVE 'Y' TO ITG-RUN-IN-RANGE(WS-RUN-IN-USE)
007920         ADD 1 TO WS-RUNS-LOADED
007930     END-IF.
007940     IF WS-RUN-IN-USE > 1
007950         AND ITG-RUN-FROM(WS-RUN-IN-USE) NOT > WS-GROUP-TO
007960         MOVE WS-GROUP-HEAD TO ITG-RUN-HEAD(WS-RUN-IN-USE)
007970         ADD 1 TO ITG-GRP-RUNS(WS-GROUP-HEAD)
007980         ADD RHC-LOG-APPENDED TO ITG-GRP-APPENDED(WS-GROUP-HEAD)
007990         IF ITG-RUN-IN-RANGE(WS-RUN-IN-USE) = 'N'
008000             MOVE 'N' TO ITG-GRP-CHECKED(WS-GROUP-HEAD)
008010         END-IF
008020         IF ITG-RUN-TO(WS-RUN-IN-USE) > WS-GROUP-TO
008030             MOVE ITG-RUN-TO(WS-RUN-IN-USE) TO WS-GROUP-TO
008040         END-IF
008050         GO TO 1410-EXIT
008060     END-IF.
008070     MOVE WS-RUN-IN-USE TO WS-GROUP-HEAD.
008080     MOVE WS-RUN-IN-USE TO ITG-RUN-HEAD(WS-RUN-IN-USE).
008090     MOVE 1 TO ITG-GRP-RUNS(WS-RUN-IN-USE).
008100     MOVE RHC-LOG-APPENDED TO ITG-GRP-APPENDED(WS-RUN-IN-USE).
008110     MOVE ZERO TO ITG-GRP-GAMES(WS-RUN-IN-USE).
008120     MOVE ITG-RUN-IN-RANGE(WS-RUN-IN-USE)
008130         TO ITG-GRP-CHECKED(WS-RUN-IN-USE).
008140     MOVE ITG-RUN-TO(WS-RUN-IN-USE) TO WS-GROUP-TO.
008150 1410-EXIT.
008160     EXIT.
008170*
008180 1900-PRINT-HEADING.
008190     DISPLAY '====================================='
008200         '====================================='.
008210     DISPLAY 'HAYMARKET TRAINING LAB - CROSS-FILE INTEGRITY'
008220         ' AUDIT'.
008230     IF WS-FROM-DATE = ZERO AND WS-TO-DATE = 99999999
008240         DISPLAY 'AUDIT RANGE: WHOLE HISTORY     RUN DATE '
008250             WS-TODAY-DATE
008260     ELSE
008270         DISPLAY 'AUDIT RANGE: ' WS-FROM-DATE ' THROUGH '
008280             WS-TO-DATE '     RUN DATE ' WS-TODAY-DATE
008290     END-IF.
008300     DISPLAY '====================================='
008310         '====================================='.
008320     DISPLAY '  CODE S  PLAYER   DATE     TIME   SIT SRCE'
008330         '    RECORD  DETAIL'.
008340 1900-EXIT.
008350     EXIT.
008360*
008370* ---------------------------------------------------------------
008380* 2000-RELEASE-GAMES - THE ARCHIVE GENERATIONS THAT OVERLAP THE
008390* RANGE, THEN THE LIVE LOG
008400* ---------------------------------------------------------------
008410 2000-RELEASE-GAMES.
008420     PERFORM 2100-READ-FROM-ARCHIVES THRU 2100-EXIT.
008430     OPEN INPUT MONTYLOG-FILE.
008440     IF WS-LOG-STATUS NOT = '00'
008450         DISPLAY 'MONTYITG: CANNOT OPEN MONTYLOG, STATUS '
008460             WS-LOG-STATUS '.'
008470         MOVE 12 TO RETURN-CODE
008480         STOP RUN
008490     END-IF.
008500     MOVE 'LIVE' TO WS-GAME-SOURCE.
008510     MOVE ZERO TO WS-GAME-RECORD.
008520     SET LOG-NOT-EOF TO TRUE.
008530     PERFORM 2300-READ-ONE-LIVE THRU 2300-EXIT
008540         UNTIL LOG-EOF.
008550     CLOSE MONTYLOG-FILE.
008560 2000-EXIT.
008570     EXIT.
008580*
008590* ---------------------------------------------------------------
008600* 2100-READ-FROM-ARCHIVES - A MISSING CATALOG JUST MEANS NOTHING
008610* HAS EVER BEEN ARCHIVED
008620* ---------------------------------------------------------------
008630 2100-READ-FROM-ARCHIVES.
008640     OPEN INPUT CATALOG-FILE.
008650     IF WS-CAT-STATUS NOT = '00'
008660         DISPLAY 'MONTYITG: NO ARCHIVE CATALOG (MONTYCAT STATUS '
008670             WS-CAT-STATUS ') - AUDITING THE LIVE LOG ONLY.'
008680         GO TO 2100-EXIT
008690     END-IF.
008700     MOVE ZERO TO CAT-GENERATION.
008710     SET CAT-NOT-EOF TO TRUE.
008720     START CATALOG-FILE KEY NOT < CAT-GENERATION
008730         INVALID KEY
008740             SET CAT-EOF TO TRUE
008750     END-START.
008760     PERFORM 2110-READ-ONE-GENERATION THRU 2110-EXIT
008770         UNTIL CAT-EOF.
008780     CLOSE CATALOG-FILE.
008790 2100-EXIT.
008800     EXIT.
008810*
008820 2110-READ-ONE-GENERATION.
008830     READ CATALOG-FILE NEXT RECORD
008840         AT END
008850             SET CAT-EOF TO TRUE
008860             GO TO 2110-EXIT
008870     END-READ.
008880     IF CAT-TO-DATE < WS-PRIOR-DAY
008890         OR CAT-FROM-DATE > WS-AFTER-DAY
008900         GO TO 2110-EXIT
008910     END-IF.
008920     MOVE CAT-ARCHIVE-DSN TO WS-ARC-DSN.
008930     OPEN INPUT ARCHIVE-FILE.
008940     IF WS-ARC-STATUS NOT = '00'
008950         DISPLAY 'MONTYITG: CANNOT OPEN ARCHIVE ' WS-ARC-DSN
008960             ' (GENERATION ' CAT-GENERATION '), STATUS '
008970             WS-ARC-STATUS '.'
008980         MOVE 12 TO RETURN-CODE
008990         STOP RUN
009000     END-IF.
009010     ADD 1 TO WS-ARC-GENERATIONS.
009020     MOVE CAT-GENERATION TO WS-GAME-SOURCE.
009030     MOVE ZERO TO WS-GAME-RECORD.
009040     SET LOG-NOT-EOF TO TRUE.
009050     PERFORM 2120-READ-ONE-ARCHIVED THRU 2120-EXIT
009060         UNTIL LOG-EOF.
009070     CLOSE ARCHIVE-FILE.
009080 2110-EXIT.
009090     EXIT.
009100*
009110 2120-READ-ONE-ARCHIVED.
009120     READ ARCHIVE-FILE
009130         AT END
009140             SET LOG-EOF TO TRUE
009150             GO TO 2120-EXIT
009160     END-READ.
009170     MOVE ARCHIVE-LOG-IMAGE TO MONTYLOG-RECORD.
009180     PERFORM 2400-TAKE-ONE-GAME THRU 2400-EXIT.
009190 2120-EXIT.
009200     EXIT.
009210*
009220 2300-READ-ONE-LIVE.
009230     READ MONTYLOG-FILE
009240         AT END
009250             SET LOG-EOF TO TRUE
009260         NOT AT END
009270             PERFORM 2400-TAKE-ONE-GAME THRU 2400-EXIT
009280     END-READ.
009290 2300-EXIT.
009300     EXIT.
009310*
009320* ---------------------------------------------------------------
009330* 2400-TAKE-ONE-GAME - A MAIN-LAB GAME IN A RUN WINDOW IS COUNTED
009340* TO THAT RUN'S GROUP WHETHER OR NOT IT IS INSIDE THE RANGE, SO
009350* A RUN CROSSING MIDNIGHT AT THE END OF THE RANGE RECONCILES.
009360* ANNEX GAMES ARE NOT HELD UP AGAINST MONTYHST - THE ANNEX RUNS
009370* ITS OWN COPY OF IDEONE AND ONLY ITS LOG IS MERGED HERE
009380* ---------------------------------------------------------------
009390 2400-TAKE-ONE-GAME.
009400     ADD 1 TO WS-GAME-RECORD.
009410     ADD 1 TO WS-GAMES-READ.
009420     COMPUTE WS-LOG-COMBINED-DATE =
009430         (LOG-YEAR * 10000) + (LOG-MONTH * 100) + LOG-DAY.
009440     IF WS-LOG-COMBINED-DATE < WS-PRIOR-DAY
009450         OR WS-LOG-COMBINED-DATE > WS-AFTER-DAY
009460         GO TO 2400-EXIT
009470     END-IF.
009480     COMPUTE WS-GAME-TIME =
009490         (LOG-HOUR * 10000) + (LOG-MINUTE * 100) + LOG-SECOND.
009500     COMPUTE WS-GAME-STAMP =
009510         (WS-LOG-COMBINED-DATE * 1000000) + WS-GAME-TIME.
009520     MOVE LOG-SITE-CODE TO WS-GAME-SITE.
009530     IF WS-GAME-SITE = SPACES
009540         MOVE 'MN1' TO WS-GAME-SITE
009550     END-IF.
009560     MOVE ZERO TO WS-RUN-FOUND-IDX.
009570     IF WS-GAME-SITE = 'MN1'
009580         AND WS-GAME-STAMP NOT < WS-HST-FIRST-STAMP
009590         PERFORM 2800-FIND-RUN THRU 2800-EXIT
009600         IF WS-RUN-FOUND-IDX > ZERO
009610             ADD 1 TO ITG-GRP-GAMES(
009620                 ITG-RUN-HEAD(WS-RUN-FOUND-IDX))
009630         END-IF
009640     END-IF.
009650     IF WS-LOG-COMBINED-DATE < WS-FROM-DATE
009660         OR WS-LOG-COMBINED-DATE > WS-TO-DATE
009670         GO TO 2400-EXIT
009680     END-IF.
009690     ADD 1 TO WS-GAMES-AUDITED.
009700     IF WS-GAME-SITE NOT = 'MN1'
009710         ADD 1 TO WS-GAMES-ANNEX
009720     ELSE
009730         IF WS-GAME-STAMP < WS-HST-FIRST-STAMP
009740             ADD 1 TO WS-GAMES-PRE-HISTORY
009750         ELSE
009760             IF WS-RUN-FOUND-IDX = ZERO
009770                 PERFORM 2410-REPORT-NO-RUN THRU 2410-EXIT
009780             END-IF
009790         END-IF
009800     END-IF.
009810     PERFORM 2500-CHECK-POSTED-HOURS THRU 2500-EXIT.
009820     MOVE LOG-PLAYER-ID          TO SRT-PLAYER-ID.
009830     MOVE WS-LOG-COMBINED-DATE   TO SRT-DATE.
009840     MOVE WS-GAME-TIME           TO SRT-TIME.
009850     MOVE WS-GAME-SITE           TO SRT-SITE-CODE.
009860     MOVE WS-GAME-SOURCE         TO SRT-SOURCE.
009870     MOVE WS-GAME-RECORD         TO SRT-RECORD-NUMBER.
009880     RELEASE SORT-RECORD.
009890 2400-EXIT.
009900     EXIT.
009910*
009920 2410-REPORT-NO-RUN.
009930     PERFORM 9200-LOG-GAME-FIELDS THRU 9200-EXIT.
009940     MOVE 'NOT INSIDE THE START-END WINDOW OF ANY MONTYHST RUN'
009950         TO FND-DETAIL.
009960     MOVE 1 TO WS-REASON-IDX.
009970     PERFORM 9100-PRINT-FINDING THRU 9100-EXIT.
009980 2410-EXIT.
009990     EXIT.
010000*
010010* ---------------------------------------------------------------
010020* 2500-CHECK-POSTED-HOURS - A SITE WITH NO CARDS HAS NO POSTED
010030* HOURS AND IS NOT CHECKED. A SITE WITH CARDS IS CLOSED ON ANY
010040* DAY IT HAS NO CARD FOR. DAY 1 OF THE INTEGER DATES, 01/01/1601,
010050* WAS A MONDAY
010060* ---------------------------------------------------------------
010070 2500-CHECK-POSTED-HOURS.
010080     MOVE WS-GAME-SITE TO WS-SITE-SEARCH.
010090     PERFORM 2600-FIND-HOURS-SITE THRU 2600-EXIT.
010100     IF WS-SITE-FOUND-IDX = ZERO
010110         ADD 1 TO WS-GAMES-NO-HOURS
010120         GO TO 2500-EXIT
010130     END-IF.
010140     COMPUTE WS-DAY-INTEGER =
010150         FUNCTION INTEGER-OF-DATE(WS-LOG-COMBINED-DATE).
010160     IF WS-DAY-INTEGER = ZERO
010170         ADD 1 TO WS-GAMES-BAD-DATE
010180         GO TO 2500-EXIT
010190     END-IF.
010200     SUBTRACT 1 FROM WS-DAY-INTEGER.
010210     DIVIDE WS-DAY-INTEGER BY 7 GIVING WS-WEEK-COUNT
010220         REMAINDER WS-WEEKDAY.
010230     ADD 1 TO WS-WEEKDAY.
010240     IF HRT-POSTED-SW(WS-SITE-FOUND-IDX, WS-WEEKDAY) NOT = 'Y'
010250         PERFORM 9200-LOG-GAME-FIELDS THRU 9200-EXIT
010260         STRING ITG-DAY-NAME(WS-WEEKDAY) DELIMITED BY SIZE
010270             ' - LAB ' DELIMITED BY SIZE
010280             WS-GAME-SITE DELIMITED BY SIZE
010290             ' HAS NO HOURS POSTED FOR THIS DAY'
010300                 DELIMITED BY SIZE
010310             INTO FND-DETAIL
010320         MOVE 6 TO WS-REASON-IDX
010330         PERFORM 9100-PRINT-FINDING THRU 9100-EXIT
010340         GO TO 2500-EXIT
010350     END-IF.
010360     IF WS-GAME-TIME
010370             < HRT-OPEN-TIME(WS-SITE-FOUND-IDX, WS-WEEKDAY)
010380         OR WS-GAME-TIME
010390             > HRT-CLOSE-TIME(WS-SITE-FOUND-IDX, WS-WEEKDAY)
010400         PERFORM 9200-LOG-GAME-FIELDS THRU 9200-EXIT
010410         DIVIDE HRT-OPEN-TIME(WS-SITE-FOUND-IDX, WS-WEEKDAY)
010420             BY 100 GIVING WS-HHMM-OPEN
010430         DIVIDE HRT-CLOSE-TIME(WS-SITE-FOUND-IDX, WS-WEEKDAY)
010440             BY 100 GIVING WS-HHMM-CLOSE
010450         STRING ITG-DAY-NAME(WS-WEEKDAY) DELIMITED BY SIZE
010460             ' - LAB ' DELIMITED BY SIZE
010470             WS-GAME-SITE DELIMITED BY SIZE
010480             ' POSTED OPEN ' DELIMITED BY SIZE
010490             WS-HHMM-OPEN DELIMITED BY SIZE
010500             ' TO ' DELIMITED BY SIZE
010510             WS-HHMM-CLOSE DELIMITED BY SIZE
010520             INTO FND-DETAIL
010530         MOVE 6 TO WS-REASON-IDX
010540         PERFORM 9100-PRINT-FINDING THRU 9100-EXIT
010550     END-IF.
010560 2500-EXIT.
010570     EXIT.
010580*
010590 2600-FIND-HOURS-SITE.
010600     MOVE ZERO TO WS-SITE-FOUND-IDX.
010610     PERFORM 2610-MATCH-ONE-SITE THRU 2610-EXIT
010620         VARYING WS-SITE-IDX FROM 1 BY 1
010630         UNTIL WS-SITE-IDX > WS-SITE-IN-USE
010640             OR WS-SITE-FOUND-IDX > ZERO.
010650 2600-EXIT.
010660     EXIT.
010670*
010680 2610-MATCH-ONE-SITE.
010690     IF HRT-SITE-CODE(WS-SITE-IDX) = WS-SITE-SEARCH
010700         MOVE WS-SITE-IDX TO WS-SITE-FOUND-IDX
010710     END-IF.
010720 2610-EXIT.
010730     EXIT.
010740*
010750* ---------------------------------------------------------------
010760* 2800-FIND-RUN - THE LOG IS WRITTEN IN TIME ORDER, SO THE RUN
010770* THE LAST GAME FELL IN IS TRIED BEFORE THE TABLE IS SEARCHED
010780* ---------------------------------------------------------------
010790 2800-FIND-RUN.
010800     MOVE ZERO TO WS-RUN-FOUND-IDX.
010810     IF WS-LAST-RUN-IDX > ZERO
010820         MOVE WS-LAST-RUN-IDX TO WS-RUN-IDX
010830         PERFORM 2810-MATCH-ONE-RUN THRU 2810-EXIT
010840     END-IF.
010850     IF WS-RUN-FOUND-IDX = ZERO
010860         PERFORM 2810-MATCH-ONE-RUN THRU 2810-EXIT
010870             VARYING WS-RUN-IDX FROM 1 BY 1
010880             UNTIL WS-RUN-IDX > WS-RUN-IN-USE
010890                 OR WS-RUN-FOUND-IDX > ZERO
010900     END-IF.
010910     IF WS-RUN-FOUND-IDX > ZERO
010920         MOVE WS-RUN-FOUND-IDX TO WS-LAST-RUN-IDX
010930     END-IF.
010940 2800-EXIT.
010950     EXIT.
010960*
010970 2810-MATCH-ONE-RUN.
010980     IF WS-GAME-STAMP NOT < ITG-RUN-FROM(WS-RUN-IDX)
010990         AND WS-GAME-STAMP NOT > ITG-RUN-TO(WS-RUN-IDX)
011000         MOVE WS-RUN-IDX TO WS-RUN-FOUND-IDX
011010     END-IF.
011020 2810-EXIT.
011030     EXIT.
011040*
011050 2900-CLOCK-TO-SECONDS.
011060     COMPUTE WS-CLOCK-SECONDS = (WS-CLOCK-HH * 3600)
011070         + (WS-CLOCK-MM * 60) + WS-CLOCK-SS.
011080 2900-EXIT.
011090     EXIT.
011100*
011110* ---------------------------------------------------------------
011120* 3000-AUDIT-PLAYERS - EACH PLAYER'S GAMES COME BACK IN DATE AND
011130* TIME ORDER ACROSS THE LIVE LOG AND EVERY ARCHIVE
011140* ---------------------------------------------------------------
011150 3000-AUDIT-PLAYERS.
011160     SET SORT-NOT-EOF TO TRUE.
011170     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
011180         UNTIL SORT-EOF.
011190 3000-EXIT.
011200     EXIT.
011210*
011220 3100-RETURN-ONE.
011230     RETURN SORT-FILE
011240         AT END
011250             SET SORT-EOF TO TRUE
011260         NOT AT END
011270             PERFORM 3200-AUDIT-ONE-GAME THRU 3200-EXIT
011280     END-RETURN.
011290 3100-EXIT.
011300     EXIT.
011310*
011320 3200-AUDIT-ONE-GAME.
011330     IF SRT-PLAYER-ID NOT = WS-CURRENT-PLAYER
011340         PERFORM 3300-START-PLAYER THRU 3300-EXIT
011350     END-IF.
011360     IF PLAYER-ON-MASTER
011370         PERFORM 3400-CHECK-ENROLLMENT THRU 3400-EXIT
011380     END-IF.
011390     PERFORM 3500-CHECK-OTHER-SITE THRU 3500-EXIT.
011400 3200-EXIT.
011410     EXIT.
011420*
011430* ---------------------------------------------------------------
011440* 3300-START-PLAYER - READ THE MASTER ONCE PER PLAYER. A PURGED
011450* PLAYER'S GAMES CARRY A '*' TOKEN AND HAVE NO MASTER BY DESIGN.
011460* AN INACTIVE PLAYER WITH NO MONTYCHS HISTORY HAS NO KNOWN
011470* DEACTIVATION DATE AND IS COUNTED, NOT REPORTED
011480* ---------------------------------------------------------------
011490 3300-START-PLAYER.
011500     MOVE SRT-PLAYER-ID TO WS-CURRENT-PLAYER.
011510     ADD 1 TO WS-PLAYERS-AUDITED.
011520     SET NO-PREV-GAME TO TRUE.
011530     SET PLAYER-HAS-NO-HISTORY TO TRUE.
011540     SET PLAYER-NOT-ON-MASTER TO TRUE.
011550     MOVE SRT-PLAYER-ID TO PLR-PLAYER-ID.
011560     READ PLAYER-FILE
011570         INVALID KEY
011580             PERFORM 3310-NOT-ON-MASTER THRU 3310-EXIT
011590             GO TO 3300-EXIT
011600     END-READ.
011610     SET PLAYER-ON-MASTER TO TRUE.
011620     MOVE PLR-ENROLL-DATE TO WS-PLR-ENROLL-DATE.
011630     IF CHS-AVAILABLE
011640         MOVE SRT-PLAYER-ID TO CHS-PLAYER-ID
011650         MOVE ZERO          TO CHS-EFFECTIVE-DATE
011660         START COHORT-HISTORY-FILE KEY NOT < CHS-KEY
011670             INVALID KEY
011680                 MOVE HIGH-VALUES TO CHS-PLAYER-ID
011690         END-START
011700         IF CHS-PLAYER-ID NOT = HIGH-VALUES
011710             READ COHORT-HISTORY-FILE NEXT RECORD
011720                 AT END
011730                     MOVE HIGH-VALUES TO CHS-PLAYER-ID
011740             END-READ
011750         END-IF
011760         IF CHS-PLAYER-ID = SRT-PLAYER-ID
011770             SET PLAYER-HAS-HISTORY TO TRUE
011780         END-IF
011790     END-IF.
011800     IF PLR-INACTIVE AND PLAYER-HAS-NO-HISTORY
011810         ADD 1 TO WS-PLAYERS-NO-DEACT
011820     END-IF.
011830 3300-EXIT.
011840     EXIT.
011850*
011860 3310-NOT-ON-MASTER.
011870     IF SRT-PLAYER-ID(1:1) = '*'
011880         ADD 1 TO WS-PLAYERS-PURGED
011890         GO TO 3310-EXIT
011900     END-IF.
011910     PERFORM 9300-SORT-GAME-FIELDS THRU 9300-EXIT.
011920     MOVE 'NO MONTYPLR ENTRY - FIRST GAME IN THE RANGE SHOWN'
011930         TO FND-DETAIL.
011940     MOVE 7 TO WS-REASON-IDX.
011950     PERFORM 9100-PRINT-FINDING THRU 9100-EXIT.
011960 3310-EXIT.
011970     EXIT.
011980*
011990* ---------------------------------------------------------------
012000* 3400-CHECK-ENROLLMENT - A GAME BEFORE PLR-ENROLL-DATE, OR A
012010* GAME ON A LATER DAY THAN THE MONTYCHS ENTRY THAT MADE THE
012020* PLAYER INACTIVE. THE DAY OF THE CHANGE ITSELF IS ALLOWED,
012030* SINCE THE PLAYER MAY HAVE PLAYED BEFORE THE CHANGE WAS KEYED,
012040* AND A LATER ACTIVE ENTRY (A REINSTATEMENT) CLEARS IT
012050* ---------------------------------------------------------------
012060 3400-CHECK-ENROLLMENT.
012070     IF SRT-DATE < WS-PLR-ENROLL-DATE
012080         PERFORM 9300-SORT-GAME-FIELDS THRU 9300-EXIT
012090         STRING 'ENROLLED ' DELIMITED BY SIZE
012100             WS-PLR-ENROLL-DATE DELIMITED BY SIZE
012110             ' PER MONTYPLR' DELIMITED BY SIZE
012120             INTO FND-DETAIL
012130         MOVE 3 TO WS-REASON-IDX
012140         PERFORM 9100-PRINT-FINDING THRU 9100-EXIT
012150     END-IF.
012160     IF PLAYER-HAS-NO-HISTORY
012170         GO TO 3400-EXIT
012180     END-IF.
012190     SET CHS-NOT-FOUND TO TRUE.
012200     MOVE SRT-PLAYER-ID TO CHS-PLAYER-ID.
012210     MOVE ZERO          TO CHS-EFFECTIVE-DATE.
012220     SET CHS-NOT-EOF TO TRUE.
012230     START COHORT-HISTORY-FILE KEY NOT < CHS-KEY
012240         INVALID KEY
012250             SET CHS-EOF TO TRUE
012260     END-START.
012270     PERFORM 3410-READ-ONE-HISTORY THRU 3410-EXIT
012280         UNTIL CHS-EOF.
012290     IF CHS-FOUND AND WS-DEACT-STATUS = 'I'
012300         PERFORM 9300-SORT-GAME-FIELDS THRU 9300-EXIT
012310         STRING 'INACTIVE FROM ' DELIMITED BY SIZE
012320             WS-DEACT-DATE DELIMITED BY SIZE
012330             ' PER MONTYCHS, ENTRY BY ' DELIMITED BY SIZE
012340             WS-DEACT-SOURCE DELIMITED BY SIZE
012350             INTO FND-DETAIL
012360         MOVE 4 TO WS-REASON-IDX
012370         PERFORM 9100-PRINT-FINDING THRU 9100-EXIT
012380     END-IF.
012390 3400-EXIT.
012400     EXIT.
012410*
012420 3410-READ-ONE-HISTORY.
012430     READ COHORT-HISTORY-FILE NEXT RECORD
012440         AT END
012450             SET CHS-EOF TO TRUE
012460             GO TO 3410-EXIT
012470     END-READ.
012480     IF CHS-PLAYER-ID NOT = SRT-PLAYER-ID
012490         OR CHS-EFFECTIVE-DATE NOT < SRT-DATE
012500         SET CHS-EOF TO TRUE
012510         GO TO 3410-EXIT
012520     END-IF.
012530     MOVE CHS-EFFECTIVE-DATE TO WS-DEACT-DATE.
012540     MOVE CHS-STATUS         TO WS-DEACT-STATUS.
012550     MOVE CHS-SOURCE         TO WS-DEACT-SOURCE.
012560     SET CHS-FOUND TO TRUE.
012570 3410-EXIT.
012580     EXIT.
012590*
012600* ---------------------------------------------------------------
012610* 3500-CHECK-OTHER-SITE - ONE PLAYER CANNOT BE IN BOTH LABS AT
012620* ONCE. IF ANY TWO OF A PLAYER'S GAMES AT DIFFERENT SITES ARE
012630* UNDER A MINUTE APART, TWO NEIGHBOURS IN DATE ORDER ARE TOO,
012640* SO ONLY EACH GAME AND THE ONE BEFORE IT NEED BE COMPARED
012650* ---------------------------------------------------------------
012660 3500-CHECK-OTHER-SITE.
012670     COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(SRT-DATE).
012680     IF WS-DAY-INTEGER = ZERO
012690         GO TO 3500-EXIT
012700     END-IF.
012710     MOVE SRT-TIME TO WS-CLOCK.
012720     PERFORM 2900-CLOCK-TO-SECONDS THRU 2900-EXIT.
012730     COMPUTE WS-GAME-SECONDS =
012740         (WS-DAY-INTEGER * 86400) + WS-CLOCK-SECONDS.
012750     IF PREV-GAME
012760         AND SRT-SITE-CODE NOT = WS-PREV-SITE
012770         AND WS-GAME-SECONDS - WS-PREV-SECONDS < 60
012780         PERFORM 9300-SORT-GAME-FIELDS THRU 9300-EXIT
012790         MOVE WS-PREV-RECORD TO WS-RECORD-DISPLAY
012800         STRING 'ALSO AT ' DELIMITED BY SIZE
012810             WS-PREV-SITE DELIMITED BY SIZE
012820             ' ' DELIMITED BY SIZE
012830             WS-PREV-DATE DELIMITED BY SIZE
012840             ' ' DELIMITED BY SIZE
012850             WS-PREV-TIME DELIMITED BY SIZE
012860             ' SRCE ' DELIMITED BY SIZE
012870             WS-PREV-SOURCE DELIMITED BY SIZE
012880             ' RECORD' DELIMITED BY SIZE
012890             WS-RECORD-DISPLAY DELIMITED BY SIZE
012900             INTO FND-DETAIL
012910         MOVE 5 TO WS-REASON-IDX
012920         PERFORM 9100-PRINT-FINDING THRU 9100-EXIT
012930     END-IF.
012940     SET PREV-GAME TO TRUE.
012950     MOVE SRT-SITE-CODE     TO WS-PREV-SITE.
012960     MOVE SRT-DATE          TO WS-PREV-DATE.
012970     MOVE SRT-TIME          TO WS-PREV-TIME.
012980     MOVE SRT-SOURCE        TO WS-PREV-SOURCE.
012990     MOVE SRT-RECORD-NUMBER TO WS-PREV-RECORD.
013000     MOVE WS-GAME-SECONDS   TO WS-PREV-SECONDS.
013010 3500-EXIT.
013020     EXIT.
013030*
013040* ---------------------------------------------------------------
013050* 5000-CHECK-RUN-COUNTS - EVERY RUN GROUP WHOLLY INSIDE THE
013060* RANGE MUST HAVE LOGGED EXACTLY THE GAMES FOUND IN ITS WINDOWS
013070* ---------------------------------------------------------------
013080 5000-CHECK-RUN-COUNTS.
013090     IF ITG-RUN-HEAD(WS-RUN-IDX) NOT = WS-RUN-IDX
013100         GO TO 5000-EXIT
013110     END-IF.
013120     IF ITG-GRP-CHECKED(WS-RUN-IDX) NOT = 'Y'
013130         ADD 1 TO WS-RUNS-NOT-CHECKED
013140         GO TO 5000-EXIT
013150     END-IF.
013160     ADD 1 TO WS-RUNS-CHECKED.
013170     IF ITG-GRP-APPENDED(WS-RUN-IDX) = ITG-GRP-GAMES(WS-RUN-IDX)
013180         GO TO 5000-EXIT
013190     END-IF.
013200     MOVE ITG-RUN-FROM(WS-RUN-IDX) TO WS-STAMP-SPLIT-N.
013210     MOVE ITG-RUN-PLAYER-ID(WS-RUN-IDX) TO FND-PLAYER-ID.
013220     MOVE WS-STAMP-DATE TO FND-DATE.
013230     MOVE WS-STAMP-TIME TO FND-TIME.
013240     MOVE 'MN1'         TO FND-SITE.
013250     MOVE 'HST'         TO FND-SOURCE.
013260     MOVE SPACES        TO FND-RECORD.
013270     MOVE ITG-GRP-APPENDED(WS-RUN-IDX) TO WS-APPENDED-DISPLAY.
013280     MOVE ITG-GRP-GAMES(WS-RUN-IDX)    TO WS-FOUND-DISPLAY.
013290     MOVE ITG-GRP-RUNS(WS-RUN-IDX)     TO WS-RUNS-DISPLAY.
013300     MOVE SPACES TO FND-DETAIL.
013310     STRING 'APPENDED' DELIMITED BY SIZE
013320         WS-APPENDED-DISPLAY DELIMITED BY SIZE
013330         ' FOUND' DELIMITED BY SIZE
013340         WS-FOUND-DISPLAY DELIMITED BY SIZE
013350         ' RUNS IN WINDOW' DELIMITED BY SIZE
013360         WS-RUNS-DISPLAY DELIMITED BY SIZE
013370         INTO FND-DETAIL.
013380     MOVE 2 TO WS-REASON-IDX.
013390     PERFORM 9100-PRINT-FINDING THRU 9100-EXIT.
013400 5000-EXIT.
013410     EXIT.
013420*
013430* ---------------------------------------------------------------
013440* 8000-PRINT-SUMMARY - FINDINGS BY REASON, WHAT WAS AND WAS NOT
013450* CHECKED, AND THE RETURN CODE: 8 FOR ANY HIGH-SEVERITY FINDING,
013460* 4 FOR LOW-SEVERITY FINDINGS ONLY
013470* ---------------------------------------------------------------
013480 8000-PRINT-SUMMARY.
013490     DISPLAY ' '.
013500     DISPLAY '====================================='
013510         '====================================='.
013520     DISPLAY 'INTEGRITY AUDIT SUMMARY'.
013530     DISPLAY '====================================='
013540         '====================================='.
013550     PERFORM 8100-PRINT-ONE-REASON THRU 8100-EXIT
013560         VARYING WS-REASON-IDX FROM 1 BY 1
013570         UNTIL WS-REASON-IDX > 7.
013580     DISPLAY ' '.
013590     MOVE WS-GAMES-READ TO WS-TOTAL-DISPLAY.
013600     DISPLAY '  GAMES READ (LOG AND ARCHIVES)    '
013610         WS-TOTAL-DISPLAY.
013620     MOVE WS-ARC-GENERATIONS TO WS-TOTAL-DISPLAY.
013630     DISPLAY '  ARCHIVE GENERATIONS READ         '
013640         WS-TOTAL-DISPLAY.
013650     MOVE WS-GAMES-AUDITED TO WS-TOTAL-DISPLAY.
013660     DISPLAY '  GAMES IN THE AUDIT RANGE         '
013670         WS-TOTAL-DISPLAY.
013680     MOVE WS-GAMES-ANNEX TO WS-TOTAL-DISPLAY.
013690     DISPLAY '  ANNEX GAMES, NO RUN CHECK        '
013700         WS-TOTAL-DISPLAY.
013710     MOVE WS-GAMES-PRE-HISTORY TO WS-TOTAL-DISPLAY.
013720     DISPLAY '  GAMES BEFORE THE FIRST MONTYHST  '
013730         WS-TOTAL-DISPLAY.
013740     MOVE WS-GAMES-NO-HOURS TO WS-TOTAL-DISPLAY.
013750     DISPLAY '  GAMES AT SITES WITH NO HOURS     '
013760         WS-TOTAL-DISPLAY.
013770     MOVE WS-GAMES-BAD-DATE TO WS-TOTAL-DISPLAY.
013780     DISPLAY '  GAMES WITH NO CALENDAR DATE      '
013790         WS-TOTAL-DISPLAY.
013800     MOVE WS-RUNS-LOADED TO WS-TOTAL-DISPLAY.
013810     DISPLAY '  MONTYHST RUNS IN THE RANGE       '
013820         WS-TOTAL-DISPLAY.
013830     MOVE WS-RUNS-CHECKED TO WS-TOTAL-DISPLAY.
013840     DISPLAY '  RUN GROUPS RECONCILED            '
013850         WS-TOTAL-DISPLAY.
013860     MOVE WS-RUNS-NOT-CHECKED TO WS-TOTAL-DISPLAY.
013870     DISPLAY '  RUN GROUPS ACROSS THE RANGE START'
013880         WS-TOTAL-DISPLAY.
013890     MOVE WS-PLAYERS-AUDITED TO WS-TOTAL-DISPLAY.
013900     DISPLAY '  PLAYER IDS AUDITED               '
013910         WS-TOTAL-DISPLAY.
013920     MOVE WS-PLAYERS-PURGED TO WS-TOTAL-DISPLAY.
013930     DISPLAY '  PURGED TOKENS, NO MASTER CHECK   '
013940         WS-TOTAL-DISPLAY.
013950     MOVE WS-PLAYERS-NO-DEACT TO WS-TOTAL-DISPLAY.
013960     DISPLAY '  INACTIVE, NO DEACTIVATION DATE   '
013970         WS-TOTAL-DISPLAY.
013980     IF WS-HIGH-FINDINGS > ZERO
013990         MOVE WS-HIGH-FINDINGS TO WS-COUNT-DISPLAY
014000         DISPLAY 'MONTYITG: ' WS-COUNT-DISPLAY
014010             ' HIGH-SEVERITY FINDINGS.'
014020         MOVE 8 TO RETURN-CODE
014030         GO TO 8000-EXIT
014040     END-IF.
014050     IF WS-LOW-FINDINGS > ZERO
014060         MOVE WS-LOW-FINDINGS TO WS-COUNT-DISPLAY
014070         DISPLAY 'MONTYITG: ' WS-COUNT-DISPLAY
014080             ' LOW-SEVERITY FINDINGS ONLY.'
014090         MOVE 4 TO RETURN-CODE
014100         GO TO 8000-EXIT
014110     END-IF.
014120     DISPLAY 'MONTYITG: NO FINDINGS.'.
014130     MOVE ZERO TO RETURN-CODE.
014140 8000-EXIT.
014150     EXIT.
014160*
014170 8100-PRINT-ONE-REASON.
014180     MOVE RSN-COUNT(WS-REASON-IDX) TO WS-TOTAL-DISPLAY.
014190     DISPLAY '  ' RSN-CODE(WS-REASON-IDX) ' '
014200         RSN-SEVERITY(WS-REASON-IDX) '  '
014210         RSN-TEXT(WS-REASON-IDX) ' ' WS-TOTAL-DISPLAY.
014220 8100-EXIT.
014230     EXIT.
014240*
014250 9000-TERMINATE.
014260     CLOSE RUN-HISTORY-FILE.
014270     CLOSE PLAYER-FILE.
014280     IF CHS-AVAILABLE
014290         CLOSE COHORT-HISTORY-FILE
014300     END-IF.
014310 9000-EXIT.
014320     EXIT.
014330*
014340* ---------------------------------------------------------------
014350* 9100-PRINT-FINDING - THE CALLER SETS WS-REASON-IDX AND THE
014360* FND- FIELDS
014370* ---------------------------------------------------------------
014380 9100-PRINT-FINDING.
014390     ADD 1 TO RSN-COUNT(WS-REASON-IDX).
014400     IF RSN-SEVERITY(WS-REASON-IDX) = 'H'
014410         ADD 1 TO WS-HIGH-FINDINGS
014420     ELSE
014430         ADD 1 TO WS-LOW-FINDINGS
014440     END-IF.
014450     MOVE RSN-CODE(WS-REASON-IDX)     TO FND-REASON.
014460     MOVE RSN-SEVERITY(WS-REASON-IDX) TO FND-SEVERITY.
014470     DISPLAY ITG-FINDING-LINE.
014480 9100-EXIT.
014490     EXIT.
014500*
014510* ---------------------------------------------------------------
014520* 9200-LOG-GAME-FIELDS / 9300-SORT-GAME-FIELDS - NAME THE GAME IN
014530* HAND, FROM THE LOG RECORD OR FROM THE SORTED RECORD, AND CLEAR
014540* THE DETAIL FOR THE CALLER
014550* ---------------------------------------------------------------
014560 9200-LOG-GAME-FIELDS.
014570     MOVE LOG-PLAYER-ID        TO FND-PLAYER-ID.
014580     MOVE WS-LOG-COMBINED-DATE TO FND-DATE.
014590     MOVE WS-GAME-TIME         TO FND-TIME.
014600     MOVE WS-GAME-SITE         TO FND-SITE.
014610     MOVE WS-GAME-SOURCE       TO FND-SOURCE.
014620     MOVE WS-GAME-RECORD       TO WS-RECORD-DISPLAY.
014630     MOVE WS-RECORD-DISPLAY    TO FND-RECORD.
014640     MOVE SPACES               TO FND-DETAIL.
014650 9200-EXIT.
014660     EXIT.
014670*
014680 9300-SORT-GAME-FIELDS.
014690     MOVE SRT-PLAYER-ID        TO FND-PLAYER-ID.
014700     MOVE SRT-DATE             TO FND-DATE.
014710     MOVE SRT-TIME             TO FND-TIME.
014720     MOVE SRT-SITE-CODE        TO FND-SITE.
014730     MOVE SRT-SOURCE           TO FND-SOURCE.
014740     MOVE SRT-RECORD-NUMBER    TO WS-RECORD-DISPLAY.
014750     MOVE WS-RECORD-DISPLAY    TO FND-RECORD.
014760     MOVE SPACES               TO FND-DETAIL.
014770 9300-EXIT.
014780     EXIT.
