001000* ---------------------------------------------------------------
001010* MONTYCHG  - MONTHLY LAB USAGE CHARGEBACK BY COHORT AND SITE
001020* ---------------------------------------------------------------
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.    MONTYCHG.
001050 AUTHOR.        R CHALFANT.
001060 INSTALLATION.  HAYMARKET TRAINING LAB.
001070 DATE-WRITTEN.  10/15/2026.
001080 DATE-COMPILED.
001090*
001100* MODIFICATION HISTORY
001110*   10/15/26  RC  ORIGINAL CHARGEBACK PROGRAM. THE DEPARTMENT
001120*                 SPLITS THE LAB'S MACHINE-TIME COST BETWEEN
001130*                 SECTIONS AND BETWEEN THE MAIN AND ANNEX LABS.
001140*                 FOR THE MONTH KEYED AT THE CONSOLE, EVERY
001150*                 MONTYHST RUN'S ELAPSED TIME (START TO END) IS
001160*                 SHARED EVENLY OVER THE GAMES LOGGED IN ITS
001170*                 WINDOW, AND EVERY GAME IS BILLED AS ONE TRIAL
001180*                 TO THE COHORT ITS PLAYER WAS IN ON THE GAME'S
001190*                 DATE (MONTYCHS, ELSE THE MONTYPLR MASTER), BY
001200*                 LOG-SITE-CODE AND GAME MODE. THE CHGRATE CARDS
001210*                 PRICE TRIALS AND MINUTES SEPARATELY FOR EACH
001220*                 MODE. PRINTS ONE INVOICE PAGE PER COHORT, A
001230*                 GRAND TOTAL RECONCILED TO THE MONTH'S MONTYHST
001240*                 TRIALS PLAYED, AND WRITES THE MONTYBUR FEED
001250*                 FOR THE BURSAR.
001251*   10/15/26  RC  ONLY MAIN-LAB GAMES ARE MATCHED TO MONTYHST RUN
001252*                 WINDOWS - THE ANNEX RUNS ITS OWN COPY OF IDEONE
001253*                 AND NEVER REACHES THE CAMPUS MONTYHST, SO AN
001254*                 ANNEX GAME TOOK A SHARE OF WHATEVER MAIN-LAB
001255*                 RUN WAS UP AT THE TIME. ANNEX GAMES ARE NOW
001256*                 BILLED AS TRIALS WITH NO RUN TIME, AND THE
001257*                 RECONCILIATION PROVES ONLY THE MAIN-LAB GAMES
001258*                 IN RUN WINDOWS AGAINST THE MONTYHST TRIALS,
001259*                 WITH THE ANNEX GAMES AND THE MAIN-LAB GAMES IN
001260*                 NO RUN WINDOW SHOWN AS RECONCILING LINES.
001261*
001270 ENVIRONMENT DIVISION.
001280 CONFIGURATION SECTION.
001290 SOURCE-COMPUTER.   GNUCOBOL.
001300 OBJECT-COMPUTER.   GNUCOBOL.
001310*
001320 INPUT-OUTPUT SECTION.
001330 FILE-CONTROL.
001340     SELECT MONTYLOG-FILE ASSIGN TO "MONTYLOG"
001350         ORGANIZATION LINE SEQUENTIAL
001360         FILE STATUS IS WS-LOG-STATUS.
001370     SELECT ARCHIVE-FILE ASSIGN TO WS-ARC-DSN
001380         ORGANIZATION LINE SEQUENTIAL
001390         FILE STATUS IS WS-ARC-STATUS.
001400     SELECT CATALOG-FILE ASSIGN TO "MONTYCAT"
001410         ORGANIZATION INDEXED
001420         ACCESS MODE DYNAMIC
001430         RECORD KEY IS CAT-GENERATION
001440         FILE STATUS IS WS-CAT-STATUS.
001450     SELECT RUN-HISTORY-FILE ASSIGN TO "MONTYHST"
001460         ORGANIZATION INDEXED
001470         ACCESS MODE DYNAMIC
001480         RECORD KEY IS RHC-RUN-KEY
001490         FILE STATUS IS WS-HST-STATUS.
001500     SELECT PLAYER-FILE ASSIGN TO "MONTYPLR"
001510         ORGANIZATION INDEXED
001520         ACCESS MODE DYNAMIC
001530         RECORD KEY IS PLR-PLAYER-ID
001540         FILE STATUS IS WS-PLR-STATUS.
001550     SELECT COHORT-HISTORY-FILE ASSIGN TO "MONTYCHS"
001560         ORGANIZATION INDEXED
001570         ACCESS MODE DYNAMIC
001580         RECORD KEY IS CHS-KEY
001590         FILE STATUS IS WS-CHS-STATUS.
001600     SELECT RATE-FILE ASSIGN TO "CHGRATE"
001610         ORGANIZATION LINE SEQUENTIAL
001620         FILE STATUS IS WS-RATE-STATUS.
001630     SELECT BURSAR-FILE ASSIGN TO "MONTYBUR"
001640         ORGANIZATION LINE SEQUENTIAL
001650         FILE STATUS IS WS-BUR-STATUS.
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
001870 FD  RATE-FILE.
001880 COPY CHGRATE.
001890*
001900 FD  BURSAR-FILE.
001910 COPY MONTYBUR.
001920*
001930 WORKING-STORAGE SECTION.
001940*
001950* ---------------------------------------------------------------
001960* READ CONTROL AND FILE STATUS
001970* ---------------------------------------------------------------
001980 77  WS-LOG-EOF-SW             PIC X(01)      VALUE 'N'.
001990     88  LOG-EOF                              VALUE 'Y'.
002000     88  LOG-NOT-EOF                          VALUE 'N'.
002010 77  WS-CAT-EOF-SW             PIC X(01)      VALUE 'N'.
002020     88  CAT-EOF                              VALUE 'Y'.
002030     88  CAT-NOT-EOF                          VALUE 'N'.
002040 77  WS-HST-EOF-SW             PIC X(01)      VALUE 'N'.
002050     88  HST-EOF                              VALUE 'Y'.
002060     88  HST-NOT-EOF                          VALUE 'N'.
002070 77  WS-RATE-EOF-SW            PIC X(01)      VALUE 'N'.
002080     88  RATE-EOF                             VALUE 'Y'.
002090     88  RATE-NOT-EOF                         VALUE 'N'.
002100 77  WS-CHS-EOF-SW             PIC X(01)      VALUE 'N'.
002110     88  CHS-EOF                              VALUE 'Y'.
002120     88  CHS-NOT-EOF                          VALUE 'N'.
002130 77  WS-CHS-OPEN-SW            PIC X(01)      VALUE 'N'.
002140     88  CHS-AVAILABLE                        VALUE 'Y'.
002150     88  CHS-NOT-AVAILABLE                    VALUE 'N'.
002160 77  WS-CHS-FOUND-SW           PIC X(01)      VALUE 'N'.
002170     88  CHS-FOUND                            VALUE 'Y'.
002180     88  CHS-NOT-FOUND                        VALUE 'N'.
002190 77  WS-PASS-SW                PIC X(01)      VALUE 'C'.
002200     88  COUNTING-PASS                        VALUE 'C'.
002210     88  BILLING-PASS                         VALUE 'B'.
002220 77  WS-FIRST-PAGE-SW          PIC X(01)      VALUE 'Y'.
002230     88  FIRST-PAGE                           VALUE 'Y'.
002240     88  NOT-FIRST-PAGE                       VALUE 'N'.
002250 77  WS-LOG-STATUS             PIC X(02)      VALUE SPACES.
002260 77  WS-ARC-STATUS             PIC X(02)      VALUE SPACES.
002270 77  WS-CAT-STATUS             PIC X(02)      VALUE SPACES.
002280 77  WS-HST-STATUS             PIC X(02)      VALUE SPACES.
002290 77  WS-PLR-STATUS             PIC X(02)      VALUE SPACES.
002300 77  WS-CHS-STATUS             PIC X(02)      VALUE SPACES.
002310 77  WS-RATE-STATUS            PIC X(02)      VALUE SPACES.
002320 77  WS-BUR-STATUS             PIC X(02)      VALUE SPACES.
002330 77  WS-ARC-DSN                PIC X(44)      VALUE SPACES.
002340 77  WS-TODAY-DATE             PIC 9(08)      VALUE ZERO.
002350 77  WS-NOW-TIME               PIC 9(08)      VALUE ZERO.
002360*
002370* ---------------------------------------------------------------
002380* THE BILLING MONTH. GAMES ARE READ FROM THE FIRST OF THE MONTH
002390* THROUGH THE FIRST OF THE NEXT, SINCE A RUN STARTED LATE ON THE
002400* LAST DAY CAN LOG GAMES PAST MIDNIGHT; RUNS ARE READ FROM THE
002410* LAST DAY OF THE MONTH BEFORE FOR THE SAME REASON
002420* ---------------------------------------------------------------
002430 77  WS-MONTH-ANSWER           PIC X(06)      VALUE SPACES.
002440 01  WS-BILL-MONTH.
002450     02  WS-BILL-YEAR            PIC 9(04).
002460     02  WS-BILL-MM              PIC 9(02).
002470 01  WS-BILL-MONTH-N REDEFINES WS-BILL-MONTH
002480                               PIC 9(06).
002490 01  WS-THIS-MONTH.
002500     02  WS-THIS-YEAR            PIC 9(04).
002510     02  WS-THIS-MM              PIC 9(02).
002520     02  FILLER                  PIC 9(02).
002530 01  WS-THIS-MONTH-N REDEFINES WS-THIS-MONTH
002540                               PIC 9(08).
002550 77  WS-MONTH-START            PIC 9(08)      VALUE ZERO.
002560 77  WS-MONTH-END              PIC 9(08)      VALUE ZERO.
002570 77  WS-AFTER-DAY              PIC 9(08)      VALUE ZERO.
002580 77  WS-PRIOR-DAY              PIC 9(08)      VALUE ZERO.
002590 77  WS-LOG-COMBINED-DATE      PIC 9(08) COMP VALUE ZERO.
002600 77  WS-GAME-STAMP             PIC 9(14)      VALUE ZERO.
002610 77  WS-RUN-END-DATE           PIC 9(08)      VALUE ZERO.
002620 01  WS-CLOCK.
002630     02  WS-CLOCK-HH             PIC 9(02).
002640     02  WS-CLOCK-MM             PIC 9(02).
002650     02  WS-CLOCK-SS             PIC 9(02).
002660 77  WS-CLOCK-SECONDS          PIC 9(05)      VALUE ZERO.
002670 77  WS-START-SECONDS          PIC 9(05)      VALUE ZERO.
002680*
002690* ---------------------------------------------------------------
002700* RATE CARDS, ONE PER GAME MODE IN THE ORDER OF CHG-MODE-CODE
002710* ---------------------------------------------------------------
002720 77  WS-RATE-CARDS-READ        PIC 9(03) COMP VALUE ZERO.
002730 77  WS-RATE-ERRORS            PIC 9(03) COMP VALUE ZERO.
002740 77  WS-CARD-REASON            PIC X(40)      VALUE SPACES.
002750 77  WS-MODE-IDX               PIC 9(01) COMP VALUE ZERO.
002760 77  WS-MODE-FOUND-IDX         PIC 9(01) COMP VALUE ZERO.
002770 77  WS-MODE-SEARCH            PIC X(01)      VALUE SPACE.
002780 01  CHG-MODE-CODES              PIC X(03)      VALUE 'CPI'.
002790 01  CHG-MODE-TABLE REDEFINES CHG-MODE-CODES.
002800     02  CHG-MODE-CODE           PIC X(01) OCCURS 3 TIMES.
002810 01  CHG-RATE-TABLE.
002820     02  CHG-RATE-ENTRY      OCCURS 3 TIMES.
002830         03  RTT-LOADED-SW       PIC X(01).
002840         03  RTT-TRIAL-RATE      PIC 9(03)V9(04).
002850         03  RTT-MINUTE-RATE     PIC 9(03)V9(04).
002860         03  RTT-DESCRIPTION     PIC X(30).
002870         03  RTT-MODE-TRIALS     PIC 9(11) COMP.
002880         03  RTT-MODE-AMOUNT     PIC 9(09)V99.
002890*
002900* ---------------------------------------------------------------
002910* THE MONTH'S RUNS. A RUN'S WINDOW RUNS FROM ITS START STAMP TO
002920* ITS END STAMP (DATE AND TIME, 14 DIGITS), AND ITS ELAPSED
002930* SECONDS ARE HANDED OUT OVER THE GAMES IN THE WINDOW, THE LAST
002940* GAME TAKING WHATEVER ROUNDING HAS LEFT SO NO TIME IS LOST. A
002950* RUN FROM THE DAY BEFORE THE MONTH IS KEPT ONLY SO ITS GAMES
002960* AFTER MIDNIGHT ARE RECOGNISED AND LEFT TO LAST MONTH'S BILL
002970* ---------------------------------------------------------------
002980 77  WS-RUN-IN-USE             PIC 9(04) COMP VALUE ZERO.
002990 77  WS-RUN-IDX                PIC 9(04) COMP VALUE ZERO.
003000 77  WS-RUN-FOUND-IDX          PIC 9(04) COMP VALUE ZERO.
003010 77  WS-LAST-RUN-IDX           PIC 9(04) COMP VALUE ZERO.
003020 77  WS-GAME-SHARE             PIC 9(05)V9(06) VALUE ZERO.
003030 01  CHG-RUN-TABLE.
003040     02  CHG-RUN-ENTRY       OCCURS 2000 TIMES.
003050         03  CHG-RUN-FROM        PIC 9(14).
003060         03  CHG-RUN-TO          PIC 9(14).
003070         03  CHG-RUN-BILLED      PIC X(01).
003080         03  CHG-RUN-TRIALS      PIC 9(09).
003090         03  CHG-RUN-SECONDS     PIC 9(05).
003100         03  CHG-RUN-GAMES       PIC 9(09) COMP.
003110         03  CHG-SECS-LEFT       PIC 9(05)V9(06).
003120         03  CHG-GAMES-LEFT      PIC 9(09) COMP.
003130*
003140* ---------------------------------------------------------------
003150* USAGE BY COHORT, SITE AND GAME MODE. SITE CODES ARE TABLED AS
003160* THEY TURN UP ON THE LOG; A BLANK SITE IS THE MAIN LAB, WHICH IS
003170* ALL THERE WAS BEFORE SITE CODES WERE WRITTEN. GAMES OF A
003180* PLAYER ON NEITHER MONTYCHS NOR MONTYPLR ARE BILLED TO '????'
003190* ---------------------------------------------------------------
003200 77  WS-SITE-IN-USE            PIC 9(02) COMP VALUE ZERO.
003210 77  WS-SITE-IDX               PIC 9(02) COMP VALUE ZERO.
003220 77  WS-SITE-FOUND-IDX         PIC 9(02) COMP VALUE ZERO.
003230 77  WS-SITE-SEARCH            PIC X(03)      VALUE SPACES.
003240 77  WS-COH-IN-USE             PIC 9(03) COMP VALUE ZERO.
003250 77  WS-COH-IDX                PIC 9(03) COMP VALUE ZERO.
003260 77  WS-COH-FOUND-IDX          PIC 9(03) COMP VALUE ZERO.
003270 77  WS-GAME-COHORT            PIC X(04)      VALUE SPACES.
003280 77  WS-NEXT-COHORT            PIC X(04)      VALUE SPACES.
003290 01  CHG-SITE-TABLE.
003300     02  CHG-SITE-ENTRY      OCCURS 5 TIMES.
003310         03  CHG-SITE-CODE       PIC X(03).
003320         03  CHG-SITE-TRIALS     PIC 9(11) COMP.
003330         03  CHG-SITE-AMOUNT     PIC 9(09)V99.
003340 01  CHG-USAGE-TABLE.
003350     02  CHG-COHORT-ENTRY    OCCURS 200 TIMES.
003360         03  CHG-COHORT-CODE     PIC X(04).
003370         03  CHG-COHORT-PRINTED  PIC X(01).
003380         03  CHG-SITE-CELL   OCCURS 5 TIMES.
003390             04  CHG-MODE-CELL   OCCURS 3 TIMES.
003400                 05  CHG-TRIALS       PIC 9(09) COMP.
003410                 05  CHG-SECONDS      PIC 9(09)V9(06).
003420                 05  CHG-MINUTES      PIC 9(07)V99.
003430                 05  CHG-TRIAL-CHARGE PIC 9(07)V99.
003440                 05  CHG-TIME-CHARGE  PIC 9(07)V99.
003450                 05  CHG-AMOUNT       PIC 9(07)V99.
003460*
003470* ---------------------------------------------------------------
003480* RECONCILIATION COUNTS AND THE TOTALS PRINTED AND FED
003490* ---------------------------------------------------------------
003500 77  WS-HST-RUNS               PIC 9(07) COMP VALUE ZERO.
003510 77  WS-HST-TRIALS             PIC 9(11) COMP VALUE ZERO.
003520 77  WS-HST-SECONDS            PIC 9(09) COMP VALUE ZERO.
003530 77  WS-IDLE-RUNS              PIC 9(07) COMP VALUE ZERO.
003540 77  WS-IDLE-SECONDS           PIC 9(09) COMP VALUE ZERO.
003550 77  WS-GAMES-IN-RUNS          PIC 9(11) COMP VALUE ZERO.
003560 77  WS-GAMES-NO-RUN           PIC 9(11) COMP VALUE ZERO.
003561 77  WS-GAMES-ANNEX            PIC 9(11) COMP VALUE ZERO.
003570 77  WS-GAMES-NO-PLAYER        PIC 9(11) COMP VALUE ZERO.
003580 77  WS-GAMES-BAD-MODE         PIC 9(11) COMP VALUE ZERO.
003590 77  WS-ARC-GENERATIONS        PIC 9(04) COMP VALUE ZERO.
003600 77  WS-GRAND-TRIALS           PIC 9(11) COMP VALUE ZERO.
003610 77  WS-GRAND-SECONDS          PIC 9(11)V9(06) VALUE ZERO.
003620 77  WS-GRAND-AMOUNT           PIC 9(09)V99   VALUE ZERO.
003630 77  WS-COHORT-TRIALS          PIC 9(11) COMP VALUE ZERO.
003640 77  WS-COHORT-MINUTES         PIC 9(09)V99   VALUE ZERO.
003650 77  WS-COHORT-AMOUNT          PIC 9(09)V99   VALUE ZERO.
003660 77  WS-SUB-TRIALS             PIC 9(11) COMP VALUE ZERO.
003670 77  WS-SUB-MINUTES            PIC 9(09)V99   VALUE ZERO.
003680 77  WS-SUB-AMOUNT             PIC 9(09)V99   VALUE ZERO.
003690 77  WS-TRIAL-DIFFERENCE       PIC S9(11)     VALUE ZERO.
003700 77  WS-ROWS-WRITTEN           PIC 9(07) COMP VALUE ZERO.
003710 77  WS-MINUTES-WORK           PIC 9(09)V99   VALUE ZERO.
003720*
003730* ---------------------------------------------------------------
003740* DISPLAY FIELDS
003750* ---------------------------------------------------------------
003760 77  WS-COUNT-DISPLAY          PIC Z(06)9     VALUE ZERO.
003770 77  WS-TRIALS-DISPLAY         PIC Z(10)9     VALUE ZERO.
003780 77  WS-DIFF-DISPLAY           PIC -Z(10)9    VALUE ZERO.
003790 77  WS-MINUTES-DISPLAY        PIC Z(08)9.99  VALUE ZERO.
003800 77  WS-TRATE-DISPLAY          PIC ZZ9.9999   VALUE ZERO.
003810 77  WS-MRATE-DISPLAY          PIC ZZ9.9999   VALUE ZERO.
003820 77  WS-TCHG-DISPLAY           PIC Z(06)9.99  VALUE ZERO.
003830 77  WS-MCHG-DISPLAY           PIC Z(06)9.99  VALUE ZERO.
003840 77  WS-AMOUNT-DISPLAY         PIC Z(08)9.99  VALUE ZERO.
003850 77  WS-COHORT-TEXT            PIC X(30)      VALUE SPACES.
003860*
003870 PROCEDURE DIVISION.
003880*
003890* ---------------------------------------------------------------
003900* 0000-MAINLINE
003910* ---------------------------------------------------------------
003920 0000-MAINLINE.
003930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003940     PERFORM 2000-LOAD-RATE-CARDS THRU 2000-EXIT.
003950     PERFORM 2100-LOAD-MONTH-RUNS THRU 2100-EXIT.
003960     SET COUNTING-PASS TO TRUE.
003970     PERFORM 3000-READ-MONTH-GAMES THRU 3000-EXIT.
003980     PERFORM 3600-SHARE-RUN-TIME THRU 3600-EXIT
003990         VARYING WS-RUN-IDX FROM 1 BY 1
004000         UNTIL WS-RUN-IDX > WS-RUN-IN-USE.
004010     SET BILLING-PASS TO TRUE.
004020     PERFORM 3000-READ-MONTH-GAMES THRU 3000-EXIT.
004030     PERFORM 5000-PRICE-USAGE THRU 5000-EXIT
004040         VARYING WS-COH-IDX FROM 1 BY 1
004050         UNTIL WS-COH-IDX > WS-COH-IN-USE.
004060     PERFORM 7000-OPEN-BURSAR-FEED THRU 7000-EXIT.
004070     PERFORM 6000-PRINT-NEXT-INVOICE THRU 6000-EXIT
004080         WS-COH-IN-USE TIMES.
004090     PERFORM 7500-CLOSE-BURSAR-FEED THRU 7500-EXIT.
004100     PERFORM 8000-PRINT-RECONCILIATION THRU 8000-EXIT.
004110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004120     STOP RUN.
004130*
004140* ---------------------------------------------------------------
004150* 1000-INITIALIZE - OPEN THE KEYED FILES AND TAKE THE MONTH
004160* ---------------------------------------------------------------
004170 1000-INITIALIZE.
004180     DISPLAY 'MONTYCHG: LAB USAGE CHARGEBACK'.
004190     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
004200     ACCEPT WS-NOW-TIME FROM TIME.
004210     OPEN INPUT RUN-HISTORY-FILE.
004220     IF WS-HST-STATUS NOT = '00'
004230         DISPLAY 'MONTYCHG: CANNOT OPEN MONTYHST, STATUS '
004240             WS-HST-STATUS '.'
004250         MOVE 12 TO RETURN-CODE
004260         STOP RUN
004270     END-IF.
004280     OPEN INPUT PLAYER-FILE.
004290     IF WS-PLR-STATUS NOT = '00'
004300         DISPLAY 'MONTYCHG: CANNOT OPEN MONTYPLR, STATUS '
004310             WS-PLR-STATUS '.'
004320         MOVE 12 TO RETURN-CODE
004330         STOP RUN
004340     END-IF.
004350     OPEN INPUT COHORT-HISTORY-FILE.
004360     IF WS-CHS-STATUS = '00'
004370         SET CHS-AVAILABLE TO TRUE
004380     ELSE
004390         DISPLAY 'MONTYCHG: MONTYCHS NOT AVAILABLE, STATUS '
004400             WS-CHS-STATUS ' - COHORTS COME FROM THE PLAYER'
004410             ' MASTER ONLY.'
004420     END-IF.
004430     MOVE WS-TODAY-DATE TO WS-THIS-MONTH-N.
004440     PERFORM 1100-GET-BILLING-MONTH THRU 1100-EXIT.
004450     COMPUTE WS-MONTH-START =
004460         (WS-BILL-YEAR * 10000) + (WS-BILL-MM * 100) + 1.
004470     IF WS-BILL-MM = 12
004480         COMPUTE WS-AFTER-DAY = ((WS-BILL-YEAR + 1) * 10000) + 101
004490     ELSE
004500         COMPUTE WS-AFTER-DAY = WS-MONTH-START + 100
004510     END-IF.
004520     COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
004530         FUNCTION INTEGER-OF-DATE(WS-AFTER-DAY) - 1).
004540     COMPUTE WS-PRIOR-DAY = FUNCTION DATE-OF-INTEGER(
004550         FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1).
004560     DISPLAY 'MONTYCHG: BILLING ' WS-MONTH-START ' THROUGH '
004570         WS-MONTH-END '.'.
004580 1000-EXIT.
004590     EXIT.
004600*
004610* ---------------------------------------------------------------
004620* 1100-GET-BILLING-MONTH - A BLANK ANSWER BILLS LAST MONTH. A
004630* MONTH NOT YET OVER IS REFUSED, SINCE ITS BILL WOULD BE SHORT
004640* ---------------------------------------------------------------
004650 1100-GET-BILLING-MONTH.
004660     DISPLAY 'MH: BILLING MONTH (YYYYMM, BLANK FOR LAST MONTH)?'.
004670     ACCEPT WS-MONTH-ANSWER FROM CONSOLE.
004680     IF WS-MONTH-ANSWER = SPACES
004690         IF WS-THIS-MM = 1
004700             COMPUTE WS-BILL-YEAR = WS-THIS-YEAR - 1
004710             MOVE 12 TO WS-BILL-MM
004720         ELSE
004730             MOVE WS-THIS-YEAR TO WS-BILL-YEAR
004740             COMPUTE WS-BILL-MM = WS-THIS-MM - 1
004750         END-IF
004760         GO TO 1100-EXIT
004770     END-IF.
004780     IF WS-MONTH-ANSWER NOT NUMERIC
004790         DISPLAY 'MH: THE MONTH MUST BE SIX DIGITS, YYYYMM.'
004800         GO TO 1100-GET-BILLING-MONTH
004810     END-IF.
004820     MOVE WS-MONTH-ANSWER TO WS-BILL-MONTH.
004830     IF WS-BILL-MM < 1 OR WS-BILL-MM > 12
004840         DISPLAY 'MH: ' WS-MONTH-ANSWER ' IS NOT A MONTH.'
004850         GO TO 1100-GET-BILLING-MONTH
004860     END-IF.
004870     IF WS-BILL-YEAR > WS-THIS-YEAR
004880         OR (WS-BILL-YEAR = WS-THIS-YEAR
004890             AND WS-BILL-MM NOT < WS-THIS-MM)
004900         DISPLAY 'MH: ' WS-MONTH-ANSWER ' IS NOT OVER YET.'
004910         GO TO 1100-GET-BILLING-MONTH
004920     END-IF.
004930 1100-EXIT.
004940     EXIT.
004950*
004960* ---------------------------------------------------------------
004970* 2000-LOAD-RATE-CARDS - ONE CARD FOR EACH OF THE THREE GAME
004980* MODES. EVERY BAD OR MISSING CARD IS LISTED BEFORE THE RUN
004990* STOPS, SO ONE RESUBMISSION FIXES THEM ALL
005000* ---------------------------------------------------------------
005010 2000-LOAD-RATE-CARDS.
005020     MOVE SPACES TO CHG-RATE-TABLE.
005030     OPEN INPUT RATE-FILE.
005040     IF WS-RATE-STATUS NOT = '00'
005050         DISPLAY 'MONTYCHG: CANNOT OPEN CHGRATE, STATUS '
005060             WS-RATE-STATUS '.'
005070         MOVE 12 TO RETURN-CODE
005080         STOP RUN
005090     END-IF.
005100     SET RATE-NOT-EOF TO TRUE.
005110     PERFORM 2010-LOAD-ONE-RATE THRU 2010-EXIT
005120         UNTIL RATE-EOF.
005130     CLOSE RATE-FILE.
005140     PERFORM 2030-CHECK-MODE-PRICED THRU 2030-EXIT
005150         VARYING WS-MODE-IDX FROM 1 BY 1
005160         UNTIL WS-MODE-IDX > 3.
005170     IF WS-RATE-ERRORS > ZERO
005180         MOVE WS-RATE-ERRORS TO WS-COUNT-DISPLAY
005190         DISPLAY 'MONTYCHG: ' WS-COUNT-DISPLAY ' CHGRATE ERRORS'
005200             ' - NO INVOICES PRINTED, NO BURSAR FEED WRITTEN.'
005210         MOVE 8 TO RETURN-CODE
005220         STOP RUN
005230     END-IF.
005240 2000-EXIT.
005250     EXIT.
005260*
005270 2010-LOAD-ONE-RATE.
005280     READ RATE-FILE
005290         AT END
005300             SET RATE-EOF TO TRUE
005310             GO TO 2010-EXIT
005320     END-READ.
005330     ADD 1 TO WS-RATE-CARDS-READ.
005340     IF RTE-COMMENT
005350         GO TO 2010-EXIT
005360     END-IF.
005370     PERFORM 2020-CHECK-ONE-RATE THRU 2020-EXIT.
005380     IF WS-CARD-REASON NOT = SPACES
005390         MOVE WS-RATE-CARDS-READ TO WS-COUNT-DISPLAY
005400         DISPLAY 'MONTYCHG: CHGRATE CARD ' WS-COUNT-DISPLAY
005410             ' (' RTE-GAME-MODE ') ' WS-CARD-REASON
005420         ADD 1 TO WS-RATE-ERRORS
005430         GO TO 2010-EXIT
005440     END-IF.
005450     MOVE 'Y'             TO RTT-LOADED-SW(WS-MODE-FOUND-IDX).
005460     MOVE RTE-TRIAL-RATE  TO RTT-TRIAL-RATE(WS-MODE-FOUND-IDX).
005470     MOVE RTE-MINUTE-RATE TO RTT-MINUTE-RATE(WS-MODE-FOUND-IDX).
005480     MOVE RTE-DESCRIPTION TO RTT-DESCRIPTION(WS-MODE-FOUND-IDX).
005490     MOVE ZERO            TO RTT-MODE-TRIALS(WS-MODE-FOUND-IDX).
005500     MOVE ZERO            TO RTT-MODE-AMOUNT(WS-MODE-FOUND-IDX).
005510 2010-EXIT.
005520     EXIT.
005530*
005540* ---------------------------------------------------------------
005550* 2020-CHECK-ONE-RATE - WS-CARD-REASON IS LEFT BLANK FOR A GOOD
005560* CARD, AND WS-MODE-FOUND-IDX THEN SAYS WHICH MODE IT PRICES
005570* ---------------------------------------------------------------
005580 2020-CHECK-ONE-RATE.
005590     MOVE SPACES TO WS-CARD-REASON.
005600     MOVE RTE-GAME-MODE TO WS-MODE-SEARCH.
005610     PERFORM 2800-FIND-MODE THRU 2800-EXIT.
005620     IF WS-MODE-FOUND-IDX = ZERO
005630         MOVE 'GAME MODE MUST BE C, P OR I.' TO WS-CARD-REASON
005640         GO TO 2020-EXIT
005650     END-IF.
005660     IF RTE-TRIAL-RATE NOT NUMERIC
005670         MOVE 'TRIAL RATE MUST BE NUMERIC.' TO WS-CARD-REASON
005680         GO TO 2020-EXIT
005690     END-IF.
005700     IF RTE-MINUTE-RATE NOT NUMERIC
005710         MOVE 'MINUTE RATE MUST BE NUMERIC.' TO WS-CARD-REASON
005720         GO TO 2020-EXIT
005730     END-IF.
005740     IF RTT-LOADED-SW(WS-MODE-FOUND-IDX) = 'Y'
005750         MOVE 'DUPLICATES AN EARLIER CARD.' TO WS-CARD-REASON
005760     END-IF.
005770 2020-EXIT.
005780     EXIT.
005790*
005800 2030-CHECK-MODE-PRICED.
005810     IF RTT-LOADED-SW(WS-MODE-IDX) NOT = 'Y'
005820         DISPLAY 'MONTYCHG: NO CHGRATE CARD FOR GAME MODE '
005830             CHG-MODE-CODE(WS-MODE-IDX) '.'
005840         ADD 1 TO WS-RATE-ERRORS
005850     END-IF.
005860 2030-EXIT.
005870     EXIT.
005880*
005890* ---------------------------------------------------------------
005900* 2100-LOAD-MONTH-RUNS - EVERY MONTYHST RUN DATED IN THE MONTH,
005910* PLUS ANY RUN ON THE DAY BEFORE THAT RAN PAST MIDNIGHT
005920* ---------------------------------------------------------------
005930 2100-LOAD-MONTH-RUNS.
005940     MOVE WS-PRIOR-DAY TO RHC-RUN-DATE.
005950     MOVE ZERO         TO RHC-START-TIME.
005960     SET HST-NOT-EOF TO TRUE.
005970     START RUN-HISTORY-FILE KEY NOT < RHC-RUN-KEY
005980         INVALID KEY
005990             SET HST-EOF TO TRUE
006000     END-START.
006010     PERFORM 2110-LOAD-ONE-RUN THRU 2110-EXIT
006020         UNTIL HST-EOF.
006030     IF WS-HST-RUNS = ZERO
006040         DISPLAY 'MONTYCHG: NO MONTYHST RUNS IN THE MONTH - ANY'
006050             ' GAMES LOGGED ARE BILLED WITH NO RUN TIME.'
006060         MOVE 4 TO RETURN-CODE
006070     END-IF.
006080 2100-EXIT.
006090     EXIT.
006100*
006110 2110-LOAD-ONE-RUN.
006120     READ RUN-HISTORY-FILE NEXT RECORD
006130         AT END
006140             SET HST-EOF TO TRUE
006150             GO TO 2110-EXIT
006160     END-READ.
006170     IF RHC-RUN-DATE > WS-MONTH-END
006180         SET HST-EOF TO TRUE
006190         GO TO 2110-EXIT
006200     END-IF.
006210     IF RHC-RUN-DATE < WS-MONTH-START
006220         AND RHC-END-TIME NOT < RHC-START-TIME
006230         GO TO 2110-EXIT
006240     END-IF.
006250     IF WS-RUN-IN-USE = 2000
006260         DISPLAY 'MONTYCHG: MORE THAN 2000 RUNS IN THE MONTH -'
006270             ' NO INVOICES PRINTED, NO BURSAR FEED WRITTEN.'
006280         MOVE 12 TO RETURN-CODE
006290         STOP RUN
006300     END-IF.
006310     ADD 1 TO WS-RUN-IN-USE.
006320     MOVE RHC-START-TIME TO WS-CLOCK.
006330     PERFORM 2900-CLOCK-TO-SECONDS THRU 2900-EXIT.
006340     MOVE WS-CLOCK-SECONDS TO WS-START-SECONDS.
006350     MOVE RHC-END-TIME TO WS-CLOCK.
006360     PERFORM 2900-CLOCK-TO-SECONDS THRU 2900-EXIT.
006370     IF RHC-END-TIME < RHC-START-TIME
006380         COMPUTE WS-RUN-END-DATE = FUNCTION DATE-OF-INTEGER(
006390             FUNCTION INTEGER-OF-DATE(RHC-RUN-DATE) + 1)
006400         COMPUTE CHG-RUN-SECONDS(WS-RUN-IN-USE) =
006410             WS-CLOCK-SECONDS + 86400 - WS-START-SECONDS
006420     ELSE
006430         MOVE RHC-RUN-DATE TO WS-RUN-END-DATE
006440         COMPUTE CHG-RUN-SECONDS(WS-RUN-IN-USE) =
006450             WS-CLOCK-SECONDS - WS-START-SECONDS
006460     END-IF.
006470     COMPUTE CHG-RUN-FROM(WS-RUN-IN-USE) =
006480         (RHC-RUN-DATE * 1000000) + RHC-START-TIME.
006490     COMPUTE CHG-RUN-TO(WS-RUN-IN-USE) =
006500         (WS-RUN-END-DATE * 1000000) + RHC-END-TIME.
006510     MOVE RHC-TRIALS-PLAYED TO CHG-RUN-TRIALS(WS-RUN-IN-USE).
006520     MOVE ZERO TO CHG-RUN-GAMES(WS-RUN-IN-USE).
006530     IF RHC-RUN-DATE < WS-MONTH-START
006540         MOVE 'N' TO CHG-RUN-BILLED(WS-RUN-IN-USE)
006550     ELSE
006560         MOVE 'Y' TO CHG-RUN-BILLED(WS-RUN-IN-USE)
006570         ADD 1 TO WS-HST-RUNS
006580         ADD RHC-TRIALS-PLAYED TO WS-HST-TRIALS
006590         ADD CHG-RUN-SECONDS(WS-RUN-IN-USE) TO WS-HST-SECONDS
006600     END-IF.
006610 2110-EXIT.
006620     EXIT.
006630*
006640 2800-FIND-MODE.
006650     MOVE ZERO TO WS-MODE-FOUND-IDX.
006660     PERFORM 2810-MATCH-ONE-MODE THRU 2810-EXIT
006670         VARYING WS-MODE-IDX FROM 1 BY 1
006680         UNTIL WS-MODE-IDX > 3 OR WS-MODE-FOUND-IDX > ZERO.
006690 2800-EXIT.
006700     EXIT.
006710*
006720 2810-MATCH-ONE-MODE.
006730     IF CHG-MODE-CODE(WS-MODE-IDX) = WS-MODE-SEARCH
006740         MOVE WS-MODE-IDX TO WS-MODE-FOUND-IDX
006750     END-IF.
006760 2810-EXIT.
006770     EXIT.
006780*
006790 2900-CLOCK-TO-SECONDS.
006800     COMPUTE WS-CLOCK-SECONDS = (WS-CLOCK-HH * 3600)
006810         + (WS-CLOCK-MM * 60) + WS-CLOCK-SS.
006820 2900-EXIT.
006830     EXIT.
006840*
006850* ---------------------------------------------------------------
006860* 3000-READ-MONTH-GAMES - THE ARCHIVE GENERATIONS THAT OVERLAP
006870* THE MONTH, THEN THE LIVE LOG. READ TWICE: THE COUNTING PASS
006880* FINDS HOW MANY GAMES EACH RUN LOGGED, THE BILLING PASS SHARES
006890* OUT THE RUN TIME AND BILLS EVERY GAME
006900* ---------------------------------------------------------------
006910 3000-READ-MONTH-GAMES.
006920     PERFORM 3100-READ-FROM-ARCHIVES THRU 3100-EXIT.
006930     OPEN INPUT MONTYLOG-FILE.
006940     IF WS-LOG-STATUS NOT = '00'
006950         DISPLAY 'MONTYCHG: CANNOT OPEN MONTYLOG, STATUS '
006960             WS-LOG-STATUS '.'
006970         MOVE 12 TO RETURN-CODE
006980         STOP RUN
006990     END-IF.
007000     SET LOG-NOT-EOF TO TRUE.
007010     PERFORM 3300-READ-ONE-LIVE THRU 3300-EXIT
007020         UNTIL LOG-EOF.
007030     CLOSE MONTYLOG-FILE.
007040 3000-EXIT.
007050     EXIT.
007060*
007070 3100-READ-FROM-ARCHIVES.
007080     OPEN INPUT CATALOG-FILE.
007090     IF WS-CAT-STATUS NOT = '00'
007100         GO TO 3100-EXIT
007110     END-IF.
007120     MOVE ZERO TO CAT-GENERATION.
007130     SET CAT-NOT-EOF TO TRUE.
007140     START CATALOG-FILE KEY NOT < CAT-GENERATION
007150         INVALID KEY
007160             SET CAT-EOF TO TRUE
007170     END-START.
007180     PERFORM 3110-READ-ONE-GENERATION THRU 3110-EXIT
007190         UNTIL CAT-EOF.
007200     CLOSE CATALOG-FILE.
007210 3100-EXIT.
007220     EXIT.
007230*
007240 3110-READ-ONE-GENERATION.
007250     READ CATALOG-FILE NEXT RECORD
007260         AT END
007270             SET CAT-EOF TO TRUE
007280             GO TO 3110-EXIT
007290     END-READ.
007300     IF CAT-TO-DATE < WS-MONTH-START
007310         OR CAT-FROM-DATE > WS-AFTER-DAY
007320         GO TO 3110-EXIT
007330     END-IF.
007340     MOVE CAT-ARCHIVE-DSN TO WS-ARC-DSN.
007350     OPEN INPUT ARCHIVE-FILE.
007360     IF WS-ARC-STATUS NOT = '00'
007370         DISPLAY 'MONTYCHG: CANNOT OPEN ARCHIVE ' WS-ARC-DSN
007380             ' (GENERATION ' CAT-GENERATION '), STATUS '
007390             WS-ARC-STATUS '. NO BURSAR FEED WRITTEN.'
007400         MOVE 12 TO RETURN-CODE
007410         STOP RUN
007420     END-IF.
007430     IF BILLING-PASS
007440         ADD 1 TO WS-ARC-GENERATIONS
007450     END-IF.
007460     SET LOG-NOT-EOF TO TRUE.
007470     PERFORM 3120-READ-ONE-ARCHIVED THRU 3120-EXIT
007480         UNTIL LOG-EOF.
007490     CLOSE ARCHIVE-FILE.
007500 3110-EXIT.
007510     EXIT.
007520*
007530 3120-READ-ONE-ARCHIVED.
007540     READ ARCHIVE-FILE
007550         AT END
007560             SET LOG-EOF TO TRUE
007570             GO TO 3120-EXIT
007580     END-READ.
007590     MOVE ARCHIVE-LOG-IMAGE TO MONTYLOG-RECORD.
007600     PERFORM 3400-TAKE-ONE-GAME THRU 3400-EXIT.
007610 3120-EXIT.
007620     EXIT.
007630*
007640 3300-READ-ONE-LIVE.
007650     READ MONTYLOG-FILE
007660         AT END
007670             SET LOG-EOF TO TRUE
007680         NOT AT END
007690             PERFORM 3400-TAKE-ONE-GAME THRU 3400-EXIT
007700     END-READ.
007710 3300-EXIT.
007720     EXIT.
007730*
007740* ---------------------------------------------------------------
007750* 3400-TAKE-ONE-GAME - A GAME IN A RUN WINDOW BELONGS TO THAT
007760* RUN'S MONTH. A GAME IN NO RUN WINDOW BELONGS TO ITS OWN DATE'S
007770* MONTH AND IS BILLED AS A TRIAL WITH NO RUN TIME. ONLY MAIN-LAB
007771* GAMES ARE HELD UP AGAINST THE RUNS - MONTYHST HOLDS MAIN-LAB
007772* RUNS ONLY, SINCE THE ANNEX RUNS ITS OWN COPY OF IDEONE AND
007773* ONLY ITS LOG IS MERGED HERE
007780* ---------------------------------------------------------------
007790 3400-TAKE-ONE-GAME.
007800     COMPUTE WS-LOG-COMBINED-DATE =
007810         (LOG-YEAR * 10000) + (LOG-MONTH * 100) + LOG-DAY.
007820     IF WS-LOG-COMBINED-DATE < WS-MONTH-START
007830         OR WS-LOG-COMBINED-DATE > WS-AFTER-DAY
007840         GO TO 3400-EXIT
007850     END-IF.
007860     COMPUTE WS-GAME-STAMP = (WS-LOG-COMBINED-DATE * 1000000)
007870         + (LOG-HOUR * 10000) + (LOG-MINUTE * 100) + LOG-SECOND.
007871     MOVE LOG-SITE-CODE TO WS-SITE-SEARCH.
007872     IF WS-SITE-SEARCH = SPACES
007873         MOVE 'MN1' TO WS-SITE-SEARCH
007874     END-IF.
007875     MOVE ZERO TO WS-RUN-FOUND-IDX.
007876     IF WS-SITE-SEARCH = 'MN1'
007877         PERFORM 3800-FIND-RUN THRU 3800-EXIT
007878     END-IF.
007890     IF WS-RUN-FOUND-IDX > ZERO
007900         IF CHG-RUN-BILLED(WS-RUN-FOUND-IDX) NOT = 'Y'
007910             GO TO 3400-EXIT
007920         END-IF
007930     ELSE
007940         IF WS-LOG-COMBINED-DATE > WS-MONTH-END
007950             GO TO 3400-EXIT
007960         END-IF
007970     END-IF.
007980     IF COUNTING-PASS
007990         IF WS-RUN-FOUND-IDX > ZERO
008000             ADD 1 TO CHG-RUN-GAMES(WS-RUN-FOUND-IDX)
008010         END-IF
008020         GO TO 3400-EXIT
008030     END-IF.
008040     PERFORM 4000-BILL-ONE-GAME THRU 4000-EXIT.
008050 3400-EXIT.
008060     EXIT.
008070*
008080* ---------------------------------------------------------------
008090* 3600-SHARE-RUN-TIME - SET EACH RUN'S TIME UP TO BE HANDED OUT.
008100* A RUN THAT LOGGED NO GAMES HAS NOTHING TO BILL ITS TIME TO,
008110* AND IS SHOWN ON THE RECONCILIATION INSTEAD
008120* ---------------------------------------------------------------
008130 3600-SHARE-RUN-TIME.
008140     MOVE CHG-RUN-SECONDS(WS-RUN-IDX)
008150         TO CHG-SECS-LEFT(WS-RUN-IDX).
008160     MOVE CHG-RUN-GAMES(WS-RUN-IDX) TO CHG-GAMES-LEFT(WS-RUN-IDX).
008170     IF CHG-RUN-BILLED(WS-RUN-IDX) = 'Y'
008180         AND CHG-RUN-GAMES(WS-RUN-IDX) = ZERO
008190         ADD 1 TO WS-IDLE-RUNS
008200         ADD CHG-RUN-SECONDS(WS-RUN-IDX) TO WS-IDLE-SECONDS
008210     END-IF.
008220 3600-EXIT.
008230     EXIT.
008240*
008250* ---------------------------------------------------------------
008260* 3800-FIND-RUN - THE LOG IS WRITTEN IN TIME ORDER, SO THE RUN
008270* THE LAST GAME FELL IN IS TRIED BEFORE THE TABLE IS SEARCHED
008280* ---------------------------------------------------------------
008290 3800-FIND-RUN.
008300     MOVE ZERO TO WS-RUN-FOUND-IDX.
008310     IF WS-LAST-RUN-IDX > ZERO
008320         MOVE WS-LAST-RUN-IDX TO WS-RUN-IDX
008330         PERFORM 3810-MATCH-ONE-RUN THRU 3810-EXIT
008340     END-IF.
008350     IF WS-RUN-FOUND-IDX = ZERO
008360         PERFORM 3810-MATCH-ONE-RUN THRU 3810-EXIT
008370             VARYING WS-RUN-IDX FROM 1 BY 1
008380             UNTIL WS-RUN-IDX > WS-RUN-IN-USE
008390                 OR WS-RUN-FOUND-IDX > ZERO
008400     END-IF.
008410     IF WS-RUN-FOUND-IDX > ZERO
008420         MOVE WS-RUN-FOUND-IDX TO WS-LAST-RUN-IDX
008430     END-IF.
008440 3800-EXIT.
008450     EXIT.
008460*
008470 3810-MATCH-ONE-RUN.
008480     IF WS-GAME-STAMP NOT < CHG-RUN-FROM(WS-RUN-IDX)
008490         AND WS-GAME-STAMP NOT > CHG-RUN-TO(WS-RUN-IDX)
008500         MOVE WS-RUN-IDX TO WS-RUN-FOUND-IDX
008510     END-IF.
008520 3810-EXIT.
008530     EXIT.
008540*
008550* ---------------------------------------------------------------
008560* 4000-BILL-ONE-GAME - ONE TRIAL AND THE GAME'S SHARE OF ITS
008570* RUN'S TIME TO THE COHORT, SITE AND MODE IT WAS PLAYED UNDER. A
008580* BLANK MODE IS A CLASSIC GAME FROM BEFORE THE MODE BYTE; ANY
008590* OTHER UNKNOWN MODE IS BILLED AS CLASSIC AND COUNTED. AN ANNEX
008591* GAME HAS NO RUN AND IS COUNTED APART FROM THE MAIN-LAB GAMES
008592* THAT FELL OUTSIDE EVERY RUN WINDOW
008600* ---------------------------------------------------------------
008610 4000-BILL-ONE-GAME.
008620     MOVE ZERO TO WS-GAME-SHARE.
008630     IF WS-RUN-FOUND-IDX > ZERO
008640         ADD 1 TO WS-GAMES-IN-RUNS
008650         IF CHG-GAMES-LEFT(WS-RUN-FOUND-IDX) = 1
008660             MOVE CHG-SECS-LEFT(WS-RUN-FOUND-IDX) TO WS-GAME-SHARE
008670         ELSE
008680             COMPUTE WS-GAME-SHARE ROUNDED =
008690                 CHG-SECS-LEFT(WS-RUN-FOUND-IDX)
008700                 / CHG-GAMES-LEFT(WS-RUN-FOUND-IDX)
008710         END-IF
008720         SUBTRACT WS-GAME-SHARE
008730             FROM CHG-SECS-LEFT(WS-RUN-FOUND-IDX)
008740         SUBTRACT 1 FROM CHG-GAMES-LEFT(WS-RUN-FOUND-IDX)
008750     ELSE
008751         IF WS-SITE-SEARCH = 'MN1'
008752             ADD 1 TO WS-GAMES-NO-RUN
008753         ELSE
008754             ADD 1 TO WS-GAMES-ANNEX
008755         END-IF
008770     END-IF.
008780     PERFORM 4100-LOOK-UP-GAME-COHORT THRU 4100-EXIT.
008790     PERFORM 4200-FIND-COHORT THRU 4200-EXIT.
008840     PERFORM 4300-FIND-SITE THRU 4300-EXIT.
008850     MOVE LOG-GAME-MODE TO WS-MODE-SEARCH.
008860     IF WS-MODE-SEARCH = SPACE
008870         MOVE 'C' TO WS-MODE-SEARCH
008880     END-IF.
008890     PERFORM 2800-FIND-MODE THRU 2800-EXIT.
008900     IF WS-MODE-FOUND-IDX = ZERO
008910         ADD 1 TO WS-GAMES-BAD-MODE
008920         MOVE 1 TO WS-MODE-FOUND-IDX
008930     END-IF.
008940     ADD 1 TO CHG-TRIALS(WS-COH-FOUND-IDX, WS-SITE-FOUND-IDX,
008950         WS-MODE-FOUND-IDX).
008960     ADD WS-GAME-SHARE TO CHG-SECONDS(WS-COH-FOUND-IDX,
008970         WS-SITE-FOUND-IDX, WS-MODE-FOUND-IDX).
008980 4000-EXIT.
008990     EXIT.
009000*
009010* ---------------------------------------------------------------
009020* 4100-LOOK-UP-GAME-COHORT - THE COHORT THE PLAYER WAS IN ON THE
009030* GAME'S LOG-DATE: THE LAST MONTYCHS ENTRY IN EFFECT ON THAT
009040* DATE, OR THE FIRST ENTRY FOR A GAME DATED BEFORE IT. A PLAYER
009050* WITH NO HISTORY IS BILLED TO THE MASTER'S CURRENT COHORT
009060* ---------------------------------------------------------------
009070 4100-LOOK-UP-GAME-COHORT.
009080     SET CHS-NOT-FOUND TO TRUE.
009090     IF CHS-AVAILABLE
009100         MOVE LOG-PLAYER-ID TO CHS-PLAYER-ID
009110         MOVE ZERO          TO CHS-EFFECTIVE-DATE
009120         SET CHS-NOT-EOF TO TRUE
009130         START COHORT-HISTORY-FILE KEY NOT < CHS-KEY
009140             INVALID KEY
009150                 SET CHS-EOF TO TRUE
009160         END-START
009170         PERFORM 4110-READ-ONE-HISTORY THRU 4110-EXIT
009180             UNTIL CHS-EOF
009190     END-IF.
009200     IF CHS-FOUND
009210         GO TO 4100-EXIT
009220     END-IF.
009230     MOVE LOG-PLAYER-ID TO PLR-PLAYER-ID.
009240     READ PLAYER-FILE
009250         INVALID KEY
009260             MOVE '????' TO WS-GAME-COHORT
009270             ADD 1 TO WS-GAMES-NO-PLAYER
009280             GO TO 4100-EXIT
009290     END-READ.
009300     MOVE PLR-COHORT-CODE TO WS-GAME-COHORT.
009310 4100-EXIT.
009320     EXIT.
009330*
009340 4110-READ-ONE-HISTORY.
009350     READ COHORT-HISTORY-FILE NEXT RECORD
009360         AT END
009370             SET CHS-EOF TO TRUE
009380             GO TO 4110-EXIT
009390     END-READ.
009400     IF CHS-PLAYER-ID NOT = LOG-PLAYER-ID
009410         SET CHS-EOF TO TRUE
009420         GO TO 4110-EXIT
009430     END-IF.
009440     IF CHS-FOUND
009450         AND CHS-EFFECTIVE-DATE > WS-LOG-COMBINED-DATE
009460         SET CHS-EOF TO TRUE
009470         GO TO 4110-EXIT
009480     END-IF.
009490     MOVE CHS-COHORT-CODE TO WS-GAME-COHORT.
009500     SET CHS-FOUND TO TRUE.
009510 4110-EXIT.
009520     EXIT.
009530*
009540* ---------------------------------------------------------------
009550* 4200-FIND-COHORT / 4300-FIND-SITE - LOCATE THE ROW FOR THE
009560* GAME'S COHORT AND SITE, ADDING ONE THE FIRST TIME IT TURNS UP
009570* ---------------------------------------------------------------
009580 4200-FIND-COHORT.
009590     MOVE ZERO TO WS-COH-FOUND-IDX.
009600     PERFORM 4210-MATCH-ONE-COHORT THRU 4210-EXIT
009610         VARYING WS-COH-IDX FROM 1 BY 1
009620         UNTIL WS-COH-IDX > WS-COH-IN-USE
009630             OR WS-COH-FOUND-IDX > ZERO.
009640     IF WS-COH-FOUND-IDX > ZERO
009650         GO TO 4200-EXIT
009660     END-IF.
009670     IF WS-COH-IN-USE = 200
009680         DISPLAY 'MONTYCHG: MORE THAN 200 COHORTS PLAYED IN THE'
009690             ' MONTH - NO BURSAR FEED WRITTEN.'
009700         MOVE 12 TO RETURN-CODE
009710         STOP RUN
009720     END-IF.
009730     ADD 1 TO WS-COH-IN-USE.
009740     MOVE WS-COH-IN-USE TO WS-COH-FOUND-IDX.
009750     INITIALIZE CHG-COHORT-ENTRY(WS-COH-IN-USE).
009760     MOVE WS-GAME-COHORT TO CHG-COHORT-CODE(WS-COH-IN-USE).
009770     MOVE 'N' TO CHG-COHORT-PRINTED(WS-COH-IN-USE).
009780 4200-EXIT.
009790     EXIT.
009800*
009810 4210-MATCH-ONE-COHORT.
009820     IF CHG-COHORT-CODE(WS-COH-IDX) = WS-GAME-COHORT
009830         MOVE WS-COH-IDX TO WS-COH-FOUND-IDX
009840     END-IF.
009850 4210-EXIT.
009860     EXIT.
009870*
009880 4300-FIND-SITE.
009890     MOVE ZERO TO WS-SITE-FOUND-IDX.
009900     PERFORM 4310-MATCH-ONE-SITE THRU 4310-EXIT
009910         VARYING WS-SITE-IDX FROM 1 BY 1
009920         UNTIL WS-SITE-IDX > WS-SITE-IN-USE
009930             OR WS-SITE-FOUND-IDX > ZERO.
009940     IF WS-SITE-FOUND-IDX > ZERO
009950         GO TO 4300-EXIT
009960     END-IF.
009970     IF WS-SITE-IN-USE = 5
009980         DISPLAY 'MONTYCHG: MORE THAN 5 SITE CODES ON THE LOG -'
009990             ' NO BURSAR FEED WRITTEN.'
010000         MOVE 12 TO RETURN-CODE
010010         STOP RUN
010020     END-IF.
010030     ADD 1 TO WS-SITE-IN-USE.
010040     MOVE WS-SITE-IN-USE TO WS-SITE-FOUND-IDX.
010050     MOVE WS-SITE-SEARCH TO CHG-SITE-CODE(WS-SITE-IN-USE).
010060     MOVE ZERO TO CHG-SITE-TRIALS(WS-SITE-IN-USE).
010070     MOVE ZERO TO CHG-SITE-AMOUNT(WS-SITE-IN-USE).
010080 4300-EXIT.
010090     EXIT.
010100*
010110 4310-MATCH-ONE-SITE.
010120     IF CHG-SITE-CODE(WS-SITE-IDX) = WS-SITE-SEARCH
010130         MOVE WS-SITE-IDX TO WS-SITE-FOUND-IDX
010140     END-IF.
010150 4310-EXIT.
010160     EXIT.
010170*
010180* ---------------------------------------------------------------
010190* 5000-PRICE-USAGE - PRICE EVERY CELL OF ONE COHORT ONCE, SO THE
010200* INVOICE AND THE BURSAR FEED CARRY THE SAME ROUNDED AMOUNTS
010210* ---------------------------------------------------------------
010220 5000-PRICE-USAGE.
010230     PERFORM 5100-PRICE-ONE-SITE THRU 5100-EXIT
010240         VARYING WS-SITE-IDX FROM 1 BY 1
010250         UNTIL WS-SITE-IDX > WS-SITE-IN-USE.
010260 5000-EXIT.
010270     EXIT.
010280*
010290 5100-PRICE-ONE-SITE.
010300     PERFORM 5110-PRICE-ONE-CELL THRU 5110-EXIT
010310         VARYING WS-MODE-IDX FROM 1 BY 1
010320         UNTIL WS-MODE-IDX > 3.
010330 5100-EXIT.
010340     EXIT.
010350*
010360 5110-PRICE-ONE-CELL.
010370     COMPUTE CHG-MINUTES(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
010380         ROUNDED =
010390         CHG-SECONDS(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX) / 60.
010400     COMPUTE CHG-TRIAL-CHARGE(WS-COH-IDX, WS-SITE-IDX,
010410         WS-MODE-IDX) ROUNDED =
010420         CHG-TRIALS(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
010430         * RTT-TRIAL-RATE(WS-MODE-IDX).
010440     COMPUTE CHG-TIME-CHARGE(WS-COH-IDX, WS-SITE-IDX,
010450         WS-MODE-IDX) ROUNDED =
010460         CHG-SECONDS(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
010470         * RTT-MINUTE-RATE(WS-MODE-IDX) / 60.
010480     COMPUTE CHG-AMOUNT(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX) =
010490         CHG-TRIAL-CHARGE(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
010500         + CHG-TIME-CHARGE(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX).
010510 5110-EXIT.
010520     EXIT.
010530*
010540* ---------------------------------------------------------------
010550* 6000-PRINT-NEXT-INVOICE - THE INVOICES PRINT IN COHORT ORDER:
010560* EACH TIME ROUND, THE LOWEST COHORT CODE NOT YET PRINTED
010570* ---------------------------------------------------------------
010580 6000-PRINT-NEXT-INVOICE.
010590     MOVE HIGH-VALUES TO WS-NEXT-COHORT.
010600     MOVE ZERO TO WS-COH-FOUND-IDX.
010610     PERFORM 6010-CHECK-ONE-COHORT THRU 6010-EXIT
010620         VARYING WS-COH-IDX FROM 1 BY 1
010630         UNTIL WS-COH-IDX > WS-COH-IN-USE.
010640     MOVE WS-COH-FOUND-IDX TO WS-COH-IDX.
010650     MOVE 'Y' TO CHG-COHORT-PRINTED(WS-COH-IDX).
010660     PERFORM 6100-PRINT-INVOICE-HEADING THRU 6100-EXIT.
010670     MOVE ZERO TO WS-COHORT-TRIALS.
010680     MOVE ZERO TO WS-COHORT-MINUTES.
010690     MOVE ZERO TO WS-COHORT-AMOUNT.
010700     PERFORM 6200-PRINT-ONE-SITE THRU 6200-EXIT
010710         VARYING WS-SITE-IDX FROM 1 BY 1
010720         UNTIL WS-SITE-IDX > WS-SITE-IN-USE.
010730     MOVE WS-COHORT-TRIALS  TO WS-TRIALS-DISPLAY.
010740     MOVE WS-COHORT-MINUTES TO WS-MINUTES-DISPLAY.
010750     MOVE WS-COHORT-AMOUNT  TO WS-AMOUNT-DISPLAY.
010760     DISPLAY '  ------------------------------------------------'
010770         '-------------------------------------------'.
010780     DISPLAY '  COHORT TOTAL   ' WS-TRIALS-DISPLAY ' '
010790         WS-MINUTES-DISPLAY '                                  '
010800         '      ' WS-AMOUNT-DISPLAY.
010810     DISPLAY '  AMOUNT DUE FROM COHORT '
010820         CHG-COHORT-CODE(WS-COH-IDX)
010830         ' : ' WS-AMOUNT-DISPLAY.
010840 6000-EXIT.
010850     EXIT.
010860*
010870 6010-CHECK-ONE-COHORT.
010880     IF CHG-COHORT-PRINTED(WS-COH-IDX) = 'N'
010890         AND CHG-COHORT-CODE(WS-COH-IDX) < WS-NEXT-COHORT
010900         MOVE CHG-COHORT-CODE(WS-COH-IDX) TO WS-NEXT-COHORT
010910         MOVE WS-COH-IDX TO WS-COH-FOUND-IDX
010920     END-IF.
010930 6010-EXIT.
010940     EXIT.
010950*
010960 6100-PRINT-INVOICE-HEADING.
010970     IF NOT-FIRST-PAGE
010980         DISPLAY ' '
010990     END-IF.
011000     SET NOT-FIRST-PAGE TO TRUE.
011010     MOVE 'COHORT' TO WS-COHORT-TEXT.
011020     IF CHG-COHORT-CODE(WS-COH-IDX) = '????'
011030         MOVE 'PLAYERS NOT ON MONTYPLR' TO WS-COHORT-TEXT
011040     END-IF.
011050     DISPLAY '====================================='
011060         '====================================='.
011070     DISPLAY 'HAYMARKET TRAINING LAB - LAB USAGE CHARGEBACK'
011080         ' INVOICE'.
011090     DISPLAY 'BILLING MONTH ' WS-BILL-MONTH-N '     '
011100         WS-COHORT-TEXT ' ' CHG-COHORT-CODE(WS-COH-IDX).
011110     DISPLAY '====================================='
011120         '====================================='.
011130     DISPLAY '  SITE MODE          TRIALS      MINUTES  PER TRIAL'
011140         '  PER MIN   TRIAL CHG    TIME CHG       AMOUNT'.
011150 6100-EXIT.
011160     EXIT.
011170*
011180* ---------------------------------------------------------------
011190* 6200-PRINT-ONE-SITE - ONE LINE PER MODE PLAYED AT THE SITE AND
011200* A SITE SUBTOTAL. A SITE THE COHORT NEVER PLAYED AT IS SKIPPED
011210* ---------------------------------------------------------------
011220 6200-PRINT-ONE-SITE.
011230     MOVE ZERO TO WS-SUB-TRIALS.
011240     MOVE ZERO TO WS-SUB-MINUTES.
011250     MOVE ZERO TO WS-SUB-AMOUNT.
011260     PERFORM 6210-PRINT-ONE-MODE THRU 6210-EXIT
011270         VARYING WS-MODE-IDX FROM 1 BY 1
011280         UNTIL WS-MODE-IDX > 3.
011290     IF WS-SUB-TRIALS = ZERO AND WS-SUB-MINUTES = ZERO
011300         GO TO 6200-EXIT
011310     END-IF.
011320     MOVE WS-SUB-TRIALS  TO WS-TRIALS-DISPLAY.
011330     MOVE WS-SUB-MINUTES TO WS-MINUTES-DISPLAY.
011340     MOVE WS-SUB-AMOUNT  TO WS-AMOUNT-DISPLAY.
011350     DISPLAY '  ' CHG-SITE-CODE(WS-SITE-IDX) '  SITE TOTAL '
011360         WS-TRIALS-DISPLAY ' ' WS-MINUTES-DISPLAY
011370         '                                        '
011380         WS-AMOUNT-DISPLAY.
011390     ADD WS-SUB-TRIALS  TO WS-COHORT-TRIALS.
011400     ADD WS-SUB-MINUTES TO WS-COHORT-MINUTES.
011410     ADD WS-SUB-AMOUNT  TO WS-COHORT-AMOUNT.
011420 6200-EXIT.
011430     EXIT.
011440*
011450 6210-PRINT-ONE-MODE.
011460     IF CHG-TRIALS(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX) = ZERO
011470         AND CHG-SECONDS(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
011480             = ZERO
011490         GO TO 6210-EXIT
011500     END-IF.
011510     MOVE CHG-TRIALS(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
011520         TO WS-TRIALS-DISPLAY.
011530     MOVE CHG-MINUTES(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
011540         TO WS-MINUTES-DISPLAY.
011550     MOVE RTT-TRIAL-RATE(WS-MODE-IDX)  TO WS-TRATE-DISPLAY.
011560     MOVE RTT-MINUTE-RATE(WS-MODE-IDX) TO WS-MRATE-DISPLAY.
011570     MOVE CHG-TRIAL-CHARGE(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
011580         TO WS-TCHG-DISPLAY.
011590     MOVE CHG-TIME-CHARGE(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
011600         TO WS-MCHG-DISPLAY.
011610     MOVE CHG-AMOUNT(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
011620         TO WS-AMOUNT-DISPLAY.
011630     DISPLAY '  ' CHG-SITE-CODE(WS-SITE-IDX) '  '
011640         CHG-MODE-CODE(WS-MODE-IDX) '          '
011650         WS-TRIALS-DISPLAY ' ' WS-MINUTES-DISPLAY '   '
011660         WS-TRATE-DISPLAY ' ' WS-MRATE-DISPLAY '  '
011670         WS-TCHG-DISPLAY '  ' WS-MCHG-DISPLAY ' '
011680         WS-AMOUNT-DISPLAY.
011690     ADD CHG-TRIALS(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
011700         TO WS-SUB-TRIALS.
011710     ADD CHG-MINUTES(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
011720         TO WS-SUB-MINUTES.
011730     ADD CHG-AMOUNT(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
011740         TO WS-SUB-AMOUNT.
011750     ADD CHG-TRIALS(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
011760         TO CHG-SITE-TRIALS(WS-SITE-IDX)
011770            RTT-MODE-TRIALS(WS-MODE-IDX)
011780            WS-GRAND-TRIALS.
011790     ADD CHG-AMOUNT(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
011800         TO CHG-SITE-AMOUNT(WS-SITE-IDX)
011810            RTT-MODE-AMOUNT(WS-MODE-IDX)
011820            WS-GRAND-AMOUNT.
011830     ADD CHG-SECONDS(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
011840         TO WS-GRAND-SECONDS.
011850     PERFORM 7100-WRITE-BURSAR-DETAIL THRU 7100-EXIT.
011860 6210-EXIT.
011870     EXIT.
011880*
011890* ---------------------------------------------------------------
011900* 7000-OPEN-BURSAR-FEED - THE FEED IS REPLACED EACH RUN AND ITS
011910* HEADER TELLS THE BURSAR TO REPLACE THE MONTH'S CHARGES, SO A
011920* RERUN OF A MONTH NEVER BILLS A COHORT TWICE
011930* ---------------------------------------------------------------
011940 7000-OPEN-BURSAR-FEED.
011950     OPEN OUTPUT BURSAR-FILE.
011960     IF WS-BUR-STATUS NOT = '00'
011970         DISPLAY 'MONTYCHG: CANNOT OPEN MONTYBUR, STATUS '
011980             WS-BUR-STATUS '.'
011990         MOVE 12 TO RETURN-CODE
012000         STOP RUN
012010     END-IF.
012020     MOVE SPACES            TO BURSAR-RECORD.
012030     SET BUR-HEADER TO TRUE.
012040     MOVE 'MONTYBUR'        TO BUH-FEED-NAME.
012050     MOVE WS-TODAY-DATE     TO BUH-CREATED-DATE.
012060     DIVIDE WS-NOW-TIME BY 100 GIVING BUH-CREATED-TIME.
012070     MOVE WS-BILL-MONTH-N   TO BUH-BILL-MONTH.
012080     MOVE 'REPLACE'         TO BUH-LOAD-ACTION.
012090     PERFORM 7900-WRITE-BURSAR-RECORD THRU 7900-EXIT.
012100 7000-EXIT.
012110     EXIT.
012120*
012130 7100-WRITE-BURSAR-DETAIL.
012140     MOVE SPACES TO BURSAR-RECORD.
012150     SET BUR-DETAIL TO TRUE.
012160     MOVE WS-BILL-MONTH-N TO BUR-BILL-MONTH.
012170     MOVE CHG-COHORT-CODE(WS-COH-IDX) TO BUR-COHORT-CODE.
012180     MOVE CHG-SITE-CODE(WS-SITE-IDX)  TO BUR-SITE-CODE.
012190     MOVE CHG-MODE-CODE(WS-MODE-IDX)  TO BUR-GAME-MODE.
012200     MOVE CHG-TRIALS(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
012210         TO BUR-TRIALS.
012220     MOVE CHG-MINUTES(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
012230         TO BUR-MINUTES.
012240     MOVE CHG-TRIAL-CHARGE(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
012250         TO BUR-TRIAL-CHARGE.
012260     MOVE CHG-TIME-CHARGE(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
012270         TO BUR-TIME-CHARGE.
012280     MOVE CHG-AMOUNT(WS-COH-IDX, WS-SITE-IDX, WS-MODE-IDX)
012290         TO BUR-AMOUNT.
012300     PERFORM 7900-WRITE-BURSAR-RECORD THRU 7900-EXIT.
012310     ADD 1 TO WS-ROWS-WRITTEN.
012320 7100-EXIT.
012330     EXIT.
012340*
012350 7500-CLOSE-BURSAR-FEED.
012360     MOVE SPACES           TO BURSAR-RECORD.
012370     SET BUR-TRAILER TO TRUE.
012380     MOVE WS-ROWS-WRITTEN  TO BUT-ROW-COUNT.
012390     MOVE WS-GRAND-TRIALS  TO BUT-TRIALS-TOTAL.
012400     MOVE WS-GRAND-AMOUNT  TO BUT-AMOUNT-TOTAL.
012410     PERFORM 7900-WRITE-BURSAR-RECORD THRU 7900-EXIT.
012420     CLOSE BURSAR-FILE.
012430 7500-EXIT.
012440     EXIT.
012450*
012460 7900-WRITE-BURSAR-RECORD.
012470     WRITE BURSAR-RECORD.
012480     IF WS-BUR-STATUS NOT = '00'
012490         DISPLAY 'MONTYCHG: MONTYBUR WRITE FAILED, STATUS '
012500             WS-BUR-STATUS '. THE FEED IS INCOMPLETE - DO NOT'
012510             ' SEND IT.'
012520         MOVE 12 TO RETURN-CODE
012530         STOP RUN
012540     END-IF.
012550 7900-EXIT.
012560     EXIT.
012570*
012580* ---------------------------------------------------------------
012590* 8000-PRINT-RECONCILIATION - GRAND TOTALS BY SITE AND MODE, AND
012600* THE TRIALS BILLED PROVED AGAINST THE MONTH'S MONTYHST TRIALS
012601* PLAYED PLUS THE ANNEX GAMES AND THE MAIN-LAB GAMES IN NO RUN
012602* WINDOW, NEITHER OF WHICH MONTYHST CAN ACCOUNT FOR. WHAT IS LEFT
012603* IS THE MAIN-LAB GAMES IN RUN WINDOWS AGAINST THE RUNS' OWN
012604* TRIAL COUNTS. ANY DIFFERENCE THERE ENDS THE STEP CC 4 SO THE
012605* BILL IS LOOKED AT BEFORE THE FEED IS SENT
012630* ---------------------------------------------------------------
012640 8000-PRINT-RECONCILIATION.
012650     DISPLAY ' '.
012660     DISPLAY '====================================='
012670         '====================================='.
012680     DISPLAY 'MONTYCHG GRAND TOTAL AND RECONCILIATION - MONTH '
012690         WS-BILL-MONTH-N.
012700     DISPLAY '====================================='
012710         '====================================='.
012720     DISPLAY '  SITE          TRIALS       AMOUNT'.
012730     PERFORM 8100-PRINT-ONE-SITE-TOTAL THRU 8100-EXIT
012740         VARYING WS-SITE-IDX FROM 1 BY 1
012750         UNTIL WS-SITE-IDX > WS-SITE-IN-USE.
012760     DISPLAY '  MODE          TRIALS       AMOUNT  RATE CARD'.
012770     PERFORM 8200-PRINT-ONE-MODE-TOTAL THRU 8200-EXIT
012780         VARYING WS-MODE-IDX FROM 1 BY 1
012790         UNTIL WS-MODE-IDX > 3.
012800     DISPLAY ' '.
012810     MOVE WS-HST-RUNS TO WS-TRIALS-DISPLAY.
012820     DISPLAY 'MONTYHST RUNS IN MONTH        : ' WS-TRIALS-DISPLAY.
012830     MOVE WS-HST-TRIALS TO WS-TRIALS-DISPLAY.
012840     DISPLAY 'MONTYHST TRIALS PLAYED        : ' WS-TRIALS-DISPLAY.
012850     MOVE WS-GAMES-IN-RUNS TO WS-TRIALS-DISPLAY.
012860     DISPLAY 'MAIN-LAB GAMES IN THOSE RUNS  : ' WS-TRIALS-DISPLAY.
012870     MOVE WS-GAMES-NO-RUN TO WS-TRIALS-DISPLAY.
012880     DISPLAY 'MAIN-LAB GAMES IN NO RUN      : ' WS-TRIALS-DISPLAY.
012881     MOVE WS-GAMES-ANNEX TO WS-TRIALS-DISPLAY.
012882     DISPLAY 'ANNEX GAMES (NO MONTYHST RUNS): ' WS-TRIALS-DISPLAY.
012890     MOVE WS-GRAND-TRIALS TO WS-TRIALS-DISPLAY.
012900     DISPLAY 'TRIALS BILLED                 : ' WS-TRIALS-DISPLAY.
012910     COMPUTE WS-MINUTES-WORK ROUNDED = WS-HST-SECONDS / 60.
012920     MOVE WS-MINUTES-WORK TO WS-MINUTES-DISPLAY.
012930     DISPLAY 'MONTYHST RUN MINUTES          : '
012940         WS-MINUTES-DISPLAY.
012950     COMPUTE WS-MINUTES-WORK ROUNDED = WS-GRAND-SECONDS / 60.
012960     MOVE WS-MINUTES-WORK TO WS-MINUTES-DISPLAY.
012970     DISPLAY 'RUN MINUTES BILLED            : '
012980         WS-MINUTES-DISPLAY.
012990     COMPUTE WS-MINUTES-WORK ROUNDED = WS-IDLE-SECONDS / 60.
013000     MOVE WS-MINUTES-WORK TO WS-MINUTES-DISPLAY.
013010     MOVE WS-IDLE-RUNS TO WS-COUNT-DISPLAY.
013020     DISPLAY 'IDLE RUN MINUTES (NO GAMES)   : ' WS-MINUTES-DISPLAY
013030         ' (' WS-COUNT-DISPLAY ' RUNS, NOT BILLED)'.
013040     MOVE WS-GAMES-NO-PLAYER TO WS-TRIALS-DISPLAY.
013050     DISPLAY 'GAMES OF PLAYERS NOT ON FILE  : ' WS-TRIALS-DISPLAY.
013060     MOVE WS-GAMES-BAD-MODE TO WS-TRIALS-DISPLAY.
013070     DISPLAY 'GAMES WITH AN UNKNOWN MODE    : ' WS-TRIALS-DISPLAY.
013080     MOVE WS-ARC-GENERATIONS TO WS-COUNT-DISPLAY.
013090     DISPLAY 'ARCHIVES READ                 : ' WS-COUNT-DISPLAY.
013100     MOVE WS-ROWS-WRITTEN TO WS-COUNT-DISPLAY.
013110     DISPLAY 'MONTYBUR ROWS WRITTEN         : ' WS-COUNT-DISPLAY.
013120     MOVE WS-GRAND-AMOUNT TO WS-AMOUNT-DISPLAY.
013130     DISPLAY 'GRAND TOTAL DUE               : ' WS-AMOUNT-DISPLAY.
013140     DISPLAY ' '.
013150     COMPUTE WS-TRIAL-DIFFERENCE =
013160         WS-GRAND-TRIALS - WS-HST-TRIALS - WS-GAMES-ANNEX
013161         - WS-GAMES-NO-RUN.
013170     IF WS-TRIAL-DIFFERENCE = ZERO
013180         DISPLAY 'RECONCILED - TRIALS BILLED EQUAL THE MONTYHST'
013190             ' TRIALS PLAYED PLUS THE ANNEX GAMES AND THE'
013191             ' MAIN-LAB GAMES IN NO RUN WINDOW.'
013200     ELSE
013210         MOVE WS-TRIAL-DIFFERENCE TO WS-DIFF-DISPLAY
013220         DISPLAY 'OUT OF BALANCE - MAIN-LAB GAMES IN RUNS LESS'
013230             ' MONTYHST TRIALS PLAYED: ' WS-DIFF-DISPLAY
013240         DISPLAY '  (RUN TRIALS NEVER LOGGED OR ALREADY PURGED'
013250             ' TAKE FROM THE BILL; A GAME LOGGED TWICE ADDS TO'
013260             ' IT)'
013270         MOVE 4 TO RETURN-CODE
013280     END-IF.
013290     IF WS-GAMES-BAD-MODE > ZERO
013300         DISPLAY 'MONTYCHG: GAMES WITH AN UNKNOWN MODE'
013310             ' WERE BILLED AS CLASSIC -'
013320             ' RUN MONTYVAL.'
013330         MOVE 4 TO RETURN-CODE
013340     END-IF.
013350 8000-EXIT.
013360     EXIT.
013370*
013380 8100-PRINT-ONE-SITE-TOTAL.
013390     MOVE CHG-SITE-TRIALS(WS-SITE-IDX) TO WS-TRIALS-DISPLAY.
013400     MOVE CHG-SITE-AMOUNT(WS-SITE-IDX) TO WS-AMOUNT-DISPLAY.
013410     DISPLAY '  ' CHG-SITE-CODE(WS-SITE-IDX) '    '
013420         WS-TRIALS-DISPLAY ' ' WS-AMOUNT-DISPLAY.
013430 8100-EXIT.
013440     EXIT.
013450*
013460 8200-PRINT-ONE-MODE-TOTAL.
013470     MOVE RTT-MODE-TRIALS(WS-MODE-IDX) TO WS-TRIALS-DISPLAY.
013480     MOVE RTT-MODE-AMOUNT(WS-MODE-IDX) TO WS-AMOUNT-DISPLAY.
013490     DISPLAY '  ' CHG-MODE-CODE(WS-MODE-IDX) '      '
013500         WS-TRIALS-DISPLAY ' ' WS-AMOUNT-DISPLAY '  '
013510         RTT-DESCRIPTION(WS-MODE-IDX).
013520 8200-EXIT.
013530     EXIT.
013540*
013550* ---------------------------------------------------------------
013560* 9000-TERMINATE - CLOSE THE KEYED FILES
013570* ---------------------------------------------------------------
013580 9000-TERMINATE.
013590     CLOSE RUN-HISTORY-FILE.
013600     CLOSE PLAYER-FILE.
013610     IF CHS-AVAILABLE
013620         CLOSE COHORT-HISTORY-FILE
013630     END-IF.
013640 9000-EXIT.
013650     EXIT.
