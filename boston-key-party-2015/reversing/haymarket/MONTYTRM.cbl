001000* ---------------------------------------------------------------
001010* MONTYTRM  - END-OF-TERM CLOSE WITH FROZEN TERM HISTORY
001020* ---------------------------------------------------------------
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.    MONTYTRM.
001050 AUTHOR.        R CHALFANT.
001060 INSTALLATION.  HAYMARKET TRAINING LAB.
001070 DATE-WRITTEN.  10/15/2026.
001080 DATE-COMPILED.
001090*
001100* MODIFICATION HISTORY
001110*   10/15/26  RC  ORIGINAL TERM CLOSE. THE SEMESTER END USED TO
001120*                 BE SEVERAL JOBS RUN BY HAND IN THE RIGHT ORDER,
001130*                 AND THE FINAL STANDINGS WERE LOST BECAUSE
001140*                 MONTYLDR KEPT ACCUMULATING INTO THE NEXT TERM.
001150*                 ONE RUN NOW DOES THE WHOLE CLOSE UNDER AN
001160*                 OPERATOR-SUPPLIED TERM CODE: IT WORKS OUT EACH
001170*                 PLAYER'S FINAL COMPLIANCE ON THE TERM'S
001180*                 ASSIGNMENTS (THOSE DUE BETWEEN THE TERM START
001190*                 AND TODAY, COUNTED THE WAY MONTYCMP COUNTS
001200*                 THEM, ACROSS THE LIVE LOG AND ANY ARCHIVE
001210*                 GENERATION CUT DURING THE TERM), FREEZES EVERY
001220*                 MONTYLDR LINE AND THAT STATUS ONTO THE NEW
001230*                 MONTYTRH TERM HISTORY, CLOSES EVERY PAST-DUE
001240*                 MONTYASG ASSIGNMENT, THEN ZEROES THE
001250*                 LEADERBOARD FOR THE NEW TERM. IT REFUSES A TERM
001260*                 ALREADY CLOSED, A HELD MONTYLCK RUN LOCK, AND
001270*                 ANY RECORD STILL WAITING ON MONTYEXC FOR
001280*                 MONTYFIX. A CLOSE THAT STOPS AFTER THE SNAPSHOT
001290*                 IS FINISHED BY RERUNNING UNDER THE SAME TERM
001300*                 CODE - THE FROZEN SNAPSHOT IS KEPT AS TAKEN.
001310*
001320 ENVIRONMENT DIVISION.
001330 CONFIGURATION SECTION.
001340 SOURCE-COMPUTER.   GNUCOBOL.
001350 OBJECT-COMPUTER.   GNUCOBOL.
001360*
001370 INPUT-OUTPUT SECTION.
001380 FILE-CONTROL.
001390     SELECT MONTYLOG-FILE ASSIGN TO "MONTYLOG"
001400         ORGANIZATION LINE SEQUENTIAL
001410         FILE STATUS IS WS-LOG-STATUS.
001420     SELECT ARCHIVE-FILE ASSIGN TO WS-ARC-DSN
001430         ORGANIZATION LINE SEQUENTIAL
001440         FILE STATUS IS WS-ARC-STATUS.
001450     SELECT CATALOG-FILE ASSIGN TO "MONTYCAT"
001460         ORGANIZATION INDEXED
001470         ACCESS MODE DYNAMIC
001480         RECORD KEY IS CAT-GENERATION
001490         FILE STATUS IS WS-CAT-STATUS.
001500     SELECT EXCEPTION-FILE ASSIGN TO "MONTYEXC"
001510         ORGANIZATION LINE SEQUENTIAL
001520         FILE STATUS IS WS-EXC-STATUS.
001530     SELECT ASSIGNMENT-FILE ASSIGN TO "MONTYASG"
001540         ORGANIZATION INDEXED
001550         ACCESS MODE DYNAMIC
001560         RECORD KEY IS ASG-ASSIGN-ID
001570         FILE STATUS IS WS-ASG-STATUS.
001580     SELECT PLAYER-FILE ASSIGN TO "MONTYPLR"
001590         ORGANIZATION INDEXED
001600         ACCESS MODE DYNAMIC
001610         RECORD KEY IS PLR-PLAYER-ID
001620         FILE STATUS IS WS-PLR-STATUS.
001630     SELECT LEADERBOARD-FILE ASSIGN TO "MONTYLDR"
001640         ORGANIZATION INDEXED
001650         ACCESS MODE DYNAMIC
001660         RECORD KEY IS LDR-PLAYER-ID
001670         FILE STATUS IS WS-LDR-STATUS.
001680     SELECT COHORT-HISTORY-FILE ASSIGN TO "MONTYCHS"
001690         ORGANIZATION INDEXED
001700         ACCESS MODE DYNAMIC
001710         RECORD KEY IS CHS-KEY
001720         FILE STATUS IS WS-CHS-STATUS.
001730     SELECT TERM-HISTORY-FILE ASSIGN TO "MONTYTRH"
001740         ORGANIZATION INDEXED
001750         ACCESS MODE DYNAMIC
001760         RECORD KEY IS TRH-KEY
001770         FILE STATUS IS WS-TRH-STATUS.
001780     SELECT LOCK-FILE ASSIGN TO "MONTYLCK"
001790         ORGANIZATION LINE SEQUENTIAL
001800         FILE STATUS IS WS-LCK-STATUS.
001810*
001820 DATA DIVISION.
001830 FILE SECTION.
001840 FD  MONTYLOG-FILE.
001850 COPY MONTYLOG.
001860*
001870 FD  ARCHIVE-FILE.
001880 01  ARCHIVE-LOG-IMAGE           PIC X(49).
001890*
001900 FD  CATALOG-FILE.
001910 COPY MONTYCAT.
001920*
001930 FD  EXCEPTION-FILE.
001940 01  EXCEPTION-RECORD.
001950     02  EXC-REASON-CODE         PIC X(04).
001960     02  FILLER                  PIC X(01).
001970     02  EXC-LOG-IMAGE           PIC X(49).
001980*
001990 FD  ASSIGNMENT-FILE.
002000 COPY MONTYASG.
002010*
002020 FD  PLAYER-FILE.
002030 COPY MONTYPLR.
002040*
002050 FD  LEADERBOARD-FILE.
002060 COPY MONTYLDR.
002070*
002080 FD  COHORT-HISTORY-FILE.
002090 COPY MONTYCHS.
002100*
002110 FD  TERM-HISTORY-FILE.
002120 COPY MONTYTRH.
002130*
002140 FD  LOCK-FILE.
002150 COPY MONTYLCK.
002160*
002170 WORKING-STORAGE SECTION.
002180*
002190* ---------------------------------------------------------------
002200* READ CONTROL, FILE STATUS AND OPERATOR ANSWERS
002210* ---------------------------------------------------------------
002220 77  WS-LOG-EOF-SW             PIC X(01)      VALUE 'N'.
002230     88  LOG-EOF                              VALUE 'Y'.
002240     88  LOG-NOT-EOF                          VALUE 'N'.
002250 77  WS-CAT-EOF-SW             PIC X(01)      VALUE 'N'.
002260     88  CAT-EOF                              VALUE 'Y'.
002270     88  CAT-NOT-EOF                          VALUE 'N'.
002280 77  WS-KEYED-EOF-SW           PIC X(01)      VALUE 'N'.
002290     88  KEYED-EOF                            VALUE 'Y'.
002300     88  KEYED-NOT-EOF                        VALUE 'N'.
002310 77  WS-CHS-EOF-SW             PIC X(01)      VALUE 'N'.
002320     88  CHS-EOF                              VALUE 'Y'.
002330     88  CHS-NOT-EOF                          VALUE 'N'.
002340 77  WS-CHS-OPEN-SW            PIC X(01)      VALUE 'N'.
002350     88  CHS-AVAILABLE                        VALUE 'Y'.
002360     88  CHS-NOT-AVAILABLE                    VALUE 'N'.
002370 77  WS-CHS-FOUND-SW           PIC X(01)      VALUE 'N'.
002380     88  CHS-FOUND                            VALUE 'Y'.
002390     88  CHS-NOT-FOUND                        VALUE 'N'.
002400 77  WS-LOG-STATUS             PIC X(02)      VALUE SPACES.
002410 77  WS-ARC-STATUS             PIC X(02)      VALUE SPACES.
002420 77  WS-CAT-STATUS             PIC X(02)      VALUE SPACES.
002430 77  WS-EXC-STATUS             PIC X(02)      VALUE SPACES.
002440 77  WS-ASG-STATUS             PIC X(02)      VALUE SPACES.
002450 77  WS-PLR-STATUS             PIC X(02)      VALUE SPACES.
002460 77  WS-LDR-STATUS             PIC X(02)      VALUE SPACES.
002470 77  WS-CHS-STATUS             PIC X(02)      VALUE SPACES.
002480 77  WS-TRH-STATUS             PIC X(02)      VALUE SPACES.
002490 77  WS-LCK-STATUS             PIC X(02)      VALUE SPACES.
002500 77  WS-ARC-DSN                PIC X(44)      VALUE SPACES.
002510 77  WS-TODAY-DATE             PIC 9(08)      VALUE ZERO.
002520 77  WS-NOW-TIME               PIC 9(08)      VALUE ZERO.
002530 77  WS-TERM-CODE              PIC X(06)      VALUE SPACES.
002540 77  WS-TERM-START-DATE        PIC 9(08)      VALUE ZERO.
002550 77  WS-LOG-COMBINED-DATE      PIC 9(08) COMP VALUE ZERO.
002560 77  WS-GAME-COHORT            PIC X(04)      VALUE SPACES.
002570 77  WS-RESUME-SW              PIC X(01)      VALUE 'N'.
002580     88  RESUMING-CLOSE                       VALUE 'Y'.
002590     88  FRESH-CLOSE                          VALUE 'N'.
002600*
002610* ---------------------------------------------------------------
002620* THE TERM'S ASSIGNMENTS - EVERY MONTYASG ENTRY, OPEN OR
002630* ALREADY CLOSED, DUE ON OR AFTER THE TERM START AND BEFORE
002640* TODAY. THE TARGET COHORT IS THE FIRST FOUR BYTES OF THE TARGET
002650* CODE, PER THE MONTYASG LAYOUT
002660* ---------------------------------------------------------------
002670 77  WS-ASG-IN-USE             PIC 9(02) COMP VALUE ZERO.
002680 77  WS-ASG-IDX                PIC 9(02) COMP VALUE ZERO.
002690 77  WS-EARLIEST-ASSIGN-DATE   PIC 9(08)      VALUE ZERO.
002700 77  WS-LATEST-DUE-DATE        PIC 9(08)      VALUE ZERO.
002710 01  TRA-TABLE.
002720     02  TRA-ENTRY           OCCURS 50 TIMES.
002730         03  TRA-ASSIGN-ID       PIC X(06).
002740         03  TRA-TARGET-TYPE     PIC X(01).
002750         03  TRA-TARGET-CODE.
002760             04  TRA-TARGET-COHORT   PIC X(04).
002770             04  FILLER              PIC X(04).
002780         03  TRA-DOOR-COUNT      PIC 9(01).
002790         03  TRA-GAME-MODE       PIC X(01).
002800         03  TRA-REQUIRED        PIC 9(07) COMP.
002810         03  TRA-ASSIGN-DATE     PIC 9(08).
002820         03  TRA-DUE-DATE        PIC 9(08).
002830*
002840* ---------------------------------------------------------------
002850* THE PLAYERS FROZEN - EVERY MONTYLDR LINE, THEN EVERY ACTIVE
002860* MONTYPLR PLAYER WITHOUT ONE, WITH THE GAMES EACH COUNTED
002870* TOWARD EACH OF THE TERM'S ASSIGNMENTS
002880* ---------------------------------------------------------------
002890 77  WS-PLR-IN-USE             PIC 9(04) COMP VALUE ZERO.
002900 77  WS-PLR-IDX                PIC 9(04) COMP VALUE ZERO.
002910 77  WS-PLR-FOUND-IDX          PIC 9(04) COMP VALUE ZERO.
002920 77  WS-SEARCH-ID              PIC X(08)      VALUE SPACES.
002930 01  TRM-PLAYER-TABLE.
002940     02  TRM-PLAYER-ENTRY    OCCURS 1000 TIMES.
002950         03  TRM-PLR-ID          PIC X(08).
002960         03  TRM-PLR-NAME        PIC X(30).
002970         03  TRM-PLR-COHORT      PIC X(04).
002980         03  TRM-GAMES-PLAYED    PIC 9(07).
002990         03  TRM-TIMES-SWITCHED  PIC 9(07).
003000         03  TRM-TIMES-WON       PIC 9(07).
003010 01  TRM-COUNT-MATRIX.
003020     02  TRM-ASG-ROW         OCCURS 50 TIMES.
003030         03  TRM-GAME-COUNT      PIC 9(07) COMP
003040                                 OCCURS 1000 TIMES.
003050*
003060* ---------------------------------------------------------------
003070* CLOSE TOTALS AND DISPLAY FIELDS
003080* ---------------------------------------------------------------
003090 77  WS-IN-SCOPE-SW            PIC X(01)      VALUE 'N'.
003100     88  PLAYER-IN-SCOPE                      VALUE 'Y'.
003110     88  PLAYER-NOT-IN-SCOPE                  VALUE 'N'.
003120 77  WS-MODE-MATCH-SW          PIC X(01)      VALUE 'N'.
003130     88  MODE-MATCHES                         VALUE 'Y'.
003140     88  MODE-DOES-NOT-MATCH                  VALUE 'N'.
003150 77  WS-EXC-COUNT              PIC 9(07) COMP VALUE ZERO.
003160 77  WS-ARC-GENERATIONS        PIC 9(04) COMP VALUE ZERO.
003170 77  WS-GAMES-SCANNED          PIC 9(09) COMP VALUE ZERO.
003180 77  WS-GAMES-FROZEN           PIC 9(09) COMP VALUE ZERO.
003190 77  WS-GAMES-ZEROED           PIC 9(09) COMP VALUE ZERO.
003200 77  WS-PLAYERS-FROZEN         PIC 9(05) COMP VALUE ZERO.
003210 77  WS-COMPLIANT-COUNT        PIC 9(05) COMP VALUE ZERO.
003220 77  WS-SHORT-COUNT            PIC 9(05) COMP VALUE ZERO.
003230 77  WS-NOT-ASSIGNED-COUNT     PIC 9(05) COMP VALUE ZERO.
003240 77  WS-ASG-CLOSED             PIC 9(05) COMP VALUE ZERO.
003250 77  WS-LDR-ZEROED             PIC 9(05) COMP VALUE ZERO.
003260 77  WS-COUNT-DISPLAY          PIC 9(05)      VALUE ZERO.
003270 77  WS-TOTAL-DISPLAY          PIC 9(09)      VALUE ZERO.
003280*
003290 PROCEDURE DIVISION.
003300*
003310* ---------------------------------------------------------------
003320* 0000-MAINLINE
003330* ---------------------------------------------------------------
003340 0000-MAINLINE.
003350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003360     IF FRESH-CLOSE
003370         PERFORM 2000-LOAD-TERM-ASSIGNMENTS THRU 2000-EXIT
003380         PERFORM 2100-LOAD-LEADERBOARD THRU 2100-EXIT
003390         PERFORM 2200-LOAD-ACTIVE-PLAYERS THRU 2200-EXIT
003400         PERFORM 3000-COUNT-TERM-GAMES THRU 3000-EXIT
003410         PERFORM 4000-WRITE-SNAPSHOT THRU 4000-EXIT
003420     END-IF.
003430     PERFORM 5000-CLOSE-PAST-DUE THRU 5000-EXIT.
003440     PERFORM 6000-ZERO-LEADERBOARD THRU 6000-EXIT.
003450     PERFORM 7000-MARK-TERM-CLOSED THRU 7000-EXIT.
003460     PERFORM 8000-PRINT-CLOSE-SUMMARY THRU 8000-EXIT.
003470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003480     STOP RUN.
003490*
003500* ---------------------------------------------------------------
003510* 1000-INITIALIZE - REFUSE WHILE A RUN HOLDS THE LOCK OR
003520* EXCEPTIONS ARE WAITING, TAKE THE TERM CODE AND START DATE,
003530* AND REFUSE A TERM ALREADY CLOSED
003540* ---------------------------------------------------------------
003550 1000-INITIALIZE.
003560     DISPLAY 'MONTYTRM: END-OF-TERM CLOSE'.
003570     PERFORM 1100-CHECK-RUN-LOCK THRU 1100-EXIT.
003580     PERFORM 1200-CHECK-EXCEPTIONS THRU 1200-EXIT.
003590     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003600     ACCEPT WS-NOW-TIME FROM TIME.
003610     PERFORM 1300-GET-TERM-CODE THRU 1300-EXIT.
003620     OPEN I-O TERM-HISTORY-FILE.
003630     IF WS-TRH-STATUS = '35'
003640         OPEN OUTPUT TERM-HISTORY-FILE
003650         CLOSE TERM-HISTORY-FILE
003660         OPEN I-O TERM-HISTORY-FILE
003670     END-IF.
003680     IF WS-TRH-STATUS NOT = '00'
003690         DISPLAY 'MONTYTRM: CANNOT OPEN MONTYTRH, STATUS '
003700             WS-TRH-STATUS '.'
003710         MOVE 12 TO RETURN-CODE
003720         STOP RUN
003730     END-IF.
003740     PERFORM 1500-CHECK-TERM-CLOSED THRU 1500-EXIT.
003750     IF FRESH-CLOSE
003760         PERFORM 1400-GET-TERM-START THRU 1400-EXIT
003770     END-IF.
003780     OPEN I-O ASSIGNMENT-FILE.
003790     IF WS-ASG-STATUS NOT = '00'
003800         DISPLAY 'MONTYTRM: CANNOT OPEN MONTYASG, STATUS '
003810             WS-ASG-STATUS '.'
003820         MOVE 12 TO RETURN-CODE
003830         STOP RUN
003840     END-IF.
003850     OPEN I-O LEADERBOARD-FILE.
003860     IF WS-LDR-STATUS NOT = '00'
003870         DISPLAY 'MONTYTRM: CANNOT OPEN MONTYLDR, STATUS '
003880             WS-LDR-STATUS '.'
003890         MOVE 12 TO RETURN-CODE
003900         STOP RUN
003910     END-IF.
003920 1000-EXIT.
003930     EXIT.
003940*
003950* ---------------------------------------------------------------
003960* 1100-CHECK-RUN-LOCK - A RUN OF IDEONE IN FLIGHT IS STILL
003970* ADDING TO THE LEADERBOARD THIS PROGRAM FREEZES AND ZEROES.
003980* NO LOCK FILE, OR AN EMPTY ONE, MEANS THE WAY IS CLEAR
003990* ---------------------------------------------------------------
004000 1100-CHECK-RUN-LOCK.
004010     OPEN INPUT LOCK-FILE.
004020     IF WS-LCK-STATUS NOT = '00'
004030         GO TO 1100-EXIT
004040     END-IF.
004050     READ LOCK-FILE
004060         AT END
004070             CLOSE LOCK-FILE
004080             GO TO 1100-EXIT
004090     END-READ.
004100     CLOSE LOCK-FILE.
004110     DISPLAY 'MONTYTRM: THE RUN OF ' LCK-RUN-DATE ' '
004120         LCK-START-TIME ' HOLDS THE RUN LOCK. WAIT FOR IT TO'
004130         ' FINISH, OR RESTART IT IF IT ABENDED, AND RERUN.'.
004140     MOVE 8 TO RETURN-CODE.
004150     STOP RUN.
004160 1100-EXIT.
004170     EXIT.
004180*
004190* ---------------------------------------------------------------
004200* 1200-CHECK-EXCEPTIONS - A RECORD STILL ON MONTYEXC IS A GAME
004210* MONTYFIX HAS NOT YET CORRECTED OR WRITTEN OFF. A CORRECTED
004220* GAME GOES BACK ON THE LOG, SO CLOSING FIRST WOULD FREEZE
004230* STANDINGS THAT ARE STILL SHORT. NO FILE MEANS NO EXCEPTIONS
004240* ---------------------------------------------------------------
004250 1200-CHECK-EXCEPTIONS.
004260     OPEN INPUT EXCEPTION-FILE.
004270     IF WS-EXC-STATUS NOT = '00'
004280         GO TO 1200-EXIT
004290     END-IF.
004300     SET LOG-NOT-EOF TO TRUE.
004310     PERFORM 1210-COUNT-ONE-EXCEPTION THRU 1210-EXIT
004320         UNTIL LOG-EOF.
004330     CLOSE EXCEPTION-FILE.
004340     IF WS-EXC-COUNT > ZERO
004350         MOVE WS-EXC-COUNT TO WS-TOTAL-DISPLAY
004360         DISPLAY 'MONTYTRM: ' WS-TOTAL-DISPLAY ' UNCLEARED'
004370             ' EXCEPTIONS ON MONTYEXC. CLEAR THEM WITH MONTYFIX'
004380             ' AND RERUN MONTYVAL BEFORE CLOSING THE TERM.'
004390         MOVE 8 TO RETURN-CODE
004400         STOP RUN
004410     END-IF.
004420 1200-EXIT.
004430     EXIT.
004440*
004450 1210-COUNT-ONE-EXCEPTION.
004460     READ EXCEPTION-FILE
004470         AT END
004480             SET LOG-EOF TO TRUE
004490         NOT AT END
004500             ADD 1 TO WS-EXC-COUNT
004510     END-READ.
004520 1210-EXIT.
004530     EXIT.
004540*
004550 1300-GET-TERM-CODE.
004560     DISPLAY 'MH: TERM CODE TO CLOSE (YYYYNN, E.G. 202603)?'.
004570     ACCEPT WS-TERM-CODE FROM CONSOLE.
004580     IF WS-TERM-CODE NOT NUMERIC
004590         DISPLAY 'MH: THE TERM CODE IS THE YEAR AND A TWO-DIGIT'
004600             ' TERM NUMBER.'
004610         GO TO 1300-GET-TERM-CODE
004620     END-IF.
004630 1300-EXIT.
004640     EXIT.
004650*
004660 1400-GET-TERM-START.
004670     DISPLAY 'MH: FIRST DAY OF THE TERM (YYYYMMDD)?'.
004680     ACCEPT WS-TERM-START-DATE FROM CONSOLE.
004690     IF WS-TERM-START-DATE = ZERO
004700         OR WS-TERM-START-DATE NOT < WS-TODAY-DATE
004710         DISPLAY 'MH: THE TERM MUST START BEFORE TODAY.'
004720         GO TO 1400-GET-TERM-START
004730     END-IF.
004740 1400-EXIT.
004750     EXIT.
004760*
004770* ---------------------------------------------------------------
004780* 1500-CHECK-TERM-CLOSED - THE TERM'S CONTROL RECORD IS ITS
004790* ENTRY WITH A BLANK PLAYER ID. A COMPLETE ONE MEANS THE TERM IS
004800* CLOSED AND THE RUN IS REFUSED. ONE LEFT AT THE SNAPSHOT STAGE
004810* MEANS AN EARLIER CLOSE STOPPED PART WAY - THE SNAPSHOT STANDS
004820* AND THIS RUN FINISHES THE CLOSING AND ZEROING
004830* ---------------------------------------------------------------
004840 1500-CHECK-TERM-CLOSED.
004850     SET FRESH-CLOSE TO TRUE.
004860     MOVE WS-TERM-CODE TO TRH-TERM-CODE.
004870     MOVE SPACES       TO TRH-PLAYER-ID.
004880     READ TERM-HISTORY-FILE
004890         INVALID KEY
004900             GO TO 1500-EXIT
004910     END-READ.
004920     IF TRC-CLOSE-COMPLETE
004930         DISPLAY 'MONTYTRM: TERM ' WS-TERM-CODE ' WAS CLOSED ON '
004940             TRC-CLOSED-DATE ' - A TERM IS ONLY CLOSED ONCE.'
004950         MOVE 8 TO RETURN-CODE
004960         STOP RUN
004970     END-IF.
004980     SET RESUMING-CLOSE TO TRUE.
004990     MOVE TRC-TERM-START-DATE TO WS-TERM-START-DATE.
005000     MOVE TRC-GAMES-TOTAL     TO WS-GAMES-FROZEN.
005010     MOVE TRC-PLAYER-COUNT    TO WS-PLAYERS-FROZEN.
005020     DISPLAY 'MONTYTRM: TERM ' WS-TERM-CODE ' SNAPSHOT TAKEN ON '
005030         TRC-CLOSED-DATE ' - FINISHING THAT CLOSE.'.
005040 1500-EXIT.
005050     EXIT.
005060*
005070* ---------------------------------------------------------------
005080* 2000-LOAD-TERM-ASSIGNMENTS - EVERY ASSIGNMENT DUE FROM THE
005090* TERM START UP TO YESTERDAY, OPEN OR ALREADY CLOSED. ONE DUE
005100* TODAY OR LATER IS STILL RUNNING AND CARRIES INTO THE NEXT TERM
005110* ---------------------------------------------------------------
005120 2000-LOAD-TERM-ASSIGNMENTS.
005130     MOVE 99999999 TO WS-EARLIEST-ASSIGN-DATE.
005140     MOVE ZERO     TO WS-LATEST-DUE-DATE.
005150     MOVE LOW-VALUES TO ASG-ASSIGN-ID.
005160     SET KEYED-NOT-EOF TO TRUE.
005170     START ASSIGNMENT-FILE KEY NOT < ASG-ASSIGN-ID
005180         INVALID KEY
005190             SET KEYED-EOF TO TRUE
005200     END-START.
005210     PERFORM 2010-LOAD-ONE-ASSIGNMENT THRU 2010-EXIT
005220         UNTIL KEYED-EOF.
005230     INITIALIZE TRM-COUNT-MATRIX.
005240 2000-EXIT.
005250     EXIT.
005260*
005270 2010-LOAD-ONE-ASSIGNMENT.
005280     READ ASSIGNMENT-FILE NEXT RECORD
005290         AT END
005300             SET KEYED-EOF TO TRUE
005310             GO TO 2010-EXIT
005320     END-READ.
005330     IF ASG-DUE-DATE < WS-TERM-START-DATE
005340         OR ASG-DUE-DATE NOT < WS-TODAY-DATE
005350         GO TO 2010-EXIT
005360     END-IF.
005370     IF WS-ASG-IN-USE = 50
005380         DISPLAY 'MONTYTRM: MORE THAN 50 ASSIGNMENTS DUE IN THE'
005390             ' TERM - NOTHING CLOSED.'
005400         MOVE 8 TO RETURN-CODE
005410         STOP RUN
005420     END-IF.
005430     ADD 1 TO WS-ASG-IN-USE.
005440     MOVE ASG-ASSIGN-ID       TO TRA-ASSIGN-ID(WS-ASG-IN-USE).
005450     MOVE ASG-TARGET-TYPE     TO TRA-TARGET-TYPE(WS-ASG-IN-USE).
005460     MOVE ASG-TARGET-CODE     TO TRA-TARGET-CODE(WS-ASG-IN-USE).
005470     MOVE ASG-DOOR-COUNT      TO TRA-DOOR-COUNT(WS-ASG-IN-USE).
005480     MOVE ASG-GAME-MODE       TO TRA-GAME-MODE(WS-ASG-IN-USE).
005490     MOVE ASG-REQUIRED-TRIALS TO TRA-REQUIRED(WS-ASG-IN-USE).
005500     MOVE ASG-ASSIGN-DATE     TO TRA-ASSIGN-DATE(WS-ASG-IN-USE).
005510     MOVE ASG-DUE-DATE        TO TRA-DUE-DATE(WS-ASG-IN-USE).
005520     IF ASG-ASSIGN-DATE < WS-EARLIEST-ASSIGN-DATE
005530         MOVE ASG-ASSIGN-DATE TO WS-EARLIEST-ASSIGN-DATE
005540     END-IF.
005550     IF ASG-DUE-DATE > WS-LATEST-DUE-DATE
005560         MOVE ASG-DUE-DATE TO WS-LATEST-DUE-DATE
005570     END-IF.
005580 2010-EXIT.
005590     EXIT.
005600*
005610* ---------------------------------------------------------------
005620* 2100-LOAD-LEADERBOARD - EVERY MONTYLDR LINE IS FROZEN AS IT
005630* STANDS, WHATEVER THE PLAYER'S STATUS
005640* ---------------------------------------------------------------
005650 2100-LOAD-LEADERBOARD.
005660     MOVE LOW-VALUES TO LDR-PLAYER-ID.
005670     SET KEYED-NOT-EOF TO TRUE.
005680     START LEADERBOARD-FILE KEY NOT < LDR-PLAYER-ID
005690         INVALID KEY
005700             SET KEYED-EOF TO TRUE
005710     END-START.
005720     PERFORM 2110-LOAD-ONE-LINE THRU 2110-EXIT
005730         UNTIL KEYED-EOF.
005740 2100-EXIT.
005750     EXIT.
005760*
005770 2110-LOAD-ONE-LINE.
005780     READ LEADERBOARD-FILE NEXT RECORD
005790         AT END
005800             SET KEYED-EOF TO TRUE
005810             GO TO 2110-EXIT
005820     END-READ.
005830     PERFORM 2900-CHECK-TABLE-ROOM THRU 2900-EXIT.
005840     ADD 1 TO WS-PLR-IN-USE.
005850     MOVE LDR-PLAYER-ID      TO TRM-PLR-ID(WS-PLR-IN-USE).
005860     MOVE SPACES             TO TRM-PLR-NAME(WS-PLR-IN-USE).
005870     MOVE SPACES             TO TRM-PLR-COHORT(WS-PLR-IN-USE).
005880     MOVE LDR-GAMES-PLAYED   TO TRM-GAMES-PLAYED(WS-PLR-IN-USE).
005890     MOVE LDR-TIMES-SWITCHED
005900         TO TRM-TIMES-SWITCHED(WS-PLR-IN-USE).
005910     MOVE LDR-TIMES-WON      TO TRM-TIMES-WON(WS-PLR-IN-USE).
005920     ADD LDR-GAMES-PLAYED    TO WS-GAMES-FROZEN.
005930 2110-EXIT.
005940     EXIT.
005950*
005960* ---------------------------------------------------------------
005970* 2200-LOAD-ACTIVE-PLAYERS - NAME AND COHORT FOR EVERY PLAYER
005980* ALREADY TABLED, AND A ZERO LINE FOR EVERY ACTIVE PLAYER WHO
005990* NEVER PLAYED, SO THE TERM RECORDS WHO WAS ENROLLED AND IDLE
006000* ---------------------------------------------------------------
006010 2200-LOAD-ACTIVE-PLAYERS.
006020     OPEN INPUT PLAYER-FILE.
006030     IF WS-PLR-STATUS NOT = '00'
006040         DISPLAY 'MONTYTRM: CANNOT OPEN MONTYPLR, STATUS '
006050             WS-PLR-STATUS '.'
006060         MOVE 12 TO RETURN-CODE
006070         STOP RUN
006080     END-IF.
006090     MOVE LOW-VALUES TO PLR-PLAYER-ID.
006100     SET KEYED-NOT-EOF TO TRUE.
006110     START PLAYER-FILE KEY NOT < PLR-PLAYER-ID
006120         INVALID KEY
006130             SET KEYED-EOF TO TRUE
006140     END-START.
006150     PERFORM 2210-LOAD-ONE-PLAYER THRU 2210-EXIT
006160         UNTIL KEYED-EOF.
006170     CLOSE PLAYER-FILE.
006180 2200-EXIT.
006190     EXIT.
006200*
006210 2210-LOAD-ONE-PLAYER.
006220     READ PLAYER-FILE NEXT RECORD
006230         AT END
006240             SET KEYED-EOF TO TRUE
006250             GO TO 2210-EXIT
006260     END-READ.
006270     MOVE PLR-PLAYER-ID TO WS-SEARCH-ID.
006280     PERFORM 2800-FIND-PLAYER THRU 2800-EXIT.
006290     IF WS-PLR-FOUND-IDX = ZERO
006300         IF NOT PLR-ACTIVE
006310             GO TO 2210-EXIT
006320         END-IF
006330         PERFORM 2900-CHECK-TABLE-ROOM THRU 2900-EXIT
006340         ADD 1 TO WS-PLR-IN-USE
006350         MOVE WS-PLR-IN-USE TO WS-PLR-FOUND-IDX
006360         MOVE PLR-PLAYER-ID TO TRM-PLR-ID(WS-PLR-FOUND-IDX)
006370         MOVE ZERO TO TRM-GAMES-PLAYED(WS-PLR-FOUND-IDX)
006380         MOVE ZERO TO TRM-TIMES-SWITCHED(WS-PLR-FOUND-IDX)
006390         MOVE ZERO TO TRM-TIMES-WON(WS-PLR-FOUND-IDX)
006400     END-IF.
006410     MOVE PLR-FULL-NAME   TO TRM-PLR-NAME(WS-PLR-FOUND-IDX).
006420     MOVE PLR-COHORT-CODE TO TRM-PLR-COHORT(WS-PLR-FOUND-IDX).
006430 2210-EXIT.
006440     EXIT.
006450*
006460* ---------------------------------------------------------------
006470* 2800-FIND-PLAYER - LOOK WS-SEARCH-ID UP AMONG THE PLAYERS
006480* TABLED. WS-PLR-FOUND-IDX IS ZERO WHEN IT IS NOT THERE
006490* ---------------------------------------------------------------
006500 2800-FIND-PLAYER.
006510     MOVE ZERO TO WS-PLR-FOUND-IDX.
006520     PERFORM 2810-MATCH-ONE-PLAYER THRU 2810-EXIT
006530         VARYING WS-PLR-IDX FROM 1 BY 1
006540         UNTIL WS-PLR-IDX > WS-PLR-IN-USE
006550             OR WS-PLR-FOUND-IDX > ZERO.
006560 2800-EXIT.
006570     EXIT.
006580*
006590 2810-MATCH-ONE-PLAYER.
006600     IF TRM-PLR-ID(WS-PLR-IDX) = WS-SEARCH-ID
006610         MOVE WS-PLR-IDX TO WS-PLR-FOUND-IDX
006620     END-IF.
006630 2810-EXIT.
006640     EXIT.
006650*
006660 2900-CHECK-TABLE-ROOM.
006670     IF WS-PLR-IN-USE = 1000
006680         DISPLAY 'MONTYTRM: MORE THAN 1000 PLAYERS TO FREEZE -'
006690             ' NOTHING CLOSED.'
006700         MOVE 8 TO RETURN-CODE
006710         STOP RUN
006720     END-IF.
006730 2900-EXIT.
006740     EXIT.
006750*
006760* ---------------------------------------------------------------
006770* 3000-COUNT-TERM-GAMES - COUNT EVERY GAME TOWARD THE TERM'S
006780* ASSIGNMENTS THE WAY MONTYCMP DOES. A GENERATION MONTYARC CUT
006790* DURING THE TERM IS READ AHEAD OF THE LIVE LOG SO A MID-TERM
006800* ARCHIVE RUN DOES NOT COST ANYONE THEIR COMPLIANCE
006810* ---------------------------------------------------------------
006820 3000-COUNT-TERM-GAMES.
006830     IF WS-ASG-IN-USE = ZERO
006840         GO TO 3000-EXIT
006850     END-IF.
006860     OPEN INPUT COHORT-HISTORY-FILE.
006870     IF WS-CHS-STATUS = '00'
006880         SET CHS-AVAILABLE TO TRUE
006890     ELSE
006900         DISPLAY 'MONTYTRM: MONTYCHS NOT AVAILABLE, STATUS '
006910             WS-CHS-STATUS ' - COHORTS COME FROM THE PLAYER'
006920             ' MASTER ONLY.'
006930     END-IF.
006940     PERFORM 3100-COUNT-FROM-ARCHIVES THRU 3100-EXIT.
006950     OPEN INPUT MONTYLOG-FILE.
006960     IF WS-LOG-STATUS NOT = '00'
006970         DISPLAY 'MONTYTRM: CANNOT OPEN MONTYLOG, STATUS '
006980             WS-LOG-STATUS '. NOTHING CLOSED.'
006990         MOVE 12 TO RETURN-CODE
007000         STOP RUN
007010     END-IF.
007020     SET LOG-NOT-EOF TO TRUE.
007030     PERFORM 3300-COUNT-ONE-LIVE THRU 3300-EXIT
007040         UNTIL LOG-EOF.
007050     CLOSE MONTYLOG-FILE.
007060     IF CHS-AVAILABLE
007070         CLOSE COHORT-HISTORY-FILE
007080     END-IF.
007090 3000-EXIT.
007100     EXIT.
007110*
007120 3100-COUNT-FROM-ARCHIVES.
007130     OPEN INPUT CATALOG-FILE.
007140     IF WS-CAT-STATUS NOT = '00'
007150         GO TO 3100-EXIT
007160     END-IF.
007170     MOVE ZERO TO CAT-GENERATION.
007180     SET CAT-NOT-EOF TO TRUE.
007190     START CATALOG-FILE KEY NOT < CAT-GENERATION
007200         INVALID KEY
007210             SET CAT-EOF TO TRUE
007220     END-START.
007230     PERFORM 3110-COUNT-ONE-GENERATION THRU 3110-EXIT
007240         UNTIL CAT-EOF.
007250     CLOSE CATALOG-FILE.
007260 3100-EXIT.
007270     EXIT.
007280*
007290 3110-COUNT-ONE-GENERATION.
007300     READ CATALOG-FILE NEXT RECORD
007310         AT END
007320             SET CAT-EOF TO TRUE
007330             GO TO 3110-EXIT
007340     END-READ.
007350     IF CAT-TO-DATE < WS-EARLIEST-ASSIGN-DATE
007360         OR CAT-FROM-DATE > WS-LATEST-DUE-DATE
007370         GO TO 3110-EXIT
007380     END-IF.
007390     MOVE CAT-ARCHIVE-DSN TO WS-ARC-DSN.
007400     OPEN INPUT ARCHIVE-FILE.
007410     IF WS-ARC-STATUS NOT = '00'
007420         DISPLAY 'MONTYTRM: CANNOT OPEN ARCHIVE ' WS-ARC-DSN
007430             ' (GENERATION ' CAT-GENERATION '), STATUS '
007440             WS-ARC-STATUS '. NOTHING CLOSED.'
007450         MOVE 12 TO RETURN-CODE
007460         STOP RUN
007470     END-IF.
007480     ADD 1 TO WS-ARC-GENERATIONS.
007490     SET LOG-NOT-EOF TO TRUE.
007500     PERFORM 3120-COUNT-ONE-ARCHIVED THRU 3120-EXIT
007510         UNTIL LOG-EOF.
007520     CLOSE ARCHIVE-FILE.
007530 3110-EXIT.
007540     EXIT.
007550*
007560 3120-COUNT-ONE-ARCHIVED.
007570     READ ARCHIVE-FILE
007580         AT END
007590             SET LOG-EOF TO TRUE
007600             GO TO 3120-EXIT
007610     END-READ.
007620     MOVE ARCHIVE-LOG-IMAGE TO MONTYLOG-RECORD.
007630     PERFORM 3400-MATCH-ONE-GAME THRU 3400-EXIT.
007640 3120-EXIT.
007650     EXIT.
007660*
007670 3300-COUNT-ONE-LIVE.
007680     READ MONTYLOG-FILE
007690         AT END
007700             SET LOG-EOF TO TRUE
007710         NOT AT END
007720             PERFORM 3400-MATCH-ONE-GAME THRU 3400-EXIT
007730     END-READ.
007740 3300-EXIT.
007750     EXIT.
007760*
007770* ---------------------------------------------------------------
007780* 3400-MATCH-ONE-GAME - ONE GAME AGAINST EVERY TERM ASSIGNMENT.
007790* A GAME OUTSIDE EVERY ASSIGNMENT WINDOW IS PASSED OVER BEFORE
007800* THE COHORT HISTORY IS EVEN LOOKED AT
007810* ---------------------------------------------------------------
007820 3400-MATCH-ONE-GAME.
007830     ADD 1 TO WS-GAMES-SCANNED.
007840     COMPUTE WS-LOG-COMBINED-DATE =
007850         (LOG-YEAR * 10000) + (LOG-MONTH * 100) + LOG-DAY.
007860     IF WS-LOG-COMBINED-DATE < WS-EARLIEST-ASSIGN-DATE
007870         OR WS-LOG-COMBINED-DATE > WS-LATEST-DUE-DATE
007880         GO TO 3400-EXIT
007890     END-IF.
007900     MOVE LOG-PLAYER-ID TO WS-SEARCH-ID.
007910     PERFORM 2800-FIND-PLAYER THRU 2800-EXIT.
007920     IF WS-PLR-FOUND-IDX = ZERO
007930         GO TO 3400-EXIT
007940     END-IF.
007950     PERFORM 3500-LOOK-UP-GAME-COHORT THRU 3500-EXIT.
007960     PERFORM 3410-MATCH-ONE-ASSIGNMENT THRU 3410-EXIT
007970         VARYING WS-ASG-IDX FROM 1 BY 1
007980         UNTIL WS-ASG-IDX > WS-ASG-IN-USE.
007990 3400-EXIT.
008000     EXIT.
008010*
008020 3410-MATCH-ONE-ASSIGNMENT.
008030     SET PLAYER-NOT-IN-SCOPE TO TRUE.
008040     IF TRA-TARGET-TYPE(WS-ASG-IDX) = 'C'
008050         IF WS-GAME-COHORT = TRA-TARGET-COHORT(WS-ASG-IDX)
008060             SET PLAYER-IN-SCOPE TO TRUE
008070         END-IF
008080     ELSE
008090         IF LOG-PLAYER-ID = TRA-TARGET-CODE(WS-ASG-IDX)
008100             SET PLAYER-IN-SCOPE TO TRUE
008110         END-IF
008120     END-IF.
008130     IF PLAYER-NOT-IN-SCOPE
008140         GO TO 3410-EXIT
008150     END-IF.
008160     IF WS-LOG-COMBINED-DATE < TRA-ASSIGN-DATE(WS-ASG-IDX)
008170         OR WS-LOG-COMBINED-DATE > TRA-DUE-DATE(WS-ASG-IDX)
008180         GO TO 3410-EXIT
008190     END-IF.
008200     IF LOG-DOOR-COUNT NOT = TRA-DOOR-COUNT(WS-ASG-IDX)
008210         GO TO 3410-EXIT
008220     END-IF.
008230     PERFORM 3420-CHECK-GAME-MODE THRU 3420-EXIT.
008240     IF MODE-DOES-NOT-MATCH
008250         GO TO 3410-EXIT
008260     END-IF.
008270     ADD 1 TO TRM-GAME-COUNT(WS-ASG-IDX, WS-PLR-FOUND-IDX).
008280 3410-EXIT.
008290     EXIT.
008300*
008310* ---------------------------------------------------------------
008320* 3420-CHECK-GAME-MODE - AN ASSIGNMENT IN CLASSIC MODE ACCEPTS
008330* THE BLANK MODE BYTE OLDER LOG RECORDS CARRY, AS MONTYCMP DOES
008340* ---------------------------------------------------------------
008350 3420-CHECK-GAME-MODE.
008360     SET MODE-DOES-NOT-MATCH TO TRUE.
008370     IF TRA-GAME-MODE(WS-ASG-IDX) = 'C'
008380         IF LOG-GAME-MODE = 'C' OR LOG-GAME-MODE = SPACE
008390             SET MODE-MATCHES TO TRUE
008400         END-IF
008410     ELSE
008420         IF LOG-GAME-MODE = TRA-GAME-MODE(WS-ASG-IDX)
008430             SET MODE-MATCHES TO TRUE
008440         END-IF
008450     END-IF.
008460 3420-EXIT.
008470     EXIT.
008480*
008490* ---------------------------------------------------------------
008500* 3500-LOOK-UP-GAME-COHORT - THE COHORT THE PLAYER WAS IN ON THE
008510* GAME'S LOG-DATE: THE LAST MONTYCHS ENTRY IN EFFECT ON THAT
008520* DATE, OR THE FIRST ENTRY FOR A GAME DATED BEFORE IT. A PLAYER
008530* WITH NO HISTORY KEEPS THE MASTER'S CURRENT COHORT
008540* ---------------------------------------------------------------
008550 3500-LOOK-UP-GAME-COHORT.
008560     MOVE TRM-PLR-COHORT(WS-PLR-FOUND-IDX) TO WS-GAME-COHORT.
008570     SET CHS-NOT-FOUND TO TRUE.
008580     IF CHS-NOT-AVAILABLE
008590         GO TO 3500-EXIT
008600     END-IF.
008610     MOVE LOG-PLAYER-ID TO CHS-PLAYER-ID.
008620     MOVE ZERO          TO CHS-EFFECTIVE-DATE.
008630     SET CHS-NOT-EOF TO TRUE.
008640     START COHORT-HISTORY-FILE KEY NOT < CHS-KEY
008650         INVALID KEY
008660             SET CHS-EOF TO TRUE
008670     END-START.
008680     PERFORM 3510-READ-ONE-HISTORY THRU 3510-EXIT
008690         UNTIL CHS-EOF.
008700 3500-EXIT.
008710     EXIT.
008720*
008730 3510-READ-ONE-HISTORY.
008740     READ COHORT-HISTORY-FILE NEXT RECORD
008750         AT END
008760             SET CHS-EOF TO TRUE
008770             GO TO 3510-EXIT
008780     END-READ.
008790     IF CHS-PLAYER-ID NOT = LOG-PLAYER-ID
008800         SET CHS-EOF TO TRUE
008810         GO TO 3510-EXIT
008820     END-IF.
008830     IF CHS-FOUND
008840         AND CHS-EFFECTIVE-DATE > WS-LOG-COMBINED-DATE
008850         SET CHS-EOF TO TRUE
008860         GO TO 3510-EXIT
008870     END-IF.
008880     MOVE CHS-COHORT-CODE TO WS-GAME-COHORT.
008890     SET CHS-FOUND TO TRUE.
008900 3510-EXIT.
008910     EXIT.
008920*
008930* ---------------------------------------------------------------
008940* 4000-WRITE-SNAPSHOT - ONE TERM HISTORY ENTRY PER PLAYER WITH
008950* ITS FINAL STANDING AND COMPLIANCE, THEN THE TERM'S CONTROL
008960* RECORD AT THE SNAPSHOT STAGE. AN ENTRY LEFT BY A CLOSE THAT
008970* STOPPED BEFORE ITS CONTROL RECORD WAS WRITTEN IS REPLACED
008980* ---------------------------------------------------------------
008990 4000-WRITE-SNAPSHOT.
009000     PERFORM 4100-FREEZE-ONE-PLAYER THRU 4100-EXIT
009010         VARYING WS-PLR-FOUND-IDX FROM 1 BY 1
009020         UNTIL WS-PLR-FOUND-IDX > WS-PLR-IN-USE.
009030     MOVE SPACES              TO TERM-HISTORY-RECORD.
009040     MOVE WS-TERM-CODE        TO TRH-TERM-CODE.
009050     MOVE SPACES              TO TRH-PLAYER-ID.
009060     MOVE WS-TERM-START-DATE  TO TRC-TERM-START-DATE.
009070     MOVE WS-TODAY-DATE       TO TRC-CLOSED-DATE.
009080     DIVIDE WS-NOW-TIME BY 100 GIVING TRC-CLOSED-TIME.
009090     MOVE WS-PLAYERS-FROZEN   TO TRC-PLAYER-COUNT.
009100     MOVE WS-ASG-IN-USE       TO TRC-ASG-COUNT.
009110     MOVE WS-GAMES-FROZEN     TO TRC-GAMES-TOTAL.
009120     SET TRC-SNAPSHOT-TAKEN TO TRUE.
009130     WRITE TERM-HISTORY-RECORD
009140         INVALID KEY
009150             DISPLAY 'MONTYTRM: MONTYTRH CONTROL WRITE FAILED,'
009160                 ' STATUS ' WS-TRH-STATUS '. NOTHING CLOSED.'
009170             MOVE 12 TO RETURN-CODE
009180             STOP RUN
009190     END-WRITE.
009200 4000-EXIT.
009210     EXIT.
009220*
009230 4100-FREEZE-ONE-PLAYER.
009240     MOVE WS-TERM-CODE TO TRH-TERM-CODE.
009250     MOVE TRM-PLR-ID(WS-PLR-FOUND-IDX)     TO TRH-PLAYER-ID.
009260     MOVE TRM-PLR-NAME(WS-PLR-FOUND-IDX)   TO TRH-FULL-NAME.
009270     MOVE TRM-PLR-COHORT(WS-PLR-FOUND-IDX) TO TRH-COHORT-CODE.
009280     MOVE TRM-GAMES-PLAYED(WS-PLR-FOUND-IDX)
009290         TO TRH-GAMES-PLAYED.
009300     MOVE TRM-TIMES-SWITCHED(WS-PLR-FOUND-IDX)
009310         TO TRH-TIMES-SWITCHED.
009320     MOVE TRM-TIMES-WON(WS-PLR-FOUND-IDX)  TO TRH-TIMES-WON.
009330     MOVE ZERO TO TRH-ASG-IN-SCOPE.
009340     MOVE ZERO TO TRH-ASG-MET.
009350     PERFORM 4110-JUDGE-ONE-ASSIGNMENT THRU 4110-EXIT
009360         VARYING WS-ASG-IDX FROM 1 BY 1
009370         UNTIL WS-ASG-IDX > WS-ASG-IN-USE.
009380     IF TRH-ASG-IN-SCOPE = ZERO
009390         SET TRH-NOT-ASSIGNED TO TRUE
009400         ADD 1 TO WS-NOT-ASSIGNED-COUNT
009410     ELSE
009420         IF TRH-ASG-MET = TRH-ASG-IN-SCOPE
009430             SET TRH-COMPLIANT TO TRUE
009440             ADD 1 TO WS-COMPLIANT-COUNT
009450         ELSE
009460             SET TRH-SHORT TO TRUE
009470             ADD 1 TO WS-SHORT-COUNT
009480         END-IF
009490     END-IF.
009500     WRITE TERM-HISTORY-RECORD
009510         INVALID KEY
009520             REWRITE TERM-HISTORY-RECORD
009530                 INVALID KEY
009540                     DISPLAY 'MONTYTRM: MONTYTRH WRITE FAILED,'
009550                         ' STATUS ' WS-TRH-STATUS ' FOR '
009560                         TRH-PLAYER-ID '. NOTHING CLOSED.'
009570                     MOVE 12 TO RETURN-CODE
009580                     STOP RUN
009590             END-REWRITE
009600     END-WRITE.
009610     ADD 1 TO WS-PLAYERS-FROZEN.
009620 4100-EXIT.
009630     EXIT.
009640*
009650* ---------------------------------------------------------------
009660* 4110-JUDGE-ONE-ASSIGNMENT - A COHORT ASSIGNMENT HOLDS EVERY
009670* PLAYER NOW IN THE COHORT TO IT, A PLAYER ASSIGNMENT ITS ONE
009680* PLAYER, THE SAME SCOPE MONTYCMP REPORTS ON
009690* ---------------------------------------------------------------
009700 4110-JUDGE-ONE-ASSIGNMENT.
009710     IF TRA-TARGET-TYPE(WS-ASG-IDX) = 'C'
009720         IF TRM-PLR-COHORT(WS-PLR-FOUND-IDX)
009730             NOT = TRA-TARGET-COHORT(WS-ASG-IDX)
009740             GO TO 4110-EXIT
009750         END-IF
009760     ELSE
009770         IF TRM-PLR-ID(WS-PLR-FOUND-IDX)
009780             NOT = TRA-TARGET-CODE(WS-ASG-IDX)
009790             GO TO 4110-EXIT
009800         END-IF
009810     END-IF.
009820     ADD 1 TO TRH-ASG-IN-SCOPE.
009830     IF TRM-GAME-COUNT(WS-ASG-IDX, WS-PLR-FOUND-IDX)
009840         >= TRA-REQUIRED(WS-ASG-IDX)
009850         ADD 1 TO TRH-ASG-MET
009860     END-IF.
009870 4110-EXIT.
009880     EXIT.
009890*
009900* ---------------------------------------------------------------
009910* 5000-CLOSE-PAST-DUE - EVERY OPEN ASSIGNMENT WHOSE DUE DATE
009920* HAS PASSED IS CLOSED, WHATEVER TERM IT WAS SET IN
009930* ---------------------------------------------------------------
009940 5000-CLOSE-PAST-DUE.
009950     MOVE LOW-VALUES TO ASG-ASSIGN-ID.
009960     SET KEYED-NOT-EOF TO TRUE.
009970     START ASSIGNMENT-FILE KEY NOT < ASG-ASSIGN-ID
009980         INVALID KEY
009990             SET KEYED-EOF TO TRUE
010000     END-START.
010010     PERFORM 5100-CLOSE-ONE-ASSIGNMENT THRU 5100-EXIT
010020         UNTIL KEYED-EOF.
010030 5000-EXIT.
010040     EXIT.
010050*
010060 5100-CLOSE-ONE-ASSIGNMENT.
010070     READ ASSIGNMENT-FILE NEXT RECORD
010080         AT END
010090             SET KEYED-EOF TO TRUE
010100             GO TO 5100-EXIT
010110     END-READ.
010120     IF NOT ASG-OPEN
010130         OR ASG-DUE-DATE NOT < WS-TODAY-DATE
010140         GO TO 5100-EXIT
010150     END-IF.
010160     SET ASG-CLOSED TO TRUE.
010170     REWRITE ASSIGNMENT-RECORD
010180         INVALID KEY
010190             DISPLAY 'MONTYTRM: MONTYASG REWRITE FAILED, STATUS '
010200                 WS-ASG-STATUS ' FOR ' ASG-ASSIGN-ID '.'
010210             MOVE 8 TO RETURN-CODE
010220             GO TO 5100-EXIT
010230     END-REWRITE.
010240     ADD 1 TO WS-ASG-CLOSED.
010250     DISPLAY 'TRM: CLOSED ASSIGNMENT ' ASG-ASSIGN-ID ' DUE '
010260         ASG-DUE-DATE.
010270 5100-EXIT.
010280     EXIT.
010290*
010300* ---------------------------------------------------------------
010310* 6000-ZERO-LEADERBOARD - THE NEW TERM STARTS FROM NOTHING. THE
010320* LINES STAY ON FILE AT ZERO SO A RETURNING PLAYER'S LINE IS
010330* SIMPLY ADDED INTO AGAIN. ON A FRESH CLOSE THE GAMES ZEROED
010340* MUST EQUAL THE GAMES JUST FROZEN ONTO THE TERM HISTORY
010350* ---------------------------------------------------------------
010360 6000-ZERO-LEADERBOARD.
010370     MOVE LOW-VALUES TO LDR-PLAYER-ID.
010380     SET KEYED-NOT-EOF TO TRUE.
010390     START LEADERBOARD-FILE KEY NOT < LDR-PLAYER-ID
010400         INVALID KEY
010410             SET KEYED-EOF TO TRUE
010420     END-START.
010430     PERFORM 6100-ZERO-ONE-LINE THRU 6100-EXIT
010440         UNTIL KEYED-EOF.
010450     IF FRESH-CLOSE
010460         AND WS-GAMES-ZEROED NOT = WS-GAMES-FROZEN
010470         DISPLAY 'MONTYTRM: *** GAMES ZEROED DO NOT MATCH THE'
010480             ' GAMES FROZEN - THE LEADERBOARD CHANGED DURING'
010490             ' THE CLOSE ***'
010500         MOVE 8 TO RETURN-CODE
010510     END-IF.
010520 6000-EXIT.
010530     EXIT.
010540*
010550 6100-ZERO-ONE-LINE.
010560     READ LEADERBOARD-FILE NEXT RECORD
010570         AT END
010580             SET KEYED-EOF TO TRUE
010590             GO TO 6100-EXIT
010600     END-READ.
010610     IF LDR-GAMES-PLAYED = ZERO
010620         AND LDR-TIMES-SWITCHED = ZERO
010630         AND LDR-TIMES-WON = ZERO
010640         GO TO 6100-EXIT
010650     END-IF.
010660     ADD LDR-GAMES-PLAYED TO WS-GAMES-ZEROED.
010670     MOVE ZERO TO LDR-GAMES-PLAYED.
010680     MOVE ZERO TO LDR-TIMES-SWITCHED.
010690     MOVE ZERO TO LDR-TIMES-WON.
010700     REWRITE LEADERBOARD-RECORD
010710         INVALID KEY
010720             DISPLAY 'MONTYTRM: MONTYLDR REWRITE FAILED, STATUS '
010730                 WS-LDR-STATUS ' FOR ' LDR-PLAYER-ID '.'
010740             MOVE 8 TO RETURN-CODE
010750             GO TO 6100-EXIT
010760     END-REWRITE.
010770     ADD 1 TO WS-LDR-ZEROED.
010780 6100-EXIT.
010790     EXIT.
010800*
010810* ---------------------------------------------------------------
010820* 7000-MARK-TERM-CLOSED - ONLY A CLOSE THAT CLOSED AND ZEROED
010830* CLEANLY MARKS THE CONTROL RECORD COMPLETE; OTHERWISE IT STAYS
010840* AT THE SNAPSHOT STAGE FOR A RERUN TO FINISH
010850* ---------------------------------------------------------------
010860 7000-MARK-TERM-CLOSED.
010870     IF RETURN-CODE NOT = ZERO
010880         DISPLAY 'MONTYTRM: TERM ' WS-TERM-CODE ' LEFT OPEN -'
010890             ' FIX THE CAUSE AND RERUN TO FINISH THE CLOSE.'
010900         GO TO 7000-EXIT
010910     END-IF.
010920     MOVE WS-TERM-CODE TO TRH-TERM-CODE.
010930     MOVE SPACES       TO TRH-PLAYER-ID.
010940     READ TERM-HISTORY-FILE
010950         INVALID KEY
010960             DISPLAY 'MONTYTRM: MONTYTRH CONTROL RECORD FOR '
010970                 WS-TERM-CODE ' NOT FOUND, STATUS '
010980                 WS-TRH-STATUS '.'
010990             MOVE 12 TO RETURN-CODE
011000             GO TO 7000-EXIT
011010     END-READ.
011020     SET TRC-CLOSE-COMPLETE TO TRUE.
011030     REWRITE TERM-HISTORY-RECORD
011040         INVALID KEY
011050             DISPLAY 'MONTYTRM: MONTYTRH CONTROL REWRITE FAILED,'
011060                 ' STATUS ' WS-TRH-STATUS '.'
011070             MOVE 12 TO RETURN-CODE
011080     END-REWRITE.
011090 7000-EXIT.
011100     EXIT.
011110*
011120* ---------------------------------------------------------------
011130* 8000-PRINT-CLOSE-SUMMARY - WHAT WAS FROZEN, CLOSED AND ZEROED
011140* ---------------------------------------------------------------
011150 8000-PRINT-CLOSE-SUMMARY.
011160     DISPLAY '===== MONTYTRM TERM CLOSE ====='.
011170     DISPLAY 'TERM CODE            : ' WS-TERM-CODE.
011180     DISPLAY 'TERM START           : ' WS-TERM-START-DATE.
011190     DISPLAY 'CLOSED ON            : ' WS-TODAY-DATE.
011200     IF FRESH-CLOSE
011210         MOVE WS-ASG-IN-USE TO WS-COUNT-DISPLAY
011220         DISPLAY 'TERM ASSIGNMENTS     : ' WS-COUNT-DISPLAY
011230         MOVE WS-GAMES-SCANNED TO WS-TOTAL-DISPLAY
011240         DISPLAY 'GAMES SCANNED        : ' WS-TOTAL-DISPLAY
011250         MOVE WS-ARC-GENERATIONS TO WS-COUNT-DISPLAY
011260         DISPLAY 'ARCHIVES READ        : ' WS-COUNT-DISPLAY
011270         MOVE WS-COMPLIANT-COUNT TO WS-COUNT-DISPLAY
011280         DISPLAY '  COMPLIANT          : ' WS-COUNT-DISPLAY
011290         MOVE WS-SHORT-COUNT TO WS-COUNT-DISPLAY
011300         DISPLAY '  SHORT              : ' WS-COUNT-DISPLAY
011310         MOVE WS-NOT-ASSIGNED-COUNT TO WS-COUNT-DISPLAY
011320         DISPLAY '  NOTHING ASSIGNED   : ' WS-COUNT-DISPLAY
011330     END-IF.
011340     MOVE WS-PLAYERS-FROZEN TO WS-COUNT-DISPLAY.
011350     DISPLAY 'PLAYERS FROZEN       : ' WS-COUNT-DISPLAY.
011360     MOVE WS-GAMES-FROZEN TO WS-TOTAL-DISPLAY.
011370     DISPLAY 'GAMES FROZEN         : ' WS-TOTAL-DISPLAY.
011380     MOVE WS-ASG-CLOSED TO WS-COUNT-DISPLAY.
011390     DISPLAY 'ASSIGNMENTS CLOSED   : ' WS-COUNT-DISPLAY.
011400     MOVE WS-LDR-ZEROED TO WS-COUNT-DISPLAY.
011410     DISPLAY 'LEADERBOARD ZEROED   : ' WS-COUNT-DISPLAY
011420         ' LINES'.
011430     MOVE WS-GAMES-ZEROED TO WS-TOTAL-DISPLAY.
011440     DISPLAY 'GAMES ZEROED         : ' WS-TOTAL-DISPLAY.
011450 8000-EXIT.
011460     EXIT.
011470*
011480* ---------------------------------------------------------------
011490* 9000-TERMINATE - CLOSE THE KEYED FILES
011500* ---------------------------------------------------------------
011510 9000-TERMINATE.
011520     CLOSE ASSIGNMENT-FILE.
011530     CLOSE LEADERBOARD-FILE.
011540     CLOSE TERM-HISTORY-FILE.
011550 9000-EXIT.
011560     EXIT.
