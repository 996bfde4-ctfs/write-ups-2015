001000* ---------------------------------------------------------------
001010* MONTYPRG  - STUDENT RECORD RETENTION PURGE AND ANONYMIZATION
001020* ---------------------------------------------------------------
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.    MONTYPRG.
001050 AUTHOR.        R CHALFANT.
001060 INSTALLATION.  HAYMARKET TRAINING LAB.
001070 DATE-WRITTEN.  10/15/2026.
001080 DATE-COMPILED.
001090*
001100* MODIFICATION HISTORY
001110*   10/15/26  RC  ORIGINAL RETENTION RUN. NOTHING EVER REMOVED A
001120*                 DEPARTED STUDENT, WHICH NO LONGER MEETS THE
001130*                 COLLEGE'S RECORDS-RETENTION POLICY. EVERY
001140*                 PLAYER INACTIVE LONGER THAN AN OPERATOR-
001150*                 SUPPLIED NUMBER OF DAYS (THE DEACTIVATION DATE
001160*                 COMES FROM THE MONTYCHS COHORT HISTORY) IS
001170*                 GIVEN A NON-IDENTIFYING TOKEN. THE TOKEN
001180*                 REPLACES THE PLAYER ID ON EVERY LIVE MONTYLOG
001190*                 GAME AND EVERY GAME IN EACH MONTYCAT-CATALOGED
001200*                 ARCHIVE GENERATION, EACH FILE STAGED THROUGH
001210*                 MONTYNEW AND ONLY REPLACED AFTER ITS CONTROL
001220*                 TOTALS PROVE OUT, SO MONTYRPT, MONTYSUM AND
001230*                 MONTYCHK STATISTICS STAY THE SAME. THE TOKEN
001240*                 ALSO REPLACES THE ID ON THE PLAYER'S MONTYCHS
001250*                 HISTORY (SO COHORT REPORTS STILL PLACE THE
001260*                 GAMES), MONTYHST RUNS AND TYPE P MONTYASG
001270*                 ASSIGNMENTS. ONLY WHEN EVERY GAME FILE PROVED
001280*                 OUT ARE THE MONTYPLR AND MONTYLDR ENTRIES
001290*                 DELETED. THE TOKEN-TO-STUDENT LINK IS KEPT ON
001300*                 THE PROTECTED MONTYXWK CROSSWALK FOR AN
001310*                 OPERATOR-SUPPLIED GRACE PERIOD, AFTER WHICH A
001320*                 LATER RUN BLANKS IT. THE RUN ENDS WITH A PURGE
001330*                 CERTIFICATE OF PER-FILE COUNTS PROVING THE
001340*                 GAME TOTALS UNCHANGED. THE LISTING NAMES
001350*                 PLAYERS BY TOKEN ONLY. A RUN THAT STOPS PART
001360*                 WAY LEAVES THE MASTER ENTRIES IN PLACE AND
001370*                 THE NEXT RUN FINISHES THE JOB UNDER THE SAME
001380*                 TOKENS.
001381*   10/15/26  RC  THE TOKEN NOW ALSO REPLACES THE ID ON THE
001382*                 PLAYER'S MONTYTRH TERM HISTORY, WITH THE NAME
001383*                 BLANKED, AND THAT PASS MUST PROVE OUT BEFORE
001384*                 THE MASTERS GO. THE MONTYGIX INDEX IS MARKED
001385*                 UNVERIFIED BEFORE THE FIRST GAME FILE IS
001386*                 REPLACED, SO NOTHING TRUSTS IT UNTIL IDXBLD
001387*                 HAS REBUILT IT.
001388*   10/15/26  RC  ONLY A MISSING MONTYCAT (STATUS 35) NOW MEANS
001389*                 NOTHING WAS ARCHIVED. ANY OTHER OPEN FAILURE
001390*                 FAILS THE GAME FILES, SO THE MASTERS ARE KEPT
001391*                 WHILE THE ARCHIVES STILL CARRY THE REAL IDS.
001392*
001400 ENVIRONMENT DIVISION.
001410 CONFIGURATION SECTION.
001420 SOURCE-COMPUTER.   GNUCOBOL.
001430 OBJECT-COMPUTER.   GNUCOBOL.
001440*
001450 INPUT-OUTPUT SECTION.
001460 FILE-CONTROL.
001470     SELECT MONTYLOG-FILE ASSIGN TO "MONTYLOG"
001480         ORGANIZATION LINE SEQUENTIAL
001490         FILE STATUS IS WS-LOG-STATUS.
001500     SELECT ARCHIVE-FILE ASSIGN TO WS-ARC-DSN
001510         ORGANIZATION LINE SEQUENTIAL
001520         FILE STATUS IS WS-ARC-STATUS.
001530     SELECT STAGED-FILE ASSIGN TO "MONTYNEW"
001540         ORGANIZATION LINE SEQUENTIAL
001550         FILE STATUS IS WS-NEW-STATUS.
001560     SELECT CATALOG-FILE ASSIGN TO "MONTYCAT"
001570         ORGANIZATION INDEXED
001580         ACCESS MODE DYNAMIC
001590         RECORD KEY IS CAT-GENERATION
001600         FILE STATUS IS WS-CAT-STATUS.
001610     SELECT PLAYER-FILE ASSIGN TO "MONTYPLR"
001620         ORGANIZATION INDEXED
001630         ACCESS MODE DYNAMIC
001640         RECORD KEY IS PLR-PLAYER-ID
001650         FILE STATUS IS WS-PLR-STATUS.
001660     SELECT LEADERBOARD-FILE ASSIGN TO "MONTYLDR"
001670         ORGANIZATION INDEXED
001680         ACCESS MODE DYNAMIC
001690         RECORD KEY IS LDR-PLAYER-ID
001700         FILE STATUS IS WS-LDR-STATUS.
001710     SELECT COHORT-HISTORY-FILE ASSIGN TO "MONTYCHS"
001720         ORGANIZATION INDEXED
001730         ACCESS MODE DYNAMIC
001740         RECORD KEY IS CHS-KEY
001750         FILE STATUS IS WS-CHS-STATUS.
001760     SELECT RUN-HISTORY-FILE ASSIGN TO "MONTYHST"
001770         ORGANIZATION INDEXED
001780         ACCESS MODE DYNAMIC
001790         RECORD KEY IS RHC-RUN-KEY
001800         FILE STATUS IS WS-HST-STATUS.
001810     SELECT ASSIGNMENT-FILE ASSIGN TO "MONTYASG"
001820         ORGANIZATION INDEXED
001830         ACCESS MODE DYNAMIC
001840         RECORD KEY IS ASG-ASSIGN-ID
001850         FILE STATUS IS WS-ASG-STATUS.
001851     SELECT TERM-HISTORY-FILE ASSIGN TO "MONTYTRH"
001852         ORGANIZATION INDEXED
001853         ACCESS MODE DYNAMIC
001854         RECORD KEY IS TRH-KEY
001855         FILE STATUS IS WS-TRH-STATUS.
001860     SELECT CROSSWALK-FILE ASSIGN TO "MONTYXWK"
001870         ORGANIZATION INDEXED
001880         ACCESS MODE DYNAMIC
001890         RECORD KEY IS XWK-TOKEN
001900         FILE STATUS IS WS-XWK-STATUS.
001910     SELECT LOCK-FILE ASSIGN TO "MONTYLCK"
001920         ORGANIZATION LINE SEQUENTIAL
001930         FILE STATUS IS WS-LCK-STATUS.
001931     SELECT GAME-INDEX-FILE ASSIGN TO "MONTYGIX"
001932         ORGANIZATION INDEXED
001933         ACCESS MODE DYNAMIC
001934         RECORD KEY IS GIX-KEY
001935         FILE STATUS IS WS-GIX-STATUS.
001940*
001950 DATA DIVISION.
001960 FILE SECTION.
001970 FD  MONTYLOG-FILE.
001980 COPY MONTYLOG.
001990*
002000 FD  ARCHIVE-FILE.
002010 01  ARCHIVE-LOG-IMAGE           PIC X(49).
002020*
002030 FD  STAGED-FILE.
002040 01  STAGED-RECORD               PIC X(49).
002050*
002060 FD  CATALOG-FILE.
002070 COPY MONTYCAT.
002080*
002090 FD  PLAYER-FILE.
002100 COPY MONTYPLR.
002110*
002120 FD  LEADERBOARD-FILE.
002130 COPY MONTYLDR.
002140*
002150 FD  COHORT-HISTORY-FILE.
002160 COPY MONTYCHS.
002170*
002180 FD  RUN-HISTORY-FILE.
002190 COPY MONTYHST.
002200*
002210 FD  ASSIGNMENT-FILE.
002220 COPY MONTYASG.
002230*
002231 FD  TERM-HISTORY-FILE.
002232 COPY MONTYTRH.
002233*
002240 FD  CROSSWALK-FILE.
002250 COPY MONTYXWK.
002260*
002270 FD  LOCK-FILE.
002280 COPY MONTYLCK.
002281*
002282 FD  GAME-INDEX-FILE.
002283 COPY MONTYGIX.
002290*
002300 WORKING-STORAGE SECTION.
002310*
002320* ---------------------------------------------------------------
002330* READ CONTROL, FILE STATUS AND OPERATOR ANSWERS
002340* ---------------------------------------------------------------
002350 77  WS-LOG-EOF-SW             PIC X(01)      VALUE 'N'.
002360     88  LOG-EOF                              VALUE 'Y'.
002370     88  LOG-NOT-EOF                          VALUE 'N'.
002380 77  WS-NEW-EOF-SW             PIC X(01)      VALUE 'N'.
002390     88  NEW-EOF                              VALUE 'Y'.
002400     88  NEW-NOT-EOF                          VALUE 'N'.
002410 77  WS-CAT-EOF-SW             PIC X(01)      VALUE 'N'.
002420     88  CAT-EOF                              VALUE 'Y'.
002430     88  CAT-NOT-EOF                          VALUE 'N'.
002440 77  WS-KEYED-EOF-SW           PIC X(01)      VALUE 'N'.
002450     88  KEYED-EOF                            VALUE 'Y'.
002460     88  KEYED-NOT-EOF                        VALUE 'N'.
002470 77  WS-LOG-STATUS             PIC X(02)      VALUE SPACES.
002480 77  WS-ARC-STATUS             PIC X(02)      VALUE SPACES.
002490 77  WS-NEW-STATUS             PIC X(02)      VALUE SPACES.
002500 77  WS-CAT-STATUS             PIC X(02)      VALUE SPACES.
002510 77  WS-PLR-STATUS             PIC X(02)      VALUE SPACES.
002520 77  WS-LDR-STATUS             PIC X(02)      VALUE SPACES.
002530 77  WS-CHS-STATUS             PIC X(02)      VALUE SPACES.
002540 77  WS-HST-STATUS             PIC X(02)      VALUE SPACES.
002550 77  WS-ASG-STATUS             PIC X(02)      VALUE SPACES.
002560 77  WS-XWK-STATUS             PIC X(02)      VALUE SPACES.
002570 77  WS-LCK-STATUS             PIC X(02)      VALUE SPACES.
002571 77  WS-TRH-STATUS             PIC X(02)      VALUE SPACES.
002572 77  WS-GIX-STATUS             PIC X(02)      VALUE SPACES.
002580 77  WS-ARC-DSN                PIC X(44)      VALUE SPACES.
002590 77  WS-TODAY-DATE             PIC 9(08)      VALUE ZERO.
002600 77  WS-RETENTION-DAYS         PIC 9(05)      VALUE ZERO.
002610 77  WS-GRACE-DAYS             PIC 9(05)      VALUE ZERO.
002620 77  WS-CUTOFF-DATE            PIC 9(08)      VALUE ZERO.
002630 77  WS-EXPIRE-DATE            PIC 9(08)      VALUE ZERO.
002640*
002650* ---------------------------------------------------------------
002660* PLAYERS TO PURGE, IN MONTYPLR KEY ORDER, EACH WITH ITS TOKEN.
002670* A RESUMED PLAYER IS ONE AN EARLIER RUN ALREADY TOKENIZED BUT
002680* DID NOT FINISH - ITS CROSSWALK ENTRY IS HELD AND ITS MASTER
002690* ENTRY STILL STANDS
002700* ---------------------------------------------------------------
002710 77  WS-PURGE-COUNT            PIC 9(05) COMP VALUE ZERO.
002720 77  WS-PURGE-IDX              PIC 9(05) COMP VALUE ZERO.
002730 77  WS-SEARCH-IDX             PIC 9(05) COMP VALUE ZERO.
002740 77  WS-FOUND-IDX              PIC 9(05) COMP VALUE ZERO.
002750 77  WS-SEARCH-ID              PIC X(08)      VALUE SPACES.
002760 01  PRG-PURGE-TABLE.
002770     02  PRG-PURGE-ENTRY     OCCURS 500 TIMES.
002780         03  PRG-PLAYER-ID       PIC X(08).
002790         03  PRG-TOKEN           PIC X(08).
002800         03  PRG-RESUMED-SW      PIC X(01).
002810             88  PRG-RESUMED                     VALUE 'Y'.
002820         03  PRG-DEACTIVATE-DATE PIC 9(08).
002830         03  PRG-LOG-GAMES       PIC 9(09) COMP.
002840         03  PRG-ARC-GAMES       PIC 9(09) COMP.
002850 77  WS-RESUME-COUNT           PIC 9(05) COMP VALUE ZERO.
002860 01  PRG-RESUME-TABLE.
002870     02  PRG-RESUME-ENTRY    OCCURS 500 TIMES.
002880         03  PRG-RESUME-PLAYER-ID    PIC X(08).
002890         03  PRG-RESUME-TOKEN        PIC X(08).
002900         03  PRG-RESUME-DEACTIVATE   PIC 9(08).
002910 01  PRG-TOKEN-WORK.
002920     02  FILLER                  PIC X(01)      VALUE '*'.
002930     02  PRG-TOKEN-NUMBER        PIC 9(07)      VALUE ZERO.
002940 77  WS-HIGH-TOKEN-NUMBER      PIC 9(07)      VALUE ZERO.
002950 77  WS-DEACTIVATE-DATE        PIC 9(08)      VALUE ZERO.
002960 77  WS-LAST-CHS-STATUS        PIC X(01)      VALUE SPACE.
002970 77  WS-LAST-CHS-DATE          PIC 9(08)      VALUE ZERO.
002980 77  WS-OVERFLOW-SW            PIC X(01)      VALUE 'N'.
002990     88  TABLE-OVERFLOWED                     VALUE 'Y'.
003000*
003010* ---------------------------------------------------------------
003020* ONE GAME FILE'S CONTROL TOTALS - THE LIVE LOG OR ONE ARCHIVE
003030* GENERATION. THE FILE IS ONLY REPLACED WHEN RECORDS-READ
003040* EQUALS RECORDS-STAGED, NO STAGED GAME STILL CARRIES A PURGED
003050* ID, AND THE STAY AND SWITCH WINS ARE THE SAME EITHER SIDE
003060* ---------------------------------------------------------------
003070 77  WS-FILE-READ              PIC 9(09) COMP VALUE ZERO.
003080 77  WS-FILE-STAGED            PIC 9(09) COMP VALUE ZERO.
003090 77  WS-FILE-ANONYMIZED        PIC 9(09) COMP VALUE ZERO.
003100 77  WS-FILE-LEFT              PIC 9(09) COMP VALUE ZERO.
003110 77  WS-FILE-REWRITTEN         PIC 9(09) COMP VALUE ZERO.
003120 77  WS-STAY-BEFORE            PIC 9(09) COMP VALUE ZERO.
003130 77  WS-STAY-AFTER             PIC 9(09) COMP VALUE ZERO.
003140 77  WS-SWITCH-BEFORE          PIC 9(09) COMP VALUE ZERO.
003150 77  WS-SWITCH-AFTER           PIC 9(09) COMP VALUE ZERO.
003160 77  WS-EXPECTED-COUNT         PIC 9(09) COMP VALUE ZERO.
003170 77  WS-ARCHIVE-SW             PIC X(01)      VALUE 'N'.
003180     88  STAGING-ARCHIVE                      VALUE 'Y'.
003190     88  STAGING-LIVE-LOG                     VALUE 'N'.
003200 77  WS-BALANCE-SW             PIC X(01)      VALUE 'N'.
003210     88  TOTALS-BALANCE                       VALUE 'Y'.
003220     88  TOTALS-OUT-OF-BALANCE                VALUE 'N'.
003230 77  WS-GAMES-OK-SW            PIC X(01)      VALUE 'Y'.
003240     88  ALL-GAME-FILES-OK                    VALUE 'Y'.
003250     88  GAME-FILE-FAILED                     VALUE 'N'.
003251 77  WS-INDEX-SW               PIC X(01)      VALUE 'N'.
003252     88  INDEX-WITHDRAWN                      VALUE 'Y'.
003253     88  INDEX-STANDING                       VALUE 'N'.
003260*
003270* ---------------------------------------------------------------
003280* PURGE CERTIFICATE - ONE LINE OF COUNTS PER GAME FILE, HELD
003290* UNTIL THE END OF THE RUN, AND THE CAMPUS-WIDE GAME TOTALS
003300* ---------------------------------------------------------------
003310 77  WS-CERT-COUNT             PIC 9(05) COMP VALUE ZERO.
003320 77  WS-CERT-IDX               PIC 9(05) COMP VALUE ZERO.
003330 01  PRG-CERT-TABLE.
003340     02  PRG-CERT-ENTRY      OCCURS 100 TIMES.
003350         03  CRT-LABEL           PIC X(16).
003360         03  CRT-DSN             PIC X(44).
003370         03  CRT-READ            PIC 9(09) COMP.
003380         03  CRT-AFTER           PIC 9(09) COMP.
003390         03  CRT-ANONYMIZED      PIC 9(09) COMP.
003400         03  CRT-STAY-BEFORE     PIC 9(09) COMP.
003410         03  CRT-STAY-AFTER      PIC 9(09) COMP.
003420         03  CRT-SWITCH-BEFORE   PIC 9(09) COMP.
003430         03  CRT-SWITCH-AFTER    PIC 9(09) COMP.
003440         03  CRT-RESULT          PIC X(24).
003450 77  WS-CAMPUS-GAMES-BEFORE    PIC 9(09) COMP VALUE ZERO.
003460 77  WS-CAMPUS-GAMES-AFTER     PIC 9(09) COMP VALUE ZERO.
003470 77  WS-CAMPUS-STAY-BEFORE     PIC 9(09) COMP VALUE ZERO.
003480 77  WS-CAMPUS-STAY-AFTER      PIC 9(09) COMP VALUE ZERO.
003490 77  WS-CAMPUS-SWITCH-BEFORE   PIC 9(09) COMP VALUE ZERO.
003500 77  WS-CAMPUS-SWITCH-AFTER    PIC 9(09) COMP VALUE ZERO.
003510*
003520* ---------------------------------------------------------------
003530* KEYED FILE COUNTS FOR THE CERTIFICATE
003540* ---------------------------------------------------------------
003550 77  WS-PLR-RECORDS-BEFORE     PIC 9(09) COMP VALUE ZERO.
003560 77  WS-PLR-RECORDS-AFTER      PIC 9(09) COMP VALUE ZERO.
003570 77  WS-LDR-RECORDS-BEFORE     PIC 9(09) COMP VALUE ZERO.
003580 77  WS-LDR-RECORDS-AFTER      PIC 9(09) COMP VALUE ZERO.
003590 77  WS-PLR-DELETED            PIC 9(05) COMP VALUE ZERO.
003600 77  WS-LDR-DELETED            PIC 9(05) COMP VALUE ZERO.
003610 77  WS-LDR-GAMES-REMOVED      PIC 9(09) COMP VALUE ZERO.
003620 77  WS-CHS-TOKENIZED          PIC 9(05) COMP VALUE ZERO.
003630 77  WS-HST-TOKENIZED          PIC 9(05) COMP VALUE ZERO.
003640 77  WS-ASG-TOKENIZED          PIC 9(05) COMP VALUE ZERO.
003641 77  WS-TRH-TOKENIZED          PIC 9(05) COMP VALUE ZERO.
003650 77  WS-XWK-ADDED              PIC 9(05) COMP VALUE ZERO.
003660 77  WS-XWK-EXPIRED            PIC 9(05) COMP VALUE ZERO.
003670 77  WS-NO-DATE-COUNT          PIC 9(05) COMP VALUE ZERO.
003680 77  WS-COUNT-DISPLAY          PIC 9(05)      VALUE ZERO.
003690 77  WS-TOTAL-DISPLAY          PIC 9(09)      VALUE ZERO.
003700 77  WS-BEFORE-DISPLAY         PIC 9(09)      VALUE ZERO.
003710 77  WS-AFTER-DISPLAY          PIC 9(09)      VALUE ZERO.
003720*
003730* ---------------------------------------------------------------
003740* A PLAYER'S COHORT HISTORY, HELD WHILE IT IS MOVED TO THE
003750* TOKEN SO THE FILE IS NOT WRITTEN UNDER AN OPEN KEY WALK
003760* ---------------------------------------------------------------
003770 77  WS-CARRY-COUNT            PIC 9(05) COMP VALUE ZERO.
003780 77  WS-CARRY-IDX              PIC 9(05) COMP VALUE ZERO.
003790 01  CHS-CARRY-TABLE.
003800     02  CHS-CARRY-IMAGE     PIC X(37) OCCURS 50 TIMES.
003801*
003802* ---------------------------------------------------------------
003803* THE PURGED PLAYERS' TERM HISTORY ENTRIES, HELD THE SAME WAY,
003804* EACH WITH THE PURGE TABLE ENTRY THAT GIVES ITS TOKEN
003805* ---------------------------------------------------------------
003806 01  TRH-CARRY-TABLE.
003807     02  TRH-CARRY-ENTRY     OCCURS 1000 TIMES.
003808         03  TRH-CARRY-IMAGE     PIC X(76).
003809         03  TRH-CARRY-PURGE-IDX PIC 9(05) COMP.
003810*
003820 PROCEDURE DIVISION.
003830*
003840* ---------------------------------------------------------------
003850* 0000-MAINLINE
003860* ---------------------------------------------------------------
003870 0000-MAINLINE.
003880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003890     PERFORM 2000-EXPIRE-CROSSWALK THRU 2000-EXIT.
003900     PERFORM 2100-SELECT-PLAYERS THRU 2100-EXIT.
003910     IF WS-PURGE-COUNT = ZERO
003920         DISPLAY 'MONTYPRG: NO PLAYER DUE FOR PURGE.'
003930         PERFORM 8000-PRINT-CERTIFICATE THRU 8000-EXIT
003940         PERFORM 9000-TERMINATE THRU 9000-EXIT
003950         STOP RUN
003960     END-IF.
003970     PERFORM 3000-RECORD-CROSSWALK THRU 3000-EXIT
003980         VARYING WS-PURGE-IDX FROM 1 BY 1
003990         UNTIL WS-PURGE-IDX > WS-PURGE-COUNT.
004000     PERFORM 3100-TOKENIZE-HISTORY THRU 3100-EXIT
004010         VARYING WS-PURGE-IDX FROM 1 BY 1
004020         UNTIL WS-PURGE-IDX > WS-PURGE-COUNT.
004030     PERFORM 3200-TOKENIZE-RUN-HISTORY THRU 3200-EXIT.
004040     PERFORM 3300-TOKENIZE-ASSIGNMENTS THRU 3300-EXIT.
004041     PERFORM 3400-TOKENIZE-TERM-HISTORY THRU 3400-EXIT.
004050     PERFORM 4000-ANONYMIZE-LIVE-LOG THRU 4000-EXIT.
004060     PERFORM 5000-ANONYMIZE-ARCHIVES THRU 5000-EXIT.
004070     IF ALL-GAME-FILES-OK
004080         PERFORM 6000-DELETE-PLAYER THRU 6000-EXIT
004090             VARYING WS-PURGE-IDX FROM 1 BY 1
004100             UNTIL WS-PURGE-IDX > WS-PURGE-COUNT
004110     ELSE
004120         DISPLAY 'MONTYPRG: A GAME FILE DID NOT PROVE OUT -'
004130             ' MONTYPLR AND MONTYLDR LEFT UNTOUCHED. FIX THE'
004140             ' CAUSE AND RERUN TO FINISH UNDER THE SAME TOKENS.'
004150         MOVE 8 TO RETURN-CODE
004160     END-IF.
004170     PERFORM 8000-PRINT-CERTIFICATE THRU 8000-EXIT.
004180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004190     STOP RUN.
004200*
004210* ---------------------------------------------------------------
004220* 1000-INITIALIZE - REFUSE WHILE A RUN HOLDS THE LOCK, TAKE THE
004230* OPERATOR'S RETENTION AND GRACE PERIODS, OPEN THE KEYED FILES
004240* ---------------------------------------------------------------
004250 1000-INITIALIZE.
004260     DISPLAY 'MONTYPRG: STUDENT RECORD RETENTION PURGE'.
004270     PERFORM 1100-CHECK-RUN-LOCK THRU 1100-EXIT.
004280     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
004290     PERFORM 1200-GET-RETENTION-DAYS THRU 1200-EXIT.
004300     PERFORM 1300-GET-GRACE-DAYS THRU 1300-EXIT.
004310     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
004320         (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
004330             - WS-RETENTION-DAYS).
004340     COMPUTE WS-EXPIRE-DATE = FUNCTION DATE-OF-INTEGER
004350         (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
004360             + WS-GRACE-DAYS).
004370     DISPLAY 'MONTYPRG: PURGING PLAYERS DEACTIVATED BEFORE '
004380         WS-CUTOFF-DATE '.'.
004390     OPEN I-O PLAYER-FILE.
004400     IF WS-PLR-STATUS NOT = '00'
004410         DISPLAY 'MONTYPRG: CANNOT OPEN MONTYPLR, STATUS '
004420             WS-PLR-STATUS '.'
004430         MOVE 12 TO RETURN-CODE
004440         STOP RUN
004450     END-IF.
004460     OPEN I-O COHORT-HISTORY-FILE.
004470     IF WS-CHS-STATUS NOT = '00'
004480         DISPLAY 'MONTYPRG: CANNOT OPEN MONTYCHS, STATUS '
004490             WS-CHS-STATUS '. RUN MONTYCHL TO SEED THE'
004500             ' DEACTIVATION DATES FIRST.'
004510         MOVE 12 TO RETURN-CODE
004520         STOP RUN
004530     END-IF.
004540     OPEN I-O LEADERBOARD-FILE.
004550     IF WS-LDR-STATUS = '35'
004560         OPEN OUTPUT LEADERBOARD-FILE
004570         CLOSE LEADERBOARD-FILE
004580         OPEN I-O LEADERBOARD-FILE
004590     END-IF.
004600     IF WS-LDR-STATUS NOT = '00'
004610         DISPLAY 'MONTYPRG: CANNOT OPEN MONTYLDR, STATUS '
004620             WS-LDR-STATUS '.'
004630         MOVE 12 TO RETURN-CODE
004640         STOP RUN
004650     END-IF.
004660     OPEN I-O RUN-HISTORY-FILE.
004670     IF WS-HST-STATUS = '35'
004680         OPEN OUTPUT RUN-HISTORY-FILE
004690         CLOSE RUN-HISTORY-FILE
004700         OPEN I-O RUN-HISTORY-FILE
004710     END-IF.
004720     IF WS-HST-STATUS NOT = '00'
004730         DISPLAY 'MONTYPRG: CANNOT OPEN MONTYHST, STATUS '
004740             WS-HST-STATUS '.'
004750         MOVE 12 TO RETURN-CODE
004760         STOP RUN
004770     END-IF.
004780     OPEN I-O ASSIGNMENT-FILE.
004790     IF WS-ASG-STATUS = '35'
004800         OPEN OUTPUT ASSIGNMENT-FILE
004810         CLOSE ASSIGNMENT-FILE
004820         OPEN I-O ASSIGNMENT-FILE
004830     END-IF.
004840     IF WS-ASG-STATUS NOT = '00'
004850         DISPLAY 'MONTYPRG: CANNOT OPEN MONTYASG, STATUS '
004860             WS-ASG-STATUS '.'
004870         MOVE 12 TO RETURN-CODE
004880         STOP RUN
004890     END-IF.
004900     OPEN I-O CROSSWALK-FILE.
004910     IF WS-XWK-STATUS = '35'
004920         OPEN OUTPUT CROSSWALK-FILE
004930         CLOSE CROSSWALK-FILE
004940         OPEN I-O CROSSWALK-FILE
004950     END-IF.
004960     IF WS-XWK-STATUS NOT = '00'
004970         DISPLAY 'MONTYPRG: CANNOT OPEN MONTYXWK, STATUS '
004980             WS-XWK-STATUS '.'
004990         MOVE 12 TO RETURN-CODE
005000         STOP RUN
005010     END-IF.
005020 1000-EXIT.
005030     EXIT.
005040*
005050* ---------------------------------------------------------------
005060* 1100-CHECK-RUN-LOCK - A RUN OF IDEONE IN FLIGHT IS APPENDING TO
005070* THE VERY LOG THIS PROGRAM REPLACES. NO LOCK FILE, OR AN EMPTY
005080* ONE, MEANS THE WAY IS CLEAR
005090* ---------------------------------------------------------------
005100 1100-CHECK-RUN-LOCK.
005110     OPEN INPUT LOCK-FILE.
005120     IF WS-LCK-STATUS NOT = '00'
005130         GO TO 1100-EXIT
005140     END-IF.
005150     READ LOCK-FILE
005160         AT END
005170             CLOSE LOCK-FILE
005180             GO TO 1100-EXIT
005190     END-READ.
005200     CLOSE LOCK-FILE.
005210     DISPLAY 'MONTYPRG: THE RUN OF ' LCK-RUN-DATE ' '
005220         LCK-START-TIME ' HOLDS THE RUN LOCK. WAIT FOR IT TO'
005230         ' FINISH, OR RESTART IT IF IT ABENDED, AND RERUN.'.
005240     MOVE 8 TO RETURN-CODE.
005250     STOP RUN.
005260 1100-EXIT.
005270     EXIT.
005280*
005290 1200-GET-RETENTION-DAYS.
005300     DISPLAY 'MH: PURGE PLAYERS INACTIVE MORE THAN HOW MANY'
005310         ' DAYS?'.
005320     ACCEPT WS-RETENTION-DAYS FROM CONSOLE.
005330     IF WS-RETENTION-DAYS = ZERO
005340         DISPLAY 'MH: A RETENTION PERIOD OF AT LEAST ONE DAY IS'
005350             ' REQUIRED.'
005360         GO TO 1200-GET-RETENTION-DAYS
005370     END-IF.
005380 1200-EXIT.
005390     EXIT.
005400*
005410 1300-GET-GRACE-DAYS.
005420     DISPLAY 'MH: CROSSWALK GRACE PERIOD IN DAYS (0 = 365)?'.
005430     ACCEPT WS-GRACE-DAYS FROM CONSOLE.
005440     IF WS-GRACE-DAYS = ZERO
005450         MOVE 365 TO WS-GRACE-DAYS
005460     END-IF.
005470 1300-EXIT.
005480     EXIT.
005490*
005500* ---------------------------------------------------------------
005510* 2000-EXPIRE-CROSSWALK - WALK THE CROSSWALK ONCE: NOTE THE
005520* HIGHEST TOKEN ISSUED, BLANK THE IDENTITY ON EVERY HELD ENTRY
005530* PAST ITS GRACE PERIOD, AND TABLE EVERY HELD ENTRY WHOSE
005540* PLAYER IS STILL ON MONTYPLR - AN EARLIER RUN THAT DID NOT
005550* FINISH, RESUMED NOW UNDER ITS ORIGINAL TOKEN
005560* ---------------------------------------------------------------
005570 2000-EXPIRE-CROSSWALK.
005580     MOVE LOW-VALUES TO XWK-TOKEN.
005590     SET KEYED-NOT-EOF TO TRUE.
005600     START CROSSWALK-FILE KEY NOT < XWK-TOKEN
005610         INVALID KEY
005620             SET KEYED-EOF TO TRUE
005630     END-START.
005640     PERFORM 2010-CHECK-ONE-CROSSWALK THRU 2010-EXIT
005650         UNTIL KEYED-EOF.
005660 2000-EXIT.
005670     EXIT.
005680*
005690 2010-CHECK-ONE-CROSSWALK.
005700     READ CROSSWALK-FILE NEXT RECORD
005710         AT END
005720             SET KEYED-EOF TO TRUE
005730             GO TO 2010-EXIT
005740     END-READ.
005750     IF XWK-TOKEN-NUMBER NUMERIC
005760         AND XWK-TOKEN-NUMBER > WS-HIGH-TOKEN-NUMBER
005770         MOVE XWK-TOKEN-NUMBER TO WS-HIGH-TOKEN-NUMBER
005780     END-IF.
005790     IF NOT XWK-HELD
005800         GO TO 2010-EXIT
005810     END-IF.
005820     IF XWK-EXPIRE-DATE < WS-TODAY-DATE
005830         MOVE SPACES TO XWK-PLAYER-ID
005840         MOVE SPACES TO XWK-FULL-NAME
005850         SET XWK-EXPIRED TO TRUE
005860         REWRITE CROSSWALK-RECORD
005870             INVALID KEY
005880                 DISPLAY 'MONTYPRG: MONTYXWK REWRITE FAILED,'
005890                     ' STATUS ' WS-XWK-STATUS ' FOR ' XWK-TOKEN
005900                     '.'
005910                 MOVE 8 TO RETURN-CODE
005920                 GO TO 2010-EXIT
005930         END-REWRITE
005940         ADD 1 TO WS-XWK-EXPIRED
005950         DISPLAY 'PRG: CROSSWALK ' XWK-TOKEN ' EXPIRED.'
005960         GO TO 2010-EXIT
005970     END-IF.
005980     MOVE XWK-PLAYER-ID TO PLR-PLAYER-ID.
005990     READ PLAYER-FILE
006000         INVALID KEY
006010             GO TO 2010-EXIT
006020     END-READ.
006030     IF WS-RESUME-COUNT < 500
006040         ADD 1 TO WS-RESUME-COUNT
006050         MOVE XWK-PLAYER-ID
006060             TO PRG-RESUME-PLAYER-ID(WS-RESUME-COUNT)
006070         MOVE XWK-TOKEN
006080             TO PRG-RESUME-TOKEN(WS-RESUME-COUNT)
006090         MOVE XWK-DEACTIVATE-DATE
006100             TO PRG-RESUME-DEACTIVATE(WS-RESUME-COUNT)
006110     END-IF.
006120 2010-EXIT.
006130     EXIT.
006140*
006150* ---------------------------------------------------------------
006160* 2100-SELECT-PLAYERS - WALK THE MASTER IN KEY ORDER, COUNTING
006170* IT FOR THE CERTIFICATE, AND TABLE EVERY INACTIVE PLAYER WHOSE
006180* DEACTIVATION DATE FALLS BEFORE THE CUTOFF
006190* ---------------------------------------------------------------
006200 2100-SELECT-PLAYERS.
006210     MOVE WS-HIGH-TOKEN-NUMBER TO PRG-TOKEN-NUMBER.
006220     MOVE LOW-VALUES TO PLR-PLAYER-ID.
006230     SET KEYED-NOT-EOF TO TRUE.
006240     START PLAYER-FILE KEY NOT < PLR-PLAYER-ID
006250         INVALID KEY
006260             SET KEYED-EOF TO TRUE
006270     END-START.
006280     PERFORM 2110-SELECT-ONE-PLAYER THRU 2110-EXIT
006290         UNTIL KEYED-EOF.
006300 2100-EXIT.
006310     EXIT.
006320*
006330 2110-SELECT-ONE-PLAYER.
006340     READ PLAYER-FILE NEXT RECORD
006350         AT END
006360             SET KEYED-EOF TO TRUE
006370             GO TO 2110-EXIT
006380     END-READ.
006390     ADD 1 TO WS-PLR-RECORDS-BEFORE.
006400     IF NOT PLR-INACTIVE
006410         GO TO 2110-EXIT
006420     END-IF.
006430     PERFORM 2150-FIND-RESUMED THRU 2150-EXIT.
006440     IF WS-FOUND-IDX > ZERO
006450         IF WS-PURGE-COUNT = 500
006460             PERFORM 2190-NOTE-OVERFLOW THRU 2190-EXIT
006470             GO TO 2110-EXIT
006480         END-IF
006490         ADD 1 TO WS-PURGE-COUNT
006500         MOVE PLR-PLAYER-ID TO PRG-PLAYER-ID(WS-PURGE-COUNT)
006510         MOVE PRG-RESUME-TOKEN(WS-FOUND-IDX)
006520             TO PRG-TOKEN(WS-PURGE-COUNT)
006530         MOVE PRG-RESUME-DEACTIVATE(WS-FOUND-IDX)
006540             TO PRG-DEACTIVATE-DATE(WS-PURGE-COUNT)
006550         MOVE 'Y' TO PRG-RESUMED-SW(WS-PURGE-COUNT)
006560         MOVE ZERO TO PRG-LOG-GAMES(WS-PURGE-COUNT)
006570         MOVE ZERO TO PRG-ARC-GAMES(WS-PURGE-COUNT)
006580         GO TO 2110-EXIT
006590     END-IF.
006600     PERFORM 2200-FIND-DEACTIVATE-DATE THRU 2200-EXIT.
006610     IF WS-DEACTIVATE-DATE = ZERO
006620         ADD 1 TO WS-NO-DATE-COUNT
006630         GO TO 2110-EXIT
006640     END-IF.
006650     IF WS-DEACTIVATE-DATE NOT < WS-CUTOFF-DATE
006660         GO TO 2110-EXIT
006670     END-IF.
006680     IF WS-PURGE-COUNT = 500
006690         PERFORM 2190-NOTE-OVERFLOW THRU 2190-EXIT
006700         GO TO 2110-EXIT
006710     END-IF.
006720     ADD 1 TO WS-PURGE-COUNT.
006730     ADD 1 TO PRG-TOKEN-NUMBER.
006740     MOVE PLR-PLAYER-ID  TO PRG-PLAYER-ID(WS-PURGE-COUNT).
006750     MOVE PRG-TOKEN-WORK TO PRG-TOKEN(WS-PURGE-COUNT).
006760     MOVE WS-DEACTIVATE-DATE
006770         TO PRG-DEACTIVATE-DATE(WS-PURGE-COUNT).
006780     MOVE 'N'  TO PRG-RESUMED-SW(WS-PURGE-COUNT).
006790     MOVE ZERO TO PRG-LOG-GAMES(WS-PURGE-COUNT).
006800     MOVE ZERO TO PRG-ARC-GAMES(WS-PURGE-COUNT).
006810 2110-EXIT.
006820     EXIT.
006830*
006840 2150-FIND-RESUMED.
006850     MOVE ZERO TO WS-FOUND-IDX.
006860     PERFORM 2160-MATCH-RESUMED THRU 2160-EXIT
006870         VARYING WS-SEARCH-IDX FROM 1 BY 1
006880         UNTIL WS-SEARCH-IDX > WS-RESUME-COUNT
006890             OR WS-FOUND-IDX > ZERO.
006900 2150-EXIT.
006910     EXIT.
006920*
006930 2160-MATCH-RESUMED.
006940     IF PRG-RESUME-PLAYER-ID(WS-SEARCH-IDX) = PLR-PLAYER-ID
006950         MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
006960     END-IF.
006970 2160-EXIT.
006980     EXIT.
006990*
007000 2190-NOTE-OVERFLOW.
007010     IF NOT TABLE-OVERFLOWED
007020         SET TABLE-OVERFLOWED TO TRUE
007030         DISPLAY 'MONTYPRG: MORE THAN 500 PLAYERS DUE -'
007040             ' THE REST WAIT FOR THE NEXT RUN.'
007050         IF RETURN-CODE < 4
007060             MOVE 4 TO RETURN-CODE
007070         END-IF
007080     END-IF.
007090 2190-EXIT.
007100     EXIT.
007110*
007120* ---------------------------------------------------------------
007130* 2200-FIND-DEACTIVATE-DATE - THE PLAYER'S LATEST MONTYCHS ENTRY
007140* IS THE STATUS NOW IN EFFECT. WHEN IT IS AN INACTIVE ENTRY ITS
007150* EFFECTIVE DATE IS THE DEACTIVATION DATE. NO HISTORY, OR A
007160* HISTORY THAT DISAGREES WITH THE MASTER, LEAVES THE DATE ZERO
007170* AND THE PLAYER IS NOT PURGED
007180* ---------------------------------------------------------------
007190 2200-FIND-DEACTIVATE-DATE.
007200     MOVE ZERO  TO WS-DEACTIVATE-DATE.
007210     MOVE SPACE TO WS-LAST-CHS-STATUS.
007220     MOVE ZERO  TO WS-LAST-CHS-DATE.
007230     MOVE PLR-PLAYER-ID TO CHS-PLAYER-ID.
007240     MOVE ZERO TO CHS-EFFECTIVE-DATE.
007250     START COHORT-HISTORY-FILE KEY NOT < CHS-KEY
007260         INVALID KEY
007270             GO TO 2200-EXIT
007280     END-START.
007290     PERFORM 2210-READ-ONE-HISTORY THRU 2210-EXIT
007300         UNTIL CHS-PLAYER-ID NOT = PLR-PLAYER-ID.
007310     IF WS-LAST-CHS-STATUS = 'I'
007320         MOVE WS-LAST-CHS-DATE TO WS-DEACTIVATE-DATE
007330     END-IF.
007340 2200-EXIT.
007350     EXIT.
007360*
007370 2210-READ-ONE-HISTORY.
007380     READ COHORT-HISTORY-FILE NEXT RECORD
007390         AT END
007400             MOVE HIGH-VALUES TO CHS-PLAYER-ID
007410             GO TO 2210-EXIT
007420     END-READ.
007430     IF CHS-PLAYER-ID = PLR-PLAYER-ID
007440         MOVE CHS-STATUS         TO WS-LAST-CHS-STATUS
007450         MOVE CHS-EFFECTIVE-DATE TO WS-LAST-CHS-DATE
007460     END-IF.
007470 2210-EXIT.
007480     EXIT.
007490*
007500* ---------------------------------------------------------------
007510* 2900-FIND-PURGED-ID - LOOK WS-SEARCH-ID UP AMONG THE PLAYERS
007520* BEING PURGED. WS-FOUND-IDX IS ZERO WHEN IT IS NOT ONE OF THEM
007530* ---------------------------------------------------------------
007540 2900-FIND-PURGED-ID.
007550     MOVE ZERO TO WS-FOUND-IDX.
007560     PERFORM 2910-MATCH-PURGED-ID THRU 2910-EXIT
007570         VARYING WS-SEARCH-IDX FROM 1 BY 1
007580         UNTIL WS-SEARCH-IDX > WS-PURGE-COUNT
007590             OR WS-FOUND-IDX > ZERO.
007600 2900-EXIT.
007610     EXIT.
007620*
007630 2910-MATCH-PURGED-ID.
007640     IF PRG-PLAYER-ID(WS-SEARCH-IDX) = WS-SEARCH-ID
007650         MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
007660     END-IF.
007670 2910-EXIT.
007680     EXIT.
007690*
007700* ---------------------------------------------------------------
007710* 3000-RECORD-CROSSWALK - THE LINK FROM TOKEN TO STUDENT GOES
007720* ON THE CROSSWALK BEFORE ANY FILE IS TOUCHED, SO A RUN THAT
007730* STOPS PART WAY CAN ALWAYS BE TRACED AND RESUMED. A RESUMED
007740* PLAYER ALREADY HAS ITS ENTRY
007750* ---------------------------------------------------------------
007760 3000-RECORD-CROSSWALK.
007770     IF PRG-RESUMED(WS-PURGE-IDX)
007780         GO TO 3000-EXIT
007790     END-IF.
007800     MOVE PRG-PLAYER-ID(WS-PURGE-IDX) TO PLR-PLAYER-ID.
007810     READ PLAYER-FILE
007820         INVALID KEY
007830             DISPLAY 'MONTYPRG: MONTYPLR READ FAILED, STATUS '
007840                 WS-PLR-STATUS ' FOR ' PRG-TOKEN(WS-PURGE-IDX)
007850                 '. NOTHING PURGED.'
007860             MOVE 12 TO RETURN-CODE
007870             STOP RUN
007880     END-READ.
007890     MOVE PRG-TOKEN(WS-PURGE-IDX)   TO XWK-TOKEN.
007900     MOVE PLR-PLAYER-ID             TO XWK-PLAYER-ID.
007910     MOVE PLR-FULL-NAME             TO XWK-FULL-NAME.
007920     MOVE PLR-COHORT-CODE           TO XWK-COHORT-CODE.
007930     MOVE PLR-ENROLL-DATE           TO XWK-ENROLL-DATE.
007940     MOVE PRG-DEACTIVATE-DATE(WS-PURGE-IDX)
007950                                    TO XWK-DEACTIVATE-DATE.
007960     MOVE WS-TODAY-DATE             TO XWK-PURGE-DATE.
007970     MOVE WS-EXPIRE-DATE            TO XWK-EXPIRE-DATE.
007980     SET XWK-HELD TO TRUE.
007990     WRITE CROSSWALK-RECORD
008000         INVALID KEY
008010             DISPLAY 'MONTYPRG: MONTYXWK WRITE FAILED, STATUS '
008020                 WS-XWK-STATUS ' FOR ' XWK-TOKEN
008030                 '. NOTHING PURGED.'
008040             MOVE 12 TO RETURN-CODE
008050             STOP RUN
008060     END-WRITE.
008070     ADD 1 TO WS-XWK-ADDED.
008080 3000-EXIT.
008090     EXIT.
008100*
008110* ---------------------------------------------------------------
008120* 3100-TOKENIZE-HISTORY - MOVE THE PLAYER'S MONTYCHS ENTRIES TO
008130* THE TOKEN, SO MONTYCOH AND MONTYCMP STILL PLACE THE TOKEN'S
008140* GAMES IN THE COHORT THEY WERE PLAYED IN
008150* ---------------------------------------------------------------
008160 3100-TOKENIZE-HISTORY.
008170     MOVE ZERO TO WS-CARRY-COUNT.
008180     MOVE PRG-PLAYER-ID(WS-PURGE-IDX) TO CHS-PLAYER-ID.
008190     MOVE ZERO TO CHS-EFFECTIVE-DATE.
008200     START COHORT-HISTORY-FILE KEY NOT < CHS-KEY
008210         INVALID KEY
008220             GO TO 3100-EXIT
008230     END-START.
008240     SET KEYED-NOT-EOF TO TRUE.
008250     PERFORM 3110-COLLECT-ONE-ENTRY THRU 3110-EXIT
008260         UNTIL KEYED-EOF.
008270     PERFORM 3120-MOVE-ONE-ENTRY THRU 3120-EXIT
008280         VARYING WS-CARRY-IDX FROM 1 BY 1
008290         UNTIL WS-CARRY-IDX > WS-CARRY-COUNT.
008300 3100-EXIT.
008310     EXIT.
008320*
008330 3110-COLLECT-ONE-ENTRY.
008340     READ COHORT-HISTORY-FILE NEXT RECORD
008350         AT END
008360             SET KEYED-EOF TO TRUE
008370             GO TO 3110-EXIT
008380     END-READ.
008390     IF CHS-PLAYER-ID NOT = PRG-PLAYER-ID(WS-PURGE-IDX)
008400         SET KEYED-EOF TO TRUE
008410         GO TO 3110-EXIT
008420     END-IF.
008430     IF WS-CARRY-COUNT = 50
008440         DISPLAY 'MONTYPRG: MORE THAN 50 MONTYCHS ENTRIES FOR '
008450             PRG-TOKEN(WS-PURGE-IDX) ' - RERUN TO FINISH.'
008460         SET GAME-FILE-FAILED TO TRUE
008470         SET KEYED-EOF TO TRUE
008480         GO TO 3110-EXIT
008490     END-IF.
008500     ADD 1 TO WS-CARRY-COUNT.
008510     MOVE COHORT-HISTORY-RECORD
008520         TO CHS-CARRY-IMAGE(WS-CARRY-COUNT).
008530 3110-EXIT.
008540     EXIT.
008550*
008560 3120-MOVE-ONE-ENTRY.
008570     MOVE CHS-CARRY-IMAGE(WS-CARRY-IDX) TO COHORT-HISTORY-RECORD.
008580     DELETE COHORT-HISTORY-FILE RECORD
008590         INVALID KEY
008600             DISPLAY 'MONTYPRG: MONTYCHS DELETE FAILED, STATUS '
008610                 WS-CHS-STATUS ' FOR ' PRG-TOKEN(WS-PURGE-IDX)
008620                 '.'
008630             SET GAME-FILE-FAILED TO TRUE
008640             GO TO 3120-EXIT
008650     END-DELETE.
008660     MOVE PRG-TOKEN(WS-PURGE-IDX) TO CHS-PLAYER-ID.
008670     MOVE 'MONTYPRG'              TO CHS-SOURCE.
008680     MOVE WS-TODAY-DATE           TO CHS-RECORDED-DATE.
008690     WRITE COHORT-HISTORY-RECORD
008700         INVALID KEY
008710             DISPLAY 'MONTYPRG: MONTYCHS WRITE FAILED, STATUS '
008720                 WS-CHS-STATUS ' FOR ' PRG-TOKEN(WS-PURGE-IDX)
008730                 '.'
008740             SET GAME-FILE-FAILED TO TRUE
008750             GO TO 3120-EXIT
008760     END-WRITE.
008770     ADD 1 TO WS-CHS-TOKENIZED.
008780 3120-EXIT.
008790     EXIT.
008800*
008810* ---------------------------------------------------------------
008820* 3200-TOKENIZE-RUN-HISTORY - AN OPERATOR RUN RECORDS THE PLAYER
008830* IT PLAYED UNDER ON MONTYHST. THE TOKEN TAKES ITS PLACE SO THE
008840* RUN STILL MATCHES ITS LOGGED GAMES FOR MONTYVFY
008850* ---------------------------------------------------------------
008860 3200-TOKENIZE-RUN-HISTORY.
008870     MOVE LOW-VALUES TO RHC-RUN-KEY.
008880     SET KEYED-NOT-EOF TO TRUE.
008890     START RUN-HISTORY-FILE KEY NOT < RHC-RUN-KEY
008900         INVALID KEY
008910             SET KEYED-EOF TO TRUE
008920     END-START.
008930     PERFORM 3210-TOKENIZE-ONE-RUN THRU 3210-EXIT
008940         UNTIL KEYED-EOF.
008950 3200-EXIT.
008960     EXIT.
008970*
008980 3210-TOKENIZE-ONE-RUN.
008990     READ RUN-HISTORY-FILE NEXT RECORD
009000         AT END
009010             SET KEYED-EOF TO TRUE
009020             GO TO 3210-EXIT
009030     END-READ.
009040     IF RHC-PLAYER-ID = SPACES
009050         GO TO 3210-EXIT
009060     END-IF.
009070     MOVE RHC-PLAYER-ID TO WS-SEARCH-ID.
009080     PERFORM 2900-FIND-PURGED-ID THRU 2900-EXIT.
009090     IF WS-FOUND-IDX = ZERO
009100         GO TO 3210-EXIT
009110     END-IF.
009120     MOVE PRG-TOKEN(WS-FOUND-IDX) TO RHC-PLAYER-ID.
009130     REWRITE RUN-HISTORY-RECORD
009140         INVALID KEY
009150             DISPLAY 'MONTYPRG: MONTYHST REWRITE FAILED, STATUS '
009160                 WS-HST-STATUS ' FOR RUN ' RHC-RUN-KEY '.'
009170             SET GAME-FILE-FAILED TO TRUE
009180             GO TO 3210-EXIT
009190     END-REWRITE.
009200     ADD 1 TO WS-HST-TOKENIZED.
009210 3210-EXIT.
009220     EXIT.
009230*
009240* ---------------------------------------------------------------
009250* 3300-TOKENIZE-ASSIGNMENTS - A TYPE P ASSIGNMENT NAMES ITS
009260* STUDENT IN THE TARGET CODE. THE TOKEN TAKES ITS PLACE
009270* ---------------------------------------------------------------
009280 3300-TOKENIZE-ASSIGNMENTS.
009290     MOVE LOW-VALUES TO ASG-ASSIGN-ID.
009300     SET KEYED-NOT-EOF TO TRUE.
009310     START ASSIGNMENT-FILE KEY NOT < ASG-ASSIGN-ID
009320         INVALID KEY
009330             SET KEYED-EOF TO TRUE
009340     END-START.
009350     PERFORM 3310-TOKENIZE-ONE-ASSIGNMENT THRU 3310-EXIT
009360         UNTIL KEYED-EOF.
009370 3300-EXIT.
009380     EXIT.
009390*
009400 3310-TOKENIZE-ONE-ASSIGNMENT.
009410     READ ASSIGNMENT-FILE NEXT RECORD
009420         AT END
009430             SET KEYED-EOF TO TRUE
009440             GO TO 3310-EXIT
009450     END-READ.
009460     IF NOT ASG-PLAYER-TARGET
009470         GO TO 3310-EXIT
009480     END-IF.
009490     MOVE ASG-TARGET-CODE TO WS-SEARCH-ID.
009500     PERFORM 2900-FIND-PURGED-ID THRU 2900-EXIT.
009510     IF WS-FOUND-IDX = ZERO
009520         GO TO 3310-EXIT
009530     END-IF.
009540     MOVE PRG-TOKEN(WS-FOUND-IDX) TO ASG-TARGET-CODE.
009550     REWRITE ASSIGNMENT-RECORD
009560         INVALID KEY
009570             DISPLAY 'MONTYPRG: MONTYASG REWRITE FAILED, STATUS '
009580                 WS-ASG-STATUS ' FOR ' ASG-ASSIGN-ID '.'
009590             SET GAME-FILE-FAILED TO TRUE
009600             GO TO 3310-EXIT
009610     END-REWRITE.
009620     ADD 1 TO WS-ASG-TOKENIZED.
009630 3310-EXIT.
009640     EXIT.
009641*
009642* ---------------------------------------------------------------
009643* 3400-TOKENIZE-TERM-HISTORY - MONTYTRM FROZE EACH PLAYER'S NAME
009644* AND STANDING ONTO MONTYTRH AT EVERY TERM CLOSE. EACH ENTRY OF A
009645* PURGED PLAYER IS WRITTEN AGAIN UNDER THE TOKEN WITH THE NAME
009646* BLANKED, THEN THE ORIGINAL IS DELETED, SO MONTYTHR STILL COUNTS
009647* THE STANDING BUT CANNOT NAME THE STUDENT. THE ENTRIES ARE HELD
009648* FIRST SO THE FILE IS NOT WRITTEN UNDER AN OPEN KEY WALK. NO
009649* MONTYTRH MEANS NO TERM HAS BEEN CLOSED YET
009650* ---------------------------------------------------------------
009651 3400-TOKENIZE-TERM-HISTORY.
009652     OPEN I-O TERM-HISTORY-FILE.
009653     IF WS-TRH-STATUS = '35'
009654         DISPLAY 'MONTYPRG: NO TERM HISTORY (MONTYTRH STATUS '
009655             WS-TRH-STATUS ') - NO TERM CLOSED YET.'
009656         GO TO 3400-EXIT
009657     END-IF.
009658     IF WS-TRH-STATUS NOT = '00'
009659         DISPLAY 'MONTYPRG: CANNOT OPEN MONTYTRH, STATUS '
009660             WS-TRH-STATUS '.'
009661         SET GAME-FILE-FAILED TO TRUE
009662         GO TO 3400-EXIT
009663     END-IF.
009664     MOVE ZERO TO WS-CARRY-COUNT.
009665     MOVE LOW-VALUES TO TRH-KEY.
009666     SET KEYED-NOT-EOF TO TRUE.
009667     START TERM-HISTORY-FILE KEY NOT < TRH-KEY
009668         INVALID KEY
009669             SET KEYED-EOF TO TRUE
009670     END-START.
009671     PERFORM 3410-COLLECT-ONE-TERM-ENTRY THRU 3410-EXIT
009672         UNTIL KEYED-EOF.
009673     PERFORM 3420-MOVE-ONE-TERM-ENTRY THRU 3420-EXIT
009674         VARYING WS-CARRY-IDX FROM 1 BY 1
009675         UNTIL WS-CARRY-IDX > WS-CARRY-COUNT.
009676     CLOSE TERM-HISTORY-FILE.
009677 3400-EXIT.
009678     EXIT.
009679*
009680 3410-COLLECT-ONE-TERM-ENTRY.
009681     READ TERM-HISTORY-FILE NEXT RECORD
009682         AT END
009683             SET KEYED-EOF TO TRUE
009684             GO TO 3410-EXIT
009685     END-READ.
009686     IF TRH-PLAYER-ID = SPACES
009687         GO TO 3410-EXIT
009688     END-IF.
009689     MOVE TRH-PLAYER-ID TO WS-SEARCH-ID.
009690     PERFORM 2900-FIND-PURGED-ID THRU 2900-EXIT.
009691     IF WS-FOUND-IDX = ZERO
009692         GO TO 3410-EXIT
009693     END-IF.
009694     IF WS-CARRY-COUNT = 1000
009695         DISPLAY 'MONTYPRG: MORE THAN 1000 MONTYTRH ENTRIES TO'
009696             ' TOKENIZE - RERUN TO FINISH.'
009697         SET GAME-FILE-FAILED TO TRUE
009698         SET KEYED-EOF TO TRUE
009699         GO TO 3410-EXIT
009700     END-IF.
009701     ADD 1 TO WS-CARRY-COUNT.
009702     MOVE TERM-HISTORY-RECORD
009703         TO TRH-CARRY-IMAGE(WS-CARRY-COUNT).
009704     MOVE WS-FOUND-IDX TO TRH-CARRY-PURGE-IDX(WS-CARRY-COUNT).
009705 3410-EXIT.
009706     EXIT.
009707*
009708* ---------------------------------------------------------------
009709* 3420-MOVE-ONE-TERM-ENTRY - THE TOKEN ENTRY GOES ON BEFORE THE
009710* ORIGINAL COMES OFF. ONE ALREADY ON FILE WAS WRITTEN BY A RUN
009711* THAT STOPPED BEFORE ITS DELETE, AND THE ORIGINAL STILL GOES
009712* ---------------------------------------------------------------
009713 3420-MOVE-ONE-TERM-ENTRY.
009714     MOVE TRH-CARRY-PURGE-IDX(WS-CARRY-IDX) TO WS-FOUND-IDX.
009715     MOVE TRH-CARRY-IMAGE(WS-CARRY-IDX) TO TERM-HISTORY-RECORD.
009716     MOVE PRG-TOKEN(WS-FOUND-IDX) TO TRH-PLAYER-ID.
009717     MOVE SPACES                  TO TRH-FULL-NAME.
009718     WRITE TERM-HISTORY-RECORD
009719         INVALID KEY
009720             IF WS-TRH-STATUS NOT = '22'
009721                 DISPLAY 'MONTYPRG: MONTYTRH WRITE FAILED,'
009722                     ' STATUS ' WS-TRH-STATUS ' FOR '
009723                     PRG-TOKEN(WS-FOUND-IDX) ' TERM '
009724                     TRH-TERM-CODE '.'
009725                 SET GAME-FILE-FAILED TO TRUE
009726                 GO TO 3420-EXIT
009727             END-IF
009728     END-WRITE.
009729     MOVE TRH-CARRY-IMAGE(WS-CARRY-IDX) TO TERM-HISTORY-RECORD.
009730     DELETE TERM-HISTORY-FILE RECORD
009731         INVALID KEY
009732             DISPLAY 'MONTYPRG: MONTYTRH DELETE FAILED, STATUS '
009733                 WS-TRH-STATUS ' FOR ' PRG-TOKEN(WS-FOUND-IDX)
009734                 ' TERM ' TRH-TERM-CODE '.'
009735             SET GAME-FILE-FAILED TO TRUE
009736             GO TO 3420-EXIT
009737     END-DELETE.
009738     ADD 1 TO WS-TRH-TOKENIZED.
009739 3420-EXIT.
009740     EXIT.
009741*
009742* ---------------------------------------------------------------
009743* 4000-ANONYMIZE-LIVE-LOG - STAGE THE LIVE LOG WITH EVERY PURGED
009744* ID REPLACED BY ITS TOKEN, PROVE THE TOTALS, THEN REPLACE IT
009745* ---------------------------------------------------------------
009746 4000-ANONYMIZE-LIVE-LOG.
009747     SET STAGING-LIVE-LOG TO TRUE.
009748     PERFORM 4500-RESET-FILE-TOTALS THRU 4500-EXIT.
009749     OPEN INPUT MONTYLOG-FILE.
009750     IF WS-LOG-STATUS NOT = '00'
009751         DISPLAY 'MONTYPRG: CANNOT OPEN MONTYLOG, STATUS '
009760             WS-LOG-STATUS '.'
009770         SET GAME-FILE-FAILED TO TRUE
009780         GO TO 4000-EXIT
009790     END-IF.
009800     OPEN OUTPUT STAGED-FILE.
009810     SET LOG-NOT-EOF TO TRUE.
009820     PERFORM 4100-STAGE-ONE-LIVE THRU 4100-EXIT
009830         UNTIL LOG-EOF.
009840     CLOSE MONTYLOG-FILE.
009850     CLOSE STAGED-FILE.
009860     MOVE WS-FILE-READ TO WS-EXPECTED-COUNT.
009870     PERFORM 4600-PROVE-FILE-TOTALS THRU 4600-EXIT.
009880     IF TOTALS-BALANCE
009890         AND WS-FILE-ANONYMIZED > ZERO
009891         PERFORM 4800-WITHDRAW-INDEX THRU 4800-EXIT
009900         OPEN INPUT STAGED-FILE
009910         OPEN OUTPUT MONTYLOG-FILE
009920         SET NEW-NOT-EOF TO TRUE
009930         PERFORM 4200-COPY-BACK-LIVE THRU 4200-EXIT
009940             UNTIL NEW-EOF
009950         CLOSE STAGED-FILE
009960         CLOSE MONTYLOG-FILE
009970     END-IF.
009980     MOVE 'LIVE MONTYLOG' TO WS-ARC-DSN.
009990     PERFORM 4700-POST-CERTIFICATE-LINE THRU 4700-EXIT.
010000 4000-EXIT.
010010     EXIT.
010020*
010030 4100-STAGE-ONE-LIVE.
010040     READ MONTYLOG-FILE
010050         AT END
010060             SET LOG-EOF TO TRUE
010070             GO TO 4100-EXIT
010080     END-READ.
010090     PERFORM 4400-ANONYMIZE-ONE-GAME THRU 4400-EXIT.
010100 4100-EXIT.
010110     EXIT.
010120*
010130 4200-COPY-BACK-LIVE.
010140     READ STAGED-FILE
010150         AT END
010160             SET NEW-EOF TO TRUE
010170         NOT AT END
010180             WRITE MONTYLOG-RECORD FROM STAGED-RECORD
010190             ADD 1 TO WS-FILE-REWRITTEN
010200     END-READ.
010210 4200-EXIT.
010220     EXIT.
010230*
010240* ---------------------------------------------------------------
010250* 4400-ANONYMIZE-ONE-GAME - THE GAME IS IN THE MONTYLOG RECORD
010260* AREA. TALLY IT AS READ, PUT THE TOKEN IN PLACE OF A PURGED
010270* ID, TALLY IT AGAIN AS STAGED AND WRITE IT TO MONTYNEW
010280* ---------------------------------------------------------------
010290 4400-ANONYMIZE-ONE-GAME.
010300     ADD 1 TO WS-FILE-READ.
010310     IF LOG-STAY-RESULT = 'W'
010320         ADD 1 TO WS-STAY-BEFORE
010330     END-IF.
010340     IF LOG-SWITCH-RESULT = 'W'
010350         ADD 1 TO WS-SWITCH-BEFORE
010360     END-IF.
010370     MOVE LOG-PLAYER-ID TO WS-SEARCH-ID.
010380     PERFORM 2900-FIND-PURGED-ID THRU 2900-EXIT.
010390     IF WS-FOUND-IDX > ZERO
010400         MOVE PRG-TOKEN(WS-FOUND-IDX) TO LOG-PLAYER-ID
010410         ADD 1 TO WS-FILE-ANONYMIZED
010420         IF STAGING-ARCHIVE
010430             ADD 1 TO PRG-ARC-GAMES(WS-FOUND-IDX)
010440         ELSE
010450             ADD 1 TO PRG-LOG-GAMES(WS-FOUND-IDX)
010460         END-IF
010470     END-IF.
010480     MOVE LOG-PLAYER-ID TO WS-SEARCH-ID.
010490     PERFORM 2900-FIND-PURGED-ID THRU 2900-EXIT.
010500     IF WS-FOUND-IDX > ZERO
010510         ADD 1 TO WS-FILE-LEFT
010520     END-IF.
010530     IF LOG-STAY-RESULT = 'W'
010540         ADD 1 TO WS-STAY-AFTER
010550     END-IF.
010560     IF LOG-SWITCH-RESULT = 'W'
010570         ADD 1 TO WS-SWITCH-AFTER
010580     END-IF.
010590     WRITE STAGED-RECORD FROM MONTYLOG-RECORD.
010600     ADD 1 TO WS-FILE-STAGED.
010610 4400-EXIT.
010620     EXIT.
010630*
010640 4500-RESET-FILE-TOTALS.
010650     MOVE ZERO TO WS-FILE-READ.
010660     MOVE ZERO TO WS-FILE-STAGED.
010670     MOVE ZERO TO WS-FILE-ANONYMIZED.
010680     MOVE ZERO TO WS-FILE-LEFT.
010690     MOVE ZERO TO WS-FILE-REWRITTEN.
010700     MOVE ZERO TO WS-STAY-BEFORE.
010710     MOVE ZERO TO WS-STAY-AFTER.
010720     MOVE ZERO TO WS-SWITCH-BEFORE.
010730     MOVE ZERO TO WS-SWITCH-AFTER.
010740 4500-EXIT.
010750     EXIT.
010760*
010770* ---------------------------------------------------------------
010780* 4600-PROVE-FILE-TOTALS - READ = STAGED = THE EXPECTED COUNT
010790* (THE CATALOGED COUNT FOR AN ARCHIVE), NO PURGED ID LEFT, AND
010800* THE WINS THE SAME EITHER SIDE
010810* ---------------------------------------------------------------
010820 4600-PROVE-FILE-TOTALS.
010830     IF WS-FILE-READ = WS-FILE-STAGED
010840         AND WS-FILE-READ = WS-EXPECTED-COUNT
010850         AND WS-FILE-LEFT = ZERO
010860         AND WS-STAY-BEFORE = WS-STAY-AFTER
010870         AND WS-SWITCH-BEFORE = WS-SWITCH-AFTER
010880         SET TOTALS-BALANCE TO TRUE
010890     ELSE
010900         SET TOTALS-OUT-OF-BALANCE TO TRUE
010910         SET GAME-FILE-FAILED TO TRUE
010920     END-IF.
010930 4600-EXIT.
010940     EXIT.
010950*
010960* ---------------------------------------------------------------
010970* 4700-POST-CERTIFICATE-LINE - FILE THE GAME FILE'S COUNTS FOR
010980* THE CERTIFICATE. A FILE WITH NOTHING TO ANONYMIZE IS LEFT AS
010990* IT STOOD; A REPLACED FILE MUST REWRITE EVERY STAGED RECORD
011000* ---------------------------------------------------------------
011010 4700-POST-CERTIFICATE-LINE.
011020     IF WS-CERT-COUNT = 100
011030         DISPLAY 'MONTYPRG: MORE THAN 100 GAME FILES - '
011040             WS-ARC-DSN ' LEFT OFF THE CERTIFICATE.'
011050         SET GAME-FILE-FAILED TO TRUE
011060         GO TO 4700-EXIT
011070     END-IF.
011080     ADD 1 TO WS-CERT-COUNT.
011090     IF STAGING-ARCHIVE
011100         MOVE 'GENERATION' TO CRT-LABEL(WS-CERT-COUNT)
011110         MOVE CAT-GENERATION TO CRT-LABEL(WS-CERT-COUNT)(12:4)
011120     ELSE
011130         MOVE 'LIVE LOG' TO CRT-LABEL(WS-CERT-COUNT)
011140     END-IF.
011150     MOVE WS-ARC-DSN         TO CRT-DSN(WS-CERT-COUNT).
011160     MOVE WS-FILE-READ       TO CRT-READ(WS-CERT-COUNT).
011170     MOVE WS-FILE-ANONYMIZED TO CRT-ANONYMIZED(WS-CERT-COUNT).
011180     MOVE WS-STAY-BEFORE     TO CRT-STAY-BEFORE(WS-CERT-COUNT).
011190     MOVE WS-STAY-AFTER      TO CRT-STAY-AFTER(WS-CERT-COUNT).
011200     MOVE WS-SWITCH-BEFORE   TO CRT-SWITCH-BEFORE(WS-CERT-COUNT).
011210     MOVE WS-SWITCH-AFTER    TO CRT-SWITCH-AFTER(WS-CERT-COUNT).
011220     IF TOTALS-OUT-OF-BALANCE
011230         MOVE WS-FILE-READ TO CRT-AFTER(WS-CERT-COUNT)
011240         MOVE '*** OUT OF BALANCE ***'
011250             TO CRT-RESULT(WS-CERT-COUNT)
011260         GO TO 4700-EXIT
011270     END-IF.
011280     IF WS-FILE-ANONYMIZED = ZERO
011290         MOVE WS-FILE-READ TO CRT-AFTER(WS-CERT-COUNT)
011300         MOVE 'NOTHING TO ANONYMIZE' TO CRT-RESULT(WS-CERT-COUNT)
011310         GO TO 4700-EXIT
011320     END-IF.
011330     MOVE WS-FILE-REWRITTEN TO CRT-AFTER(WS-CERT-COUNT).
011340     IF WS-FILE-REWRITTEN = WS-FILE-STAGED
011350         MOVE 'REPLACED, UNCHANGED' TO CRT-RESULT(WS-CERT-COUNT)
011360     ELSE
011370         MOVE '*** REWRITE MISMATCH ***'
011380             TO CRT-RESULT(WS-CERT-COUNT)
011390         SET GAME-FILE-FAILED TO TRUE
011400     END-IF.
011410 4700-EXIT.
011420     EXIT.
011421*
011422* ---------------------------------------------------------------
011423* 4800-WITHDRAW-INDEX - A GAME FILE IS ABOUT TO BE REPLACED, AND
011424* THE MONTYGIX PLAYER GAME INDEX STILL CARRIES THE PURGED IDS.
011425* ITS CONTROL RECORD IS SET UNVERIFIED FIRST, ONCE PER RUN, SO
011426* MONTYSTM AND MONTYCMP STOP TRUSTING IT EVEN IF THE REBUILD
011427* NEVER RUNS. NO INDEX MEANS NOTHING TO WITHDRAW
011428* ---------------------------------------------------------------
011429 4800-WITHDRAW-INDEX.
011430     IF INDEX-WITHDRAWN
011431         GO TO 4800-EXIT
011432     END-IF.
011433     SET INDEX-WITHDRAWN TO TRUE.
011434     OPEN I-O GAME-INDEX-FILE.
011435     IF WS-GIX-STATUS = '35'
011436         GO TO 4800-EXIT
011437     END-IF.
011438     IF WS-GIX-STATUS NOT = '00'
011439         DISPLAY 'MONTYPRG: CANNOT OPEN MONTYGIX, STATUS '
011440             WS-GIX-STATUS ' - THE INDEX IS STILL MARKED'
011441             ' VERIFIED.'
011442         SET GAME-FILE-FAILED TO TRUE
011443         GO TO 4800-EXIT
011444     END-IF.
011445     MOVE SPACES TO GIX-PLAYER-ID.
011446     MOVE ZERO   TO GIX-GAME-DATE.
011447     MOVE ZERO   TO GIX-GAME-TIME.
011448     MOVE ZERO   TO GIX-GENERATION.
011449     MOVE ZERO   TO GIX-RECORD-NUMBER.
011450     READ GAME-INDEX-FILE
011451         INVALID KEY
011452             CLOSE GAME-INDEX-FILE
011453             GO TO 4800-EXIT
011454     END-READ.
011455     SET GIC-UNVERIFIED TO TRUE.
011456     MOVE ZERO TO GIC-VERIFIED-DATE.
011457     REWRITE GAME-INDEX-RECORD
011458         INVALID KEY
011459             DISPLAY 'MONTYPRG: MONTYGIX CONTROL RECORD REWRITE'
011460                 ' FAILED, STATUS ' WS-GIX-STATUS '.'
011461             SET GAME-FILE-FAILED TO TRUE
011462     END-REWRITE.
011463     CLOSE GAME-INDEX-FILE.
011464     DISPLAY 'PRG: MONTYGIX INDEX MARKED UNVERIFIED.'.
011465 4800-EXIT.
011466     EXIT.
011467*
011468* ---------------------------------------------------------------
011469* 5000-ANONYMIZE-ARCHIVES - WALK THE MONTYCAT CATALOG AND PUT
011470* EVERY GENERATION THROUGH THE SAME STAGE, PROVE AND REPLACE AS
011471* THE LIVE LOG. NO CATALOG (STATUS 35) MEANS NOTHING HAS EVER
011472* BEEN ARCHIVED. A CATALOG THAT CANNOT BE OPENED FAILS THE GAME
011473* FILES, SO MONTYPLR AND MONTYLDR ARE KEPT FOR THE RERUN
011480* ---------------------------------------------------------------
011490 5000-ANONYMIZE-ARCHIVES.
011500     OPEN INPUT CATALOG-FILE.
011510     IF WS-CAT-STATUS = '35'
011520         DISPLAY 'MONTYPRG: NO ARCHIVE CATALOG (MONTYCAT STATUS '
011530             WS-CAT-STATUS ') - LIVE LOG ONLY.'
011540         GO TO 5000-EXIT
011550     END-IF.
011551     IF WS-CAT-STATUS NOT = '00'
011552         DISPLAY 'MONTYPRG: CANNOT OPEN MONTYCAT, STATUS '
011553             WS-CAT-STATUS '.'
011554         SET GAME-FILE-FAILED TO TRUE
011555         GO TO 5000-EXIT
011556     END-IF.
011560     SET CAT-NOT-EOF TO TRUE.
011570     MOVE ZERO TO CAT-GENERATION.
011580     START CATALOG-FILE KEY NOT < CAT-GENERATION
011590         INVALID KEY
011600             SET CAT-EOF TO TRUE
011610     END-START.
011620     PERFORM 5100-ANONYMIZE-ONE-GENERATION THRU 5100-EXIT
011630         UNTIL CAT-EOF.
011640     CLOSE CATALOG-FILE.
011650 5000-EXIT.
011660     EXIT.
011670*
011680 5100-ANONYMIZE-ONE-GENERATION.
011690     READ CATALOG-FILE NEXT RECORD
011700         AT END
011710             SET CAT-EOF TO TRUE
011720             GO TO 5100-EXIT
011730     END-READ.
011740     SET STAGING-ARCHIVE TO TRUE.
011750     PERFORM 4500-RESET-FILE-TOTALS THRU 4500-EXIT.
011760     MOVE CAT-ARCHIVE-DSN TO WS-ARC-DSN.
011770     OPEN INPUT ARCHIVE-FILE.
011780     IF WS-ARC-STATUS NOT = '00'
011790         DISPLAY 'MONTYPRG: CANNOT OPEN ARCHIVE ' WS-ARC-DSN
011800             ' (GENERATION ' CAT-GENERATION '), STATUS '
011810             WS-ARC-STATUS '.'
011820         SET TOTALS-OUT-OF-BALANCE TO TRUE
011830         SET GAME-FILE-FAILED TO TRUE
011840         PERFORM 4700-POST-CERTIFICATE-LINE THRU 4700-EXIT
011850         GO TO 5100-EXIT
011860     END-IF.
011870     OPEN OUTPUT STAGED-FILE.
011880     SET LOG-NOT-EOF TO TRUE.
011890     PERFORM 5200-STAGE-ONE-ARCHIVED THRU 5200-EXIT
011900         UNTIL LOG-EOF.
011910     CLOSE ARCHIVE-FILE.
011920     CLOSE STAGED-FILE.
011930     MOVE CAT-RECORD-COUNT TO WS-EXPECTED-COUNT.
011940     PERFORM 4600-PROVE-FILE-TOTALS THRU 4600-EXIT.
011950     IF TOTALS-BALANCE
011960         AND WS-FILE-ANONYMIZED > ZERO
011961         PERFORM 4800-WITHDRAW-INDEX THRU 4800-EXIT
011970         OPEN INPUT STAGED-FILE
011980         OPEN OUTPUT ARCHIVE-FILE
011990         SET NEW-NOT-EOF TO TRUE
012000         PERFORM 5300-COPY-BACK-ARCHIVED THRU 5300-EXIT
012010             UNTIL NEW-EOF
012020         CLOSE STAGED-FILE
012030         CLOSE ARCHIVE-FILE
012040     END-IF.
012050     PERFORM 4700-POST-CERTIFICATE-LINE THRU 4700-EXIT.
012060 5100-EXIT.
012070     EXIT.
012080*
012090 5200-STAGE-ONE-ARCHIVED.
012100     READ ARCHIVE-FILE
012110         AT END
012120             SET LOG-EOF TO TRUE
012130             GO TO 5200-EXIT
012140     END-READ.
012150     MOVE ARCHIVE-LOG-IMAGE TO MONTYLOG-RECORD.
012160     PERFORM 4400-ANONYMIZE-ONE-GAME THRU 4400-EXIT.
012170 5200-EXIT.
012180     EXIT.
012190*
012200 5300-COPY-BACK-ARCHIVED.
012210     READ STAGED-FILE
012220         AT END
012230             SET NEW-EOF TO TRUE
012240         NOT AT END
012250             WRITE ARCHIVE-LOG-IMAGE FROM STAGED-RECORD
012260             ADD 1 TO WS-FILE-REWRITTEN
012270     END-READ.
012280 5300-EXIT.
012290     EXIT.
012300*
012310* ---------------------------------------------------------------
012320* 6000-DELETE-PLAYER - EVERY GAME FILE PROVED OUT, SO THE MASTER
012330* AND LEADERBOARD ENTRIES GO. THE AUDIT LINE NAMES THE TOKEN,
012340* NEVER THE STUDENT - THE CROSSWALK IS THE ONLY LINK
012350* ---------------------------------------------------------------
012360 6000-DELETE-PLAYER.
012370     MOVE PRG-PLAYER-ID(WS-PURGE-IDX) TO LDR-PLAYER-ID.
012380     READ LEADERBOARD-FILE
012390         INVALID KEY
012400             MOVE ZERO TO LDR-GAMES-PLAYED
012410         NOT INVALID KEY
012420             ADD LDR-GAMES-PLAYED TO WS-LDR-GAMES-REMOVED
012430             DELETE LEADERBOARD-FILE RECORD
012440                 INVALID KEY
012450                     DISPLAY 'MONTYPRG: MONTYLDR DELETE FAILED,'
012460                         ' STATUS ' WS-LDR-STATUS ' FOR '
012470                         PRG-TOKEN(WS-PURGE-IDX) '.'
012480                     MOVE 8 TO RETURN-CODE
012490                 NOT INVALID KEY
012500                     ADD 1 TO WS-LDR-DELETED
012510             END-DELETE
012520     END-READ.
012530     MOVE PRG-PLAYER-ID(WS-PURGE-IDX) TO PLR-PLAYER-ID.
012540     DELETE PLAYER-FILE RECORD
012550         INVALID KEY
012560             DISPLAY 'MONTYPRG: MONTYPLR DELETE FAILED, STATUS '
012570                 WS-PLR-STATUS ' FOR ' PRG-TOKEN(WS-PURGE-IDX)
012580                 '.'
012590             MOVE 8 TO RETURN-CODE
012600             GO TO 6000-EXIT
012610     END-DELETE.
012620     ADD 1 TO WS-PLR-DELETED.
012630     MOVE PRG-LOG-GAMES(WS-PURGE-IDX) TO WS-BEFORE-DISPLAY.
012640     MOVE PRG-ARC-GAMES(WS-PURGE-IDX) TO WS-AFTER-DISPLAY.
012650     DISPLAY 'PRG: PURGED ' PRG-TOKEN(WS-PURGE-IDX)
012660         ' DEACTIVATED ' PRG-DEACTIVATE-DATE(WS-PURGE-IDX)
012670         ' LIVE GAMES ' WS-BEFORE-DISPLAY
012680         ' ARCHIVED GAMES ' WS-AFTER-DISPLAY.
012690 6000-EXIT.
012700     EXIT.
012710*
012720* ---------------------------------------------------------------
012730* 7000-COUNT-KEYED-FILES - MONTYPLR AND MONTYLDR AS THEY STAND
012740* AT THE END OF THE RUN, FOR THE CERTIFICATE
012750* ---------------------------------------------------------------
012760 7000-COUNT-KEYED-FILES.
012770     MOVE ZERO TO WS-PLR-RECORDS-AFTER.
012780     MOVE LOW-VALUES TO PLR-PLAYER-ID.
012790     SET KEYED-NOT-EOF TO TRUE.
012800     START PLAYER-FILE KEY NOT < PLR-PLAYER-ID
012810         INVALID KEY
012820             SET KEYED-EOF TO TRUE
012830     END-START.
012840     PERFORM 7100-COUNT-ONE-PLR THRU 7100-EXIT
012850         UNTIL KEYED-EOF.
012860     MOVE ZERO TO WS-LDR-RECORDS-AFTER.
012870     MOVE LOW-VALUES TO LDR-PLAYER-ID.
012880     SET KEYED-NOT-EOF TO TRUE.
012890     START LEADERBOARD-FILE KEY NOT < LDR-PLAYER-ID
012900         INVALID KEY
012910             SET KEYED-EOF TO TRUE
012920     END-START.
012930     PERFORM 7200-COUNT-ONE-LDR THRU 7200-EXIT
012940         UNTIL KEYED-EOF.
012950 7000-EXIT.
012960     EXIT.
012970*
012980 7100-COUNT-ONE-PLR.
012990     READ PLAYER-FILE NEXT RECORD
013000         AT END
013010             SET KEYED-EOF TO TRUE
013020             GO TO 7100-EXIT
013030     END-READ.
013040     ADD 1 TO WS-PLR-RECORDS-AFTER.
013050 7100-EXIT.
013060     EXIT.
013070*
013080 7200-COUNT-ONE-LDR.
013090     READ LEADERBOARD-FILE NEXT RECORD
013100         AT END
013110             SET KEYED-EOF TO TRUE
013120             GO TO 7200-EXIT
013130     END-READ.
013140     ADD 1 TO WS-LDR-RECORDS-AFTER.
013150 7200-EXIT.
013160     EXIT.
013170*
013180* ---------------------------------------------------------------
013190* 8000-PRINT-CERTIFICATE - THE PURGE CERTIFICATE. ONE BLOCK PER
013200* GAME FILE, THE KEYED FILE COUNTS, AND THE CAMPUS GAME TOTALS
013210* ACROSS EVERY GAME FILE, WHICH MUST BE THE SAME BEFORE AND
013220* AFTER FOR THE RUN TO CERTIFY
013230* ---------------------------------------------------------------
013240 8000-PRINT-CERTIFICATE.
013250     PERFORM 7000-COUNT-KEYED-FILES THRU 7000-EXIT.
013260     DISPLAY '===== MONTYPRG PURGE CERTIFICATE ====='.
013270     DISPLAY 'RUN DATE             : ' WS-TODAY-DATE.
013280     MOVE WS-RETENTION-DAYS TO WS-COUNT-DISPLAY.
013290     DISPLAY 'INACTIVE MORE THAN   : ' WS-COUNT-DISPLAY ' DAYS'
013300         ' (DEACTIVATED BEFORE ' WS-CUTOFF-DATE ')'.
013310     DISPLAY 'CROSSWALK HELD UNTIL : ' WS-EXPIRE-DATE.
013320     MOVE WS-PURGE-COUNT TO WS-COUNT-DISPLAY.
013330     DISPLAY 'PLAYERS SELECTED     : ' WS-COUNT-DISPLAY.
013340     MOVE WS-PLR-DELETED TO WS-COUNT-DISPLAY.
013350     DISPLAY 'PLAYERS PURGED       : ' WS-COUNT-DISPLAY.
013360     MOVE WS-NO-DATE-COUNT TO WS-COUNT-DISPLAY.
013370     DISPLAY 'INACTIVE, NO DATE    : ' WS-COUNT-DISPLAY
013380         ' (NO INACTIVE MONTYCHS ENTRY - NOT PURGED)'.
013390     DISPLAY ' '.
013400     PERFORM 8100-PRINT-GAME-FILE THRU 8100-EXIT
013410         VARYING WS-CERT-IDX FROM 1 BY 1
013420         UNTIL WS-CERT-IDX > WS-CERT-COUNT.
013430     DISPLAY 'KEYED FILES            BEFORE     AFTER  REMOVED'.
013440     MOVE WS-PLR-RECORDS-BEFORE TO WS-BEFORE-DISPLAY.
013450     MOVE WS-PLR-RECORDS-AFTER  TO WS-AFTER-DISPLAY.
013460     MOVE WS-PLR-DELETED        TO WS-COUNT-DISPLAY.
013470     DISPLAY 'MONTYPLR RECORDS : ' WS-BEFORE-DISPLAY ' '
013480         WS-AFTER-DISPLAY '    ' WS-COUNT-DISPLAY.
013490     COMPUTE WS-BEFORE-DISPLAY =
013500         WS-LDR-RECORDS-AFTER + WS-LDR-DELETED.
013510     MOVE WS-LDR-RECORDS-AFTER  TO WS-AFTER-DISPLAY.
013520     MOVE WS-LDR-DELETED        TO WS-COUNT-DISPLAY.
013530     DISPLAY 'MONTYLDR RECORDS : ' WS-BEFORE-DISPLAY ' '
013540         WS-AFTER-DISPLAY '    ' WS-COUNT-DISPLAY.
013550     MOVE WS-LDR-GAMES-REMOVED  TO WS-TOTAL-DISPLAY.
013560     DISPLAY 'MONTYLDR GAMES ON DELETED LINES : '
013570         WS-TOTAL-DISPLAY.
013580     MOVE WS-CHS-TOKENIZED TO WS-COUNT-DISPLAY.
013590     DISPLAY 'MONTYCHS ENTRIES TOKENIZED      : '
013600         WS-COUNT-DISPLAY.
013610     MOVE WS-HST-TOKENIZED TO WS-COUNT-DISPLAY.
013620     DISPLAY 'MONTYHST RUNS TOKENIZED         : '
013630         WS-COUNT-DISPLAY.
013640     MOVE WS-ASG-TOKENIZED TO WS-COUNT-DISPLAY.
013650     DISPLAY 'MONTYASG ASSIGNMENTS TOKENIZED  : '
013660         WS-COUNT-DISPLAY.
013661     MOVE WS-TRH-TOKENIZED TO WS-COUNT-DISPLAY.
013662     DISPLAY 'MONTYTRH ENTRIES TOKENIZED      : '
013663         WS-COUNT-DISPLAY.
013670     MOVE WS-XWK-ADDED TO WS-COUNT-DISPLAY.
013680     DISPLAY 'MONTYXWK ENTRIES ADDED          : '
013690         WS-COUNT-DISPLAY.
013700     MOVE WS-XWK-EXPIRED TO WS-COUNT-DISPLAY.
013710     DISPLAY 'MONTYXWK ENTRIES EXPIRED        : '
013720         WS-COUNT-DISPLAY.
013730     DISPLAY ' '.
013740     DISPLAY 'CAMPUS GAME TOTALS     BEFORE     AFTER'.
013750     MOVE WS-CAMPUS-GAMES-BEFORE TO WS-BEFORE-DISPLAY.
013760     MOVE WS-CAMPUS-GAMES-AFTER  TO WS-AFTER-DISPLAY.
013770     DISPLAY 'GAMES            : ' WS-BEFORE-DISPLAY ' '
013780         WS-AFTER-DISPLAY.
013790     MOVE WS-CAMPUS-STAY-BEFORE  TO WS-BEFORE-DISPLAY.
013800     MOVE WS-CAMPUS-STAY-AFTER   TO WS-AFTER-DISPLAY.
013810     DISPLAY 'STAY WINS        : ' WS-BEFORE-DISPLAY ' '
013820         WS-AFTER-DISPLAY.
013830     MOVE WS-CAMPUS-SWITCH-BEFORE TO WS-BEFORE-DISPLAY.
013840     MOVE WS-CAMPUS-SWITCH-AFTER  TO WS-AFTER-DISPLAY.
013850     DISPLAY 'SWITCH WINS      : ' WS-BEFORE-DISPLAY ' '
013860         WS-AFTER-DISPLAY.
013870     IF WS-CAMPUS-GAMES-BEFORE = WS-CAMPUS-GAMES-AFTER
013880         AND WS-CAMPUS-STAY-BEFORE = WS-CAMPUS-STAY-AFTER
013890         AND WS-CAMPUS-SWITCH-BEFORE = WS-CAMPUS-SWITCH-AFTER
013900         AND ALL-GAME-FILES-OK
013910         DISPLAY 'CERTIFIED        : GAME TOTALS UNCHANGED'
013920     ELSE
013930         DISPLAY 'CERTIFIED        : *** NOT CERTIFIED ***'
013940         MOVE 8 TO RETURN-CODE
013950     END-IF.
013960 8000-EXIT.
013970     EXIT.
013980*
013990 8100-PRINT-GAME-FILE.
014000     DISPLAY CRT-LABEL(WS-CERT-IDX) ' ' CRT-DSN(WS-CERT-IDX)
014010         ' ' CRT-RESULT(WS-CERT-IDX).
014020     MOVE CRT-READ(WS-CERT-IDX)  TO WS-BEFORE-DISPLAY.
014030     MOVE CRT-AFTER(WS-CERT-IDX) TO WS-AFTER-DISPLAY.
014040     MOVE CRT-ANONYMIZED(WS-CERT-IDX) TO WS-TOTAL-DISPLAY.
014050     DISPLAY '  GAMES       BEFORE ' WS-BEFORE-DISPLAY
014060         ' AFTER ' WS-AFTER-DISPLAY
014070         ' ANONYMIZED ' WS-TOTAL-DISPLAY.
014080     MOVE CRT-STAY-BEFORE(WS-CERT-IDX) TO WS-BEFORE-DISPLAY.
014090     MOVE CRT-STAY-AFTER(WS-CERT-IDX)  TO WS-AFTER-DISPLAY.
014100     DISPLAY '  STAY WINS   BEFORE ' WS-BEFORE-DISPLAY
014110         ' AFTER ' WS-AFTER-DISPLAY.
014120     MOVE CRT-SWITCH-BEFORE(WS-CERT-IDX) TO WS-BEFORE-DISPLAY.
014130     MOVE CRT-SWITCH-AFTER(WS-CERT-IDX)  TO WS-AFTER-DISPLAY.
014140     DISPLAY '  SWITCH WINS BEFORE ' WS-BEFORE-DISPLAY
014150         ' AFTER ' WS-AFTER-DISPLAY.
014160     ADD CRT-READ(WS-CERT-IDX)          TO WS-CAMPUS-GAMES-BEFORE.
014170     ADD CRT-AFTER(WS-CERT-IDX)         TO WS-CAMPUS-GAMES-AFTER.
014180     ADD CRT-STAY-BEFORE(WS-CERT-IDX)   TO WS-CAMPUS-STAY-BEFORE.
014190     ADD CRT-STAY-AFTER(WS-CERT-IDX)    TO WS-CAMPUS-STAY-AFTER.
014200     ADD CRT-SWITCH-BEFORE(WS-CERT-IDX)
014210         TO WS-CAMPUS-SWITCH-BEFORE.
014220     ADD CRT-SWITCH-AFTER(WS-CERT-IDX)  TO WS-CAMPUS-SWITCH-AFTER.
014230 8100-EXIT.
014240     EXIT.
014250*
014260* ---------------------------------------------------------------
014270* 9000-TERMINATE - CLOSE THE KEYED FILES
014280* ---------------------------------------------------------------
014290 9000-TERMINATE.
014300     CLOSE PLAYER-FILE.
014310     CLOSE LEADERBOARD-FILE.
014320     CLOSE COHORT-HISTORY-FILE.
014330     CLOSE RUN-HISTORY-FILE.
014340     CLOSE ASSIGNMENT-FILE.
014350     CLOSE CROSSWALK-FILE.
014360 9000-EXIT.
014370     EXIT.
