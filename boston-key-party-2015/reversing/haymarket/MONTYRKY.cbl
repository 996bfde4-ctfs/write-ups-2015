001000* ---------------------------------------------------------------
001010* MONTYRKY  - PLAYER ID RE-KEY ACROSS THE SHARED FILES
001020* ---------------------------------------------------------------
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.    MONTYRKY.
001050 AUTHOR.        R CHALFANT.
001060 INSTALLATION.  HAYMARKET TRAINING LAB.
001070 DATE-WRITTEN.  10/15/2026.
001080 DATE-COMPILED.
001090*
001100* MODIFICATION HISTORY
001110*   10/15/26  RC  ORIGINAL RE-KEY UTILITY. WHEN THE REGISTRAR
001120*                 REISSUES A STUDENT ID, OR TWO IDS TURN OUT TO
001130*                 BE THE SAME PERSON, THE STUDENT'S HISTORY
001140*                 STAYED SPLIT ACROSS BOTH IDS. THIS PROGRAM
001150*                 READS OLD-ID/NEW-ID PAIRS FROM THE REKEYCRD
001160*                 CARD FILE AND MOVES EVERYTHING FILED UNDER THE
001170*                 OLD ID TO THE NEW ONE - THE LIVE MONTYLOG
001180*                 GAMES, THE MONTYLDR LINE (ADDED INTO THE NEW
001190*                 ID'S LINE WHEN IT HAS ONE), THE MONTYPLR ENTRY
001200*                 (THE OLD ENTRY IS DELETED, ITS EARLIER
001210*                 ENROLLMENT DATE KEPT ON THE NEW ONE), THE
001220*                 MONTYCHS COHORT HISTORY THAT PREDATES THE NEW
001230*                 ID'S OWN, AND EVERY TYPE P MONTYASG
001240*                 ASSIGNMENT. THE NEW ID MUST ALREADY BE AN
001250*                 ACTIVE PLAYER AND THE OLD ID MUST APPEAR ON AT
001260*                 LEAST ONE FILE, OR THE CARD GOES TO THE
001270*                 REKEYREJ REJECT FILE THE WAY MONTYENR REJECTS
001280*                 A BAD ENROLLMENT CARD. THE LOG IS RE-KEYED
001290*                 THROUGH THE MONTYNEW STAGING FILE AND ONLY
001300*                 REPLACED AFTER THE CONTROL TOTALS PROVE OUT,
001310*                 THE SAME GUARD MONTYARC USES, AND THE KEYED
001320*                 FILES ARE TOTALLED BEFORE AND AFTER SO THE
001330*                 LISTING PROVES NO GAME WAS LOST OR COUNTED
001340*                 TWICE. EVERY RECORD CHANGED PRINTS ON THE
001350*                 AUDIT LISTING WITH ITS BEFORE AND AFTER
001351*                 IMAGES. THE RUN REFUSES TO START WHILE THE
001352*                 MONTYLCK RUN LOCK IS HELD.
001353*   10/15/26  RC  THE RE-KEY NOW REACHES EVERY FILE THAT CARRIES
001354*                 A PLAYER ID. EACH MONTYCAT ARCHIVE GENERATION IS
001355*                 STAGED THROUGH MONTYNEW AND PROVED THE SAME WAY
001356*                 AS THE LIVE LOG, AGAINST ITS CATALOGED COUNT,
001357*                 AND THE KEYED FILES ARE ONLY TOUCHED ONCE EVERY
001358*                 GAME FILE HAS PROVED OUT. THE MONTYHST RUNS
001359*                 PLAYED UNDER THE OLD ID ARE RE-KEYED IN PLACE,
001360*                 AND EACH MONTYTRH TERM HISTORY ENTRY IS WRITTEN
001361*                 UNDER THE NEW ID AND THE OLD ONE DELETED - ADDED
001362*                 INTO THE NEW ID'S ENTRY WHEN IT HAS ONE FOR THE
001363*                 SAME TERM, THE WAY THE MONTYLDR LINE IS. THE
001364*                 MONTYGIX INDEX IS MARKED UNVERIFIED BEFORE THE
001365*                 FIRST GAME FILE IS REPLACED, AND A REJECTED CARD
001366*                 NOW ENDS THE STEP WITH RETURN CODE 4 SO THE
001367*                 INDEX REBUILD STILL RUNS.
001368*   10/15/26  RC  ONLY A MISSING MONTYCAT (STATUS 35) NOW MEANS
001369*                 NOTHING WAS ARCHIVED. ANY OTHER OPEN FAILURE IN
001370*                 THE ARCHIVE SCAN STOPS THE RUN WITH NO FILE
001371*                 CHANGED, INSTEAD OF LEAVING THE ARCHIVED GAMES
001372*                 UNDER THE OLD ID.
001390*
001400 ENVIRONMENT DIVISION.
001410 CONFIGURATION SECTION.
001420 SOURCE-COMPUTER.   GNUCOBOL.
001430 OBJECT-COMPUTER.   GNUCOBOL.
001440*
001450 INPUT-OUTPUT SECTION.
001460 FILE-CONTROL.
001470     SELECT REKEY-FILE ASSIGN TO "REKEYCRD"
001480         ORGANIZATION LINE SEQUENTIAL
001490         FILE STATUS IS WS-RKC-STATUS.
001500     SELECT REJECT-FILE ASSIGN TO "REKEYREJ"
001510         ORGANIZATION LINE SEQUENTIAL.
001520     SELECT MONTYLOG-FILE ASSIGN TO "MONTYLOG"
001530         ORGANIZATION LINE SEQUENTIAL
001540         FILE STATUS IS WS-LOG-STATUS.
001550     SELECT STAGED-FILE ASSIGN TO "MONTYNEW"
001560         ORGANIZATION LINE SEQUENTIAL
001570         FILE STATUS IS WS-NEW-STATUS.
001580     SELECT LEADERBOARD-FILE ASSIGN TO "MONTYLDR"
001590         ORGANIZATION INDEXED
001600         ACCESS MODE DYNAMIC
001610         RECORD KEY IS LDR-PLAYER-ID
001620         FILE STATUS IS WS-LDR-STATUS.
001630     SELECT PLAYER-FILE ASSIGN TO "MONTYPLR"
001640         ORGANIZATION INDEXED
001650         ACCESS MODE DYNAMIC
001660         RECORD KEY IS PLR-PLAYER-ID
001670         FILE STATUS IS WS-PLR-STATUS.
001680     SELECT ASSIGNMENT-FILE ASSIGN TO "MONTYASG"
001690         ORGANIZATION INDEXED
001700         ACCESS MODE DYNAMIC
001710         RECORD KEY IS ASG-ASSIGN-ID
001720         FILE STATUS IS WS-ASG-STATUS.
001730     SELECT COHORT-HISTORY-FILE ASSIGN TO "MONTYCHS"
001740         ORGANIZATION INDEXED
001750         ACCESS MODE DYNAMIC
001760         RECORD KEY IS CHS-KEY
001770         FILE STATUS IS WS-CHS-STATUS.
001780     SELECT LOCK-FILE ASSIGN TO "MONTYLCK"
001790         ORGANIZATION LINE SEQUENTIAL
001800         FILE STATUS IS WS-LCK-STATUS.
001801     SELECT ARCHIVE-FILE ASSIGN TO WS-ARC-DSN
001802         ORGANIZATION LINE SEQUENTIAL
001803         FILE STATUS IS WS-ARC-STATUS.
001804     SELECT CATALOG-FILE ASSIGN TO "MONTYCAT"
001805         ORGANIZATION INDEXED
001806         ACCESS MODE DYNAMIC
001807         RECORD KEY IS CAT-GENERATION
001808         FILE STATUS IS WS-CAT-STATUS.
001809     SELECT RUN-HISTORY-FILE ASSIGN TO "MONTYHST"
001810         ORGANIZATION INDEXED
001811         ACCESS MODE DYNAMIC
001812         RECORD KEY IS RHC-RUN-KEY
001813         FILE STATUS IS WS-HST-STATUS.
001814     SELECT TERM-HISTORY-FILE ASSIGN TO "MONTYTRH"
001815         ORGANIZATION INDEXED
001816         ACCESS MODE DYNAMIC
001817         RECORD KEY IS TRH-KEY
001818         FILE STATUS IS WS-TRH-STATUS.
001819     SELECT GAME-INDEX-FILE ASSIGN TO "MONTYGIX"
001820         ORGANIZATION INDEXED
001821         ACCESS MODE DYNAMIC
001822         RECORD KEY IS GIX-KEY
001823         FILE STATUS IS WS-GIX-STATUS.
001824*
001825 DATA DIVISION.
001830 FILE SECTION.
001840 FD  REKEY-FILE.
001850 COPY REKEYCRD.
001860*
001870 FD  REJECT-FILE.
001880 01  REJECT-RECORD.
001890     02  REJ-REASON-CODE         PIC X(04).
001900     02  FILLER                  PIC X(01).
001910     02  REJ-CARD-IMAGE          PIC X(80).
001920*
001930 FD  MONTYLOG-FILE.
001940 COPY MONTYLOG.
001950*
001960 FD  STAGED-FILE.
001970 01  STAGED-RECORD               PIC X(49).
001980*
001990 FD  LEADERBOARD-FILE.
002000 COPY MONTYLDR.
002010*
002020 FD  PLAYER-FILE.
002030 COPY MONTYPLR.
002040*
002050 FD  ASSIGNMENT-FILE.
002060 COPY MONTYASG.
002070*
002080 FD  COHORT-HISTORY-FILE.
002090 COPY MONTYCHS.
002100*
002110 FD  LOCK-FILE.
002120 COPY MONTYLCK.
002121*
002122 FD  ARCHIVE-FILE.
002123 01  ARCHIVE-LOG-IMAGE           PIC X(49).
002124*
002125 FD  CATALOG-FILE.
002126 COPY MONTYCAT.
002127*
002128 FD  RUN-HISTORY-FILE.
002129 COPY MONTYHST.
002130*
002131 FD  TERM-HISTORY-FILE.
002132 COPY MONTYTRH.
002133*
002134 FD  GAME-INDEX-FILE.
002135 COPY MONTYGIX.
002136*
002140 WORKING-STORAGE SECTION.
002150*
002160* ---------------------------------------------------------------
002170* READ CONTROL AND FILE STATUS
002180* ---------------------------------------------------------------
002190 77  WS-RKC-EOF-SW             PIC X(01)      VALUE 'N'.
002200     88  RKC-EOF                              VALUE 'Y'.
002210     88  RKC-NOT-EOF                          VALUE 'N'.
002220 77  WS-LOG-EOF-SW             PIC X(01)      VALUE 'N'.
002230     88  LOG-EOF                              VALUE 'Y'.
002240     88  LOG-NOT-EOF                          VALUE 'N'.
002250 77  WS-NEW-EOF-SW             PIC X(01)      VALUE 'N'.
002260     88  NEW-EOF                              VALUE 'Y'.
002270     88  NEW-NOT-EOF                          VALUE 'N'.
002280 77  WS-KEYED-EOF-SW           PIC X(01)      VALUE 'N'.
002290     88  KEYED-EOF                            VALUE 'Y'.
002300     88  KEYED-NOT-EOF                        VALUE 'N'.
002301 77  WS-CAT-EOF-SW             PIC X(01)      VALUE 'N'.
002302     88  CAT-EOF                              VALUE 'Y'.
002303     88  CAT-NOT-EOF                          VALUE 'N'.
002310 77  WS-RKC-STATUS             PIC X(02)      VALUE SPACES.
002320 77  WS-LOG-STATUS             PIC X(02)      VALUE SPACES.
002330 77  WS-NEW-STATUS             PIC X(02)      VALUE SPACES.
002340 77  WS-LDR-STATUS             PIC X(02)      VALUE SPACES.
002350 77  WS-PLR-STATUS             PIC X(02)      VALUE SPACES.
002360 77  WS-ASG-STATUS             PIC X(02)      VALUE SPACES.
002370 77  WS-CHS-STATUS             PIC X(02)      VALUE SPACES.
002380 77  WS-LCK-STATUS             PIC X(02)      VALUE SPACES.
002381 77  WS-ARC-STATUS             PIC X(02)      VALUE SPACES.
002382 77  WS-CAT-STATUS             PIC X(02)      VALUE SPACES.
002383 77  WS-HST-STATUS             PIC X(02)      VALUE SPACES.
002384 77  WS-TRH-STATUS             PIC X(02)      VALUE SPACES.
002385 77  WS-GIX-STATUS             PIC X(02)      VALUE SPACES.
002386 77  WS-ARC-DSN                PIC X(44)      VALUE SPACES.
002390 77  WS-TODAY-DATE             PIC 9(08)      VALUE ZERO.
002400*
002410* ---------------------------------------------------------------
002420* CARD TALLIES AND PER-CARD EDIT RESULT - THE FIRST RULE A CARD
002430* BREAKS IS THE REASON CODE IT CARRIES TO THE REJECT FILE
002440* ---------------------------------------------------------------
002450 77  WS-CARDS-READ             PIC 9(05) COMP VALUE ZERO.
002460 77  WS-ACCEPTED-COUNT         PIC 9(05) COMP VALUE ZERO.
002470 77  WS-REJECTED-COUNT         PIC 9(05) COMP VALUE ZERO.
002480 77  WS-CARD-DISPLAY           PIC 9(05)      VALUE ZERO.
002490 77  WS-CARD-OK-SW             PIC X(01)      VALUE 'Y'.
002500     88  CARD-OK                              VALUE 'Y'.
002510     88  CARD-REJECTED                        VALUE 'N'.
002520 77  WS-REASON-CODE            PIC X(04)      VALUE SPACES.
002530 77  WS-REJECT-CARD-NUMBER     PIC 9(05) COMP VALUE ZERO.
002540 77  WS-REJECT-IMAGE           PIC X(80)      VALUE SPACES.
002550*
002560* ---------------------------------------------------------------
002570* ACCEPTED PAIRS, ONE ENTRY PER CLEAN CARD, WITH WHAT THE OLD ID
002580* WAS FOUND ON. A PAIR WHOSE OLD ID TURNS OUT TO BE ON NO FILE
002590* AT ALL IS REJECTED AFTER THE LOG PASS AND NEVER APPLIED
002600* ---------------------------------------------------------------
002610 77  WS-PAIR-COUNT             PIC 9(05) COMP VALUE ZERO.
002620 77  WS-PAIR-IDX               PIC 9(05) COMP VALUE ZERO.
002630 77  WS-SEARCH-IDX             PIC 9(05) COMP VALUE ZERO.
002640 77  WS-FOUND-IDX              PIC 9(05) COMP VALUE ZERO.
002650 77  WS-SEARCH-ID              PIC X(08)      VALUE SPACES.
002660 01  RKY-PAIR-TABLE.
002670     02  RKY-PAIR-ENTRY      OCCURS 200 TIMES.
002680         03  RKY-OLD-ID          PIC X(08).
002690         03  RKY-NEW-ID          PIC X(08).
002700         03  RKY-CARD-NUMBER     PIC 9(05) COMP.
002710         03  RKY-CARD-IMAGE      PIC X(80).
002720         03  RKY-PAIR-SW         PIC X(01).
002730             88  RKY-ACCEPTED                    VALUE 'Y'.
002740             88  RKY-REJECTED                    VALUE 'N'.
002750         03  RKY-ON-LDR-SW       PIC X(01).
002760             88  RKY-ON-LDR                      VALUE 'Y'.
002770         03  RKY-ON-PLR-SW       PIC X(01).
002780             88  RKY-ON-PLR                      VALUE 'Y'.
002790         03  RKY-ASG-COUNT       PIC 9(05) COMP.
002800         03  RKY-LOG-GAMES       PIC 9(09) COMP.
002801         03  RKY-ARC-GAMES       PIC 9(09) COMP.
002802         03  RKY-HST-COUNT       PIC 9(05) COMP.
002803         03  RKY-TRH-COUNT       PIC 9(05) COMP.
002810*
002820* ---------------------------------------------------------------
002830* LOG CONTROL TOTALS - THE PROOF THAT THE STAGED LOG HOLDS EVERY
002840* GAME, THAT EVERY OLD-ID GAME NOW CARRIES ITS NEW ID, AND THAT
002850* THE NEW IDS GAINED EXACTLY THE GAMES RE-KEYED
002860* ---------------------------------------------------------------
002870 77  WS-LOG-READ               PIC 9(09) COMP VALUE ZERO.
002880 77  WS-LOG-STAGED             PIC 9(09) COMP VALUE ZERO.
002890 77  WS-LOG-REKEYED            PIC 9(09) COMP VALUE ZERO.
002900 77  WS-LOG-REWRITTEN          PIC 9(09) COMP VALUE ZERO.
002910 77  WS-NEW-GAMES-BEFORE       PIC 9(09) COMP VALUE ZERO.
002920 77  WS-NEW-GAMES-AFTER        PIC 9(09) COMP VALUE ZERO.
002930 77  WS-OLD-GAMES-AFTER        PIC 9(09) COMP VALUE ZERO.
002940 77  WS-TOTAL-DISPLAY          PIC 9(09)      VALUE ZERO.
002950 77  WS-BEFORE-DISPLAY         PIC 9(09)      VALUE ZERO.
002960 77  WS-AFTER-DISPLAY          PIC 9(09)      VALUE ZERO.
002970 77  WS-BALANCE-SW             PIC X(01)      VALUE 'N'.
002980     88  TOTALS-BALANCE                       VALUE 'Y'.
002990     88  TOTALS-OUT-OF-BALANCE                VALUE 'N'.
003000 77  WS-REPLACED-SW            PIC X(01)      VALUE 'N'.
003010     88  LOG-REPLACED                         VALUE 'Y'.
003011 77  WS-INDEX-SW               PIC X(01)      VALUE 'N'.
003012     88  INDEX-WITHDRAWN                      VALUE 'Y'.
003013     88  INDEX-STANDING                       VALUE 'N'.
003014*
003015* ---------------------------------------------------------------
003016* ARCHIVE CONTROL TOTALS - THE SAME PROOF FOR EACH MONTYCAT
003017* GENERATION, WHICH MUST ALSO STILL HOLD ITS CATALOGED COUNT. THE
003018* GAMES FOUND UNDER OLD IDS BEFORE ANY FILE WAS TOUCHED MUST ALL
003019* BE RE-KEYED BEFORE THE KEYED FILES ARE
003020* ---------------------------------------------------------------
003021 77  WS-ARC-READ               PIC 9(09) COMP VALUE ZERO.
003022 77  WS-ARC-STAGED             PIC 9(09) COMP VALUE ZERO.
003023 77  WS-ARC-REKEYED            PIC 9(09) COMP VALUE ZERO.
003024 77  WS-ARC-REWRITTEN          PIC 9(09) COMP VALUE ZERO.
003025 77  WS-ARC-NEW-BEFORE         PIC 9(09) COMP VALUE ZERO.
003026 77  WS-ARC-NEW-AFTER          PIC 9(09) COMP VALUE ZERO.
003027 77  WS-ARC-OLD-AFTER          PIC 9(09) COMP VALUE ZERO.
003028 77  WS-ARC-GAMES-FOUND        PIC 9(09) COMP VALUE ZERO.
003029 77  WS-ARC-REKEYED-TOTAL      PIC 9(09) COMP VALUE ZERO.
003030 77  WS-ARCHIVES-OK-SW         PIC X(01)      VALUE 'Y'.
003031     88  ALL-ARCHIVES-OK                      VALUE 'Y'.
003032     88  ARCHIVE-FAILED                       VALUE 'N'.
003033*
003034* ---------------------------------------------------------------
003040* KEYED FILE TOTALS, TAKEN ONCE BEFORE AND ONCE AFTER THE PAIRS
003050* ARE APPLIED, AND THE CHANGES THAT EXPLAIN THE DIFFERENCE
003060* ---------------------------------------------------------------
003070 77  WS-LDR-RECORDS            PIC 9(09) COMP VALUE ZERO.
003080 77  WS-LDR-GAMES              PIC 9(09) COMP VALUE ZERO.
003090 77  WS-LDR-SWITCHED           PIC 9(09) COMP VALUE ZERO.
003100 77  WS-LDR-WON                PIC 9(09) COMP VALUE ZERO.
003110 77  WS-PLR-RECORDS            PIC 9(09) COMP VALUE ZERO.
003120 77  WS-ASG-RECORDS            PIC 9(09) COMP VALUE ZERO.
003121 77  WS-HST-RECORDS            PIC 9(09) COMP VALUE ZERO.
003122 77  WS-TRH-RECORDS            PIC 9(09) COMP VALUE ZERO.
003123 77  WS-TRH-GAMES              PIC 9(09) COMP VALUE ZERO.
003130 77  WS-LDR-RECORDS-BEFORE     PIC 9(09) COMP VALUE ZERO.
003140 77  WS-LDR-GAMES-BEFORE       PIC 9(09) COMP VALUE ZERO.
003150 77  WS-LDR-SWITCHED-BEFORE    PIC 9(09) COMP VALUE ZERO.
003160 77  WS-LDR-WON-BEFORE         PIC 9(09) COMP VALUE ZERO.
003170 77  WS-PLR-RECORDS-BEFORE     PIC 9(09) COMP VALUE ZERO.
003180 77  WS-ASG-RECORDS-BEFORE     PIC 9(09) COMP VALUE ZERO.
003181 77  WS-HST-RECORDS-BEFORE     PIC 9(09) COMP VALUE ZERO.
003182 77  WS-TRH-RECORDS-BEFORE     PIC 9(09) COMP VALUE ZERO.
003183 77  WS-TRH-GAMES-BEFORE       PIC 9(09) COMP VALUE ZERO.
003190 77  WS-LDR-MERGED             PIC 9(05) COMP VALUE ZERO.
003200 77  WS-LDR-MOVED              PIC 9(05) COMP VALUE ZERO.
003210 77  WS-PLR-DELETED            PIC 9(05) COMP VALUE ZERO.
003220 77  WS-PLR-ENROLL-CARRIED     PIC 9(05) COMP VALUE ZERO.
003230 77  WS-ASG-REKEYED            PIC 9(05) COMP VALUE ZERO.
003240 77  WS-CHS-CARRIED            PIC 9(05) COMP VALUE ZERO.
003250 77  WS-CHS-DROPPED            PIC 9(05) COMP VALUE ZERO.
003251 77  WS-HST-REKEYED            PIC 9(05) COMP VALUE ZERO.
003252 77  WS-TRH-MOVED              PIC 9(05) COMP VALUE ZERO.
003253 77  WS-TRH-MERGED             PIC 9(05) COMP VALUE ZERO.
003260*
003270* ---------------------------------------------------------------
003280* PER-PAIR APPLY WORKING FIELDS AND AUDIT IMAGES
003290* ---------------------------------------------------------------
003300 77  WS-APPLY-OK-SW            PIC X(01)      VALUE 'Y'.
003310     88  APPLY-OK                             VALUE 'Y'.
003320     88  APPLY-FAILED                         VALUE 'N'.
003330 77  WS-NEW-ON-FILE-SW         PIC X(01)      VALUE 'N'.
003340     88  NEW-ON-FILE                          VALUE 'Y'.
003350     88  NEW-NOT-ON-FILE                      VALUE 'N'.
003360 77  WS-OLD-GAMES              PIC 9(07)      VALUE ZERO.
003370 77  WS-OLD-SWITCHED           PIC 9(07)      VALUE ZERO.
003380 77  WS-OLD-WON                PIC 9(07)      VALUE ZERO.
003390 77  WS-OLD-ENROLL-DATE        PIC 9(08)      VALUE ZERO.
003400 77  WS-NEW-FIRST-DATE         PIC 9(08)      VALUE ZERO.
003410 77  WS-LDR-OLD-IMAGE          PIC X(29)      VALUE SPACES.
003420 77  WS-LDR-NEW-IMAGE          PIC X(29)      VALUE SPACES.
003430 77  WS-PLR-OLD-IMAGE          PIC X(54)      VALUE SPACES.
003440 77  WS-PLR-NEW-IMAGE          PIC X(54)      VALUE SPACES.
003450 77  WS-ASG-BEFORE-IMAGE       PIC X(41)      VALUE SPACES.
003451 77  WS-HST-BEFORE-IMAGE       PIC X(75)      VALUE SPACES.
003452 77  WS-OLD-ASG-IN-SCOPE       PIC 9(03)      VALUE ZERO.
003453 77  WS-OLD-ASG-MET            PIC 9(03)      VALUE ZERO.
003454 77  WS-OLD-COMPLIANCE         PIC X(01)      VALUE SPACE.
003455 77  WS-TRH-OLD-IMAGE          PIC X(76)      VALUE SPACES.
003456 77  WS-TRH-NEW-IMAGE          PIC X(76)      VALUE SPACES.
003460*
003470* ---------------------------------------------------------------
003471* THE OLD ID'S COHORT OR TERM HISTORY, HELD WHILE IT IS MOVED SO
003472* THE FILE IS NOT WRITTEN UNDER AN OPEN KEY WALK
003500* ---------------------------------------------------------------
003510 77  WS-CARRY-COUNT            PIC 9(05) COMP VALUE ZERO.
003520 77  WS-CARRY-IDX              PIC 9(05) COMP VALUE ZERO.
003530 01  CHS-CARRY-TABLE.
003540     02  CHS-CARRY-IMAGE     PIC X(37) OCCURS 50 TIMES.
003541 01  TRH-CARRY-TABLE.
003542     02  TRH-CARRY-IMAGE     PIC X(76) OCCURS 50 TIMES.
003550*
003560 PROCEDURE DIVISION.
003570*
003580* ---------------------------------------------------------------
003590* 0000-MAINLINE
003600* ---------------------------------------------------------------
003610 0000-MAINLINE.
003620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003630     PERFORM 2000-EDIT-ONE-CARD THRU 2000-EXIT
003640         UNTIL RKC-EOF.
003650     PERFORM 2500-CHECK-KEYED-FILES THRU 2500-EXIT
003660         VARYING WS-PAIR-IDX FROM 1 BY 1
003670         UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.
003680     PERFORM 2600-SCAN-ASSIGNMENTS THRU 2600-EXIT.
003681     PERFORM 2700-SCAN-RUN-HISTORY THRU 2700-EXIT.
003682     PERFORM 2750-SCAN-TERM-HISTORY THRU 2750-EXIT.
003683     PERFORM 2800-SCAN-ARCHIVES THRU 2800-EXIT.
003690     IF WS-ACCEPTED-COUNT = ZERO
003700         DISPLAY 'MONTYRKY: NO CARD ACCEPTED - NO FILE CHANGED.'
003710         PERFORM 9000-TERMINATE THRU 9000-EXIT
003720         STOP RUN
003730     END-IF.
003740     PERFORM 3000-STAGE-LOG THRU 3000-EXIT.
003750     PERFORM 3500-CHECK-OLD-ID-FOUND THRU 3500-EXIT
003760         VARYING WS-PAIR-IDX FROM 1 BY 1
003770         UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.
003780     PERFORM 8000-PROVE-LOG-TOTALS THRU 8000-EXIT.
003790     IF TOTALS-OUT-OF-BALANCE
003800         DISPLAY 'MONTYRKY: NO FILE CHANGED.'
003810         MOVE 8 TO RETURN-CODE
003820         PERFORM 9000-TERMINATE THRU 9000-EXIT
003830         STOP RUN
003840     END-IF.
003850     IF WS-ACCEPTED-COUNT = ZERO
003860         DISPLAY 'MONTYRKY: NO CARD ACCEPTED - NO FILE CHANGED.'
003870         PERFORM 9000-TERMINATE THRU 9000-EXIT
003880         STOP RUN
003890     END-IF.
003900     PERFORM 7000-TAKE-KEYED-TOTALS THRU 7000-EXIT.
003910     MOVE WS-LDR-RECORDS  TO WS-LDR-RECORDS-BEFORE.
003920     MOVE WS-LDR-GAMES    TO WS-LDR-GAMES-BEFORE.
003930     MOVE WS-LDR-SWITCHED TO WS-LDR-SWITCHED-BEFORE.
003940     MOVE WS-LDR-WON      TO WS-LDR-WON-BEFORE.
003950     MOVE WS-PLR-RECORDS  TO WS-PLR-RECORDS-BEFORE.
003960     MOVE WS-ASG-RECORDS  TO WS-ASG-RECORDS-BEFORE.
003961     MOVE WS-HST-RECORDS  TO WS-HST-RECORDS-BEFORE.
003962     MOVE WS-TRH-RECORDS  TO WS-TRH-RECORDS-BEFORE.
003963     MOVE WS-TRH-GAMES    TO WS-TRH-GAMES-BEFORE.
003964     IF WS-LOG-REKEYED > ZERO
003965         OR WS-ARC-GAMES-FOUND > ZERO
003966         PERFORM 4800-WITHDRAW-INDEX THRU 4800-EXIT
003967     END-IF.
003970     PERFORM 4000-REPLACE-LIVE-LOG THRU 4000-EXIT.
003980     IF NOT LOG-REPLACED
003990         DISPLAY 'MONTYRKY: KEYED FILES LEFT UNTOUCHED.'
004000         MOVE 8 TO RETURN-CODE
004010         PERFORM 9000-TERMINATE THRU 9000-EXIT
004020         STOP RUN
004030     END-IF.
004031     PERFORM 4200-REKEY-ARCHIVES THRU 4200-EXIT.
004032     IF ARCHIVE-FAILED
004033         DISPLAY 'MONTYRKY: AN ARCHIVE GENERATION DID NOT PROVE'
004034             ' OUT - KEYED FILES LEFT UNTOUCHED. FIX THE CAUSE'
004035             ' AND RERUN THE SAME CARDS TO FINISH.'
004037         MOVE 8 TO RETURN-CODE
004038         PERFORM 9000-TERMINATE THRU 9000-EXIT
004039         STOP RUN
004040     END-IF.
004041     DISPLAY '===== MONTYRKY RE-KEY AUDIT LISTING ====='.
004050     PERFORM 5000-APPLY-ONE-PAIR THRU 5000-EXIT
004060         VARYING WS-PAIR-IDX FROM 1 BY 1
004070         UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.
004080     PERFORM 7000-TAKE-KEYED-TOTALS THRU 7000-EXIT.
004090     PERFORM 8500-PROVE-KEYED-TOTALS THRU 8500-EXIT.
004100     PERFORM 8900-PRINT-RUN-SUMMARY THRU 8900-EXIT.
004110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004120     STOP RUN.
004130*
004140* ---------------------------------------------------------------
004150* 1000-INITIALIZE - REFUSE WHILE A RUN HOLDS THE LOCK, THEN OPEN
004160* THE CARDS AND THE KEYED FILES. MONTYPLR MUST EXIST - EVERY NEW
004170* ID HAS TO BE ON IT - THE OTHERS ARE CREATED ON FIRST USE THE
004180* WAY MONTYBLD AND MONTYENR CREATE THEM
004190* ---------------------------------------------------------------
004200 1000-INITIALIZE.
004210     DISPLAY 'MONTYRKY: PLAYER ID RE-KEY'.
004220     PERFORM 1100-CHECK-RUN-LOCK THRU 1100-EXIT.
004230     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
004240     OPEN INPUT REKEY-FILE.
004250     IF WS-RKC-STATUS NOT = '00'
004260         DISPLAY 'MONTYRKY: CANNOT OPEN REKEYCRD, STATUS '
004270             WS-RKC-STATUS '.'
004280         MOVE 12 TO RETURN-CODE
004290         STOP RUN
004300     END-IF.
004310     OPEN OUTPUT REJECT-FILE.
004320     OPEN I-O PLAYER-FILE.
004330     IF WS-PLR-STATUS NOT = '00'
004340         DISPLAY 'MONTYRKY: CANNOT OPEN MONTYPLR, STATUS '
004350             WS-PLR-STATUS '.'
004360         MOVE 12 TO RETURN-CODE
004370         STOP RUN
004380     END-IF.
004390     OPEN I-O LEADERBOARD-FILE.
004400     IF WS-LDR-STATUS = '35'
004410         OPEN OUTPUT LEADERBOARD-FILE
004420         CLOSE LEADERBOARD-FILE
004430         OPEN I-O LEADERBOARD-FILE
004440     END-IF.
004450     IF WS-LDR-STATUS NOT = '00'
004460         DISPLAY 'MONTYRKY: CANNOT OPEN MONTYLDR, STATUS '
004470             WS-LDR-STATUS '.'
004480         MOVE 12 TO RETURN-CODE
004490         STOP RUN
004500     END-IF.
004510     OPEN I-O ASSIGNMENT-FILE.
004520     IF WS-ASG-STATUS = '35'
004530         OPEN OUTPUT ASSIGNMENT-FILE
004540         CLOSE ASSIGNMENT-FILE
004550         OPEN I-O ASSIGNMENT-FILE
004560     END-IF.
004570     IF WS-ASG-STATUS NOT = '00'
004580         DISPLAY 'MONTYRKY: CANNOT OPEN MONTYASG, STATUS '
004590             WS-ASG-STATUS '.'
004600         MOVE 12 TO RETURN-CODE
004610         STOP RUN
004620     END-IF.
004630     OPEN I-O COHORT-HISTORY-FILE.
004640     IF WS-CHS-STATUS = '35'
004650         OPEN OUTPUT COHORT-HISTORY-FILE
004660         CLOSE COHORT-HISTORY-FILE
004670         OPEN I-O COHORT-HISTORY-FILE
004680     END-IF.
004690     IF WS-CHS-STATUS NOT = '00'
004700         DISPLAY 'MONTYRKY: CANNOT OPEN MONTYCHS, STATUS '
004710             WS-CHS-STATUS '.'
004720         MOVE 12 TO RETURN-CODE
004730         STOP RUN
004740     END-IF.
004741     PERFORM 1200-OPEN-HISTORY-FILES THRU 1200-EXIT.
004750     SET RKC-NOT-EOF TO TRUE.
004760     READ REKEY-FILE
004770         AT END
004780             SET RKC-EOF TO TRUE
004790     END-READ.
004800 1000-EXIT.
004810     EXIT.
004820*
004830* ---------------------------------------------------------------
004840* 1100-CHECK-RUN-LOCK - A RUN OF IDEONE IN FLIGHT IS APPENDING TO
004850* THE VERY LOG THIS PROGRAM REPLACES. NO LOCK FILE, OR AN EMPTY
004860* ONE, MEANS THE WAY IS CLEAR
004870* ---------------------------------------------------------------
004880 1100-CHECK-RUN-LOCK.
004890     OPEN INPUT LOCK-FILE.
004900     IF WS-LCK-STATUS NOT = '00'
004910         GO TO 1100-EXIT
004920     END-IF.
004930     READ LOCK-FILE
004940         AT END
004950             CLOSE LOCK-FILE
004960             GO TO 1100-EXIT
004970     END-READ.
004980     CLOSE LOCK-FILE.
004990     DISPLAY 'MONTYRKY: THE RUN OF ' LCK-RUN-DATE ' '
005000         LCK-START-TIME ' HOLDS THE RUN LOCK. WAIT FOR IT TO'
005010         ' FINISH, OR RESTART IT IF IT ABENDED, AND RERUN.'.
005020     MOVE 8 TO RETURN-CODE.
005030     STOP RUN.
005040 1100-EXIT.
005050     EXIT.
005051*
005052* ---------------------------------------------------------------
005053* 1200-OPEN-HISTORY-FILES - MONTYHST AND MONTYTRH, CREATED ON
005054* FIRST USE THE WAY MONTYPRG AND MONTYTRM CREATE THEM
005055* ---------------------------------------------------------------
005056 1200-OPEN-HISTORY-FILES.
005057     OPEN I-O RUN-HISTORY-FILE.
005058     IF WS-HST-STATUS = '35'
005059         OPEN OUTPUT RUN-HISTORY-FILE
005060         CLOSE RUN-HISTORY-FILE
005061         OPEN I-O RUN-HISTORY-FILE
005062     END-IF.
005063     IF WS-HST-STATUS NOT = '00'
005064         DISPLAY 'MONTYRKY: CANNOT OPEN MONTYHST, STATUS '
005065             WS-HST-STATUS '.'
005066         MOVE 12 TO RETURN-CODE
005067         STOP RUN
005068     END-IF.
005069     OPEN I-O TERM-HISTORY-FILE.
005070     IF WS-TRH-STATUS = '35'
005071         OPEN OUTPUT TERM-HISTORY-FILE
005072         CLOSE TERM-HISTORY-FILE
005073         OPEN I-O TERM-HISTORY-FILE
005074     END-IF.
005075     IF WS-TRH-STATUS NOT = '00'
005076         DISPLAY 'MONTYRKY: CANNOT OPEN MONTYTRH, STATUS '
005077             WS-TRH-STATUS '.'
005078         MOVE 12 TO RETURN-CODE
005079         STOP RUN
005080     END-IF.
005081 1200-EXIT.
005082     EXIT.
005083*
005084* ---------------------------------------------------------------
005085* 2000-EDIT-ONE-CARD - EDIT THE CARD IN THE BUFFER, TABLE IT
005090* WHEN CLEAN, REJECT IT WHEN NOT, THEN READ AHEAD
005100* ---------------------------------------------------------------
005110 2000-EDIT-ONE-CARD.
005120     ADD 1 TO WS-CARDS-READ.
005130     SET CARD-OK TO TRUE.
005140     MOVE SPACES TO WS-REASON-CODE.
005150     PERFORM 2100-EDIT-CARD THRU 2100-EXIT.
005160     IF CARD-OK
005170         PERFORM 2200-TABLE-PAIR THRU 2200-EXIT
005180     ELSE
005190         MOVE WS-CARDS-READ TO WS-REJECT-CARD-NUMBER
005200         MOVE REKEY-CARD    TO WS-REJECT-IMAGE
005210         PERFORM 3900-REJECT-CARD THRU 3900-EXIT
005220     END-IF.
005230     READ REKEY-FILE
005240         AT END
005250             SET RKC-EOF TO TRUE
005260     END-READ.
005270 2000-EXIT.
005280     EXIT.
005290*
005300* ---------------------------------------------------------------
005310* 2100-EDIT-CARD - THE EDIT RULES. REASON CODES:
005320*   K001 - OLD PLAYER ID BLANK
005330*   K002 - NEW PLAYER ID BLANK
005340*   K003 - OLD AND NEW PLAYER ID THE SAME
005350*   K004 - OLD ID ALREADY RE-KEYED BY AN EARLIER CARD
005360*   K005 - CARD CHAINS WITH AN EARLIER CARD (ITS OLD ID IS AN
005370*          EARLIER NEW ID, OR ITS NEW ID AN EARLIER OLD ID) -
005380*          RUN THE SECOND STEP OF A CHAIN IN A LATER RUN
005390*   K006 - NEW ID NOT AN ACTIVE PLAYER ON MONTYPLR
005400*   K007 - MORE THAN 200 CARDS ACCEPTED IN ONE RUN
005410*   K008 - OLD ID ON NO FILE AT ALL (SET AFTER THE LOG PASS)
005420* ---------------------------------------------------------------
005430 2100-EDIT-CARD.
005440     IF RKC-OLD-PLAYER-ID = SPACES
005450         SET CARD-REJECTED TO TRUE
005460         MOVE 'K001' TO WS-REASON-CODE
005470         GO TO 2100-EXIT
005480     END-IF.
005490     IF RKC-NEW-PLAYER-ID = SPACES
005500         SET CARD-REJECTED TO TRUE
005510         MOVE 'K002' TO WS-REASON-CODE
005520         GO TO 2100-EXIT
005530     END-IF.
005540     IF RKC-OLD-PLAYER-ID = RKC-NEW-PLAYER-ID
005550         SET CARD-REJECTED TO TRUE
005560         MOVE 'K003' TO WS-REASON-CODE
005570         GO TO 2100-EXIT
005580     END-IF.
005590     PERFORM 2110-MATCH-EARLIER-CARD THRU 2110-EXIT
005600         VARYING WS-SEARCH-IDX FROM 1 BY 1
005610         UNTIL WS-SEARCH-IDX > WS-PAIR-COUNT
005620             OR CARD-REJECTED.
005630     IF CARD-REJECTED
005640         GO TO 2100-EXIT
005650     END-IF.
005660     MOVE RKC-NEW-PLAYER-ID TO PLR-PLAYER-ID.
005670     READ PLAYER-FILE
005680         INVALID KEY
005690             SET CARD-REJECTED TO TRUE
005700             MOVE 'K006' TO WS-REASON-CODE
005710         NOT INVALID KEY
005720             IF NOT PLR-ACTIVE
005730                 SET CARD-REJECTED TO TRUE
005740                 MOVE 'K006' TO WS-REASON-CODE
005750             END-IF
005760     END-READ.
005770     IF CARD-REJECTED
005780         GO TO 2100-EXIT
005790     END-IF.
005800     IF WS-PAIR-COUNT = 200
005810         SET CARD-REJECTED TO TRUE
005820         MOVE 'K007' TO WS-REASON-CODE
005830     END-IF.
005840 2100-EXIT.
005850     EXIT.
005860*
005870 2110-MATCH-EARLIER-CARD.
005880     IF RKY-OLD-ID(WS-SEARCH-IDX) = RKC-OLD-PLAYER-ID
005890         SET CARD-REJECTED TO TRUE
005900         MOVE 'K004' TO WS-REASON-CODE
005910         GO TO 2110-EXIT
005920     END-IF.
005930     IF RKY-NEW-ID(WS-SEARCH-IDX) = RKC-OLD-PLAYER-ID
005940         OR RKY-OLD-ID(WS-SEARCH-IDX) = RKC-NEW-PLAYER-ID
005950         SET CARD-REJECTED TO TRUE
005960         MOVE 'K005' TO WS-REASON-CODE
005970     END-IF.
005980 2110-EXIT.
005990     EXIT.
006000*
006010* ---------------------------------------------------------------
006020* 2200-TABLE-PAIR - A CLEAN CARD BECOMES A PAIR TO APPLY
006030* ---------------------------------------------------------------
006040 2200-TABLE-PAIR.
006050     ADD 1 TO WS-PAIR-COUNT.
006060     ADD 1 TO WS-ACCEPTED-COUNT.
006070     MOVE RKC-OLD-PLAYER-ID TO RKY-OLD-ID(WS-PAIR-COUNT).
006080     MOVE RKC-NEW-PLAYER-ID TO RKY-NEW-ID(WS-PAIR-COUNT).
006090     MOVE WS-CARDS-READ     TO RKY-CARD-NUMBER(WS-PAIR-COUNT).
006100     MOVE REKEY-CARD        TO RKY-CARD-IMAGE(WS-PAIR-COUNT).
006110     MOVE 'Y'               TO RKY-PAIR-SW(WS-PAIR-COUNT).
006120     MOVE 'N'               TO RKY-ON-LDR-SW(WS-PAIR-COUNT).
006130     MOVE 'N'               TO RKY-ON-PLR-SW(WS-PAIR-COUNT).
006140     MOVE ZERO              TO RKY-ASG-COUNT(WS-PAIR-COUNT).
006150     MOVE ZERO              TO RKY-LOG-GAMES(WS-PAIR-COUNT).
006151     MOVE ZERO              TO RKY-ARC-GAMES(WS-PAIR-COUNT).
006152     MOVE ZERO              TO RKY-HST-COUNT(WS-PAIR-COUNT).
006153     MOVE ZERO              TO RKY-TRH-COUNT(WS-PAIR-COUNT).
006160 2200-EXIT.
006170     EXIT.
006180*
006190* ---------------------------------------------------------------
006200* 2500-CHECK-KEYED-FILES - NOTE WHETHER THE PAIR'S OLD ID HAS A
006210* LEADERBOARD LINE AND A MASTER ENTRY
006220* ---------------------------------------------------------------
006230 2500-CHECK-KEYED-FILES.
006240     MOVE RKY-OLD-ID(WS-PAIR-IDX) TO LDR-PLAYER-ID.
006250     READ LEADERBOARD-FILE
006260         INVALID KEY
006270             CONTINUE
006280         NOT INVALID KEY
006290             MOVE 'Y' TO RKY-ON-LDR-SW(WS-PAIR-IDX)
006300     END-READ.
006310     MOVE RKY-OLD-ID(WS-PAIR-IDX) TO PLR-PLAYER-ID.
006320     READ PLAYER-FILE
006330         INVALID KEY
006340             CONTINUE
006350         NOT INVALID KEY
006360             MOVE 'Y' TO RKY-ON-PLR-SW(WS-PAIR-IDX)
006370     END-READ.
006380 2500-EXIT.
006390     EXIT.
006400*
006410* ---------------------------------------------------------------
006420* 2600-SCAN-ASSIGNMENTS - COUNT THE TYPE P ASSIGNMENTS TARGETED
006430* AT EACH PAIR'S OLD ID
006440* ---------------------------------------------------------------
006450 2600-SCAN-ASSIGNMENTS.
006460     MOVE LOW-VALUES TO ASG-ASSIGN-ID.
006470     START ASSIGNMENT-FILE KEY NOT < ASG-ASSIGN-ID
006480         INVALID KEY
006490             GO TO 2600-EXIT
006500     END-START.
006510     SET KEYED-NOT-EOF TO TRUE.
006520     PERFORM 2610-SCAN-ONE-ASSIGNMENT THRU 2610-EXIT
006530         UNTIL KEYED-EOF.
006540 2600-EXIT.
006550     EXIT.
006560*
006570 2610-SCAN-ONE-ASSIGNMENT.
006580     READ ASSIGNMENT-FILE NEXT RECORD
006590         AT END
006600             SET KEYED-EOF TO TRUE
006610             GO TO 2610-EXIT
006620     END-READ.
006630     IF NOT ASG-PLAYER-TARGET
006640         GO TO 2610-EXIT
006650     END-IF.
006660     MOVE ASG-TARGET-CODE TO WS-SEARCH-ID.
006670     PERFORM 2900-FIND-OLD-ID THRU 2900-EXIT.
006680     IF WS-FOUND-IDX > ZERO
006690         ADD 1 TO RKY-ASG-COUNT(WS-FOUND-IDX)
006700     END-IF.
006710 2610-EXIT.
006720     EXIT.
006721*
006722* ---------------------------------------------------------------
006723* 2700-SCAN-RUN-HISTORY - COUNT THE MONTYHST RUNS PLAYED UNDER
006724* EACH PAIR'S OLD ID
006725* ---------------------------------------------------------------
006726 2700-SCAN-RUN-HISTORY.
006727     MOVE LOW-VALUES TO RHC-RUN-KEY.
006728     START RUN-HISTORY-FILE KEY NOT < RHC-RUN-KEY
006729         INVALID KEY
006730             GO TO 2700-EXIT
006731     END-START.
006732     SET KEYED-NOT-EOF TO TRUE.
006733     PERFORM 2710-SCAN-ONE-RUN THRU 2710-EXIT
006734         UNTIL KEYED-EOF.
006735 2700-EXIT.
006736     EXIT.
006737*
006738 2710-SCAN-ONE-RUN.
006739     READ RUN-HISTORY-FILE NEXT RECORD
006740         AT END
006741             SET KEYED-EOF TO TRUE
006742             GO TO 2710-EXIT
006743     END-READ.
006744     IF RHC-PLAYER-ID = SPACES
006745         GO TO 2710-EXIT
006746     END-IF.
006747     MOVE RHC-PLAYER-ID TO WS-SEARCH-ID.
006748     PERFORM 2900-FIND-OLD-ID THRU 2900-EXIT.
006749     IF WS-FOUND-IDX > ZERO
006750         ADD 1 TO RKY-HST-COUNT(WS-FOUND-IDX)
006751     END-IF.
006752 2710-EXIT.
006753     EXIT.
006754*
006755* ---------------------------------------------------------------
006756* 2750-SCAN-TERM-HISTORY - COUNT THE MONTYTRH TERM ENTRIES FILED
006757* UNDER EACH PAIR'S OLD ID. THE BLANK-PLAYER ENTRY IS A TERM'S
006758* CONTROL RECORD AND BELONGS TO NO ONE
006759* ---------------------------------------------------------------
006760 2750-SCAN-TERM-HISTORY.
006761     MOVE LOW-VALUES TO TRH-KEY.
006762     START TERM-HISTORY-FILE KEY NOT < TRH-KEY
006763         INVALID KEY
006764             GO TO 2750-EXIT
006765     END-START.
006766     SET KEYED-NOT-EOF TO TRUE.
006767     PERFORM 2760-SCAN-ONE-TERM-ENTRY THRU 2760-EXIT
006768         UNTIL KEYED-EOF.
006769 2750-EXIT.
006770     EXIT.
006771*
006772 2760-SCAN-ONE-TERM-ENTRY.
006773     READ TERM-HISTORY-FILE NEXT RECORD
006774         AT END
006775             SET KEYED-EOF TO TRUE
006776             GO TO 2760-EXIT
006777     END-READ.
006778     IF TRH-PLAYER-ID = SPACES
006779         GO TO 2760-EXIT
006780     END-IF.
006781     MOVE TRH-PLAYER-ID TO WS-SEARCH-ID.
006782     PERFORM 2900-FIND-OLD-ID THRU 2900-EXIT.
006783     IF WS-FOUND-IDX > ZERO
006784         ADD 1 TO RKY-TRH-COUNT(WS-FOUND-IDX)
006785     END-IF.
006786 2760-EXIT.
006787     EXIT.
006788*
006789* ---------------------------------------------------------------
006790* 2800-SCAN-ARCHIVES - READ EVERY MONTYCAT GENERATION ONCE, BEFORE
006791* ANY FILE IS CHANGED, AND COUNT THE GAMES PLAYED UNDER EACH OLD
006792* ID. THE ARCHIVE PASS MUST LATER RE-KEY EXACTLY THAT MANY. NO
006793* CATALOG (STATUS 35) MEANS NOTHING HAS EVER BEEN ARCHIVED. A
006794* CATALOG OR ARCHIVE THAT CANNOT BE READ STOPS THE RUN WITH NO
006795* FILE CHANGED
006796* ---------------------------------------------------------------
006797 2800-SCAN-ARCHIVES.
006798     OPEN INPUT CATALOG-FILE.
006799     IF WS-CAT-STATUS = '35'
006800         DISPLAY 'MONTYRKY: NO ARCHIVE CATALOG (MONTYCAT STATUS '
006801             WS-CAT-STATUS ') - LIVE LOG ONLY.'
006802         GO TO 2800-EXIT
006803     END-IF.
006804     IF WS-CAT-STATUS NOT = '00'
006805         DISPLAY 'MONTYRKY: CANNOT OPEN MONTYCAT, STATUS '
006806             WS-CAT-STATUS '. NO FILE CHANGED.'
006807         MOVE 12 TO RETURN-CODE
006808         PERFORM 9000-TERMINATE THRU 9000-EXIT
006809         STOP RUN
006810     END-IF.
006811     SET CAT-NOT-EOF TO TRUE.
006812     MOVE ZERO TO CAT-GENERATION.
006813     START CATALOG-FILE KEY NOT < CAT-GENERATION
006814         INVALID KEY
006815             SET CAT-EOF TO TRUE
006816     END-START.
006817     PERFORM 2810-SCAN-ONE-GENERATION THRU 2810-EXIT
006818         UNTIL CAT-EOF.
006819     CLOSE CATALOG-FILE.
006820 2800-EXIT.
006821     EXIT.
006822*
006823 2810-SCAN-ONE-GENERATION.
006824     READ CATALOG-FILE NEXT RECORD
006825         AT END
006826             SET CAT-EOF TO TRUE
006827             GO TO 2810-EXIT
006828     END-READ.
006829     MOVE CAT-ARCHIVE-DSN TO WS-ARC-DSN.
006830     OPEN INPUT ARCHIVE-FILE.
006831     IF WS-ARC-STATUS NOT = '00'
006832         DISPLAY 'MONTYRKY: CANNOT OPEN ARCHIVE ' WS-ARC-DSN
006833             ' (GENERATION ' CAT-GENERATION '), STATUS '
006834             WS-ARC-STATUS '. NO FILE CHANGED.'
006835         CLOSE CATALOG-FILE
006836         MOVE 12 TO RETURN-CODE
006837         PERFORM 9000-TERMINATE THRU 9000-EXIT
006838         STOP RUN
006839     END-IF.
006840     SET LOG-NOT-EOF TO TRUE.
006841     PERFORM 2820-SCAN-ONE-ARCHIVED THRU 2820-EXIT
006842         UNTIL LOG-EOF.
006843     CLOSE ARCHIVE-FILE.
006844 2810-EXIT.
006845     EXIT.
006846*
006847 2820-SCAN-ONE-ARCHIVED.
006848     READ ARCHIVE-FILE
006849         AT END
006850             SET LOG-EOF TO TRUE
006851             GO TO 2820-EXIT
006852     END-READ.
006853     MOVE ARCHIVE-LOG-IMAGE TO MONTYLOG-RECORD.
006854     MOVE LOG-PLAYER-ID TO WS-SEARCH-ID.
006855     PERFORM 2900-FIND-OLD-ID THRU 2900-EXIT.
006856     IF WS-FOUND-IDX > ZERO
006857         ADD 1 TO RKY-ARC-GAMES(WS-FOUND-IDX)
006858         ADD 1 TO WS-ARC-GAMES-FOUND
006859     END-IF.
006860 2820-EXIT.
006861     EXIT.
006862*
006863* ---------------------------------------------------------------
006864* 2900-FIND-OLD-ID / 2950-FIND-NEW-ID - LOOK WS-SEARCH-ID UP
006865* AMONG THE ACCEPTED PAIRS. WS-FOUND-IDX IS ZERO WHEN NO PAIR
006866* HAS IT ON THAT SIDE
006867* ---------------------------------------------------------------
006868 2900-FIND-OLD-ID.
006869     MOVE ZERO TO WS-FOUND-IDX.
006870     PERFORM 2910-MATCH-OLD-ID THRU 2910-EXIT
006871         VARYING WS-SEARCH-IDX FROM 1 BY 1
006872         UNTIL WS-SEARCH-IDX > WS-PAIR-COUNT
006873             OR WS-FOUND-IDX > ZERO.
006874 2900-EXIT.
006875     EXIT.
006876*
006880 2910-MATCH-OLD-ID.
006890     IF RKY-OLD-ID(WS-SEARCH-IDX) = WS-SEARCH-ID
006900         AND RKY-ACCEPTED(WS-SEARCH-IDX)
006910         MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
006920     END-IF.
006930 2910-EXIT.
006940     EXIT.
006950*
006960 2950-FIND-NEW-ID.
006970     MOVE ZERO TO WS-FOUND-IDX.
006980     PERFORM 2960-MATCH-NEW-ID THRU 2960-EXIT
006990         VARYING WS-SEARCH-IDX FROM 1 BY 1
007000         UNTIL WS-SEARCH-IDX > WS-PAIR-COUNT
007010             OR WS-FOUND-IDX > ZERO.
007020 2950-EXIT.
007030     EXIT.
007040*
007050 2960-MATCH-NEW-ID.
007060     IF RKY-NEW-ID(WS-SEARCH-IDX) = WS-SEARCH-ID
007070         AND RKY-ACCEPTED(WS-SEARCH-IDX)
007080         MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
007090     END-IF.
007100 2960-EXIT.
007110     EXIT.
007120*
007130* ---------------------------------------------------------------
007140* 3000-STAGE-LOG - COPY THE LIVE LOG TO THE MONTYNEW STAGING
007150* FILE, RE-KEYING EVERY GAME PLAYED UNDER AN OLD ID. EACH GAME
007160* IS TALLIED AGAINST THE NEW IDS ONCE AS READ AND ONCE AS
007170* STAGED, SO THE PROOF DOES NOT TAKE THE RE-KEY ON TRUST
007180* ---------------------------------------------------------------
007190 3000-STAGE-LOG.
007200     OPEN INPUT MONTYLOG-FILE.
007210     IF WS-LOG-STATUS NOT = '00'
007220         DISPLAY 'MONTYRKY: CANNOT OPEN MONTYLOG, STATUS '
007230             WS-LOG-STATUS '.'
007240         MOVE 12 TO RETURN-CODE
007250         STOP RUN
007260     END-IF.
007270     OPEN OUTPUT STAGED-FILE.
007280     SET LOG-NOT-EOF TO TRUE.
007290     PERFORM 3100-STAGE-ONE-RECORD THRU 3100-EXIT
007300         UNTIL LOG-EOF.
007310     CLOSE MONTYLOG-FILE.
007320     CLOSE STAGED-FILE.
007330 3000-EXIT.
007340     EXIT.
007350*
007360 3100-STAGE-ONE-RECORD.
007370     READ MONTYLOG-FILE
007380         AT END
007390             SET LOG-EOF TO TRUE
007400             GO TO 3100-EXIT
007410     END-READ.
007420     ADD 1 TO WS-LOG-READ.
007430     MOVE LOG-PLAYER-ID TO WS-SEARCH-ID.
007440     PERFORM 2950-FIND-NEW-ID THRU 2950-EXIT.
007450     IF WS-FOUND-IDX > ZERO
007460         ADD 1 TO WS-NEW-GAMES-BEFORE
007470     END-IF.
007480     PERFORM 2900-FIND-OLD-ID THRU 2900-EXIT.
007490     IF WS-FOUND-IDX > ZERO
007500         MOVE RKY-NEW-ID(WS-FOUND-IDX) TO LOG-PLAYER-ID
007510         ADD 1 TO RKY-LOG-GAMES(WS-FOUND-IDX)
007520         ADD 1 TO WS-LOG-REKEYED
007530     END-IF.
007540     WRITE STAGED-RECORD FROM MONTYLOG-RECORD.
007550     ADD 1 TO WS-LOG-STAGED.
007560     MOVE LOG-PLAYER-ID TO WS-SEARCH-ID.
007570     PERFORM 2950-FIND-NEW-ID THRU 2950-EXIT.
007580     IF WS-FOUND-IDX > ZERO
007590         ADD 1 TO WS-NEW-GAMES-AFTER
007600     END-IF.
007610     PERFORM 2900-FIND-OLD-ID THRU 2900-EXIT.
007620     IF WS-FOUND-IDX > ZERO
007630         ADD 1 TO WS-OLD-GAMES-AFTER
007640     END-IF.
007650 3100-EXIT.
007660     EXIT.
007670*
007680* ---------------------------------------------------------------
007681* 3500-CHECK-OLD-ID-FOUND - A PAIR WHOSE OLD ID HAS NO GAME, LIVE
007682* OR ARCHIVED, NO LEADERBOARD LINE, NO MASTER ENTRY, NO ASSIGNMENT
007683* AND NO RUN OR TERM HISTORY IS ALMOST CERTAINLY A MISTYPED CARD.
007684* IT HAS CHANGED NOTHING, SO IT IS REJECTED HERE RATHER THAN
007685* APPLIED
007730* ---------------------------------------------------------------
007740 3500-CHECK-OLD-ID-FOUND.
007750     IF RKY-REJECTED(WS-PAIR-IDX)
007760         OR RKY-LOG-GAMES(WS-PAIR-IDX) > ZERO
007770         OR RKY-ON-LDR(WS-PAIR-IDX)
007780         OR RKY-ON-PLR(WS-PAIR-IDX)
007790         OR RKY-ASG-COUNT(WS-PAIR-IDX) > ZERO
007791         OR RKY-ARC-GAMES(WS-PAIR-IDX) > ZERO
007792         OR RKY-HST-COUNT(WS-PAIR-IDX) > ZERO
007793         OR RKY-TRH-COUNT(WS-PAIR-IDX) > ZERO
007800         GO TO 3500-EXIT
007810     END-IF.
007820     MOVE 'N' TO RKY-PAIR-SW(WS-PAIR-IDX).
007830     SUBTRACT 1 FROM WS-ACCEPTED-COUNT.
007840     MOVE 'K008' TO WS-REASON-CODE.
007850     MOVE RKY-CARD-NUMBER(WS-PAIR-IDX) TO WS-REJECT-CARD-NUMBER.
007860     MOVE RKY-CARD-IMAGE(WS-PAIR-IDX)  TO WS-REJECT-IMAGE.
007870     PERFORM 3900-REJECT-CARD THRU 3900-EXIT.
007880 3500-EXIT.
007890     EXIT.
007900*
007910* ---------------------------------------------------------------
007920* 3900-REJECT-CARD - WRITE THE CARD AND ITS REASON CODE TO
007930* REKEYREJ AND ECHO THE REJECT ON THE LISTING, THE WAY MONTYENR
007940* REJECTS AN ENROLLMENT CARD
007950* ---------------------------------------------------------------
007960 3900-REJECT-CARD.
007970     MOVE SPACES          TO REJECT-RECORD.
007980     MOVE WS-REASON-CODE  TO REJ-REASON-CODE.
007990     MOVE WS-REJECT-IMAGE TO REJ-CARD-IMAGE.
008000     WRITE REJECT-RECORD.
008010     ADD 1 TO WS-REJECTED-COUNT.
008020     MOVE WS-REJECT-CARD-NUMBER TO WS-CARD-DISPLAY.
008030     DISPLAY 'MONTYRKY: CARD ' WS-CARD-DISPLAY ' REJECTED '
008040         WS-REASON-CODE ' ' WS-REJECT-IMAGE(1:16).
008050 3900-EXIT.
008060     EXIT.
008070*
008080* ---------------------------------------------------------------
008090* 4000-REPLACE-LIVE-LOG - THE LOG TOTALS PROVED OUT, SO THE LIVE
008100* MONTYLOG IS REWRITTEN FROM THE STAGING FILE. THE REWRITE IS
008110* COUNTED AND RECONCILED AGAINST RECORDS-STAGED BEFORE ANY
008120* KEYED FILE IS TOUCHED
008130* ---------------------------------------------------------------
008140 4000-REPLACE-LIVE-LOG.
008150     OPEN INPUT STAGED-FILE.
008160     OPEN OUTPUT MONTYLOG-FILE.
008170     SET NEW-NOT-EOF TO TRUE.
008180     PERFORM 4100-COPY-ONE-RECORD THRU 4100-EXIT
008190         UNTIL NEW-EOF.
008200     CLOSE STAGED-FILE.
008210     CLOSE MONTYLOG-FILE.
008220     MOVE WS-LOG-REWRITTEN TO WS-TOTAL-DISPLAY.
008230     DISPLAY 'LOG RECORDS REWRITTEN : ' WS-TOTAL-DISPLAY.
008240     IF WS-LOG-REWRITTEN = WS-LOG-STAGED
008250         DISPLAY 'MONTYRKY: LIVE MONTYLOG REPLACED.'
008260         SET LOG-REPLACED TO TRUE
008270     ELSE
008280         DISPLAY 'MONTYRKY: *** REWRITE COUNT MISMATCH ***'
008290     END-IF.
008300 4000-EXIT.
008310     EXIT.
008320*
008330 4100-COPY-ONE-RECORD.
008340     READ STAGED-FILE
008350         AT END
008360             SET NEW-EOF TO TRUE
008370         NOT AT END
008380             WRITE MONTYLOG-RECORD FROM STAGED-RECORD
008390             ADD 1 TO WS-LOG-REWRITTEN
008400     END-READ.
008410 4100-EXIT.
008420     EXIT.
008421*
008422* ---------------------------------------------------------------
008423* 4200-REKEY-ARCHIVES - THE LIVE LOG IS REPLACED. PUT EVERY
008424* MONTYCAT GENERATION THROUGH THE SAME STAGE, PROVE AND REPLACE,
008425* THE WAY MONTYPRG PUTS ITS TOKENS ON THEM. A GENERATION WITH NO
008426* OLD-ID GAME IS PROVED BUT LEFT AS IT STANDS, AND THE PASS IS
008427* SKIPPED WHEN THE SCAN FOUND NO ARCHIVED GAME TO MOVE
008428* ---------------------------------------------------------------
008429 4200-REKEY-ARCHIVES.
008430     IF WS-ARC-GAMES-FOUND = ZERO
008431         GO TO 4200-EXIT
008432     END-IF.
008433     OPEN INPUT CATALOG-FILE.
008434     IF WS-CAT-STATUS NOT = '00'
008435         DISPLAY 'MONTYRKY: CANNOT OPEN MONTYCAT, STATUS '
008436             WS-CAT-STATUS '.'
008437         SET ARCHIVE-FAILED TO TRUE
008438         GO TO 4200-EXIT
008439     END-IF.
008440     SET CAT-NOT-EOF TO TRUE.
008441     MOVE ZERO TO CAT-GENERATION.
008442     START CATALOG-FILE KEY NOT < CAT-GENERATION
008443         INVALID KEY
008444             SET CAT-EOF TO TRUE
008445     END-START.
008446     PERFORM 4210-REKEY-ONE-GENERATION THRU 4210-EXIT
008447         UNTIL CAT-EOF.
008448     CLOSE CATALOG-FILE.
008449     MOVE WS-ARC-REKEYED-TOTAL TO WS-TOTAL-DISPLAY.
008450     DISPLAY 'ARCHIVED GAMES RE-KEYED : ' WS-TOTAL-DISPLAY.
008451     IF WS-ARC-REKEYED-TOTAL NOT = WS-ARC-GAMES-FOUND
008452         MOVE WS-ARC-GAMES-FOUND TO WS-TOTAL-DISPLAY
008453         DISPLAY 'MONTYRKY: *** THE SCAN FOUND ' WS-TOTAL-DISPLAY
008454             ' ARCHIVED GAMES TO RE-KEY ***'
008455         SET ARCHIVE-FAILED TO TRUE
008456     END-IF.
008457 4200-EXIT.
008458     EXIT.
008459*
008460* ---------------------------------------------------------------
008461* 4210-REKEY-ONE-GENERATION - READ = STAGED = THE CATALOGED COUNT,
008462* NO STAGED GAME STILL CARRIES AN OLD ID, AND THE NEW IDS GAINED
008463* EXACTLY THE GAMES RE-KEYED, OR THE GENERATION IS LEFT AS IT WAS
008464* ---------------------------------------------------------------
008465 4210-REKEY-ONE-GENERATION.
008466     READ CATALOG-FILE NEXT RECORD
008467         AT END
008468             SET CAT-EOF TO TRUE
008469             GO TO 4210-EXIT
008470     END-READ.
008471     MOVE ZERO TO WS-ARC-READ.
008472     MOVE ZERO TO WS-ARC-STAGED.
008473     MOVE ZERO TO WS-ARC-REKEYED.
008474     MOVE ZERO TO WS-ARC-REWRITTEN.
008475     MOVE ZERO TO WS-ARC-NEW-BEFORE.
008476     MOVE ZERO TO WS-ARC-NEW-AFTER.
008477     MOVE ZERO TO WS-ARC-OLD-AFTER.
008478     MOVE CAT-ARCHIVE-DSN TO WS-ARC-DSN.
008479     OPEN INPUT ARCHIVE-FILE.
008480     IF WS-ARC-STATUS NOT = '00'
008481         DISPLAY 'MONTYRKY: CANNOT OPEN ARCHIVE ' WS-ARC-DSN
008482             ' (GENERATION ' CAT-GENERATION '), STATUS '
008483             WS-ARC-STATUS '.'
008484         SET ARCHIVE-FAILED TO TRUE
008485         GO TO 4210-EXIT
008486     END-IF.
008487     OPEN OUTPUT STAGED-FILE.
008488     SET LOG-NOT-EOF TO TRUE.
008489     PERFORM 4220-STAGE-ONE-ARCHIVED THRU 4220-EXIT
008490         UNTIL LOG-EOF.
008491     CLOSE ARCHIVE-FILE.
008492     CLOSE STAGED-FILE.
008493     IF WS-ARC-READ NOT = WS-ARC-STAGED
008494         OR WS-ARC-READ NOT = CAT-RECORD-COUNT
008495         OR WS-ARC-OLD-AFTER NOT = ZERO
008496         OR WS-ARC-NEW-AFTER NOT =
008497             WS-ARC-NEW-BEFORE + WS-ARC-REKEYED
008498         DISPLAY 'MONTYRKY: GENERATION ' CAT-GENERATION ' '
008499             WS-ARC-DSN ' *** OUT OF BALANCE ***'
008500             ' - LEFT AS IT WAS.'
008501         SET ARCHIVE-FAILED TO TRUE
008502         GO TO 4210-EXIT
008503     END-IF.
008504     IF WS-ARC-REKEYED = ZERO
008505         GO TO 4210-EXIT
008506     END-IF.
008507     OPEN INPUT STAGED-FILE.
008508     OPEN OUTPUT ARCHIVE-FILE.
008509     SET NEW-NOT-EOF TO TRUE.
008510     PERFORM 4230-COPY-BACK-ARCHIVED THRU 4230-EXIT
008511         UNTIL NEW-EOF.
008512     CLOSE STAGED-FILE.
008513     CLOSE ARCHIVE-FILE.
008514     ADD WS-ARC-REKEYED TO WS-ARC-REKEYED-TOTAL.
008515     MOVE WS-ARC-REKEYED TO WS-TOTAL-DISPLAY.
008516     IF WS-ARC-REWRITTEN = WS-ARC-STAGED
008517         DISPLAY 'MONTYRKY: GENERATION ' CAT-GENERATION ' '
008518             WS-ARC-DSN ' REPLACED, ' WS-TOTAL-DISPLAY
008519             ' GAMES RE-KEYED.'
008520     ELSE
008521         DISPLAY 'MONTYRKY: GENERATION ' CAT-GENERATION ' '
008522             WS-ARC-DSN ' *** REWRITE COUNT MISMATCH ***'
008523         SET ARCHIVE-FAILED TO TRUE
008524     END-IF.
008525 4210-EXIT.
008526     EXIT.
008527*
008528 4220-STAGE-ONE-ARCHIVED.
008529     READ ARCHIVE-FILE
008530         AT END
008531             SET LOG-EOF TO TRUE
008532             GO TO 4220-EXIT
008533     END-READ.
008534     MOVE ARCHIVE-LOG-IMAGE TO MONTYLOG-RECORD.
008535     ADD 1 TO WS-ARC-READ.
008536     MOVE LOG-PLAYER-ID TO WS-SEARCH-ID.
008537     PERFORM 2950-FIND-NEW-ID THRU 2950-EXIT.
008538     IF WS-FOUND-IDX > ZERO
008539         ADD 1 TO WS-ARC-NEW-BEFORE
008540     END-IF.
008541     PERFORM 2900-FIND-OLD-ID THRU 2900-EXIT.
008542     IF WS-FOUND-IDX > ZERO
008543         MOVE RKY-NEW-ID(WS-FOUND-IDX) TO LOG-PLAYER-ID
008544         ADD 1 TO WS-ARC-REKEYED
008545     END-IF.
008546     WRITE STAGED-RECORD FROM MONTYLOG-RECORD.
008547     ADD 1 TO WS-ARC-STAGED.
008548     MOVE LOG-PLAYER-ID TO WS-SEARCH-ID.
008549     PERFORM 2950-FIND-NEW-ID THRU 2950-EXIT.
008550     IF WS-FOUND-IDX > ZERO
008551         ADD 1 TO WS-ARC-NEW-AFTER
008552     END-IF.
008553     PERFORM 2900-FIND-OLD-ID THRU 2900-EXIT.
008554     IF WS-FOUND-IDX > ZERO
008555         ADD 1 TO WS-ARC-OLD-AFTER
008556     END-IF.
008557 4220-EXIT.
008558     EXIT.
008559*
008560 4230-COPY-BACK-ARCHIVED.
008561     READ STAGED-FILE
008562         AT END
008563             SET NEW-EOF TO TRUE
008564         NOT AT END
008565             WRITE ARCHIVE-LOG-IMAGE FROM STAGED-RECORD
008566             ADD 1 TO WS-ARC-REWRITTEN
008567     END-READ.
008568 4230-EXIT.
008569     EXIT.
008570*
008571* ---------------------------------------------------------------
008572* 4800-WITHDRAW-INDEX - A GAME FILE IS ABOUT TO BE REPLACED, AND
008573* THE MONTYGIX PLAYER GAME INDEX STILL FILES ITS GAMES UNDER THE
008574* OLD IDS. ITS CONTROL RECORD IS SET UNVERIFIED FIRST, SO MONTYSTM
008575* AND MONTYCMP STOP TRUSTING IT EVEN IF THE REBUILD NEVER RUNS. NO
008576* INDEX MEANS NOTHING TO WITHDRAW. ONE THAT CANNOT BE WITHDRAWN
008577* STOPS THE RUN WITH NO FILE CHANGED
008578* ---------------------------------------------------------------
008579 4800-WITHDRAW-INDEX.
008580     IF INDEX-WITHDRAWN
008581         GO TO 4800-EXIT
008582     END-IF.
008583     OPEN I-O GAME-INDEX-FILE.
008584     IF WS-GIX-STATUS = '35'
008585         SET INDEX-WITHDRAWN TO TRUE
008586         GO TO 4800-EXIT
008587     END-IF.
008588     IF WS-GIX-STATUS NOT = '00'
008589         DISPLAY 'MONTYRKY: CANNOT OPEN MONTYGIX, STATUS '
008590             WS-GIX-STATUS '. NO FILE CHANGED.'
008591         MOVE 12 TO RETURN-CODE
008592         PERFORM 9000-TERMINATE THRU 9000-EXIT
008593         STOP RUN
008594     END-IF.
008595     MOVE SPACES TO GIX-PLAYER-ID.
008596     MOVE ZERO   TO GIX-GAME-DATE.
008597     MOVE ZERO   TO GIX-GAME-TIME.
008598     MOVE ZERO   TO GIX-GENERATION.
008599     MOVE ZERO   TO GIX-RECORD-NUMBER.
008600     READ GAME-INDEX-FILE
008601         INVALID KEY
008602             CLOSE GAME-INDEX-FILE
008603             SET INDEX-WITHDRAWN TO TRUE
008604             GO TO 4800-EXIT
008605     END-READ.
008606     SET GIC-UNVERIFIED TO TRUE.
008607     MOVE ZERO TO GIC-VERIFIED-DATE.
008608     REWRITE GAME-INDEX-RECORD
008609         INVALID KEY
008610             DISPLAY 'MONTYRKY: MONTYGIX CONTROL RECORD REWRITE'
008611                 ' FAILED, STATUS ' WS-GIX-STATUS
008612                 '. NO FILE CHANGED.'
008613             CLOSE GAME-INDEX-FILE
008614             MOVE 12 TO RETURN-CODE
008615             PERFORM 9000-TERMINATE THRU 9000-EXIT
008616             STOP RUN
008617     END-REWRITE.
008618     CLOSE GAME-INDEX-FILE.
008619     SET INDEX-WITHDRAWN TO TRUE.
008620     DISPLAY 'MONTYRKY: MONTYGIX INDEX MARKED UNVERIFIED.'.
008621 4800-EXIT.
008622     EXIT.
008623*
008624* ---------------------------------------------------------------
008625* 5000-APPLY-ONE-PAIR - THE LOG IS ALREADY RE-KEYED. MOVE THE
008626* PAIR'S KEYED RECORDS AND PRINT EVERY CHANGE UNDER THE CARD
008627* ---------------------------------------------------------------
008628 5000-APPLY-ONE-PAIR.
008629     IF RKY-REJECTED(WS-PAIR-IDX)
008630         GO TO 5000-EXIT
008631     END-IF.
008632     MOVE RKY-CARD-NUMBER(WS-PAIR-IDX) TO WS-CARD-DISPLAY.
008633     DISPLAY 'RKY: CARD ' WS-CARD-DISPLAY ' OLD '
008634         RKY-OLD-ID(WS-PAIR-IDX) ' TO NEW '
008635         RKY-NEW-ID(WS-PAIR-IDX).
008636     MOVE RKY-LOG-GAMES(WS-PAIR-IDX) TO WS-TOTAL-DISPLAY.
008637     DISPLAY '  MONTYLOG  : ' WS-TOTAL-DISPLAY ' GAMES RE-KEYED'.
008638     MOVE RKY-ARC-GAMES(WS-PAIR-IDX) TO WS-TOTAL-DISPLAY.
008639     DISPLAY '  MONTYCAT  : ' WS-TOTAL-DISPLAY ' ARCHIVED GAMES'
008640         ' RE-KEYED'.
008641     IF RKY-ON-LDR(WS-PAIR-IDX)
008642         PERFORM 5100-MERGE-LEADERBOARD THRU 5100-EXIT
008643     END-IF.
008644     IF RKY-ON-PLR(WS-PAIR-IDX)
008645         PERFORM 5200-RETIRE-OLD-MASTER THRU 5200-EXIT
008646     END-IF.
008647     PERFORM 5300-CARRY-COHORT-HISTORY THRU 5300-EXIT.
008650     IF RKY-ASG-COUNT(WS-PAIR-IDX) > ZERO
008660         PERFORM 5400-REKEY-ASSIGNMENTS THRU 5400-EXIT
008670     END-IF.
008671     IF RKY-HST-COUNT(WS-PAIR-IDX) > ZERO
008672         PERFORM 5500-REKEY-RUN-HISTORY THRU 5500-EXIT
008673     END-IF.
008674     IF RKY-TRH-COUNT(WS-PAIR-IDX) > ZERO
008675         PERFORM 5600-MOVE-TERM-HISTORY THRU 5600-EXIT
008676     END-IF.
008680 5000-EXIT.
008690     EXIT.
008700*
008710* ---------------------------------------------------------------
008720* 5100-MERGE-LEADERBOARD - ADD THE OLD LINE INTO THE NEW ID'S
008730* LINE, OR FILE IT UNDER THE NEW ID WHEN THERE IS NONE, THEN
008740* DELETE THE OLD LINE. ON ANY FAILURE BOTH LINES ARE LEFT AS
008750* THEY ARE AND THE STEP ENDS WITH RETURN CODE 8
008760* ---------------------------------------------------------------
008770 5100-MERGE-LEADERBOARD.
008780     SET APPLY-OK TO TRUE.
008790     MOVE RKY-OLD-ID(WS-PAIR-IDX) TO LDR-PLAYER-ID.
008800     READ LEADERBOARD-FILE
008810         INVALID KEY
008820             DISPLAY 'MONTYRKY: MONTYLDR READ FAILED, STATUS '
008830                 WS-LDR-STATUS ' FOR ' RKY-OLD-ID(WS-PAIR-IDX)
008840                 '.'
008850             MOVE 8 TO RETURN-CODE
008860             GO TO 5100-EXIT
008870     END-READ.
008880     MOVE LEADERBOARD-RECORD TO WS-LDR-OLD-IMAGE.
008890     MOVE LDR-GAMES-PLAYED   TO WS-OLD-GAMES.
008900     MOVE LDR-TIMES-SWITCHED TO WS-OLD-SWITCHED.
008910     MOVE LDR-TIMES-WON      TO WS-OLD-WON.
008920     MOVE RKY-NEW-ID(WS-PAIR-IDX) TO LDR-PLAYER-ID.
008930     SET NEW-NOT-ON-FILE TO TRUE.
008940     READ LEADERBOARD-FILE
008950         INVALID KEY
008960             CONTINUE
008970         NOT INVALID KEY
008980             SET NEW-ON-FILE TO TRUE
008990     END-READ.
009000     IF NEW-ON-FILE
009010         PERFORM 5110-ADD-INTO-NEW-LINE THRU 5110-EXIT
009020     ELSE
009030         PERFORM 5120-FILE-UNDER-NEW-ID THRU 5120-EXIT
009040     END-IF.
009050     IF APPLY-FAILED
009060         MOVE 8 TO RETURN-CODE
009070         GO TO 5100-EXIT
009080     END-IF.
009090     DISPLAY '  MONTYLDR  BEFORE: ' WS-LDR-NEW-IMAGE.
009100     DISPLAY '            AFTER : ' LEADERBOARD-RECORD.
009110     MOVE RKY-OLD-ID(WS-PAIR-IDX) TO LDR-PLAYER-ID.
009120     DELETE LEADERBOARD-FILE RECORD
009130         INVALID KEY
009140             DISPLAY 'MONTYRKY: MONTYLDR DELETE FAILED, STATUS '
009150                 WS-LDR-STATUS ' FOR ' RKY-OLD-ID(WS-PAIR-IDX)
009160                 '.'
009170             MOVE 8 TO RETURN-CODE
009180             GO TO 5100-EXIT
009190     END-DELETE.
009200     DISPLAY '            OLD   : ' WS-LDR-OLD-IMAGE ' DELETED'.
009210 5100-EXIT.
009220     EXIT.
009230*
009240 5110-ADD-INTO-NEW-LINE.
009250     MOVE LEADERBOARD-RECORD TO WS-LDR-NEW-IMAGE.
009260     ADD WS-OLD-GAMES    TO LDR-GAMES-PLAYED
009270         ON SIZE ERROR
009280             SET APPLY-FAILED TO TRUE
009290     END-ADD.
009300     ADD WS-OLD-SWITCHED TO LDR-TIMES-SWITCHED
009310         ON SIZE ERROR
009320             SET APPLY-FAILED TO TRUE
009330     END-ADD.
009340     ADD WS-OLD-WON      TO LDR-TIMES-WON
009350         ON SIZE ERROR
009360             SET APPLY-FAILED TO TRUE
009370     END-ADD.
009380     IF APPLY-FAILED
009390         DISPLAY 'MONTYRKY: MONTYLDR TOTALS FOR '
009400             RKY-NEW-ID(WS-PAIR-IDX) ' WOULD OVERFLOW - BOTH'
009410             ' LINES LEFT AS THEY ARE.'
009420         GO TO 5110-EXIT
009430     END-IF.
009440     REWRITE LEADERBOARD-RECORD
009450         INVALID KEY
009460             DISPLAY 'MONTYRKY: MONTYLDR REWRITE FAILED, STATUS '
009470                 WS-LDR-STATUS ' FOR ' LDR-PLAYER-ID '.'
009480             SET APPLY-FAILED TO TRUE
009490             GO TO 5110-EXIT
009500     END-REWRITE.
009510     ADD 1 TO WS-LDR-MERGED.
009520 5110-EXIT.
009530     EXIT.
009540*
009550 5120-FILE-UNDER-NEW-ID.
009560     MOVE '(NO LINE)' TO WS-LDR-NEW-IMAGE.
009570     MOVE RKY-NEW-ID(WS-PAIR-IDX) TO LDR-PLAYER-ID.
009580     MOVE WS-OLD-GAMES    TO LDR-GAMES-PLAYED.
009590     MOVE WS-OLD-SWITCHED TO LDR-TIMES-SWITCHED.
009600     MOVE WS-OLD-WON      TO LDR-TIMES-WON.
009610     WRITE LEADERBOARD-RECORD
009620         INVALID KEY
009630             DISPLAY 'MONTYRKY: MONTYLDR WRITE FAILED, STATUS '
009640                 WS-LDR-STATUS ' FOR ' LDR-PLAYER-ID '.'
009650             SET APPLY-FAILED TO TRUE
009660             GO TO 5120-EXIT
009670     END-WRITE.
009680     ADD 1 TO WS-LDR-MOVED.
009690 5120-EXIT.
009700     EXIT.
009710*
009720* ---------------------------------------------------------------
009730* 5200-RETIRE-OLD-MASTER - THE NEW ID IS ALREADY AN ACTIVE
009740* PLAYER, SO THE OLD ENTRY IS DELETED RATHER THAN RENAMED. WHEN
009750* THE OLD ID ENROLLED FIRST, ITS ENROLLMENT DATE MOVES TO THE
009760* NEW ENTRY SO THE CARRIED GAMES DO NOT PREDATE THE ENROLLMENT
009770* ---------------------------------------------------------------
009780 5200-RETIRE-OLD-MASTER.
009790     MOVE RKY-OLD-ID(WS-PAIR-IDX) TO PLR-PLAYER-ID.
009800     READ PLAYER-FILE
009810         INVALID KEY
009820             DISPLAY 'MONTYRKY: MONTYPLR READ FAILED, STATUS '
009830                 WS-PLR-STATUS ' FOR ' RKY-OLD-ID(WS-PAIR-IDX)
009840                 '.'
009850             MOVE 8 TO RETURN-CODE
009860             GO TO 5200-EXIT
009870     END-READ.
009880     MOVE PLAYER-MASTER-RECORD TO WS-PLR-OLD-IMAGE.
009890     MOVE PLR-ENROLL-DATE      TO WS-OLD-ENROLL-DATE.
009900     MOVE RKY-NEW-ID(WS-PAIR-IDX) TO PLR-PLAYER-ID.
009910     READ PLAYER-FILE
009920         INVALID KEY
009930             DISPLAY 'MONTYRKY: MONTYPLR READ FAILED, STATUS '
009940                 WS-PLR-STATUS ' FOR ' RKY-NEW-ID(WS-PAIR-IDX)
009950                 '.'
009960             MOVE 8 TO RETURN-CODE
009970             GO TO 5200-EXIT
009980     END-READ.
009990     MOVE PLAYER-MASTER-RECORD TO WS-PLR-NEW-IMAGE.
010000     IF WS-OLD-ENROLL-DATE NUMERIC
010010         AND WS-OLD-ENROLL-DATE > ZERO
010020         AND WS-OLD-ENROLL-DATE < PLR-ENROLL-DATE
010030         MOVE WS-OLD-ENROLL-DATE TO PLR-ENROLL-DATE
010040         REWRITE PLAYER-MASTER-RECORD
010050             INVALID KEY
010060                 DISPLAY 'MONTYRKY: MONTYPLR REWRITE FAILED,'
010070                     ' STATUS ' WS-PLR-STATUS ' FOR '
010080                     PLR-PLAYER-ID '.'
010090                 MOVE 8 TO RETURN-CODE
010100                 GO TO 5200-EXIT
010110         END-REWRITE
010120         ADD 1 TO WS-PLR-ENROLL-CARRIED
010130         DISPLAY '  MONTYPLR  BEFORE: ' WS-PLR-NEW-IMAGE
010140         DISPLAY '            AFTER : ' PLAYER-MASTER-RECORD
010150     END-IF.
010160     MOVE RKY-OLD-ID(WS-PAIR-IDX) TO PLR-PLAYER-ID.
010170     DELETE PLAYER-FILE RECORD
010180         INVALID KEY
010190             DISPLAY 'MONTYRKY: MONTYPLR DELETE FAILED, STATUS '
010200                 WS-PLR-STATUS ' FOR ' RKY-OLD-ID(WS-PAIR-IDX)
010210                 '.'
010220             MOVE 8 TO RETURN-CODE
010230             GO TO 5200-EXIT
010240     END-DELETE.
010250     ADD 1 TO WS-PLR-DELETED.
010260     DISPLAY '  MONTYPLR  OLD   : ' WS-PLR-OLD-IMAGE ' DELETED'.
010270 5200-EXIT.
010280     EXIT.
010290*
010300* ---------------------------------------------------------------
010310* 5300-CARRY-COHORT-HISTORY - THE OLD ID'S MONTYCHS ENTRIES
010320* DATED BEFORE THE NEW ID'S FIRST ENTRY MOVE TO THE NEW ID, SO
010330* THE CARRIED GAMES STAY IN THE COHORT THEY WERE PLAYED IN.
010340* LATER ENTRIES ARE DROPPED - FROM THEN ON THE NEW ID'S OWN
010350* HISTORY IS THE STUDENT'S
010360* ---------------------------------------------------------------
010370 5300-CARRY-COHORT-HISTORY.
010380     PERFORM 5305-FIND-NEW-FIRST-DATE THRU 5305-EXIT.
010390     MOVE ZERO TO WS-CARRY-COUNT.
010400     MOVE RKY-OLD-ID(WS-PAIR-IDX) TO CHS-PLAYER-ID.
010410     MOVE ZERO TO CHS-EFFECTIVE-DATE.
010420     START COHORT-HISTORY-FILE KEY NOT < CHS-KEY
010430         INVALID KEY
010440             GO TO 5300-EXIT
010450     END-START.
010460     SET KEYED-NOT-EOF TO TRUE.
010470     PERFORM 5310-COLLECT-ONE-ENTRY THRU 5310-EXIT
010480         UNTIL KEYED-EOF.
010490     PERFORM 5320-MOVE-ONE-ENTRY THRU 5320-EXIT
010500         VARYING WS-CARRY-IDX FROM 1 BY 1
010510         UNTIL WS-CARRY-IDX > WS-CARRY-COUNT.
010520 5300-EXIT.
010530     EXIT.
010540*
010550 5305-FIND-NEW-FIRST-DATE.
010560     MOVE 99999999 TO WS-NEW-FIRST-DATE.
010570     MOVE RKY-NEW-ID(WS-PAIR-IDX) TO CHS-PLAYER-ID.
010580     MOVE ZERO TO CHS-EFFECTIVE-DATE.
010590     START COHORT-HISTORY-FILE KEY NOT < CHS-KEY
010600         INVALID KEY
010610             GO TO 5305-EXIT
010620     END-START.
010630     READ COHORT-HISTORY-FILE NEXT RECORD
010640         AT END
010650             GO TO 5305-EXIT
010660     END-READ.
010670     IF CHS-PLAYER-ID = RKY-NEW-ID(WS-PAIR-IDX)
010680         MOVE CHS-EFFECTIVE-DATE TO WS-NEW-FIRST-DATE
010690     END-IF.
010700 5305-EXIT.
010710     EXIT.
010720*
010730 5310-COLLECT-ONE-ENTRY.
010740     READ COHORT-HISTORY-FILE NEXT RECORD
010750         AT END
010760             SET KEYED-EOF TO TRUE
010770             GO TO 5310-EXIT
010780     END-READ.
010790     IF CHS-PLAYER-ID NOT = RKY-OLD-ID(WS-PAIR-IDX)
010800         SET KEYED-EOF TO TRUE
010810         GO TO 5310-EXIT
010820     END-IF.
010830     IF WS-CARRY-COUNT = 50
010840         DISPLAY 'MONTYRKY: MORE THAN 50 MONTYCHS ENTRIES FOR '
010850             RKY-OLD-ID(WS-PAIR-IDX) ' - THE REST STAY UNDER'
010860             ' THE OLD ID.'
010870         IF RETURN-CODE < 4
010880             MOVE 4 TO RETURN-CODE
010890         END-IF
010900         SET KEYED-EOF TO TRUE
010910         GO TO 5310-EXIT
010920     END-IF.
010930     ADD 1 TO WS-CARRY-COUNT.
010940     MOVE COHORT-HISTORY-RECORD
010950         TO CHS-CARRY-IMAGE(WS-CARRY-COUNT).
010960 5310-EXIT.
010970     EXIT.
010980*
010990 5320-MOVE-ONE-ENTRY.
011000     MOVE CHS-CARRY-IMAGE(WS-CARRY-IDX) TO COHORT-HISTORY-RECORD.
011010     DELETE COHORT-HISTORY-FILE RECORD
011020         INVALID KEY
011030             DISPLAY 'MONTYRKY: MONTYCHS DELETE FAILED, STATUS '
011040                 WS-CHS-STATUS ' FOR ' CHS-PLAYER-ID '.'
011050             MOVE 8 TO RETURN-CODE
011060             GO TO 5320-EXIT
011070     END-DELETE.
011080     IF CHS-EFFECTIVE-DATE NOT < WS-NEW-FIRST-DATE
011090         ADD 1 TO WS-CHS-DROPPED
011100         DISPLAY '  MONTYCHS  OLD   : '
011110             CHS-CARRY-IMAGE(WS-CARRY-IDX)
011120             ' DELETED'
011130         GO TO 5320-EXIT
011140     END-IF.
011150     MOVE RKY-NEW-ID(WS-PAIR-IDX) TO CHS-PLAYER-ID.
011160     MOVE 'MONTYRKY'              TO CHS-SOURCE.
011170     MOVE WS-TODAY-DATE           TO CHS-RECORDED-DATE.
011180     WRITE COHORT-HISTORY-RECORD
011190         INVALID KEY
011200             DISPLAY 'MONTYRKY: MONTYCHS WRITE FAILED, STATUS '
011210                 WS-CHS-STATUS ' FOR ' CHS-PLAYER-ID '.'
011220             MOVE 8 TO RETURN-CODE
011230             GO TO 5320-EXIT
011240     END-WRITE.
011250     ADD 1 TO WS-CHS-CARRIED.
011260     DISPLAY '  MONTYCHS  BEFORE: ' CHS-CARRY-IMAGE(WS-CARRY-IDX).
011270     DISPLAY '            AFTER : ' COHORT-HISTORY-RECORD.
011280 5320-EXIT.
011290     EXIT.
011300*
011310* ---------------------------------------------------------------
011320* 5400-REKEY-ASSIGNMENTS - RETARGET EVERY TYPE P ASSIGNMENT ON
011330* THE OLD ID AT THE NEW ONE
011340* ---------------------------------------------------------------
011350 5400-REKEY-ASSIGNMENTS.
011360     MOVE LOW-VALUES TO ASG-ASSIGN-ID.
011370     START ASSIGNMENT-FILE KEY NOT < ASG-ASSIGN-ID
011380         INVALID KEY
011390             GO TO 5400-EXIT
011400     END-START.
011410     SET KEYED-NOT-EOF TO TRUE.
011420     PERFORM 5410-REKEY-ONE-ASSIGNMENT THRU 5410-EXIT
011430         UNTIL KEYED-EOF.
011440 5400-EXIT.
011450     EXIT.
011460*
011470 5410-REKEY-ONE-ASSIGNMENT.
011480     READ ASSIGNMENT-FILE NEXT RECORD
011490         AT END
011500             SET KEYED-EOF TO TRUE
011510             GO TO 5410-EXIT
011520     END-READ.
011530     IF NOT ASG-PLAYER-TARGET
011540         OR ASG-TARGET-CODE NOT = RKY-OLD-ID(WS-PAIR-IDX)
011550         GO TO 5410-EXIT
011560     END-IF.
011570     MOVE ASSIGNMENT-RECORD TO WS-ASG-BEFORE-IMAGE.
011580     MOVE RKY-NEW-ID(WS-PAIR-IDX) TO ASG-TARGET-CODE.
011590     REWRITE ASSIGNMENT-RECORD
011600         INVALID KEY
011610             DISPLAY 'MONTYRKY: MONTYASG REWRITE FAILED, STATUS '
011620                 WS-ASG-STATUS ' FOR ' ASG-ASSIGN-ID '.'
011630             MOVE 8 TO RETURN-CODE
011640             GO TO 5410-EXIT
011650     END-REWRITE.
011660     ADD 1 TO WS-ASG-REKEYED.
011670     DISPLAY '  MONTYASG  BEFORE: ' WS-ASG-BEFORE-IMAGE.
011680     DISPLAY '            AFTER : ' ASSIGNMENT-RECORD.
011690 5410-EXIT.
011700     EXIT.
011701*
011702* ---------------------------------------------------------------
011703* 5500-REKEY-RUN-HISTORY - AN OPERATOR RUN RECORDS THE PLAYER IT
011704* PLAYED UNDER ON MONTYHST. THE NEW ID TAKES THE OLD ONE'S PLACE
011705* SO THE RUN STILL MATCHES ITS LOGGED GAMES FOR MONTYVFY
011706* ---------------------------------------------------------------
011707 5500-REKEY-RUN-HISTORY.
011708     MOVE LOW-VALUES TO RHC-RUN-KEY.
011709     START RUN-HISTORY-FILE KEY NOT < RHC-RUN-KEY
011710         INVALID KEY
011711             GO TO 5500-EXIT
011712     END-START.
011713     SET KEYED-NOT-EOF TO TRUE.
011714     PERFORM 5510-REKEY-ONE-RUN THRU 5510-EXIT
011715         UNTIL KEYED-EOF.
011716 5500-EXIT.
011717     EXIT.
011718*
011719 5510-REKEY-ONE-RUN.
011720     READ RUN-HISTORY-FILE NEXT RECORD
011721         AT END
011722             SET KEYED-EOF TO TRUE
011723             GO TO 5510-EXIT
011724     END-READ.
011725     IF RHC-PLAYER-ID NOT = RKY-OLD-ID(WS-PAIR-IDX)
011726         GO TO 5510-EXIT
011727     END-IF.
011728     MOVE RUN-HISTORY-RECORD TO WS-HST-BEFORE-IMAGE.
011729     MOVE RKY-NEW-ID(WS-PAIR-IDX) TO RHC-PLAYER-ID.
011730     REWRITE RUN-HISTORY-RECORD
011731         INVALID KEY
011732             DISPLAY 'MONTYRKY: MONTYHST REWRITE FAILED, STATUS '
011733                 WS-HST-STATUS ' FOR RUN ' RHC-RUN-KEY '.'
011734             MOVE 8 TO RETURN-CODE
011735             GO TO 5510-EXIT
011736     END-REWRITE.
011737     ADD 1 TO WS-HST-REKEYED.
011738     DISPLAY '  MONTYHST  BEFORE: ' WS-HST-BEFORE-IMAGE.
011739     DISPLAY '            AFTER : ' RUN-HISTORY-RECORD.
011740 5510-EXIT.
011741     EXIT.
011742*
011743* ---------------------------------------------------------------
011744* 5600-MOVE-TERM-HISTORY - THE KEY IS TERM PLUS PLAYER, SO EACH OF
011745* THE OLD ID'S TERM ENTRIES IS WRITTEN UNDER THE NEW ID AND THE
011746* OLD ONE DELETED. WHERE THE NEW ID ALREADY HAS AN ENTRY FOR THE
011747* TERM THE OLD ONE IS ADDED INTO IT THE WAY THE LEADERBOARD LINE
011748* IS, AND THE TERM'S CONTROL RECORD COUNTS ONE PLAYER FEWER
011749* ---------------------------------------------------------------
011750 5600-MOVE-TERM-HISTORY.
011751     MOVE ZERO TO WS-CARRY-COUNT.
011752     MOVE LOW-VALUES TO TRH-KEY.
011753     START TERM-HISTORY-FILE KEY NOT < TRH-KEY
011754         INVALID KEY
011755             GO TO 5600-EXIT
011756     END-START.
011757     SET KEYED-NOT-EOF TO TRUE.
011758     PERFORM 5610-COLLECT-ONE-TERM-ENTRY THRU 5610-EXIT
011759         UNTIL KEYED-EOF.
011760     PERFORM 5620-MOVE-ONE-TERM-ENTRY THRU 5620-EXIT
011761         VARYING WS-CARRY-IDX FROM 1 BY 1
011762         UNTIL WS-CARRY-IDX > WS-CARRY-COUNT.
011763 5600-EXIT.
011764     EXIT.
011765*
011766 5610-COLLECT-ONE-TERM-ENTRY.
011767     READ TERM-HISTORY-FILE NEXT RECORD
011768         AT END
011769             SET KEYED-EOF TO TRUE
011770             GO TO 5610-EXIT
011771     END-READ.
011772     IF TRH-PLAYER-ID NOT = RKY-OLD-ID(WS-PAIR-IDX)
011773         GO TO 5610-EXIT
011774     END-IF.
011775     IF WS-CARRY-COUNT = 50
011776         DISPLAY 'MONTYRKY: MORE THAN 50 MONTYTRH ENTRIES FOR '
011777             RKY-OLD-ID(WS-PAIR-IDX) ' - THE REST STAY UNDER'
011778             ' THE OLD ID.'
011779         IF RETURN-CODE < 4
011780             MOVE 4 TO RETURN-CODE
011781         END-IF
011782         SET KEYED-EOF TO TRUE
011783         GO TO 5610-EXIT
011784     END-IF.
011785     ADD 1 TO WS-CARRY-COUNT.
011786     MOVE TERM-HISTORY-RECORD
011787         TO TRH-CARRY-IMAGE(WS-CARRY-COUNT).
011788 5610-EXIT.
011789     EXIT.
011790*
011791 5620-MOVE-ONE-TERM-ENTRY.
011792     SET APPLY-OK TO TRUE.
011793     MOVE TRH-CARRY-IMAGE(WS-CARRY-IDX) TO WS-TRH-OLD-IMAGE.
011794     MOVE TRH-CARRY-IMAGE(WS-CARRY-IDX) TO TERM-HISTORY-RECORD.
011795     MOVE TRH-GAMES-PLAYED   TO WS-OLD-GAMES.
011796     MOVE TRH-TIMES-SWITCHED TO WS-OLD-SWITCHED.
011797     MOVE TRH-TIMES-WON      TO WS-OLD-WON.
011798     MOVE TRH-ASG-IN-SCOPE   TO WS-OLD-ASG-IN-SCOPE.
011799     MOVE TRH-ASG-MET        TO WS-OLD-ASG-MET.
011800     MOVE TRH-COMPLIANCE     TO WS-OLD-COMPLIANCE.
011801     MOVE RKY-NEW-ID(WS-PAIR-IDX) TO TRH-PLAYER-ID.
011802     SET NEW-NOT-ON-FILE TO TRUE.
011803     READ TERM-HISTORY-FILE
011804         INVALID KEY
011805             CONTINUE
011806         NOT INVALID KEY
011807             SET NEW-ON-FILE TO TRUE
011808     END-READ.
011809     IF NEW-ON-FILE
011810         PERFORM 5630-ADD-INTO-NEW-ENTRY THRU 5630-EXIT
011811     ELSE
011812         PERFORM 5640-FILE-ENTRY-UNDER-NEW-ID THRU 5640-EXIT
011813     END-IF.
011814     IF APPLY-FAILED
011815         MOVE 8 TO RETURN-CODE
011816         GO TO 5620-EXIT
011817     END-IF.
011818     DISPLAY '  MONTYTRH  BEFORE: ' WS-TRH-NEW-IMAGE.
011819     DISPLAY '            AFTER : ' TERM-HISTORY-RECORD.
011820     MOVE WS-TRH-OLD-IMAGE TO TERM-HISTORY-RECORD.
011821     DELETE TERM-HISTORY-FILE RECORD
011822         INVALID KEY
011823             DISPLAY 'MONTYRKY: MONTYTRH DELETE FAILED, STATUS '
011824                 WS-TRH-STATUS ' FOR ' RKY-OLD-ID(WS-PAIR-IDX)
011825                 ' TERM ' TRH-TERM-CODE '.'
011826             MOVE 8 TO RETURN-CODE
011827             GO TO 5620-EXIT
011828     END-DELETE.
011829     DISPLAY '            OLD   : ' WS-TRH-OLD-IMAGE ' DELETED'.
011830     IF NEW-ON-FILE
011831         PERFORM 5650-COUNT-PLAYER-OFF-TERM THRU 5650-EXIT
011832     END-IF.
011833 5620-EXIT.
011834     EXIT.
011835*
011836* ---------------------------------------------------------------
011837* 5630-ADD-INTO-NEW-ENTRY - THE GAMES ADD TOGETHER. THE TWO IDS
011838* WERE GRADED APART ON THE SAME ASSIGNMENTS, SO THE ENTRY KEEPS
011839* WHICHEVER MET MORE OF THEM, WITH THAT ENTRY'S COMPLIANCE
011840* ---------------------------------------------------------------
011841 5630-ADD-INTO-NEW-ENTRY.
011842     MOVE TERM-HISTORY-RECORD TO WS-TRH-NEW-IMAGE.
011843     ADD WS-OLD-GAMES    TO TRH-GAMES-PLAYED
011844         ON SIZE ERROR
011845             SET APPLY-FAILED TO TRUE
011846     END-ADD.
011847     ADD WS-OLD-SWITCHED TO TRH-TIMES-SWITCHED
011848         ON SIZE ERROR
011849             SET APPLY-FAILED TO TRUE
011850     END-ADD.
011851     ADD WS-OLD-WON      TO TRH-TIMES-WON
011852         ON SIZE ERROR
011853             SET APPLY-FAILED TO TRUE
011854     END-ADD.
011855     IF APPLY-FAILED
011856         DISPLAY 'MONTYRKY: MONTYTRH TOTALS FOR '
011857             RKY-NEW-ID(WS-PAIR-IDX) ' TERM ' TRH-TERM-CODE
011858             ' WOULD OVERFLOW - BOTH ENTRIES LEFT AS THEY ARE.'
011859         GO TO 5630-EXIT
011860     END-IF.
011861     IF WS-OLD-ASG-MET > TRH-ASG-MET
011862         MOVE WS-OLD-ASG-IN-SCOPE TO TRH-ASG-IN-SCOPE
011863         MOVE WS-OLD-ASG-MET      TO TRH-ASG-MET
011864         MOVE WS-OLD-COMPLIANCE   TO TRH-COMPLIANCE
011865     END-IF.
011866     REWRITE TERM-HISTORY-RECORD
011867         INVALID KEY
011868             DISPLAY 'MONTYRKY: MONTYTRH REWRITE FAILED, STATUS '
011869                 WS-TRH-STATUS ' FOR ' TRH-PLAYER-ID '.'
011870             SET APPLY-FAILED TO TRUE
011871             GO TO 5630-EXIT
011872     END-REWRITE.
011873     ADD 1 TO WS-TRH-MERGED.
011874 5630-EXIT.
011875     EXIT.
011876*
011877 5640-FILE-ENTRY-UNDER-NEW-ID.
011878     MOVE '(NO ENTRY)' TO WS-TRH-NEW-IMAGE.
011879     MOVE WS-TRH-OLD-IMAGE TO TERM-HISTORY-RECORD.
011880     MOVE RKY-NEW-ID(WS-PAIR-IDX) TO TRH-PLAYER-ID.
011881     WRITE TERM-HISTORY-RECORD
011882         INVALID KEY
011883             DISPLAY 'MONTYRKY: MONTYTRH WRITE FAILED, STATUS '
011884                 WS-TRH-STATUS ' FOR ' TRH-PLAYER-ID '.'
011885             SET APPLY-FAILED TO TRUE
011886             GO TO 5640-EXIT
011887     END-WRITE.
011888     ADD 1 TO WS-TRH-MOVED.
011889 5640-EXIT.
011890     EXIT.
011891*
011892 5650-COUNT-PLAYER-OFF-TERM.
011893     MOVE SPACES TO TRH-PLAYER-ID.
011894     READ TERM-HISTORY-FILE
011895         INVALID KEY
011896             GO TO 5650-EXIT
011897     END-READ.
011898     IF TRC-PLAYER-COUNT > ZERO
011899         SUBTRACT 1 FROM TRC-PLAYER-COUNT
011900     END-IF.
011901     REWRITE TERM-HISTORY-RECORD
011902         INVALID KEY
011903             DISPLAY 'MONTYRKY: MONTYTRH CONTROL REWRITE FAILED,'
011904                 ' STATUS ' WS-TRH-STATUS ' FOR TERM '
011905                 TRH-TERM-CODE '.'
011906             MOVE 8 TO RETURN-CODE
011907     END-REWRITE.
011908 5650-EXIT.
011909     EXIT.
011910*
011911* ---------------------------------------------------------------
011912* 7000-TAKE-KEYED-TOTALS - RECORD COUNTS OF THE KEYED FILES AND
011913* THE LEADERBOARD'S GAME TOTALS, TAKEN BEFORE AND AFTER
011914* ---------------------------------------------------------------
011915 7000-TAKE-KEYED-TOTALS.
011916     MOVE ZERO TO WS-LDR-RECORDS.
011917     MOVE ZERO TO WS-LDR-GAMES.
011918     MOVE ZERO TO WS-LDR-SWITCHED.
011919     MOVE ZERO TO WS-LDR-WON.
011920     MOVE ZERO TO WS-PLR-RECORDS.
011921     MOVE ZERO TO WS-ASG-RECORDS.
011922     MOVE ZERO TO WS-HST-RECORDS.
011923     MOVE ZERO TO WS-TRH-RECORDS.
011924     MOVE ZERO TO WS-TRH-GAMES.
011925     MOVE LOW-VALUES TO LDR-PLAYER-ID.
011926     SET KEYED-NOT-EOF TO TRUE.
011927     START LEADERBOARD-FILE KEY NOT < LDR-PLAYER-ID
011928         INVALID KEY
011929             SET KEYED-EOF TO TRUE
011930     END-START.
011931     PERFORM 7100-TOTAL-ONE-LDR THRU 7100-EXIT
011932         UNTIL KEYED-EOF.
011933     MOVE LOW-VALUES TO PLR-PLAYER-ID.
011934     SET KEYED-NOT-EOF TO TRUE.
011935     START PLAYER-FILE KEY NOT < PLR-PLAYER-ID
011940         INVALID KEY
011950             SET KEYED-EOF TO TRUE
011960     END-START.
011970     PERFORM 7200-COUNT-ONE-PLR THRU 7200-EXIT
011980         UNTIL KEYED-EOF.
011990     MOVE LOW-VALUES TO ASG-ASSIGN-ID.
012000     SET KEYED-NOT-EOF TO TRUE.
012010     START ASSIGNMENT-FILE KEY NOT < ASG-ASSIGN-ID
012020         INVALID KEY
012030             SET KEYED-EOF TO TRUE
012040     END-START.
012050     PERFORM 7300-COUNT-ONE-ASG THRU 7300-EXIT
012060         UNTIL KEYED-EOF.
012061     MOVE LOW-VALUES TO RHC-RUN-KEY.
012062     SET KEYED-NOT-EOF TO TRUE.
012063     START RUN-HISTORY-FILE KEY NOT < RHC-RUN-KEY
012064         INVALID KEY
012065             SET KEYED-EOF TO TRUE
012066     END-START.
012067     PERFORM 7400-COUNT-ONE-HST THRU 7400-EXIT
012068         UNTIL KEYED-EOF.
012069     MOVE LOW-VALUES TO TRH-KEY.
012070     SET KEYED-NOT-EOF TO TRUE.
012071     START TERM-HISTORY-FILE KEY NOT < TRH-KEY
012072         INVALID KEY
012073             SET KEYED-EOF TO TRUE
012074     END-START.
012075     PERFORM 7500-TOTAL-ONE-TRH THRU 7500-EXIT
012076         UNTIL KEYED-EOF.
012077 7000-EXIT.
012080     EXIT.
012090*
012100 7100-TOTAL-ONE-LDR.
012110     READ LEADERBOARD-FILE NEXT RECORD
012120         AT END
012130             SET KEYED-EOF TO TRUE
012140             GO TO 7100-EXIT
012150     END-READ.
012160     ADD 1                  TO WS-LDR-RECORDS.
012170     ADD LDR-GAMES-PLAYED   TO WS-LDR-GAMES.
012180     ADD LDR-TIMES-SWITCHED TO WS-LDR-SWITCHED.
012190     ADD LDR-TIMES-WON      TO WS-LDR-WON.
012200 7100-EXIT.
012210     EXIT.
012220*
012230 7200-COUNT-ONE-PLR.
012240     READ PLAYER-FILE NEXT RECORD
012250         AT END
012260             SET KEYED-EOF TO TRUE
012270             GO TO 7200-EXIT
012280     END-READ.
012290     ADD 1 TO WS-PLR-RECORDS.
012300 7200-EXIT.
012310     EXIT.
012320*
012330 7300-COUNT-ONE-ASG.
012340     READ ASSIGNMENT-FILE NEXT RECORD
012350         AT END
012360             SET KEYED-EOF TO TRUE
012370             GO TO 7300-EXIT
012380     END-READ.
012390     ADD 1 TO WS-ASG-RECORDS.
012400 7300-EXIT.
012410     EXIT.
012411*
012412 7400-COUNT-ONE-HST.
012413     READ RUN-HISTORY-FILE NEXT RECORD
012414         AT END
012415             SET KEYED-EOF TO TRUE
012416             GO TO 7400-EXIT
012417     END-READ.
012418     ADD 1 TO WS-HST-RECORDS.
012419 7400-EXIT.
012420     EXIT.
012421*
012422 7500-TOTAL-ONE-TRH.
012423     READ TERM-HISTORY-FILE NEXT RECORD
012424         AT END
012425             SET KEYED-EOF TO TRUE
012426             GO TO 7500-EXIT
012427     END-READ.
012428     IF TRH-PLAYER-ID = SPACES
012429         GO TO 7500-EXIT
012430     END-IF.
012431     ADD 1                TO WS-TRH-RECORDS.
012432     ADD TRH-GAMES-PLAYED TO WS-TRH-GAMES.
012433 7500-EXIT.
012434     EXIT.
012435*
012436* ---------------------------------------------------------------
012440* 8000-PROVE-LOG-TOTALS - PRINT AND RECONCILE THE LOG TOTALS.
012450* THE LIVE LOG IS ONLY REPLACED WHEN RECORDS-READ EQUALS
012460* RECORDS-STAGED, NO STAGED GAME STILL CARRIES AN OLD ID, AND
012470* THE NEW IDS GAINED EXACTLY THE GAMES RE-KEYED
012480* ---------------------------------------------------------------
012490 8000-PROVE-LOG-TOTALS.
012500     DISPLAY '===== MONTYRKY LOG CONTROL TOTALS ====='.
012510     MOVE WS-LOG-READ TO WS-TOTAL-DISPLAY.
012520     DISPLAY 'LOG RECORDS READ      : ' WS-TOTAL-DISPLAY.
012530     MOVE WS-LOG-STAGED TO WS-TOTAL-DISPLAY.
012540     DISPLAY 'LOG RECORDS STAGED    : ' WS-TOTAL-DISPLAY.
012550     MOVE WS-LOG-REKEYED TO WS-TOTAL-DISPLAY.
012560     DISPLAY 'GAMES RE-KEYED        : ' WS-TOTAL-DISPLAY.
012570     MOVE WS-NEW-GAMES-BEFORE TO WS-TOTAL-DISPLAY.
012580     DISPLAY 'NEW-ID GAMES BEFORE   : ' WS-TOTAL-DISPLAY.
012590     MOVE WS-NEW-GAMES-AFTER TO WS-TOTAL-DISPLAY.
012600     DISPLAY 'NEW-ID GAMES AFTER    : ' WS-TOTAL-DISPLAY.
012610     MOVE WS-OLD-GAMES-AFTER TO WS-TOTAL-DISPLAY.
012620     DISPLAY 'OLD-ID GAMES AFTER    : ' WS-TOTAL-DISPLAY.
012630     IF WS-LOG-READ = WS-LOG-STAGED
012640         AND WS-OLD-GAMES-AFTER = ZERO
012650         AND WS-NEW-GAMES-AFTER =
012660             WS-NEW-GAMES-BEFORE + WS-LOG-REKEYED
012670         SET TOTALS-BALANCE TO TRUE
012680         DISPLAY 'TOTALS PROOF          : READ = STAGED, NEW'
012690             ' AFTER = NEW BEFORE + RE-KEYED'
012700     ELSE
012710         SET TOTALS-OUT-OF-BALANCE TO TRUE
012720         DISPLAY 'TOTALS PROOF          : *** OUT OF BALANCE ***'
012730     END-IF.
012740 8000-EXIT.
012750     EXIT.
012760*
012770* ---------------------------------------------------------------
012771* 8500-PROVE-KEYED-TOTALS - THE LEADERBOARD'S AND THE TERM
012772* HISTORY'S GAME TOTALS MUST NOT MOVE, AND EACH FILE'S RECORD
012773* COUNT MAY ONLY DROP BY THE OLD ENTRIES FOLDED INTO A NEW ID'S
012774* EXISTING ENTRY
012810* ---------------------------------------------------------------
012820 8500-PROVE-KEYED-TOTALS.
012830     DISPLAY '===== MONTYRKY KEYED FILE CONTROL TOTALS ====='.
012840     DISPLAY '                      BEFORE     AFTER'.
012850     MOVE WS-LDR-RECORDS-BEFORE TO WS-BEFORE-DISPLAY.
012860     MOVE WS-LDR-RECORDS TO WS-AFTER-DISPLAY.
012870     DISPLAY 'MONTYLDR RECORDS : ' WS-BEFORE-DISPLAY ' '
012880         WS-AFTER-DISPLAY.
012890     MOVE WS-LDR-GAMES-BEFORE TO WS-BEFORE-DISPLAY.
012900     MOVE WS-LDR-GAMES TO WS-AFTER-DISPLAY.
012910     DISPLAY 'MONTYLDR GAMES   : ' WS-BEFORE-DISPLAY ' '
012920         WS-AFTER-DISPLAY.
012930     MOVE WS-LDR-SWITCHED-BEFORE TO WS-BEFORE-DISPLAY.
012940     MOVE WS-LDR-SWITCHED TO WS-AFTER-DISPLAY.
012950     DISPLAY 'MONTYLDR SWITCHED: ' WS-BEFORE-DISPLAY ' '
012960         WS-AFTER-DISPLAY.
012970     MOVE WS-LDR-WON-BEFORE TO WS-BEFORE-DISPLAY.
012980     MOVE WS-LDR-WON TO WS-AFTER-DISPLAY.
012990     DISPLAY 'MONTYLDR WON     : ' WS-BEFORE-DISPLAY ' '
013000         WS-AFTER-DISPLAY.
013010     MOVE WS-PLR-RECORDS-BEFORE TO WS-BEFORE-DISPLAY.
013020     MOVE WS-PLR-RECORDS TO WS-AFTER-DISPLAY.
013030     DISPLAY 'MONTYPLR RECORDS : ' WS-BEFORE-DISPLAY ' '
013040         WS-AFTER-DISPLAY.
013050     MOVE WS-ASG-RECORDS-BEFORE TO WS-BEFORE-DISPLAY.
013060     MOVE WS-ASG-RECORDS TO WS-AFTER-DISPLAY.
013070     DISPLAY 'MONTYASG RECORDS : ' WS-BEFORE-DISPLAY ' '
013080         WS-AFTER-DISPLAY.
013081     MOVE WS-HST-RECORDS-BEFORE TO WS-BEFORE-DISPLAY.
013082     MOVE WS-HST-RECORDS TO WS-AFTER-DISPLAY.
013083     DISPLAY 'MONTYHST RECORDS : ' WS-BEFORE-DISPLAY ' '
013084         WS-AFTER-DISPLAY.
013085     MOVE WS-TRH-RECORDS-BEFORE TO WS-BEFORE-DISPLAY.
013086     MOVE WS-TRH-RECORDS TO WS-AFTER-DISPLAY.
013087     DISPLAY 'MONTYTRH ENTRIES : ' WS-BEFORE-DISPLAY ' '
013088         WS-AFTER-DISPLAY.
013089     MOVE WS-TRH-GAMES-BEFORE TO WS-BEFORE-DISPLAY.
013090     MOVE WS-TRH-GAMES TO WS-AFTER-DISPLAY.
013091     DISPLAY 'MONTYTRH GAMES   : ' WS-BEFORE-DISPLAY ' '
013092         WS-AFTER-DISPLAY.
013093     IF WS-LDR-GAMES = WS-LDR-GAMES-BEFORE
013100         AND WS-LDR-SWITCHED = WS-LDR-SWITCHED-BEFORE
013110         AND WS-LDR-WON = WS-LDR-WON-BEFORE
013120         AND WS-LDR-RECORDS + WS-LDR-MERGED =
013130             WS-LDR-RECORDS-BEFORE
013140         AND WS-PLR-RECORDS + WS-PLR-DELETED =
013150             WS-PLR-RECORDS-BEFORE
013160         AND WS-ASG-RECORDS = WS-ASG-RECORDS-BEFORE
013161         AND WS-HST-RECORDS = WS-HST-RECORDS-BEFORE
013162         AND WS-TRH-RECORDS + WS-TRH-MERGED =
013163             WS-TRH-RECORDS-BEFORE
013164         AND WS-TRH-GAMES = WS-TRH-GAMES-BEFORE
013170         DISPLAY 'TOTALS PROOF     : GAME TOTALS UNCHANGED,'
013180             ' COUNTS EXPLAINED BY THE MERGES'
013190     ELSE
013200         DISPLAY 'TOTALS PROOF     : *** OUT OF BALANCE ***'
013210         MOVE 8 TO RETURN-CODE
013220     END-IF.
013230 8500-EXIT.
013240     EXIT.
013250*
013260* ---------------------------------------------------------------
013270* 8900-PRINT-RUN-SUMMARY - CARD AND CHANGE TOTALS FOR THE LISTING
013280* ---------------------------------------------------------------
013290 8900-PRINT-RUN-SUMMARY.
013300     DISPLAY '===== MONTYRKY RUN SUMMARY ====='.
013310     MOVE WS-CARDS-READ TO WS-CARD-DISPLAY.
013320     DISPLAY 'CARDS READ            : ' WS-CARD-DISPLAY.
013330     MOVE WS-ACCEPTED-COUNT TO WS-CARD-DISPLAY.
013340     DISPLAY 'PAIRS APPLIED         : ' WS-CARD-DISPLAY.
013350     MOVE WS-REJECTED-COUNT TO WS-CARD-DISPLAY.
013360     DISPLAY 'CARDS REJECTED        : ' WS-CARD-DISPLAY.
013370     MOVE WS-LDR-MERGED TO WS-CARD-DISPLAY.
013380     DISPLAY 'MONTYLDR LINES MERGED : ' WS-CARD-DISPLAY.
013390     MOVE WS-LDR-MOVED TO WS-CARD-DISPLAY.
013400     DISPLAY 'MONTYLDR LINES MOVED  : ' WS-CARD-DISPLAY.
013410     MOVE WS-PLR-DELETED TO WS-CARD-DISPLAY.
013420     DISPLAY 'MONTYPLR OLD DELETED  : ' WS-CARD-DISPLAY.
013430     MOVE WS-PLR-ENROLL-CARRIED TO WS-CARD-DISPLAY.
013440     DISPLAY 'ENROLL DATES CARRIED  : ' WS-CARD-DISPLAY.
013450     MOVE WS-CHS-CARRIED TO WS-CARD-DISPLAY.
013460     DISPLAY 'MONTYCHS ROWS CARRIED : ' WS-CARD-DISPLAY.
013470     MOVE WS-CHS-DROPPED TO WS-CARD-DISPLAY.
013480     DISPLAY 'MONTYCHS ROWS DROPPED : ' WS-CARD-DISPLAY.
013490     MOVE WS-ASG-REKEYED TO WS-CARD-DISPLAY.
013500     DISPLAY 'MONTYASG RETARGETED   : ' WS-CARD-DISPLAY.
013501     MOVE WS-HST-REKEYED TO WS-CARD-DISPLAY.
013502     DISPLAY 'MONTYHST RUNS RE-KEYED: ' WS-CARD-DISPLAY.
013503     MOVE WS-TRH-MOVED TO WS-CARD-DISPLAY.
013504     DISPLAY 'MONTYTRH ROWS MOVED   : ' WS-CARD-DISPLAY.
013505     MOVE WS-TRH-MERGED TO WS-CARD-DISPLAY.
013506     DISPLAY 'MONTYTRH ROWS MERGED  : ' WS-CARD-DISPLAY.
013507     MOVE WS-ARC-REKEYED-TOTAL TO WS-TOTAL-DISPLAY.
013508     DISPLAY 'ARCHIVED GAMES MOVED  : ' WS-TOTAL-DISPLAY.
013510 8900-EXIT.
013520     EXIT.
013530*
013540* ---------------------------------------------------------------
013550* 9000-TERMINATE - CLOSE THE FILES AND SET THE STEP CONDITION
013560* CODE SO A CARD FILE WITH ANY REJECT GETS LOOKED AT
013570* ---------------------------------------------------------------
013580 9000-TERMINATE.
013590     CLOSE REKEY-FILE.
013600     CLOSE REJECT-FILE.
013610     CLOSE PLAYER-FILE.
013620     CLOSE LEADERBOARD-FILE.
013630     CLOSE ASSIGNMENT-FILE.
013640     CLOSE COHORT-HISTORY-FILE.
013641     CLOSE RUN-HISTORY-FILE.
013642     CLOSE TERM-HISTORY-FILE.
013650     IF WS-REJECTED-COUNT > ZERO
013651         AND RETURN-CODE < 4
013652         MOVE 4 TO RETURN-CODE
013680     END-IF.
013690 9000-EXIT.
013700     EXIT.
