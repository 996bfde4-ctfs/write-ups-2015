001220*                 ITS WHOLE SECTION, SO THE INSTRUCTOR READS ONE
001230*                 BLOCK PER CLASS INSTEAD OF A MONTYSTM PAGE PER
001240*                 STUDENT.
001241*   10/15/26  RC  A COHORT ASSIGNMENT NOW COUNTS A GAME ONLY
001242*                 WHEN THE PLAYER WAS IN THE TARGET COHORT ON THE
001243*                 GAME'S LOG-DATE, PER THE NEW MONTYCHS COHORT
001244*                 HISTORY, SO A STUDENT WHO TRANSFERS SECTIONS
001245*                 MID-TERM DOES NOT CARRY GAMES PLAYED FOR THE OLD
001246*                 SECTION INTO THE NEW ONE'S COMPLIANCE. EACH
001247*                 BLOCK STILL LISTS THE COHORT'S CURRENT ROSTER.
001248*   10/15/26  RC  PARM=INDEX READS THE GAMES THROUGH THE KEYED
001249*                 MONTYGIX PLAYER GAME INDEX INSTEAD OF SCANNING
001250*                 MONTYLOG - ONLY THE PLAYERS SOME BLOCK WILL
001251*                 LIST, AND FOR EACH ONLY THE GAMES FROM ITS
001252*                 EARLIEST ASSIGN DATE THROUGH THE FIRST GAME
001253*                 PAST ITS LATEST DUE DATE, WHICH IS ALL THE
001254*                 COUNTS AND NO-PLAY FLAGS CAN EVER USE. THE
001255*                 INDEX ALSO SPANS THE MONTYCAT ARCHIVE
001256*                 GENERATIONS, SO GAMES ARCHIVED MID-TERM STILL
001257*                 COUNT. THE INDEX IS ONLY READ WHILE MONTYIDX
001258*                 HAS IT MARKED VERIFIED. NO PARM SCANS THE LIVE
001259*                 LOG AS BEFORE.
001260*   10/15/26  RC  PARM=INDEX NOW ALSO STOPS RC 8 WHEN MONTYGIX NO
001261*                 LONGER MATCHES ITS FILES - THE LIVE GAME COUNT
001262*                 AGAINST MONTYLOG AND THE HIGH GENERATION AGAINST
001263*                 MONTYCAT - SINCE GAMES APPENDED OR ARCHIVED
001264*                 AFTER THE LAST VERIFY DO NOT CLEAR THE MARK.
001265*
001266 ENVIRONMENT DIVISION.
001270 CONFIGURATION SECTION.
001280 SOURCE-COMPUTER.   GNUCOBOL.
001290 OBJECT-COMPUTER.   GNUCOBOL.
001430         ACCESS MODE DYNAMIC
001440         RECORD KEY IS PLR-PLAYER-ID
001450         FILE STATUS IS WS-PLR-STATUS.
001451     SELECT COHORT-HISTORY-FILE ASSIGN TO "MONTYCHS"
001452         ORGANIZATION INDEXED
001453         ACCESS MODE DYNAMIC
001454         RECORD KEY IS CHS-KEY
001455         FILE STATUS IS WS-CHS-STATUS.
001456     SELECT GAME-INDEX-FILE ASSIGN TO "MONTYGIX"
001457         ORGANIZATION INDEXED
001458         ACCESS MODE DYNAMIC
001459         RECORD KEY IS GIX-KEY
001461         FILE STATUS IS WS-GIX-STATUS.
001462     SELECT CATALOG-FILE ASSIGN TO "MONTYCAT"
001463         ORGANIZATION INDEXED
001464         ACCESS MODE DYNAMIC
001465         RECORD KEY IS CAT-GENERATION
001466         FILE STATUS IS WS-CAT-STATUS.
001467*
001470 DATA DIVISION.
001480 FILE SECTION.
001490 FD  MONTYLOG-FILE.
001540*
001550 FD  PLAYER-FILE.
001560 COPY MONTYPLR.
001561*
001562 FD  COHORT-HISTORY-FILE.
001563 COPY MONTYCHS.
001564*
001565 FD  GAME-INDEX-FILE.
001566 COPY MONTYGIX.
001567*
001568 FD  CATALOG-FILE.
001569 COPY MONTYCAT.
001570*
001580 WORKING-STORAGE SECTION.
001590*
001730 77  WS-ASG-STATUS             PIC X(02)      VALUE SPACES.
001740 77  WS-PLR-STATUS             PIC X(02)      VALUE SPACES.
001750 77  WS-LOG-COMBINED-DATE      PIC 9(08) COMP VALUE ZERO.
001751 77  WS-CAT-STATUS             PIC X(02)      VALUE SPACES.
001752 77  WS-CAT-EOF-SW             PIC X(01)      VALUE 'N'.
001753     88  CAT-EOF                              VALUE 'Y'.
001754     88  CAT-NOT-EOF                          VALUE 'N'.
001755 77  WS-LIVE-COUNT             PIC 9(09) COMP VALUE ZERO.
001756 77  WS-LIVE-DISPLAY           PIC 9(09)      VALUE ZERO.
001757 77  WS-HIGH-GENERATION        PIC 9(04)      VALUE ZERO.
001760*
001770* ---------------------------------------------------------------
001780* OPEN ASSIGNMENTS LOADED FROM MONTYASG, ONE ENTRY PER OPEN
002310 77  WS-MODE-MATCH-SW          PIC X(01)      VALUE 'N'.
002320     88  MODE-MATCHES                         VALUE 'Y'.
002330     88  MODE-DOES-NOT-MATCH                  VALUE 'N'.
002331*
002332* ---------------------------------------------------------------
002333* COHORT HISTORY LOOK-UP. A COHORT ASSIGNMENT COUNTS A GAME ONLY
002334* WHEN THE PLAYER WAS IN THE TARGET COHORT ON THE GAME'S
002335* LOG-DATE, PER MONTYCHS; A PLAYER WITH NO HISTORY (OR A RUN
002336* WITHOUT MONTYCHS) IS TAKEN AT THE MASTER'S CURRENT COHORT
002337* ---------------------------------------------------------------
002338 77  WS-CHS-STATUS             PIC X(02)      VALUE SPACES.
002339 77  WS-CHS-EOF-SW             PIC X(01)      VALUE 'N'.
002340     88  CHS-EOF                              VALUE 'Y'.
002341     88  CHS-NOT-EOF                          VALUE 'N'.
002342 77  WS-CHS-OPEN-SW            PIC X(01)      VALUE 'N'.
002343     88  CHS-AVAILABLE                        VALUE 'Y'.
002344     88  CHS-NOT-AVAILABLE                    VALUE 'N'.
002345 77  WS-CHS-FOUND-SW           PIC X(01)      VALUE 'N'.
002346     88  CHS-FOUND                            VALUE 'Y'.
002347     88  CHS-NOT-FOUND                        VALUE 'N'.
002348 77  WS-GAME-COHORT            PIC X(04)      VALUE SPACES.
002349*
002350* ---------------------------------------------------------------
002351* INDEX READ CONTROL. EACH LISTED PLAYER IS READ FROM THE
002352* EARLIEST ASSIGN DATE OF THE BLOCKS THAT LIST IT TO THE LATEST
002353* DUE DATE
002354* ---------------------------------------------------------------
002355 77  WS-COMMAND-LINE           PIC X(10)      VALUE SPACES.
002356 77  WS-READ-CHOICE            PIC X(01)      VALUE 'L'.
002357     88  INDEX-READ                           VALUE 'I'.
002358     88  LOG-READ                             VALUE 'L'.
002359 77  WS-GIX-STATUS             PIC X(02)      VALUE SPACES.
002360 77  WS-GIX-EOF-SW             PIC X(01)      VALUE 'N'.
002361     88  GIX-EOF                              VALUE 'Y'.
002362     88  GIX-NOT-EOF                          VALUE 'N'.
002363 77  WS-WINDOW-FROM            PIC 9(08)      VALUE ZERO.
002364 77  WS-WINDOW-TO              PIC 9(08)      VALUE ZERO.
002365 77  WS-INDEXED-PLAYERS        PIC 9(03) COMP VALUE ZERO.
002366 77  WS-INDEXED-GAMES          PIC 9(07) COMP VALUE ZERO.
002367*
002368 PROCEDURE DIVISION.
002369*
002370* ---------------------------------------------------------------
002380* 0000-MAINLINE
002390* ---------------------------------------------------------------
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002411     IF INDEX-READ
002412         PERFORM 3000-MATCH-FROM-INDEX THRU 3000-EXIT
002413     ELSE
002414         PERFORM 2000-MATCH-ONE-RECORD THRU 2000-EXIT
002415             UNTIL LOG-EOF
002416         CLOSE MONTYLOG-FILE
002417     END-IF.
002441     IF CHS-AVAILABLE
002442         CLOSE COHORT-HISTORY-FILE
002443     END-IF.
002450     PERFORM 8000-PRINT-COMPLIANCE THRU 8000-EXIT.
002460     STOP RUN.
002470*
002510* ---------------------------------------------------------------
002520 1000-INITIALIZE.
002530     DISPLAY 'MONTYCMP: ASSIGNMENT COMPLIANCE REPORT'.
002531     PERFORM 1010-GET-READ-CHOICE THRU 1010-EXIT.
002540     OPEN INPUT ASSIGNMENT-FILE.
002550     IF WS-ASG-STATUS NOT = '00'
002560         DISPLAY 'MONTYCMP: CANNOT OPEN MONTYASG, STATUS '
002740     END-IF.
002750     PERFORM 1200-LOAD-PLAYERS THRU 1200-EXIT.
002760     CLOSE PLAYER-FILE.
002761     IF INDEX-READ
002762         PERFORM 1300-OPEN-INDEX THRU 1300-EXIT
002763     ELSE
002764         PERFORM 1400-OPEN-LOG THRU 1400-EXIT
002765     END-IF.
002831     OPEN INPUT COHORT-HISTORY-FILE.
002832     IF WS-CHS-STATUS = '00'
002833         SET CHS-AVAILABLE TO TRUE
002834     ELSE
002835         DISPLAY 'MONTYCMP: MONTYCHS NOT AVAILABLE, STATUS '
002836             WS-CHS-STATUS ' - COHORTS COME FROM THE PLAYER'
002837             ' MASTER ONLY.'
002838     END-IF.
002850 1000-EXIT.
002860     EXIT.
002861*
002862* ---------------------------------------------------------------
002863* 1010-GET-READ-CHOICE - PARM=INDEX READS THROUGH MONTYGIX, NO
002864* PARM SCANS THE LIVE LOG
002865* ---------------------------------------------------------------
002866 1010-GET-READ-CHOICE.
002867     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002868     IF WS-COMMAND-LINE = 'INDEX'
002869         SET INDEX-READ TO TRUE
002870         GO TO 1010-EXIT
002871     END-IF.
002872     IF WS-COMMAND-LINE NOT = SPACES
002873         DISPLAY 'MONTYCMP: PARM MUST BE INDEX OR OMITTED.'
002874         MOVE 12 TO RETURN-CODE
002875         STOP RUN
002876     END-IF.
002877 1010-EXIT.
002878     EXIT.
002879*
002880* ---------------------------------------------------------------
002890* 1100-LOAD-ASSIGNMENTS - WALK MONTYASG IN KEY ORDER AND KEEP
002900* EVERY OPEN ASSIGNMENT. MORE THAN 50 OPEN AT ONCE ENDS THE
003710     MOVE PLR-FULL-NAME   TO CMP-PLR-NAME(WS-PLR-IN-USE).
003720 1210-EXIT.
003730     EXIT.
003731*
003732* ---------------------------------------------------------------
003733* 1300-OPEN-INDEX - AN UNVERIFIED OR OUT-OF-DATE INDEX IS NEVER
003734* READ; RUN MONTYIDX OR RERUN WITHOUT THE PARM
003735* ---------------------------------------------------------------
003736 1300-OPEN-INDEX.
003737     OPEN INPUT GAME-INDEX-FILE.
003738     IF WS-GIX-STATUS NOT = '00'
003739         DISPLAY 'MONTYCMP: CANNOT OPEN MONTYGIX, STATUS '
003741             WS-GIX-STATUS '.'
003742         MOVE 12 TO RETURN-CODE
003743         STOP RUN
003744     END-IF.
003745     MOVE SPACES TO GIX-PLAYER-ID.
003746     MOVE ZERO   TO GIX-GAME-DATE.
003747     MOVE ZERO   TO GIX-GAME-TIME.
003748     MOVE ZERO   TO GIX-GENERATION.
003749     MOVE ZERO   TO GIX-RECORD-NUMBER.
003751     READ GAME-INDEX-FILE
003752         INVALID KEY
003753             MOVE SPACE TO GIC-STATE
003754     END-READ.
003755     IF NOT GIC-VERIFIED
003756         DISPLAY 'MONTYCMP: MONTYGIX IS NOT VERIFIED - RUN'
003757             ' MONTYIDX VERIFY, OR RERUN WITHOUT PARM=INDEX.'
003758         CLOSE GAME-INDEX-FILE
003759         MOVE 8 TO RETURN-CODE
003761         STOP RUN
003762     END-IF.
003763     PERFORM 9100-CHECK-INDEX-CURRENT THRU 9100-EXIT.
003764     DISPLAY 'MONTYCMP: READING MONTYGIX AS BUILT '
003765         GIC-BUILT-DATE ' ' GIC-BUILT-TIME ', VERIFIED '
003766         GIC-VERIFIED-DATE '.'.
003767 1300-EXIT.
003768     EXIT.
003769*
003770 1400-OPEN-LOG.
003771     OPEN INPUT MONTYLOG-FILE.
003772     IF WS-LOG-STATUS NOT = '00'
003773         DISPLAY 'MONTYCMP: CANNOT OPEN MONTYLOG, STATUS '
003774             WS-LOG-STATUS '.'
003775         MOVE 12 TO RETURN-CODE
003776         STOP RUN
003777     END-IF.
003778     SET LOG-NOT-EOF TO TRUE.
003779 1400-EXIT.
003781     EXIT.
003782*
003783* ---------------------------------------------------------------
003784* 2000-MATCH-ONE-RECORD - READ ONE LOG RECORD AND FOLD IT INTO
003785* EVERY OPEN ASSIGNMENT IT COUNTS TOWARD
003786* ---------------------------------------------------------------
003790 2000-MATCH-ONE-RECORD.
003800     READ MONTYLOG-FILE
003810         AT END
003930     END-IF.
003940     COMPUTE WS-LOG-COMBINED-DATE =
003950         (LOG-YEAR * 10000) + (LOG-MONTH * 100) + LOG-DAY.
003951     PERFORM 2400-LOOK-UP-GAME-COHORT THRU 2400-EXIT.
003960     PERFORM 2300-MATCH-ONE-ASSIGNMENT THRU 2300-EXIT
003970         VARYING WS-ASG-IDX FROM 1 BY 1
003980         UNTIL WS-ASG-IDX > WS-ASG-IN-USE.
004480 2310-CHECK-SCOPE.
004490     SET PLAYER-NOT-IN-SCOPE TO TRUE.
004500     IF CMA-TARGET-TYPE(WS-ASG-IDX) = 'C'
004510         IF WS-GAME-COHORT
004520             = CMA-TARGET-COHORT(WS-ASG-IDX)
004530             SET PLAYER-IN-SCOPE TO TRUE
004540         END-IF
004790     END-IF.
004800 2320-EXIT.
004810     EXIT.
004811*
004812* ---------------------------------------------------------------
004813* 2400-LOOK-UP-GAME-COHORT - THE COHORT THE PLAYER WAS IN ON THE
004814* GAME'S LOG-DATE: THE LAST MONTYCHS ENTRY IN EFFECT ON THAT
004815* DATE, OR THE FIRST ENTRY FOR A GAME DATED BEFORE IT. A PLAYER
004816* WITH NO HISTORY KEEPS THE MASTER'S CURRENT COHORT
004817* ---------------------------------------------------------------
004818 2400-LOOK-UP-GAME-COHORT.
004819     MOVE CMP-PLR-COHORT(WS-PLR-FOUND-IDX) TO WS-GAME-COHORT.
004820     SET CHS-NOT-FOUND TO TRUE.
004821     IF CHS-NOT-AVAILABLE
004822         GO TO 2400-EXIT
004823     END-IF.
004824     MOVE LOG-PLAYER-ID TO CHS-PLAYER-ID.
004825     MOVE ZERO          TO CHS-EFFECTIVE-DATE.
004826     SET CHS-NOT-EOF TO TRUE.
004827     START COHORT-HISTORY-FILE KEY NOT < CHS-KEY
004828         INVALID KEY
004829             SET CHS-EOF TO TRUE
004830     END-START.
004831     PERFORM 2410-READ-ONE-HISTORY THRU 2410-EXIT
004832         UNTIL CHS-EOF.
004833 2400-EXIT.
004834     EXIT.
004835*
004836 2410-READ-ONE-HISTORY.
004837     READ COHORT-HISTORY-FILE NEXT RECORD
004838         AT END
004839             SET CHS-EOF TO TRUE
004840             GO TO 2410-EXIT
004841     END-READ.
004842     IF CHS-PLAYER-ID NOT = LOG-PLAYER-ID
004843         SET CHS-EOF TO TRUE
004844         GO TO 2410-EXIT
004845     END-IF.
004846     IF CHS-FOUND
004847         AND CHS-EFFECTIVE-DATE > WS-LOG-COMBINED-DATE
004848         SET CHS-EOF TO TRUE
004849         GO TO 2410-EXIT
004850     END-IF.
004851     MOVE CHS-COHORT-CODE TO WS-GAME-COHORT.
004852     SET CHS-FOUND TO TRUE.
004853 2410-EXIT.
004854     EXIT.
004855*
004856* ---------------------------------------------------------------
004857* 3000-MATCH-FROM-INDEX - ONE KEYED PASS PER ACTIVE PLAYER THAT
004858* SOME BLOCK WILL LIST. THE GAMES GO THROUGH THE SAME COHORT
004859* LOOK-UP AND ASSIGNMENT MATCHING AS THE LOG SCAN
004860* ---------------------------------------------------------------
004861 3000-MATCH-FROM-INDEX.
004862     PERFORM 3100-READ-ONE-PLAYER THRU 3100-EXIT
004863         VARYING WS-PLR-IDX FROM 1 BY 1
004864         UNTIL WS-PLR-IDX > WS-PLR-IN-USE.
004865     CLOSE GAME-INDEX-FILE.
004866     MOVE WS-INDEXED-PLAYERS TO WS-TALLY-DISPLAY.
004867     MOVE WS-INDEXED-GAMES TO WS-COUNT-DISPLAY.
004868     DISPLAY 'MONTYCMP: ' WS-TALLY-DISPLAY ' PLAYERS AND '
004869         WS-COUNT-DISPLAY ' GAMES READ THROUGH MONTYGIX.'.
004870 3000-EXIT.
004871     EXIT.
004872*
004873 3100-READ-ONE-PLAYER.
004874     MOVE 99999999 TO WS-WINDOW-FROM.
004875     MOVE ZERO TO WS-WINDOW-TO.
004876     MOVE WS-PLR-IDX TO WS-PLR-FOUND-IDX.
004877     PERFORM 3110-WIDEN-WINDOW THRU 3110-EXIT
004878         VARYING WS-ASG-IDX FROM 1 BY 1
004879         UNTIL WS-ASG-IDX > WS-ASG-IN-USE.
004880     IF WS-WINDOW-TO = ZERO
004881         GO TO 3100-EXIT
004882     END-IF.
004883     ADD 1 TO WS-INDEXED-PLAYERS.
004884     SET GIX-NOT-EOF TO TRUE.
004885     MOVE CMP-PLR-ID(WS-PLR-IDX) TO GIX-PLAYER-ID.
004886     MOVE WS-WINDOW-FROM TO GIX-GAME-DATE.
004887     MOVE ZERO TO GIX-GAME-TIME.
004888     MOVE ZERO TO GIX-GENERATION.
004889     MOVE ZERO TO GIX-RECORD-NUMBER.
004890     START GAME-INDEX-FILE KEY NOT < GIX-KEY
004891         INVALID KEY
004892             SET GIX-EOF TO TRUE
004893     END-START.
004894     PERFORM 3200-MATCH-ONE-INDEXED THRU 3200-EXIT
004895         UNTIL GIX-EOF.
004896 3100-EXIT.
004897     EXIT.
004898*
004899 3110-WIDEN-WINDOW.
004900     PERFORM 8210-CHECK-REPORT-SCOPE THRU 8210-EXIT.
004901     IF PLAYER-NOT-IN-SCOPE
004902         GO TO 3110-EXIT
004903     END-IF.
004904     IF CMA-ASSIGN-DATE(WS-ASG-IDX) < WS-WINDOW-FROM
004905         MOVE CMA-ASSIGN-DATE(WS-ASG-IDX) TO WS-WINDOW-FROM
004906     END-IF.
004907     IF CMA-DUE-DATE(WS-ASG-IDX) > WS-WINDOW-TO
004908         MOVE CMA-DUE-DATE(WS-ASG-IDX) TO WS-WINDOW-TO
004909     END-IF.
004910 3110-EXIT.
004911     EXIT.
004912*
004913* ---------------------------------------------------------------
004914* 3200-MATCH-ONE-INDEXED - THE FIRST GAME PAST THE LATEST DUE
004915* DATE IS STILL MATCHED, SINCE IT SETS ANY NO-PLAY FLAGS NOT
004916* YET SET, AND THEN ENDS THE PLAYER
004917* ---------------------------------------------------------------
004918 3200-MATCH-ONE-INDEXED.
004919     READ GAME-INDEX-FILE NEXT RECORD
004920         AT END
004921             SET GIX-EOF TO TRUE
004922             GO TO 3200-EXIT
004923     END-READ.
004924     IF GIX-PLAYER-ID NOT = CMP-PLR-ID(WS-PLR-IDX)
004925         SET GIX-EOF TO TRUE
004926         GO TO 3200-EXIT
004927     END-IF.
004928     ADD 1 TO WS-INDEXED-GAMES.
004929     MOVE GIX-LOG-IMAGE TO MONTYLOG-RECORD.
004930     MOVE WS-PLR-IDX TO WS-PLR-FOUND-IDX.
004931     MOVE GIX-GAME-DATE TO WS-LOG-COMBINED-DATE.
004932     PERFORM 2400-LOOK-UP-GAME-COHORT THRU 2400-EXIT.
004933     PERFORM 2300-MATCH-ONE-ASSIGNMENT THRU 2300-EXIT
004934         VARYING WS-ASG-IDX FROM 1 BY 1
004935         UNTIL WS-ASG-IDX > WS-ASG-IN-USE.
004936     IF WS-LOG-COMBINED-DATE > WS-WINDOW-TO
004937         SET GIX-EOF TO TRUE
004938     END-IF.
004939 3200-EXIT.
004940     EXIT.
004941*
004942* ---------------------------------------------------------------
004943* 8000-PRINT-COMPLIANCE - ONE BLOCK PER OPEN ASSIGNMENT. A
004944* COHORT ASSIGNMENT LISTS EVERY ACTIVE PLAYER IN THE COHORT,
004945* A PLAYER ASSIGNMENT JUST ITS ONE PLAYER
004946* ---------------------------------------------------------------
004947 8000-PRINT-COMPLIANCE.
004948     DISPLAY '===== MONTYCMP ASSIGNMENT COMPLIANCE ====='.
004949     PERFORM 8100-PRINT-ONE-ASSIGNMENT THRU 8100-EXIT
004950         VARYING WS-ASG-IDX FROM 1 BY 1
004951         UNTIL WS-ASG-IDX > WS-ASG-IN-USE.
004952 8000-EXIT.
004953     EXIT.
004954*
004960 8100-PRINT-ONE-ASSIGNMENT.
004970     DISPLAY ' '.
004980     DISPLAY 'ASSIGNMENT ' CMA-ASSIGN-ID(WS-ASG-IDX)
005670     END-IF.
005680 8210-EXIT.
005690     EXIT.
005700*
005710* ---------------------------------------------------------------
005720* 9100-CHECK-INDEX-CURRENT - THE VERIFIED MARK ONLY SAYS THE
005730* INDEX MATCHED ITS FILES WHEN MONTYIDX LAST LOOKED. IDEONE,
005740* MONTYMRG AND MONTYFIX APPEND TO MONTYLOG AND MONTYARC CUTS
005750* GENERATIONS WITHOUT TOUCHING IT, SO THE LIVE COUNT AND THE
005760* HIGH GENERATION IT WAS BUILT TO ARE PROVED AGAIN HERE
005770* ---------------------------------------------------------------
005780 9100-CHECK-INDEX-CURRENT.
005790     PERFORM 1400-OPEN-LOG THRU 1400-EXIT.
005800     MOVE ZERO TO WS-LIVE-COUNT.
005810     PERFORM 9110-COUNT-ONE-LIVE-RECORD THRU 9110-EXIT
005820         UNTIL LOG-EOF.
005830     CLOSE MONTYLOG-FILE.
005840     MOVE ZERO TO WS-HIGH-GENERATION.
005850     OPEN INPUT CATALOG-FILE.
005860     IF WS-CAT-STATUS = '00'
005870         SET CAT-NOT-EOF TO TRUE
005880         MOVE ZERO TO CAT-GENERATION
005890         START CATALOG-FILE KEY NOT < CAT-GENERATION
005900             INVALID KEY
005910                 SET CAT-EOF TO TRUE
005920         END-START
005930         PERFORM 9120-READ-ONE-GENERATION THRU 9120-EXIT
005940             UNTIL CAT-EOF
005950         CLOSE CATALOG-FILE
005960     END-IF.
005970     IF WS-LIVE-COUNT = GIC-LIVE-COUNT
005980         AND WS-HIGH-GENERATION = GIC-HIGH-GENERATION
005990         GO TO 9100-EXIT
006000     END-IF.
006010     MOVE WS-LIVE-COUNT TO WS-LIVE-DISPLAY.
006020     DISPLAY 'MONTYCMP: MONTYGIX IS OUT OF DATE - IT HOLDS '
006030         GIC-LIVE-COUNT ' LIVE GAMES THROUGH GENERATION '
006040         GIC-HIGH-GENERATION ', THE FILES NOW HOLD '
006050         WS-LIVE-DISPLAY ' THROUGH GENERATION '
006060         WS-HIGH-GENERATION '.'.
006070     DISPLAY 'MONTYCMP: RUN MONTYIDX UPDATE AND VERIFY, OR RERUN'
006080         ' WITHOUT PARM=INDEX.'.
006090     CLOSE GAME-INDEX-FILE.
006100     MOVE 8 TO RETURN-CODE.
006110     STOP RUN.
006120 9100-EXIT.
006130     EXIT.
006140*
006150 9110-COUNT-ONE-LIVE-RECORD.
006160     READ MONTYLOG-FILE
006170         AT END
006180             SET LOG-EOF TO TRUE
006190             GO TO 9110-EXIT
006200     END-READ.
006210     ADD 1 TO WS-LIVE-COUNT.
006220 9110-EXIT.
006230     EXIT.
006240*
006250 9120-READ-ONE-GENERATION.
006260     READ CATALOG-FILE NEXT RECORD
006270         AT END
006280             SET CAT-EOF TO TRUE
006290             GO TO 9120-EXIT
006300     END-READ.
006310     MOVE CAT-GENERATION TO WS-HIGH-GENERATION.
006320 9120-EXIT.
006330     EXIT.
