001000* ---------------------------------------------------------------
001010* MONTYIDX  - PLAYER GAME INDEX BUILD, UPDATE AND VERIFY
001020* ---------------------------------------------------------------
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.    MONTYIDX.
001050 AUTHOR.        R CHALFANT.
001060 INSTALLATION.  HAYMARKET TRAINING LAB.
001070 DATE-WRITTEN.  10/15/2026.
001080 DATE-COMPILED.
001090*
001100* MODIFICATION HISTORY
001110*   10/15/26  RC  ORIGINAL PROGRAM. KEEPS THE KEYED MONTYGIX
001120*                 PLAYER GAME INDEX - ONE ENTRY PER GAME ON THE
001130*                 LIVE MONTYLOG AND EVERY MONTYCAT ARCHIVE
001140*                 GENERATION, KEYED ON PLAYER ID PLUS GAME DATE
001150*                 AND TIME - SO MONTYSTM AND MONTYCMP CAN READ
001160*                 JUST THE PLAYERS AND DATES THEY ASKED FOR
001170*                 INSTEAD OF EVERY GAME EVER LOGGED. THREE
001180*                 ACTIONS, FROM THE PARM OR THE CONSOLE:
001190*                 UPDATE ADDS THE GAMES APPENDED TO THE LIVE
001200*                 LOG SINCE THE LAST BUILD AND RUNS AFTER EVERY
001210*                 MONTYRUN; REBUILD THROWS THE INDEX AWAY AND
001220*                 BUILDS IT AGAIN FROM THE CATALOG AND THE LIVE
001230*                 LOG; VERIFY PROVES THE INDEX AGAINST THE LIVE
001240*                 LOG AND THE CATALOG RECORD COUNTS AND ONLY
001250*                 THEN MARKS IT FIT TO READ. UPDATE AND REBUILD
001260*                 BOTH LEAVE THE INDEX UNVERIFIED. AN UPDATE
001270*                 THAT FINDS A NEW ARCHIVE GENERATION CUT OR A
001280*                 LIVE LOG SHORTER THAN THE INDEX REMEMBERS
001290*                 CANNOT BE APPLIED AS AN APPEND, SO IT REBUILDS
001300*                 IN FULL INSTEAD.
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
001500     SELECT GAME-INDEX-FILE ASSIGN TO "MONTYGIX"
001510         ORGANIZATION INDEXED
001520         ACCESS MODE DYNAMIC
001530         RECORD KEY IS GIX-KEY
001540         FILE STATUS IS WS-GIX-STATUS.
001550*
001560 DATA DIVISION.
001570 FILE SECTION.
001580 FD  MONTYLOG-FILE.
001590 COPY MONTYLOG.
001600*
001610 FD  ARCHIVE-FILE.
001620 01  ARCHIVE-LOG-IMAGE           PIC X(49).
001630*
001640 FD  CATALOG-FILE.
001650 COPY MONTYCAT.
001660*
001670 FD  GAME-INDEX-FILE.
001680 COPY MONTYGIX.
001690*
001700 WORKING-STORAGE SECTION.
001710*
001720* ---------------------------------------------------------------
001730* READ CONTROL, FILE STATUS AND THE ACTION REQUESTED
001740* ---------------------------------------------------------------
001750 77  WS-LOG-EOF-SW             PIC X(01)      VALUE 'N'.
001760     88  LOG-EOF                              VALUE 'Y'.
001770     88  LOG-NOT-EOF                          VALUE 'N'.
001780 77  WS-ARC-EOF-SW             PIC X(01)      VALUE 'N'.
001790     88  ARC-EOF                              VALUE 'Y'.
001800     88  ARC-NOT-EOF                          VALUE 'N'.
001810 77  WS-CAT-EOF-SW             PIC X(01)      VALUE 'N'.
001820     88  CAT-EOF                              VALUE 'Y'.
001830     88  CAT-NOT-EOF                          VALUE 'N'.
001840 77  WS-GIX-EOF-SW             PIC X(01)      VALUE 'N'.
001850     88  GIX-EOF                              VALUE 'Y'.
001860     88  GIX-NOT-EOF                          VALUE 'N'.
001870 77  WS-LOG-STATUS             PIC X(02)      VALUE SPACES.
001880 77  WS-ARC-STATUS             PIC X(02)      VALUE SPACES.
001890 77  WS-CAT-STATUS             PIC X(02)      VALUE SPACES.
001900 77  WS-GIX-STATUS             PIC X(02)      VALUE SPACES.
001910 77  WS-ARC-DSN                PIC X(44)      VALUE SPACES.
001920 77  WS-COMMAND-LINE           PIC X(10)      VALUE SPACES.
001930 77  WS-ACTION                 PIC X(01)      VALUE SPACE.
001940     88  ACTION-UPDATE                        VALUE 'U'.
001950     88  ACTION-REBUILD                       VALUE 'R'.
001960     88  ACTION-VERIFY                        VALUE 'V'.
001970 77  WS-TODAY-DATE             PIC 9(08)      VALUE ZERO.
001980 77  WS-TIME-OF-DAY            PIC 9(08)      VALUE ZERO.
001990 77  WS-NOW-TIME               PIC 9(06)      VALUE ZERO.
002000*
002010* ---------------------------------------------------------------
002020* BUILD FIELDS. THE GENERATION AND RECORD NUMBER OF THE GAME
002030* BEING INDEXED BECOME ITS POINTER ON MONTYGIX - GENERATION
002040* ZERO IS THE LIVE LOG
002050* ---------------------------------------------------------------
002060 77  WS-CURRENT-GENERATION     PIC 9(04)      VALUE ZERO.
002070 77  WS-RECORD-NUMBER          PIC 9(09) COMP VALUE ZERO.
002080 77  WS-PRIOR-LIVE-COUNT       PIC 9(09) COMP VALUE ZERO.
002090 77  WS-CAT-HIGH-GENERATION    PIC 9(04)      VALUE ZERO.
002100 77  WS-LIVE-COUNT             PIC 9(09) COMP VALUE ZERO.
002110 77  WS-ARCHIVE-COUNT          PIC 9(09) COMP VALUE ZERO.
002120 77  WS-ADDED-COUNT            PIC 9(09) COMP VALUE ZERO.
002130 77  WS-WRITE-FAIL-COUNT       PIC 9(09) COMP VALUE ZERO.
002140 77  WS-COUNT-DISPLAY          PIC 9(09)      VALUE ZERO.
002150*
002160* ---------------------------------------------------------------
002170* VERIFY FIELDS. EACH CATALOGED GENERATION'S RECORD COUNT IS
002180* HELD BESIDE THE NUMBER OF INDEX ENTRIES POINTING INTO IT
002190* ---------------------------------------------------------------
002200 77  WS-GEN-IN-USE             PIC 9(03) COMP VALUE ZERO.
002210 77  WS-GEN-IDX                PIC 9(03) COMP VALUE ZERO.
002220 77  WS-GEN-FOUND-IDX          PIC 9(03) COMP VALUE ZERO.
002230 01  GIV-GENERATION-TABLE.
002240     02  GIV-GEN-ENTRY       OCCURS 200 TIMES.
002250         03  GIV-GENERATION      PIC 9(04).
002260         03  GIV-CATALOG-COUNT   PIC 9(07).
002270         03  GIV-INDEXED-COUNT   PIC 9(09) COMP.
002280 77  WS-CAT-TOTAL              PIC 9(09) COMP VALUE ZERO.
002290 77  WS-LOG-ACTUAL-COUNT       PIC 9(09) COMP VALUE ZERO.
002300 77  WS-IDX-LIVE-COUNT         PIC 9(09) COMP VALUE ZERO.
002310 77  WS-IDX-ARCHIVE-COUNT      PIC 9(09) COMP VALUE ZERO.
002320 77  WS-IDX-ORPHAN-COUNT       PIC 9(09) COMP VALUE ZERO.
002330 77  WS-IDX-MISMATCH-COUNT     PIC 9(09) COMP VALUE ZERO.
002340 77  WS-IDX-TOTAL-COUNT        PIC 9(09) COMP VALUE ZERO.
002350 77  WS-EXPECTED-TOTAL         PIC 9(09) COMP VALUE ZERO.
002360 77  WS-CTL-LIVE-COUNT         PIC 9(09)      VALUE ZERO.
002370 77  WS-CTL-ARCHIVE-COUNT      PIC 9(09)      VALUE ZERO.
002380 77  WS-CTL-HIGH-GENERATION    PIC 9(04)      VALUE ZERO.
002390 77  WS-PROOF-SW               PIC X(01)      VALUE 'Y'.
002400     88  INDEX-PROVES-OUT                     VALUE 'Y'.
002410     88  INDEX-DOES-NOT-PROVE                 VALUE 'N'.
002420*
002430 PROCEDURE DIVISION.
002440*
002450* ---------------------------------------------------------------
002460* 0000-MAINLINE
002470* ---------------------------------------------------------------
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500     IF ACTION-UPDATE
002510         PERFORM 2000-UPDATE-INDEX THRU 2000-EXIT
002520     END-IF.
002530     IF ACTION-REBUILD
002540         PERFORM 3000-REBUILD-INDEX THRU 3000-EXIT
002550     END-IF.
002560     IF ACTION-VERIFY
002570         PERFORM 5000-VERIFY-INDEX THRU 5000-EXIT
002580     END-IF.
002590     STOP RUN.
002600*
002610* ---------------------------------------------------------------
002620* 1000-INITIALIZE - TAKE THE ACTION FROM THE PARM, OR ASK THE
002630* OPERATOR WHEN THE PROGRAM IS RUN WITHOUT ONE
002640* ---------------------------------------------------------------
002650 1000-INITIALIZE.
002660     DISPLAY 'MONTYIDX: PLAYER GAME INDEX MAINTENANCE'.
002670     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002680     ACCEPT WS-TIME-OF-DAY FROM TIME.
002690     MOVE WS-TIME-OF-DAY(1:6) TO WS-NOW-TIME.
002700     PERFORM 1010-GET-ACTION THRU 1010-EXIT.
002710 1000-EXIT.
002720     EXIT.
002730*
002740 1010-GET-ACTION.
002750     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
002760     IF WS-COMMAND-LINE = 'UPDATE'
002770         SET ACTION-UPDATE TO TRUE
002780         GO TO 1010-EXIT
002790     END-IF.
002800     IF WS-COMMAND-LINE = 'REBUILD'
002810         SET ACTION-REBUILD TO TRUE
002820         GO TO 1010-EXIT
002830     END-IF.
002840     IF WS-COMMAND-LINE = 'VERIFY'
002850         SET ACTION-VERIFY TO TRUE
002860         GO TO 1010-EXIT
002870     END-IF.
002880     IF WS-COMMAND-LINE NOT = SPACES
002890         DISPLAY 'MONTYIDX: PARM MUST BE UPDATE, REBUILD OR'
002900             ' VERIFY.'
002910         MOVE 12 TO RETURN-CODE
002920         STOP RUN
002930     END-IF.
002940     PERFORM 1020-PROMPT-ACTION THRU 1020-EXIT.
002950 1010-EXIT.
002960     EXIT.
002970*
002980 1020-PROMPT-ACTION.
002990     DISPLAY 'MH: INDEX ACTION (U = UPDATE, R = REBUILD,'
003000         ' V = VERIFY)?'.
003010     ACCEPT WS-ACTION FROM CONSOLE.
003020     IF NOT ACTION-UPDATE AND NOT ACTION-REBUILD
003030         AND NOT ACTION-VERIFY
003040         DISPLAY 'MH: PLEASE ANSWER U, R OR V.'
003050         GO TO 1020-PROMPT-ACTION
003060     END-IF.
003070 1020-EXIT.
003080     EXIT.
003090*
003100* ---------------------------------------------------------------
003110* 1100-FIND-HIGH-GENERATION - THE HIGHEST GENERATION NOW ON
003120* MONTYCAT. NO CATALOG YET MEANS NOTHING HAS EVER BEEN ARCHIVED
003130* ---------------------------------------------------------------
003140 1100-FIND-HIGH-GENERATION.
003150     MOVE ZERO TO WS-CAT-HIGH-GENERATION.
003160     OPEN INPUT CATALOG-FILE.
003170     IF WS-CAT-STATUS NOT = '00'
003180         GO TO 1100-EXIT
003190     END-IF.
003200     SET CAT-NOT-EOF TO TRUE.
003210     MOVE ZERO TO CAT-GENERATION.
003220     START CATALOG-FILE KEY NOT < CAT-GENERATION
003230         INVALID KEY
003240             SET CAT-EOF TO TRUE
003250     END-START.
003260     PERFORM 1110-READ-ONE-GENERATION THRU 1110-EXIT
003270         UNTIL CAT-EOF.
003280     CLOSE CATALOG-FILE.
003290 1100-EXIT.
003300     EXIT.
003310*
003320 1110-READ-ONE-GENERATION.
003330     READ CATALOG-FILE NEXT RECORD
003340         AT END
003350             SET CAT-EOF TO TRUE
003360             GO TO 1110-EXIT
003370     END-READ.
003380     MOVE CAT-GENERATION TO WS-CAT-HIGH-GENERATION.
003390 1110-EXIT.
003400     EXIT.
003410*
003420* ---------------------------------------------------------------
003430* 1200-READ-CONTROL-RECORD - POSITION ON THE BLANK-PLAYER
003440* CONTROL RECORD. THE CALLER TESTS WS-GIX-STATUS
003450* ---------------------------------------------------------------
003460 1200-READ-CONTROL-RECORD.
003470     MOVE SPACES TO GIX-PLAYER-ID.
003480     MOVE ZERO   TO GIX-GAME-DATE.
003490     MOVE ZERO   TO GIX-GAME-TIME.
003500     MOVE ZERO   TO GIX-GENERATION.
003510     MOVE ZERO   TO GIX-RECORD-NUMBER.
003520     READ GAME-INDEX-FILE
003530         INVALID KEY
003540             CONTINUE
003550     END-READ.
003560 1200-EXIT.
003570     EXIT.
003580*
003590* ---------------------------------------------------------------
003600* 2000-UPDATE-INDEX - ADD THE LIVE LOG RECORDS PAST THE COUNT
003610* THE CONTROL RECORD REMEMBERS. IDEONE, MONTYMRG AND MONTYFIX
003620* ONLY EVER APPEND, SO THOSE RECORDS ARE EXACTLY THE NEW GAMES.
003630* A NEW ARCHIVE GENERATION OR A SHORTER LIVE LOG MEANS THE LOG
003640* WAS REWRITTEN UNDER THE INDEX, AND ONLY A REBUILD IS SAFE
003650* ---------------------------------------------------------------
003660 2000-UPDATE-INDEX.
003670     OPEN I-O GAME-INDEX-FILE.
003680     IF WS-GIX-STATUS = '35'
003690         DISPLAY 'MONTYIDX: NO MONTYGIX INDEX YET - BUILDING IT'
003700             ' IN FULL.'
003710         PERFORM 3000-REBUILD-INDEX THRU 3000-EXIT
003720         GO TO 2000-EXIT
003730     END-IF.
003740     IF WS-GIX-STATUS NOT = '00'
003750         DISPLAY 'MONTYIDX: CANNOT OPEN MONTYGIX, STATUS '
003760             WS-GIX-STATUS '.'
003770         MOVE 12 TO RETURN-CODE
003780         STOP RUN
003790     END-IF.
003800     PERFORM 1200-READ-CONTROL-RECORD THRU 1200-EXIT.
003810     IF WS-GIX-STATUS NOT = '00'
003820         DISPLAY 'MONTYIDX: MONTYGIX HAS NO CONTROL RECORD -'
003830             ' REBUILDING IN FULL.'
003840         CLOSE GAME-INDEX-FILE
003850         PERFORM 3000-REBUILD-INDEX THRU 3000-EXIT
003860         GO TO 2000-EXIT
003870     END-IF.
003880     PERFORM 1100-FIND-HIGH-GENERATION THRU 1100-EXIT.
003890     IF WS-CAT-HIGH-GENERATION NOT = GIC-HIGH-GENERATION
003900         DISPLAY 'MONTYIDX: MONTYCAT NOW ENDS AT GENERATION '
003910             WS-CAT-HIGH-GENERATION ', THE INDEX AT '
003920             GIC-HIGH-GENERATION ' - REBUILDING IN FULL.'
003930         CLOSE GAME-INDEX-FILE
003940         PERFORM 3000-REBUILD-INDEX THRU 3000-EXIT
003950         GO TO 2000-EXIT
003960     END-IF.
003970     MOVE GIC-LIVE-COUNT    TO WS-PRIOR-LIVE-COUNT.
003980     MOVE GIC-ARCHIVE-COUNT TO WS-ARCHIVE-COUNT.
003990     PERFORM 2100-OPEN-LIVE-LOG THRU 2100-EXIT.
004000     MOVE ZERO TO WS-CURRENT-GENERATION.
004010     MOVE ZERO TO WS-RECORD-NUMBER.
004020     PERFORM 3200-INDEX-ONE-LIVE-GAME THRU 3200-EXIT
004030         UNTIL LOG-EOF.
004040     CLOSE MONTYLOG-FILE.
004050     IF WS-RECORD-NUMBER < WS-PRIOR-LIVE-COUNT
004060         MOVE WS-RECORD-NUMBER TO WS-COUNT-DISPLAY
004070         DISPLAY 'MONTYIDX: LIVE MONTYLOG HOLDS ONLY '
004080             WS-COUNT-DISPLAY ' RECORDS - IT WAS REWRITTEN'
004090             ' SINCE THE LAST BUILD. REBUILDING IN FULL.'
004100         CLOSE GAME-INDEX-FILE
004110         PERFORM 3000-REBUILD-INDEX THRU 3000-EXIT
004120         GO TO 2000-EXIT
004130     END-IF.
004140     MOVE WS-RECORD-NUMBER TO WS-LIVE-COUNT.
004150     PERFORM 2200-REWRITE-CONTROL THRU 2200-EXIT.
004160     CLOSE GAME-INDEX-FILE.
004170     DISPLAY '===== MONTYIDX UPDATE TOTALS ====='.
004180     MOVE WS-PRIOR-LIVE-COUNT TO WS-COUNT-DISPLAY.
004190     DISPLAY 'LIVE GAMES ALREADY INDEXED : ' WS-COUNT-DISPLAY.
004200     MOVE WS-ADDED-COUNT TO WS-COUNT-DISPLAY.
004210     DISPLAY 'LIVE GAMES ADDED           : ' WS-COUNT-DISPLAY.
004220     MOVE WS-LIVE-COUNT TO WS-COUNT-DISPLAY.
004230     DISPLAY 'LIVE MONTYLOG RECORDS      : ' WS-COUNT-DISPLAY.
004240     PERFORM 3900-CHECK-WRITE-FAILURES THRU 3900-EXIT.
004250 2000-EXIT.
004260     EXIT.
004270*
004280 2100-OPEN-LIVE-LOG.
004290     OPEN INPUT MONTYLOG-FILE.
004300     IF WS-LOG-STATUS NOT = '00'
004310         DISPLAY 'MONTYIDX: CANNOT OPEN MONTYLOG, STATUS '
004320             WS-LOG-STATUS '.'
004330         CLOSE GAME-INDEX-FILE
004340         MOVE 12 TO RETURN-CODE
004350         STOP RUN
004360     END-IF.
004370     SET LOG-NOT-EOF TO TRUE.
004380 2100-EXIT.
004390     EXIT.
004400*
004410* ---------------------------------------------------------------
004420* 2200-REWRITE-CONTROL - RECORD THE NEW COUNTS. ANY CHANGE TO
004430* THE INDEX WITHDRAWS THE VERIFICATION UNTIL VERIFY RUNS AGAIN
004440* ---------------------------------------------------------------
004450 2200-REWRITE-CONTROL.
004460     PERFORM 1200-READ-CONTROL-RECORD THRU 1200-EXIT.
004470     SET GIC-UNVERIFIED          TO TRUE.
004480     MOVE WS-TODAY-DATE          TO GIC-BUILT-DATE.
004490     MOVE WS-NOW-TIME            TO GIC-BUILT-TIME.
004500     MOVE WS-LIVE-COUNT          TO GIC-LIVE-COUNT.
004510     MOVE WS-ARCHIVE-COUNT       TO GIC-ARCHIVE-COUNT.
004520     MOVE ZERO                   TO GIC-VERIFIED-DATE.
004530     REWRITE GAME-INDEX-RECORD
004540         INVALID KEY
004550             DISPLAY 'MONTYIDX: CONTROL RECORD REWRITE FAILED,'
004560                 ' STATUS ' WS-GIX-STATUS '.'
004570             MOVE 12 TO RETURN-CODE
004580     END-REWRITE.
004590 2200-EXIT.
004600     EXIT.
004610*
004620* ---------------------------------------------------------------
004630* 3000-REBUILD-INDEX - EMPTY THE INDEX, THEN INDEX EVERY
004640* CATALOGED GENERATION IN KEY ORDER AND THE LIVE LOG LAST.
004650* THE CONTROL RECORD IS WRITTEN ONCE THE COUNTS ARE KNOWN
004660* ---------------------------------------------------------------
004670 3000-REBUILD-INDEX.
004680     OPEN OUTPUT GAME-INDEX-FILE.
004690     IF WS-GIX-STATUS NOT = '00'
004700         DISPLAY 'MONTYIDX: CANNOT OPEN MONTYGIX FOR OUTPUT,'
004710             ' STATUS ' WS-GIX-STATUS '.'
004720         MOVE 12 TO RETURN-CODE
004730         STOP RUN
004740     END-IF.
004750     MOVE ZERO TO WS-ARCHIVE-COUNT.
004760     MOVE ZERO TO WS-ADDED-COUNT.
004770     MOVE ZERO TO WS-PRIOR-LIVE-COUNT.
004780     MOVE ZERO TO WS-CAT-HIGH-GENERATION.
004790     OPEN INPUT CATALOG-FILE.
004800     IF WS-CAT-STATUS = '00'
004810         SET CAT-NOT-EOF TO TRUE
004820         MOVE ZERO TO CAT-GENERATION
004830         START CATALOG-FILE KEY NOT < CAT-GENERATION
004840             INVALID KEY
004850                 SET CAT-EOF TO TRUE
004860         END-START
004870         PERFORM 3100-INDEX-ONE-GENERATION THRU 3100-EXIT
004880             UNTIL CAT-EOF
004890         CLOSE CATALOG-FILE
004900     ELSE
004910         DISPLAY 'MONTYIDX: NO ARCHIVE CATALOG (MONTYCAT STATUS '
004920             WS-CAT-STATUS ') - INDEXING THE LIVE LOG ONLY.'
004930     END-IF.
004940     PERFORM 2100-OPEN-LIVE-LOG THRU 2100-EXIT.
004950     MOVE ZERO TO WS-CURRENT-GENERATION.
004960     MOVE ZERO TO WS-RECORD-NUMBER.
004970     PERFORM 3200-INDEX-ONE-LIVE-GAME THRU 3200-EXIT
004980         UNTIL LOG-EOF.
004990     CLOSE MONTYLOG-FILE.
005000     MOVE WS-RECORD-NUMBER TO WS-LIVE-COUNT.
005010     PERFORM 3300-WRITE-CONTROL THRU 3300-EXIT.
005020     CLOSE GAME-INDEX-FILE.
005030     DISPLAY '===== MONTYIDX REBUILD TOTALS ====='.
005040     MOVE WS-CAT-HIGH-GENERATION TO WS-CURRENT-GENERATION.
005050     DISPLAY 'HIGHEST GENERATION INDEXED : '
005060         WS-CURRENT-GENERATION.
005070     MOVE WS-ARCHIVE-COUNT TO WS-COUNT-DISPLAY.
005080     DISPLAY 'ARCHIVED GAMES INDEXED     : ' WS-COUNT-DISPLAY.
005090     MOVE WS-LIVE-COUNT TO WS-COUNT-DISPLAY.
005100     DISPLAY 'LIVE GAMES INDEXED         : ' WS-COUNT-DISPLAY.
005110     MOVE WS-ADDED-COUNT TO WS-COUNT-DISPLAY.
005120     DISPLAY 'INDEX ENTRIES WRITTEN      : ' WS-COUNT-DISPLAY.
005130     PERFORM 3900-CHECK-WRITE-FAILURES THRU 3900-EXIT.
005140 3000-EXIT.
005150     EXIT.
005160*
005170* ---------------------------------------------------------------
005180* 3100-INDEX-ONE-GENERATION - ONE CATALOG ENTRY. AN ARCHIVE
005190* THAT WILL NOT OPEN IS REPORTED AND SKIPPED; VERIFY WILL THEN
005200* REFUSE THE INDEX BECAUSE THAT GENERATION'S COUNT IS SHORT
005210* ---------------------------------------------------------------
005220 3100-INDEX-ONE-GENERATION.
005230     READ CATALOG-FILE NEXT RECORD
005240         AT END
005250             SET CAT-EOF TO TRUE
005260             GO TO 3100-EXIT
005270     END-READ.
005280     MOVE CAT-GENERATION TO WS-CAT-HIGH-GENERATION.
005290     MOVE CAT-GENERATION TO WS-CURRENT-GENERATION.
005300     MOVE CAT-ARCHIVE-DSN TO WS-ARC-DSN.
005310     OPEN INPUT ARCHIVE-FILE.
005320     IF WS-ARC-STATUS NOT = '00'
005330         DISPLAY 'MONTYIDX: CANNOT OPEN ARCHIVE ' WS-ARC-DSN
005340             ' (GENERATION ' CAT-GENERATION '), STATUS '
005350             WS-ARC-STATUS '. GENERATION SKIPPED.'
005360         MOVE 8 TO RETURN-CODE
005370         GO TO 3100-EXIT
005380     END-IF.
005390     MOVE ZERO TO WS-RECORD-NUMBER.
005400     SET ARC-NOT-EOF TO TRUE.
005410     PERFORM 3110-INDEX-ONE-ARCHIVED-GAME THRU 3110-EXIT
005420         UNTIL ARC-EOF.
005430     CLOSE ARCHIVE-FILE.
005440 3100-EXIT.
005450     EXIT.
005460*
005470 3110-INDEX-ONE-ARCHIVED-GAME.
005480     READ ARCHIVE-FILE
005490         AT END
005500             SET ARC-EOF TO TRUE
005510             GO TO 3110-EXIT
005520     END-READ.
005530     MOVE ARCHIVE-LOG-IMAGE TO MONTYLOG-RECORD.
005540     ADD 1 TO WS-RECORD-NUMBER.
005550     ADD 1 TO WS-ARCHIVE-COUNT.
005560     PERFORM 4000-WRITE-INDEX-ENTRY THRU 4000-EXIT.
005570 3110-EXIT.
005580     EXIT.
005590*
005600* ---------------------------------------------------------------
005610* 3200-INDEX-ONE-LIVE-GAME - COUNT EVERY LIVE RECORD AND INDEX
005620* THE ONES PAST THE PRIOR LIVE COUNT (ZERO ON A REBUILD)
005630* ---------------------------------------------------------------
005640 3200-INDEX-ONE-LIVE-GAME.
005650     READ MONTYLOG-FILE
005660         AT END
005670             SET LOG-EOF TO TRUE
005680             GO TO 3200-EXIT
005690     END-READ.
005700     ADD 1 TO WS-RECORD-NUMBER.
005710     IF WS-RECORD-NUMBER NOT > WS-PRIOR-LIVE-COUNT
005720         GO TO 3200-EXIT
005730     END-IF.
005740     PERFORM 4000-WRITE-INDEX-ENTRY THRU 4000-EXIT.
005750 3200-EXIT.
005760     EXIT.
005770*
005780 3300-WRITE-CONTROL.
005790     INITIALIZE GAME-INDEX-RECORD.
005800     MOVE SPACES                 TO GIX-PLAYER-ID.
005810     SET GIC-UNVERIFIED          TO TRUE.
005820     MOVE WS-TODAY-DATE          TO GIC-BUILT-DATE.
005830     MOVE WS-NOW-TIME            TO GIC-BUILT-TIME.
005840     MOVE WS-LIVE-COUNT          TO GIC-LIVE-COUNT.
005850     MOVE WS-ARCHIVE-COUNT       TO GIC-ARCHIVE-COUNT.
005860     MOVE WS-CAT-HIGH-GENERATION TO GIC-HIGH-GENERATION.
005870     MOVE ZERO                   TO GIC-VERIFIED-DATE.
005880     WRITE GAME-INDEX-RECORD
005890         INVALID KEY
005900             DISPLAY 'MONTYIDX: CONTROL RECORD WRITE FAILED,'
005910                 ' STATUS ' WS-GIX-STATUS '.'
005920             MOVE 12 TO RETURN-CODE
005930     END-WRITE.
005940 3300-EXIT.
005950     EXIT.
005960*
005970 3900-CHECK-WRITE-FAILURES.
005980     IF WS-WRITE-FAIL-COUNT > ZERO
005990         MOVE WS-WRITE-FAIL-COUNT TO WS-COUNT-DISPLAY
006000         DISPLAY 'INDEX WRITES FAILED        : ' WS-COUNT-DISPLAY
006010         MOVE 8 TO RETURN-CODE
006020     END-IF.
006030     DISPLAY 'MONTYIDX: INDEX LEFT UNVERIFIED - RUN VERIFY'
006040         ' BEFORE READING THROUGH IT.'.
006050 3900-EXIT.
006060     EXIT.
006070*
006080* ---------------------------------------------------------------
006090* 4000-WRITE-INDEX-ENTRY - KEY THE GAME IN MONTYLOG-RECORD BY
006100* PLAYER, DATE AND TIME, POINT IT AT ITS GENERATION AND RECORD
006110* NUMBER, AND CARRY THE RECORD ITSELF FOR THE READERS
006120* ---------------------------------------------------------------
006130 4000-WRITE-INDEX-ENTRY.
006140     MOVE LOG-PLAYER-ID TO GIX-PLAYER-ID.
006150     COMPUTE GIX-GAME-DATE =
006160         (LOG-YEAR * 10000) + (LOG-MONTH * 100) + LOG-DAY.
006170     COMPUTE GIX-GAME-TIME =
006180         (LOG-HOUR * 10000) + (LOG-MINUTE * 100) + LOG-SECOND.
006190     MOVE WS-CURRENT-GENERATION TO GIX-GENERATION.
006200     MOVE WS-RECORD-NUMBER      TO GIX-RECORD-NUMBER.
006210     MOVE MONTYLOG-RECORD       TO GIX-LOG-IMAGE.
006220     WRITE GAME-INDEX-RECORD
006230         INVALID KEY
006240             ADD 1 TO WS-WRITE-FAIL-COUNT
006250             DISPLAY 'MONTYIDX: INDEX WRITE FAILED FOR '
006260                 GIX-KEY ', STATUS ' WS-GIX-STATUS '.'
006270         NOT INVALID KEY
006280             ADD 1 TO WS-ADDED-COUNT
006290     END-WRITE.
006300 4000-EXIT.
006310     EXIT.
006320*
006330* ---------------------------------------------------------------
006340* 5000-VERIFY-INDEX - THE PROOF THE READERS RELY ON. THE LIVE
006350* ENTRIES MUST EQUAL THE LIVE LOG'S RECORD COUNT, EACH
006360* GENERATION'S ENTRIES ITS MONTYCAT RECORD COUNT, NO ENTRY MAY
006370* POINT OUTSIDE THE CATALOG, EVERY ENTRY'S KEY MUST MATCH THE
006380* GAME IT CARRIES, AND THE CONTROL RECORD MUST AGREE. ONLY
006390* THEN IS THE INDEX MARKED VERIFIED; OTHERWISE ANY EARLIER
006400* VERIFICATION IS WITHDRAWN AND THE STEP ENDS WITH CC 8
006410* ---------------------------------------------------------------
006420 5000-VERIFY-INDEX.
006430     PERFORM 5100-LOAD-CATALOG-COUNTS THRU 5100-EXIT.
006440     PERFORM 2100-OPEN-LIVE-LOG THRU 2100-EXIT.
006450     PERFORM 5200-COUNT-ONE-LIVE-RECORD THRU 5200-EXIT
006460         UNTIL LOG-EOF.
006470     CLOSE MONTYLOG-FILE.
006480     OPEN I-O GAME-INDEX-FILE.
006490     IF WS-GIX-STATUS NOT = '00'
006500         DISPLAY 'MONTYIDX: CANNOT OPEN MONTYGIX, STATUS '
006510             WS-GIX-STATUS '. RUN REBUILD FIRST.'
006520         MOVE 12 TO RETURN-CODE
006530         STOP RUN
006540     END-IF.
006550     PERFORM 1200-READ-CONTROL-RECORD THRU 1200-EXIT.
006560     IF WS-GIX-STATUS NOT = '00'
006570         DISPLAY 'MONTYIDX: MONTYGIX HAS NO CONTROL RECORD -'
006580             ' RUN REBUILD.'
006590         CLOSE GAME-INDEX-FILE
006600         MOVE 8 TO RETURN-CODE
006610         GO TO 5000-EXIT
006620     END-IF.
006630     MOVE GIC-LIVE-COUNT      TO WS-CTL-LIVE-COUNT.
006640     MOVE GIC-ARCHIVE-COUNT   TO WS-CTL-ARCHIVE-COUNT.
006650     MOVE GIC-HIGH-GENERATION TO WS-CTL-HIGH-GENERATION.
006660     SET GIX-NOT-EOF TO TRUE.
006670     START GAME-INDEX-FILE KEY > GIX-KEY
006680         INVALID KEY
006690             SET GIX-EOF TO TRUE
006700     END-START.
006710     PERFORM 5300-COUNT-ONE-ENTRY THRU 5300-EXIT
006720         UNTIL GIX-EOF.
006730     PERFORM 8000-PROVE-INDEX THRU 8000-EXIT.
006740     PERFORM 1200-READ-CONTROL-RECORD THRU 1200-EXIT.
006750     IF INDEX-PROVES-OUT
006760         SET GIC-VERIFIED TO TRUE
006770         MOVE WS-TODAY-DATE TO GIC-VERIFIED-DATE
006780     ELSE
006790         SET GIC-UNVERIFIED TO TRUE
006800         MOVE ZERO TO GIC-VERIFIED-DATE
006810     END-IF.
006820     REWRITE GAME-INDEX-RECORD
006830         INVALID KEY
006840             DISPLAY 'MONTYIDX: CONTROL RECORD REWRITE FAILED,'
006850                 ' STATUS ' WS-GIX-STATUS '.'
006860             SET INDEX-DOES-NOT-PROVE TO TRUE
006870     END-REWRITE.
006880     CLOSE GAME-INDEX-FILE.
006890     IF INDEX-PROVES-OUT
006900         DISPLAY 'MONTYIDX: INDEX VERIFIED - MONTYSTM AND'
006910             ' MONTYCMP MAY READ THROUGH IT.'
006920     ELSE
006930         DISPLAY 'MONTYIDX: *** INDEX DOES NOT PROVE OUT ***'
006940             ' RUN REBUILD, THEN VERIFY AGAIN.'
006950         MOVE 8 TO RETURN-CODE
006960     END-IF.
006970 5000-EXIT.
006980     EXIT.
006990*
007000* ---------------------------------------------------------------
007010* 5100-LOAD-CATALOG-COUNTS - ONE TABLE ENTRY PER CATALOGED
007020* GENERATION WITH THE RECORD COUNT MONTYARC PROVED WHEN IT CUT
007030* THE GENERATION
007040* ---------------------------------------------------------------
007050 5100-LOAD-CATALOG-COUNTS.
007060     MOVE ZERO TO WS-CAT-HIGH-GENERATION.
007070     OPEN INPUT CATALOG-FILE.
007080     IF WS-CAT-STATUS NOT = '00'
007090         GO TO 5100-EXIT
007100     END-IF.
007110     SET CAT-NOT-EOF TO TRUE.
007120     MOVE ZERO TO CAT-GENERATION.
007130     START CATALOG-FILE KEY NOT < CAT-GENERATION
007140         INVALID KEY
007150             SET CAT-EOF TO TRUE
007160     END-START.
007170     PERFORM 5110-LOAD-ONE-GENERATION THRU 5110-EXIT
007180         UNTIL CAT-EOF.
007190     CLOSE CATALOG-FILE.
007200 5100-EXIT.
007210     EXIT.
007220*
007230 5110-LOAD-ONE-GENERATION.
007240     READ CATALOG-FILE NEXT RECORD
007250         AT END
007260             SET CAT-EOF TO TRUE
007270             GO TO 5110-EXIT
007280     END-READ.
007290     IF WS-GEN-IN-USE = 200
007300         DISPLAY 'MONTYIDX: MORE THAN 200 CATALOGED GENERATIONS'
007310             ' - VERIFY TABLE FULL.'
007320         MOVE 12 TO RETURN-CODE
007330         CLOSE CATALOG-FILE
007340         STOP RUN
007350     END-IF.
007360     ADD 1 TO WS-GEN-IN-USE.
007370     MOVE CAT-GENERATION   TO GIV-GENERATION(WS-GEN-IN-USE).
007380     MOVE CAT-RECORD-COUNT TO GIV-CATALOG-COUNT(WS-GEN-IN-USE).
007390     MOVE ZERO             TO GIV-INDEXED-COUNT(WS-GEN-IN-USE).
007400     ADD CAT-RECORD-COUNT  TO WS-CAT-TOTAL.
007410     MOVE CAT-GENERATION   TO WS-CAT-HIGH-GENERATION.
007420 5110-EXIT.
007430     EXIT.
007440*
007450 5200-COUNT-ONE-LIVE-RECORD.
007460     READ MONTYLOG-FILE
007470         AT END
007480             SET LOG-EOF TO TRUE
007490         NOT AT END
007500             ADD 1 TO WS-LOG-ACTUAL-COUNT
007510     END-READ.
007520 5200-EXIT.
007530     EXIT.
007540*
007550* ---------------------------------------------------------------
007560* 5300-COUNT-ONE-ENTRY - CREDIT ONE INDEX ENTRY TO THE LIVE LOG
007570* OR ITS GENERATION, AND CHECK ITS KEY AGAINST THE GAME IT
007580* CARRIES
007590* ---------------------------------------------------------------
007600 5300-COUNT-ONE-ENTRY.
007610     READ GAME-INDEX-FILE NEXT RECORD
007620         AT END
007630             SET GIX-EOF TO TRUE
007640             GO TO 5300-EXIT
007650     END-READ.
007660     ADD 1 TO WS-IDX-TOTAL-COUNT.
007670     MOVE GIX-LOG-IMAGE TO MONTYLOG-RECORD.
007680     IF LOG-PLAYER-ID NOT = GIX-PLAYER-ID
007690         OR (LOG-YEAR * 10000) + (LOG-MONTH * 100) + LOG-DAY
007700             NOT = GIX-GAME-DATE
007710         ADD 1 TO WS-IDX-MISMATCH-COUNT
007720     END-IF.
007730     IF GIX-GENERATION = ZERO
007740         ADD 1 TO WS-IDX-LIVE-COUNT
007750         GO TO 5300-EXIT
007760     END-IF.
007770     ADD 1 TO WS-IDX-ARCHIVE-COUNT.
007780     MOVE ZERO TO WS-GEN-FOUND-IDX.
007790     PERFORM 5310-MATCH-ONE-GENERATION THRU 5310-EXIT
007800         VARYING WS-GEN-IDX FROM 1 BY 1
007810         UNTIL WS-GEN-IDX > WS-GEN-IN-USE
007820             OR WS-GEN-FOUND-IDX > ZERO.
007830     IF WS-GEN-FOUND-IDX = ZERO
007840         ADD 1 TO WS-IDX-ORPHAN-COUNT
007850     ELSE
007860         ADD 1 TO GIV-INDEXED-COUNT(WS-GEN-FOUND-IDX)
007870     END-IF.
007880 5300-EXIT.
007890     EXIT.
007900*
007910 5310-MATCH-ONE-GENERATION.
007920     IF GIV-GENERATION(WS-GEN-IDX) = GIX-GENERATION
007930         MOVE WS-GEN-IDX TO WS-GEN-FOUND-IDX
007940     END-IF.
007950 5310-EXIT.
007960     EXIT.
007970*
007980* ---------------------------------------------------------------
007990* 8000-PROVE-INDEX - PRINT AND RECONCILE THE VERIFY TOTALS
008000* ---------------------------------------------------------------
008010 8000-PROVE-INDEX.
008020     SET INDEX-PROVES-OUT TO TRUE.
008030     DISPLAY '===== MONTYIDX VERIFICATION ====='.
008040     MOVE WS-LOG-ACTUAL-COUNT TO WS-COUNT-DISPLAY.
008050     DISPLAY 'LIVE MONTYLOG RECORDS      : ' WS-COUNT-DISPLAY.
008060     MOVE WS-IDX-LIVE-COUNT TO WS-COUNT-DISPLAY.
008070     DISPLAY 'LIVE ENTRIES INDEXED       : ' WS-COUNT-DISPLAY.
008080     IF WS-IDX-LIVE-COUNT NOT = WS-LOG-ACTUAL-COUNT
008090         DISPLAY '  *** LIVE ENTRIES DO NOT MATCH THE LOG ***'
008100         SET INDEX-DOES-NOT-PROVE TO TRUE
008110     END-IF.
008120     PERFORM 8100-PROVE-ONE-GENERATION THRU 8100-EXIT
008130         VARYING WS-GEN-IDX FROM 1 BY 1
008140         UNTIL WS-GEN-IDX > WS-GEN-IN-USE.
008150     MOVE WS-CAT-TOTAL TO WS-COUNT-DISPLAY.
008160     DISPLAY 'CATALOG RECORD COUNTS      : ' WS-COUNT-DISPLAY.
008170     MOVE WS-IDX-ARCHIVE-COUNT TO WS-COUNT-DISPLAY.
008180     DISPLAY 'ARCHIVED ENTRIES INDEXED   : ' WS-COUNT-DISPLAY.
008190     MOVE WS-IDX-ORPHAN-COUNT TO WS-COUNT-DISPLAY.
008200     DISPLAY 'ENTRIES OFF THE CATALOG    : ' WS-COUNT-DISPLAY.
008210     IF WS-IDX-ORPHAN-COUNT > ZERO
008220         SET INDEX-DOES-NOT-PROVE TO TRUE
008230     END-IF.
008240     MOVE WS-IDX-MISMATCH-COUNT TO WS-COUNT-DISPLAY.
008250     DISPLAY 'ENTRIES NOT MATCHING KEY   : ' WS-COUNT-DISPLAY.
008260     IF WS-IDX-MISMATCH-COUNT > ZERO
008270         SET INDEX-DOES-NOT-PROVE TO TRUE
008280     END-IF.
008290     COMPUTE WS-EXPECTED-TOTAL =
008300         WS-LOG-ACTUAL-COUNT + WS-CAT-TOTAL.
008310     MOVE WS-EXPECTED-TOTAL TO WS-COUNT-DISPLAY.
008320     DISPLAY 'LOG PLUS CATALOG           : ' WS-COUNT-DISPLAY.
008330     MOVE WS-IDX-TOTAL-COUNT TO WS-COUNT-DISPLAY.
008340     DISPLAY 'INDEX ENTRIES              : ' WS-COUNT-DISPLAY.
008350     IF WS-IDX-TOTAL-COUNT = WS-EXPECTED-TOTAL
008360         DISPLAY 'INDEX PROOF                : ENTRIES = LOG'
008370             ' + CATALOG'
008380     ELSE
008390         DISPLAY 'INDEX PROOF                : *** OUT OF'
008400             ' BALANCE ***'
008410         SET INDEX-DOES-NOT-PROVE TO TRUE
008420     END-IF.
008430     IF WS-CTL-LIVE-COUNT NOT = WS-LOG-ACTUAL-COUNT
008440         OR WS-CTL-ARCHIVE-COUNT NOT = WS-IDX-ARCHIVE-COUNT
008450         OR WS-CTL-HIGH-GENERATION NOT = WS-CAT-HIGH-GENERATION
008460         DISPLAY 'CONTROL RECORD             : *** DISAGREES'
008470             ' WITH THE FILES ***'
008480         SET INDEX-DOES-NOT-PROVE TO TRUE
008490     END-IF.
008500 8000-EXIT.
008510     EXIT.
008520*
008530 8100-PROVE-ONE-GENERATION.
008540     MOVE GIV-INDEXED-COUNT(WS-GEN-IDX) TO WS-COUNT-DISPLAY.
008550     IF GIV-INDEXED-COUNT(WS-GEN-IDX)
008560         = GIV-CATALOG-COUNT(WS-GEN-IDX)
008570         DISPLAY 'GENERATION ' GIV-GENERATION(WS-GEN-IDX)
008580             ' CATALOG ' GIV-CATALOG-COUNT(WS-GEN-IDX)
008590             ' INDEXED ' WS-COUNT-DISPLAY
008600     ELSE
008610         DISPLAY 'GENERATION ' GIV-GENERATION(WS-GEN-IDX)
008620             ' CATALOG ' GIV-CATALOG-COUNT(WS-GEN-IDX)
008630             ' INDEXED ' WS-COUNT-DISPLAY ' *** MISMATCH ***'
008640         SET INDEX-DOES-NOT-PROVE TO TRUE
008650     END-IF.
008660 8100-EXIT.
008670     EXIT.
