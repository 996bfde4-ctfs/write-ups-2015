001206*                 SEMESTER. THE SORT PUTS EVERY GAME BACK IN
001207*                 PLAYER/DATE/TIME ORDER REGARDLESS OF WHICH
001208*                 FILE IT CAME FROM.
001209*   10/15/26  RC  CAN NOW READ THROUGH THE KEYED MONTYGIX PLAYER
001211*                 GAME INDEX INSTEAD OF THE LOGS, FOR A RANGE OF
001212*                 PLAYER IDS AND A RANGE OF GAME DATES. ONLY THE
001213*                 INDEX ENTRIES IN RANGE ARE READ, SO ONE
001214*                 STUDENT'S STATEMENT NO LONGER MEANS READING
001215*                 EVERY GAME EVER LOGGED. THE INDEX ALREADY
001216*                 COVERS EVERY CATALOGED GENERATION, AND IS ONLY
001217*                 READ WHILE MONTYIDX HAS IT MARKED VERIFIED. THE
001218*                 COMPARISON LINE THEN AVERAGES THE GAMES
001219*                 SELECTED RATHER THAN THE WHOLE CLASS, AND SAYS
001221*                 SO.
001222*   10/15/26  RC  THE INDEX IS NOW ALSO REFUSED, RC 8, WHEN ITS
001223*                 LIVE GAME COUNT OR HIGH GENERATION NO LONGER
001224*                 MATCHES MONTYLOG AND MONTYCAT - GAMES APPENDED
001225*                 OR ARCHIVED SINCE THE LAST VERIFY DO NOT CLEAR
001226*                 THE MARK.
001227*
001228 ENVIRONMENT DIVISION.
001230 CONFIGURATION SECTION.
001240 SOURCE-COMPUTER.   GNUCOBOL.
001250 OBJECT-COMPUTER.   GNUCOBOL.
001306         ACCESS MODE DYNAMIC
001307         RECORD KEY IS CAT-GENERATION
001308         FILE STATUS IS WS-CAT-STATUS.
001309     SELECT GAME-INDEX-FILE ASSIGN TO "MONTYGIX"
001311         ORGANIZATION INDEXED
001312         ACCESS MODE DYNAMIC
001313         RECORD KEY IS GIX-KEY
001314         FILE STATUS IS WS-GIX-STATUS.
001315     SELECT SORT-FILE ASSIGN TO "SORTWK01".
001320*
001330 DATA DIVISION.
001340 FILE SECTION.
001364*
001365 FD  CATALOG-FILE.
001366 COPY MONTYCAT.
001367*
001368 FD  GAME-INDEX-FILE.
001369 COPY MONTYGIX.
001370*
001380 SD  SORT-FILE.
001390 01  SORT-RECORD.
001641 77  WS-CAT-EOF-SW             PIC X(01)      VALUE 'N'.
001642     88  CAT-EOF                              VALUE 'Y'.
001643     88  CAT-NOT-EOF                          VALUE 'N'.
001644 77  WS-INDEX-CHOICE           PIC X(01)      VALUE 'N'.
001645     88  INDEX-READ                           VALUE 'Y'.
001646     88  LOG-READ                             VALUE 'N'.
001647 77  WS-GIX-STATUS             PIC X(02)      VALUE SPACES.
001648 77  WS-GIX-EOF-SW             PIC X(01)      VALUE 'N'.
001649     88  GIX-EOF                              VALUE 'Y'.
001651     88  GIX-NOT-EOF                          VALUE 'N'.
001652 77  WS-FROM-PLAYER-ID         PIC X(08)      VALUE SPACES.
001653 77  WS-TO-PLAYER-ID           PIC X(08)      VALUE SPACES.
001654 77  WS-FROM-DATE              PIC 9(08)      VALUE ZERO.
001655 77  WS-TO-DATE                PIC 9(08)      VALUE ZERO.
001656 77  WS-INDEX-PLAYER-ID        PIC X(08)      VALUE SPACES.
001657 77  WS-PREV-PLAYER-ID         PIC X(08)      VALUE SPACES.
001658 77  WS-FIRST-PAGE-SW          PIC X(01)      VALUE 'Y'.
001660     88  FIRST-PAGE                           VALUE 'Y'.
001670     88  NOT-FIRST-PAGE                       VALUE 'N'.
001680*
001920 77  WS-SW-WIN-RATE            PIC ZZ9.99     VALUE ZERO.
001930 77  WS-ST-WIN-RATE            PIC ZZ9.99     VALUE ZERO.
001940 77  WS-STAYED-COUNT           PIC 9(07) COMP VALUE ZERO.
001941*
001942* ---------------------------------------------------------------
001943* INDEX CURRENCY - WHAT MONTYLOG AND MONTYCAT HOLD NOW
001944* ---------------------------------------------------------------
001945 77  WS-LIVE-COUNT             PIC 9(09) COMP VALUE ZERO.
001946 77  WS-LIVE-DISPLAY           PIC 9(09)      VALUE ZERO.
001947 77  WS-HIGH-GENERATION        PIC 9(04)      VALUE ZERO.
001950*
001960 PROCEDURE DIVISION.
001970*
002020* ---------------------------------------------------------------
002030 0000-MAINLINE.
002040     DISPLAY 'MONTYSTM: PER-PLAYER STATEMENT REPORT'.
002041     PERFORM 0200-GET-INDEX-CHOICE THRU 0200-EXIT.
002042     IF LOG-READ
002043         PERFORM 0100-GET-HISTORY-CHOICE THRU 0100-EXIT
002044     END-IF.
002050     SORT SORT-FILE
002060         ON ASCENDING KEY SRT-PLAYER-ID
002070                          SRT-DATE
002148     EXIT.
002149*
002150* ---------------------------------------------------------------
002151* 0200-GET-INDEX-CHOICE - A STATEMENT RUN FOR SOME PLAYERS OR
002152* SOME DATES CAN READ JUST THOSE GAMES THROUGH THE MONTYGIX
002153* INDEX. THE INDEX SPANS THE ARCHIVES AS WELL AS THE LIVE LOG,
002154* SO THE WHOLE-HISTORY QUESTION IS ONLY ASKED WITHOUT IT
002155* ---------------------------------------------------------------
002156 0200-GET-INDEX-CHOICE.
002157     DISPLAY 'MH: READ SELECTED PLAYERS AND DATES THROUGH THE'
002158         ' MONTYGIX INDEX (Y/N, BLANK = N)?'.
002159     ACCEPT WS-INDEX-CHOICE FROM CONSOLE.
002160     IF WS-INDEX-CHOICE = SPACE
002161         MOVE 'N' TO WS-INDEX-CHOICE
002162     END-IF.
002163     IF NOT INDEX-READ AND NOT LOG-READ
002164         DISPLAY 'MH: PLEASE ANSWER Y OR N.'
002165         GO TO 0200-GET-INDEX-CHOICE
002166     END-IF.
002167     IF INDEX-READ
002168         PERFORM 0210-GET-PLAYER-RANGE THRU 0210-EXIT
002169         PERFORM 0220-GET-DATE-RANGE THRU 0220-EXIT
002170     END-IF.
002171 0200-EXIT.
002172     EXIT.
002173*
002174 0210-GET-PLAYER-RANGE.
002175     DISPLAY 'MH: FIRST PLAYER ID (BLANK = FROM THE FIRST)?'.
002176     ACCEPT WS-FROM-PLAYER-ID FROM CONSOLE.
002177     DISPLAY 'MH: LAST PLAYER ID (BLANK = THROUGH THE LAST,'
002178         ' SAME AS FIRST = ONE STUDENT)?'.
002179     ACCEPT WS-TO-PLAYER-ID FROM CONSOLE.
002180     IF WS-TO-PLAYER-ID NOT = SPACES
002181         AND WS-TO-PLAYER-ID < WS-FROM-PLAYER-ID
002182         DISPLAY 'MH: THE LAST PLAYER ID SORTS BEFORE THE FIRST.'
002183         GO TO 0210-GET-PLAYER-RANGE
002184     END-IF.
002185 0210-EXIT.
002186     EXIT.
002187*
002188 0220-GET-DATE-RANGE.
002189     DISPLAY 'MH: FROM DATE (YYYYMMDD, ZERO = NO LOWER LIMIT)?'.
002190     ACCEPT WS-FROM-DATE FROM CONSOLE.
002191     DISPLAY 'MH: TO DATE (YYYYMMDD, ZERO = NO UPPER LIMIT)?'.
002192     ACCEPT WS-TO-DATE FROM CONSOLE.
002193     IF WS-TO-DATE = ZERO
002194         MOVE 99999999 TO WS-TO-DATE
002195     END-IF.
002196     IF WS-FROM-DATE > WS-TO-DATE
002197         DISPLAY 'MH: FROM DATE IS AFTER TO DATE.'
002198         GO TO 0220-GET-DATE-RANGE
002199     END-IF.
002200 0220-EXIT.
002201     EXIT.
002202*
002203* ---------------------------------------------------------------
002204* 1000-RELEASE-AND-TALLY - READ THE RAW LOG, FOLD EACH GAME
002205* INTO THE CLASS TOTALS AND RELEASE IT TO THE SORT. WITH THE
002206* WHOLE-HISTORY OPTION THE CATALOGED ARCHIVE GENERATIONS ARE
002207* RELEASED FIRST - THE SORT RESTORES PLAYER/DATE/TIME ORDER
002208* ACROSS EVERY FILE RELEASED. THE INDEX OPTION RELEASES ONLY THE
002209* INDEXED GAMES IN THE REQUESTED RANGES INSTEAD
002211* ---------------------------------------------------------------
002212 1000-RELEASE-AND-TALLY.
002213     IF INDEX-READ
002214         PERFORM 1400-RELEASE-FROM-INDEX THRU 1400-EXIT
002215         GO TO 1000-EXIT
002216     END-IF.
002217     OPEN INPUT MONTYLOG-FILE.
002218     IF WHOLE-HISTORY
002219         PERFORM 1300-RELEASE-FROM-ARCHIVES THRU 1300-EXIT
002221     END-IF.
002222     SET LOG-NOT-EOF TO TRUE.
002223     PERFORM 1100-RELEASE-ONE THRU 1100-EXIT
002230         UNTIL LOG-EOF.
002240     CLOSE MONTYLOG-FILE.
002250 1000-EXIT.
002694     EXIT.
002695*
002696* ---------------------------------------------------------------
002697* 1400-RELEASE-FROM-INDEX - POSITION ON THE FIRST PLAYER AT THE
002698* FROM DATE AND RELEASE EACH INDEXED GAME IN RANGE THROUGH THE
002699* SAME TALLY-AND-RELEASE PARAGRAPH. AN UNVERIFIED OR OUT-OF-DATE
002700* INDEX IS NEVER READ - THE OPERATOR IS SENT TO MONTYIDX OR BACK
002701* TO THE LOGS
002702* ---------------------------------------------------------------
002703 1400-RELEASE-FROM-INDEX.
002704     OPEN INPUT GAME-INDEX-FILE.
002705     IF WS-GIX-STATUS NOT = '00'
002706         DISPLAY 'MONTYSTM: CANNOT OPEN MONTYGIX, STATUS '
002707             WS-GIX-STATUS '.'
002708         MOVE 12 TO RETURN-CODE
002709         STOP RUN
002710     END-IF.
002711     MOVE SPACES TO GIX-PLAYER-ID.
002712     MOVE ZERO   TO GIX-GAME-DATE.
002713     MOVE ZERO   TO GIX-GAME-TIME.
002714     MOVE ZERO   TO GIX-GENERATION.
002715     MOVE ZERO   TO GIX-RECORD-NUMBER.
002716     READ GAME-INDEX-FILE
002717         INVALID KEY
002718             MOVE SPACE TO GIC-STATE
002719     END-READ.
002720     IF NOT GIC-VERIFIED
002721         DISPLAY 'MONTYSTM: MONTYGIX IS NOT VERIFIED - RUN'
002722             ' MONTYIDX VERIFY, OR ANSWER N TO READ THE LOGS.'
002723         CLOSE GAME-INDEX-FILE
002724         MOVE 8 TO RETURN-CODE
002725         STOP RUN
002726     END-IF.
002727     PERFORM 9100-CHECK-INDEX-CURRENT THRU 9100-EXIT.
002728     DISPLAY 'MONTYSTM: READING MONTYGIX AS BUILT '
002729         GIC-BUILT-DATE ' ' GIC-BUILT-TIME ', VERIFIED '
002730         GIC-VERIFIED-DATE '.'.
002731     MOVE WS-FROM-PLAYER-ID TO WS-INDEX-PLAYER-ID.
002732     PERFORM 1420-START-AT-FROM-DATE THRU 1420-EXIT.
002733     PERFORM 1410-RELEASE-ONE-INDEXED THRU 1410-EXIT
002734         UNTIL GIX-EOF.
002735     CLOSE GAME-INDEX-FILE.
002736 1400-EXIT.
002737     EXIT.
002738*
002739* ---------------------------------------------------------------
002740* 1410-RELEASE-ONE-INDEXED - THE CONTROL RECORD IS PASSED BY.
002741* A GAME BEFORE THE FROM DATE REPOSITIONS ON THE FROM DATE, A
002742* GAME AFTER THE TO DATE SKIPS TO THE NEXT PLAYER, SO ONLY THE
002743* ENTRIES IN RANGE ARE EVER READ IN BULK
002744* ---------------------------------------------------------------
002745 1410-RELEASE-ONE-INDEXED.
002746     READ GAME-INDEX-FILE NEXT RECORD
002747         AT END
002748             SET GIX-EOF TO TRUE
002749             GO TO 1410-EXIT
002750     END-READ.
002751     IF GIX-PLAYER-ID = SPACES
002752         GO TO 1410-EXIT
002753     END-IF.
002754     IF WS-TO-PLAYER-ID NOT = SPACES
002755         AND GIX-PLAYER-ID > WS-TO-PLAYER-ID
002756         SET GIX-EOF TO TRUE
002757         GO TO 1410-EXIT
002758     END-IF.
002759     IF GIX-GAME-DATE < WS-FROM-DATE
002760         MOVE GIX-PLAYER-ID TO WS-INDEX-PLAYER-ID
002761         PERFORM 1420-START-AT-FROM-DATE THRU 1420-EXIT
002762         GO TO 1410-EXIT
002763     END-IF.
002764     IF GIX-GAME-DATE > WS-TO-DATE
002765         PERFORM 1430-START-AT-NEXT-PLAYER THRU 1430-EXIT
002766         GO TO 1410-EXIT
002767     END-IF.
002768     MOVE GIX-LOG-IMAGE TO MONTYLOG-RECORD.
002769     PERFORM 1200-TALLY-AND-RELEASE THRU 1200-EXIT.
002770 1410-EXIT.
002771     EXIT.
002772*
002773 1420-START-AT-FROM-DATE.
002774     SET GIX-NOT-EOF TO TRUE.
002775     MOVE WS-INDEX-PLAYER-ID TO GIX-PLAYER-ID.
002776     MOVE WS-FROM-DATE       TO GIX-GAME-DATE.
002777     MOVE ZERO               TO GIX-GAME-TIME.
002778     MOVE ZERO               TO GIX-GENERATION.
002779     MOVE ZERO               TO GIX-RECORD-NUMBER.
002780     START GAME-INDEX-FILE KEY NOT < GIX-KEY
002781         INVALID KEY
002782             SET GIX-EOF TO TRUE
002783     END-START.
002784 1420-EXIT.
002785     EXIT.
002786*
002787 1430-START-AT-NEXT-PLAYER.
002788     MOVE 99999999  TO GIX-GAME-DATE.
002789     MOVE 999999    TO GIX-GAME-TIME.
002790     MOVE 9999      TO GIX-GENERATION.
002791     MOVE 999999999 TO GIX-RECORD-NUMBER.
002792     START GAME-INDEX-FILE KEY > GIX-KEY
002793         INVALID KEY
002794             SET GIX-EOF TO TRUE
002795     END-START.
002796 1430-EXIT.
002797     EXIT.
002798*
002799* ---------------------------------------------------------------
002800* 3000-PRINT-STATEMENTS - RETURN THE SORTED GAMES AND BREAK ON
002801* PLAYER ID, ONE STATEMENT PAGE PER STUDENT
002802* ---------------------------------------------------------------
002803 3000-PRINT-STATEMENTS.
002804     SET SORT-NOT-EOF TO TRUE.
002805     MOVE SPACES TO WS-PREV-PLAYER-ID.
002806     PERFORM 3100-RETURN-ONE THRU 3100-EXIT
002807         UNTIL SORT-EOF.
002808     IF WS-PREV-PLAYER-ID NOT = SPACES
002809         PERFORM 3400-PRINT-PLAYER-TOTALS THRU 3400-EXIT
002810     END-IF.
002811 3000-EXIT.
002812     EXIT.
002813*
002814 3100-RETURN-ONE.
002815     RETURN SORT-FILE
002820         AT END
002830             SET SORT-EOF TO TRUE
002840         NOT AT END
003900     ELSE
003910         MOVE ZERO TO WS-ST-WIN-RATE
003920     END-IF.
003921     IF INDEX-READ
003922         DISPLAY '  SELECTION AVG  : SWITCH RATE ' WS-SWITCH-RATE
003923             ' PCT, WIN PCT SWITCHED ' WS-SW-WIN-RATE
003924             ', WIN PCT STAYED ' WS-ST-WIN-RATE
003925         GO TO 3500-EXIT
003926     END-IF.
003930     DISPLAY '  CLASS AVERAGE  : SWITCH RATE ' WS-SWITCH-RATE
003940         ' PCT, WIN PCT SWITCHED ' WS-SW-WIN-RATE
003950         ', WIN PCT STAYED ' WS-ST-WIN-RATE.
003960 3500-EXIT.
003970     EXIT.
003980*
003990* ---------------------------------------------------------------
004000* 9100-CHECK-INDEX-CURRENT - THE VERIFIED MARK ONLY SAYS THE
004010* INDEX MATCHED ITS FILES WHEN MONTYIDX LAST LOOKED. IDEONE,
004020* MONTYMRG AND MONTYFIX APPEND TO MONTYLOG AND MONTYARC CUTS
004030* GENERATIONS WITHOUT TOUCHING IT, SO THE LIVE COUNT AND THE
004040* HIGH GENERATION IT WAS BUILT TO ARE PROVED AGAIN HERE
004050* ---------------------------------------------------------------
004060 9100-CHECK-INDEX-CURRENT.
004070     OPEN INPUT MONTYLOG-FILE.
004080     SET LOG-NOT-EOF TO TRUE.
004090     MOVE ZERO TO WS-LIVE-COUNT.
004100     PERFORM 9110-COUNT-ONE-LIVE-RECORD THRU 9110-EXIT
004110         UNTIL LOG-EOF.
004120     CLOSE MONTYLOG-FILE.
004130     MOVE ZERO TO WS-HIGH-GENERATION.
004140     OPEN INPUT CATALOG-FILE.
004150     IF WS-CAT-STATUS = '00'
004160         SET CAT-NOT-EOF TO TRUE
004170         MOVE ZERO TO CAT-GENERATION
004180         START CATALOG-FILE KEY NOT < CAT-GENERATION
004190             INVALID KEY
004200                 SET CAT-EOF TO TRUE
004210         END-START
004220         PERFORM 9120-READ-ONE-GENERATION THRU 9120-EXIT
004230             UNTIL CAT-EOF
004240         CLOSE CATALOG-FILE
004250     END-IF.
004260     IF WS-LIVE-COUNT = GIC-LIVE-COUNT
004270         AND WS-HIGH-GENERATION = GIC-HIGH-GENERATION
004280         GO TO 9100-EXIT
004290     END-IF.
004300     MOVE WS-LIVE-COUNT TO WS-LIVE-DISPLAY.
004310     DISPLAY 'MONTYSTM: MONTYGIX IS OUT OF DATE - IT HOLDS '
004320         GIC-LIVE-COUNT ' LIVE GAMES THROUGH GENERATION '
004330         GIC-HIGH-GENERATION ', THE FILES NOW HOLD '
004340         WS-LIVE-DISPLAY ' THROUGH GENERATION '
004350         WS-HIGH-GENERATION '.'.
004360     DISPLAY 'MONTYSTM: RUN MONTYIDX UPDATE AND VERIFY, OR ANSWER'
004370         ' N TO READ THE LOGS.'.
004380     CLOSE GAME-INDEX-FILE.
004390     MOVE 8 TO RETURN-CODE.
004400     STOP RUN.
004410 9100-EXIT.
004420     EXIT.
004430*
004440 9110-COUNT-ONE-LIVE-RECORD.
004450     READ MONTYLOG-FILE
004460         AT END
004470             SET LOG-EOF TO TRUE
004480             GO TO 9110-EXIT
004490     END-READ.
004500     ADD 1 TO WS-LIVE-COUNT.
004510 9110-EXIT.
004520     EXIT.
004530*
004540 9120-READ-ONE-GENERATION.
004550     READ CATALOG-FILE NEXT RECORD
004560         AT END
004570             SET CAT-EOF TO TRUE
004580             GO TO 9120-EXIT
004590     END-READ.
004600     MOVE CAT-GENERATION TO WS-HIGH-GENERATION.
004610 9120-EXIT.
004620     EXIT.
