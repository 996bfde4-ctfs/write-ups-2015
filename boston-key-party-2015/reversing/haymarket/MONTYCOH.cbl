001257*                 THE RECORDS STILL ON MONTYLOG. ARCHIVED
001258*                 RECORDS RUN THROUGH THE SAME RANGE FILTER AND
001259*                 COHORT TALLIES AS LIVE ONES.
001261*   10/15/26  RC  EACH GAME NOW GOES TO THE COHORT ITS PLAYER
001262*                 WAS IN ON THE GAME'S LOG-DATE, TAKEN FROM THE
001263*                 NEW MONTYCHS COHORT HISTORY, INSTEAD OF THE
001264*                 PLAYER'S CURRENT COHORT ON THE MASTER - A
001265*                 MID-TERM TRANSFER NO LONGER MOVES THE
001266*                 STUDENT'S EARLIER GAMES TO THE NEW SECTION. A
001267*                 GAME DATED BEFORE THE PLAYER'S FIRST ENTRY
001268*                 GOES TO THE ENROLLING COHORT. A PLAYER WITH NO
001269*                 HISTORY, OR A RUN WITHOUT MONTYCHS, STILL
001271*                 FALLS BACK TO THE MASTER.
001272*
001273 ENVIRONMENT DIVISION.
001280 CONFIGURATION SECTION.
001290 SOURCE-COMPUTER.   GNUCOBOL.
001300 OBJECT-COMPUTER.   GNUCOBOL.
001416         ACCESS MODE DYNAMIC
001417         RECORD KEY IS CAT-GENERATION
001418         FILE STATUS IS WS-CAT-STATUS.
001419     SELECT COHORT-HISTORY-FILE ASSIGN TO "MONTYCHS"
001421         ORGANIZATION INDEXED
001422         ACCESS MODE DYNAMIC
001423         RECORD KEY IS CHS-KEY
001424         FILE STATUS IS WS-CHS-STATUS.
001425*
001430 DATA DIVISION.
001440 FILE SECTION.
001450 FD  MONTYLOG-FILE.
001494*
001495 FD  CATALOG-FILE.
001496 COPY MONTYCAT.
001497*
001498 FD  COHORT-HISTORY-FILE.
001499 COPY MONTYCHS.
001500*
001510 WORKING-STORAGE SECTION.
001520*
001651 77  WS-CAT-EOF-SW             PIC X(01)      VALUE 'N'.
001652     88  CAT-EOF                              VALUE 'Y'.
001653     88  CAT-NOT-EOF                          VALUE 'N'.
001654 77  WS-CHS-STATUS             PIC X(02)      VALUE SPACES.
001655 77  WS-CHS-EOF-SW             PIC X(01)      VALUE 'N'.
001656     88  CHS-EOF                              VALUE 'Y'.
001657     88  CHS-NOT-EOF                          VALUE 'N'.
001658 77  WS-CHS-OPEN-SW            PIC X(01)      VALUE 'N'.
001659     88  CHS-AVAILABLE                        VALUE 'Y'.
001661     88  CHS-NOT-AVAILABLE                    VALUE 'N'.
001662 77  WS-CHS-FOUND-SW           PIC X(01)      VALUE 'N'.
001663     88  CHS-FOUND                            VALUE 'Y'.
001664     88  CHS-NOT-FOUND                        VALUE 'N'.
001665*
001666* ---------------------------------------------------------------
001670* PER-COHORT TALLIES, ONE ENTRY PER COHORT CODE SEEN IN RANGE.
001680* 50 ENTRIES IS ROOM FOR EVERY SECTION THE LAB HAS EVER TAUGHT
001690* AT ONCE; AN OVERFLOW ENDS THE RUN RATHER THAN DROPPING GAMES
002080         UNTIL LOG-EOF.
002090     CLOSE MONTYLOG-FILE.
002100     CLOSE PLAYER-FILE.
002101     IF CHS-AVAILABLE
002102         CLOSE COHORT-HISTORY-FILE
002103     END-IF.
002110     PERFORM 8000-PRINT-COHORT-REPORT THRU 8000-EXIT.
002120     PERFORM 8500-PRINT-RANKING THRU 8500-EXIT.
002130     STOP RUN.
002400         MOVE 12 TO RETURN-CODE
002410         STOP RUN
002420     END-IF.
002421     OPEN INPUT COHORT-HISTORY-FILE.
002422     IF WS-CHS-STATUS = '00'
002423         SET CHS-AVAILABLE TO TRUE
002424     ELSE
002425         DISPLAY 'MONTYCOH: MONTYCHS NOT AVAILABLE, STATUS '
002426             WS-CHS-STATUS ' - COHORTS COME FROM THE PLAYER'
002427             ' MASTER ONLY.'
002428     END-IF.
002430     SET LOG-NOT-EOF TO TRUE.
002440 1000-EXIT.
002450     EXIT.
002860     EXIT.
002870*
002880* ---------------------------------------------------------------
002881* 2200-LOOK-UP-COHORT - THE GAME'S COHORT FROM THE PLAYER'S
002882* COHORT HISTORY AS OF LOG-DATE, OR FAILING THAT ONE KEYED READ
002883* OF THE PLAYER MASTER. A PLAYER ON NEITHER (A HISTORICAL TYPO
002884* ID FROM BEFORE THE 02/18 REGISTRATION CHECK) COUNTS IN THE
002885* '????' BUCKET SO THE TOTALS STILL ADD UP
002930* ---------------------------------------------------------------
002940 2200-LOOK-UP-COHORT.
002941     PERFORM 2250-LOOK-UP-HISTORY THRU 2250-EXIT.
002942     IF CHS-FOUND
002943         GO TO 2200-EXIT
002944     END-IF.
002950     MOVE LOG-PLAYER-ID TO PLR-PLAYER-ID.
002960     READ PLAYER-FILE
002970         INVALID KEY
003020     END-READ.
003030 2200-EXIT.
003040     EXIT.
003041*
003042* ---------------------------------------------------------------
003043* 2250-LOOK-UP-HISTORY - WALK THE PLAYER'S MONTYCHS ENTRIES IN
003044* EFFECTIVE-DATE ORDER AND KEEP THE COHORT OF THE LAST ONE IN
003045* EFFECT ON LOG-DATE. THE FIRST ENTRY IS ALWAYS TAKEN, SO A GAME
003046* DATED BEFORE IT GOES TO THE ENROLLING COHORT
003047* ---------------------------------------------------------------
003048 2250-LOOK-UP-HISTORY.
003049     SET CHS-NOT-FOUND TO TRUE.
003050     IF CHS-NOT-AVAILABLE
003051         GO TO 2250-EXIT
003052     END-IF.
003053     MOVE LOG-PLAYER-ID TO CHS-PLAYER-ID.
003054     MOVE ZERO          TO CHS-EFFECTIVE-DATE.
003055     SET CHS-NOT-EOF TO TRUE.
003056     START COHORT-HISTORY-FILE KEY NOT < CHS-KEY
003057         INVALID KEY
003058             SET CHS-EOF TO TRUE
003059     END-START.
003060     PERFORM 2260-READ-ONE-HISTORY THRU 2260-EXIT
003061         UNTIL CHS-EOF.
003062 2250-EXIT.
003063     EXIT.
003064*
003065 2260-READ-ONE-HISTORY.
003066     READ COHORT-HISTORY-FILE NEXT RECORD
003067         AT END
003068             SET CHS-EOF TO TRUE
003069             GO TO 2260-EXIT
003070     END-READ.
003071     IF CHS-PLAYER-ID NOT = LOG-PLAYER-ID
003072         SET CHS-EOF TO TRUE
003073         GO TO 2260-EXIT
003074     END-IF.
003075     IF CHS-FOUND
003076         AND CHS-EFFECTIVE-DATE > WS-LOG-COMBINED-DATE
003077         SET CHS-EOF TO TRUE
003078         GO TO 2260-EXIT
003079     END-IF.
003080     MOVE CHS-COHORT-CODE TO WS-WORK-COHORT.
003081     SET CHS-FOUND TO TRUE.
003082 2260-EXIT.
003083     EXIT.
003084*
003085 2300-FIND-COH-ENTRY.
003086     MOVE ZERO TO WS-COH-FOUND-IDX.
003087     PERFORM 2310-MATCH-ONE-ENTRY THRU 2310-EXIT
003090         VARYING WS-COH-IDX FROM 1 BY 1
003100         UNTIL WS-COH-IDX > WS-COH-IN-USE
003110             OR WS-COH-FOUND-IDX > ZERO.
