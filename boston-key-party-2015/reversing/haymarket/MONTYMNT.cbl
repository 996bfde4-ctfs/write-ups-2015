001172*                 SITE CODE, READ ONCE PER SESSION FROM THE
001173*                 MONTYSIT SITE CARD ('MN1' WHEN THE CARD IS
001174*                 MISSING), FOR THE ANNEX LAB CONSOLIDATION.
001175*   10/15/26  RC  EVERY ADD, AND EVERY CHANGE OR DEACTIVATE
001176*                 THAT MOVES A PLAYER'S COHORT OR STATUS, NOW
001177*                 WRITES AN EFFECTIVE-DATED ENTRY TO THE NEW
001178*                 MONTYCHS COHORT HISTORY - THE ENROLLMENT DATE
001179*                 FOR AN ADD, TODAY FOR A CHANGE - SO A
001181*                 MID-TERM SECTION TRANSFER NO LONGER CARRIES
001182*                 THE STUDENT'S EARLIER GAMES INTO THE NEW
001183*                 SECTION ON MONTYCOH AND MONTYCMP.
001184*   10/15/26  RC  A CHANGE OR DEACTIVATE FOR A PLAYER WITH NO
001185*                 MONTYCHS HISTORY NOW FIRST WRITES THE OLD
001186*                 COHORT AND STATUS AS OF THE ENROLLMENT DATE,
001187*                 SO THE CHANGE NO LONGER MOVES EVERY EARLIER
001188*                 GAME INTO THE NEW COHORT.
001189*
001190 ENVIRONMENT DIVISION.
001200 CONFIGURATION SECTION.
001210 SOURCE-COMPUTER.   GNUCOBOL.
001301     SELECT SITE-FILE ASSIGN TO "MONTYSIT"
001302         ORGANIZATION LINE SEQUENTIAL
001303         FILE STATUS IS WS-SIT-STATUS.
001304     SELECT COHORT-HISTORY-FILE ASSIGN TO "MONTYCHS"
001305         ORGANIZATION INDEXED
001306         ACCESS MODE DYNAMIC
001307         RECORD KEY IS CHS-KEY
001308         FILE STATUS IS WS-CHS-STATUS.
001310*
001320 DATA DIVISION.
001330 FILE SECTION.
001351*
001352 FD  SITE-FILE.
001353 COPY MONTYSIT.
001354*
001355 FD  COHORT-HISTORY-FILE.
001356 COPY MONTYCHS.
001360*
001370 WORKING-STORAGE SECTION.
001380*
001400* OPERATOR ACTION AND FILE STATUS
001410* ---------------------------------------------------------------
001420 77  WS-PLR-STATUS             PIC X(02)      VALUE SPACES.
001421 77  WS-HAS-HISTORY-SW         PIC X(01)      VALUE 'N'.
001422     88  HAS-HISTORY                          VALUE 'Y'.
001423     88  HAS-NO-HISTORY                       VALUE 'N'.
001430 77  WS-ACTION                 PIC X(01)      VALUE SPACE.
001440     88  ACTION-ADD                           VALUE 'A'.
001450     88  ACTION-CHANGE                        VALUE 'C'.
001520 77  WS-WORK-STATUS            PIC X(01)      VALUE SPACE.
001521 77  WS-SIT-STATUS             PIC X(02)      VALUE SPACES.
001522 77  WS-SITE-CODE              PIC X(03)      VALUE 'MN1'.
001523 77  WS-CHS-STATUS             PIC X(02)      VALUE SPACES.
001524 77  WS-OLD-COHORT             PIC X(04)      VALUE SPACES.
001525 77  WS-OLD-STATUS             PIC X(01)      VALUE SPACE.
001526 77  WS-TODAY-DATE             PIC 9(08)      VALUE ZERO.
001527 77  WS-EFFECTIVE-DATE         PIC 9(08)      VALUE ZERO.
001530*
001540* ---------------------------------------------------------------
001550* MAINTENANCE TALLIES FOR THE END-OF-SESSION SUMMARY
001900         STOP RUN
001910     END-IF.
001911     PERFORM 1100-READ-SITE-CARD THRU 1100-EXIT.
001912     OPEN I-O COHORT-HISTORY-FILE.
001913     IF WS-CHS-STATUS = '35'
001914         OPEN OUTPUT COHORT-HISTORY-FILE
001915         CLOSE COHORT-HISTORY-FILE
001916         OPEN I-O COHORT-HISTORY-FILE
001917     END-IF.
001918     IF WS-CHS-STATUS NOT = '00'
001919         DISPLAY 'MONTYMNT: CANNOT OPEN MONTYCHS, STATUS '
001921             WS-CHS-STATUS '.'
001922         MOVE 12 TO RETURN-CODE
001923         STOP RUN
001924     END-IF.
001925     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001926 1000-EXIT.
001930     EXIT.
001940*
001950* ---------------------------------------------------------------
002490     IF WS-PLR-STATUS = '00'
002500         ADD 1 TO WS-ADDED-COUNT
002510         DISPLAY 'MNT: ' WS-WORK-PLAYER-ID ' ADDED.'
002511         MOVE PLR-ENROLL-DATE TO WS-EFFECTIVE-DATE
002512         PERFORM 6000-WRITE-COHORT-HISTORY THRU 6000-EXIT
002520     END-IF.
002530 3000-EXIT.
002540     EXIT.
002660                 ' IS NOT ON THE MASTER.'
002670             GO TO 4000-EXIT
002680     END-READ.
002681     MOVE PLR-COHORT-CODE TO WS-OLD-COHORT.
002682     MOVE PLR-STATUS      TO WS-OLD-STATUS.
002690     DISPLAY 'MNT: NAME IS ' PLR-FULL-NAME.
002700     DISPLAY 'MNT: NEW NAME (BLANK = KEEP)?'.
002710     ACCEPT WS-WORK-FULL-NAME FROM CONSOLE.
002920     IF WS-PLR-STATUS = '00'
002930         ADD 1 TO WS-CHANGED-COUNT
002940         DISPLAY 'MNT: ' WS-WORK-PLAYER-ID ' CHANGED.'
002941         IF PLR-COHORT-CODE NOT = WS-OLD-COHORT
002942             OR PLR-STATUS NOT = WS-OLD-STATUS
002943             MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
002944             PERFORM 6000-WRITE-COHORT-HISTORY THRU 6000-EXIT
002945         END-IF
002950     END-IF.
002960 4000-EXIT.
002970     EXIT.
003090                 ' IS NOT ON THE MASTER.'
003100             GO TO 5000-EXIT
003110     END-READ.
003111     MOVE PLR-COHORT-CODE TO WS-OLD-COHORT.
003112     MOVE PLR-STATUS      TO WS-OLD-STATUS.
003120     IF PLR-INACTIVE
003130         DISPLAY 'MNT: ' WS-WORK-PLAYER-ID ' IS ALREADY INACTIVE.'
003140         GO TO 5000-EXIT
003220     IF WS-PLR-STATUS = '00'
003230         ADD 1 TO WS-DEACTIVATED-COUNT
003240         DISPLAY 'MNT: ' WS-WORK-PLAYER-ID ' DEACTIVATED.'
003241         MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
003242         PERFORM 6000-WRITE-COHORT-HISTORY THRU 6000-EXIT
003250     END-IF.
003260 5000-EXIT.
003270     EXIT.
003410* ---------------------------------------------------------------
003420 9000-TERMINATE.
003430     CLOSE PLAYER-FILE.
003431     CLOSE COHORT-HISTORY-FILE.
003440     DISPLAY '===== MONTYMNT SESSION SUMMARY ====='.
003450     MOVE WS-ADDED-COUNT TO WS-COUNT-DISPLAY.
003460     DISPLAY 'PLAYERS ADDED       : ' WS-COUNT-DISPLAY.
003710     CLOSE SITE-FILE.
003720 1100-EXIT.
003730     EXIT.
003740*
003750* ---------------------------------------------------------------
003760* 6000-WRITE-COHORT-HISTORY - RECORD THE COHORT AND STATUS NOW IN
003770* THE MASTER BUFFER AS IN EFFECT FROM WS-EFFECTIVE-DATE. A
003780* SECOND CHANGE THE SAME DAY REPLACES THAT DAY'S ENTRY. A
003781* CHANGE DATED AFTER ENROLLMENT FIRST SEEDS A PLAYER WHO HAS NO
003782* HISTORY YET
003790* ---------------------------------------------------------------
003800 6000-WRITE-COHORT-HISTORY.
003801     IF WS-EFFECTIVE-DATE > PLR-ENROLL-DATE
003802         PERFORM 6100-SEED-COHORT-HISTORY THRU 6100-EXIT
003803     END-IF.
003810     MOVE PLR-PLAYER-ID     TO CHS-PLAYER-ID.
003820     MOVE WS-EFFECTIVE-DATE TO CHS-EFFECTIVE-DATE.
003830     MOVE PLR-COHORT-CODE   TO CHS-COHORT-CODE.
003840     MOVE PLR-STATUS        TO CHS-STATUS.
003850     MOVE 'MONTYMNT'        TO CHS-SOURCE.
003860     MOVE WS-TODAY-DATE     TO CHS-RECORDED-DATE.
003870     WRITE COHORT-HISTORY-RECORD
003880         INVALID KEY
003890             REWRITE COHORT-HISTORY-RECORD
003900                 INVALID KEY
003910                     CONTINUE
003920             END-REWRITE
003930     END-WRITE.
003940     IF WS-CHS-STATUS NOT = '00'
003950         DISPLAY 'MNT: COHORT HISTORY WRITE FAILED, STATUS '
003960             WS-CHS-STATUS ' - MASTER CHANGED, HISTORY NOT.'
003970     END-IF.
003980 6000-EXIT.
003990     EXIT.
004000*
004010* ---------------------------------------------------------------
004020* 6100-SEED-COHORT-HISTORY - A PLAYER ADDED BEFORE MONTYCHS
004030* EXISTED AND MISSED BY THE MONTYCHL SEED LOAD HAS NO HISTORY.
004040* BEFORE THE CHANGE IS RECORDED, WRITE THE COHORT AND STATUS
004050* SAVED BEFORE THE MASTER WAS UPDATED AS IN EFFECT FROM
004060* PLR-ENROLL-DATE, OR THE CHANGE WOULD BE THE PLAYER'S ONLY
004070* ENTRY AND EVERY EARLIER GAME WOULD FOLLOW THE PLAYER INTO THE
004080* NEW COHORT
004090* ---------------------------------------------------------------
004100 6100-SEED-COHORT-HISTORY.
004110     PERFORM 6200-CHECK-HISTORY THRU 6200-EXIT.
004120     IF HAS-HISTORY
004130         GO TO 6100-EXIT
004140     END-IF.
004150     MOVE PLR-PLAYER-ID     TO CHS-PLAYER-ID.
004160     MOVE PLR-ENROLL-DATE   TO CHS-EFFECTIVE-DATE.
004170     MOVE WS-OLD-COHORT     TO CHS-COHORT-CODE.
004180     MOVE WS-OLD-STATUS     TO CHS-STATUS.
004190     MOVE 'MONTYMNT'        TO CHS-SOURCE.
004200     MOVE WS-TODAY-DATE     TO CHS-RECORDED-DATE.
004210     WRITE COHORT-HISTORY-RECORD
004220         INVALID KEY
004230             CONTINUE
004240     END-WRITE.
004250     IF WS-CHS-STATUS NOT = '00'
004260         DISPLAY 'MNT: COHORT HISTORY SEED FAILED, STATUS '
004270             WS-CHS-STATUS '.'
004280         GO TO 6100-EXIT
004290     END-IF.
004300     DISPLAY 'MNT: HISTORY SEEDED WITH COHORT ' WS-OLD-COHORT
004310         ' FROM ' PLR-ENROLL-DATE '.'.
004320 6100-EXIT.
004330     EXIT.
004340*
004350* ---------------------------------------------------------------
004360* 6200-CHECK-HISTORY - DOES THE PLAYER ALREADY HAVE ANY ENTRY?
004370* ---------------------------------------------------------------
004380 6200-CHECK-HISTORY.
004390     SET HAS-NO-HISTORY TO TRUE.
004400     MOVE PLR-PLAYER-ID TO CHS-PLAYER-ID.
004410     MOVE ZERO          TO CHS-EFFECTIVE-DATE.
004420     START COHORT-HISTORY-FILE KEY NOT < CHS-KEY
004430         INVALID KEY
004440             GO TO 6200-EXIT
004450     END-START.
004460     READ COHORT-HISTORY-FILE NEXT RECORD
004470         AT END
004480             GO TO 6200-EXIT
004490     END-READ.
004500     IF CHS-PLAYER-ID = PLR-PLAYER-ID
004510         SET HAS-HISTORY TO TRUE
004520     END-IF.
004530 6200-EXIT.
004540     EXIT.
