001232*                 SITE CODE, READ ONCE PER RUN FROM THE
001233*                 MONTYSIT SITE CARD ('MN1' WHEN THE CARD IS
001234*                 MISSING), FOR THE ANNEX LAB CONSOLIDATION.
001235*   10/15/26  RC  EVERY A CARD, AND EVERY C OR D CARD THAT
001236*                 MOVES A PLAYER'S COHORT OR STATUS, NOW WRITES
001237*                 AN EFFECTIVE-DATED ENTRY TO THE NEW MONTYCHS
001238*                 COHORT HISTORY - THE ENROLLMENT DATE FOR AN
001239*                 ADD, THE RUN DATE FOR A CHANGE - SO A SECTION
001241*                 TRANSFER ON THE REGISTRAR'S FILE NO LONGER
001242*                 REWRITES THE STUDENT'S PAST RESULTS. THE
001243*                 HISTORY ENTRY PRINTS ON THE AUDIT LISTING.
001244*   10/15/26  RC  A C OR D CARD FOR A PLAYER WITH NO MONTYCHS
001245*                 HISTORY NOW FIRST WRITES THE OLD COHORT AND
001246*                 STATUS AS OF THE ENROLLMENT DATE, SO THE
001247*                 CHANGE NO LONGER MOVES EVERY EARLIER GAME
001248*                 INTO THE NEW COHORT.
001249*
001250 ENVIRONMENT DIVISION.
001260 CONFIGURATION SECTION.
001270 SOURCE-COMPUTER.   GNUCOBOL.
001411     SELECT SITE-FILE ASSIGN TO "MONTYSIT"
001412         ORGANIZATION LINE SEQUENTIAL
001413         FILE STATUS IS WS-SIT-STATUS.
001414     SELECT COHORT-HISTORY-FILE ASSIGN TO "MONTYCHS"
001415         ORGANIZATION INDEXED
001416         ACCESS MODE DYNAMIC
001417         RECORD KEY IS CHS-KEY
001418         FILE STATUS IS WS-CHS-STATUS.
001420*
001430 DATA DIVISION.
001440 FILE SECTION.
001551*
001552 FD  SITE-FILE.
001553 COPY MONTYSIT.
001554*
001555 FD  COHORT-HISTORY-FILE.
001556 COPY MONTYCHS.
001560*
001570 WORKING-STORAGE SECTION.
001580*
001820 77  WS-BEFORE-IMAGE           PIC X(54)      VALUE SPACES.
001821 77  WS-SIT-STATUS             PIC X(02)      VALUE SPACES.
001822 77  WS-SITE-CODE              PIC X(03)      VALUE 'MN1'.
001823 77  WS-CHS-STATUS             PIC X(02)      VALUE SPACES.
001824 77  WS-TODAY-DATE             PIC 9(08)      VALUE ZERO.
001825 77  WS-EFFECTIVE-DATE         PIC 9(08)      VALUE ZERO.
001826 77  WS-HISTORY-COUNT          PIC 9(05) COMP VALUE ZERO.
001827 77  WS-HAS-HISTORY-SW         PIC X(01)      VALUE 'N'.
001828     88  HAS-HISTORY                          VALUE 'Y'.
001829     88  HAS-NO-HISTORY                       VALUE 'N'.
001830*
001840 PROCEDURE DIVISION.
001850*
002210         STOP RUN
002220     END-IF.
002221     PERFORM 1100-READ-SITE-CARD THRU 1100-EXIT.
002222     OPEN I-O COHORT-HISTORY-FILE.
002223     IF WS-CHS-STATUS = '35'
002224         OPEN OUTPUT COHORT-HISTORY-FILE
002225         CLOSE COHORT-HISTORY-FILE
002226         OPEN I-O COHORT-HISTORY-FILE
002227     END-IF.
002228     IF WS-CHS-STATUS NOT = '00'
002229         DISPLAY 'MONTYENR: CANNOT OPEN MONTYCHS, STATUS '
002231             WS-CHS-STATUS '.'
002232         MOVE 12 TO RETURN-CODE
002233         STOP RUN
002234     END-IF.
002235     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002236     SET ENR-NOT-EOF TO TRUE.
002240     READ ENROLL-FILE
002250         AT END
002260             SET ENR-EOF TO TRUE
003500         ENR-PLAYER-ID.
003510     DISPLAY '  BEFORE: (NOT ON MASTER)'.
003520     DISPLAY '  AFTER : ' PLAYER-MASTER-RECORD.
003521     MOVE PLR-ENROLL-DATE TO WS-EFFECTIVE-DATE.
003522     PERFORM 3500-WRITE-COHORT-HISTORY THRU 3500-EXIT.
003530 3100-EXIT.
003540     EXIT.
003550*
003830         ENR-PLAYER-ID.
003840     DISPLAY '  BEFORE: ' WS-BEFORE-IMAGE.
003850     DISPLAY '  AFTER : ' PLAYER-MASTER-RECORD.
003851     IF PLR-COHORT-CODE NOT = WS-BEFORE-IMAGE(39:4)
003852         MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
003853         PERFORM 3500-WRITE-COHORT-HISTORY THRU 3500-EXIT
003854     END-IF.
003860 3200-EXIT.
003870     EXIT.
003880*
004020         ENR-PLAYER-ID.
004030     DISPLAY '  BEFORE: ' WS-BEFORE-IMAGE.
004040     DISPLAY '  AFTER : ' PLAYER-MASTER-RECORD.
004041     IF PLR-STATUS NOT = WS-BEFORE-IMAGE(51:1)
004042         MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
004043         PERFORM 3500-WRITE-COHORT-HISTORY THRU 3500-EXIT
004044     END-IF.
004050 3300-EXIT.
004060     EXIT.
004070*
004370     DISPLAY 'PLAYERS DEACTIVATED : ' WS-CARD-DISPLAY.
004380     MOVE WS-REJECTED-COUNT TO WS-CARD-DISPLAY.
004390     DISPLAY 'CARDS REJECTED      : ' WS-CARD-DISPLAY.
004391     MOVE WS-HISTORY-COUNT TO WS-CARD-DISPLAY.
004392     DISPLAY 'COHORT HISTORY ROWS : ' WS-CARD-DISPLAY.
004400 8000-EXIT.
004410     EXIT.
004420*
004480     CLOSE ENROLL-FILE.
004490     CLOSE REJECT-FILE.
004500     CLOSE PLAYER-FILE.
004501     CLOSE COHORT-HISTORY-FILE.
004510     IF WS-REJECTED-COUNT > ZERO
004520         AND RETURN-CODE = ZERO
004530         MOVE 8 TO RETURN-CODE
004750     CLOSE SITE-FILE.
004760 1100-EXIT.
004770     EXIT.
004780*
004790* ---------------------------------------------------------------
004800* 3500-WRITE-COHORT-HISTORY - RECORD THE COHORT AND STATUS NOW IN
004810* THE MASTER BUFFER AS IN EFFECT FROM WS-EFFECTIVE-DATE AND
004820* PRINT THE ENTRY UNDER THE CARD'S AUDIT LINES. A SECOND CARD
004830* FOR THE PLAYER THE SAME DAY REPLACES THAT DAY'S ENTRY. A
004840* CHANGE DATED AFTER ENROLLMENT FIRST SEEDS A PLAYER WHO HAS NO
004850* HISTORY YET
004860* ---------------------------------------------------------------
004870 3500-WRITE-COHORT-HISTORY.
004880     IF WS-EFFECTIVE-DATE > PLR-ENROLL-DATE
004890         PERFORM 3510-SEED-COHORT-HISTORY THRU 3510-EXIT
004900     END-IF.
004910     MOVE PLR-PLAYER-ID     TO CHS-PLAYER-ID.
004920     MOVE WS-EFFECTIVE-DATE TO CHS-EFFECTIVE-DATE.
004930     MOVE PLR-COHORT-CODE   TO CHS-COHORT-CODE.
004940     MOVE PLR-STATUS        TO CHS-STATUS.
004950     MOVE 'MONTYENR'        TO CHS-SOURCE.
004960     MOVE WS-TODAY-DATE     TO CHS-RECORDED-DATE.
004970     WRITE COHORT-HISTORY-RECORD
004980         INVALID KEY
004990             REWRITE COHORT-HISTORY-RECORD
005000                 INVALID KEY
005010                     CONTINUE
005020             END-REWRITE
005030     END-WRITE.
005040     IF WS-CHS-STATUS NOT = '00'
005050         DISPLAY 'MONTYENR: COHORT HISTORY WRITE FAILED, STATUS '
005060             WS-CHS-STATUS ' FOR ' PLR-PLAYER-ID '.'
005070         MOVE 8 TO RETURN-CODE
005080         GO TO 3500-EXIT
005090     END-IF.
005100     ADD 1 TO WS-HISTORY-COUNT.
005110     DISPLAY '  COHORT: ' CHS-COHORT-CODE ' STATUS ' CHS-STATUS
005120         ' EFFECTIVE ' CHS-EFFECTIVE-DATE.
005130 3500-EXIT.
005140     EXIT.
005150*
005160* ---------------------------------------------------------------
005170* 3510-SEED-COHORT-HISTORY - A PLAYER ENROLLED BEFORE MONTYCHS
005180* EXISTED AND MISSED BY THE MONTYCHL SEED LOAD HAS NO HISTORY.
005190* BEFORE THE CHANGE IS RECORDED, WRITE THE COHORT AND STATUS IN
005200* THE BEFORE IMAGE AS IN EFFECT FROM PLR-ENROLL-DATE, OR THE
005210* CHANGE WOULD BE THE PLAYER'S ONLY ENTRY AND EVERY EARLIER GAME
005220* WOULD FOLLOW THE PLAYER INTO THE NEW COHORT
005230* ---------------------------------------------------------------
005240 3510-SEED-COHORT-HISTORY.
005250     PERFORM 3520-CHECK-HISTORY THRU 3520-EXIT.
005260     IF HAS-HISTORY
005270         GO TO 3510-EXIT
005280     END-IF.
005290     MOVE PLR-PLAYER-ID          TO CHS-PLAYER-ID.
005300     MOVE PLR-ENROLL-DATE        TO CHS-EFFECTIVE-DATE.
005310     MOVE WS-BEFORE-IMAGE(39:4)  TO CHS-COHORT-CODE.
005320     MOVE WS-BEFORE-IMAGE(51:1)  TO CHS-STATUS.
005330     MOVE 'MONTYENR'             TO CHS-SOURCE.
005340     MOVE WS-TODAY-DATE          TO CHS-RECORDED-DATE.
005350     WRITE COHORT-HISTORY-RECORD
005360         INVALID KEY
005370             CONTINUE
005380     END-WRITE.
005390     IF WS-CHS-STATUS NOT = '00'
005400         DISPLAY 'MONTYENR: COHORT HISTORY SEED FAILED, STATUS '
005410             WS-CHS-STATUS ' FOR ' PLR-PLAYER-ID '.'
005420         MOVE 8 TO RETURN-CODE
005430         GO TO 3510-EXIT
005440     END-IF.
005450     ADD 1 TO WS-HISTORY-COUNT.
005460     DISPLAY '  COHORT: ' CHS-COHORT-CODE ' STATUS ' CHS-STATUS
005470         ' EFFECTIVE ' CHS-EFFECTIVE-DATE ' (SEEDED)'.
005480 3510-EXIT.
005490     EXIT.
005500*
005510* ---------------------------------------------------------------
005520* 3520-CHECK-HISTORY - DOES THE PLAYER ALREADY HAVE ANY ENTRY?
005530* ---------------------------------------------------------------
005540 3520-CHECK-HISTORY.
005550     SET HAS-NO-HISTORY TO TRUE.
005560     MOVE PLR-PLAYER-ID TO CHS-PLAYER-ID.
005570     MOVE ZERO          TO CHS-EFFECTIVE-DATE.
005580     START COHORT-HISTORY-FILE KEY NOT < CHS-KEY
005590         INVALID KEY
005600             GO TO 3520-EXIT
005610     END-START.
005620     READ COHORT-HISTORY-FILE NEXT RECORD
005630         AT END
005640             GO TO 3520-EXIT
005650     END-READ.
005660     IF CHS-PLAYER-ID = PLR-PLAYER-ID
005670         SET HAS-HISTORY TO TRUE
005680     END-IF.
005690 3520-EXIT.
005700     EXIT.
