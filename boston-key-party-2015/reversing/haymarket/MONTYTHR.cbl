001000* ---------------------------------------------------------------
001010* MONTYTHR  - STUDENT TERM HISTORY REPORT ACROSS SEMESTERS
001020* ---------------------------------------------------------------
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.    MONTYTHR.
001050 AUTHOR.        R CHALFANT.
001060 INSTALLATION.  HAYMARKET TRAINING LAB.
001070 DATE-WRITTEN.  10/15/2026.
001080 DATE-COMPILED.
001090*
001100* MODIFICATION HISTORY
001110*   10/15/26  RC  ORIGINAL REPORT. READS THE MONTYTRH TERM
001120*                 HISTORY FROZEN BY MONTYTRM AND PRINTS ONE LINE
001130*                 PER CLOSED TERM FOR A STUDENT - COHORT, GAMES,
001140*                 SWITCH RATE, WIN RATE AND ITS CHANGE FROM THE
001150*                 TERM BEFORE, AND THE ASSIGNMENTS MET OUT OF
001160*                 THOSE SET - SO AN INSTRUCTOR CAN COMPARE THE
001170*                 STUDENT ACROSS SEMESTERS. A TERM THE STUDENT
001180*                 WAS NOT ON THE BOOKS FOR IS LISTED AS SUCH.
001190*                 THE OPERATOR IS PROMPTED FOR ONE PLAYER ID
001200*                 AFTER ANOTHER; A BLANK ANSWER ENDS THE RUN.
001210*
001220 ENVIRONMENT DIVISION.
001230 CONFIGURATION SECTION.
001240 SOURCE-COMPUTER.   GNUCOBOL.
001250 OBJECT-COMPUTER.   GNUCOBOL.
001260*
001270 INPUT-OUTPUT SECTION.
001280 FILE-CONTROL.
001290     SELECT TERM-HISTORY-FILE ASSIGN TO "MONTYTRH"
001300         ORGANIZATION INDEXED
001310         ACCESS MODE DYNAMIC
001320         RECORD KEY IS TRH-KEY
001330         FILE STATUS IS WS-TRH-STATUS.
001340*
001350 DATA DIVISION.
001360 FILE SECTION.
001370 FD  TERM-HISTORY-FILE.
001380 COPY MONTYTRH.
001390*
001400 WORKING-STORAGE SECTION.
001410*
001420* ---------------------------------------------------------------
001430* READ CONTROL, FILE STATUS AND OPERATOR ANSWERS
001440* ---------------------------------------------------------------
001450 77  WS-TRH-EOF-SW             PIC X(01)      VALUE 'N'.
001460     88  TRH-EOF                              VALUE 'Y'.
001470     88  TRH-NOT-EOF                          VALUE 'N'.
001480 77  WS-TRH-STATUS             PIC X(02)      VALUE SPACES.
001490 77  WS-PLAYER-ID              PIC X(08)      VALUE SPACES.
001500 77  WS-PLAYER-NAME            PIC X(30)      VALUE SPACES.
001510*
001520* ---------------------------------------------------------------
001530* ONE ENTRY PER CLOSED TERM, IN TERM ORDER, WITH THE STUDENT'S
001540* FROZEN LINE FOR THAT TERM WHEN THERE IS ONE
001550* ---------------------------------------------------------------
001560 77  WS-TERM-COUNT             PIC 9(03) COMP VALUE ZERO.
001570 77  WS-TERM-IDX               PIC 9(03) COMP VALUE ZERO.
001580 01  THR-TERM-TABLE.
001590     02  THR-TERM-ENTRY      OCCURS 100 TIMES.
001600         03  THR-TERM-CODE       PIC X(06).
001610         03  THR-CLOSED-DATE     PIC 9(08).
001620         03  THR-STATE           PIC X(01).
001630         03  THR-FOUND-SW        PIC X(01).
001640             88  THR-ON-BOOKS                    VALUE 'Y'.
001650         03  THR-COHORT-CODE     PIC X(04).
001660         03  THR-GAMES-PLAYED    PIC 9(07).
001670         03  THR-TIMES-SWITCHED  PIC 9(07).
001680         03  THR-TIMES-WON       PIC 9(07).
001690         03  THR-ASG-IN-SCOPE    PIC 9(03).
001700         03  THR-ASG-MET         PIC 9(03).
001710         03  THR-COMPLIANCE      PIC X(01).
001720*
001730* ---------------------------------------------------------------
001740* RATES, TOTALS AND DISPLAY FIELDS
001750* ---------------------------------------------------------------
001760 77  WS-SWITCH-RATE            PIC 9(03)V9    VALUE ZERO.
001770 77  WS-WIN-RATE               PIC 9(03)V9    VALUE ZERO.
001780 77  WS-PRIOR-WIN-RATE         PIC 9(03)V9    VALUE ZERO.
001790 77  WS-WIN-CHANGE             PIC S9(03)V9   VALUE ZERO.
001800 77  WS-PRIOR-SW               PIC X(01)      VALUE 'N'.
001810     88  HAVE-PRIOR-TERM                      VALUE 'Y'.
001820     88  NO-PRIOR-TERM                        VALUE 'N'.
001830 77  WS-TOTAL-GAMES            PIC 9(09) COMP VALUE ZERO.
001840 77  WS-TOTAL-SWITCHED         PIC 9(09) COMP VALUE ZERO.
001850 77  WS-TOTAL-WON              PIC 9(09) COMP VALUE ZERO.
001860 77  WS-TOTAL-IN-SCOPE         PIC 9(05) COMP VALUE ZERO.
001870 77  WS-TOTAL-MET              PIC 9(05) COMP VALUE ZERO.
001880 77  WS-TERMS-ON-BOOKS         PIC 9(03) COMP VALUE ZERO.
001890 77  WS-GAMES-DISPLAY          PIC Z(06)9     VALUE ZERO.
001900 77  WS-SWITCHED-DISPLAY       PIC Z(06)9     VALUE ZERO.
001910 77  WS-WON-DISPLAY            PIC Z(06)9     VALUE ZERO.
001920 77  WS-RATE-DISPLAY           PIC ZZ9.9      VALUE ZERO.
001930 77  WS-WIN-DISPLAY            PIC ZZ9.9      VALUE ZERO.
001940 77  WS-CHANGE-DISPLAY         PIC +ZZ9.9     VALUE ZERO.
001950 77  WS-SCOPE-DISPLAY          PIC ZZ9        VALUE ZERO.
001960 77  WS-MET-DISPLAY            PIC ZZ9        VALUE ZERO.
001970 77  WS-STATUS-TEXT            PIC X(12)      VALUE SPACES.
001980 77  WS-CHANGE-TEXT            PIC X(06)      VALUE SPACES.
001990*
002000 PROCEDURE DIVISION.
002010*
002020* ---------------------------------------------------------------
002030* 0000-MAINLINE
002040* ---------------------------------------------------------------
002050 0000-MAINLINE.
002060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002070     PERFORM 1100-GET-PLAYER-ID THRU 1100-EXIT.
002080     PERFORM 2000-REPORT-ONE-PLAYER THRU 2000-EXIT
002090         UNTIL WS-PLAYER-ID = SPACES.
002100     CLOSE TERM-HISTORY-FILE.
002110     STOP RUN.
002120*
002130 1000-INITIALIZE.
002140     DISPLAY 'MONTYTHR: STUDENT TERM HISTORY'.
002150     OPEN INPUT TERM-HISTORY-FILE.
002160     IF WS-TRH-STATUS NOT = '00'
002170         DISPLAY 'MONTYTHR: CANNOT OPEN MONTYTRH, STATUS '
002180             WS-TRH-STATUS '. NO TERM HAS BEEN CLOSED WITH'
002190             ' MONTYTRM YET.'
002200         MOVE 12 TO RETURN-CODE
002210         STOP RUN
002220     END-IF.
002230 1000-EXIT.
002240     EXIT.
002250*
002260 1100-GET-PLAYER-ID.
002270     DISPLAY 'MH: PLAYER ID (BLANK TO END)?'.
002280     ACCEPT WS-PLAYER-ID FROM CONSOLE.
002290 1100-EXIT.
002300     EXIT.
002310*
002320* ---------------------------------------------------------------
002330* 2000-REPORT-ONE-PLAYER - WALK THE WHOLE TERM HISTORY. EACH
002340* TERM'S CONTROL RECORD SORTS AHEAD OF ITS PLAYERS, SO IT OPENS
002350* THE TERM'S ENTRY AND THE STUDENT'S LINE, IF ANY, FILLS IT IN
002360* ---------------------------------------------------------------
002370 2000-REPORT-ONE-PLAYER.
002380     MOVE ZERO   TO WS-TERM-COUNT.
002390     MOVE SPACES TO WS-PLAYER-NAME.
002400     MOVE LOW-VALUES TO TRH-KEY.
002410     SET TRH-NOT-EOF TO TRUE.
002420     START TERM-HISTORY-FILE KEY NOT < TRH-KEY
002430         INVALID KEY
002440             SET TRH-EOF TO TRUE
002450     END-START.
002460     PERFORM 2100-READ-ONE-ENTRY THRU 2100-EXIT
002470         UNTIL TRH-EOF.
002480     PERFORM 3000-PRINT-HISTORY THRU 3000-EXIT.
002490     PERFORM 1100-GET-PLAYER-ID THRU 1100-EXIT.
002500 2000-EXIT.
002510     EXIT.
002520*
002530 2100-READ-ONE-ENTRY.
002540     READ TERM-HISTORY-FILE NEXT RECORD
002550         AT END
002560             SET TRH-EOF TO TRUE
002570             GO TO 2100-EXIT
002580     END-READ.
002590     IF TRH-PLAYER-ID = SPACES
002600         PERFORM 2200-OPEN-ONE-TERM THRU 2200-EXIT
002610         GO TO 2100-EXIT
002620     END-IF.
002630     IF TRH-PLAYER-ID NOT = WS-PLAYER-ID
002640         OR WS-TERM-COUNT = ZERO
002650         GO TO 2100-EXIT
002660     END-IF.
002670     IF THR-TERM-CODE(WS-TERM-COUNT) NOT = TRH-TERM-CODE
002680         GO TO 2100-EXIT
002690     END-IF.
002700     MOVE 'Y'                TO THR-FOUND-SW(WS-TERM-COUNT).
002710     MOVE TRH-COHORT-CODE    TO THR-COHORT-CODE(WS-TERM-COUNT).
002720     MOVE TRH-GAMES-PLAYED   TO THR-GAMES-PLAYED(WS-TERM-COUNT).
002730     MOVE TRH-TIMES-SWITCHED
002740         TO THR-TIMES-SWITCHED(WS-TERM-COUNT).
002750     MOVE TRH-TIMES-WON      TO THR-TIMES-WON(WS-TERM-COUNT).
002760     MOVE TRH-ASG-IN-SCOPE   TO THR-ASG-IN-SCOPE(WS-TERM-COUNT).
002770     MOVE TRH-ASG-MET        TO THR-ASG-MET(WS-TERM-COUNT).
002780     MOVE TRH-COMPLIANCE     TO THR-COMPLIANCE(WS-TERM-COUNT).
002790     MOVE TRH-FULL-NAME      TO WS-PLAYER-NAME.
002800 2100-EXIT.
002810     EXIT.
002820*
002830 2200-OPEN-ONE-TERM.
002840     IF WS-TERM-COUNT = 100
002850         DISPLAY 'MONTYTHR: MORE THAN 100 TERMS ON FILE - THE'
002860             ' LATER ONES ARE NOT SHOWN.'
002870         MOVE 4 TO RETURN-CODE
002880         SET TRH-EOF TO TRUE
002890         GO TO 2200-EXIT
002900     END-IF.
002910     ADD 1 TO WS-TERM-COUNT.
002920     MOVE TRH-TERM-CODE   TO THR-TERM-CODE(WS-TERM-COUNT).
002930     MOVE TRC-CLOSED-DATE TO THR-CLOSED-DATE(WS-TERM-COUNT).
002940     MOVE TRC-STATE       TO THR-STATE(WS-TERM-COUNT).
002950     MOVE 'N'             TO THR-FOUND-SW(WS-TERM-COUNT).
002960 2200-EXIT.
002970     EXIT.
002980*
002990* ---------------------------------------------------------------
003000* 3000-PRINT-HISTORY - ONE LINE PER TERM, THEN THE STUDENT'S
003010* TOTALS ACROSS EVERY TERM ON THE BOOKS. THE WIN-RATE CHANGE IS
003020* AGAINST THE LAST EARLIER TERM IN WHICH THE STUDENT PLAYED
003030* ---------------------------------------------------------------
003040 3000-PRINT-HISTORY.
003050     DISPLAY ' '.
003060     DISPLAY '===== MONTYTHR TERM HISTORY - ' WS-PLAYER-ID ' '
003070         WS-PLAYER-NAME ' ====='.
003080     IF WS-TERM-COUNT = ZERO
003090         DISPLAY '  NO TERM HAS BEEN CLOSED.'
003100         GO TO 3000-EXIT
003110     END-IF.
003120     DISPLAY 'TERM   CLOSED   COHT   GAMES SWITCHED     WON'
003130         ' SWITCH%  WIN%  CHANGE  MET/SET STATUS'.
003140     MOVE ZERO TO WS-TOTAL-GAMES.
003150     MOVE ZERO TO WS-TOTAL-SWITCHED.
003160     MOVE ZERO TO WS-TOTAL-WON.
003170     MOVE ZERO TO WS-TOTAL-IN-SCOPE.
003180     MOVE ZERO TO WS-TOTAL-MET.
003190     MOVE ZERO TO WS-TERMS-ON-BOOKS.
003200     SET NO-PRIOR-TERM TO TRUE.
003210     PERFORM 3100-PRINT-ONE-TERM THRU 3100-EXIT
003220         VARYING WS-TERM-IDX FROM 1 BY 1
003230         UNTIL WS-TERM-IDX > WS-TERM-COUNT.
003240     DISPLAY '-----'.
003250     IF WS-TERMS-ON-BOOKS = ZERO
003260         DISPLAY '  ' WS-PLAYER-ID ' IS IN NO CLOSED TERM.'
003270         GO TO 3000-EXIT
003280     END-IF.
003290     MOVE ZERO TO WS-SWITCH-RATE.
003300     MOVE ZERO TO WS-WIN-RATE.
003310     IF WS-TOTAL-GAMES > ZERO
003320         COMPUTE WS-SWITCH-RATE ROUNDED =
003330             (WS-TOTAL-SWITCHED * 100) / WS-TOTAL-GAMES
003340         COMPUTE WS-WIN-RATE ROUNDED =
003350             (WS-TOTAL-WON * 100) / WS-TOTAL-GAMES
003360     END-IF.
003370     MOVE WS-TOTAL-GAMES    TO WS-GAMES-DISPLAY.
003380     MOVE WS-TOTAL-SWITCHED TO WS-SWITCHED-DISPLAY.
003390     MOVE WS-TOTAL-WON      TO WS-WON-DISPLAY.
003400     MOVE WS-SWITCH-RATE    TO WS-RATE-DISPLAY.
003410     MOVE WS-WIN-RATE       TO WS-WIN-DISPLAY.
003420     MOVE WS-TOTAL-MET      TO WS-MET-DISPLAY.
003430     MOVE WS-TOTAL-IN-SCOPE TO WS-SCOPE-DISPLAY.
003440     DISPLAY 'ALL TERMS              ' WS-GAMES-DISPLAY ' '
003450         WS-SWITCHED-DISPLAY ' ' WS-WON-DISPLAY '   '
003460         WS-RATE-DISPLAY ' ' WS-WIN-DISPLAY '         '
003470         WS-MET-DISPLAY '/' WS-SCOPE-DISPLAY.
003480 3000-EXIT.
003490     EXIT.
003500*
003510 3100-PRINT-ONE-TERM.
003520     IF NOT THR-ON-BOOKS(WS-TERM-IDX)
003530         DISPLAY THR-TERM-CODE(WS-TERM-IDX) ' '
003540             THR-CLOSED-DATE(WS-TERM-IDX)
003550             '        NOT ON THE BOOKS THIS TERM'
003560         GO TO 3100-EXIT
003570     END-IF.
003580     ADD 1 TO WS-TERMS-ON-BOOKS.
003590     ADD THR-GAMES-PLAYED(WS-TERM-IDX)   TO WS-TOTAL-GAMES.
003600     ADD THR-TIMES-SWITCHED(WS-TERM-IDX) TO WS-TOTAL-SWITCHED.
003610     ADD THR-TIMES-WON(WS-TERM-IDX)      TO WS-TOTAL-WON.
003620     ADD THR-ASG-IN-SCOPE(WS-TERM-IDX)   TO WS-TOTAL-IN-SCOPE.
003630     ADD THR-ASG-MET(WS-TERM-IDX)        TO WS-TOTAL-MET.
003640     MOVE ZERO   TO WS-SWITCH-RATE.
003650     MOVE ZERO   TO WS-WIN-RATE.
003660     MOVE SPACES TO WS-CHANGE-TEXT.
003670     IF THR-GAMES-PLAYED(WS-TERM-IDX) > ZERO
003680         COMPUTE WS-SWITCH-RATE ROUNDED =
003690             (THR-TIMES-SWITCHED(WS-TERM-IDX) * 100)
003700                 / THR-GAMES-PLAYED(WS-TERM-IDX)
003710         COMPUTE WS-WIN-RATE ROUNDED =
003720             (THR-TIMES-WON(WS-TERM-IDX) * 100)
003730                 / THR-GAMES-PLAYED(WS-TERM-IDX)
003740         IF HAVE-PRIOR-TERM
003750             COMPUTE WS-WIN-CHANGE =
003760                 WS-WIN-RATE - WS-PRIOR-WIN-RATE
003770             MOVE WS-WIN-CHANGE TO WS-CHANGE-DISPLAY
003780             MOVE WS-CHANGE-DISPLAY TO WS-CHANGE-TEXT
003790         END-IF
003800         MOVE WS-WIN-RATE TO WS-PRIOR-WIN-RATE
003810         SET HAVE-PRIOR-TERM TO TRUE
003820     END-IF.
003830     MOVE 'NONE SET' TO WS-STATUS-TEXT.
003840     IF THR-COMPLIANCE(WS-TERM-IDX) = 'C'
003850         MOVE 'COMPLIANT' TO WS-STATUS-TEXT
003860     END-IF.
003870     IF THR-COMPLIANCE(WS-TERM-IDX) = 'S'
003880         MOVE 'SHORT' TO WS-STATUS-TEXT
003890     END-IF.
003900     IF THR-STATE(WS-TERM-IDX) NOT = 'C'
003910         MOVE 'CLOSE OPEN' TO WS-STATUS-TEXT
003920     END-IF.
003930     MOVE THR-GAMES-PLAYED(WS-TERM-IDX)   TO WS-GAMES-DISPLAY.
003940     MOVE THR-TIMES-SWITCHED(WS-TERM-IDX) TO WS-SWITCHED-DISPLAY.
003950     MOVE THR-TIMES-WON(WS-TERM-IDX)      TO WS-WON-DISPLAY.
003960     MOVE WS-SWITCH-RATE                  TO WS-RATE-DISPLAY.
003970     MOVE WS-WIN-RATE                     TO WS-WIN-DISPLAY.
003980     MOVE THR-ASG-MET(WS-TERM-IDX)        TO WS-MET-DISPLAY.
003990     MOVE THR-ASG-IN-SCOPE(WS-TERM-IDX)   TO WS-SCOPE-DISPLAY.
004000     DISPLAY THR-TERM-CODE(WS-TERM-IDX) ' '
004010         THR-CLOSED-DATE(WS-TERM-IDX) ' '
004020         THR-COHORT-CODE(WS-TERM-IDX) ' '
004030         WS-GAMES-DISPLAY ' ' WS-SWITCHED-DISPLAY ' '
004040         WS-WON-DISPLAY '   ' WS-RATE-DISPLAY ' '
004050         WS-WIN-DISPLAY ' ' WS-CHANGE-TEXT '  '
004060         WS-MET-DISPLAY '/' WS-SCOPE-DISPLAY ' ' WS-STATUS-TEXT.
004070 3100-EXIT.
004080     EXIT.
