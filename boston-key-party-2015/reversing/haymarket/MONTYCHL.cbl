001000* ---------------------------------------------------------------
001010* MONTYCHL  - ONE-TIME SEED LOAD OF THE MONTYCHS COHORT HISTORY
001020* ---------------------------------------------------------------
001030 IDENTIFICATION DIVISION.
001040 PROGRAM-ID.    MONTYCHL.
001050 AUTHOR.        R CHALFANT.
001060 INSTALLATION.  HAYMARKET TRAINING LAB.
001070 DATE-WRITTEN.  10/15/2026.
001080 DATE-COMPILED.
001090*
001100* MODIFICATION HISTORY
001110*   10/15/26  RC  ORIGINAL SEED LOAD FOR THE NEW MONTYCHS COHORT
001120*                 HISTORY. WALKS MONTYPLR IN KEY ORDER AND, FOR
001130*                 EVERY PLAYER WITH NO HISTORY YET, WRITES ONE
001140*                 ENTRY FOR THE CURRENT COHORT EFFECTIVE FROM
001150*                 PLR-ENROLL-DATE. AN INACTIVE PLAYER ALSO GETS
001160*                 AN INACTIVE ENTRY DATED TODAY, SINCE THE
001170*                 MASTER NEVER RECORDED WHEN THE DEACTIVATION
001180*                 HAPPENED. A PLAYER WHO ALREADY HAS HISTORY IS
001190*                 LEFT ALONE, SO A SECOND RUN ONLY PICKS UP
001200*                 PLAYERS THE FIRST ONE MISSED. RUN ONCE AFTER
001210*                 THE NEW MONTYMNT/MONTYENR BUILD GOES IN.
001220*
001230 ENVIRONMENT DIVISION.
001240 CONFIGURATION SECTION.
001250 SOURCE-COMPUTER.   GNUCOBOL.
001260 OBJECT-COMPUTER.   GNUCOBOL.
001270*
001280 INPUT-OUTPUT SECTION.
001290 FILE-CONTROL.
001300     SELECT PLAYER-FILE ASSIGN TO "MONTYPLR"
001310         ORGANIZATION INDEXED
001320         ACCESS MODE DYNAMIC
001330         RECORD KEY IS PLR-PLAYER-ID
001340         FILE STATUS IS WS-PLR-STATUS.
001350     SELECT COHORT-HISTORY-FILE ASSIGN TO "MONTYCHS"
001360         ORGANIZATION INDEXED
001370         ACCESS MODE DYNAMIC
001380         RECORD KEY IS CHS-KEY
001390         FILE STATUS IS WS-CHS-STATUS.
001400*
001410 DATA DIVISION.
001420 FILE SECTION.
001430 FD  PLAYER-FILE.
001440 COPY MONTYPLR.
001450*
001460 FD  COHORT-HISTORY-FILE.
001470 COPY MONTYCHS.
001480*
001490 WORKING-STORAGE SECTION.
001500*
001510* ---------------------------------------------------------------
001520* READ CONTROL AND FILE STATUS
001530* ---------------------------------------------------------------
001540 77  WS-PLR-EOF-SW             PIC X(01)      VALUE 'N'.
001550     88  PLR-EOF                              VALUE 'Y'.
001560     88  PLR-NOT-EOF                          VALUE 'N'.
001570 77  WS-PLR-STATUS             PIC X(02)      VALUE SPACES.
001580 77  WS-CHS-STATUS             PIC X(02)      VALUE SPACES.
001590 77  WS-TODAY-DATE             PIC 9(08)      VALUE ZERO.
001600 77  WS-HAS-HISTORY-SW         PIC X(01)      VALUE 'N'.
001610     88  HAS-HISTORY                          VALUE 'Y'.
001620     88  HAS-NO-HISTORY                       VALUE 'N'.
001630*
001640* ---------------------------------------------------------------
001650* SEED TALLIES FOR THE CONTROL TOTALS
001660* ---------------------------------------------------------------
001670 77  WS-PLAYERS-READ           PIC 9(07) COMP VALUE ZERO.
001680 77  WS-PLAYERS-SEEDED         PIC 9(07) COMP VALUE ZERO.
001690 77  WS-PLAYERS-SKIPPED        PIC 9(07) COMP VALUE ZERO.
001700 77  WS-ENTRIES-WRITTEN        PIC 9(07) COMP VALUE ZERO.
001710 77  WS-WRITE-ERRORS           PIC 9(07) COMP VALUE ZERO.
001720 77  WS-COUNT-DISPLAY          PIC 9(07)      VALUE ZERO.
001730*
001740 PROCEDURE DIVISION.
001750*
001760* ---------------------------------------------------------------
001770* 0000-MAINLINE
001780* ---------------------------------------------------------------
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001810     PERFORM 2000-SEED-ONE-PLAYER THRU 2000-EXIT
001820         UNTIL PLR-EOF.
001830     PERFORM 8000-PRINT-CONTROL-TOTALS THRU 8000-EXIT.
001840     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001850     STOP RUN.
001860*
001870* ---------------------------------------------------------------
001880* 1000-INITIALIZE - OPEN THE MASTER, OPEN THE HISTORY (CREATING
001890* IT ON FIRST USE THE WAY MONTYMNT CREATES MONTYPLR) AND
001900* POSITION AT THE FIRST PLAYER
001910* ---------------------------------------------------------------
001920 1000-INITIALIZE.
001930     DISPLAY 'MONTYCHL: COHORT HISTORY SEED LOAD'.
001940     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001950     OPEN INPUT PLAYER-FILE.
001960     IF WS-PLR-STATUS NOT = '00'
001970         DISPLAY 'MONTYCHL: CANNOT OPEN PLAYER MASTER MONTYPLR,'
001980             ' STATUS ' WS-PLR-STATUS '.'
001990         MOVE 12 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002020     OPEN I-O COHORT-HISTORY-FILE.
002030     IF WS-CHS-STATUS = '35'
002040         OPEN OUTPUT COHORT-HISTORY-FILE
002050         CLOSE COHORT-HISTORY-FILE
002060         OPEN I-O COHORT-HISTORY-FILE
002070     END-IF.
002080     IF WS-CHS-STATUS NOT = '00'
002090         DISPLAY 'MONTYCHL: CANNOT OPEN MONTYCHS, STATUS '
002100             WS-CHS-STATUS '.'
002110         MOVE 12 TO RETURN-CODE
002120         STOP RUN
002130     END-IF.
002140     SET PLR-NOT-EOF TO TRUE.
002150     MOVE LOW-VALUES TO PLR-PLAYER-ID.
002160     START PLAYER-FILE KEY NOT < PLR-PLAYER-ID
002170         INVALID KEY
002180             SET PLR-EOF TO TRUE
002190     END-START.
002200 1000-EXIT.
002210     EXIT.
002220*
002230* ---------------------------------------------------------------
002240* 2000-SEED-ONE-PLAYER - READ THE NEXT MASTER RECORD AND SEED ITS
002250* HISTORY UNLESS IT ALREADY HAS SOME
002260* ---------------------------------------------------------------
002270 2000-SEED-ONE-PLAYER.
002280     READ PLAYER-FILE NEXT RECORD
002290         AT END
002300             SET PLR-EOF TO TRUE
002310             GO TO 2000-EXIT
002320     END-READ.
002330     ADD 1 TO WS-PLAYERS-READ.
002340     PERFORM 2100-CHECK-HISTORY THRU 2100-EXIT.
002350     IF HAS-HISTORY
002360         ADD 1 TO WS-PLAYERS-SKIPPED
002370         GO TO 2000-EXIT
002380     END-IF.
002390     MOVE PLR-ENROLL-DATE TO CHS-EFFECTIVE-DATE.
002400     MOVE 'A'             TO CHS-STATUS.
002410     PERFORM 2200-WRITE-ONE-ENTRY THRU 2200-EXIT.
002420     IF PLR-INACTIVE
002430         MOVE WS-TODAY-DATE TO CHS-EFFECTIVE-DATE
002440         MOVE 'I'           TO CHS-STATUS
002450         PERFORM 2200-WRITE-ONE-ENTRY THRU 2200-EXIT
002460     END-IF.
002470     ADD 1 TO WS-PLAYERS-SEEDED.
002480     DISPLAY 'CHL: ' PLR-PLAYER-ID ' COHORT ' PLR-COHORT-CODE
002490         ' FROM ' PLR-ENROLL-DATE ' STATUS ' PLR-STATUS.
002500 2000-EXIT.
002510     EXIT.
002520*
002530* ---------------------------------------------------------------
002540* 2100-CHECK-HISTORY - DOES THE PLAYER ALREADY HAVE ANY ENTRY?
002550* ---------------------------------------------------------------
002560 2100-CHECK-HISTORY.
002570     SET HAS-NO-HISTORY TO TRUE.
002580     MOVE PLR-PLAYER-ID TO CHS-PLAYER-ID.
002590     MOVE ZERO          TO CHS-EFFECTIVE-DATE.
002600     START COHORT-HISTORY-FILE KEY NOT < CHS-KEY
002610         INVALID KEY
002620             GO TO 2100-EXIT
002630     END-START.
002640     READ COHORT-HISTORY-FILE NEXT RECORD
002650         AT END
002660             GO TO 2100-EXIT
002670     END-READ.
002680     IF CHS-PLAYER-ID = PLR-PLAYER-ID
002690         SET HAS-HISTORY TO TRUE
002700     END-IF.
002710 2100-EXIT.
002720     EXIT.
002730*
002740* ---------------------------------------------------------------
002750* 2200-WRITE-ONE-ENTRY - EFFECTIVE DATE AND STATUS ARE ALREADY
002760* SET. AN ENROLLMENT DATED TODAY FOR AN INACTIVE PLAYER MAKES
002770* THE SECOND ENTRY REPLACE THE FIRST
002780* ---------------------------------------------------------------
002790 2200-WRITE-ONE-ENTRY.
002800     MOVE PLR-PLAYER-ID   TO CHS-PLAYER-ID.
002810     MOVE PLR-COHORT-CODE TO CHS-COHORT-CODE.
002820     MOVE 'MONTYCHL'      TO CHS-SOURCE.
002830     MOVE WS-TODAY-DATE   TO CHS-RECORDED-DATE.
002840     WRITE COHORT-HISTORY-RECORD
002850         INVALID KEY
002860             REWRITE COHORT-HISTORY-RECORD
002870                 INVALID KEY
002880                     CONTINUE
002890             END-REWRITE
002900     END-WRITE.
002910     IF WS-CHS-STATUS NOT = '00'
002920         DISPLAY 'MONTYCHL: WRITE FAILED, STATUS ' WS-CHS-STATUS
002930             ' FOR ' PLR-PLAYER-ID '.'
002940         ADD 1 TO WS-WRITE-ERRORS
002950         GO TO 2200-EXIT
002960     END-IF.
002970     ADD 1 TO WS-ENTRIES-WRITTEN.
002980 2200-EXIT.
002990     EXIT.
003000*
003010* ---------------------------------------------------------------
003020* 8000-PRINT-CONTROL-TOTALS - READ = SEEDED + SKIPPED
003030* ---------------------------------------------------------------
003040 8000-PRINT-CONTROL-TOTALS.
003050     DISPLAY '===== MONTYCHL CONTROL TOTALS ====='.
003060     MOVE WS-PLAYERS-READ TO WS-COUNT-DISPLAY.
003070     DISPLAY 'PLAYERS READ       : ' WS-COUNT-DISPLAY.
003080     MOVE WS-PLAYERS-SEEDED TO WS-COUNT-DISPLAY.
003090     DISPLAY 'PLAYERS SEEDED     : ' WS-COUNT-DISPLAY.
003100     MOVE WS-PLAYERS-SKIPPED TO WS-COUNT-DISPLAY.
003110     DISPLAY 'ALREADY HAD HISTORY: ' WS-COUNT-DISPLAY.
003120     MOVE WS-ENTRIES-WRITTEN TO WS-COUNT-DISPLAY.
003130     DISPLAY 'ENTRIES WRITTEN    : ' WS-COUNT-DISPLAY.
003140     MOVE WS-WRITE-ERRORS TO WS-COUNT-DISPLAY.
003150     DISPLAY 'WRITE ERRORS       : ' WS-COUNT-DISPLAY.
003160 8000-EXIT.
003170     EXIT.
003180*
003190* ---------------------------------------------------------------
003200* 9000-TERMINATE - CLOSE BOTH FILES. A FAILED WRITE ENDS THE
003210* STEP WITH RETURN CODE 8 SO THE MISSING ENTRIES GET LOOKED AT
003220* ---------------------------------------------------------------
003230 9000-TERMINATE.
003240     CLOSE PLAYER-FILE.
003250     CLOSE COHORT-HISTORY-FILE.
003260     IF WS-WRITE-ERRORS > ZERO
003270         MOVE 8 TO RETURN-CODE
003280     END-IF.
003290 9000-EXIT.
003300     EXIT.
