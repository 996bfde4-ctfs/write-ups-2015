001000* ---------------------------------------------------------------
001010* GRADERUL - ONE CARD PER ASSIGNMENT ON THE INSTRUCTOR'S GRADING
001020* RULE TABLE, READ BY MONTYLMS. COLUMNS 1-6 ASSIGNMENT ID
001030* (ALL ASTERISKS FOR THE DEFAULT RULE), 7-9 POINTS FOR A
001040* COMPLETE ASSIGNMENT, 10 PARTIAL CREDIT (Y = IN PROPORTION TO
001050* THE TRIALS DONE, N = ALL OR NOTHING), 11-13 THE LEAST PERCENT
001060* OF THE REQUIRED TRIALS THAT EARNS PARTIAL CREDIT, 14-16 THE
001070* PERCENT TAKEN OFF A SCORE THAT NEEDED LATE GAMES, 17-19 THE
001080* DAYS AFTER THE DUE DATE A LATE GAME STILL COUNTS (000 = NO
001090* LIMIT), REST OF THE CARD UNUSED
001100* ---------------------------------------------------------------
001110*   10/15/26  RC  ORIGINAL LAYOUT.
001120*
001130 01  GRADE-RULE-CARD.
001140     02  GRR-ASSIGN-ID           PIC X(06).
001150         88  GRR-DEFAULT-RULE                    VALUE '******'.
001160     02  GRR-MAX-SCORE           PIC 9(03).
001170     02  GRR-PARTIAL-SW          PIC X(01).
001180         88  GRR-PARTIAL-CREDIT                  VALUE 'Y'.
001190         88  GRR-ALL-OR-NOTHING                  VALUE 'N'.
001200     02  GRR-PARTIAL-FLOOR       PIC 9(03).
001210     02  GRR-LATE-PENALTY        PIC 9(03).
001220     02  GRR-LATE-CUTOFF-DAYS    PIC 9(03).
001230     02  FILLER                  PIC X(61).
