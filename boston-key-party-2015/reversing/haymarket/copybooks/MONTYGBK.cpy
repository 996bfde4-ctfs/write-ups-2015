001000* ---------------------------------------------------------------
001010* MONTYGBK  - GRADEBOOK INTERFACE RECORD FOR THE COLLEGE LMS,
001020* WRITTEN BY MONTYLMS. A HEADER (HDR), ONE DETAIL ROW (DTL) PER
001030* STUDENT PER ASSIGNMENT, AND A TRAILER (TRL) CARRYING THE ROW
001040* COUNT AND THE SUM OF THE SCORES AS A HASH THE LMS CHECKS
001050* BEFORE IT POSTS THE FILE
001060* ---------------------------------------------------------------
001070*   10/15/26  RC  ORIGINAL LAYOUT. THE HEADER NAMES THE
001080*                 ASSIGNMENT THE FILE COVERS (ALL FOR EVERY
001090*                 ASSIGNMENT) AND ASKS THE LMS TO REPLACE THE
001100*                 SCORES IT HOLDS FOR THAT SCOPE, SO A RERUN
001110*                 NEVER LEAVES DUPLICATE ROWS IN THE GRADEBOOK.
001120*                 SCORES CARRY TWO IMPLIED DECIMALS.
001121*                 GBK-LATE-FLAG IS Y ONLY WHEN LATE GAMES WERE
001122*                 NEEDED TO REACH THE REQUIRED TRIALS, AND SO
001123*                 THE LATE PENALTY WAS TAKEN. GBK-LATE-TRIALS
001124*                 COUNTS EVERY LATE GAME PLAYED, NEEDED OR NOT.
001130*
001140 01  GRADEBOOK-RECORD.
001150     02  GBK-LABEL               PIC X(04).
001160         88  GBK-HEADER                          VALUE 'HDR '.
001170         88  GBK-DETAIL                          VALUE 'DTL '.
001180         88  GBK-TRAILER                         VALUE 'TRL '.
001190     02  GBK-DETAIL-DATA.
001200         03  GBK-PLAYER-ID       PIC X(08).
001210         03  GBK-ASSIGN-ID       PIC X(06).
001220         03  GBK-TRIALS-DONE     PIC 9(07).
001230         03  GBK-TRIALS-REQUIRED PIC 9(07).
001240         03  GBK-SCORE           PIC 9(03)V99.
001250         03  GBK-MAX-SCORE       PIC 9(03).
001260         03  GBK-LATE-FLAG       PIC X(01).
001270             88  GBK-LATE                        VALUE 'Y'.
001280             88  GBK-ON-TIME                     VALUE 'N'.
001290         03  GBK-LATE-TRIALS     PIC 9(07).
001300         03  FILLER              PIC X(32).
001310     02  GBK-HEADER-DATA REDEFINES GBK-DETAIL-DATA.
001320         03  GBH-FEED-NAME       PIC X(08).
001330         03  GBH-CREATED-DATE    PIC 9(08).
001340         03  GBH-CREATED-TIME    PIC 9(06).
001350         03  GBH-ASSIGN-SCOPE    PIC X(06).
001360         03  GBH-LOAD-ACTION     PIC X(07).
001370         03  FILLER              PIC X(41).
001380     02  GBK-TRAILER-DATA REDEFINES GBK-DETAIL-DATA.
001390         03  GBT-ROW-COUNT       PIC 9(07).
001400         03  GBT-SCORE-HASH      PIC 9(09)V99.
001410         03  FILLER              PIC X(58).
