001000* ---------------------------------------------------------------
001010* MONTYTRH  - FROZEN TERM HISTORY RECORD, KEYED ON TERM CODE
001020* PLUS PLAYER ID. WRITTEN ONCE PER TERM BY THE MONTYTRM TERM
001030* CLOSE - EACH PLAYER'S FINAL MONTYLDR STANDING AND ASSIGNMENT
001040* COMPLIANCE. ITS FIGURES ARE NEVER RECOMPUTED, BUT AN ENTRY
001042* FOLLOWS ITS PLAYER WHEN THE ID CHANGES. READ BY MONTYTHR
001050* TO COMPARE A STUDENT ACROSS SEMESTERS
001060* ---------------------------------------------------------------
001070*   10/15/26  RC  ORIGINAL LAYOUT. TERM CODES ARE THE YEAR AND A
001080*                 TWO-DIGIT TERM NUMBER (202601 SPRING, 202602
001090*                 SUMMER, 202603 FALL) SO THE TERMS SORT IN
001100*                 CALENDAR ORDER. THE ENTRY WITH A BLANK PLAYER
001110*                 ID IS THE TERM'S CONTROL RECORD - IT SORTS
001120*                 AHEAD OF THE TERM'S PLAYERS, CARRIES THE CLOSE
001130*                 DATE AND TOTALS IN THE TRC- VIEW, AND ITS
001140*                 PRESENCE IS WHAT MARKS THE TERM CLOSED.
001142*   10/15/26  RC  MONTYPRG MOVES A PURGED PLAYER'S ENTRIES TO
001144*                 THE TOKEN WITH THE NAME BLANKED, AND MONTYRKY
001146*                 MOVES A RE-KEYED PLAYER'S ENTRIES TO THE NEW
001147*                 ID - ADDED INTO THE NEW ID'S ENTRY FOR A TERM
001148*                 IT ALREADY HAS, WITH TRC-PLAYER-COUNT ONE LESS.
001150*
001160 01  TERM-HISTORY-RECORD.
001170     02  TRH-KEY.
001180         03  TRH-TERM-CODE       PIC X(06).
001190         03  TRH-PLAYER-ID       PIC X(08).
001200     02  TRH-PLAYER-DATA.
001210         03  TRH-FULL-NAME       PIC X(30).
001220         03  TRH-COHORT-CODE     PIC X(04).
001230         03  TRH-GAMES-PLAYED    PIC 9(07).
001240         03  TRH-TIMES-SWITCHED  PIC 9(07).
001250         03  TRH-TIMES-WON       PIC 9(07).
001260         03  TRH-ASG-IN-SCOPE    PIC 9(03).
001270         03  TRH-ASG-MET         PIC 9(03).
001280         03  TRH-COMPLIANCE      PIC X(01).
001290             88  TRH-COMPLIANT                   VALUE 'C'.
001300             88  TRH-SHORT                       VALUE 'S'.
001310             88  TRH-NOT-ASSIGNED                VALUE 'N'.
001320     02  TRH-CONTROL-DATA REDEFINES TRH-PLAYER-DATA.
001330         03  TRC-TERM-START-DATE PIC 9(08).
001340         03  TRC-CLOSED-DATE     PIC 9(08).
001350         03  TRC-CLOSED-TIME     PIC 9(06).
001360         03  TRC-PLAYER-COUNT    PIC 9(05).
001370         03  TRC-ASG-COUNT       PIC 9(03).
001380         03  TRC-GAMES-TOTAL     PIC 9(09).
001390         03  TRC-STATE           PIC X(01).
001400             88  TRC-SNAPSHOT-TAKEN              VALUE 'S'.
001410             88  TRC-CLOSE-COMPLETE              VALUE 'C'.
001420         03  FILLER              PIC X(22).
