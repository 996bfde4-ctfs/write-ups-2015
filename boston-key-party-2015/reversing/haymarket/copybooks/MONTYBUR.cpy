001000* ---------------------------------------------------------------
001010* MONTYBUR - BURSAR CHARGEBACK FEED, WRITTEN BY MONTYCHG ONCE A
001020* MONTH. A HEADER, ONE DETAIL PER COHORT, SITE AND GAME MODE
001030* BILLED, AND A TRAILER WITH THE ROW COUNT AND HASH TOTALS THE
001040* BURSAR'S LOAD CHECKS BEFORE POSTING. AMOUNTS ARE DOLLARS AND
001050* CENTS, MINUTES ARE RUN ELAPSED TIME TO THE HUNDREDTH
001060* ---------------------------------------------------------------
001070*   10/15/26  RC  ORIGINAL LAYOUT.
001080*
001090 01  BURSAR-RECORD.
001100     02  BUR-LABEL               PIC X(04).
001110         88  BUR-HEADER                          VALUE 'HDR '.
001120         88  BUR-DETAIL                          VALUE 'DTL '.
001130         88  BUR-TRAILER                         VALUE 'TRL '.
001140     02  BUR-DETAIL-DATA.
001150         03  BUR-BILL-MONTH      PIC 9(06).
001160         03  BUR-COHORT-CODE     PIC X(04).
001170         03  BUR-SITE-CODE       PIC X(03).
001180         03  BUR-GAME-MODE       PIC X(01).
001190         03  BUR-TRIALS          PIC 9(09).
001200         03  BUR-MINUTES         PIC 9(07)V99.
001210         03  BUR-TRIAL-CHARGE    PIC 9(07)V99.
001220         03  BUR-TIME-CHARGE     PIC 9(07)V99.
001230         03  BUR-AMOUNT          PIC 9(07)V99.
001240         03  FILLER              PIC X(17).
001250     02  BUR-HEADER-DATA REDEFINES BUR-DETAIL-DATA.
001260         03  BUH-FEED-NAME       PIC X(08).
001270         03  BUH-CREATED-DATE    PIC 9(08).
001280         03  BUH-CREATED-TIME    PIC 9(06).
001290         03  BUH-BILL-MONTH      PIC 9(06).
001300         03  BUH-LOAD-ACTION     PIC X(07).
001310         03  FILLER              PIC X(41).
001320     02  BUR-TRAILER-DATA REDEFINES BUR-DETAIL-DATA.
001330         03  BUT-ROW-COUNT       PIC 9(07).
001340         03  BUT-TRIALS-TOTAL    PIC 9(11).
001350         03  BUT-AMOUNT-TOTAL    PIC 9(09)V99.
001360         03  FILLER              PIC X(47).
