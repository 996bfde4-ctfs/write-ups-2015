001000* ---------------------------------------------------------------
001010* MONTYGIX  - PLAYER GAME INDEX RECORD, ONE PER GAME ON THE
001020* LIVE MONTYLOG AND EVERY MONTYCAT ARCHIVE GENERATION, KEYED ON
001030* PLAYER ID PLUS GAME DATE AND TIME. BUILT AND KEPT CURRENT BY
001040* MONTYIDX, READ BY MONTYSTM AND MONTYCMP WHEN THEY ARE ASKED
001050* FOR ONLY SOME PLAYERS OR DATES
001060* ---------------------------------------------------------------
001070*   10/15/26  RC  ORIGINAL LAYOUT. GIX-GENERATION AND
001080*                 GIX-RECORD-NUMBER POINT AT THE GAME'S HOME -
001090*                 GENERATION ZERO IS THE LIVE MONTYLOG, ANY
001100*                 OTHER IS THE MONTYCAT GENERATION OF THAT
001110*                 NUMBER, AND THE RECORD NUMBER IS THE GAME'S
001120*                 POSITION IN THAT DATASET COUNTING FROM ONE.
001130*                 THEY ALSO KEEP THE KEY UNIQUE WHEN A PLAYER
001140*                 LOGS TWO GAMES IN THE SAME SECOND. THE LOG AND
001150*                 ARCHIVES ARE SEQUENTIAL AND CANNOT BE READ BY
001160*                 POSITION, SO THE ENTRY ALSO CARRIES A COPY OF
001170*                 THE MONTYLOG RECORD FOR THE READERS. THE ENTRY
001180*                 WITH A BLANK PLAYER ID IS THE INDEX'S CONTROL
001190*                 RECORD - IT SORTS AHEAD OF EVERY PLAYER AND
001200*                 CARRIES THE BUILD COUNTS AND THE VERIFY STATE
001210*                 IN THE GIC- VIEW. READERS TRUST THE INDEX ONLY
001220*                 WHILE GIC-VERIFIED IS SET AND GIC-LIVE-COUNT AND
001221*                 GIC-HIGH-GENERATION STILL MATCH MONTYLOG AND
001222*                 MONTYCAT.
001230*
001240 01  GAME-INDEX-RECORD.
001250     02  GIX-KEY.
001260         03  GIX-PLAYER-ID       PIC X(08).
001270         03  GIX-GAME-DATE       PIC 9(08).
001280         03  GIX-GAME-TIME       PIC 9(06).
001290         03  GIX-GENERATION      PIC 9(04).
001300         03  GIX-RECORD-NUMBER   PIC 9(09).
001310     02  GIX-LOG-IMAGE           PIC X(49).
001320     02  GIX-CONTROL-DATA REDEFINES GIX-LOG-IMAGE.
001330         03  GIC-STATE           PIC X(01).
001340             88  GIC-UNVERIFIED                  VALUE 'U'.
001350             88  GIC-VERIFIED                    VALUE 'V'.
001360         03  GIC-BUILT-DATE      PIC 9(08).
001370         03  GIC-BUILT-TIME      PIC 9(06).
001380         03  GIC-LIVE-COUNT      PIC 9(09).
001390         03  GIC-ARCHIVE-COUNT   PIC 9(09).
001400         03  GIC-HIGH-GENERATION PIC 9(04).
001410         03  GIC-VERIFIED-DATE   PIC 9(08).
001420         03  FILLER              PIC X(04).
