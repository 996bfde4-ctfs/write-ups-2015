001000* ---------------------------------------------------------------
001010* CHGRATE  - LAB USAGE RATE CARD, ONE CARD PER GAME MODE, READ
001020* BY MONTYCHG. COLUMN 1 GAME MODE (C CLASSIC, P PROGRESSIVE,
001030* I IGNORANT), 2-8 DOLLARS PER TRIAL PLAYED (999V9999), 9-15
001040* DOLLARS PER MINUTE OF RUN ELAPSED TIME (999V9999), 16-45 A
001050* DESCRIPTION FOR THE INVOICE, REST OF THE CARD UNUSED. A CARD
001060* WITH AN ASTERISK IN COLUMN 1 IS A COMMENT
001070* ---------------------------------------------------------------
001080*   10/15/26  RC  ORIGINAL LAYOUT.
001090*
001100 01  RATE-CARD.
001110     02  RTE-GAME-MODE           PIC X(01).
001120         88  RTE-COMMENT                         VALUE '*'.
001130         88  RTE-CLASSIC                         VALUE 'C'.
001140         88  RTE-PROGRESSIVE                     VALUE 'P'.
001150         88  RTE-IGNORANT                        VALUE 'I'.
001160     02  RTE-TRIAL-RATE          PIC 9(03)V9(04).
001170     02  RTE-MINUTE-RATE         PIC 9(03)V9(04).
001180     02  RTE-DESCRIPTION         PIC X(30).
001190     02  FILLER                  PIC X(35).
