001000* ---------------------------------------------------------------
001010* MONTYCHS  - PLAYER COHORT HISTORY, KEYED ON PLAYER ID PLUS
001020* EFFECTIVE DATE, ONE ENTRY PER DAY A PLAYER'S COHORT OR STATUS
001030* CHANGED. EACH ENTRY CARRIES THE COHORT AND STATUS IN EFFECT
001040* FROM ITS EFFECTIVE DATE UNTIL THE PLAYER'S NEXT ENTRY. WRITTEN
001050* BY MONTYMNT AND MONTYENR (AND SEEDED ONCE BY MONTYCHL), READ
001060* BY MONTYCOH AND MONTYCMP TO PUT EACH GAME IN THE COHORT THE
001070* PLAYER WAS IN ON THE GAME'S LOG-DATE
001080* ---------------------------------------------------------------
001090*   10/15/26  RC  ORIGINAL LAYOUT. A SECOND CHANGE ON THE SAME
001100*                 DAY REPLACES THAT DAY'S ENTRY. CHS-SOURCE
001110*                 NAMES THE PROGRAM THAT WROTE THE ENTRY.
001120*
001130 01  COHORT-HISTORY-RECORD.
001140     02  CHS-KEY.
001150         03  CHS-PLAYER-ID       PIC X(08).
001160         03  CHS-EFFECTIVE-DATE  PIC 9(08).
001170     02  CHS-COHORT-CODE         PIC X(04).
001180     02  CHS-STATUS              PIC X(01).
001190         88  CHS-ACTIVE                          VALUE 'A'.
001200         88  CHS-INACTIVE                        VALUE 'I'.
001210     02  CHS-SOURCE              PIC X(08).
001220     02  CHS-RECORDED-DATE       PIC 9(08).
