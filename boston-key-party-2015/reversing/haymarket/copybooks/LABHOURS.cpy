001000* ---------------------------------------------------------------
001010* LABHOURS - POSTED LAB OPERATING HOURS, ONE CARD PER SITE PER
001020* DAY OF THE WEEK THE LAB IS OPEN, READ BY MONTYITG. COLUMNS
001030* 1-3 SITE CODE (MN1 MAIN LAB, AX1 ANNEX), 4 DAY OF THE WEEK
001040* (1 MONDAY THROUGH 7 SUNDAY), 5-8 OPENING TIME HHMM, 9-12
001050* CLOSING TIME HHMM (2400 FOR MIDNIGHT), 13-42 A DESCRIPTION,
001060* REST OF THE CARD UNUSED. A SITE WITH CARDS IS CLOSED ON ANY
001070* DAY IT HAS NO CARD FOR. A CARD WITH AN ASTERISK IN COLUMN 1
001080* IS A COMMENT
001090* ---------------------------------------------------------------
001100*   10/15/26  RC  ORIGINAL LAYOUT.
001110*
001120 01  LAB-HOURS-CARD.
001130     02  HRS-SITE-CODE           PIC X(03).
001140     02  HRS-SITE-FLAG REDEFINES HRS-SITE-CODE.
001150         03  HRS-COMMENT-FLAG    PIC X(01).
001160             88  HRS-COMMENT                     VALUE '*'.
001170         03  FILLER              PIC X(02).
001180     02  HRS-DAY-OF-WEEK         PIC 9(01).
001190     02  HRS-OPEN-TIME.
001200         03  HRS-OPEN-HH         PIC 9(02).
001210         03  HRS-OPEN-MM         PIC 9(02).
001220     02  HRS-CLOSE-TIME.
001230         03  HRS-CLOSE-HH        PIC 9(02).
001240         03  HRS-CLOSE-MM        PIC 9(02).
001250     02  HRS-DESCRIPTION         PIC X(30).
001260     02  FILLER                  PIC X(38).
