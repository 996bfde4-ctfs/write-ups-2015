001000* ---------------------------------------------------------------
001010* MONTYXWK  - RETENTION CROSSWALK RECORD, KEYED ON THE
001020* NON-IDENTIFYING TOKEN MONTYPRG PUT IN PLACE OF A PURGED
001030* PLAYER'S ID, ONE ENTRY PER PLAYER PURGED. THE ONLY LINK FROM
001040* A TOKEN BACK TO THE STUDENT, KEPT FOR RECORDS REQUESTS UNTIL
001050* XWK-EXPIRE-DATE. THE DATASET IS READ-PROTECTED TO THE
001060* REGISTRAR'S OFFICE AND THE LAB SUPERVISOR
001070* ---------------------------------------------------------------
001080*   10/15/26  RC  ORIGINAL LAYOUT. TOKENS ARE AN ASTERISK AND A
001090*                 SEVEN-DIGIT SEQUENCE, SO ONE CAN NEVER BE
001100*                 MISTAKEN FOR A REGISTRAR-ISSUED PLAYER ID. A
001110*                 HELD ENTRY (H) CARRIES THE STUDENT'S IDENTITY;
001120*                 ONCE THE GRACE PERIOD ENDS MONTYPRG BLANKS THE
001130*                 IDENTITY AND MARKS THE ENTRY EXPIRED (E), BUT
001140*                 KEEPS THE TOKEN SO IT IS NEVER ISSUED TWICE.
001150*
001160 01  CROSSWALK-RECORD.
001170     02  XWK-TOKEN.
001180         03  XWK-TOKEN-FLAG      PIC X(01).
001190         03  XWK-TOKEN-NUMBER    PIC 9(07).
001200     02  XWK-PLAYER-ID           PIC X(08).
001210     02  XWK-FULL-NAME           PIC X(30).
001220     02  XWK-COHORT-CODE         PIC X(04).
001230     02  XWK-ENROLL-DATE         PIC 9(08).
001240     02  XWK-DEACTIVATE-DATE     PIC 9(08).
001250     02  XWK-PURGE-DATE          PIC 9(08).
001260     02  XWK-EXPIRE-DATE         PIC 9(08).
001270     02  XWK-STATUS              PIC X(01).
001280         88  XWK-HELD                            VALUE 'H'.
001290         88  XWK-EXPIRED                         VALUE 'E'.
