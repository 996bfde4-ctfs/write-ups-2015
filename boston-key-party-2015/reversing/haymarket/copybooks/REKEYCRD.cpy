001000* ---------------------------------------------------------------
001010* REKEYCRD - ONE CARD PER PLAYER ID TO BE RE-KEYED, READ BY THE
001020* MONTYRKY BATCH RE-KEY. COLUMNS 1-8 THE OLD PLAYER ID WHOSE
001030* HISTORY MOVES, COLUMNS 9-16 THE NEW PLAYER ID IT MOVES TO,
001040* WHICH MUST ALREADY BE AN ACTIVE ENTRY ON MONTYPLR. THE REST
001050* OF THE CARD IS UNUSED AND FREE FOR THE REGISTRAR'S NOTES
001060* ---------------------------------------------------------------
001070*   10/15/26  RC  ORIGINAL LAYOUT.
001080*
001090 01  REKEY-CARD.
001100     02  RKC-OLD-PLAYER-ID       PIC X(08).
001110     02  RKC-NEW-PLAYER-ID       PIC X(08).
001120     02  FILLER                  PIC X(64).
