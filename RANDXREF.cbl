      *          RANDAUD, OR WHENEVER THE SAMPLING DESK NEEDS THE
      *          CROSS-REFERENCE BROUGHT UP TO DATE.
      * Tectonics: cobc
      * Modifications:
      *   10/08/2026  AK  THE SORT RECORD WIDENS TO MATCH RANDAUD'S
      *                    NEW CHECK VALUE (SRT-CHAIN-VALUE).  MODE 98
      *                    CHAIN ANCHORS LOAD LIKE THE MODE 99
      *                    MARKERS, UNDER VALUE ZERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           10 SRT-MODE         PIC 9(02).
           10 SRT-RND-VAR      PIC 9(09).
           10 SRT-RUN-ID       PIC X(08).
           10 SRT-CHAIN-VALUE  PIC 9(18).
      * THE CROSS-REFERENCE RECORD, SHARED WITH RANDINQ THROUGH COPY
      * RANDXRFR.
       FD  RANDXREF-XREF-FILE.
