      *          UNDER A MESSAGE AND THE RUN ENDS WITH RETURN-CODE 8).
      * Tectonics: cobc
      * Modifications:
      *   10/15/2026  AK  RND-STREAM-OPTION IS NOW SET TO SPACE BEFORE
      *                    EVERY RANDOM01 CALL, SO EACH RUN DRAWS A
      *                    FRESH STREAM FOR ITS RUN-ID INSTEAD OF
      *                    WHATEVER THE UNINITIALISED BYTE ASKED FOR.
      *   10/06/2026  AK  THE COPY RANDPARM REPLACING LIST NOW NAMES THE
      *                    FIELDS RANDPARM HAS GAINED - RND-DICT-NAME,
      *                    RND-SHAPE-VAR, RND-STREAM-OPTION AND
      *                    RND-STREAM-POSITION - SO THE PARAMETER AREA
      *                    STAYS IN STEP WITH RANDOM01'S.
      *   09/02/2026  AK  EVERY EXECUTION IS NOW REGISTERED IN THE
      *                    COMMON RUN JOURNAL THROUGH RANDJRN: A
      *                    START RECORD CUT AT INITIALIZATION (SO AN
                 ==PREFIX-AMT-HIGH== BY ==RND-AMT-HIGH==
                 ==PREFIX-AMT-SKEW== BY ==RND-AMT-SKEW==
                 ==PREFIX-AMT-SIGN== BY ==RND-AMT-SIGN==
                 ==PREFIX-DICT-NAME== BY ==RND-DICT-NAME==
                 ==PREFIX-SHAPE-VAR== BY ==RND-SHAPE-VAR==
                 ==PREFIX-STREAM-OPTION== BY ==RND-STREAM-OPTION==
                 ==PREFIX-AMOUNT-VAR== BY ==RND-AMOUNT-VAR==
                 ==PREFIX-STATUS-CODE== BY ==RND-STATUS-CODE==
                 ==PREFIX-REASON-CODE== BY ==RND-REASON-CODE==
                 ==PREFIX-STREAM-POSITION==
                   BY ==RND-STREAM-POSITION==
                 ==PREFIX-BULK-AREA== BY ==RND-BULK-AREA==
                 ==PREFIX-BULK-REQ-COUNT== BY ==RND-BULK-REQ-COUNT==
                 ==PREFIX-BULK-RET-COUNT== BY ==RND-BULK-RET-COUNT==
           MOVE CTL-DATE-HIGH   TO RND-DATE-HIGH
           MOVE CTL-DATE-OPTION TO RND-DATE-OPTION
           MOVE CTL-RUN-ID      TO RND-RUN-ID
           MOVE SPACE           TO RND-STREAM-OPTION
      * A MODE 07 LINE CARRIES ITS BOUNDS IN THE RANGE COLUMNS AS
      * WHOLE CENTS; THE PARAMETER AREA TAKES DOLLARS AND CENTS.
           IF CTL-MODE = 07
