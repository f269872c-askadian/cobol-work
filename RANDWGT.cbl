      *          SCANNED AND CLOSED ON EVERY CALL, SO A CALLER MAY
      *          LOAD AS MANY DIFFERENT TABLES AS IT LIKES.
      * Tectonics: cobc
      * Modifications:
      *   10/06/2026  AK  THE COPY RANDPARM REPLACING LIST NOW NAMES THE
      *                    FIELDS RANDPARM HAS GAINED - LS-DICT-NAME,
      *                    LS-SHAPE-VAR, LS-STREAM-OPTION AND
      *                    LS-STREAM-POSITION - SO THE CALLER'S AREA IS
      *                    MAPPED IN STEP WITH RANDOM01'S.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                 ==PREFIX-AMT-HIGH== BY ==LS-AMT-HIGH==
                 ==PREFIX-AMT-SKEW== BY ==LS-AMT-SKEW==
                 ==PREFIX-AMT-SIGN== BY ==LS-AMT-SIGN==
                 ==PREFIX-DICT-NAME== BY ==LS-DICT-NAME==
                 ==PREFIX-SHAPE-VAR== BY ==LS-SHAPE-VAR==
                 ==PREFIX-STREAM-OPTION== BY ==LS-STREAM-OPTION==
                 ==PREFIX-AMOUNT-VAR== BY ==LS-AMOUNT-VAR==
                 ==PREFIX-STATUS-CODE== BY ==LS-STATUS-CODE==
                 ==PREFIX-REASON-CODE== BY ==LS-REASON-CODE==
                 ==PREFIX-STREAM-POSITION==
                   BY ==LS-STREAM-POSITION==
                 ==PREFIX-BULK-AREA== BY ==LS-BULK-AREA==
                 ==PREFIX-BULK-REQ-COUNT== BY ==LS-BULK-REQ-COUNT==
                 ==PREFIX-BULK-RET-COUNT== BY ==LS-BULK-RET-COUNT==
