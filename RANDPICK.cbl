      *          RETURN-CODE 8 SO A SHORT SAMPLE CANNOT BE HANDED ON
      *          AS COMPLETE.
      * Tectonics: cobc
      * Modifications:
      *   10/15/2026  AK  RND-STREAM-OPTION IS NOW SET TO SPACE BEFORE
      *                    EVERY RANDOM01 CALL, SO EACH RUN DRAWS A
      *                    FRESH STREAM FOR ITS RUN-ID INSTEAD OF
      *                    WHATEVER THE UNINITIALISED BYTE ASKED FOR.
      *   10/14/2026  AK  EVERY EXECUTION IS NOW REGISTERED IN THE
      *                    COMMON RUN JOURNAL THROUGH RANDJRN UNDER
      *                    THE CARD'S RUN-ID, AS RANDBATCH IS, SO THE
      *                    RUN SHOWS IN RANDJINQ, RANDREQS AND THE
      *                    RANDUSE CHARGEBACK.  A JOURNAL FAILURE
      *                    WARNS AND RUNS ON.
      *   10/06/2026  AK  THE COPY RANDPARM REPLACING LIST NOW NAMES THE
      *                    FIELDS RANDPARM HAS GAINED - RND-DICT-NAME,
      *                    RND-SHAPE-VAR, RND-STREAM-OPTION AND
      *                    RND-STREAM-POSITION - SO THE PARAMETER AREA
      *                    STAYS IN STEP WITH RANDOM01'S.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
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
               REPLACING ==PREFIX-WGTPARM== BY ==RND-WGTPARM==
                 ==PREFIX-WGT-TABLE-NAME== BY ==RND-WGT-TABLE-NAME==
                 ==PREFIX-WGT-RETURN-CODE== BY ==RND-WGT-RETURN-CODE==.
      * REQUEST AREA PASSED TO RANDJRN TO REGISTER THIS EXECUTION IN
      * THE COMMON RUN JOURNAL - THE RANDJRNP LAYOUT (SEE THAT
      * MEMBER) WITH FIELD NAMES PREFIXED RND.
           COPY RANDJRNP
               REPLACING ==PREFIX-JRNPARM== BY ==RND-JRNPARM==
                 ==PREFIX-JRN-FUNCTION== BY ==RND-JRN-FUNCTION==
                 ==PREFIX-JRN-PROGRAM== BY ==RND-JRN-PROGRAM==
                 ==PREFIX-JRN-RUN-ID== BY ==RND-JRN-RUN-ID==
                 ==PREFIX-JRN-CARD-IMAGE== BY ==RND-JRN-CARD-IMAGE==
                 ==PREFIX-JRN-RECORD-COUNT==
                   BY ==RND-JRN-RECORD-COUNT==
                 ==PREFIX-JRN-RETURN-CODE== BY ==RND-JRN-RETURN-CODE==
                 ==PREFIX-JRN-STATUS== BY ==RND-JRN-STATUS==.
       77 WS-JOURNAL-STARTED-SWITCH PIC X VALUE "N".
           88 WS-JOURNAL-STARTED          VALUE "Y".
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      ******************************************************************
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-MAINLINE-EXIT.
           PERFORM 9100-JOURNAL-END THRU 9100-EXIT
           GOBACK.
      ******************************************************************
      * 1000-INITIALIZE - READ AND VALIDATE THE ONE CONTROL CARD,
                   GO TO 1000-EXIT
           END-READ
           CLOSE RANDPICK-CONTROL-FILE
           PERFORM 9000-JOURNAL-START THRU 9000-EXIT
           IF CTL-SAMPLE-COUNT NOT NUMERIC
              OR CTL-SAMPLE-COUNT = ZERO
               DISPLAY "RANDPICK: SAMPLE COUNT ON THE CONTROL CARD "
           MOVE 1 TO RND-RANGE-LOW
           MOVE ZERO TO RND-SEED-VALUE
           MOVE CTL-RUN-ID TO RND-RUN-ID
           MOVE SPACE TO RND-STREAM-OPTION
           MOVE ZERO TO RND-BULK-REQ-COUNT
           CALL "RANDOM01" USING RND-VARIABLES
           PERFORM 2300-CHECK-RANDOM01-STATUS THRU 2300-EXIT
           MOVE ZERO TO RND-RANGE-HIGH
           MOVE ZERO TO RND-SEED-VALUE
           MOVE CTL-RUN-ID TO RND-RUN-ID
           MOVE SPACE TO RND-STREAM-OPTION
           MOVE ZERO TO RND-BULK-REQ-COUNT
           CALL "RANDOM01" USING RND-VARIABLES
           PERFORM 2300-CHECK-RANDOM01-STATUS THRU 2300-EXIT
           CLOSE RANDPICK-WORKSHEET-FILE.
       8000-EXIT.
           EXIT.
      ******************************************************************
      * 9000-JOURNAL-START - REGISTERS THIS EXECUTION IN THE COMMON
      * RUN JOURNAL AS SOON AS THE CONTROL CARD IS IN HAND, SO AN
      * ABEND ANYWHERE LATER LEAVES A VISIBLE OPEN ENTRY.  A JOURNAL
      * FAILURE WARNS AND RUNS ON.
      ******************************************************************
       9000-JOURNAL-START.
           MOVE "S" TO RND-JRN-FUNCTION
           MOVE "RANDPICK" TO RND-JRN-PROGRAM
           MOVE CTL-RUN-ID TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE ZERO TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDPICK: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF
           SET WS-JOURNAL-STARTED TO TRUE.
       9000-EXIT.
           EXIT.
      ******************************************************************
      * 9100-JOURNAL-END - CLOSES THIS EXECUTION'S JOURNAL ENTRY ON
      * THE WAY OUT WITH THE RECORDS SELECTED AND THE FINAL RETURN
      * CODE.  SKIPPED WHEN THE RUN DIED BEFORE THE START RECORD WAS
      * CUT - AN END WITHOUT A START WOULD ONLY CONFUSE THE PAIRING.
      ******************************************************************
       9100-JOURNAL-END.
           IF NOT WS-JOURNAL-STARTED
               GO TO 9100-EXIT
           END-IF
           MOVE "E" TO RND-JRN-FUNCTION
           MOVE "RANDPICK" TO RND-JRN-PROGRAM
           MOVE CTL-RUN-ID TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE WS-SELECTED-COUNT TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDPICK: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM RANDPICK.
