      *          DELIVERY HASHES THE WEIGHT-TABLE DRAW, WHICH IS NOT
      *          IN THE FILE, SO ITS HASH IS REPORTED NOT
      *          RECOMPUTABLE AND ONLY THE COUNTS ARE COMPARED.
      *          THE AUDIT TRAIL IS ALSO WALKED THROUGH RANDCHN FROM
      *          THE TOP TO THE END OF THE RUN DATE: A BREAK IN THE
      *          CHECK-VALUE CHAIN ANYWHERE UP TO AND INCLUDING THE
      *          RUN'S DAY MEANS THE TRAIL THE PACK COUNTS FROM
      *          CANNOT BE TRUSTED, AND IS A DISAGREEMENT.
      *          THE RUN IS REGISTERED IN THE COMMON RUN JOURNAL UNDER
      *          THE PACK'S RUN-ID, SO ITS RETURN CODE - 0 FOR A
      *          COMPLETE PACK, 8 FOR ONE THAT MUST NOT BE FILED - IS
      *          THE VERDICT RANDREQS MOVES THE REQUEST REGISTER ON.
      * Tectonics: cobc
      * Modifications:
      *   10/12/2026  AK  REGISTER EACH RUN IN RUNJRNL UNDER THE PACK'S
      *                    RUN-ID SO THE VERDICT REACHES RANDREQS.
      *   10/08/2026  AK  AUDIT CHAIN SECTION - RANDAUD CHECK-VALUE
      *                    CHAIN VERIFIED THROUGH THE RUN DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           88 WS-ARCHIVE-BALANCES         VALUE "B".
           88 WS-ARCHIVE-BROKEN           VALUE "X".
           88 WS-ARCHIVE-ABSENT           VALUE " ".
      * AUDIT CHAIN STATE: EVERY RANDAUD RECORD UP TO THE END OF THE
      * RUN DATE IS CHECKED AGAINST THE CHAIN, WHOSEVER RUN IT IS.
       77 WS-CHAIN-CHECKED-COUNT PIC 9(09) COMP VALUE ZERO.
       77 WS-CHAIN-LINKED-COUNT  PIC 9(09) COMP VALUE ZERO.
       77 WS-CHAIN-BREAK-COUNT   PIC 9(09) COMP VALUE ZERO.
       77 WS-CHAIN-BREAK-NBR     PIC 9(09) VALUE ZERO.
       77 WS-CHAIN-BREAK-DATE    PIC 9(08) VALUE ZERO.
      * REQUEST AREA PASSED TO RANDCHN TO CHECK EACH RECORD - THE
      * RANDCHNP LAYOUT (SEE THAT MEMBER) WITH FIELD NAMES PREFIXED
      * RND.
           COPY RANDCHNP
               REPLACING ==PREFIX-CHNPARM== BY ==RND-CHNPARM==
                 ==PREFIX-CHN-FUNCTION== BY ==RND-CHN-FUNCTION==
                 ==PREFIX-CHN-RECORD== BY ==RND-CHN-RECORD==
                 ==PREFIX-CHN-PREVIOUS== BY ==RND-CHN-PREVIOUS==
                 ==PREFIX-CHN-VALUE== BY ==RND-CHN-VALUE==
                 ==PREFIX-CHN-STATE== BY ==RND-CHN-STATE==
                 ==PREFIX-CHN-RETURN-CODE== BY ==RND-CHN-RETURN-CODE==
                 ==PREFIX-CHN-STATUS== BY ==RND-CHN-STATUS==
                 ==PREFIX-CHN-REASON== BY ==RND-CHN-REASON==.
      * REPORT LINES.
       01 WS-HEADER-LINE.
           10 FILLER              PIC X(24) VALUE
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-MDL-COUNT        PIC ZZZZZZZZ9.
           10 FILLER              PIC X(99) VALUE SPACES.
       01 WS-CHAIN-LINE.
           10 WS-CHL-LABEL        PIC X(30).
           10 WS-CHL-VALUE        PIC 9(18).
           10 FILLER              PIC X(84) VALUE SPACES.
       01 WS-CARD-LINE.
           10 FILLER              PIC X(10) VALUE "  CARD    ".
           10 WS-CRD-IMAGE        PIC X(80).
           10 FILLER              PIC X(42) VALUE SPACES.
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
           PERFORM 7000-PRINT-VERDICT THRU 7000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-MAINLINE-EXIT.
           PERFORM 9100-JOURNAL-END THRU 9100-EXIT
           GOBACK.
      ******************************************************************
      * 1000-INITIALIZE - READ AND VALIDATE THE ONE CONTROL CARD AND
                   GO TO 1000-EXIT
           END-READ
           CLOSE RANDPACK-CONTROL-FILE
           PERFORM 9000-JOURNAL-START THRU 9000-EXIT
           IF NOT CTL-TYPE-RANDOUT AND NOT CTL-TYPE-MIXOUT
               DISPLAY "RANDPACK: FILE TYPE MUST BE B (RANDOUT) "
                   "OR M (MIXOUT)"
      * AND PRINTS ONE LINE PER MODE WITH ANY ACTIVITY.  A MODE 99
      * MARKER MEANS THE RUN EXECUTED WITH NO SITE EXCLUSION FILE
      * PRESENT, WHICH THE BINDER NEEDS TO KNOW; NO AUDIT RECORDS AT
      * ALL IS A MISSING PIECE.  THE SAME PASS CHECKS THE CHAIN (SEE
      * 3300-CHAIN-SECTION).
      ******************************************************************
       3000-AUDIT-SECTION.
           MOVE "AUDIT TRAIL" TO WS-SECTION-LINE
               GO TO 3000-WRAP-UP
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE "V" TO RND-CHN-FUNCTION
           MOVE SPACE TO RND-CHN-STATE
           MOVE ZERO TO RND-CHN-PREVIOUS
           PERFORM 3100-COUNT-ONE-AUDIT THRU 3100-EXIT
               UNTIL WS-FILE-EOF
           CLOSE RANDPACK-AUDIT-FILE
                   DELIMITED BY SIZE INTO WS-SECTION-LINE
               WRITE RPT-RECORD FROM WS-SECTION-LINE
               SET WS-PACK-INCOMPLETE TO TRUE
           END-IF
           PERFORM 3300-CHAIN-SECTION THRU 3300-EXIT.
       3000-WRAP-UP.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.
                   SET WS-FILE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF AUD-CURRENT-DATE NOT > CTL-RUN-DATE
               PERFORM 3150-CHAIN-ONE-AUDIT THRU 3150-EXIT
           END-IF
           IF AUD-CURRENT-DATE NOT = CTL-RUN-DATE
              OR AUD-RUN-ID NOT = CTL-RUN-ID
               GO TO 3100-EXIT
           END-IF.
       3100-EXIT.
           EXIT.
       3150-CHAIN-ONE-AUDIT.
           ADD 1 TO WS-CHAIN-CHECKED-COUNT
           MOVE AUDIT-RECORD TO RND-CHN-RECORD
           MOVE RETURN-CODE TO RND-CHN-RETURN-CODE
           CALL "RANDCHN" USING RND-CHNPARM
           EVALUATE RND-CHN-STATUS
               WHEN "00"
                   IF AUD-MODE NOT = 98
                       ADD 1 TO WS-CHAIN-LINKED-COUNT
                   END-IF
               WHEN "04"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-CHAIN-BREAK-COUNT
                   IF WS-CHAIN-BREAK-NBR = ZERO
                       MOVE WS-CHAIN-CHECKED-COUNT
                           TO WS-CHAIN-BREAK-NBR
                       MOVE AUD-CURRENT-DATE TO WS-CHAIN-BREAK-DATE
                   END-IF
           END-EVALUATE.
       3150-EXIT.
           EXIT.
       3200-PRINT-ONE-MODE.
           IF WS-MODE-DRAWN(WS-MODE-SUBSCRIPT) = ZERO
               GO TO 3200-EXIT
       3200-EXIT.
           EXIT.
      ******************************************************************
      * 3300-CHAIN-SECTION - THE CHAIN VERDICT FOR RANDAUD FROM ITS
      * FIRST RECORD TO THE END OF THE RUN DATE, AND THE CHECK VALUE
      * IT STANDS AT THERE (WHICH A LATER RANDAUDV RUN MUST PASS
      * THROUGH).  A BREAK IS A DISAGREEMENT.  A TRAIL WITH NOTHING
      * CHAINED IN IT - A RUN FROM BEFORE RECORDS CARRIED CHECK
      * VALUES - IS SAID SO, BUT IS NOT HELD AGAINST THE PACK.
      ******************************************************************
       3300-CHAIN-SECTION.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "AUDIT CHAIN" TO WS-SECTION-LINE
           WRITE RPT-RECORD FROM WS-SECTION-LINE
           MOVE "  RECORDS CHECKED" TO WS-TOT-LABEL
           MOVE WS-CHAIN-CHECKED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  RECORDS CHAINED" TO WS-TOT-LABEL
           MOVE WS-CHAIN-LINKED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  BREAKS IN THE CHAIN" TO WS-TOT-LABEL
           MOVE WS-CHAIN-BREAK-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  CHECK VALUE AT RUN DATE END" TO WS-CHL-LABEL
           MOVE RND-CHN-PREVIOUS TO WS-CHL-VALUE
           WRITE RPT-RECORD FROM WS-CHAIN-LINE
           MOVE SPACES TO WS-SECTION-LINE
           EVALUATE TRUE
               WHEN WS-CHAIN-BREAK-COUNT > ZERO
                   STRING "  *** AUDIT CHAIN BROKEN AT RECORD "
                       DELIMITED BY SIZE
                       WS-CHAIN-BREAK-NBR DELIMITED BY SIZE
                       " DATED " DELIMITED BY SIZE
                       WS-CHAIN-BREAK-DATE DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                       INTO WS-SECTION-LINE
                   SET WS-PACK-INCOMPLETE TO TRUE
               WHEN WS-CHAIN-LINKED-COUNT = ZERO
                   STRING "  AUDIT TRAIL PREDATES CHAINING - NOTHING "
                       "TO VERIFY"
                       DELIMITED BY SIZE INTO WS-SECTION-LINE
               WHEN OTHER
                   MOVE "  AUDIT CHAIN INTACT THROUGH THE RUN DATE"
                       TO WS-SECTION-LINE
           END-EVALUATE
           WRITE RPT-RECORD FROM WS-SECTION-LINE.
       3300-EXIT.
           EXIT.
      ******************************************************************
      * 4000-FILE-SECTION - THE DELIVERED FILE ITSELF: RECORD COUNT
      * AND HASH TOTAL RECOMPUTED DIRECTLY, AND THE TRAILER'S OWN
      * TOTALS WHEN THE DELIVERY IS DELIMITED.
           CLOSE RANDPACK-REPORT-FILE.
       8000-EXIT.
           EXIT.
      ******************************************************************
      * 9000-JOURNAL-START - REGISTERS THIS EXECUTION IN THE COMMON
      * RUN JOURNAL UNDER THE PACK'S RUN-ID AS SOON AS THE CONTROL
      * CARD IS IN HAND, SO AN ABEND ANYWHERE LATER LEAVES A VISIBLE
      * OPEN ENTRY.  THE JOURNAL SECTION LOOKS ONLY FOR THE DRIVER'S
      * ENTRIES, SO THIS ONE DOES NOT DISTURB IT.  A JOURNAL FAILURE
      * WARNS AND RUNS ON.
      ******************************************************************
       9000-JOURNAL-START.
           MOVE "S" TO RND-JRN-FUNCTION
           MOVE "RANDPACK" TO RND-JRN-PROGRAM
           MOVE CTL-RUN-ID TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE ZERO TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDPACK: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF
           SET WS-JOURNAL-STARTED TO TRUE.
       9000-EXIT.
           EXIT.
      ******************************************************************
      * 9100-JOURNAL-END - CLOSES THIS EXECUTION'S JOURNAL ENTRY ON
      * THE WAY OUT WITH THE DELIVERED RECORDS COUNTED AND THE FINAL
      * RETURN CODE, WHICH IS THE PACK'S VERDICT.  SKIPPED WHEN THE
      * RUN DIED BEFORE THE START RECORD WAS CUT.
      ******************************************************************
       9100-JOURNAL-END.
           IF NOT WS-JOURNAL-STARTED
               GO TO 9100-EXIT
           END-IF
           MOVE "E" TO RND-JRN-FUNCTION
           MOVE "RANDPACK" TO RND-JRN-PROGRAM
           MOVE CTL-RUN-ID TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE WS-FILE-COUNT TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDPACK: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM RANDPACK.
