      ******************************************************************
      * Author: AMRESH KADIAN.
      * Date: 10/12/2026.
      * Purpose: MAINTENANCE OF THE SAMPLE-REQUEST REGISTER (REQMAST,
      *          LAYOUT RANDREQR).  SAMPLE AND TEST-DATA REQUESTS
      *          ARRIVE BY E-MAIL WITH A RUN-ID MADE UP AT SUBMISSION,
      *          AND "WHERE IS MY SAMPLE" MEANT SEARCHING RUNJRNL,
      *          RECRPT AND PAKRPT BY HAND.  THE DESK NOW KEYS EACH
      *          REQUEST ONCE INTO REQTRAN AND THIS JOB APPLIES THE
      *          TRANSACTIONS TO THE INDEXED MASTER; RANDREQS THEN
      *          MOVES EACH REQUEST FORWARD EVERY NIGHT FROM THE RUN
      *          JOURNAL.  ONE TRANSACTION PER LINE, ACTION IN
      *          COLUMN ONE:
      *            A - ADD A REQUEST.  RUN-ID, REQUESTER, DEPARTMENT,
      *                PURPOSE, POPULATION, SAMPLE SIZE AND DUE DATE
      *                ARE ALL REQUIRED; A RUN-ID ALREADY REGISTERED
      *                IS REJECTED.
      *            C - CHANGE AN OPEN REQUEST.  ONLY THE FIELDS
      *                KEYED ARE CHANGED; BLANK FIELDS ARE LEFT AS
      *                THEY ARE.  THE RUN-ID IS THE KEY AND CANNOT BE
      *                CHANGED - CANCEL AND ADD AGAIN.
      *            X - CANCEL AN OPEN REQUEST.
      *            D - RECORD DELIVERY TO THE REQUESTER, ON THE DATE
      *                KEYED IN THE DUE-DATE COLUMNS (BLANK = TODAY).
      *                RANDREQS MOVES THE REQUEST TO DELIVERED ONCE
      *                ITS EVIDENCE PACK IS COMPLETE, AND FLAGS A
      *                DELIVERY RECORDED WITHOUT ONE.
      *          EVERY TRANSACTION IS LISTED ON REQMRPT AS ACCEPTED OR
      *          REJECTED WITH THE REASON, FOLLOWED BY CONTROL TOTALS.
      *          ANY REJECT ENDS THE RUN WITH RETURN-CODE 4, A FILE
      *          FAILURE WITH 16.  REQMAST IS CREATED ON FIRST USE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RANDREQ.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RANDREQ-TRANSACTION-FILE
               ASSIGN TO "REQTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
           SELECT RANDREQ-MASTER-FILE
               ASSIGN TO "REQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REQ-RUN-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT RANDREQ-REPORT-FILE
               ASSIGN TO "REQMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * ONE TRANSACTION PER LINE.  THE DUE-DATE COLUMNS CARRY THE
      * DELIVERY DATE ON A D TRANSACTION.
       FD  RANDREQ-TRANSACTION-FILE.
       01 TRN-RECORD.
           10 TRN-ACTION          PIC X(01).
               88 TRN-ADD                 VALUE "A".
               88 TRN-CHANGE              VALUE "C".
               88 TRN-CANCEL              VALUE "X".
               88 TRN-DELIVER             VALUE "D".
           10 TRN-RUN-ID          PIC X(08).
           10 TRN-REQUESTER       PIC X(20).
           10 TRN-DEPARTMENT      PIC X(10).
           10 TRN-PURPOSE         PIC X(40).
           10 TRN-POPULATION      PIC X(30).
           10 TRN-SAMPLE-SIZE     PIC X(07).
           10 TRN-SAMPLE-SIZE-NUM REDEFINES TRN-SAMPLE-SIZE
                                  PIC 9(07).
           10 TRN-DUE-DATE        PIC X(08).
           10 TRN-DUE-DATE-NUM REDEFINES TRN-DUE-DATE
                                  PIC 9(08).
           10 FILLER              PIC X(08).
      * THE REQUEST MASTER, SHARED WITH RANDREQS THROUGH COPY
      * RANDREQR.
       FD  RANDREQ-MASTER-FILE.
           COPY RANDREQR.
       FD  RANDREQ-REPORT-FILE.
       01 RPT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-TRANSACTION-FILE-STATUS PIC XX.
       77 WS-MASTER-FILE-STATUS  PIC XX.
       77 WS-REPORT-FILE-STATUS  PIC XX.
       77 WS-ABEND-SWITCH        PIC X VALUE "N".
           88 WS-ABEND                   VALUE "Y".
       77 WS-TRANSACTION-EOF-SWITCH PIC X VALUE "N".
           88 WS-TRANSACTION-EOF          VALUE "Y".
       77 WS-TODAY               PIC 9(08).
       77 WS-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
       77 WS-ADDED-COUNT         PIC 9(09) COMP VALUE ZERO.
       77 WS-CHANGED-COUNT       PIC 9(09) COMP VALUE ZERO.
       77 WS-CANCELLED-COUNT     PIC 9(09) COMP VALUE ZERO.
       77 WS-DELIVERED-COUNT     PIC 9(09) COMP VALUE ZERO.
       77 WS-REJECTED-COUNT      PIC 9(09) COMP VALUE ZERO.
       77 WS-ACCEPTED-COUNT      PIC 9(09) COMP VALUE ZERO.
      * OUTCOME OF THE TRANSACTION IN HAND: SPACES WHEN ACCEPTED,
      * OTHERWISE WHY IT WAS REJECTED.
       77 WS-REJECT-REASON       PIC X(40).
       77 WS-ACCEPT-NOTE         PIC X(40).
       77 WS-CHANGE-SWITCH       PIC X VALUE "N".
           88 WS-SOMETHING-CHANGED        VALUE "Y".
      * A DATE UNDER CHECK, SPLIT FOR THE RANGE TESTS.
       77 WS-DATE-VALID-SWITCH   PIC X VALUE "N".
           88 WS-DATE-VALID               VALUE "Y".
       01 WS-CHECK-DATE          PIC 9(08).
       01 WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
           10 WS-CHK-YEAR         PIC 9(04).
           10 WS-CHK-MONTH        PIC 9(02).
           10 WS-CHK-DAY          PIC 9(02).
      * REPORT LINES.
       01 WS-HEADER-LINE.
           10 FILLER              PIC X(36) VALUE
               "SAMPLE REQUEST MAINTENANCE RUN DATE ".
           10 WS-HDR-DATE         PIC 9(08).
           10 FILLER              PIC X(88) VALUE SPACES.
       01 WS-COLUMN-LINE.
           10 FILLER              PIC X(50) VALUE
               "ACT RUN-ID   RESULT    REASON".
           10 FILLER              PIC X(82) VALUE SPACES.
       01 WS-DETAIL-LINE.
           10 WS-DTL-ACTION       PIC X(01).
           10 FILLER              PIC X(03) VALUE SPACES.
           10 WS-DTL-RUN-ID       PIC X(08).
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-DTL-RESULT       PIC X(08).
           10 FILLER              PIC X(02) VALUE SPACES.
           10 WS-DTL-REASON       PIC X(40).
           10 FILLER              PIC X(69) VALUE SPACES.
       01 WS-TOTAL-LINE.
           10 WS-TOT-LABEL        PIC X(20).
           10 WS-TOT-COUNT        PIC ZZZZZZZZ9.
           10 FILLER              PIC X(103) VALUE SPACES.
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
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-ABEND
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 2000-PROCESS-ONE-TRANSACTION THRU 2000-EXIT
               UNTIL WS-TRANSACTION-EOF OR WS-ABEND
           IF NOT WS-ABEND
               PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-MAINLINE-EXIT.
           PERFORM 9100-JOURNAL-END THRU 9100-EXIT
           GOBACK.
      ******************************************************************
      * 1000-INITIALIZE - OPEN THE TRANSACTIONS, THE MASTER (CREATED
      * ON FIRST USE, AS RANDOM01 CREATES RANDSTRM) AND THE REPORT.
      * THE TRANSACTION FILE HAS NO CONTROL CARD, SO THE JOURNAL
      * START RECORD CARRIES NO CARD IMAGE.  ANY FAILURE SETS
      * WS-ABEND-SWITCH.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 9000-JOURNAL-START THRU 9000-EXIT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN INPUT RANDREQ-TRANSACTION-FILE
           IF WS-TRANSACTION-FILE-STATUS NOT = "00"
               DISPLAY "RANDREQ: UNABLE TO OPEN REQTRAN, STATUS = "
                   WS-TRANSACTION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O RANDREQ-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "35"
               OPEN OUTPUT RANDREQ-MASTER-FILE
               IF WS-MASTER-FILE-STATUS = "00"
                   CLOSE RANDREQ-MASTER-FILE
                   OPEN I-O RANDREQ-MASTER-FILE
               END-IF
           END-IF
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "RANDREQ: UNABLE TO OPEN REQMAST, STATUS = "
                   WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RANDREQ-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "RANDREQ: UNABLE TO OPEN REQMRPT, STATUS = "
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-TODAY TO WS-HDR-DATE
           WRITE RPT-RECORD FROM WS-HEADER-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           WRITE RPT-RECORD FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 2000-PROCESS-ONE-TRANSACTION - READS ONE TRANSACTION, HANDS
      * IT TO THE PARAGRAPH FOR ITS ACTION AND LISTS THE OUTCOME.
      * BLANK LINES ARE PASSED OVER.  A MASTER FILE FAILURE OTHER
      * THAN A KEY NOT FOUND OR ALREADY PRESENT ABENDS THE RUN.
      ******************************************************************
       2000-PROCESS-ONE-TRANSACTION.
           READ RANDREQ-TRANSACTION-FILE
               AT END
                   SET WS-TRANSACTION-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF TRN-RECORD = SPACES
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-ACCEPT-NOTE
           IF TRN-RUN-ID = SPACES
               MOVE "RUN-ID MISSING" TO WS-REJECT-REASON
               GO TO 2000-LIST
           END-IF
           EVALUATE TRUE
               WHEN TRN-ADD
                   PERFORM 2100-ADD-REQUEST THRU 2100-EXIT
               WHEN TRN-CHANGE
                   PERFORM 2200-CHANGE-REQUEST THRU 2200-EXIT
               WHEN TRN-CANCEL
                   PERFORM 2300-CANCEL-REQUEST THRU 2300-EXIT
               WHEN TRN-DELIVER
                   PERFORM 2400-RECORD-DELIVERY THRU 2400-EXIT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION - MUST BE A, C, X OR D"
                       TO WS-REJECT-REASON
           END-EVALUATE.
       2000-LIST.
           IF WS-ABEND
               GO TO 2000-EXIT
           END-IF
           MOVE TRN-ACTION TO WS-DTL-ACTION
           MOVE TRN-RUN-ID TO WS-DTL-RUN-ID
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE "ACCEPTED" TO WS-DTL-RESULT
               MOVE WS-ACCEPT-NOTE TO WS-DTL-REASON
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO WS-DTL-RESULT
               MOVE WS-REJECT-REASON TO WS-DTL-REASON
           END-IF
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 2100-ADD-REQUEST - EVERY FIELD IS REQUIRED.  THE REQUEST
      * STARTS AT STAGE 0, RECEIVED TODAY.
      ******************************************************************
       2100-ADD-REQUEST.
           IF TRN-REQUESTER = SPACES
              OR TRN-DEPARTMENT = SPACES
              OR TRN-PURPOSE = SPACES
              OR TRN-POPULATION = SPACES
               MOVE "REQUESTER, DEPARTMENT, PURPOSE AND POPULATION"
                   TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           IF TRN-SAMPLE-SIZE-NUM NOT NUMERIC
              OR TRN-SAMPLE-SIZE-NUM = ZERO
               MOVE "SAMPLE SIZE MISSING OR NOT NUMERIC"
                   TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           MOVE TRN-DUE-DATE TO WS-CHECK-DATE
           PERFORM 2500-CHECK-DATE THRU 2500-EXIT
           IF NOT WS-DATE-VALID
               MOVE "DUE DATE MISSING OR NOT A DATE"
                   TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES TO REQUEST-RECORD
           MOVE TRN-RUN-ID TO REQ-RUN-ID
           MOVE TRN-REQUESTER TO REQ-REQUESTER
           MOVE TRN-DEPARTMENT TO REQ-DEPARTMENT
           MOVE TRN-PURPOSE TO REQ-PURPOSE
           MOVE TRN-POPULATION TO REQ-POPULATION
           MOVE TRN-SAMPLE-SIZE-NUM TO REQ-SAMPLE-SIZE
           MOVE TRN-DUE-DATE-NUM TO REQ-DUE-DATE
           SET REQ-RECEIVED TO TRUE
           MOVE WS-TODAY TO REQ-RECEIVED-DATE
           MOVE ZERO TO REQ-DRAWN-DATE
           MOVE ZERO TO REQ-RECONCILED-DATE
           MOVE ZERO TO REQ-PACKED-DATE
           MOVE ZERO TO REQ-DELIVERED-DATE
           MOVE ZERO TO REQ-CANCELLED-DATE
           MOVE WS-TODAY TO REQ-LAST-CHANGED-DATE
           MOVE ZERO TO REQ-OPEN-RUNS
           MOVE "N" TO REQ-PACK-FAILED-SWITCH
           WRITE REQUEST-RECORD
               INVALID KEY
                   MOVE "RUN-ID ALREADY REGISTERED"
                       TO WS-REJECT-REASON
                   GO TO 2100-EXIT
           END-WRITE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "RANDREQ: WRITE TO REQMAST FAILED, STATUS = "
                   WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ADDED-COUNT.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 2200-CHANGE-REQUEST - ONLY AN OPEN REQUEST CAN BE CHANGED,
      * AND ONLY THE FIELDS KEYED ARE TOUCHED.  A CHANGE THAT KEYS
      * NOTHING IS REJECTED SO A MIS-KEYED LINE IS NOT TAKEN AS DONE.
      ******************************************************************
       2200-CHANGE-REQUEST.
           PERFORM 2600-READ-REQUEST THRU 2600-EXIT
           IF WS-REJECT-REASON NOT = SPACES OR WS-ABEND
               GO TO 2200-EXIT
           END-IF
           IF NOT REQ-OPEN
               MOVE "REQUEST ALREADY DELIVERED OR CANCELLED"
                   TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           IF TRN-SAMPLE-SIZE NOT = SPACES
               IF TRN-SAMPLE-SIZE-NUM NOT NUMERIC
                  OR TRN-SAMPLE-SIZE-NUM = ZERO
                   MOVE "SAMPLE SIZE NOT NUMERIC"
                       TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
           END-IF
           IF TRN-DUE-DATE NOT = SPACES
               MOVE TRN-DUE-DATE TO WS-CHECK-DATE
               PERFORM 2500-CHECK-DATE THRU 2500-EXIT
               IF NOT WS-DATE-VALID
                   MOVE "DUE DATE NOT A DATE" TO WS-REJECT-REASON
                   GO TO 2200-EXIT
               END-IF
           END-IF
           MOVE "N" TO WS-CHANGE-SWITCH
           IF TRN-REQUESTER NOT = SPACES
               MOVE TRN-REQUESTER TO REQ-REQUESTER
               SET WS-SOMETHING-CHANGED TO TRUE
           END-IF
           IF TRN-DEPARTMENT NOT = SPACES
               MOVE TRN-DEPARTMENT TO REQ-DEPARTMENT
               SET WS-SOMETHING-CHANGED TO TRUE
           END-IF
           IF TRN-PURPOSE NOT = SPACES
               MOVE TRN-PURPOSE TO REQ-PURPOSE
               SET WS-SOMETHING-CHANGED TO TRUE
           END-IF
           IF TRN-POPULATION NOT = SPACES
               MOVE TRN-POPULATION TO REQ-POPULATION
               SET WS-SOMETHING-CHANGED TO TRUE
           END-IF
           IF TRN-SAMPLE-SIZE NOT = SPACES
               MOVE TRN-SAMPLE-SIZE-NUM TO REQ-SAMPLE-SIZE
               SET WS-SOMETHING-CHANGED TO TRUE
           END-IF
           IF TRN-DUE-DATE NOT = SPACES
               MOVE TRN-DUE-DATE-NUM TO REQ-DUE-DATE
               SET WS-SOMETHING-CHANGED TO TRUE
           END-IF
           IF NOT WS-SOMETHING-CHANGED
               MOVE "NOTHING KEYED TO CHANGE" TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           PERFORM 2700-REWRITE-REQUEST THRU 2700-EXIT
           IF NOT WS-ABEND
               ADD 1 TO WS-CHANGED-COUNT
           END-IF.
       2200-EXIT.
           EXIT.
      ******************************************************************
      * 2300-CANCEL-REQUEST - AN OPEN REQUEST ONLY.  THE RECORD STAYS
      * ON THE MASTER AT STAGE 9 SO THE RUN-ID IS NOT REUSED.
      ******************************************************************
       2300-CANCEL-REQUEST.
           PERFORM 2600-READ-REQUEST THRU 2600-EXIT
           IF WS-REJECT-REASON NOT = SPACES OR WS-ABEND
               GO TO 2300-EXIT
           END-IF
           IF NOT REQ-OPEN
               MOVE "REQUEST ALREADY DELIVERED OR CANCELLED"
                   TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF
           SET REQ-CANCELLED TO TRUE
           MOVE WS-TODAY TO REQ-CANCELLED-DATE
           PERFORM 2700-REWRITE-REQUEST THRU 2700-EXIT
           IF NOT WS-ABEND
               ADD 1 TO WS-CANCELLED-COUNT
           END-IF.
       2300-EXIT.
           EXIT.
      ******************************************************************
      * 2400-RECORD-DELIVERY - NOTES THE DATE THE SAMPLE WENT TO THE
      * REQUESTER.  THE STAGE ITSELF IS MOVED BY RANDREQS, WHICH
      * WILL NOT CALL A REQUEST DELIVERED UNTIL ITS EVIDENCE PACK IS
      * COMPLETE; A DELIVERY RECORDED AHEAD OF THAT IS ACCEPTED BUT
      * SAID SO HERE.
      ******************************************************************
       2400-RECORD-DELIVERY.
           PERFORM 2600-READ-REQUEST THRU 2600-EXIT
           IF WS-REJECT-REASON NOT = SPACES OR WS-ABEND
               GO TO 2400-EXIT
           END-IF
           IF NOT REQ-OPEN
               MOVE "REQUEST ALREADY DELIVERED OR CANCELLED"
                   TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF
           IF REQ-DELIVERED-DATE NOT = ZERO
               MOVE "DELIVERY ALREADY RECORDED" TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF
           IF TRN-DUE-DATE = SPACES
               MOVE WS-TODAY TO WS-CHECK-DATE
           ELSE
               MOVE TRN-DUE-DATE TO WS-CHECK-DATE
           END-IF
           PERFORM 2500-CHECK-DATE THRU 2500-EXIT
           IF NOT WS-DATE-VALID
               MOVE "DELIVERY DATE NOT A DATE" TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF
           MOVE WS-CHECK-DATE TO REQ-DELIVERED-DATE
           IF NOT REQ-PACKED
               MOVE "EVIDENCE PACK NOT YET COMPLETE"
                   TO WS-ACCEPT-NOTE
           END-IF
           PERFORM 2700-REWRITE-REQUEST THRU 2700-EXIT
           IF NOT WS-ABEND
               ADD 1 TO WS-DELIVERED-COUNT
           END-IF.
       2400-EXIT.
           EXIT.
      ******************************************************************
      * 2500-CHECK-DATE - WS-CHECK-DATE MUST BE NUMERIC, FROM 1900
      * ON, WITH A MONTH OF 01-12 AND A DAY OF 01-31.
      ******************************************************************
       2500-CHECK-DATE.
           MOVE "N" TO WS-DATE-VALID-SWITCH
           IF WS-CHECK-DATE NOT NUMERIC
               GO TO 2500-EXIT
           END-IF
           IF WS-CHK-YEAR < 1900
              OR WS-CHK-MONTH < 1 OR WS-CHK-MONTH > 12
              OR WS-CHK-DAY < 1 OR WS-CHK-DAY > 31
               GO TO 2500-EXIT
           END-IF
           SET WS-DATE-VALID TO TRUE.
       2500-EXIT.
           EXIT.
      ******************************************************************
      * 2600-READ-REQUEST - FETCHES THE TRANSACTION'S REQUEST.  NOT ON
      * FILE IS A REJECT; ANY OTHER FAILURE ABENDS THE RUN.
      ******************************************************************
       2600-READ-REQUEST.
           MOVE TRN-RUN-ID TO REQ-RUN-ID
           READ RANDREQ-MASTER-FILE
               INVALID KEY
                   MOVE "RUN-ID NOT REGISTERED" TO WS-REJECT-REASON
                   GO TO 2600-EXIT
           END-READ
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "RANDREQ: READ OF REQMAST FAILED, STATUS = "
                   WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
           END-IF.
       2600-EXIT.
           EXIT.
       2700-REWRITE-REQUEST.
           MOVE WS-TODAY TO REQ-LAST-CHANGED-DATE
           REWRITE REQUEST-RECORD
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "RANDREQ: REWRITE OF REQMAST FAILED, STATUS = "
                   WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
           END-IF.
       2700-EXIT.
           EXIT.
      ******************************************************************
      * 3000-PRINT-REPORT - CONTROL TOTALS.  ANY REJECT ENDS THE RUN
      * WITH RETURN-CODE 4 SO THE DESK RE-KEYS IT.
      ******************************************************************
       3000-PRINT-REPORT.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "TRANSACTIONS READ   " TO WS-TOT-LABEL
           MOVE WS-READ-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "REQUESTS ADDED      " TO WS-TOT-LABEL
           MOVE WS-ADDED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "REQUESTS CHANGED    " TO WS-TOT-LABEL
           MOVE WS-CHANGED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "REQUESTS CANCELLED  " TO WS-TOT-LABEL
           MOVE WS-CANCELLED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "DELIVERIES RECORDED " TO WS-TOT-LABEL
           MOVE WS-DELIVERED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "REJECTED            " TO WS-TOT-LABEL
           MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           IF WS-REJECTED-COUNT > ZERO
               MOVE "*** TRANSACTIONS WERE REJECTED ***"
                   TO RPT-RECORD
               WRITE RPT-RECORD
               DISPLAY "RANDREQ: " WS-REJECTED-COUNT
                   " TRANSACTIONS REJECTED"
               MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - CLOSE WHATEVER IS STILL OPEN AND RETURN.
      ******************************************************************
       8000-TERMINATE.
           CLOSE RANDREQ-TRANSACTION-FILE
           CLOSE RANDREQ-MASTER-FILE
           CLOSE RANDREQ-REPORT-FILE.
       8000-EXIT.
           EXIT.
      ******************************************************************
      * 9000-JOURNAL-START - REGISTERS THIS EXECUTION IN THE COMMON
      * RUN JOURNAL BEFORE ANY FILE IS OPENED, SO AN ABEND ANYWHERE
      * LATER LEAVES A VISIBLE OPEN ENTRY.  THE MAINTENANCE RUN
      * CARRIES NO RUN-ID OF ITS OWN AND NO CONTROL CARD.  A JOURNAL
      * FAILURE WARNS AND RUNS ON.
      ******************************************************************
       9000-JOURNAL-START.
           MOVE "S" TO RND-JRN-FUNCTION
           MOVE "RANDREQ" TO RND-JRN-PROGRAM
           MOVE SPACES TO RND-JRN-RUN-ID
           MOVE SPACES TO RND-JRN-CARD-IMAGE
           MOVE ZERO TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDREQ: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF
           SET WS-JOURNAL-STARTED TO TRUE.
       9000-EXIT.
           EXIT.
      ******************************************************************
      * 9100-JOURNAL-END - CLOSES THIS EXECUTION'S JOURNAL ENTRY ON
      * THE WAY OUT WITH THE TRANSACTIONS ACCEPTED AND THE FINAL
      * RETURN CODE.
      ******************************************************************
       9100-JOURNAL-END.
           IF NOT WS-JOURNAL-STARTED
               GO TO 9100-EXIT
           END-IF
           MOVE "E" TO RND-JRN-FUNCTION
           MOVE "RANDREQ" TO RND-JRN-PROGRAM
           MOVE SPACES TO RND-JRN-RUN-ID
           MOVE SPACES TO RND-JRN-CARD-IMAGE
           MOVE WS-ACCEPTED-COUNT TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDREQ: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM RANDREQ.
