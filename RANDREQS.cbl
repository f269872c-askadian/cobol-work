      ******************************************************************
      * Author: AMRESH KADIAN.
      * Date: 10/12/2026.
      * Purpose: NIGHTLY STATUS RUN OVER THE SAMPLE-REQUEST REGISTER
      *          (REQMAST, LAYOUT RANDREQR, MAINTAINED BY RANDREQ).
      *          EACH OPEN REQUEST IS MOVED FORWARD FROM WHAT THE
      *          COMMON RUN JOURNAL (RUNJRNL) SAYS HAPPENED UNDER ITS
      *          RUN-ID:
      *            - DRAWN WHEN A DRAWING PROGRAM (RANDBATCH, RANDMIX,
      *              RANDGEN, RANDMASK, RANDPICK, RANDMUS) CLOSED WITH
      *              A RETURN CODE BELOW 8,
      *            - RECONCILED WHEN RANDRECON CLOSED WITH 0,
      *            - EVIDENCE-PACKED WHEN RANDPACK CLOSED WITH 0 -
      *              RANDPACK JOURNALS ITS VERDICT AS ITS RETURN CODE,
      *              0 FOR A COMPLETE PACK AND 8 FOR ONE INCOMPLETE
      *              OR IN DISAGREEMENT,
      *            - DELIVERED WHEN THE DESK HAS RECORDED DELIVERY
      *              THROUGH RANDREQ AND THE PACK IS COMPLETE.
      *          A REQUEST NEVER MOVES BACK.  THE OPEN-RUN COUNT AND
      *          THE PACK-FAILED FLAG ARE REBUILT FROM THE WHOLE
      *          JOURNAL EVERY NIGHT, SO THE LATEST RANDPACK VERDICT
      *          FOR THE RUN-ID IS THE ONE THAT STANDS.
      *          THE OPEN-REQUESTS REPORT (REQSRPT) LISTS EVERY
      *          REQUEST NOT YET DELIVERED OR CANCELLED WITH ITS
      *          STAGE, FLAGGING ONE THAT IS PAST ITS DUE DATE, ONE
      *          WITH A RUN THAT STARTED BUT NEVER CLOSED (AN ABEND),
      *          ONE WHOSE LATEST EVIDENCE PACK FAILED, AND ONE
      *          RECORDED AS DELIVERED WITHOUT A COMPLETE PACK.  ANY
      *          FLAG ENDS THE RUN WITH RETURN-CODE 4, A CARD OR FILE
      *          FAILURE WITH 16.  THE CONTROL CARD (REQSCTL) GIVES
      *          THE DATE THE RUN IS AS OF (BLANK = TODAY); JOURNAL
      *          RECORDS STAMPED AFTER IT ARE LEFT FOR A LATER RUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RANDREQS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RANDREQS-CONTROL-FILE
               ASSIGN TO "REQSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT RANDREQS-JOURNAL-FILE
               ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RANDREQS-MASTER-FILE
               ASSIGN TO "REQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQ-RUN-ID
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT RANDREQS-REPORT-FILE
               ASSIGN TO "REQSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * ONE CONTROL CARD: THE DATE THE RUN IS AS OF, BLANK FOR TODAY.
       FD  RANDREQS-CONTROL-FILE.
       01 CTL-RECORD.
           10 CTL-AS-OF-DATE      PIC X(08).
           10 CTL-AS-OF-DATE-NUM REDEFINES CTL-AS-OF-DATE
                                  PIC 9(08).
           10 FILLER              PIC X(72).
      * THE JOURNAL RECORD LAYOUT, SHARED WITH RANDJRN THROUGH COPY
      * RANDJRNR.
       FD  RANDREQS-JOURNAL-FILE.
           COPY RANDJRNR.
      * THE REQUEST MASTER, SHARED WITH RANDREQ THROUGH COPY
      * RANDREQR.
       FD  RANDREQS-MASTER-FILE.
           COPY RANDREQR.
       FD  RANDREQS-REPORT-FILE.
       01 RPT-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-CONTROL-FILE-STATUS PIC XX.
       77 WS-JOURNAL-FILE-STATUS PIC XX.
       77 WS-MASTER-FILE-STATUS  PIC XX.
       77 WS-REPORT-FILE-STATUS  PIC XX.
       77 WS-ABEND-SWITCH        PIC X VALUE "N".
           88 WS-ABEND                   VALUE "Y".
       77 WS-EOF-SWITCH          PIC X.
           88 WS-FILE-EOF                 VALUE "Y".
       77 WS-AS-OF-DATE          PIC 9(08).
      * THE PROGRAM ON A JOURNAL END RECORD, SORTED INTO WHAT IT
      * MEANS FOR A REQUEST.
       77 WS-EVENT-PROGRAM       PIC X(09).
           88 WS-DRAWING-PROGRAM          VALUE "RANDBATCH"
                                                "RANDMIX"
                                                "RANDGEN"
                                                "RANDMASK"
                                                "RANDPICK"
                                                "RANDMUS".
           88 WS-RECON-PROGRAM            VALUE "RANDRECON".
           88 WS-PACK-PROGRAM             VALUE "RANDPACK".
       77 WS-NEW-STAGE           PIC 9(01).
       77 WS-JOURNAL-READ-COUNT  PIC 9(09) COMP VALUE ZERO.
       77 WS-UNREGISTERED-COUNT  PIC 9(09) COMP VALUE ZERO.
       77 WS-ADVANCED-COUNT      PIC 9(09) COMP VALUE ZERO.
       77 WS-DELIVERED-COUNT     PIC 9(09) COMP VALUE ZERO.
       77 WS-OPEN-COUNT          PIC 9(09) COMP VALUE ZERO.
       77 WS-OVERDUE-COUNT       PIC 9(09) COMP VALUE ZERO.
       77 WS-NEVER-CLOSED-COUNT  PIC 9(09) COMP VALUE ZERO.
       77 WS-PACK-FAILED-COUNT   PIC 9(09) COMP VALUE ZERO.
       77 WS-UNPACKED-COUNT      PIC 9(09) COMP VALUE ZERO.
       77 WS-FLAGGED-COUNT       PIC 9(09) COMP VALUE ZERO.
       77 WS-FLAG-POINTER        PIC 9(03) COMP.
      * REPORT LINES.
       01 WS-HEADER-LINE.
           10 FILLER              PIC X(27) VALUE
               "OPEN SAMPLE REQUESTS AS OF ".
           10 WS-HDR-DATE         PIC 9(08).
           10 FILLER              PIC X(97) VALUE SPACES.
       01 WS-COLUMN-LINE.
           10 FILLER              PIC X(44) VALUE
               "RUN-ID   REQUESTER            DEPARTMENT  ".
           10 FILLER              PIC X(44) VALUE
               "DUE       STAGE            FLAGS".
           10 FILLER              PIC X(44) VALUE SPACES.
       01 WS-DETAIL-LINE.
           10 WS-DTL-RUN-ID       PIC X(08).
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-DTL-REQUESTER    PIC X(20).
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-DTL-DEPARTMENT   PIC X(10).
           10 FILLER              PIC X(04) VALUE SPACES.
           10 WS-DTL-DUE-DATE     PIC 9(08).
           10 FILLER              PIC X(02) VALUE SPACES.
           10 WS-DTL-STAGE        PIC X(16).
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-DTL-FLAGS        PIC X(61).
       01 WS-TOTAL-LINE.
           10 WS-TOT-LABEL        PIC X(36).
           10 WS-TOT-COUNT        PIC ZZZZZZZZ9.
           10 FILLER              PIC X(87) VALUE SPACES.
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
           PERFORM 2000-RESET-REQUESTS THRU 2000-EXIT
           IF NOT WS-ABEND
               PERFORM 3000-APPLY-JOURNAL THRU 3000-EXIT
           END-IF
           IF NOT WS-ABEND
               PERFORM 4000-REPORT-REQUESTS THRU 4000-EXIT
           END-IF
           IF NOT WS-ABEND
               PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-MAINLINE-EXIT.
           PERFORM 9100-JOURNAL-END THRU 9100-EXIT
           GOBACK.
      ******************************************************************
      * 1000-INITIALIZE - READ THE ONE CONTROL CARD, THEN OPEN THE
      * JOURNAL, THE MASTER FOR UPDATE AND THE REPORT.  ANY FAILURE
      * SETS WS-ABEND-SWITCH.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT RANDREQS-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "RANDREQS: UNABLE TO OPEN REQSCTL, STATUS = "
                   WS-CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ RANDREQS-CONTROL-FILE
               AT END
                   DISPLAY "RANDREQS: REQSCTL HAS NO CONTROL CARD"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
                   GO TO 1000-EXIT
           END-READ
           CLOSE RANDREQS-CONTROL-FILE
           PERFORM 9000-JOURNAL-START THRU 9000-EXIT
           IF CTL-AS-OF-DATE = SPACES
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           ELSE
               IF CTL-AS-OF-DATE-NUM NOT NUMERIC
                  OR CTL-AS-OF-DATE-NUM < 19000101
                   DISPLAY "RANDREQS: AS-OF DATE ON THE CONTROL CARD "
                       "IS NOT A DATE"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
                   GO TO 1000-EXIT
               END-IF
               MOVE CTL-AS-OF-DATE-NUM TO WS-AS-OF-DATE
           END-IF
           OPEN INPUT RANDREQS-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "RANDREQS: UNABLE TO OPEN RUNJRNL, STATUS = "
                   WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O RANDREQS-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "RANDREQS: UNABLE TO OPEN REQMAST, STATUS = "
                   WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RANDREQS-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "RANDREQS: UNABLE TO OPEN REQSRPT, STATUS = "
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE WS-AS-OF-DATE TO WS-HDR-DATE
           WRITE RPT-RECORD FROM WS-HEADER-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           WRITE RPT-RECORD FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 2000-RESET-REQUESTS - CLEARS THE OPEN-RUN COUNT AND THE
      * PACK-FAILED FLAG ON EVERY OPEN REQUEST, READY FOR THE JOURNAL
      * PASS TO REBUILD THEM.
      ******************************************************************
       2000-RESET-REQUESTS.
           MOVE LOW-VALUES TO REQ-RUN-ID
           START RANDREQS-MASTER-FILE KEY IS NOT < REQ-RUN-ID
               INVALID KEY
                   GO TO 2000-EXIT
           END-START
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2100-RESET-ONE-REQUEST THRU 2100-EXIT
               UNTIL WS-FILE-EOF OR WS-ABEND.
       2000-EXIT.
           EXIT.
       2100-RESET-ONE-REQUEST.
           READ RANDREQS-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOT REQ-OPEN
               GO TO 2100-EXIT
           END-IF
           MOVE ZERO TO REQ-OPEN-RUNS
           MOVE "N" TO REQ-PACK-FAILED-SWITCH
           PERFORM 7000-REWRITE-REQUEST THRU 7000-EXIT.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 3000-APPLY-JOURNAL - READS THE WHOLE RUN JOURNAL IN THE ORDER
      * IT WAS WRITTEN.  A RECORD WITHOUT A RUN-ID, OR STAMPED AFTER
      * THE AS-OF DATE, IS PASSED OVER; ONE WHOSE RUN-ID IS NOT IN THE
      * REGISTER IS COUNTED (WORK RUN OUTSIDE THE REQUEST DESK).
      ******************************************************************
       3000-APPLY-JOURNAL.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 3100-APPLY-ONE-JOURNAL THRU 3100-EXIT
               UNTIL WS-FILE-EOF OR WS-ABEND.
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 3100-APPLY-ONE-JOURNAL - A START RECORD OPENS A RUN AGAINST
      * THE REQUEST AND AN END RECORD CLOSES ONE (RANDMIX CUTS ITS
      * START BEFORE IT HAS A RUN-ID, SO AN END WITH NOTHING OPEN IS
      * NOT COUNTED BELOW ZERO).  THE END RECORD'S PROGRAM AND RETURN
      * CODE SAY HOW FAR THE REQUEST HAS COME.
      ******************************************************************
       3100-APPLY-ONE-JOURNAL.
           READ RANDREQS-JOURNAL-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-JOURNAL-READ-COUNT
           IF JRN-RUN-ID = SPACES
              OR JRN-STAMP-DATE > WS-AS-OF-DATE
               GO TO 3100-EXIT
           END-IF
           MOVE JRN-RUN-ID TO REQ-RUN-ID
           READ RANDREQS-MASTER-FILE
               INVALID KEY
                   IF JRN-REC-TYPE = "E"
                       ADD 1 TO WS-UNREGISTERED-COUNT
                   END-IF
                   GO TO 3100-EXIT
           END-READ
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "RANDREQS: READ OF REQMAST FAILED, STATUS = "
                   WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF NOT REQ-OPEN
               GO TO 3100-EXIT
           END-IF
           IF JRN-REC-TYPE = "S"
               IF REQ-OPEN-RUNS < 999
                   ADD 1 TO REQ-OPEN-RUNS
               END-IF
               PERFORM 7000-REWRITE-REQUEST THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF
           IF REQ-OPEN-RUNS > ZERO
               SUBTRACT 1 FROM REQ-OPEN-RUNS
           END-IF
           MOVE JRN-PROGRAM TO WS-EVENT-PROGRAM
           MOVE ZERO TO WS-NEW-STAGE
           EVALUATE TRUE
               WHEN WS-PACK-PROGRAM
                   IF JRN-RETURN-CODE = ZERO
                       MOVE "N" TO REQ-PACK-FAILED-SWITCH
                       MOVE 3 TO WS-NEW-STAGE
                   ELSE
                       SET REQ-PACK-FAILED TO TRUE
                   END-IF
               WHEN WS-RECON-PROGRAM
                   IF JRN-RETURN-CODE = ZERO
                       MOVE 2 TO WS-NEW-STAGE
                   END-IF
               WHEN WS-DRAWING-PROGRAM
                   IF JRN-RETURN-CODE < 8
                       MOVE 1 TO WS-NEW-STAGE
                   END-IF
           END-EVALUATE
           IF WS-NEW-STAGE > REQ-STAGE
               PERFORM 3200-ADVANCE-STAGE THRU 3200-EXIT
           END-IF
           PERFORM 7000-REWRITE-REQUEST THRU 7000-EXIT.
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 3200-ADVANCE-STAGE - MOVES THE REQUEST UP TO WS-NEW-STAGE,
      * DATED FROM THE JOURNAL RECORD THAT EARNED IT.
      ******************************************************************
       3200-ADVANCE-STAGE.
           MOVE WS-NEW-STAGE TO REQ-STAGE
           EVALUATE TRUE
               WHEN REQ-DRAWN
                   MOVE JRN-STAMP-DATE TO REQ-DRAWN-DATE
               WHEN REQ-RECONCILED
                   MOVE JRN-STAMP-DATE TO REQ-RECONCILED-DATE
               WHEN REQ-PACKED
                   MOVE JRN-STAMP-DATE TO REQ-PACKED-DATE
           END-EVALUATE
           MOVE WS-AS-OF-DATE TO REQ-LAST-CHANGED-DATE
           ADD 1 TO WS-ADVANCED-COUNT.
       3200-EXIT.
           EXIT.
      ******************************************************************
      * 4000-REPORT-REQUESTS - ONE PASS OVER THE MASTER IN RUN-ID
      * ORDER.  A PACKED REQUEST WHOSE DELIVERY HAS BEEN RECORDED IS
      * MOVED TO DELIVERED AND DROPS OFF THE REPORT; EVERY OTHER OPEN
      * REQUEST IS LISTED WITH ITS FLAGS.
      ******************************************************************
       4000-REPORT-REQUESTS.
           MOVE LOW-VALUES TO REQ-RUN-ID
           START RANDREQS-MASTER-FILE KEY IS NOT < REQ-RUN-ID
               INVALID KEY
                   GO TO 4000-EXIT
           END-START
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 4100-REPORT-ONE-REQUEST THRU 4100-EXIT
               UNTIL WS-FILE-EOF OR WS-ABEND.
       4000-EXIT.
           EXIT.
       4100-REPORT-ONE-REQUEST.
           READ RANDREQS-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF NOT REQ-OPEN
               GO TO 4100-EXIT
           END-IF
           IF REQ-PACKED
              AND NOT REQ-PACK-FAILED
              AND REQ-DELIVERED-DATE NOT = ZERO
               SET REQ-DELIVERED TO TRUE
               MOVE WS-AS-OF-DATE TO REQ-LAST-CHANGED-DATE
               PERFORM 7000-REWRITE-REQUEST THRU 7000-EXIT
               ADD 1 TO WS-DELIVERED-COUNT
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           MOVE REQ-RUN-ID TO WS-DTL-RUN-ID
           MOVE REQ-REQUESTER TO WS-DTL-REQUESTER
           MOVE REQ-DEPARTMENT TO WS-DTL-DEPARTMENT
           MOVE REQ-DUE-DATE TO WS-DTL-DUE-DATE
           EVALUATE TRUE
               WHEN REQ-RECEIVED
                   MOVE "RECEIVED" TO WS-DTL-STAGE
               WHEN REQ-DRAWN
                   MOVE "DRAWN" TO WS-DTL-STAGE
               WHEN REQ-RECONCILED
                   MOVE "RECONCILED" TO WS-DTL-STAGE
               WHEN REQ-PACKED
                   MOVE "EVIDENCE-PACKED" TO WS-DTL-STAGE
           END-EVALUATE
           PERFORM 4200-BUILD-FLAGS THRU 4200-EXIT
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
       4100-EXIT.
           EXIT.
      ******************************************************************
      * 4200-BUILD-FLAGS - EVERY FLAG THAT APPLIES, SIDE BY SIDE.
      ******************************************************************
       4200-BUILD-FLAGS.
           MOVE SPACES TO WS-DTL-FLAGS
           MOVE 1 TO WS-FLAG-POINTER
           IF REQ-DUE-DATE < WS-AS-OF-DATE
               STRING "OVERDUE " DELIMITED BY SIZE
                   INTO WS-DTL-FLAGS WITH POINTER WS-FLAG-POINTER
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           IF REQ-OPEN-RUNS > ZERO
               STRING "RUN NEVER CLOSED " DELIMITED BY SIZE
                   INTO WS-DTL-FLAGS WITH POINTER WS-FLAG-POINTER
               ADD 1 TO WS-NEVER-CLOSED-COUNT
           END-IF
           IF REQ-PACK-FAILED
               STRING "EVIDENCE PACK FAILED " DELIMITED BY SIZE
                   INTO WS-DTL-FLAGS WITH POINTER WS-FLAG-POINTER
               ADD 1 TO WS-PACK-FAILED-COUNT
           END-IF
           IF REQ-DELIVERED-DATE NOT = ZERO
               STRING "DELIVERED UNPACKED" DELIMITED BY SIZE
                   INTO WS-DTL-FLAGS WITH POINTER WS-FLAG-POINTER
               ADD 1 TO WS-UNPACKED-COUNT
           END-IF
           IF WS-FLAG-POINTER > 1
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
       4200-EXIT.
           EXIT.
      ******************************************************************
      * 5000-PRINT-TOTALS - THE NIGHT'S MOVEMENT AND THE FLAG COUNTS.
      * ANY FLAGGED REQUEST ENDS THE RUN WITH RETURN-CODE 4 SO THE
      * MORNING CHECKS CAN CATCH IT.
      ******************************************************************
       5000-PRINT-TOTALS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "JOURNAL RECORDS READ" TO WS-TOT-LABEL
           MOVE WS-JOURNAL-READ-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "RUNS UNDER UNREGISTERED RUN-IDS" TO WS-TOT-LABEL
           MOVE WS-UNREGISTERED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "STAGE MOVES FROM THE JOURNAL" TO WS-TOT-LABEL
           MOVE WS-ADVANCED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "REQUESTS DELIVERED THIS RUN" TO WS-TOT-LABEL
           MOVE WS-DELIVERED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "REQUESTS STILL OPEN" TO WS-TOT-LABEL
           MOVE WS-OPEN-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  OVERDUE" TO WS-TOT-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  WITH A RUN THAT NEVER CLOSED" TO WS-TOT-LABEL
           MOVE WS-NEVER-CLOSED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  WITH A FAILED EVIDENCE PACK" TO WS-TOT-LABEL
           MOVE WS-PACK-FAILED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  DELIVERED WITHOUT A COMPLETE PACK" TO WS-TOT-LABEL
           MOVE WS-UNPACKED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           IF WS-FLAGGED-COUNT > ZERO
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE "*** OPEN REQUESTS NEED ATTENTION ***"
                   TO RPT-RECORD
               WRITE RPT-RECORD
               DISPLAY "RANDREQS: " WS-FLAGGED-COUNT
                   " OPEN REQUESTS FLAGGED"
               MOVE 4 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.
      ******************************************************************
      * 7000-REWRITE-REQUEST - PUTS THE REQUEST IN HAND BACK.  A
      * FAILURE ABENDS THE RUN.
      ******************************************************************
       7000-REWRITE-REQUEST.
           REWRITE REQUEST-RECORD
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "RANDREQS: REWRITE OF REQMAST FAILED, STATUS = "
                   WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
           END-IF.
       7000-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - CLOSE WHATEVER IS STILL OPEN AND RETURN.
      ******************************************************************
       8000-TERMINATE.
           CLOSE RANDREQS-JOURNAL-FILE
           CLOSE RANDREQS-MASTER-FILE
           CLOSE RANDREQS-REPORT-FILE.
       8000-EXIT.
           EXIT.
      ******************************************************************
      * 9000-JOURNAL-START - REGISTERS THIS EXECUTION IN THE COMMON
      * RUN JOURNAL AS SOON AS THE CONTROL CARD IS IN HAND, SO AN
      * ABEND ANYWHERE LATER LEAVES A VISIBLE OPEN ENTRY.  THE STATUS
      * RUN CARRIES NO RUN-ID, SO IT NEVER COUNTS AGAINST A REQUEST.
      * A JOURNAL FAILURE WARNS AND RUNS ON.
      ******************************************************************
       9000-JOURNAL-START.
           MOVE "S" TO RND-JRN-FUNCTION
           MOVE "RANDREQS" TO RND-JRN-PROGRAM
           MOVE SPACES TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE ZERO TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDREQS: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF
           SET WS-JOURNAL-STARTED TO TRUE.
       9000-EXIT.
           EXIT.
      ******************************************************************
      * 9100-JOURNAL-END - CLOSES THIS EXECUTION'S JOURNAL ENTRY ON
      * THE WAY OUT WITH THE OPEN REQUESTS LISTED AND THE FINAL
      * RETURN CODE.  SKIPPED WHEN THE RUN DIED BEFORE THE START
      * RECORD WAS CUT.
      ******************************************************************
       9100-JOURNAL-END.
           IF NOT WS-JOURNAL-STARTED
               GO TO 9100-EXIT
           END-IF
           MOVE "E" TO RND-JRN-FUNCTION
           MOVE "RANDREQS" TO RND-JRN-PROGRAM
           MOVE SPACES TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE WS-OPEN-COUNT TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDREQS: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM RANDREQS.
