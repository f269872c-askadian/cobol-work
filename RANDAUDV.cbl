      ******************************************************************
      * Author: AMRESH KADIAN.
      * Date: 10/08/2026.
      * Purpose: INDEPENDENT VERIFIER FOR THE RANDAUD CHECK-VALUE
      *          CHAIN.  EVERY AUDIT RECORD CARRIES A CHECK VALUE
      *          CHAINED ONTO THE PREVIOUS RECORD'S (SEE RANDAUDR AND
      *          RANDCHN); THIS JOB WALKS AN AUDIT FILE FROM THE TOP -
      *          THE LIVE RANDAUD, OR ANY ARCHOUT GENERATION RANDARCH
      *          HAS WRITTEN, NAMED ON ITS CARD - RECOMPUTES EVERY
      *          CHECK VALUE AND REPORTS THE FIRST RECORD AT WHICH THE
      *          CHAIN BREAKS: A RECORD CHANGED, REMOVED OR INSERTED
      *          SINCE IT WAS WRITTEN.  A FILE THAT STARTS WITH A
      *          RANDARCH CHAIN ANCHOR CHAINS FROM THE VALUE THE
      *          ANCHOR CARRIES; THE CARD MAY GIVE THE VALUE THAT
      *          SHOULD BE (THE CLOSING VALUE OF THE PREVIOUS ARCHIVE
      *          GENERATION, OR THE ANCHOR VALUE ON RANDARCH'S
      *          REPORT), WHICH TIES ONE GENERATION TO THE NEXT.
      *          RECORDS WRITTEN BEFORE RECORDS CARRIED CHECK VALUES
      *          ARE COUNTED AND PASSED OVER.  THE REPORT (AUVRPT)
      *          GIVES THE COUNTS, THE OPENING AND CLOSING CHECK
      *          VALUES, THE FIRST BREAK IN FULL AND THE VERDICT:
      *            RETURN-CODE 0  - CHAIN INTACT
      *            RETURN-CODE 4  - NOTHING CHAINED TO VERIFY
      *            RETURN-CODE 8  - CHAIN BROKEN, OR THE FILE DOES
      *                             NOT OPEN FROM THE CARD'S VALUE
      *            RETURN-CODE 16 - CARD OR FILE ERROR
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RANDAUDV.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RANDAUDV-CONTROL-FILE
               ASSIGN TO "AUVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT RANDAUDV-AUDIT-FILE
               ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RANDAUDV-REPORT-FILE
               ASSIGN TO "AUVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * ONE CONTROL CARD: THE AUDIT FILE TO WALK (BLANK = RANDAUD,
      * OR AN ARCHOUT GENERATION'S NAME), THEN OPTIONALLY THE CHECK
      * VALUE THE FILE MUST OPEN FROM (BLANK = NOT CHECKED).
       FD  RANDAUDV-CONTROL-FILE.
       01 CTL-RECORD.
           10 CTL-AUDIT-NAME      PIC X(20).
           10 CTL-OPENING-VALUE   PIC 9(18).
           10 FILLER              PIC X(42).
      * SAME LAYOUT RANDOM01 WRITES TO RANDAUD, SHARED THROUGH COPY
      * RANDAUDR SO THE COPIES CANNOT DRIFT.
       FD  RANDAUDV-AUDIT-FILE.
           COPY RANDAUDR.
       FD  RANDAUDV-REPORT-FILE.
       01 RPT-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-CONTROL-FILE-STATUS PIC XX.
       77 WS-AUDIT-FILE-STATUS   PIC XX.
       77 WS-REPORT-FILE-STATUS  PIC XX.
       77 WS-AUDIT-FILE-NAME     PIC X(20).
       77 WS-ABEND-SWITCH        PIC X VALUE "N".
           88 WS-ABEND                   VALUE "Y".
       77 WS-AUDIT-EOF-SWITCH    PIC X VALUE "N".
           88 WS-AUDIT-EOF                VALUE "Y".
       77 WS-BREAK-SWITCH        PIC X VALUE "N".
           88 WS-BREAK-FOUND              VALUE "Y".
       77 WS-OPENING-SWITCH      PIC X VALUE "N".
           88 WS-OPENING-MISMATCH         VALUE "Y".
       77 WS-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
       77 WS-UNCHAINED-COUNT     PIC 9(09) COMP VALUE ZERO.
       77 WS-CHAINED-COUNT       PIC 9(09) COMP VALUE ZERO.
       77 WS-BREAK-COUNT         PIC 9(09) COMP VALUE ZERO.
       77 WS-OPENING-VALUE       PIC 9(18) VALUE ZERO.
      * THE FIRST BREAK, KEPT FOR THE REPORT.
       77 WS-BREAK-RECORD-NBR    PIC 9(09) COMP VALUE ZERO.
       77 WS-BREAK-REASON        PIC X(02).
       77 WS-BREAK-EXPECTED      PIC 9(18).
       01 WS-BREAK-AUDIT-RECORD  PIC X(53).
       01 WS-BREAK-AUDIT-FIELDS REDEFINES WS-BREAK-AUDIT-RECORD.
           10 WS-BRK-DATE         PIC 9(08).
           10 WS-BRK-TIME         PIC 9(08).
           10 WS-BRK-MODE         PIC X(02).
           10 WS-BRK-RND-VAR      PIC X(09).
           10 WS-BRK-RUN-ID       PIC X(08).
           10 WS-BRK-CHAIN-VALUE  PIC X(18).
      * REQUEST AREA PASSED TO RANDCHN TO CHECK EACH RECORD - THE
      * RANDCHNP LAYOUT (SEE THAT MEMBER) WITH FIELD NAMES PREFIXED
      * RND.  RANDCHN CARRIES THE CHAIN FROM RECORD TO RECORD IN
      * RND-CHN-PREVIOUS AND RND-CHN-STATE.
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
           10 FILLER              PIC X(31) VALUE
               "RANDAUD CHAIN VERIFICATION FOR ".
           10 WS-HDR-NAME         PIC X(20).
           10 FILLER              PIC X(29) VALUE SPACES.
       01 WS-TOTAL-LINE.
           10 WS-TOT-LABEL        PIC X(32).
           10 WS-TOT-COUNT        PIC ZZZZZZZZ9.
           10 FILLER              PIC X(39) VALUE SPACES.
       01 WS-CHAIN-LINE.
           10 WS-CHN-LABEL        PIC X(32).
           10 WS-CHN-VALUE        PIC 9(18).
           10 FILLER              PIC X(30) VALUE SPACES.
       01 WS-BREAK-LINE.
           10 FILLER              PIC X(10) VALUE "  RECORD  ".
           10 WS-BKL-RECORD-NBR   PIC ZZZZZZZZ9.
           10 FILLER              PIC X(07) VALUE "  DATE ".
           10 WS-BKL-DATE         PIC 9(08).
           10 FILLER              PIC X(07) VALUE "  TIME ".
           10 WS-BKL-TIME         PIC 9(08).
           10 FILLER              PIC X(07) VALUE "  MODE ".
           10 WS-BKL-MODE         PIC X(02).
           10 FILLER              PIC X(09) VALUE "  RUN-ID ".
           10 WS-BKL-RUN-ID       PIC X(08).
           10 FILLER              PIC X(05) VALUE SPACES.
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
           PERFORM 2000-CHECK-ONE-RECORD THRU 2000-EXIT
               UNTIL WS-AUDIT-EOF
           PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-MAINLINE-EXIT.
           PERFORM 9100-JOURNAL-END THRU 9100-EXIT
           GOBACK.
      ******************************************************************
      * 1000-INITIALIZE - READ THE ONE CONTROL CARD NAMING THE FILE
      * TO WALK, THEN OPEN IT AND THE REPORT.  ANY FAILURE SETS
      * WS-ABEND-SWITCH.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT RANDAUDV-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "RANDAUDV: UNABLE TO OPEN AUVCTL, STATUS = "
                   WS-CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ RANDAUDV-CONTROL-FILE
               AT END
                   DISPLAY "RANDAUDV: AUVCTL HAS NO CONTROL CARD"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
                   GO TO 1000-EXIT
           END-READ
           CLOSE RANDAUDV-CONTROL-FILE
           PERFORM 9000-JOURNAL-START THRU 9000-EXIT
           IF CTL-OPENING-VALUE NOT NUMERIC
              AND CTL-OPENING-VALUE NOT = SPACES
               DISPLAY "RANDAUDV: OPENING CHECK VALUE ON THE CONTROL "
                   "CARD IS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF CTL-AUDIT-NAME = SPACES
               MOVE "RANDAUD" TO WS-AUDIT-FILE-NAME
           ELSE
               MOVE CTL-AUDIT-NAME TO WS-AUDIT-FILE-NAME
           END-IF
           OPEN INPUT RANDAUDV-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "RANDAUDV: UNABLE TO OPEN " WS-AUDIT-FILE-NAME
                   ", STATUS = " WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RANDAUDV-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "RANDAUDV: UNABLE TO OPEN AUVRPT, STATUS = "
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE "V" TO RND-CHN-FUNCTION
           MOVE SPACE TO RND-CHN-STATE
           MOVE ZERO TO RND-CHN-PREVIOUS.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 2000-CHECK-ONE-RECORD - READS ONE AUDIT RECORD AND HAS
      * RANDCHN CHECK IT AGAINST THE CHAIN SO FAR.  THE CHECK VALUE
      * THE FILE OPENS FROM IS TAKEN OFF THE FIRST RECORD: THE
      * ANCHOR'S VALUE, OR ZERO WHEN THE FILE STARTS WITHOUT ONE.
      * THE FIRST BREAK IS KEPT WHOLE FOR THE REPORT; LATER ONES ARE
      * ONLY COUNTED.
      ******************************************************************
       2000-CHECK-ONE-RECORD.
           READ RANDAUDV-AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-READ-COUNT
           MOVE AUDIT-RECORD TO RND-CHN-RECORD
           MOVE RETURN-CODE TO RND-CHN-RETURN-CODE
           CALL "RANDCHN" USING RND-CHNPARM
           IF WS-READ-COUNT = 1
              AND RND-CHN-STATE = "A"
               MOVE RND-CHN-PREVIOUS TO WS-OPENING-VALUE
           END-IF
           EVALUATE RND-CHN-STATUS
               WHEN "00"
                   IF AUD-MODE NOT = 98
                       ADD 1 TO WS-CHAINED-COUNT
                   END-IF
               WHEN "04"
                   ADD 1 TO WS-UNCHAINED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-BREAK-COUNT
                   IF NOT WS-BREAK-FOUND
                       SET WS-BREAK-FOUND TO TRUE
                       MOVE WS-READ-COUNT TO WS-BREAK-RECORD-NBR
                       MOVE RND-CHN-REASON TO WS-BREAK-REASON
                       MOVE RND-CHN-VALUE TO WS-BREAK-EXPECTED
                       MOVE AUDIT-RECORD TO WS-BREAK-AUDIT-RECORD
                   END-IF
           END-EVALUATE.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 3000-PRINT-REPORT - THE COUNTS, THE CHECK VALUES THE FILE
      * OPENS FROM AND CLOSES ON (THE CLOSING VALUE IS WHAT THE NEXT
      * GENERATION'S ANCHOR, OR THE NEXT RUN OF THIS JOB, MUST SHOW),
      * THE FIRST BREAK, AND THE VERDICT.  A BREAK, OR A FILE THAT
      * DOES NOT OPEN FROM THE CARD'S VALUE, ENDS WITH RETURN-CODE
      * 8; A FILE WITH NOTHING CHAINED IN IT ENDS WITH 4.
      ******************************************************************
       3000-PRINT-REPORT.
           MOVE WS-AUDIT-FILE-NAME TO WS-HDR-NAME
           WRITE RPT-RECORD FROM WS-HEADER-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "RECORDS READ                    " TO WS-TOT-LABEL
           MOVE WS-READ-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "RECORDS WRITTEN BEFORE CHAINING " TO WS-TOT-LABEL
           MOVE WS-UNCHAINED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "CHAINED RECORDS VERIFIED        " TO WS-TOT-LABEL
           MOVE WS-CHAINED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "BREAKS IN THE CHAIN             " TO WS-TOT-LABEL
           MOVE WS-BREAK-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "OPENS FROM CHECK VALUE          " TO WS-CHN-LABEL
           MOVE WS-OPENING-VALUE TO WS-CHN-VALUE
           WRITE RPT-RECORD FROM WS-CHAIN-LINE
           MOVE "CLOSES ON CHECK VALUE           " TO WS-CHN-LABEL
           MOVE RND-CHN-PREVIOUS TO WS-CHN-VALUE
           WRITE RPT-RECORD FROM WS-CHAIN-LINE
           IF CTL-OPENING-VALUE NUMERIC
               MOVE "CARD SAYS IT OPENS FROM         " TO WS-CHN-LABEL
               MOVE CTL-OPENING-VALUE TO WS-CHN-VALUE
               WRITE RPT-RECORD FROM WS-CHAIN-LINE
               IF CTL-OPENING-VALUE NOT = WS-OPENING-VALUE
                   SET WS-OPENING-MISMATCH TO TRUE
                   MOVE SPACES TO RPT-RECORD
                   STRING "*** FILE DOES NOT OPEN FROM THE CARD'S "
                       "VALUE - RECORDS MISSING AT THE HEAD ***"
                       DELIMITED BY SIZE INTO RPT-RECORD
                   WRITE RPT-RECORD
               END-IF
           END-IF
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-BREAK-FOUND
               PERFORM 3100-PRINT-FIRST-BREAK THRU 3100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN WS-BREAK-FOUND OR WS-OPENING-MISMATCH
                   MOVE "*** AUDIT CHAIN BROKEN ***" TO RPT-RECORD
                   WRITE RPT-RECORD
                   DISPLAY "RANDAUDV: AUDIT CHAIN BROKEN IN "
                       WS-AUDIT-FILE-NAME
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CHAINED-COUNT = ZERO
                   MOVE SPACES TO RPT-RECORD
                   STRING "NO CHAINED RECORDS - NOTHING TO VERIFY"
                       DELIMITED BY SIZE INTO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "AUDIT CHAIN INTACT" TO RPT-RECORD
                   WRITE RPT-RECORD
           END-EVALUATE.
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 3100-PRINT-FIRST-BREAK - WHERE THE CHAIN FIRST FAILS AND WHY,
      * WITH THE RECORD AS IT STANDS AND, FOR A VALUE MISMATCH, THE
      * CHECK VALUE IT SHOULD HAVE CARRIED.
      ******************************************************************
       3100-PRINT-FIRST-BREAK.
           MOVE "FIRST BREAK" TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-BREAK-RECORD-NBR TO WS-BKL-RECORD-NBR
           MOVE WS-BRK-DATE TO WS-BKL-DATE
           MOVE WS-BRK-TIME TO WS-BKL-TIME
           MOVE WS-BRK-MODE TO WS-BKL-MODE
           MOVE WS-BRK-RUN-ID TO WS-BKL-RUN-ID
           WRITE RPT-RECORD FROM WS-BREAK-LINE
           EVALUATE WS-BREAK-REASON
               WHEN "01"
                   MOVE SPACES TO RPT-RECORD
                   STRING "  CHECK VALUE DOES NOT MATCH - THIS RECORD "
                       "OR ONE BEFORE IT WAS CHANGED,"
                       DELIMITED BY SIZE INTO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE "  REMOVED OR INSERTED" TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE "  RECORD CARRIES                " TO
                       WS-CHN-LABEL
                   MOVE WS-BRK-CHAIN-VALUE TO WS-CHN-VALUE
                   WRITE RPT-RECORD FROM WS-CHAIN-LINE
                   MOVE "  CHAIN EXPECTS                 " TO
                       WS-CHN-LABEL
                   MOVE WS-BREAK-EXPECTED TO WS-CHN-VALUE
                   WRITE RPT-RECORD FROM WS-CHAIN-LINE
               WHEN "02"
                   MOVE SPACES TO RPT-RECORD
                   STRING "  CHAIN ANCHOR THAT IS NOT THE FIRST RECORD "
                       "OF THE FILE"
                       DELIMITED BY SIZE INTO RPT-RECORD
                   WRITE RPT-RECORD
               WHEN OTHER
                   MOVE SPACES TO RPT-RECORD
                   STRING "  RECORD WITHOUT A CHECK VALUE AFTER "
                       "CHAINED RECORDS"
                       DELIMITED BY SIZE INTO RPT-RECORD
                   WRITE RPT-RECORD
           END-EVALUATE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - CLOSE WHATEVER IS STILL OPEN AND RETURN.
      ******************************************************************
       8000-TERMINATE.
           CLOSE RANDAUDV-AUDIT-FILE
           CLOSE RANDAUDV-REPORT-FILE.
       8000-EXIT.
           EXIT.
      ******************************************************************
      * 9000-JOURNAL-START - REGISTERS THIS EXECUTION IN THE COMMON
      * RUN JOURNAL AS SOON AS THE CONTROL CARD IS IN HAND, SO AN
      * ABEND ANYWHERE LATER LEAVES A VISIBLE OPEN ENTRY.  THE
      * VERIFIER CARRIES NO RUN-ID.  A JOURNAL FAILURE WARNS AND
      * RUNS ON.
      ******************************************************************
       9000-JOURNAL-START.
           MOVE "S" TO RND-JRN-FUNCTION
           MOVE "RANDAUDV" TO RND-JRN-PROGRAM
           MOVE SPACES TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE ZERO TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDAUDV: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF
           SET WS-JOURNAL-STARTED TO TRUE.
       9000-EXIT.
           EXIT.
      ******************************************************************
      * 9100-JOURNAL-END - CLOSES THIS EXECUTION'S JOURNAL ENTRY ON
      * THE WAY OUT WITH THE AUDIT RECORDS READ AND THE FINAL RETURN
      * CODE.  SKIPPED WHEN THE RUN DIED BEFORE THE START RECORD WAS
      * CUT.
      ******************************************************************
       9100-JOURNAL-END.
           IF NOT WS-JOURNAL-STARTED
               GO TO 9100-EXIT
           END-IF
           MOVE "E" TO RND-JRN-FUNCTION
           MOVE "RANDAUDV" TO RND-JRN-PROGRAM
           MOVE SPACES TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE WS-READ-COUNT TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDAUDV: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM RANDAUDV.
