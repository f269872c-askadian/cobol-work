      ******************************************************************
      * Author: AMRESH KADIAN.
      * Date: 09/29/2026.
      * Purpose: RE-IDENTIFICATION REVIEW REPORT FOR THE PRIVACY
      *          OFFICE.  READS THE RE-IDENTIFICATION JOURNAL
      *          (REIDJRNL) RANDUNMK APPENDS TO, AND LISTS EVERY LOOKUP
      *          STAMPED WITHIN THE CONTROL CARD'S DATE RANGE (UNRPCTL
      *          - START AND END DATE, BOTH INCLUSIVE, AND AN OPTIONAL
      *          REQUESTER ID; SPACES TAKES EVERY REQUESTER), GROUPED
      *          BY REQUESTER AND IN DATE/TIME ORDER WITHIN EACH:
      *          STAMP, TICKET, MASKING SET, FIELD LENGTH, MASKED
      *          VALUE AND WHETHER IT WAS FOUND, NOT FOUND OR
      *          REJECTED.  EACH REQUESTER GETS A SUBTOTAL LINE AND
      *          THE REPORT ENDS WITH TOTALS FOR THE PERIOD - THE
      *          QUARTERLY REVIEW RUNS IT WITH THE QUARTER'S DATES.
      *          NO CLEAR VALUE APPEARS ON THIS REPORT; THE JOURNAL
      *          DOES NOT HOLD ONE.  THE JOURNAL IS SORTED ON
      *          REQUESTER, DATE AND TIME THE SAME WAY RANDXREF SORTS
      *          RANDAUD, AND IS NEVER OPENED FOR ANYTHING BUT INPUT.
      *          RETURN-CODE 16 ON A CARD OR FILE FAILURE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RANDUNRP.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RANDUNRP-CONTROL-FILE
               ASSIGN TO "UNRPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT RANDUNRP-JOURNAL-FILE
               ASSIGN TO "REIDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RANDUNRP-SORT-FILE
               ASSIGN TO "SORTWK".
           SELECT RANDUNRP-REPORT-FILE
               ASSIGN TO "UNRPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * ONE CONTROL CARD: THE STAMP DATE RANGE AND AN OPTIONAL
      * REQUESTER.
       FD  RANDUNRP-CONTROL-FILE.
       01 CTL-RECORD.
           10 CTL-START-DATE     PIC 9(08).
           10 CTL-END-DATE       PIC 9(08).
           10 CTL-REQUESTER      PIC X(08).
           10 FILLER             PIC X(56).
      * THE JOURNAL RECORD, SHARED WITH RANDUNMK THROUGH COPY
      * RANDRIJR.
       FD  RANDUNRP-JOURNAL-FILE.
           COPY RANDRIJR.
      * SORT RECORD - THE JOURNAL FIELDS AGAIN, UNDER SRT- NAMES SO
      * THEY CANNOT COLLIDE WITH THE COPY ABOVE.  SORTED ON
      * REQUESTER, THEN STAMP DATE AND TIME.
       SD  RANDUNRP-SORT-FILE.
       01 SORT-RECORD.
           10 SRT-STAMP-DATE   PIC 9(08).
           10 SRT-STAMP-TIME   PIC 9(08).
           10 SRT-REQUESTER    PIC X(08).
           10 SRT-TICKET       PIC X(12).
           10 SRT-SET-NAME     PIC X(20).
           10 SRT-FIELD-LENGTH PIC 9(03).
           10 SRT-MASKED-VALUE PIC X(40).
           10 SRT-RESULT       PIC X(01).
               88 SRT-FOUND            VALUE "F".
               88 SRT-NOT-FOUND        VALUE "N".
       FD  RANDUNRP-REPORT-FILE.
       01 RPT-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-CONTROL-FILE-STATUS PIC XX.
       77 WS-JOURNAL-FILE-STATUS PIC XX.
       77 WS-REPORT-FILE-STATUS  PIC XX.
       77 WS-ABEND-SWITCH        PIC X VALUE "N".
           88 WS-ABEND                   VALUE "Y".
       77 WS-SORT-EOF-SWITCH     PIC X VALUE "N".
           88 WS-SORT-EOF                 VALUE "Y".
      * REQUESTER OF THE GROUP BEING LISTED.  HIGH-VALUES BEFORE THE
      * FIRST SELECTED RECORD, SO THE FIRST ALWAYS STARTS A GROUP.
       77 WS-CURRENT-REQUESTER   PIC X(08) VALUE HIGH-VALUES.
       77 WS-REQ-LOOKUP-COUNT    PIC 9(09) COMP VALUE ZERO.
       77 WS-REQ-FOUND-COUNT     PIC 9(09) COMP VALUE ZERO.
       77 WS-REQ-NOT-FOUND-COUNT PIC 9(09) COMP VALUE ZERO.
       77 WS-REQ-REJECTED-COUNT  PIC 9(09) COMP VALUE ZERO.
       77 WS-READ-COUNT          PIC 9(09) COMP VALUE ZERO.
       77 WS-LOOKUP-COUNT        PIC 9(09) COMP VALUE ZERO.
       77 WS-FOUND-COUNT         PIC 9(09) COMP VALUE ZERO.
       77 WS-NOT-FOUND-COUNT     PIC 9(09) COMP VALUE ZERO.
       77 WS-REJECTED-COUNT      PIC 9(09) COMP VALUE ZERO.
       77 WS-REQUESTER-COUNT     PIC 9(09) COMP VALUE ZERO.
      * REPORT LINES.
       01 WS-HEADER-LINE.
           10 FILLER              PIC X(30) VALUE
               "RE-IDENTIFICATION REVIEW FROM ".
           10 WS-HDR-START        PIC 9(08).
           10 FILLER              PIC X(06) VALUE " THRU ".
           10 WS-HDR-END          PIC 9(08).
           10 FILLER              PIC X(11) VALUE " REQUESTER ".
           10 WS-HDR-REQUESTER    PIC X(08).
           10 FILLER              PIC X(61) VALUE SPACES.
       01 WS-REQUESTER-LINE.
           10 FILLER              PIC X(10) VALUE "REQUESTER ".
           10 WS-REQ-REQUESTER    PIC X(08).
           10 FILLER              PIC X(114) VALUE SPACES.
       01 WS-DETAIL-LINE.
           10 FILLER              PIC X(02) VALUE SPACES.
           10 WS-DTL-DATE         PIC 9(08).
           10 FILLER              PIC X(01) VALUE "/".
           10 WS-DTL-TIME         PIC 9(08).
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-DTL-TICKET       PIC X(12).
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-DTL-SET-NAME     PIC X(20).
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-DTL-LENGTH       PIC ZZ9.
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-DTL-MASKED-VALUE PIC X(40).
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-DTL-RESULT       PIC X(12).
           10 FILLER              PIC X(21) VALUE SPACES.
       01 WS-SUBTOTAL-LINE.
           10 FILLER              PIC X(11) VALUE "  LOOKUPS  ".
           10 WS-SUB-LOOKUPS      PIC ZZZZZZZZ9.
           10 FILLER              PIC X(08) VALUE "  FOUND ".
           10 WS-SUB-FOUND        PIC ZZZZZZZZ9.
           10 FILLER              PIC X(12) VALUE "  NOT FOUND ".
           10 WS-SUB-NOT-FOUND    PIC ZZZZZZZZ9.
           10 FILLER              PIC X(11) VALUE "  REJECTED ".
           10 WS-SUB-REJECTED     PIC ZZZZZZZZ9.
           10 FILLER              PIC X(54) VALUE SPACES.
       01 WS-TOTAL-LINE.
           10 WS-TOT-LABEL        PIC X(22).
           10 WS-TOT-COUNT        PIC ZZZZZZZZ9.
           10 FILLER              PIC X(101) VALUE SPACES.
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
           SORT RANDUNRP-SORT-FILE
               ON ASCENDING KEY SRT-REQUESTER
                                SRT-STAMP-DATE
                                SRT-STAMP-TIME
               USING RANDUNRP-JOURNAL-FILE
               OUTPUT PROCEDURE 3000-LIST-LOOKUPS THRU 3000-EXIT
           IF NOT WS-ABEND
               PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-MAINLINE-EXIT.
           GOBACK.
      ******************************************************************
      * 1000-INITIALIZE - READ AND CHECK THE CONTROL CARD, PROVE THE
      * JOURNAL IS THERE, OPEN THE REPORT.  THE JOURNAL IS THE
      * SORT'S USING FILE, SO THE SORT OPENS AND CLOSES IT ITSELF -
      * BUT A SORT GIVEN A FILE THAT IS NOT THERE WOULD PRINT A CLEAN
      * EMPTY REVIEW, SO IT IS OPENED AND CLOSED HERE FIRST, AS
      * RANDXREF DOES FOR RANDAUD.  ANY FAILURE SETS WS-ABEND-SWITCH.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT RANDUNRP-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "RANDUNRP: UNABLE TO OPEN UNRPCTL, STATUS = "
                   WS-CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ RANDUNRP-CONTROL-FILE
               AT END
                   DISPLAY "RANDUNRP: UNRPCTL HAS NO CONTROL CARD"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
                   GO TO 1000-EXIT
           END-READ
           CLOSE RANDUNRP-CONTROL-FILE
           IF CTL-START-DATE NOT NUMERIC
              OR CTL-END-DATE NOT NUMERIC
              OR CTL-END-DATE < CTL-START-DATE
               DISPLAY "RANDUNRP: THE CONTROL CARD DATE RANGE IS "
                   "NOT VALID"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT RANDUNRP-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "RANDUNRP: UNABLE TO OPEN REIDJRNL, STATUS = "
                   WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           CLOSE RANDUNRP-JOURNAL-FILE
           OPEN OUTPUT RANDUNRP-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "RANDUNRP: UNABLE TO OPEN UNRPRPT, STATUS = "
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE CTL-START-DATE TO WS-HDR-START
           MOVE CTL-END-DATE TO WS-HDR-END
           IF CTL-REQUESTER = SPACES
               MOVE "ALL" TO WS-HDR-REQUESTER
           ELSE
               MOVE CTL-REQUESTER TO WS-HDR-REQUESTER
           END-IF
           WRITE RPT-RECORD FROM WS-HEADER-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 3000-LIST-LOOKUPS - THE SORT'S OUTPUT PROCEDURE: TAKES THE
      * JOURNAL BACK IN REQUESTER/DATE/TIME ORDER, LISTS THE LOOKUPS
      * THE CARD SELECTS, AND CLOSES THE LAST REQUESTER'S GROUP.
      ******************************************************************
       3000-LIST-LOOKUPS.
           PERFORM 3100-LIST-ONE-LOOKUP THRU 3100-EXIT
               UNTIL WS-SORT-EOF OR WS-ABEND
           IF WS-REQUESTER-COUNT > ZERO
               PERFORM 3200-CLOSE-REQUESTER THRU 3200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 3100-LIST-ONE-LOOKUP - RETURNS ONE SORTED JOURNAL RECORD AND,
      * IF IT FALLS IN THE CARD'S RANGE AND REQUESTER, LISTS IT.  A
      * CHANGE OF REQUESTER CLOSES THE PREVIOUS GROUP AND OPENS A
      * NEW ONE.
      ******************************************************************
       3100-LIST-ONE-LOOKUP.
           RETURN RANDUNRP-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           ADD 1 TO WS-READ-COUNT
           IF SRT-STAMP-DATE < CTL-START-DATE
              OR SRT-STAMP-DATE > CTL-END-DATE
               GO TO 3100-EXIT
           END-IF
           IF CTL-REQUESTER NOT = SPACES
              AND SRT-REQUESTER NOT = CTL-REQUESTER
               GO TO 3100-EXIT
           END-IF
           IF SRT-REQUESTER NOT = WS-CURRENT-REQUESTER
               IF WS-REQUESTER-COUNT > ZERO
                   PERFORM 3200-CLOSE-REQUESTER THRU 3200-EXIT
               END-IF
               ADD 1 TO WS-REQUESTER-COUNT
               MOVE SRT-REQUESTER TO WS-CURRENT-REQUESTER
               MOVE SRT-REQUESTER TO WS-REQ-REQUESTER
               WRITE RPT-RECORD FROM WS-REQUESTER-LINE
           END-IF
           ADD 1 TO WS-REQ-LOOKUP-COUNT
           ADD 1 TO WS-LOOKUP-COUNT
           MOVE SRT-STAMP-DATE TO WS-DTL-DATE
           MOVE SRT-STAMP-TIME TO WS-DTL-TIME
           MOVE SRT-TICKET TO WS-DTL-TICKET
           MOVE SRT-SET-NAME TO WS-DTL-SET-NAME
           MOVE SRT-FIELD-LENGTH TO WS-DTL-LENGTH
           MOVE SRT-MASKED-VALUE TO WS-DTL-MASKED-VALUE
           EVALUATE TRUE
               WHEN SRT-FOUND
                   ADD 1 TO WS-REQ-FOUND-COUNT
                   ADD 1 TO WS-FOUND-COUNT
                   MOVE "FOUND" TO WS-DTL-RESULT
               WHEN SRT-NOT-FOUND
                   ADD 1 TO WS-REQ-NOT-FOUND-COUNT
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   MOVE "NOT FOUND" TO WS-DTL-RESULT
               WHEN OTHER
                   ADD 1 TO WS-REQ-REJECTED-COUNT
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "INVALID CARD" TO WS-DTL-RESULT
           END-EVALUATE
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 3200-CLOSE-REQUESTER - ONE REQUESTER'S SUBTOTALS, THEN THE
      * GROUP COUNTERS START AGAIN.
      ******************************************************************
       3200-CLOSE-REQUESTER.
           MOVE WS-REQ-LOOKUP-COUNT TO WS-SUB-LOOKUPS
           MOVE WS-REQ-FOUND-COUNT TO WS-SUB-FOUND
           MOVE WS-REQ-NOT-FOUND-COUNT TO WS-SUB-NOT-FOUND
           MOVE WS-REQ-REJECTED-COUNT TO WS-SUB-REJECTED
           WRITE RPT-RECORD FROM WS-SUBTOTAL-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE ZERO TO WS-REQ-LOOKUP-COUNT
           MOVE ZERO TO WS-REQ-FOUND-COUNT
           MOVE ZERO TO WS-REQ-NOT-FOUND-COUNT
           MOVE ZERO TO WS-REQ-REJECTED-COUNT.
       3200-EXIT.
           EXIT.
      ******************************************************************
      * 4000-PRINT-TOTALS - TOTALS FOR THE PERIOD.
      ******************************************************************
       4000-PRINT-TOTALS.
           IF WS-LOOKUP-COUNT = ZERO
               MOVE "NO RE-IDENTIFICATIONS IN THE PERIOD"
                   TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE SPACES TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           MOVE "JOURNAL RECORDS READ  " TO WS-TOT-LABEL
           MOVE WS-READ-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "REQUESTERS            " TO WS-TOT-LABEL
           MOVE WS-REQUESTER-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "LOOKUPS IN PERIOD     " TO WS-TOT-LABEL
           MOVE WS-LOOKUP-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "VALUES FOUND          " TO WS-TOT-LABEL
           MOVE WS-FOUND-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "VALUES NOT FOUND      " TO WS-TOT-LABEL
           MOVE WS-NOT-FOUND-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "CARDS REJECTED        " TO WS-TOT-LABEL
           MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE.
       4000-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - CLOSE WHATEVER IS STILL OPEN AND RETURN.
      ******************************************************************
       8000-TERMINATE.
           CLOSE RANDUNRP-REPORT-FILE.
       8000-EXIT.
           EXIT.
       END PROGRAM RANDUNRP.
