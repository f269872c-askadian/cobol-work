      ******************************************************************
      * Author: AMRESH KADIAN.
      * Date: 09/29/2026.
      * Purpose: CONTROLLED RE-IDENTIFICATION LOOKUP.  WHEN QA RAISES
      *          A DEFECT AGAINST A MASKED ACCOUNT, SOMEONE HAS TO FIND
      *          THE REAL ACCOUNT IT STANDS FOR; UNTIL NOW THAT MEANT
      *          AN ANALYST BROWSING THE PROTECTED CROSSWALK DIRECTLY
      *          WITH NO RECORD OF WHO LOOKED AT WHAT.  THIS JOB TAKES
      *          A CONTROL FILE (UNMKCTL) WHOSE FIRST CARD CARRIES THE
      *          DEFECT TICKET NUMBER, THE REQUESTER'S ID AND THE
      *          REVERSE SCREEN OF THE MASKING SET CONCERNED (ALL
      *          THREE MANDATORY - A CARD MISSING ANY OF THEM REFUSES
      *          THE RUN BEFORE ANYTHING IS READ), FOLLOWED BY ONE
      *          CARD PER MASKED VALUE TO LOOK UP.  EACH VALUE IS READ
      *          FROM THE REVERSE SCREEN RANDMASK KEEPS FOR THE SET,
      *          AND ITS CLEAR VALUE IS PRINTED ON UNMKRPT.
      *          EVERY LOOKUP - FOUND, NOT FOUND, OR REJECTED AS AN
      *          INVALID CARD - IS FIRST APPENDED TO THE
      *          RE-IDENTIFICATION JOURNAL (REIDJRNL, LAYOUT RANDRIJR)
      *          WITH THE REQUESTER, TICKET, SET, VALUE AND DATE/TIME.
      *          THE JOURNAL IS WRITTEN BEFORE THE ANSWER IS PRINTED,
      *          AND UNLIKE THE RUN JOURNAL IT IS NOT OPTIONAL: IF IT
      *          CANNOT BE OPENED THE RUN IS REFUSED, AND IF A WRITE
      *          TO IT FAILS THE RUN STOPS WITHOUT PRINTING THAT
      *          ANSWER - NO CLEAR VALUE LEAVES THIS JOB UNRECORDED.
      *          THE JOURNAL IS ONLY EVER OPENED EXTEND; IT IS CREATED
      *          WITH OPEN OUTPUT ONLY WHEN IT DOES NOT EXIST YET
      *          (STATUS 35), SO NO FAILURE CAN EVER TRUNCATE IT.
      *          RANDUNRP REPORTS IT BY REQUESTER AND PERIOD.
      *          VALUE CARD LAYOUT: FIELD LENGTH (3) - THE WIDTH OF
      *          THE MSKMAP FIELD THE VALUE WAS MASKED AT, BLANK TO
      *          TAKE THE VALUE'S OWN LENGTH WITHOUT TRAILING SPACES -
      *          THEN THE MASKED VALUE (40) EXACTLY AS IT APPEARS IN
      *          THE MASKED FILE.  A BLANK CARD IS SKIPPED.  ONLY THE
      *          ONE-TO-ONE MODES (02, 04, 09, 10) ARE ON THE REVERSE
      *          SCREEN: A DICTIONARY NAME OR A SHIFTED DATE CANNOT BE
      *          TRACED BACK THIS WAY AND ANSWERS NOT FOUND.
      *          RETURN-CODE 4 WHEN ANY VALUE WAS NOT FOUND OR
      *          REJECTED; 16 ON A CARD OR FILE FAILURE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RANDUNMK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RANDUNMK-CONTROL-FILE
               ASSIGN TO "UNMKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT RANDUNMK-RWALK-FILE
               ASSIGN TO WS-RWALK-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RWK-KEY
               FILE STATUS IS WS-RWALK-FILE-STATUS.
           SELECT RANDUNMK-JOURNAL-FILE
               ASSIGN TO "REIDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RANDUNMK-REPORT-FILE
               ASSIGN TO "UNMKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * THE FIRST CARD NAMES THE TICKET, THE REQUESTER AND THE SET'S
      * REVERSE SCREEN; EVERY CARD AFTER IT IS ONE MASKED VALUE.
       FD  RANDUNMK-CONTROL-FILE.
       01 CTL-RECORD.
           10 CTL-TICKET         PIC X(12).
           10 CTL-REQUESTER      PIC X(08).
           10 CTL-RWALK-NAME     PIC X(20).
           10 FILLER             PIC X(40).
       01 VAL-RECORD.
           10 VAL-FIELD-LENGTH   PIC X(03).
           10 VAL-FIELD-LENGTH-N REDEFINES VAL-FIELD-LENGTH
                                 PIC 9(03).
           10 VAL-MASKED-VALUE   PIC X(40).
           10 FILLER             PIC X(37).
      * THE REVERSE-SCREEN RECORD, SHARED WITH RANDMASK THROUGH COPY
      * RANDRWKR.  READ ONLY.
       FD  RANDUNMK-RWALK-FILE.
           COPY RANDRWKR.
      * THE JOURNAL RECORD, SHARED WITH RANDUNRP THROUGH COPY
      * RANDRIJR.
       FD  RANDUNMK-JOURNAL-FILE.
           COPY RANDRIJR.
       FD  RANDUNMK-REPORT-FILE.
       01 RPT-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-CONTROL-FILE-STATUS PIC XX.
       77 WS-RWALK-FILE-STATUS   PIC XX.
       77 WS-RWALK-FILE-NAME     PIC X(20).
       77 WS-JOURNAL-FILE-STATUS PIC XX.
       77 WS-REPORT-FILE-STATUS  PIC XX.
       77 WS-STAMP-TIME          PIC 9(08).
       77 WS-TICKET              PIC X(12).
       77 WS-REQUESTER           PIC X(08).
       77 WS-LOOKUP-RESULT       PIC X.
           88 WS-VALUE-FOUND              VALUE "F".
           88 WS-VALUE-NOT-FOUND          VALUE "N".
           88 WS-CARD-REJECTED            VALUE "R".
       77 WS-ABEND-SWITCH        PIC X VALUE "N".
           88 WS-ABEND                   VALUE "Y".
       77 WS-CONTROL-EOF-SWITCH  PIC X VALUE "N".
           88 WS-CONTROL-EOF              VALUE "Y".
       77 WS-VALUE-END-SWITCH    PIC X.
           88 WS-VALUE-END-FOUND          VALUE "Y".
       77 WS-VALUE-LENGTH        PIC S9(04) COMP.
       77 WS-LOOKUP-LENGTH       PIC S9(04) COMP.
       77 WS-REQUESTED-COUNT     PIC 9(09) COMP VALUE ZERO.
       77 WS-FOUND-COUNT         PIC 9(09) COMP VALUE ZERO.
       77 WS-NOT-FOUND-COUNT     PIC 9(09) COMP VALUE ZERO.
       77 WS-REJECTED-COUNT      PIC 9(09) COMP VALUE ZERO.
      * REPORT LINES.
       01 WS-HEADER-LINE.
           10 FILLER              PIC X(33) VALUE
               "RE-IDENTIFICATION LOOKUP RUN DATE".
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-HDR-DATE         PIC 9(08).
           10 FILLER              PIC X(90) VALUE SPACES.
       01 WS-NAME-LINE.
           10 WS-NAM-LABEL        PIC X(16).
           10 WS-NAM-VALUE        PIC X(20).
           10 FILLER              PIC X(96) VALUE SPACES.
       01 WS-DETAIL-LINE.
           10 WS-DTL-LENGTH       PIC ZZ9.
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-DTL-MASKED-VALUE PIC X(40).
           10 FILLER              PIC X(04) VALUE " -> ".
           10 WS-DTL-CLEAR-VALUE  PIC X(40).
           10 FILLER              PIC X(44) VALUE SPACES.
       01 WS-TOTAL-LINE.
           10 WS-TOT-LABEL        PIC X(18).
           10 WS-TOT-COUNT        PIC ZZZZZZZZ9.
           10 FILLER              PIC X(105) VALUE SPACES.
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
           PERFORM 2000-LOOKUP-ONE-CARD THRU 2000-EXIT
               UNTIL WS-CONTROL-EOF OR WS-ABEND
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-MAINLINE-EXIT.
           GOBACK.
      ******************************************************************
      * 1000-INITIALIZE - READ AND CHECK THE FIRST CARD, THEN OPEN THE
      * REVERSE SCREEN, THE JOURNAL AND THE REPORT.  A MISSING
      * TICKET, REQUESTER OR SET, OR ANY FILE THAT WILL NOT OPEN,
      * REFUSES THE RUN WITH RETURN-CODE 16 BEFORE A SINGLE VALUE IS
      * LOOKED UP.  THE CONTROL FILE STAYS OPEN FOR THE VALUE CARDS.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT RANDUNMK-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "RANDUNMK: UNABLE TO OPEN UNMKCTL, STATUS = "
                   WS-CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ RANDUNMK-CONTROL-FILE
               AT END
                   DISPLAY "RANDUNMK: UNMKCTL HAS NO CONTROL CARD"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
                   GO TO 1000-EXIT
           END-READ
           IF CTL-TICKET = SPACES
               DISPLAY "RANDUNMK: RUN REFUSED - THE CONTROL CARD "
                   "CARRIES NO TICKET NUMBER"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF CTL-REQUESTER = SPACES
               DISPLAY "RANDUNMK: RUN REFUSED - THE CONTROL CARD "
                   "CARRIES NO REQUESTER ID"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF CTL-RWALK-NAME = SPACES
               DISPLAY "RANDUNMK: RUN REFUSED - THE CONTROL CARD "
                   "NAMES NO REVERSE-SCREEN FILE"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE CTL-RWALK-NAME TO WS-RWALK-FILE-NAME
      * THE CARD AREA IS OVERLAID BY EACH VALUE CARD, SO THE HEADER
      * CARD'S FIELDS ARE KEPT FOR THE WHOLE RUN.
           MOVE CTL-TICKET TO WS-TICKET
           MOVE CTL-REQUESTER TO WS-REQUESTER
           OPEN INPUT RANDUNMK-RWALK-FILE
           IF WS-RWALK-FILE-STATUS NOT = "00"
               DISPLAY "RANDUNMK: UNABLE TO OPEN REVERSE SCREEN "
                   WS-RWALK-FILE-NAME ", STATUS = "
                   WS-RWALK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND RANDUNMK-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT RANDUNMK-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "RANDUNMK: UNABLE TO OPEN REIDJRNL, STATUS = "
                   WS-JOURNAL-FILE-STATUS
               DISPLAY "RANDUNMK: RUN REFUSED - NO LOOKUP WITHOUT "
                   "THE RE-IDENTIFICATION JOURNAL"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RANDUNMK-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "RANDUNMK: UNABLE TO OPEN UNMKRPT, STATUS = "
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           ACCEPT WS-HDR-DATE FROM DATE YYYYMMDD
           WRITE RPT-RECORD FROM WS-HEADER-LINE
           MOVE "TICKET          " TO WS-NAM-LABEL
           MOVE WS-TICKET TO WS-NAM-VALUE
           WRITE RPT-RECORD FROM WS-NAME-LINE
           MOVE "REQUESTER       " TO WS-NAM-LABEL
           MOVE WS-REQUESTER TO WS-NAM-VALUE
           WRITE RPT-RECORD FROM WS-NAME-LINE
           MOVE "MASKING SET     " TO WS-NAM-LABEL
           MOVE WS-RWALK-FILE-NAME TO WS-NAM-VALUE
           WRITE RPT-RECORD FROM WS-NAME-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 2000-LOOKUP-ONE-CARD - READS ONE VALUE CARD, CHECKS IT, LOOKS
      * THE VALUE UP, JOURNALS THE LOOKUP AND ONLY THEN PRINTS THE
      * ANSWER.  A JOURNAL WRITE FAILURE STOPS THE RUN WITH THE
      * ANSWER UNPRINTED; A REVERSE-SCREEN READ THAT NEITHER FINDS
      * THE VALUE NOR REPORTS IT MISSING (STATUS 23) STOPS IT BEFORE
      * ANYTHING IS JOURNALLED OR PRINTED FOR THAT CARD - NO CLEAR
      * VALUE WAS READ, AND "NOT FOUND" WOULD BE A FALSE ANSWER.
      ******************************************************************
       2000-LOOKUP-ONE-CARD.
           READ RANDUNMK-CONTROL-FILE
               AT END
                   SET WS-CONTROL-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF VAL-RECORD = SPACES
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-REQUESTED-COUNT
           MOVE ZERO TO WS-LOOKUP-LENGTH
           PERFORM 2100-CHECK-VALUE-CARD THRU 2100-EXIT
           IF NOT WS-CARD-REJECTED
               MOVE WS-LOOKUP-LENGTH TO RWK-FIELD-LENGTH
               MOVE VAL-MASKED-VALUE TO RWK-MASKED-VALUE
               READ RANDUNMK-RWALK-FILE
                   INVALID KEY
                       SET WS-VALUE-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET WS-VALUE-FOUND TO TRUE
               END-READ
               IF WS-RWALK-FILE-STATUS NOT = "00" AND NOT = "23"
                   DISPLAY "RANDUNMK: READ OF REVERSE SCREEN FAILED, "
                       "STATUS = " WS-RWALK-FILE-STATUS
                   DISPLAY "RANDUNMK: RUN STOPPED - LOOKUP "
                       WS-REQUESTED-COUNT " NOT ANSWERED"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF
           MOVE WS-REQUESTER TO RIJ-REQUESTER
           MOVE WS-TICKET TO RIJ-TICKET
           MOVE WS-RWALK-FILE-NAME TO RIJ-SET-NAME
           MOVE WS-LOOKUP-LENGTH TO RIJ-FIELD-LENGTH
           MOVE VAL-MASKED-VALUE TO RIJ-MASKED-VALUE
           MOVE WS-LOOKUP-RESULT TO RIJ-RESULT
           ACCEPT RIJ-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-STAMP-TIME TO RIJ-STAMP-TIME
           WRITE REID-JOURNAL-RECORD
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "RANDUNMK: WRITE TO REIDJRNL FAILED, STATUS = "
                   WS-JOURNAL-FILE-STATUS
               DISPLAY "RANDUNMK: RUN STOPPED - LOOKUP "
                   WS-REQUESTED-COUNT " NOT ANSWERED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 2000-EXIT
           END-IF
           MOVE WS-LOOKUP-LENGTH TO WS-DTL-LENGTH
           MOVE VAL-MASKED-VALUE TO WS-DTL-MASKED-VALUE
           EVALUATE TRUE
               WHEN WS-VALUE-FOUND
                   ADD 1 TO WS-FOUND-COUNT
                   MOVE RWK-CLEAR-VALUE TO WS-DTL-CLEAR-VALUE
               WHEN WS-VALUE-NOT-FOUND
                   ADD 1 TO WS-NOT-FOUND-COUNT
                   MOVE "*** NOT FOUND ***" TO WS-DTL-CLEAR-VALUE
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "*** INVALID CARD ***" TO WS-DTL-CLEAR-VALUE
           END-EVALUATE
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 2100-CHECK-VALUE-CARD - THE MASKED VALUE MUST NOT BE BLANK;
      * A FIELD LENGTH GIVEN MUST BE 001-040 AND NO SHORTER THAN THE
      * VALUE; A BLANK ONE TAKES THE VALUE'S LENGTH WITHOUT TRAILING
      * SPACES.  A FAILING CARD IS MARKED REJECTED, WITH THE LENGTH
      * JOURNALLED AS ZERO.
      ******************************************************************
       2100-CHECK-VALUE-CARD.
           SET WS-VALUE-NOT-FOUND TO TRUE
           IF VAL-MASKED-VALUE = SPACES
               SET WS-CARD-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           MOVE "N" TO WS-VALUE-END-SWITCH
           PERFORM 2110-TEST-ONE-POSITION THRU 2110-EXIT
               VARYING WS-VALUE-LENGTH FROM 40 BY -1
               UNTIL WS-VALUE-END-FOUND
           ADD 1 TO WS-VALUE-LENGTH
           IF VAL-FIELD-LENGTH = SPACES
               MOVE WS-VALUE-LENGTH TO WS-LOOKUP-LENGTH
               GO TO 2100-EXIT
           END-IF
           IF VAL-FIELD-LENGTH NOT NUMERIC
               SET WS-CARD-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF VAL-FIELD-LENGTH-N = ZERO
              OR VAL-FIELD-LENGTH-N > 40
              OR VAL-FIELD-LENGTH-N < WS-VALUE-LENGTH
               SET WS-CARD-REJECTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           MOVE VAL-FIELD-LENGTH-N TO WS-LOOKUP-LENGTH.
       2100-EXIT.
           EXIT.
      * THE VALUE IS KNOWN NOT TO BE BLANK, SO THE BACKWARD WALK
      * STOPS AT ITS LAST NON-SPACE CHARACTER; THE VARYING STEP
      * TAKES ONE OFF AFTER THE HIT, WHICH THE CALLER ADDS BACK.
       2110-TEST-ONE-POSITION.
           IF VAL-MASKED-VALUE(WS-VALUE-LENGTH:1) NOT = SPACE
               SET WS-VALUE-END-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.
      ******************************************************************
      * 5000-PRINT-TOTALS - VALUES REQUESTED, FOUND, NOT FOUND AND
      * REJECTED.  ANY VALUE NOT ANSWERED ENDS THE RUN WITH
      * RETURN-CODE 4 UNLESS A FAILURE HAS ALREADY SET 16.
      ******************************************************************
       5000-PRINT-TOTALS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "VALUES REQUESTED  " TO WS-TOT-LABEL
           MOVE WS-REQUESTED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "VALUES FOUND      " TO WS-TOT-LABEL
           MOVE WS-FOUND-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "VALUES NOT FOUND  " TO WS-TOT-LABEL
           MOVE WS-NOT-FOUND-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "CARDS REJECTED    " TO WS-TOT-LABEL
           MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           IF WS-ABEND
               GO TO 5000-EXIT
           END-IF
           IF WS-NOT-FOUND-COUNT > ZERO OR WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - CLOSE WHATEVER IS STILL OPEN AND RETURN.
      ******************************************************************
       8000-TERMINATE.
           CLOSE RANDUNMK-CONTROL-FILE
           CLOSE RANDUNMK-RWALK-FILE
           CLOSE RANDUNMK-JOURNAL-FILE
           CLOSE RANDUNMK-REPORT-FILE.
       8000-EXIT.
           EXIT.
       END PROGRAM RANDUNMK.
