      ******************************************************************
      * Author: AMRESH KADIAN.
      * Date: 10/02/2026.
      * Purpose: MONETARY-UNIT SAMPLE EVALUATION - THE SECOND STEP OF
      *          A RANDMUS SAMPLE.  ONCE THE AUDITORS HAVE WORKED THE
      *          SELECTED ITEMS THEY KEY ONE AUDITED-AMOUNT RECORD PER
      *          ITEM (MUSAUD: THE POPIN SEQUENCE NUMBER FROM THE
      *          WORKSHEET AND THE AMOUNT THEY AUDITED IT AT, IN
      *          SEQUENCE-NUMBER ORDER).  THIS JOB MATCHES THEM TO THE
      *          SAMPLE (MUSOUT, LAYOUT RANDMUSR) AND PRINTS, FOR
      *          OVERSTATEMENTS AND UNDERSTATEMENTS SEPARATELY, THE
      *          PROJECTED MISSTATEMENT AND THE UPPER MISSTATEMENT
      *          LIMIT AT THE CONFIDENCE LEVEL THE SAMPLE WAS PLANNED
      *          AT, TO MUSEVAL.  EVERY FIGURE IT NEEDS - INTERVAL,
      *          TOLERABLE MISSTATEMENT, CONFIDENCE - COMES FROM THE
      *          SAMPLE'S OWN PLAN RECORD, SO THE EVALUATION CANNOT BE
      *          RUN AGAINST DIFFERENT FIGURES FROM THE SELECTION.
      *          EVALUATION FOLLOWS THE AICPA AUDIT SAMPLING GUIDE,
      *          WITH THE FACTORS FROM RANDMUSF:
      *            A TOP-STRATUM ITEM'S MISSTATEMENT IS KNOWN, NOT
      *            PROJECTED, AND IS ADDED AS IT STANDS.
      *            ANY OTHER ITEM'S MISSTATEMENT IS PROJECTED OVER ITS
      *            INTERVAL: TAINT = (BOOK - AUDITED) / BOOK,
      *            PROJECTED = TAINT X INTERVAL.
      *            BASIC PRECISION = RELIABILITY FACTOR FOR ZERO
      *            MISSTATEMENTS X INTERVAL.
      *            THE PROJECTED MISSTATEMENTS ARE RANKED LARGEST
      *            FIRST AND THE K-TH IS ALSO MULTIPLIED BY THE STEP
      *            FROM FACTOR K-1 TO FACTOR K, LESS ONE - THE
      *            INCREMENTAL ALLOWANCE FOR SAMPLING RISK.  PAST TEN
      *            MISSTATEMENTS THE TENTH STEP IS USED.
      *            UPPER MISSTATEMENT LIMIT = BASIC PRECISION +
      *            PROJECTED + INCREMENTAL ALLOWANCE + KNOWN.
      *          AN ITEM WITH NO AUDITED RECORD, OR WHOSE AUDITED
      *          AMOUNT CANNOT BE READ, IS TAKEN AS FULLY MISSTATED
      *          (AUDITED AT ZERO) AND FLAGGED - THE CONSERVATIVE
      *          TREATMENT UNTIL THE AUDITORS SUPPLY IT.  AN AUDITED
      *          RECORD FOR AN ITEM NOT IN THE SAMPLE IS LISTED AND
      *          IGNORED.  THE AUDITED AMOUNT IS READ AS RANDMUS
      *          READS A POPIN AMOUNT; WITHOUT A DECIMAL POINT IT IS
      *          WHOLE DOLLARS, AS THE AUDITORS KEY IT.
      *          RETURN-CODE 8 WHEN EITHER UPPER LIMIT EXCEEDS THE
      *          TOLERABLE MISSTATEMENT, OTHERWISE 4 WHEN ANY ITEM WAS
      *          NOT AUDITED OR NOT READABLE OR ANY AUDITED RECORD WAS
      *          UNMATCHED, 16 ON A FILE FAILURE, A MISSING PLAN
      *          RECORD OR AN AUDITED RECORD OUT OF SEQUENCE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RANDMUSE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RANDMUSE-SAMPLE-FILE
               ASSIGN TO "MUSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMPLE-FILE-STATUS.
           SELECT RANDMUSE-AUDITED-FILE
               ASSIGN TO "MUSAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITED-FILE-STATUS.
           SELECT RANDMUSE-REPORT-FILE
               ASSIGN TO "MUSEVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * THE SAMPLE AS RANDMUS WROTE IT, SHARED THROUGH COPY RANDMUSR.
       FD  RANDMUSE-SAMPLE-FILE.
           COPY RANDMUSR.
      * ONE RECORD PER AUDITED ITEM: THE POPIN SEQUENCE NUMBER AND
      * THE AUDITED AMOUNT, KEYED FREE-FORM.
       FD  RANDMUSE-AUDITED-FILE.
       01 MAD-RECORD.
           10 MAD-SEQ-NBR         PIC 9(09).
           10 MAD-AUDITED-AMOUNT  PIC X(18).
           10 FILLER              PIC X(53).
       FD  RANDMUSE-REPORT-FILE.
       01 RPT-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-SAMPLE-FILE-STATUS  PIC XX.
       77 WS-AUDITED-FILE-STATUS PIC XX.
       77 WS-REPORT-FILE-STATUS  PIC XX.
       77 WS-ABEND-SWITCH        PIC X VALUE "N".
           88 WS-ABEND                   VALUE "Y".
      * MATCH KEYS - TEN DIGITS SO END OF FILE SORTS ABOVE ANY NINE-
      * DIGIT SEQUENCE NUMBER.
       77 WS-SAMPLE-KEY          PIC 9(10).
       77 WS-AUDITED-KEY         PIC 9(10).
       77 WS-PREV-AUDITED-KEY    PIC 9(10) VALUE ZERO.
       77 WS-HIGH-KEY            PIC 9(10) VALUE 9999999999.
       77 WS-ITEM-COUNT          PIC 9(09) COMP VALUE ZERO.
       77 WS-AUDITED-COUNT       PIC 9(09) COMP VALUE ZERO.
       77 WS-NOT-AUDITED-COUNT   PIC 9(09) COMP VALUE ZERO.
       77 WS-UNREADABLE-COUNT    PIC 9(09) COMP VALUE ZERO.
       77 WS-UNMATCHED-COUNT     PIC 9(09) COMP VALUE ZERO.
       77 WS-FACTOR-ROW          PIC S9(04) COMP.
       77 WS-DIR                 PIC S9(04) COMP.
       77 WS-RANK                PIC S9(04) COMP.
       77 WS-SLOT                PIC S9(04) COMP.
       77 WS-SLOT-SWITCH         PIC X.
           88 WS-SLOT-FOUND               VALUE "Y".
       77 WS-STEP-ROW            PIC S9(04) COMP.
       77 WS-ITEM-NOTE           PIC X(60).
       77 WS-NOTE-NOT-AUDITED    PIC X(60) VALUE
               "*** NOT AUDITED - TAKEN AS FULLY MISSTATED ***".
       77 WS-NOTE-UNREADABLE     PIC X(60) VALUE
               "*** AMOUNT UNREADABLE - TAKEN AS FULLY MISSTATED ***".
       77 WS-NOTE-TOP-STRATUM    PIC X(60) VALUE
               "TOP STRATUM - MISSTATEMENT KNOWN, NOT PROJECTED".
      * MONEY AND FACTORS, PACKED AS RANDSTAT KEEPS ITS ARITHMETIC.
       77 WS-INTERVAL            PIC S9(13)V99 COMP-3.
       77 WS-TOLERABLE           PIC S9(13)V99 COMP-3.
       77 WS-BOOK                PIC S9(13)V99 COMP-3.
       77 WS-AUDITED             PIC S9(13)V99 COMP-3.
       77 WS-MISSTATEMENT        PIC S9(13)V99 COMP-3.
       77 WS-MAGNITUDE           PIC S9(13)V99 COMP-3.
       77 WS-TAINT               PIC S9(05)V9(06) COMP-3.
       77 WS-PROJECTED           PIC S9(15)V99 COMP-3.
       77 WS-STEP-FACTOR         PIC S9(03)V99 COMP-3.
       77 WS-BASIC-PRECISION     PIC S9(15)V99 COMP-3.
      * AMOUNT-FIELD PARSE (6000), AS IN RANDMUS: THE TEXT AND ITS
      * LENGTH IN; THE VALUE AND A VALID SWITCH OUT.
       77 WS-AMT-TEXT            PIC X(18).
       77 WS-AMT-LENGTH          PIC S9(04) COMP.
       77 WS-AMT-POSN            PIC S9(04) COMP.
       77 WS-AMT-CHAR            PIC X(01).
       77 WS-AMT-DIGIT           PIC 9(01).
       77 WS-AMT-DIGITS          PIC 9(15) COMP-3.
       77 WS-AMT-DIGIT-COUNT     PIC S9(04) COMP.
       77 WS-AMT-FRACTION-COUNT  PIC S9(04) COMP.
       77 WS-AMT-VALUE           PIC S9(13)V99 COMP-3.
       77 WS-AMT-VALID-SWITCH    PIC X.
           88 WS-AMT-VALID                VALUE "Y".
       77 WS-AMT-POINT-SWITCH    PIC X.
           88 WS-AMT-POINT-SEEN           VALUE "Y".
       77 WS-AMT-MINUS-SWITCH    PIC X.
           88 WS-AMT-MINUS-SEEN           VALUE "Y".
      * ONE ENTRY PER DIRECTION - (1) OVERSTATEMENT, (2)
      * UNDERSTATEMENT - WITH THE KNOWN (TOP-STRATUM) MISSTATEMENT,
      * THE PROJECTED MISSTATEMENTS RANKED LARGEST FIRST, AND THE
      * LIMIT WORKED OUT FROM THEM.
       01 WS-DIRECTION-TABLE.
           10 WS-DIRECTION OCCURS 2 TIMES.
               15 WS-DIR-NAME         PIC X(14).
               15 WS-DIR-KNOWN        PIC S9(15)V99 COMP-3.
               15 WS-DIR-PROJECTED    PIC S9(15)V99 COMP-3.
               15 WS-DIR-ALLOWANCE    PIC S9(15)V99 COMP-3.
               15 WS-DIR-LIMIT        PIC S9(15)V99 COMP-3.
               15 WS-DIR-COUNT        PIC S9(04) COMP.
               15 WS-DIR-PM           PIC S9(15)V99 COMP-3
                                      OCCURS 500 TIMES.
      * RELIABILITY AND EXPANSION FACTORS BY CONFIDENCE LEVEL.
           COPY RANDMUSF.
      * REPORT LINES.
       01 WS-HEADER-LINE.
           10 FILLER              PIC X(37) VALUE
               "MONETARY-UNIT SAMPLE EVALUATION - RUN".
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-HDR-RUN-ID       PIC X(08).
           10 FILLER              PIC X(10) VALUE " SELECTED ".
           10 WS-HDR-SELECT-DATE  PIC 9(08).
           10 FILLER              PIC X(06) VALUE " DATE ".
           10 WS-HDR-DATE         PIC 9(08).
           10 FILLER              PIC X(54) VALUE SPACES.
       01 WS-DETAIL-LINE.
           10 FILLER              PIC X(04) VALUE "SEQ ".
           10 WS-DTL-SEQ-NBR      PIC 9(09).
           10 FILLER              PIC X(06) VALUE " BOOK ".
           10 WS-DTL-BOOK         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(09) VALUE " AUDITED ".
           10 WS-DTL-AUDITED      PIC ----,---,---,--9.99.
           10 FILLER              PIC X(06) VALUE " DIFF ".
           10 WS-DTL-DIFF         PIC ----,---,---,--9.99.
           10 FILLER              PIC X(07) VALUE " TAINT ".
           10 WS-DTL-TAINT        PIC ---9.9999.
           10 FILLER              PIC X(06) VALUE " PROJ ".
           10 WS-DTL-PROJECTED    PIC ----,---,---,--9.99.
           10 FILLER              PIC X(01) VALUE SPACES.
       01 WS-NOTE-LINE.
           10 FILLER              PIC X(14) VALUE SPACES.
           10 WS-NOTE-TEXT        PIC X(60).
           10 FILLER              PIC X(58) VALUE SPACES.
       01 WS-UNMATCHED-LINE.
           10 FILLER              PIC X(04) VALUE "SEQ ".
           10 WS-UNM-SEQ-NBR      PIC 9(09).
           10 FILLER              PIC X(53) VALUE
               " *** AUDITED AMOUNT FOR AN ITEM NOT IN THE SAMPLE ***".
           10 FILLER              PIC X(66) VALUE SPACES.
       01 WS-AMOUNT-LINE.
           10 WS-MNY-LABEL        PIC X(40).
           10 WS-MNY-EDITED       PIC ----,---,---,---,--9.99.
           10 FILLER              PIC X(69) VALUE SPACES.
       01 WS-TOTAL-LINE.
           10 WS-TOT-LABEL        PIC X(40).
           10 WS-TOT-COUNT        PIC ZZZZZZZZ9.
           10 FILLER              PIC X(83) VALUE SPACES.
       01 WS-VERDICT-LINE.
           10 WS-VERDICT-TEXT     PIC X(132).
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
      * THE SAMPLE'S PLAN RECORD, KEPT FOR THE JOURNAL ONCE THE FD
      * AREA HAS MOVED ON TO THE ITEMS.
       01 WS-PLAN-RECORD.
           10 WS-PLAN-RUN-ID      PIC X(08).
           10 WS-PLAN-IMAGE       PIC X(80).
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
           PERFORM 3000-MATCH-ONE THRU 3000-EXIT
               UNTIL (WS-SAMPLE-KEY = WS-HIGH-KEY
                  AND WS-AUDITED-KEY = WS-HIGH-KEY)
                  OR WS-ABEND
           IF WS-ABEND
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 4500-WORK-OUT-LIMIT THRU 4500-EXIT
               VARYING WS-DIR FROM 1 BY 1 UNTIL WS-DIR > 2
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-MAINLINE-EXIT.
           PERFORM 9100-JOURNAL-END THRU 9100-EXIT
           GOBACK.
      ******************************************************************
      * 1000-INITIALIZE - OPEN THE FILES, READ THE SAMPLE'S PLAN
      * RECORD AND FIND ITS CONFIDENCE LEVEL IN THE FACTOR TABLE,
      * THEN PRIME BOTH SIDES OF THE MATCH.  ANY FAILURE SETS
      * WS-ABEND-SWITCH.
      ******************************************************************
       1000-INITIALIZE.
           INITIALIZE WS-DIRECTION-TABLE
           MOVE "OVERSTATEMENT" TO WS-DIR-NAME(1)
           MOVE "UNDERSTATEMENT" TO WS-DIR-NAME(2)
           OPEN INPUT RANDMUSE-SAMPLE-FILE
           IF WS-SAMPLE-FILE-STATUS NOT = "00"
               DISPLAY "RANDMUSE: UNABLE TO OPEN MUSOUT, STATUS = "
                   WS-SAMPLE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ RANDMUSE-SAMPLE-FILE
               AT END
                   MOVE SPACES TO MUS-REC-TYPE
           END-READ
           IF NOT MUS-PLAN-HEADER
               DISPLAY "RANDMUSE: MUSOUT DOES NOT START WITH A PLAN "
                   "RECORD - NOT A RANDMUS SAMPLE"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE MUS-RUN-ID TO WS-PLAN-RUN-ID
           MOVE MUS-SELECTION-RECORD TO WS-PLAN-IMAGE
           PERFORM 9000-JOURNAL-START THRU 9000-EXIT
           MOVE MUS-INTERVAL TO WS-INTERVAL
           MOVE MUS-TOLERABLE TO WS-TOLERABLE
           MOVE ZERO TO WS-FACTOR-ROW
           PERFORM 1010-MATCH-CONFIDENCE THRU 1010-EXIT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 5
           IF WS-FACTOR-ROW = ZERO OR WS-INTERVAL NOT > ZERO
               DISPLAY "RANDMUSE: PLAN RECORD CARRIES NO USABLE "
                   "CONFIDENCE LEVEL OR INTERVAL"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT RANDMUSE-AUDITED-FILE
           IF WS-AUDITED-FILE-STATUS NOT = "00"
               DISPLAY "RANDMUSE: UNABLE TO OPEN MUSAUD, STATUS = "
                   WS-AUDITED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RANDMUSE-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "RANDMUSE: UNABLE TO OPEN MUSEVAL, STATUS = "
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE MUS-RUN-ID TO WS-HDR-RUN-ID
           MOVE MUS-SELECT-DATE TO WS-HDR-SELECT-DATE
           ACCEPT WS-HDR-DATE FROM DATE YYYYMMDD
           WRITE RPT-RECORD FROM WS-HEADER-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "CONFIDENCE LEVEL (PERCENT)" TO WS-TOT-LABEL
           MOVE MUS-CONFIDENCE TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "TOLERABLE MISSTATEMENT" TO WS-MNY-LABEL
           MOVE WS-TOLERABLE TO WS-MNY-EDITED
           WRITE RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "BOOK VALUE OF FRAME" TO WS-MNY-LABEL
           MOVE MUS-BOOK-VALUE TO WS-MNY-EDITED
           WRITE RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "SAMPLING INTERVAL" TO WS-MNY-LABEL
           MOVE WS-INTERVAL TO WS-MNY-EDITED
           WRITE RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM 2000-READ-SAMPLE THRU 2000-EXIT
           PERFORM 2100-READ-AUDITED THRU 2100-EXIT.
       1000-EXIT.
           EXIT.
       1010-MATCH-CONFIDENCE.
           IF MUS-FCT-CONFIDENCE(WS-SLOT) = MUS-CONFIDENCE
               MOVE WS-SLOT TO WS-FACTOR-ROW
           END-IF.
       1010-EXIT.
           EXIT.
      ******************************************************************
      * 2000-READ-SAMPLE / 2100-READ-AUDITED - ADVANCE ONE SIDE OF THE
      * MATCH, SETTING ITS KEY HIGH AT END OF FILE.  THE AUDITED FILE
      * MUST BE IN ASCENDING SEQUENCE-NUMBER ORDER WITH NO REPEATS;
      * ANYTHING ELSE WOULD PAIR AMOUNTS WITH THE WRONG ITEMS, SO IT
      * STOPS THE RUN.
      ******************************************************************
       2000-READ-SAMPLE.
           READ RANDMUSE-SAMPLE-FILE
               AT END
                   MOVE WS-HIGH-KEY TO WS-SAMPLE-KEY
                   GO TO 2000-EXIT
           END-READ
           MOVE MUS-SEQ-NBR TO WS-SAMPLE-KEY.
       2000-EXIT.
           EXIT.
       2100-READ-AUDITED.
           READ RANDMUSE-AUDITED-FILE
               AT END
                   MOVE WS-HIGH-KEY TO WS-AUDITED-KEY
                   GO TO 2100-EXIT
           END-READ
           IF MAD-SEQ-NBR NOT NUMERIC
               DISPLAY "RANDMUSE: MUSAUD RECORD WITH A NON-NUMERIC "
                   "SEQUENCE NUMBER: " MAD-SEQ-NBR
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 2100-EXIT
           END-IF
           MOVE MAD-SEQ-NBR TO WS-AUDITED-KEY
           IF WS-AUDITED-KEY NOT > WS-PREV-AUDITED-KEY
               DISPLAY "RANDMUSE: MUSAUD OUT OF SEQUENCE AT "
                   MAD-SEQ-NBR
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 2100-EXIT
           END-IF
           MOVE WS-AUDITED-KEY TO WS-PREV-AUDITED-KEY.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 3000-MATCH-ONE - ONE STEP OF THE MATCH-MERGE.  A SAMPLE ITEM
      * WITH NO AUDITED RECORD, OR AN UNREADABLE ONE, IS EVALUATED AS
      * AUDITED AT ZERO AND FLAGGED; AN AUDITED RECORD WITH NO SAMPLE
      * ITEM IS LISTED.
      ******************************************************************
       3000-MATCH-ONE.
           IF WS-SAMPLE-KEY < WS-AUDITED-KEY
               MOVE ZERO TO WS-AUDITED
               MOVE WS-NOTE-NOT-AUDITED TO WS-ITEM-NOTE
               ADD 1 TO WS-NOT-AUDITED-COUNT
               PERFORM 4000-EVALUATE-ITEM THRU 4000-EXIT
               PERFORM 2000-READ-SAMPLE THRU 2000-EXIT
               GO TO 3000-EXIT
           END-IF
           IF WS-SAMPLE-KEY > WS-AUDITED-KEY
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE MAD-SEQ-NBR TO WS-UNM-SEQ-NBR
               WRITE RPT-RECORD FROM WS-UNMATCHED-LINE
               PERFORM 2100-READ-AUDITED THRU 2100-EXIT
               GO TO 3000-EXIT
           END-IF
           MOVE MAD-AUDITED-AMOUNT TO WS-AMT-TEXT
           PERFORM 6000-PARSE-AMOUNT THRU 6000-EXIT
           IF WS-AMT-VALID
               MOVE WS-AMT-VALUE TO WS-AUDITED
               MOVE SPACES TO WS-ITEM-NOTE
               ADD 1 TO WS-AUDITED-COUNT
           ELSE
               MOVE ZERO TO WS-AUDITED
               MOVE WS-NOTE-UNREADABLE TO WS-ITEM-NOTE
               ADD 1 TO WS-UNREADABLE-COUNT
           END-IF
           PERFORM 4000-EVALUATE-ITEM THRU 4000-EXIT
           PERFORM 2000-READ-SAMPLE THRU 2000-EXIT
           PERFORM 2100-READ-AUDITED THRU 2100-EXIT.
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 4000-EVALUATE-ITEM - MISSTATEMENT = BOOK - AUDITED; ABOVE
      * ZERO IS AN OVERSTATEMENT, BELOW ZERO AN UNDERSTATEMENT.  A
      * TOP-STRATUM ITEM'S GOES TO THE KNOWN TOTAL FOR ITS DIRECTION;
      * ANY OTHER ITEM'S IS TAINTED, PROJECTED OVER THE INTERVAL AND
      * RANKED INTO ITS DIRECTION'S TABLE.
      ******************************************************************
       4000-EVALUATE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE MUS-BOOK-AMOUNT TO WS-BOOK
           COMPUTE WS-MISSTATEMENT = WS-BOOK - WS-AUDITED
           MOVE ZERO TO WS-TAINT
           MOVE ZERO TO WS-PROJECTED
           IF WS-MISSTATEMENT > ZERO
               MOVE 1 TO WS-DIR
               MOVE WS-MISSTATEMENT TO WS-MAGNITUDE
           ELSE
               MOVE 2 TO WS-DIR
               COMPUTE WS-MAGNITUDE = ZERO - WS-MISSTATEMENT
           END-IF
           IF WS-MISSTATEMENT = ZERO
               GO TO 4000-PRINT
           END-IF
           IF MUS-TOP-STRATUM
               ADD WS-MAGNITUDE TO WS-DIR-KNOWN(WS-DIR)
               IF WS-ITEM-NOTE = SPACES
                   MOVE WS-NOTE-TOP-STRATUM TO WS-ITEM-NOTE
               END-IF
               GO TO 4000-PRINT
           END-IF
           COMPUTE WS-TAINT ROUNDED = WS-MISSTATEMENT / WS-BOOK
           COMPUTE WS-PROJECTED ROUNDED =
               WS-MAGNITUDE * WS-INTERVAL / WS-BOOK
           IF WS-DIR-COUNT(WS-DIR) NOT < 500
               DISPLAY "RANDMUSE: MORE THAN 500 "
                   WS-DIR-NAME(WS-DIR) "S - TABLE FULL"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 4000-EXIT
           END-IF
           ADD WS-PROJECTED TO WS-DIR-PROJECTED(WS-DIR)
           PERFORM 4100-RANK-PROJECTED THRU 4100-EXIT.
       4000-PRINT.
           MOVE MUS-SEQ-NBR TO WS-DTL-SEQ-NBR
           MOVE WS-BOOK TO WS-DTL-BOOK
           MOVE WS-AUDITED TO WS-DTL-AUDITED
           MOVE WS-MISSTATEMENT TO WS-DTL-DIFF
           MOVE WS-TAINT TO WS-DTL-TAINT
           IF WS-DIR = 2
               COMPUTE WS-DTL-PROJECTED = ZERO - WS-PROJECTED
           ELSE
               MOVE WS-PROJECTED TO WS-DTL-PROJECTED
           END-IF
           WRITE RPT-RECORD FROM WS-DETAIL-LINE
           IF WS-ITEM-NOTE NOT = SPACES
               MOVE WS-ITEM-NOTE TO WS-NOTE-TEXT
               WRITE RPT-RECORD FROM WS-NOTE-LINE
           END-IF.
       4000-EXIT.
           EXIT.
      ******************************************************************
      * 4100-RANK-PROJECTED - INSERTS THE ITEM'S PROJECTED
      * MISSTATEMENT INTO ITS DIRECTION'S TABLE, LARGEST FIRST: EVERY
      * SMALLER ENTRY MOVES DOWN ONE SLOT FROM THE BOTTOM UP AND THE
      * NEW ONE TAKES THE GAP.
      ******************************************************************
       4100-RANK-PROJECTED.
           ADD 1 TO WS-DIR-COUNT(WS-DIR)
           MOVE WS-DIR-COUNT(WS-DIR) TO WS-SLOT
           MOVE "N" TO WS-SLOT-SWITCH
           PERFORM 4110-SHIFT-ONE-DOWN THRU 4110-EXIT
               UNTIL WS-SLOT = 1 OR WS-SLOT-FOUND
           MOVE WS-PROJECTED TO WS-DIR-PM(WS-DIR WS-SLOT).
       4100-EXIT.
           EXIT.
       4110-SHIFT-ONE-DOWN.
           IF WS-DIR-PM(WS-DIR WS-SLOT - 1) NOT < WS-PROJECTED
               SET WS-SLOT-FOUND TO TRUE
               GO TO 4110-EXIT
           END-IF
           MOVE WS-DIR-PM(WS-DIR WS-SLOT - 1)
               TO WS-DIR-PM(WS-DIR WS-SLOT)
           SUBTRACT 1 FROM WS-SLOT.
       4110-EXIT.
           EXIT.
      ******************************************************************
      * 4500-WORK-OUT-LIMIT - INCREMENTAL ALLOWANCE OVER THE RANKED
      * PROJECTIONS, THEN THE UPPER MISSTATEMENT LIMIT FOR ONE
      * DIRECTION.
      ******************************************************************
       4500-WORK-OUT-LIMIT.
           MOVE ZERO TO WS-DIR-ALLOWANCE(WS-DIR)
           PERFORM 4510-ADD-ONE-ALLOWANCE THRU 4510-EXIT
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-DIR-COUNT(WS-DIR)
           COMPUTE WS-BASIC-PRECISION ROUNDED =
               MUS-FCT-RELIABILITY(WS-FACTOR-ROW 1) * WS-INTERVAL
           COMPUTE WS-DIR-LIMIT(WS-DIR) = WS-BASIC-PRECISION
               + WS-DIR-PROJECTED(WS-DIR)
               + WS-DIR-ALLOWANCE(WS-DIR)
               + WS-DIR-KNOWN(WS-DIR).
       4500-EXIT.
           EXIT.
       4510-ADD-ONE-ALLOWANCE.
           IF WS-RANK > 10
               MOVE 11 TO WS-STEP-ROW
           ELSE
               COMPUTE WS-STEP-ROW = WS-RANK + 1
           END-IF
           COMPUTE WS-STEP-FACTOR =
               MUS-FCT-RELIABILITY(WS-FACTOR-ROW WS-STEP-ROW)
               - MUS-FCT-RELIABILITY(WS-FACTOR-ROW WS-STEP-ROW - 1)
               - 1
           COMPUTE WS-DIR-ALLOWANCE(WS-DIR) ROUNDED =
               WS-DIR-ALLOWANCE(WS-DIR)
               + WS-DIR-PM(WS-DIR WS-RANK) * WS-STEP-FACTOR.
       4510-EXIT.
           EXIT.
      ******************************************************************
      * 5000-PRINT-TOTALS - ITEM COUNTS AND EXCEPTIONS, THEN FOR EACH
      * DIRECTION THE PROJECTED MISSTATEMENT AND HOW ITS UPPER LIMIT
      * IS BUILT, THEN THE VERDICT AGAINST THE TOLERABLE
      * MISSTATEMENT.
      ******************************************************************
       5000-PRINT-TOTALS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "ITEMS IN SAMPLE" TO WS-TOT-LABEL
           MOVE WS-ITEM-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "ITEMS AUDITED" TO WS-TOT-LABEL
           MOVE WS-AUDITED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "ITEMS NOT AUDITED" TO WS-TOT-LABEL
           MOVE WS-NOT-AUDITED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "AUDITED AMOUNTS NOT READABLE" TO WS-TOT-LABEL
           MOVE WS-UNREADABLE-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "AUDITED RECORDS NOT IN SAMPLE" TO WS-TOT-LABEL
           MOVE WS-UNMATCHED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "BASIC PRECISION" TO WS-MNY-LABEL
           MOVE WS-BASIC-PRECISION TO WS-MNY-EDITED
           WRITE RPT-RECORD FROM WS-AMOUNT-LINE
           PERFORM 5100-PRINT-DIRECTION THRU 5100-EXIT
               VARYING WS-DIR FROM 1 BY 1 UNTIL WS-DIR > 2
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-DIR-LIMIT(1) > WS-TOLERABLE
              OR WS-DIR-LIMIT(2) > WS-TOLERABLE
               MOVE SPACES TO WS-VERDICT-TEXT
               STRING "*** UPPER MISSTATEMENT LIMIT EXCEEDS TOLERABLE "
                   "MISSTATEMENT - THE SAMPLE DOES NOT SUPPORT THE "
                   "BALANCE ***" DELIMITED BY SIZE
                   INTO WS-VERDICT-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-VERDICT-TEXT
               STRING "UPPER MISSTATEMENT LIMITS WITHIN TOLERABLE "
                   "MISSTATEMENT - THE SAMPLE SUPPORTS THE BALANCE"
                   DELIMITED BY SIZE
                   INTO WS-VERDICT-TEXT
               IF WS-NOT-AUDITED-COUNT > ZERO
                  OR WS-UNREADABLE-COUNT > ZERO
                  OR WS-UNMATCHED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           WRITE RPT-RECORD FROM WS-VERDICT-LINE.
       5000-EXIT.
           EXIT.
       5100-PRINT-DIRECTION.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO WS-VERDICT-TEXT
           STRING WS-DIR-NAME(WS-DIR) DELIMITED BY SPACE
               "S" DELIMITED BY SIZE
               INTO WS-VERDICT-TEXT
           WRITE RPT-RECORD FROM WS-VERDICT-LINE
           MOVE "  MISSTATED ITEMS PROJECTED" TO WS-TOT-LABEL
           MOVE WS-DIR-COUNT(WS-DIR) TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  KNOWN (TOP STRATUM)" TO WS-MNY-LABEL
           MOVE WS-DIR-KNOWN(WS-DIR) TO WS-MNY-EDITED
           WRITE RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "  PROJECTED" TO WS-MNY-LABEL
           MOVE WS-DIR-PROJECTED(WS-DIR) TO WS-MNY-EDITED
           WRITE RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "  PROJECTED MISSTATEMENT (KNOWN + PROJ.)"
               TO WS-MNY-LABEL
           COMPUTE WS-MNY-EDITED = WS-DIR-KNOWN(WS-DIR)
               + WS-DIR-PROJECTED(WS-DIR)
           WRITE RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "  INCREMENTAL ALLOWANCE" TO WS-MNY-LABEL
           MOVE WS-DIR-ALLOWANCE(WS-DIR) TO WS-MNY-EDITED
           WRITE RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "  UPPER MISSTATEMENT LIMIT" TO WS-MNY-LABEL
           MOVE WS-DIR-LIMIT(WS-DIR) TO WS-MNY-EDITED
           WRITE RPT-RECORD FROM WS-AMOUNT-LINE.
       5100-EXIT.
           EXIT.
      ******************************************************************
      * 6000-PARSE-AMOUNT - READS AN AUDITED AMOUNT AS DOLLARS AND
      * CENTS BY THE SAME RULES AS RANDMUS 6000, EXCEPT THAT AN
      * AMOUNT WITHOUT A DECIMAL POINT IS WHOLE DOLLARS.
      ******************************************************************
       6000-PARSE-AMOUNT.
           MOVE 18 TO WS-AMT-LENGTH
           MOVE "Y" TO WS-AMT-VALID-SWITCH
           MOVE "N" TO WS-AMT-POINT-SWITCH
           MOVE "N" TO WS-AMT-MINUS-SWITCH
           MOVE ZERO TO WS-AMT-DIGITS
           MOVE ZERO TO WS-AMT-DIGIT-COUNT
           MOVE ZERO TO WS-AMT-FRACTION-COUNT
           MOVE ZERO TO WS-AMT-VALUE
           PERFORM 6100-PARSE-ONE-CHARACTER THRU 6100-EXIT
               VARYING WS-AMT-POSN FROM 1 BY 1
               UNTIL WS-AMT-POSN > WS-AMT-LENGTH
                  OR NOT WS-AMT-VALID
           IF NOT WS-AMT-VALID
               GO TO 6000-EXIT
           END-IF
           IF WS-AMT-DIGIT-COUNT = ZERO
               MOVE "N" TO WS-AMT-VALID-SWITCH
               GO TO 6000-EXIT
           END-IF
           EVALUATE WS-AMT-FRACTION-COUNT
               WHEN 0
                   COMPUTE WS-AMT-VALUE = WS-AMT-DIGITS
                       ON SIZE ERROR
                           MOVE "N" TO WS-AMT-VALID-SWITCH
                   END-COMPUTE
               WHEN 1
                   COMPUTE WS-AMT-VALUE = WS-AMT-DIGITS / 10
                       ON SIZE ERROR
                           MOVE "N" TO WS-AMT-VALID-SWITCH
                   END-COMPUTE
               WHEN OTHER
                   COMPUTE WS-AMT-VALUE = WS-AMT-DIGITS / 100
                       ON SIZE ERROR
                           MOVE "N" TO WS-AMT-VALID-SWITCH
                   END-COMPUTE
           END-EVALUATE
           IF WS-AMT-MINUS-SEEN
               COMPUTE WS-AMT-VALUE = ZERO - WS-AMT-VALUE
           END-IF.
       6000-EXIT.
           EXIT.
       6100-PARSE-ONE-CHARACTER.
           MOVE WS-AMT-TEXT(WS-AMT-POSN:1) TO WS-AMT-CHAR
           IF WS-AMT-CHAR IS NUMERIC
               IF WS-AMT-DIGIT-COUNT >= 15
                   MOVE "N" TO WS-AMT-VALID-SWITCH
                   GO TO 6100-EXIT
               END-IF
               MOVE WS-AMT-CHAR TO WS-AMT-DIGIT
               COMPUTE WS-AMT-DIGITS = WS-AMT-DIGITS * 10
                   + WS-AMT-DIGIT
               ADD 1 TO WS-AMT-DIGIT-COUNT
               IF WS-AMT-POINT-SEEN
                   ADD 1 TO WS-AMT-FRACTION-COUNT
                   IF WS-AMT-FRACTION-COUNT > 2
                       MOVE "N" TO WS-AMT-VALID-SWITCH
                   END-IF
               END-IF
               GO TO 6100-EXIT
           END-IF
           EVALUATE WS-AMT-CHAR
               WHEN "."
                   IF WS-AMT-POINT-SEEN
                       MOVE "N" TO WS-AMT-VALID-SWITCH
                   ELSE
                       SET WS-AMT-POINT-SEEN TO TRUE
                   END-IF
               WHEN "-"
                   IF WS-AMT-MINUS-SEEN
                       MOVE "N" TO WS-AMT-VALID-SWITCH
                   ELSE
                       SET WS-AMT-MINUS-SEEN TO TRUE
                   END-IF
               WHEN "+"
               WHEN ","
               WHEN "$"
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-AMT-VALID-SWITCH
           END-EVALUATE.
       6100-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - CLOSE THE FILES AND RETURN.
      ******************************************************************
       8000-TERMINATE.
           CLOSE RANDMUSE-SAMPLE-FILE
           CLOSE RANDMUSE-AUDITED-FILE
           CLOSE RANDMUSE-REPORT-FILE.
       8000-EXIT.
           EXIT.
      ******************************************************************
      * 9000-JOURNAL-START - REGISTERS THIS EXECUTION IN THE COMMON
      * RUN JOURNAL UNDER THE SAMPLE'S RUN-ID, WITH THE PLAN RECORD
      * AS THE CARD IMAGE, AS SOON AS THE PLAN IS IN HAND.  A
      * JOURNAL FAILURE WARNS AND RUNS ON.
      ******************************************************************
       9000-JOURNAL-START.
           MOVE "S" TO RND-JRN-FUNCTION
           MOVE "RANDMUSE" TO RND-JRN-PROGRAM
           MOVE WS-PLAN-RUN-ID TO RND-JRN-RUN-ID
           MOVE WS-PLAN-IMAGE TO RND-JRN-CARD-IMAGE
           MOVE ZERO TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDMUSE: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF
           SET WS-JOURNAL-STARTED TO TRUE.
       9000-EXIT.
           EXIT.
      ******************************************************************
      * 9100-JOURNAL-END - CLOSES THIS EXECUTION'S JOURNAL ENTRY ON
      * THE WAY OUT WITH THE ITEMS EVALUATED AND THE FINAL RETURN
      * CODE.  SKIPPED WHEN THE RUN DIED BEFORE THE START RECORD WAS
      * CUT.
      ******************************************************************
       9100-JOURNAL-END.
           IF NOT WS-JOURNAL-STARTED
               GO TO 9100-EXIT
           END-IF
           MOVE "E" TO RND-JRN-FUNCTION
           MOVE "RANDMUSE" TO RND-JRN-PROGRAM
           MOVE WS-PLAN-RUN-ID TO RND-JRN-RUN-ID
           MOVE WS-PLAN-IMAGE TO RND-JRN-CARD-IMAGE
           MOVE WS-ITEM-COUNT TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDMUSE: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM RANDMUSE.
