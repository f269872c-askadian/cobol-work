      ******************************************************************
      * Author: AMRESH KADIAN.
      * Date: 10/02/2026.
      * Purpose: MONETARY-UNIT (DOLLAR-UNIT) SAMPLE SELECTION.  THE
      *          EXTERNAL AUDITORS SAMPLE THE BALANCE AND TRANSACTION
      *          EXTRACTS BY DOLLAR VALUE, NOT BY RECORD, AND RANDPICK
      *          CAN ONLY PICK RECORDS UNIFORMLY OR BY CATEGORY, SO
      *          THE DESK DID MONETARY-UNIT SELECTIONS BY HAND IN A
      *          SPREADSHEET.  THIS JOB READS THE POPULATION EXTRACT
      *          (POPIN) WITH THE AMOUNT COLUMN NAMED ON ITS CONTROL
      *          CARD (MUSCTL), WORKS OUT THE SAMPLING INTERVAL AND
      *          SAMPLE SIZE FROM THE CARD'S CONFIDENCE LEVEL,
      *          TOLERABLE MISSTATEMENT AND EXPECTED MISSTATEMENT, AND
      *          SELECTS ITEMS WITH PROBABILITY PROPORTIONAL TO THEIR
      *          DOLLAR VALUE - A RANDOM START FOLLOWED BY A FIXED
      *          INTERVAL THROUGH THE CUMULATIVE BOOK VALUE, SO EVERY
      *          ITEM AT OR ABOVE THE INTERVAL IS TAKEN WITH CERTAINTY
      *          (REPORTED AS TOP STRATUM).  THE SELECTED ITEMS, WITH
      *          THE PLAN THEY WERE DRAWN UNDER, GO TO MUSOUT (LAYOUT
      *          RANDMUSR) FOR RANDMUSE TO EVALUATE ONCE THE AUDITED
      *          AMOUNTS ARE IN; THE SELECTION WORKSHEET GOES TO
      *          MUSRPT.  THE RANDOM START IS A MODE 02 RANDOM01 DRAW
      *          STAMPED WITH THE CARD'S RUN-ID, SO THE RANDAUD TRAIL
      *          STANDS BEHIND THE SELECTION: GIVEN THE START, THE
      *          INTERVAL AND THE EXTRACT, ANYONE CAN REPERFORM IT.
      *          PLANNING FOLLOWS THE AICPA AUDIT SAMPLING GUIDE:
      *            INTERVAL = (TOLERABLE - EXPECTED X EXPANSION
      *                       FACTOR) / RELIABILITY FACTOR FOR ZERO
      *                       MISSTATEMENTS, TRUNCATED TO THE CENT
      *            SIZE     = BOOK VALUE / INTERVAL, ROUNDED UP
      *          WITH THE FACTORS FROM RANDMUSF.  CONFIDENCE LEVELS
      *          80, 85, 90, 95 AND 99 ARE SUPPORTED.  THE NUMBER OF
      *          SELECTION POINTS THAT FALL INSIDE THE BOOK VALUE IS
      *          THE PLANNED SIZE OR ONE FEWER, DEPENDING ON THE
      *          START; A TOP-STRATUM ITEM CAN TAKE SEVERAL POINTS AND
      *          IS STILL ONE ITEM.
      *          ONLY ITEMS WITH A POSITIVE AMOUNT ARE IN THE FRAME.
      *          ZERO AND NEGATIVE ITEMS CANNOT BE REACHED BY DOLLAR
      *          SELECTION; THEY ARE COUNTED AND TOTALLED ON THE
      *          WORKSHEET FOR SEPARATE TESTING.  THE AMOUNT FIELD
      *          MAY CARRY DIGITS, A DECIMAL POINT, A LEADING OR
      *          TRAILING MINUS, AND "+", "," OR "$", WHICH ARE
      *          IGNORED; WITHOUT A DECIMAL POINT THE CARD'S IMPLIED
      *          DECIMALS APPLY (SPACE = 2, THE USUAL 9(N)V99
      *          EXTRACT FIELD).  ANY RECORD WHOSE AMOUNT CANNOT BE
      *          READ IS LISTED AND THE RUN IS REFUSED - THE BOOK
      *          VALUE WOULD BE WRONG AND EVERY POINT AFTER IT WITH
      *          IT.  RETURN-CODE 16 ON A CARD, AMOUNT OR FILE
      *          FAILURE, 12 WHEN RANDOM01 CANNOT DRAW THE START.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RANDMUS.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RANDMUS-CONTROL-FILE
               ASSIGN TO "MUSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT RANDMUS-POPULATION-FILE
               ASSIGN TO "POPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POPULATION-FILE-STATUS.
           SELECT RANDMUS-SAMPLE-FILE
               ASSIGN TO "MUSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMPLE-FILE-STATUS.
           SELECT RANDMUS-WORKSHEET-FILE
               ASSIGN TO "MUSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKSHEET-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * ONE CONTROL CARD: THE RUN-ID FOR THE WORKSHEET AND THE AUDIT
      * TRAIL, THE COLUMN (1-RELATIVE) AND LENGTH OF THE POPIN AMOUNT
      * FIELD, ITS IMPLIED DECIMALS (SPACE = 2), THE CONFIDENCE LEVEL
      * IN PERCENT, AND THE TOLERABLE AND EXPECTED MISSTATEMENT IN
      * DOLLARS AND CENTS.
       FD  RANDMUS-CONTROL-FILE.
       01 CTL-RECORD.
           10 CTL-RUN-ID         PIC X(08).
           10 CTL-AMOUNT-COLUMN  PIC 9(03).
           10 CTL-AMOUNT-LENGTH  PIC 9(02).
           10 CTL-IMPLIED-DECIMALS PIC X(01).
           10 CTL-CONFIDENCE     PIC 9(02).
           10 CTL-TOLERABLE      PIC 9(11)V99.
           10 CTL-EXPECTED       PIC 9(11)V99.
           10 FILLER             PIC X(38).
      * THE POPULATION EXTRACT - FIXED-WIDTH RECORDS, COPIED INTO THE
      * SAMPLE FILE UNCHANGED WHEN SELECTED.
       FD  RANDMUS-POPULATION-FILE.
       01 POP-RECORD             PIC X(200).
      * THE SAMPLE, SHARED WITH RANDMUSE THROUGH COPY RANDMUSR.
       FD  RANDMUS-SAMPLE-FILE.
           COPY RANDMUSR.
       FD  RANDMUS-WORKSHEET-FILE.
       01 RPT-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-CONTROL-FILE-STATUS PIC XX.
       77 WS-POPULATION-FILE-STATUS PIC XX.
       77 WS-SAMPLE-FILE-STATUS  PIC XX.
       77 WS-WORKSHEET-FILE-STATUS PIC XX.
       77 WS-ABEND-SWITCH        PIC X VALUE "N".
           88 WS-ABEND                   VALUE "Y".
       77 WS-POPULATION-EOF-SWITCH PIC X VALUE "N".
           88 WS-POPULATION-EOF           VALUE "Y".
       77 WS-SEQ-NBR             PIC 9(09) COMP VALUE ZERO.
       77 WS-POPULATION-COUNT    PIC 9(09) COMP VALUE ZERO.
       77 WS-FRAME-COUNT         PIC 9(09) COMP VALUE ZERO.
       77 WS-EXCLUDED-COUNT      PIC 9(09) COMP VALUE ZERO.
       77 WS-INVALID-COUNT       PIC 9(09) COMP VALUE ZERO.
       77 WS-POINT-COUNT         PIC 9(09) COMP VALUE ZERO.
       77 WS-SELECTED-COUNT      PIC 9(09) COMP VALUE ZERO.
       77 WS-TOP-COUNT           PIC 9(09) COMP VALUE ZERO.
       77 WS-HIT-COUNT           PIC 9(05) COMP.
       77 WS-PLANNED-SIZE        PIC 9(09) COMP.
       77 WS-FACTOR-ROW          PIC S9(04) COMP.
       77 WS-IMPLIED-DECIMALS    PIC 9(01).
      * MONEY.  THE BOOK VALUE AND THE CUMULATIVE POSITION RUN TO
      * FIFTEEN WHOLE-DOLLAR DIGITS SO A LARGE EXTRACT CANNOT
      * OVERFLOW THEM; PACKED, AS RANDSTAT KEEPS ITS ARITHMETIC.
       77 WS-BOOK-VALUE          PIC S9(15)V99 COMP-3 VALUE ZERO.
       77 WS-EXCLUDED-VALUE      PIC S9(15)V99 COMP-3 VALUE ZERO.
       77 WS-ADJ-TOLERABLE       PIC S9(13)V99 COMP-3.
       77 WS-INTERVAL            PIC S9(13)V99 COMP-3.
       77 WS-INTERVAL-CENTS      PIC S9(15) COMP-3.
       77 WS-RANDOM-START        PIC S9(13)V99 COMP-3.
       77 WS-CUM-VALUE           PIC S9(15)V99 COMP-3 VALUE ZERO.
       77 WS-NEXT-POINT          PIC S9(15)V99 COMP-3.
       77 WS-FIRST-POINT         PIC S9(15)V99 COMP-3.
      * AMOUNT-FIELD PARSE (6000): THE TEXT CUT FROM THE RECORD, ITS
      * LENGTH AND IMPLIED DECIMALS IN; THE VALUE AND A VALID SWITCH
      * OUT.
       77 WS-AMT-TEXT            PIC X(18).
       77 WS-AMT-LENGTH          PIC S9(04) COMP.
       77 WS-AMT-POSN            PIC S9(04) COMP.
       77 WS-AMT-CHAR            PIC X(01).
       77 WS-AMT-DIGIT           PIC 9(01).
       77 WS-AMT-DIGITS          PIC 9(15) COMP-3.
       77 WS-AMT-DIGIT-COUNT     PIC S9(04) COMP.
       77 WS-AMT-FRACTION-COUNT  PIC S9(04) COMP.
       77 WS-AMT-DECIMALS        PIC S9(04) COMP.
       77 WS-AMT-VALUE           PIC S9(13)V99 COMP-3.
       77 WS-AMT-VALID-SWITCH    PIC X.
           88 WS-AMT-VALID                VALUE "Y".
       77 WS-AMT-POINT-SWITCH    PIC X.
           88 WS-AMT-POINT-SEEN           VALUE "Y".
       77 WS-AMT-MINUS-SWITCH    PIC X.
           88 WS-AMT-MINUS-SEEN           VALUE "Y".
      * RELIABILITY AND EXPANSION FACTORS BY CONFIDENCE LEVEL.
           COPY RANDMUSF.
      * REPORT LINES.
       01 WS-HEADER-LINE.
           10 FILLER              PIC X(36) VALUE
               "MONETARY-UNIT SAMPLE SELECTION - RUN".
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-HDR-RUN-ID       PIC X(08).
           10 FILLER              PIC X(06) VALUE " DATE ".
           10 WS-HDR-DATE         PIC 9(08).
           10 FILLER              PIC X(73) VALUE SPACES.
       01 WS-AMOUNT-LINE.
           10 WS-MNY-LABEL        PIC X(32).
           10 WS-MNY-EDITED       PIC ----,---,---,---,--9.99.
           10 FILLER              PIC X(77) VALUE SPACES.
       01 WS-FACTOR-LINE.
           10 WS-FCT-LABEL        PIC X(32).
           10 WS-FCT-EDITED       PIC Z9.99.
           10 FILLER              PIC X(95) VALUE SPACES.
       01 WS-INVALID-LINE.
           10 FILLER              PIC X(11) VALUE "*** RECORD ".
           10 WS-INV-SEQ-NBR      PIC ZZZZZZZZ9.
           10 FILLER              PIC X(22) VALUE
               " AMOUNT NOT READABLE: ".
           10 WS-INV-TEXT         PIC X(18).
           10 FILLER              PIC X(72) VALUE SPACES.
       01 WS-DETAIL-LINE.
           10 FILLER              PIC X(04) VALUE "SEQ ".
           10 WS-DTL-SEQ-NBR      PIC 9(09).
           10 FILLER              PIC X(07) VALUE "  BOOK ".
           10 WS-DTL-BOOK         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(08) VALUE "  POINT ".
           10 WS-DTL-POINT        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(07) VALUE "  HITS ".
           10 WS-DTL-HITS         PIC ZZZZ9.
           10 FILLER              PIC X(02) VALUE SPACES.
           10 WS-DTL-TOP          PIC X(11).
           10 FILLER              PIC X(37) VALUE SPACES.
       01 WS-TOTAL-LINE.
           10 WS-TOT-LABEL        PIC X(32).
           10 WS-TOT-COUNT        PIC ZZZZZZZZ9.
           10 FILLER              PIC X(91) VALUE SPACES.
      * PARAMETER AREA PASSED TO RANDOM01 - THE RANDPARM LAYOUT (SEE
      * THAT MEMBER) WITH FIELD NAMES PREFIXED RND.
           COPY RANDPARM
               REPLACING ==PREFIX-VARIABLES== BY ==RND-VARIABLES==
                 ==PREFIX-PARMS== BY ==RND-PARMS==
                 ==PREFIX-LENGTH== BY ==RND-LENGTH==
                 ==PREFIX-DATA== BY ==RND-DATA==
                 ==PREFIX-RANGE-LOW== BY ==RND-RANGE-LOW==
                 ==PREFIX-RANGE-HIGH== BY ==RND-RANGE-HIGH==
                 ==PREFIX-SEED-VALUE== BY ==RND-SEED-VALUE==
                 ==PREFIX-DATE-LOW== BY ==RND-DATE-LOW==
                 ==PREFIX-DATE-HIGH== BY ==RND-DATE-HIGH==
                 ==PREFIX-DATE-OPTION== BY ==RND-DATE-OPTION==
                 ==PREFIX-RUN-ID== BY ==RND-RUN-ID==
                 ==PREFIX-WEIGHT-COUNT== BY ==RND-WEIGHT-COUNT==
                 ==PREFIX-WEIGHT-TABLE== BY ==RND-WEIGHT-TABLE==
                 ==PREFIX-WEIGHT-CODE== BY ==RND-WEIGHT-CODE==
                 ==PREFIX-WEIGHT-VALUE== BY ==RND-WEIGHT-VALUE==
                 ==PREFIX-RETURN-AREA== BY ==RND-RETURN-AREA==
                 ==PREFIX-RND-VAR== BY ==RND-RND-VAR==
                 ==PREFIX-ALPHA-VAR== BY ==RND-ALPHA-VAR==
                 ==PREFIX-CATEGORY-VAR== BY ==RND-CATEGORY-VAR==
                 ==PREFIX-AMT-LOW== BY ==RND-AMT-LOW==
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
                 ==PREFIX-BULK-ENTRY== BY ==RND-BULK-ENTRY==
                 ==PREFIX-BULK-VALUE== BY ==RND-BULK-VALUE==
                 ==PREFIX-BULK-ALPHA== BY ==RND-BULK-ALPHA==.
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
           PERFORM 1200-MEASURE-POPULATION THRU 1200-EXIT
           IF WS-ABEND
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 1300-PLAN-SAMPLE THRU 1300-EXIT
           IF WS-ABEND
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 3000-SELECT-ONE-RECORD THRU 3000-EXIT
               UNTIL WS-POPULATION-EOF OR WS-ABEND
           IF NOT WS-ABEND
               PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-MAINLINE-EXIT.
           PERFORM 9100-JOURNAL-END THRU 9100-EXIT
           GOBACK.
      ******************************************************************
      * 1000-INITIALIZE - READ AND VALIDATE THE ONE CONTROL CARD AND
      * OPEN THE SAMPLE AND WORKSHEET FILES.  ANY FAILURE SETS
      * WS-ABEND-SWITCH.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT RANDMUS-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "RANDMUS: UNABLE TO OPEN MUSCTL, STATUS = "
                   WS-CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ RANDMUS-CONTROL-FILE
               AT END
                   DISPLAY "RANDMUS: MUSCTL HAS NO CONTROL CARD"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
                   GO TO 1000-EXIT
           END-READ
           CLOSE RANDMUS-CONTROL-FILE
           PERFORM 9000-JOURNAL-START THRU 9000-EXIT
           PERFORM 1100-VALIDATE-CARD THRU 1100-EXIT
           IF WS-ABEND
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RANDMUS-SAMPLE-FILE
           IF WS-SAMPLE-FILE-STATUS NOT = "00"
               DISPLAY "RANDMUS: UNABLE TO OPEN MUSOUT, STATUS = "
                   WS-SAMPLE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RANDMUS-WORKSHEET-FILE
           IF WS-WORKSHEET-FILE-STATUS NOT = "00"
               DISPLAY "RANDMUS: UNABLE TO OPEN MUSRPT, STATUS = "
                   WS-WORKSHEET-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE CTL-RUN-ID TO WS-HDR-RUN-ID
           ACCEPT WS-HDR-DATE FROM DATE YYYYMMDD
           WRITE RPT-RECORD FROM WS-HEADER-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1100-VALIDATE-CARD - THE AMOUNT FIELD MUST SIT INSIDE THE
      * 200-BYTE EXTRACT RECORD AND BE 1 THRU 18 BYTES; THE
      * CONFIDENCE LEVEL MUST BE ONE RANDMUSF CARRIES; THE TOLERABLE
      * MISSTATEMENT MUST BE ABOVE ZERO AND THE EXPECTED
      * MISSTATEMENT, EXPANDED, MUST LEAVE SOMETHING OF IT.
      ******************************************************************
       1100-VALIDATE-CARD.
           IF CTL-AMOUNT-COLUMN NOT NUMERIC
              OR CTL-AMOUNT-COLUMN = ZERO
              OR CTL-AMOUNT-LENGTH NOT NUMERIC
              OR CTL-AMOUNT-LENGTH = ZERO
              OR CTL-AMOUNT-LENGTH > 18
               DISPLAY "RANDMUS: AMOUNT COLUMN AND LENGTH (1 THRU 18) "
                   "MUST BOTH BE GIVEN ON THE CONTROL CARD"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF CTL-AMOUNT-COLUMN + CTL-AMOUNT-LENGTH - 1 > 200
               DISPLAY "RANDMUS: AMOUNT FIELD AT " CTL-AMOUNT-COLUMN
                   " RUNS PAST THE 200-BYTE EXTRACT RECORD"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           EVALUATE CTL-IMPLIED-DECIMALS
               WHEN SPACE
                   MOVE 2 TO WS-IMPLIED-DECIMALS
               WHEN "0" THRU "2"
                   MOVE CTL-IMPLIED-DECIMALS TO WS-IMPLIED-DECIMALS
               WHEN OTHER
                   DISPLAY "RANDMUS: IMPLIED DECIMALS MUST BE 0, 1, "
                       "2 OR SPACE"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
                   GO TO 1100-EXIT
           END-EVALUATE
           MOVE ZERO TO WS-FACTOR-ROW
           IF CTL-CONFIDENCE NUMERIC
               PERFORM 1110-MATCH-CONFIDENCE THRU 1110-EXIT
                   VARYING WS-AMT-POSN FROM 1 BY 1
                   UNTIL WS-AMT-POSN > 5
           END-IF
           IF WS-FACTOR-ROW = ZERO
               DISPLAY "RANDMUS: CONFIDENCE LEVEL MUST BE 80, 85, 90, "
                   "95 OR 99"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF CTL-TOLERABLE NOT NUMERIC
              OR CTL-TOLERABLE = ZERO
              OR CTL-EXPECTED NOT NUMERIC
               DISPLAY "RANDMUS: TOLERABLE AND EXPECTED MISSTATEMENT "
                   "MUST BE NUMERIC, TOLERABLE ABOVE ZERO"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           COMPUTE WS-ADJ-TOLERABLE = CTL-TOLERABLE
               - CTL-EXPECTED * MUS-FCT-EXPANSION(WS-FACTOR-ROW)
           IF WS-ADJ-TOLERABLE NOT > ZERO
               DISPLAY "RANDMUS: EXPECTED MISSTATEMENT IS TOO LARGE "
                   "FOR THE TOLERABLE MISSTATEMENT - NO SAMPLE CAN "
                   "SUPPORT IT"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           COMPUTE WS-INTERVAL = WS-ADJ-TOLERABLE
               / MUS-FCT-RELIABILITY(WS-FACTOR-ROW 1)
           IF WS-INTERVAL < 0.01
               DISPLAY "RANDMUS: TOLERABLE MISSTATEMENT GIVES A "
                   "SAMPLING INTERVAL BELOW ONE CENT"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
       1110-MATCH-CONFIDENCE.
           IF MUS-FCT-CONFIDENCE(WS-AMT-POSN) = CTL-CONFIDENCE
               MOVE WS-AMT-POSN TO WS-FACTOR-ROW
           END-IF.
       1110-EXIT.
           EXIT.
      ******************************************************************
      * 1200-MEASURE-POPULATION - PASS ONE OVER POPIN: READS EVERY
      * AMOUNT, TOTALS THE POSITIVE ONES INTO THE BOOK VALUE OF THE
      * FRAME AND THE REST INTO THE EXCLUDED TOTAL, AND LISTS ANY
      * AMOUNT THAT CANNOT BE READ.  ONE UNREADABLE AMOUNT REFUSES
      * THE RUN.  THE FILE IS CLOSED AND REOPENED SO PASS TWO READS
      * IT FROM THE TOP.
      ******************************************************************
       1200-MEASURE-POPULATION.
           OPEN INPUT RANDMUS-POPULATION-FILE
           IF WS-POPULATION-FILE-STATUS NOT = "00"
               DISPLAY "RANDMUS: UNABLE TO OPEN POPIN, STATUS = "
                   WS-POPULATION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-POPULATION-EOF-SWITCH
           PERFORM 1210-MEASURE-ONE-RECORD THRU 1210-EXIT
               UNTIL WS-POPULATION-EOF
           CLOSE RANDMUS-POPULATION-FILE
           IF WS-INVALID-COUNT > ZERO
               DISPLAY "RANDMUS: " WS-INVALID-COUNT " POPIN AMOUNTS "
                   "COULD NOT BE READ - SEE MUSRPT"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1200-EXIT
           END-IF
           IF WS-FRAME-COUNT = ZERO
               DISPLAY "RANDMUS: POPIN HOLDS NO POSITIVE AMOUNTS TO "
                   "SAMPLE"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1200-EXIT
           END-IF
           OPEN INPUT RANDMUS-POPULATION-FILE
           IF WS-POPULATION-FILE-STATUS NOT = "00"
               DISPLAY "RANDMUS: UNABLE TO REOPEN POPIN, STATUS = "
                   WS-POPULATION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1200-EXIT
           END-IF
           MOVE "N" TO WS-POPULATION-EOF-SWITCH
           MOVE ZERO TO WS-SEQ-NBR.
       1200-EXIT.
           EXIT.
       1210-MEASURE-ONE-RECORD.
           READ RANDMUS-POPULATION-FILE
               AT END
                   SET WS-POPULATION-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ
           ADD 1 TO WS-POPULATION-COUNT
           ADD 1 TO WS-SEQ-NBR
           PERFORM 6000-CUT-AND-PARSE-AMOUNT THRU 6000-EXIT
           IF NOT WS-AMT-VALID
               ADD 1 TO WS-INVALID-COUNT
               MOVE WS-SEQ-NBR TO WS-INV-SEQ-NBR
               MOVE WS-AMT-TEXT TO WS-INV-TEXT
               WRITE RPT-RECORD FROM WS-INVALID-LINE
               GO TO 1210-EXIT
           END-IF
           IF WS-AMT-VALUE > ZERO
               ADD 1 TO WS-FRAME-COUNT
               ADD WS-AMT-VALUE TO WS-BOOK-VALUE
           ELSE
               ADD 1 TO WS-EXCLUDED-COUNT
               ADD WS-AMT-VALUE TO WS-EXCLUDED-VALUE
           END-IF.
       1210-EXIT.
           EXIT.
      ******************************************************************
      * 1300-PLAN-SAMPLE - SAMPLE SIZE FROM THE BOOK VALUE AND THE
      * INTERVAL 1100 WORKED OUT, THEN THE RANDOM START: ONE MODE 02
      * DRAW OVER 1 THRU THE INTERVAL IN CENTS, STAMPED WITH THE
      * RUN-ID.  AN INTERVAL TOO WIDE FOR A NINE-DIGIT DRAW IN CENTS
      * (ABOVE $9,999,999.99) IS DRAWN IN WHOLE DOLLARS INSTEAD.  THE
      * PLAN IS PRINTED AND WRITTEN AS THE SAMPLE FILE'S HEADER.
      ******************************************************************
       1300-PLAN-SAMPLE.
           COMPUTE WS-PLANNED-SIZE = WS-BOOK-VALUE / WS-INTERVAL
               ON SIZE ERROR
                   DISPLAY "RANDMUS: PLANNED SAMPLE SIZE OVERFLOWS - "
                       "THE TOLERABLE MISSTATEMENT IS TOO SMALL FOR "
                       "THIS POPULATION"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
                   GO TO 1300-EXIT
           END-COMPUTE
           IF WS-PLANNED-SIZE * WS-INTERVAL < WS-BOOK-VALUE
               ADD 1 TO WS-PLANNED-SIZE
           END-IF
           COMPUTE WS-INTERVAL-CENTS = WS-INTERVAL * 100
           MOVE ZERO TO RND-LENGTH
           MOVE 02 TO RND-DATA
           MOVE 1 TO RND-RANGE-LOW
           IF WS-INTERVAL-CENTS > 999999999
               COMPUTE RND-RANGE-HIGH = WS-INTERVAL
                   ON SIZE ERROR
                       DISPLAY "RANDMUS: SAMPLING INTERVAL IS TOO "
                           "WIDE TO DRAW A START FOR"
                       MOVE 16 TO RETURN-CODE
                       SET WS-ABEND TO TRUE
                       GO TO 1300-EXIT
               END-COMPUTE
           ELSE
               MOVE WS-INTERVAL-CENTS TO RND-RANGE-HIGH
           END-IF
           MOVE ZERO TO RND-SEED-VALUE
           MOVE CTL-RUN-ID TO RND-RUN-ID
           MOVE SPACE TO RND-STREAM-OPTION
           MOVE ZERO TO RND-BULK-REQ-COUNT
           CALL "RANDOM01" USING RND-VARIABLES
           IF RND-STATUS-CODE NOT = "00"
               DISPLAY "RANDMUS: RANDOM01 CALL FAILED, STATUS = "
                   RND-STATUS-CODE " REASON = " RND-REASON-CODE
               IF RND-STATUS-CODE = "16"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
               SET WS-ABEND TO TRUE
               GO TO 1300-EXIT
           END-IF
           IF WS-INTERVAL-CENTS > 999999999
               COMPUTE WS-RANDOM-START = RND-RND-VAR - 0.99
           ELSE
               COMPUTE WS-RANDOM-START = RND-RND-VAR / 100
           END-IF
           MOVE WS-RANDOM-START TO WS-NEXT-POINT
           PERFORM 1310-PRINT-PLAN THRU 1310-EXIT
           MOVE SPACES TO MUS-SELECTION-RECORD
           SET MUS-PLAN-HEADER TO TRUE
           MOVE CTL-RUN-ID TO MUS-RUN-ID
           MOVE WS-HDR-DATE TO MUS-SELECT-DATE
           MOVE CTL-CONFIDENCE TO MUS-CONFIDENCE
           MOVE CTL-TOLERABLE TO MUS-TOLERABLE
           MOVE CTL-EXPECTED TO MUS-EXPECTED
           MOVE WS-BOOK-VALUE TO MUS-BOOK-VALUE
           MOVE WS-INTERVAL TO MUS-INTERVAL
           MOVE WS-RANDOM-START TO MUS-RANDOM-START
           MOVE WS-PLANNED-SIZE TO MUS-PLANNED-SIZE
           WRITE MUS-SELECTION-RECORD
           IF WS-SAMPLE-FILE-STATUS NOT = "00"
               DISPLAY "RANDMUS: WRITE TO MUSOUT FAILED, STATUS = "
                   WS-SAMPLE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
           END-IF.
       1300-EXIT.
           EXIT.
       1310-PRINT-PLAN.
           MOVE "POPULATION RECORDS              " TO WS-TOT-LABEL
           MOVE WS-POPULATION-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "ITEMS IN FRAME (POSITIVE)       " TO WS-TOT-LABEL
           MOVE WS-FRAME-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "BOOK VALUE OF FRAME             " TO WS-MNY-LABEL
           MOVE WS-BOOK-VALUE TO WS-MNY-EDITED
           WRITE RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "ZERO/NEGATIVE ITEMS EXCLUDED    " TO WS-TOT-LABEL
           MOVE WS-EXCLUDED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "VALUE OF EXCLUDED ITEMS         " TO WS-MNY-LABEL
           MOVE WS-EXCLUDED-VALUE TO WS-MNY-EDITED
           WRITE RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "CONFIDENCE LEVEL (PERCENT)      " TO WS-TOT-LABEL
           MOVE CTL-CONFIDENCE TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "RELIABILITY FACTOR              " TO WS-FCT-LABEL
           MOVE MUS-FCT-RELIABILITY(WS-FACTOR-ROW 1) TO WS-FCT-EDITED
           WRITE RPT-RECORD FROM WS-FACTOR-LINE
           MOVE "EXPANSION FACTOR                " TO WS-FCT-LABEL
           MOVE MUS-FCT-EXPANSION(WS-FACTOR-ROW) TO WS-FCT-EDITED
           WRITE RPT-RECORD FROM WS-FACTOR-LINE
           MOVE "TOLERABLE MISSTATEMENT          " TO WS-MNY-LABEL
           MOVE CTL-TOLERABLE TO WS-MNY-EDITED
           WRITE RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "EXPECTED MISSTATEMENT           " TO WS-MNY-LABEL
           MOVE CTL-EXPECTED TO WS-MNY-EDITED
           WRITE RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "SAMPLING INTERVAL               " TO WS-MNY-LABEL
           MOVE WS-INTERVAL TO WS-MNY-EDITED
           WRITE RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE "PLANNED SAMPLE SIZE             " TO WS-TOT-LABEL
           MOVE WS-PLANNED-SIZE TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "RANDOM START                    " TO WS-MNY-LABEL
           MOVE WS-RANDOM-START TO WS-MNY-EDITED
           WRITE RPT-RECORD FROM WS-AMOUNT-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.
       1310-EXIT.
           EXIT.
      ******************************************************************
      * 3000-SELECT-ONE-RECORD - PASS TWO: ADDS THE NEXT POSITIVE
      * AMOUNT TO THE CUMULATIVE BOOK VALUE AND TAKES EVERY SELECTION
      * POINT THAT FALLS INSIDE IT.  AN ITEM THAT TAKES ANY POINT IS
      * SELECTED - ONCE, HOWEVER MANY IT TAKES - AND GOES TO MUSOUT
      * AND THE WORKSHEET WITH THE FIRST POINT THAT FELL IN IT.  AN
      * ITEM AT OR ABOVE THE INTERVAL CANNOT BE STEPPED OVER AND IS
      * MARKED TOP STRATUM.
      ******************************************************************
       3000-SELECT-ONE-RECORD.
           READ RANDMUS-POPULATION-FILE
               AT END
                   SET WS-POPULATION-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ
           ADD 1 TO WS-SEQ-NBR
           PERFORM 6000-CUT-AND-PARSE-AMOUNT THRU 6000-EXIT
           IF NOT WS-AMT-VALID OR WS-AMT-VALUE NOT > ZERO
               GO TO 3000-EXIT
           END-IF
           ADD WS-AMT-VALUE TO WS-CUM-VALUE
           IF WS-NEXT-POINT > WS-CUM-VALUE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-NEXT-POINT TO WS-FIRST-POINT
           MOVE ZERO TO WS-HIT-COUNT
           PERFORM 3100-TAKE-ONE-POINT THRU 3100-EXIT
               UNTIL WS-NEXT-POINT > WS-CUM-VALUE
           MOVE SPACES TO MUS-SELECTION-RECORD
           SET MUS-SELECTED-ITEM TO TRUE
           MOVE WS-SEQ-NBR TO MUS-SEQ-NBR
           MOVE WS-AMT-VALUE TO MUS-BOOK-AMOUNT
           MOVE WS-HIT-COUNT TO MUS-HIT-COUNT
           MOVE "N" TO MUS-TOP-SWITCH
           MOVE SPACES TO WS-DTL-TOP
           IF WS-AMT-VALUE NOT < WS-INTERVAL
               SET MUS-TOP-STRATUM TO TRUE
               MOVE "TOP STRATUM" TO WS-DTL-TOP
               ADD 1 TO WS-TOP-COUNT
           END-IF
           MOVE POP-RECORD TO MUS-POP-RECORD
           WRITE MUS-SELECTION-RECORD
           IF WS-SAMPLE-FILE-STATUS NOT = "00"
               DISPLAY "RANDMUS: WRITE TO MUSOUT FAILED, STATUS = "
                   WS-SAMPLE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-SELECTED-COUNT
           MOVE WS-SEQ-NBR TO WS-DTL-SEQ-NBR
           MOVE WS-AMT-VALUE TO WS-DTL-BOOK
           MOVE WS-FIRST-POINT TO WS-DTL-POINT
           MOVE WS-HIT-COUNT TO WS-DTL-HITS
           WRITE RPT-RECORD FROM WS-DETAIL-LINE.
       3000-EXIT.
           EXIT.
       3100-TAKE-ONE-POINT.
           ADD 1 TO WS-HIT-COUNT
           ADD 1 TO WS-POINT-COUNT
           ADD WS-INTERVAL TO WS-NEXT-POINT.
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 5000-PRINT-TOTALS - SELECTION POINTS TAKEN, ITEMS SELECTED
      * AND HOW MANY OF THEM ARE TOP STRATUM.
      ******************************************************************
       5000-PRINT-TOTALS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "SELECTION POINTS                " TO WS-TOT-LABEL
           MOVE WS-POINT-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "ITEMS SELECTED                  " TO WS-TOT-LABEL
           MOVE WS-SELECTED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "TOP-STRATUM ITEMS               " TO WS-TOT-LABEL
           MOVE WS-TOP-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE.
       5000-EXIT.
           EXIT.
      ******************************************************************
      * 6000-CUT-AND-PARSE-AMOUNT - CUTS THE CARD'S AMOUNT FIELD OUT
      * OF THE CURRENT POPIN RECORD AND READS IT AS DOLLARS AND
      * CENTS (SEE THE BANNER FOR WHAT THE FIELD MAY CARRY).  MORE
      * THAN TWO DIGITS AFTER A DECIMAL POINT, A SECOND POINT OR
      * MINUS, ANY OTHER CHARACTER, NO DIGITS AT ALL, OR A VALUE TOO
      * LARGE FOR THIRTEEN WHOLE-DOLLAR DIGITS IS NOT VALID.
      ******************************************************************
       6000-CUT-AND-PARSE-AMOUNT.
           MOVE SPACES TO WS-AMT-TEXT
           MOVE POP-RECORD(CTL-AMOUNT-COLUMN:CTL-AMOUNT-LENGTH)
               TO WS-AMT-TEXT
           MOVE CTL-AMOUNT-LENGTH TO WS-AMT-LENGTH
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
           IF WS-AMT-POINT-SEEN
               MOVE WS-AMT-FRACTION-COUNT TO WS-AMT-DECIMALS
           ELSE
               MOVE WS-IMPLIED-DECIMALS TO WS-AMT-DECIMALS
           END-IF
           EVALUATE WS-AMT-DECIMALS
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
      * 8000-TERMINATE - CLOSE WHATEVER IS STILL OPEN AND RETURN.
      ******************************************************************
       8000-TERMINATE.
           CLOSE RANDMUS-POPULATION-FILE
           CLOSE RANDMUS-SAMPLE-FILE
           CLOSE RANDMUS-WORKSHEET-FILE.
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
           MOVE "RANDMUS" TO RND-JRN-PROGRAM
           MOVE CTL-RUN-ID TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE ZERO TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDMUS: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF
           SET WS-JOURNAL-STARTED TO TRUE.
       9000-EXIT.
           EXIT.
      ******************************************************************
      * 9100-JOURNAL-END - CLOSES THIS EXECUTION'S JOURNAL ENTRY ON
      * THE WAY OUT WITH THE ITEMS SELECTED AND THE FINAL RETURN
      * CODE.  SKIPPED WHEN THE RUN DIED BEFORE THE START RECORD WAS
      * CUT.
      ******************************************************************
       9100-JOURNAL-END.
           IF NOT WS-JOURNAL-STARTED
               GO TO 9100-EXIT
           END-IF
           MOVE "E" TO RND-JRN-FUNCTION
           MOVE "RANDMUS" TO RND-JRN-PROGRAM
           MOVE CTL-RUN-ID TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE WS-SELECTED-COUNT TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDMUS: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM RANDMUS.
