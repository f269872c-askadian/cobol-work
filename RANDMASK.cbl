      *                          04 MASKS WITH A RANDOM ALPHANUMERIC
      *                          STRING, 02 WITH A NUMBER DRAWN FROM
      *                          THE RANGE LOW/HIGH (9 EACH) THAT
      *                          FOLLOW, RIGHT-JUSTIFIED ZERO-FILLED,
      *                          08 WITH AN ENTRY OF THE DICTBL LIST
      *                          WHOSE NAME (8) FOLLOWS, THEN THE
      *                          COLUMN (2) AND LENGTH (2) TO CUT
      *                          FROM THE 40-BYTE ENTRY (BLANK = THE
      *                          WHOLE ENTRY) AND A ROW-GROUP LETTER
      *                          (1),
      *                          09 WITH A RANDOM VALUE OF THE SAME
      *                          FORMAT - DIGITS STAY DIGITS, LETTERS
      *                          STAY LETTERS OF THE SAME CASE, AND
      *                          DASHES, SPACES AND THE LIKE STAY
      *                          WHERE THEY ARE,
      *                          10 LIKE 09, THEN WITH A MOD-10 (LUHN)
      *                          CHECK DIGIT RECOMPUTED INTO THE
      *                          POSITION WITHIN THE FIELD (2) THAT
      *                          FOLLOWS,
      *                          11 WITH THE YYYYMMDD DATE SHIFTED BY
      *                          THE ENTITY'S OFFSET - THE COLUMN (3)
      *                          AND LENGTH (3) OF THE FIELD THAT
      *                          IDENTIFIES THE ENTITY (ACCOUNT,
      *                          CUSTOMER) FOLLOW, THEN THE LARGEST
      *                          SHIFT IN DAYS (3)
      *            COL 1 = "*":  COMMENT, IGNORED
      *          A FIELD THAT IS ALL SPACES ON INPUT CARRIES NO VALUE
      *          TO PROTECT AND IS LEFT ALONE.
      *          DICTIONARY FIELDS (MODE 08) MASK A NAME OR ADDRESS
      *          WITH A REALISTIC ONE.  THEIR CROSSWALK ENTRY IS KEYED
      *          ON THE LIST NAME PLUS THE CLEAR VALUE RATHER THAN THE
      *          FIELD LENGTH, SO THE SAME REAL SURNAME BECOMES THE
      *          SAME FAKE SURNAME IN EVERY FILE OF THE SET WHATEVER
      *          WIDTH THE FIELD HAS THERE, AND IT HOLDS THE WHOLE
      *          DICTBL ROW.  FIELDS OF ONE RECORD WITH THE SAME
      *          ROW-GROUP LETTER SHARE ONE ROW: THE FIRST NON-BLANK
      *          FIELD OF THE GROUP IN MAP ORDER PICKS THE ROW THROUGH
      *          THE CROSSWALK AND THE OTHERS CUT THEIR COLUMNS FROM
      *          IT, SO A MASKED CITY, STATE AND ZIP ALWAYS BELONG
      *          TOGETHER.  A DICTIONARY LIST IS FAR SMALLER THAN THE
      *          POPULATION OF NAMES IT MASKS, SO THESE FIELDS ARE NOT
      *          HELD TO THE REVERSE SCREEN - TWO REAL SURNAMES MAY
      *          SHARE ONE FAKE ONE, AS REAL PEOPLE SHARE SURNAMES -
      *          AND A DICTIONARY FIELD IS LIMITED TO 32 BYTES.
      *          FORMAT-PRESERVING (09) AND CHECK-DIGIT (10) FIELDS GO
      *          THROUGH THE CROSSWALK AND REVERSE SCREEN EXACTLY AS
      *          02 AND 04 FIELDS DO.  THE CHECK DIGIT IS COMPUTED
      *          OVER THE OTHER DIGITS OF THE FIELD, RIGHT TO LEFT,
      *          AS IF IT STOOD AFTER THE LAST OF THEM, SO A CARD OR
      *          ACCOUNT NUMBER WITH ITS CHECK DIGIT LAST (THE USUAL
      *          CASE) COMES OUT STANDARD LUHN-VALID.  THE SAME CLEAR
      *          VALUE MASKED AT THE SAME WIDTH KEEPS WHATEVER
      *          SUBSTITUTE THE SET FIRST GAVE IT, SO A FIELD MUST BE
      *          MAPPED WITH THE SAME MODE IN EVERY FILE OF THE SET.
      *          DATE-SHIFT FIELDS (11) MOVE EVERY DATE OF ONE ENTITY
      *          BY THE SAME NUMBER OF DAYS, DRAWN ONCE - NEVER ZERO,
      *          NEVER MORE THAN THE MAP'S LARGEST SHIFT EITHER WAY -
      *          AND KEPT IN THE CROSSWALK UNDER FIELD LENGTH 999 AND
      *          THE ENTITY'S CLEAR VALUE, SO THE GAPS BETWEEN AN
      *          ACCOUNT'S OPEN, STATEMENT AND CLOSE DATES SURVIVE IN
      *          EVERY FILE OF THE SET WHILE THE DATES THEMSELVES DO
      *          NOT.  THE ENTITY IS TAKEN FROM THE CLEAR INPUT
      *          RECORD, SO IT MAY ITSELF BE A MASKED FIELD.  AN
      *          OFFSET IS SHARED BY MANY ENTITIES, SO SHIFTED DATES
      *          ARE NOT HELD TO THE REVERSE SCREEN; A FIELD THAT IS
      *          NOT A GENUINE CALENDAR DATE (ZEROS, 99999999 OPEN-
      *          ENDED MARKERS) IS LEFT AS IT STANDS AND COUNTED.
      * Tectonics: cobc
      * Modifications:
      *   10/15/2026  AK  A MODE 10 SUBSTITUTE IS NOW SCREENED AGAINST
      *                    RANDEXCL AFTER ITS CHECK DIGIT IS SET - THE
      *                    RANDOM01 SCREEN SEES ONLY THE DRAW BEFORE
      *                    THE DIGIT IS REWRITTEN, SO A NINE-DIGIT
      *                    SUBSTITUTE COULD OTHERWISE COME OUT EQUAL TO
      *                    A LIVE IDENTIFIER.
      *   10/15/2026  AK  A MODE 10 VALUE WHOSE CLEAR SHAPE HAS NO DIGIT
      *                    AT THE MAP'S CHECK-DIGIT POSITION NOW STOPS
      *                    THE RUN INSTEAD OF GETTING A DIGIT WRITTEN
      *                    OVER A LETTER OR DASH OF THE SUBSTITUTE.
      *   10/14/2026  AK  EVERY EXECUTION IS NOW REGISTERED IN THE
      *                    COMMON RUN JOURNAL THROUGH RANDJRN UNDER
      *                    THE CARD'S RUN-ID, AS RANDBATCH IS, SO THE
      *                    RUN SHOWS IN RANDJINQ, RANDREQS AND THE
      *                    RANDUSE CHARGEBACK.  A JOURNAL FAILURE
      *                    WARNS AND RUNS ON.
      *   09/29/2026  AK  THE REVERSE-SCREEN RECORD NOW COMES FROM COPY
      *                    RANDRWKR, SHARED WITH RANDUNMK.
      *   09/25/2026  AK  THE CROSSWALK RECORD NOW COMES FROM COPY
      *                    RANDXWKR, SHARED WITH THE RANDLEAK SCAN.
      *   09/22/2026  AK  ADDED MODES 09 (FORMAT-PRESERVING), 10
      *                    (LUHN CHECK DIGIT RECOMPUTED) AND 11 (DATE
      *                    SHIFT BY ONE OFFSET PER ENTITY, HELD IN THE
      *                    CROSSWALK).
      *   09/18/2026  AK  ADDED MODE 08 DICTIONARY FIELDS (REALISTIC
      *                    NAMES AND ADDRESSES FROM DICTBL) WITH A
      *                    LIST-KEYED CROSSWALK ENTRY PER CLEAR VALUE
      *                    AND ROW GROUPS FOR CITY/STATE/ZIP.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ACCESS MODE IS RANDOM
               RECORD KEY IS RWK-KEY
               FILE STATUS IS WS-RWALK-FILE-STATUS.
           SELECT RANDMASK-EXCLUSION-FILE
               ASSIGN TO "RANDEXCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXC-RND-VAR
               FILE STATUS IS WS-EXCLUSION-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
           10 MAP-FLD-COLUMN      PIC 9(03).
           10 MAP-FLD-LENGTH      PIC 9(03).
           10 MAP-FLD-MODE        PIC 9(02).
           10 MAP-FLD-RANGE-AREA.
               15 MAP-FLD-RANGE-LOW  PIC 9(09).
               15 MAP-FLD-RANGE-HIGH PIC 9(09).
           10 MAP-FLD-DICT-AREA REDEFINES MAP-FLD-RANGE-AREA.
               15 MAP-FLD-LIST-NAME  PIC X(08).
               15 MAP-FLD-ENTRY-COLUMN PIC 9(02).
               15 MAP-FLD-ENTRY-COLUMN-X REDEFINES
                   MAP-FLD-ENTRY-COLUMN PIC X(02).
               15 MAP-FLD-ENTRY-LENGTH PIC 9(02).
               15 MAP-FLD-ENTRY-LENGTH-X REDEFINES
                   MAP-FLD-ENTRY-LENGTH PIC X(02).
               15 MAP-FLD-ROW-GROUP  PIC X(01).
               15 FILLER             PIC X(05).
           10 MAP-FLD-CHECK-AREA REDEFINES MAP-FLD-RANGE-AREA.
               15 MAP-FLD-CHECK-POSITION PIC 9(02).
               15 FILLER             PIC X(16).
           10 MAP-FLD-SHIFT-AREA REDEFINES MAP-FLD-RANGE-AREA.
               15 MAP-FLD-ENTITY-COLUMN PIC 9(03).
               15 MAP-FLD-ENTITY-LENGTH PIC 9(03).
               15 MAP-FLD-MAX-SHIFT  PIC 9(03).
               15 FILLER             PIC X(09).
           10 FILLER              PIC X(53).
       FD  RANDMASK-INPUT-FILE.
       01 IN-RECORD              PIC X(200).
       FD  RANDMASK-OUTPUT-FILE.
       01 OUT-RECORD             PIC X(200).
      * THE CROSSWALK RECORD, SHARED WITH RANDLEAK THROUGH COPY
      * RANDXWKR.  THE FILE IS NEVER WRITTEN ANYWHERE ELSE BY THIS
      * PROGRAM.
       FD  RANDMASK-XWALK-FILE.
           COPY RANDXWKR.
      * THE REVERSE SCREEN - THE SAME PAIRS KEYED THE OTHER WAY
      * ROUND, READ BEFORE A FRESH SUBSTITUTE IS ACCEPTED SO ONE
      * MASKED VALUE CAN NEVER STAND FOR TWO CLEAR VALUES.  IT
      * CARRIES THE CLEAR VALUE, SO IT IS AS SENSITIVE AS THE
      * CROSSWALK AND PROTECTED THE SAME WAY.  SHARED WITH RANDUNMK
      * THROUGH COPY RANDRWKR.
       FD  RANDMASK-RWALK-FILE.
           COPY RANDRWKR.
      * THE SITE EXCLUSION FILE, BUILT BY RANDEXLD AND READ HERE ONLY
      * TO SCREEN A MODE 10 SUBSTITUTE ONCE ITS CHECK DIGIT IS SET.
       FD  RANDMASK-EXCLUSION-FILE.
       01 EXCLUSION-RECORD.
           10 EXC-RND-VAR        PIC 9(09).
       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-CONTROL-FILE-STATUS PIC XX.
       77 WS-XWALK-FILE-NAME     PIC X(20).
       77 WS-RWALK-FILE-STATUS   PIC XX.
       77 WS-RWALK-FILE-NAME     PIC X(20).
       77 WS-EXCLUSION-FILE-STATUS PIC XX.
       77 WS-EXCLUSION-OPEN-SWITCH PIC X VALUE "N".
           88 WS-EXCLUSION-OPEN           VALUE "Y".
       77 WS-EXCLUDED-SWITCH     PIC X VALUE "N".
           88 WS-IN-EXCLUSION-LIST        VALUE "Y".
       77 WS-ABEND-SWITCH        PIC X VALUE "N".
           88 WS-ABEND                   VALUE "Y".
       77 WS-FIELDMAP-EOF-SWITCH PIC X VALUE "N".
       77 WS-CLEAR-VALUE         PIC X(40).
       77 WS-MASKED-VALUE        PIC X(40).
       77 WS-NUM-DISPLAY         PIC 9(09).
       77 WS-DICT-END            PIC 9(04) COMP.
      * CHECK-DIGIT WORK FIELDS: THE POSITION BEING WEIGHED, WHETHER
      * IT IS ONE OF THE DOUBLED DIGITS, AND THE RUNNING MOD-10 SUM.
       77 WS-LUHN-POSN           PIC S9(04) COMP.
       77 WS-LUHN-DOUBLE-SWITCH  PIC X VALUE "Y".
           88 WS-LUHN-DOUBLE              VALUE "Y".
       77 WS-LUHN-DIGIT          PIC 9(02).
       77 WS-LUHN-SUM            PIC 9(04) COMP.
       77 WS-LUHN-QUOT           PIC 9(04) COMP.
       77 WS-LUHN-REM            PIC 9(02).
      * DATE-SHIFT WORK FIELDS.  THE ENTITY'S OFFSET IS HELD HERE
      * BECAUSE A FAILED KEYED READ LEAVES THE CROSSWALK RECORD AREA
      * UNDEFINED.  DATES ARE SHIFTED THROUGH SERIAL DAY NUMBERS
      * (FLIEGEL/VAN FLANDERN, AS IN RANDOM01 AND RANDSTAT) SO MONTH
      * ENDS AND LEAP YEARS COME OUT RIGHT; EVERY DIVISION IS ITS OWN
      * STATEMENT BECAUSE THE ALGORITHM DEPENDS ON TRUNCATION.
       77 WS-ENTITY-VALUE        PIC X(40).
       77 WS-SHIFT-DAYS          PIC S9(04) COMP.
       77 WS-DATES-UNSHIFTED     PIC 9(09) COMP VALUE ZERO.
       77 WS-DATE-VALID-SWITCH   PIC X VALUE "N".
           88 WS-DATE-IS-VALID            VALUE "Y".
       01 WS-DATE-WORK.
           10 WS-CVT-DATE        PIC 9(08).
           10 WS-CVT-DATE-SPLIT REDEFINES WS-CVT-DATE.
               15 WS-CVT-YYYY    PIC 9(04).
               15 WS-CVT-MM      PIC 9(02).
               15 WS-CVT-DD      PIC 9(02).
           10 WS-CVT-MF          PIC S9(04) COMP.
           10 WS-CVT-TERM1       PIC S9(09) COMP.
           10 WS-CVT-TERM2       PIC S9(09) COMP.
           10 WS-CVT-TERM3       PIC S9(09) COMP.
           10 WS-CVT-WORK-L      PIC S9(09) COMP.
           10 WS-CVT-WORK-N      PIC S9(09) COMP.
           10 WS-CVT-WORK-I      PIC S9(09) COMP.
           10 WS-CVT-WORK-J      PIC S9(09) COMP.
           10 WS-CVT-WORK-K      PIC S9(09) COMP.
           10 WS-DAY-NBR-WORK    PIC S9(09) COMP.
           10 WS-MONTH-DAYS      PIC 9(02).
           10 WS-LEAP-REM-4      PIC 9(04) COMP.
           10 WS-LEAP-REM-100    PIC 9(04) COMP.
           10 WS-LEAP-REM-400    PIC 9(04) COMP.
           10 WS-LEAP-QUOT       PIC 9(09) COMP.
      * ROW GROUPS SETTLED SO FAR IN THE RECORD BEING MASKED - EACH
      * GROUP LETTER'S LIST AND THE DICTBL ROW ITS LEAD FIELD MAPPED
      * TO, SO THE GROUP'S OTHER FIELDS CUT THEIR COLUMNS FROM IT.
       77 WS-ROW-GROUP-COUNT     PIC S9(04) COMP VALUE ZERO.
       77 WS-ROW-GROUP-SUBSCRIPT PIC S9(04) COMP.
       77 WS-ROW-GROUP-FOUND     PIC S9(04) COMP.
       77 WS-DICT-ROW            PIC X(40).
       01 WS-ROW-GROUP-TABLE.
           10 WS-ROW-GROUP-ENTRY OCCURS 50 TIMES.
               15 WS-GRP-LETTER     PIC X(01).
               15 WS-GRP-LIST-NAME  PIC X(08).
               15 WS-GRP-ROW        PIC X(40).
      * THE FIELD MAP AS LOADED: UP TO 50 MASKED FIELDS.
       01 WS-FIELD-TABLE.
           10 WS-FIELD-ENTRY OCCURS 50 TIMES.
               15 WS-FLD-MODE       PIC 9(02).
               15 WS-FLD-RANGE-LOW  PIC 9(09).
               15 WS-FLD-RANGE-HIGH PIC 9(09).
               15 WS-FLD-LIST-NAME  PIC X(08).
               15 WS-FLD-ENTRY-COLUMN PIC 9(02).
               15 WS-FLD-ENTRY-LENGTH PIC 9(02).
               15 WS-FLD-ROW-GROUP  PIC X(01).
               15 WS-FLD-CHECK-POSITION PIC 9(02).
               15 WS-FLD-ENTITY-COLUMN PIC 9(03).
               15 WS-FLD-ENTITY-LENGTH PIC 9(03).
               15 WS-FLD-MAX-SHIFT  PIC 9(03).
      * PARAMETER AREA PASSED TO RANDOM01 - THE RANDPARM LAYOUT (SEE
      * THAT MEMBER) WITH FIELD NAMES PREFIXED RND, SO THIS PROGRAM'S
      * COPY OF THE LAYOUT CAN NEVER DRIFT OUT OF STEP WITH RANDOM01'S
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
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-MAINLINE-EXIT.
           PERFORM 9100-JOURNAL-END THRU 9100-EXIT
           GOBACK.
      ******************************************************************
      * 1000-INITIALIZE - READ AND VALIDATE THE CONTROL CARD, LOAD
                   GO TO 1000-EXIT
           END-READ
           CLOSE RANDMASK-CONTROL-FILE
           PERFORM 9000-JOURNAL-START THRU 9000-EXIT
           IF CTL-XWALK-NAME = SPACES
               DISPLAY "RANDMASK: THE CONTROL CARD NAMES NO "
                   "CROSSWALK FILE"
           IF WS-ABEND
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT RANDMASK-EXCLUSION-FILE
           IF WS-EXCLUSION-FILE-STATUS = "00"
               SET WS-EXCLUSION-OPEN TO TRUE
           ELSE
               DISPLAY "RANDMASK: RANDEXCL NOT AVAILABLE, STATUS = "
                   WS-EXCLUSION-FILE-STATUS " - CHECK-DIGIT "
                   "SUBSTITUTES ARE NOT SCREENED AGAINST THE SITE "
                   "EXCLUSION LIST"
           END-IF
           OPEN INPUT RANDMASK-INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "RANDMASK: UNABLE TO OPEN MSKIN, STATUS = "
               GO TO 1110-EXIT
           END-IF
           IF MAP-FLD-MODE NOT = 02 AND MAP-FLD-MODE NOT = 04
              AND MAP-FLD-MODE NOT = 08 AND MAP-FLD-MODE NOT = 09
              AND MAP-FLD-MODE NOT = 10 AND MAP-FLD-MODE NOT = 11
               DISPLAY "RANDMASK: MSKMAP FIELD AT " MAP-FLD-COLUMN
                   " REQUESTS MODE " MAP-FLD-MODE " - ONLY 02, 04, "
                   "08, 09, 10 AND 11 MASK FIELDS"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1110-EXIT
           END-IF
           IF MAP-FLD-MODE = 08
               PERFORM 1120-VALIDATE-DICTIONARY-FIELD THRU 1120-EXIT
               IF WS-ABEND
                   GO TO 1110-EXIT
               END-IF
           END-IF
           IF MAP-FLD-MODE = 10
               PERFORM 1130-VALIDATE-CHECK-DIGIT-FIELD THRU 1130-EXIT
               IF WS-ABEND
                   GO TO 1110-EXIT
               END-IF
           END-IF
           IF MAP-FLD-MODE = 11
               PERFORM 1140-VALIDATE-DATE-SHIFT-FIELD THRU 1140-EXIT
               IF WS-ABEND
                   GO TO 1110-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-FIELD-COUNT
           MOVE MAP-FLD-COLUMN TO WS-FLD-COLUMN(WS-FIELD-COUNT)
           MOVE MAP-FLD-LENGTH TO WS-FLD-LENGTH(WS-FIELD-COUNT)
           MOVE MAP-FLD-MODE TO WS-FLD-MODE(WS-FIELD-COUNT)
           MOVE ZERO TO WS-FLD-CHECK-POSITION(WS-FIELD-COUNT)
           MOVE ZERO TO WS-FLD-ENTITY-COLUMN(WS-FIELD-COUNT)
           MOVE ZERO TO WS-FLD-ENTITY-LENGTH(WS-FIELD-COUNT)
           MOVE ZERO TO WS-FLD-MAX-SHIFT(WS-FIELD-COUNT)
           IF MAP-FLD-MODE = 10
               MOVE MAP-FLD-CHECK-POSITION
                   TO WS-FLD-CHECK-POSITION(WS-FIELD-COUNT)
           END-IF
           IF MAP-FLD-MODE = 11
               MOVE MAP-FLD-ENTITY-COLUMN
                   TO WS-FLD-ENTITY-COLUMN(WS-FIELD-COUNT)
               MOVE MAP-FLD-ENTITY-LENGTH
                   TO WS-FLD-ENTITY-LENGTH(WS-FIELD-COUNT)
               MOVE MAP-FLD-MAX-SHIFT
                   TO WS-FLD-MAX-SHIFT(WS-FIELD-COUNT)
           END-IF
           IF MAP-FLD-MODE = 02
               MOVE MAP-FLD-RANGE-LOW
                   TO WS-FLD-RANGE-LOW(WS-FIELD-COUNT)
               MOVE MAP-FLD-RANGE-HIGH
                   TO WS-FLD-RANGE-HIGH(WS-FIELD-COUNT)
           ELSE
               MOVE ZERO TO WS-FLD-RANGE-LOW(WS-FIELD-COUNT)
               MOVE ZERO TO WS-FLD-RANGE-HIGH(WS-FIELD-COUNT)
           END-IF
           IF MAP-FLD-MODE = 08
               MOVE MAP-FLD-LIST-NAME
                   TO WS-FLD-LIST-NAME(WS-FIELD-COUNT)
               MOVE MAP-FLD-ENTRY-COLUMN
                   TO WS-FLD-ENTRY-COLUMN(WS-FIELD-COUNT)
               MOVE MAP-FLD-ENTRY-LENGTH
                   TO WS-FLD-ENTRY-LENGTH(WS-FIELD-COUNT)
               MOVE MAP-FLD-ROW-GROUP
                   TO WS-FLD-ROW-GROUP(WS-FIELD-COUNT)
           ELSE
               MOVE SPACES TO WS-FLD-LIST-NAME(WS-FIELD-COUNT)
               MOVE ZERO TO WS-FLD-ENTRY-COLUMN(WS-FIELD-COUNT)
               MOVE ZERO TO WS-FLD-ENTRY-LENGTH(WS-FIELD-COUNT)
               MOVE SPACE TO WS-FLD-ROW-GROUP(WS-FIELD-COUNT)
           END-IF.
       1110-EXIT.
           EXIT.
      ******************************************************************
      * 1120-VALIDATE-DICTIONARY-FIELD - A MODE 08 LINE MUST NAME ITS
      * DICTBL LIST AND FIT THE 32 BYTES OF CLEAR VALUE ITS
      * CROSSWALK KEY HOLDS.  A BLANK ENTRY COLUMN AND LENGTH ARE
      * TAKEN AS THE WHOLE 40-BYTE ENTRY; OTHERWISE BOTH MUST BE
      * NUMERIC, NONZERO, AND END INSIDE THE ENTRY.
      ******************************************************************
       1120-VALIDATE-DICTIONARY-FIELD.
           IF MAP-FLD-LIST-NAME = SPACES
               DISPLAY "RANDMASK: MSKMAP MODE 08 FIELD AT "
                   MAP-FLD-COLUMN " NAMES NO DICTIONARY LIST"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1120-EXIT
           END-IF
           IF MAP-FLD-LENGTH > 32
               DISPLAY "RANDMASK: MSKMAP MODE 08 FIELD AT "
                   MAP-FLD-COLUMN " IS LONGER THAN 32 BYTES"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1120-EXIT
           END-IF
           IF MAP-FLD-ENTRY-COLUMN-X = SPACES
              AND MAP-FLD-ENTRY-LENGTH-X = SPACES
               MOVE 01 TO MAP-FLD-ENTRY-COLUMN
               MOVE 40 TO MAP-FLD-ENTRY-LENGTH
               GO TO 1120-EXIT
           END-IF
           IF MAP-FLD-ENTRY-COLUMN NOT NUMERIC
              OR MAP-FLD-ENTRY-LENGTH NOT NUMERIC
              OR MAP-FLD-ENTRY-COLUMN = ZERO
              OR MAP-FLD-ENTRY-LENGTH = ZERO
               DISPLAY "RANDMASK: MSKMAP MODE 08 FIELD AT "
                   MAP-FLD-COLUMN " HAS A BAD ENTRY COLUMN OR LENGTH"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1120-EXIT
           END-IF
           COMPUTE WS-DICT-END =
               MAP-FLD-ENTRY-COLUMN + MAP-FLD-ENTRY-LENGTH - 1
           IF WS-DICT-END > 40
               DISPLAY "RANDMASK: MSKMAP MODE 08 FIELD AT "
                   MAP-FLD-COLUMN " CUTS PAST THE 40-BYTE DICTIONARY "
                   "ENTRY"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
           END-IF.
       1120-EXIT.
           EXIT.
      ******************************************************************
      * 1130-VALIDATE-CHECK-DIGIT-FIELD - A MODE 10 LINE MUST STATE
      * WHERE THE CHECK DIGIT SITS, AS A POSITION INSIDE THE FIELD.
      * THE MAP CARRIES NO SHAPE, SO WHETHER THAT POSITION HOLDS A
      * DIGIT IS CHECKED AGAINST EACH CLEAR VALUE IN 3200.
      ******************************************************************
       1130-VALIDATE-CHECK-DIGIT-FIELD.
           IF MAP-FLD-CHECK-POSITION NOT NUMERIC
              OR MAP-FLD-CHECK-POSITION = ZERO
              OR MAP-FLD-CHECK-POSITION > MAP-FLD-LENGTH
               DISPLAY "RANDMASK: MSKMAP MODE 10 FIELD AT "
                   MAP-FLD-COLUMN " HAS A CHECK-DIGIT POSITION "
                   "OUTSIDE THE FIELD"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
           END-IF.
       1130-EXIT.
           EXIT.
      ******************************************************************
      * 1140-VALIDATE-DATE-SHIFT-FIELD - A MODE 11 FIELD IS AN 8-BYTE
      * YYYYMMDD DATE.  ITS ENTITY FIELD MUST LIE INSIDE THE RECORD
      * AND FIT THE 40 BYTES OF CLEAR VALUE THE CROSSWALK KEY HOLDS,
      * AND THE LARGEST SHIFT MUST BE AT LEAST ONE DAY.
      ******************************************************************
       1140-VALIDATE-DATE-SHIFT-FIELD.
           IF MAP-FLD-LENGTH NOT = 8
               DISPLAY "RANDMASK: MSKMAP MODE 11 FIELD AT "
                   MAP-FLD-COLUMN " IS NOT AN 8-BYTE YYYYMMDD DATE"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1140-EXIT
           END-IF
           IF MAP-FLD-ENTITY-COLUMN NOT NUMERIC
              OR MAP-FLD-ENTITY-LENGTH NOT NUMERIC
              OR MAP-FLD-ENTITY-COLUMN = ZERO
              OR MAP-FLD-ENTITY-LENGTH = ZERO
              OR MAP-FLD-ENTITY-LENGTH > 40
               DISPLAY "RANDMASK: MSKMAP MODE 11 FIELD AT "
                   MAP-FLD-COLUMN " HAS A BAD ENTITY COLUMN OR LENGTH"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1140-EXIT
           END-IF
           COMPUTE WS-FIELD-END =
               MAP-FLD-ENTITY-COLUMN + MAP-FLD-ENTITY-LENGTH - 1
           IF WS-FIELD-END > 200
               DISPLAY "RANDMASK: MSKMAP MODE 11 FIELD AT "
                   MAP-FLD-COLUMN " HAS AN ENTITY FIELD RUNNING PAST "
                   "THE RECORD"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1140-EXIT
           END-IF
           IF MAP-FLD-MAX-SHIFT NOT NUMERIC
              OR MAP-FLD-MAX-SHIFT = ZERO
               DISPLAY "RANDMASK: MSKMAP MODE 11 FIELD AT "
                   MAP-FLD-COLUMN " HAS NO LARGEST SHIFT IN DAYS"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
           END-IF.
       1140-EXIT.
           EXIT.
      ******************************************************************
      * 1200-OPEN-CROSSWALK - A NEW MASKING SET ("N" ON THE CARD)
      * CREATES THE CROSSWALK FRESH (OPEN OUTPUT THEN REOPEN I-O, AS
      * RANDOM01 DOES FOR ITS ISSUED FILE); ANY OTHER CARD REQUIRES
           END-READ
           ADD 1 TO WS-RECORDS-READ
           MOVE IN-RECORD TO OUT-RECORD
           MOVE ZERO TO WS-ROW-GROUP-COUNT
           PERFORM 3100-MASK-ONE-FIELD THRU 3100-EXIT
               VARYING WS-FIELD-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-FIELD-SUBSCRIPT > WS-FIELD-COUNT
           IF WS-CLEAR-VALUE = SPACES
               GO TO 3100-EXIT
           END-IF
           IF WS-FLD-MODE(WS-FIELD-SUBSCRIPT) = 08
               PERFORM 3400-MASK-DICTIONARY-FIELD THRU 3400-EXIT
               GO TO 3100-EXIT
           END-IF
           IF WS-FLD-MODE(WS-FIELD-SUBSCRIPT) = 11
               PERFORM 3600-MASK-DATE-FIELD THRU 3600-EXIT
               GO TO 3100-EXIT
           END-IF
           MOVE WS-FLD-LENGTH(WS-FIELD-SUBSCRIPT) TO XWK-FIELD-LENGTH
           MOVE WS-CLEAR-VALUE TO XWK-CLEAR-VALUE
           READ RANDMASK-XWALK-FILE
           EXIT.
      ******************************************************************
      * 3200-ASSIGN-NEW-VALUE - DRAWS A FRESH SUBSTITUTE FOR THE
      * CLEAR VALUE THROUGH RANDOM01 (MODE 04 STRING, MODE 02
      * NUMBER OR MODE 09 SAME-FORMAT STRING PER THE MAP LINE, THE
      * LAST WITH ITS CHECK DIGIT RECOMPUTED FOR A MODE 10 FIELD),
      * REDRAWING UNTIL THE REVERSE SCREEN
      * SHOWS A VALUE NO OTHER CLEAR VALUE OWNS, AND RECORDS THE
      * PAIR IN BOTH FILES SO EVERY LATER OCCURRENCE - THIS RUN OR
      * ANY RUN OF THE SET - MASKS IDENTICALLY AND NO SUBSTITUTE IS
      * EVER ISSUED TWICE.  A CALL THAT ANSWERS A BAD STATUS ABENDS
      * BEFORE THE CROSSWALK WRITE - RECORDING A SPACES OR STALE
      * SUBSTITUTE WOULD POISON THE SET FOR THIS RUN AND EVERY
      * FUTURE RUN OF IT.  A MODE 10 CLEAR VALUE WITH NO DIGIT AT
      * THE CHECK-DIGIT POSITION (THE MAP LINE DOES NOT FIT THE DATA)
      * IS REFUSED BEFORE ANY DRAW - THE SAME-FORMAT SUBSTITUTE WOULD
      * HAVE A LETTER OR PUNCTUATION THERE FOR 3500 TO OVERWRITE.
      ******************************************************************
       3200-ASSIGN-NEW-VALUE.
           IF WS-FLD-MODE(WS-FIELD-SUBSCRIPT) = 10
              AND WS-CLEAR-VALUE
                  (WS-FLD-CHECK-POSITION(WS-FIELD-SUBSCRIPT):1)
                  IS NOT NUMERIC
               DISPLAY "RANDMASK: MODE 10 FIELD AT COLUMN "
                   WS-FLD-COLUMN(WS-FIELD-SUBSCRIPT)
                   " HAS NO DIGIT AT CHECK-DIGIT POSITION "
                   WS-FLD-CHECK-POSITION(WS-FIELD-SUBSCRIPT)
                   " IN INPUT RECORD " WS-RECORDS-READ
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 3200-EXIT
           END-IF
           MOVE ZERO TO WS-DRAW-TRY-COUNT
           MOVE "N" TO WS-VALUE-FREE-SWITCH
           PERFORM 3250-DRAW-ONE-CANDIDATE THRU 3250-EXIT
      ******************************************************************
      * 3250-DRAW-ONE-CANDIDATE - ONE RANDOM01 DRAW FOR THE FIELD,
      * THEN THE REVERSE-SCREEN READ THAT DECIDES WHETHER TO KEEP
      * IT.  A MODE 10 SUBSTITUTE IS FIRST SCREENED AGAINST RANDEXCL
      * WITH ITS CHECK DIGIT IN PLACE (3520).  A HIT ON EITHER
      * LEAVES WS-VALUE-FREE OFF SO THE CALLER DRAWS AGAIN; THE TRY
      * LIMIT TURNS AN EXHAUSTED VALUE SPACE (A MAP RANGE SMALLER
      * THAN THE POPULATION IT MASKS) INTO AN ABEND INSTEAD OF AN
      * ENDLESS LOOP.
      ******************************************************************
       3250-DRAW-ONE-CANDIDATE.
           IF WS-DRAW-TRY-COUNT >= 100000
           MOVE ZERO TO RND-RANGE-HIGH
           MOVE ZERO TO RND-SEED-VALUE
           MOVE CTL-RUN-ID TO RND-RUN-ID
           MOVE SPACE TO RND-STREAM-OPTION
           MOVE ZERO TO RND-BULK-REQ-COUNT
           MOVE SPACES TO WS-MASKED-VALUE
           IF WS-FLD-MODE(WS-FIELD-SUBSCRIPT) = 09
              OR WS-FLD-MODE(WS-FIELD-SUBSCRIPT) = 10
               MOVE 09 TO RND-DATA
               MOVE WS-FLD-LENGTH(WS-FIELD-SUBSCRIPT) TO RND-LENGTH
               MOVE WS-CLEAR-VALUE TO RND-SHAPE-VAR
               CALL "RANDOM01" USING RND-VARIABLES
               PERFORM 3300-CHECK-RANDOM01-STATUS THRU 3300-EXIT
               IF WS-ABEND
                   GO TO 3250-EXIT
               END-IF
               MOVE RND-ALPHA-VAR TO WS-MASKED-VALUE
               IF WS-FLD-MODE(WS-FIELD-SUBSCRIPT) = 10
                   PERFORM 3500-SET-CHECK-DIGIT THRU 3500-EXIT
                   PERFORM 3520-SCREEN-EXCLUSION THRU 3520-EXIT
                   IF WS-ABEND OR WS-IN-EXCLUSION-LIST
                       GO TO 3250-EXIT
                   END-IF
               END-IF
               GO TO 3250-SCREEN
           END-IF
           IF WS-FLD-MODE(WS-FIELD-SUBSCRIPT) = 04
               MOVE 04 TO RND-DATA
               MOVE WS-FLD-LENGTH(WS-FIELD-SUBSCRIPT) TO RND-LENGTH
                   MOVE WS-NUM-DISPLAY TO WS-MASKED-VALUE
                       (WS-FLD-LENGTH(WS-FIELD-SUBSCRIPT) - 8:9)
               END-IF
           END-IF.
       3250-SCREEN.
           MOVE WS-FLD-LENGTH(WS-FIELD-SUBSCRIPT) TO RWK-FIELD-LENGTH
           MOVE WS-MASKED-VALUE TO RWK-MASKED-VALUE
           READ RANDMASK-RWALK-FILE
       3300-EXIT.
           EXIT.
      ******************************************************************
      * 3400-MASK-DICTIONARY-FIELD - A FIELD WHOSE ROW GROUP IS
      * ALREADY SETTLED IN THIS RECORD CUTS ITS COLUMN FROM THAT ROW.
      * OTHERWISE THE CLEAR VALUE IS LOOKED UP IN THE CROSSWALK UNDER
      * ITS LIST NAME: A HIT REUSES THE ROW ALREADY ASSIGNED, A MISS
      * DRAWS A FRESH ROW FROM THE LIST THROUGH RANDOM01 MODE 08 AND
      * RECORDS IT.  THE COLUMN GOES IN FROM THE LEFT, CUT SHORT OR
      * SPACE-FILLED TO THE FIELD LENGTH.
      ******************************************************************
       3400-MASK-DICTIONARY-FIELD.
           MOVE ZERO TO WS-ROW-GROUP-FOUND
           IF WS-FLD-ROW-GROUP(WS-FIELD-SUBSCRIPT) NOT = SPACE
               PERFORM 3410-FIND-ROW-GROUP THRU 3410-EXIT
                   VARYING WS-ROW-GROUP-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ROW-GROUP-SUBSCRIPT > WS-ROW-GROUP-COUNT
                      OR WS-ROW-GROUP-FOUND > ZERO
           END-IF
           IF WS-ROW-GROUP-FOUND > ZERO
               MOVE WS-GRP-ROW(WS-ROW-GROUP-FOUND) TO WS-DICT-ROW
               GO TO 3400-CUT-COLUMN
           END-IF
           MOVE ZERO TO XWK-FIELD-LENGTH
           MOVE WS-FLD-LIST-NAME(WS-FIELD-SUBSCRIPT)
               TO XWK-DICT-LIST-NAME
           MOVE WS-CLEAR-VALUE TO XWK-DICT-CLEAR-VALUE
           READ RANDMASK-XWALK-FILE
               INVALID KEY
                   PERFORM 3420-ASSIGN-DICTIONARY-ROW THRU 3420-EXIT
               NOT INVALID KEY
                   MOVE XWK-MASKED-VALUE TO WS-DICT-ROW
                   ADD 1 TO WS-REUSED-VALUE-COUNT
           END-READ
           IF WS-ABEND
               GO TO 3400-EXIT
           END-IF
           IF WS-FLD-ROW-GROUP(WS-FIELD-SUBSCRIPT) NOT = SPACE
              AND WS-ROW-GROUP-COUNT < 50
               ADD 1 TO WS-ROW-GROUP-COUNT
               MOVE WS-FLD-ROW-GROUP(WS-FIELD-SUBSCRIPT)
                   TO WS-GRP-LETTER(WS-ROW-GROUP-COUNT)
               MOVE WS-FLD-LIST-NAME(WS-FIELD-SUBSCRIPT)
                   TO WS-GRP-LIST-NAME(WS-ROW-GROUP-COUNT)
               MOVE WS-DICT-ROW TO WS-GRP-ROW(WS-ROW-GROUP-COUNT)
           END-IF.
       3400-CUT-COLUMN.
           MOVE WS-DICT-ROW
               (WS-FLD-ENTRY-COLUMN(WS-FIELD-SUBSCRIPT):
                WS-FLD-ENTRY-LENGTH(WS-FIELD-SUBSCRIPT))
               TO OUT-RECORD(WS-FLD-COLUMN(WS-FIELD-SUBSCRIPT):
                             WS-FLD-LENGTH(WS-FIELD-SUBSCRIPT)).
       3400-EXIT.
           EXIT.
      ******************************************************************
      * 3410-FIND-ROW-GROUP - A ROW GROUP IS ONE LETTER ON ONE LIST;
      * THE SAME LETTER ON A DIFFERENT LIST IS A DIFFERENT GROUP.
      ******************************************************************
       3410-FIND-ROW-GROUP.
           IF WS-GRP-LETTER(WS-ROW-GROUP-SUBSCRIPT)
               = WS-FLD-ROW-GROUP(WS-FIELD-SUBSCRIPT)
              AND WS-GRP-LIST-NAME(WS-ROW-GROUP-SUBSCRIPT)
               = WS-FLD-LIST-NAME(WS-FIELD-SUBSCRIPT)
               MOVE WS-ROW-GROUP-SUBSCRIPT TO WS-ROW-GROUP-FOUND
           END-IF.
       3410-EXIT.
           EXIT.
      ******************************************************************
      * 3420-ASSIGN-DICTIONARY-ROW - ONE MODE 08 DRAW FROM THE FIELD'S
      * LIST, RECORDED IN THE CROSSWALK UNDER THE LIST NAME AND CLEAR
      * VALUE SO EVERY LATER OCCURRENCE OF THE VALUE IN THE SET GETS
      * THE SAME ROW.  NO REVERSE-SCREEN ENTRY IS MADE (SEE THE
      * BANNER).  A BAD STATUS ABENDS BEFORE THE WRITE, AS IN 3200.
      ******************************************************************
       3420-ASSIGN-DICTIONARY-ROW.
           MOVE ZERO TO RND-LENGTH
           MOVE ZERO TO RND-RANGE-LOW
           MOVE ZERO TO RND-RANGE-HIGH
           MOVE ZERO TO RND-SEED-VALUE
           MOVE CTL-RUN-ID TO RND-RUN-ID
           MOVE SPACE TO RND-STREAM-OPTION
           MOVE ZERO TO RND-BULK-REQ-COUNT
           MOVE 08 TO RND-DATA
           MOVE WS-FLD-LIST-NAME(WS-FIELD-SUBSCRIPT) TO RND-DICT-NAME
           CALL "RANDOM01" USING RND-VARIABLES
           PERFORM 3300-CHECK-RANDOM01-STATUS THRU 3300-EXIT
           IF WS-ABEND
               GO TO 3420-EXIT
           END-IF
           MOVE RND-ALPHA-VAR TO WS-DICT-ROW
           MOVE ZERO TO XWK-FIELD-LENGTH
           MOVE WS-FLD-LIST-NAME(WS-FIELD-SUBSCRIPT)
               TO XWK-DICT-LIST-NAME
           MOVE WS-CLEAR-VALUE TO XWK-DICT-CLEAR-VALUE
           MOVE WS-DICT-ROW TO XWK-MASKED-VALUE
           WRITE XWALK-RECORD
           IF WS-XWALK-FILE-STATUS NOT = "00"
               DISPLAY "RANDMASK: WRITE TO THE CROSSWALK FAILED, "
                   "STATUS = " WS-XWALK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 3420-EXIT
           END-IF
           ADD 1 TO WS-NEW-VALUE-COUNT.
       3420-EXIT.
           EXIT.
      ******************************************************************
      * 3500-SET-CHECK-DIGIT - RECOMPUTES THE MOD-10 (LUHN) CHECK
      * DIGIT OF THE SUBSTITUTE INTO THE MAP'S STATED POSITION.  THE
      * OTHER DIGITS OF THE FIELD ARE WEIGHED FROM THE RIGHT, THE
      * FIRST OF THEM DOUBLED AND EVERY SECOND ONE AFTER IT, AS IF
      * THE CHECK DIGIT STOOD AFTER THE LAST; NON-DIGITS ARE SKIPPED.
      ******************************************************************
       3500-SET-CHECK-DIGIT.
           MOVE ZERO TO WS-LUHN-SUM
           MOVE "Y" TO WS-LUHN-DOUBLE-SWITCH
           PERFORM 3510-WEIGH-ONE-DIGIT THRU 3510-EXIT
               VARYING WS-LUHN-POSN
               FROM WS-FLD-LENGTH(WS-FIELD-SUBSCRIPT) BY -1
               UNTIL WS-LUHN-POSN < 1
           DIVIDE WS-LUHN-SUM BY 10
               GIVING WS-LUHN-QUOT REMAINDER WS-LUHN-REM
           IF WS-LUHN-REM NOT = ZERO
               COMPUTE WS-LUHN-REM = 10 - WS-LUHN-REM
           END-IF
           MOVE WS-LUHN-REM(2:1) TO WS-MASKED-VALUE
               (WS-FLD-CHECK-POSITION(WS-FIELD-SUBSCRIPT):1).
       3500-EXIT.
           EXIT.
       3510-WEIGH-ONE-DIGIT.
           IF WS-LUHN-POSN = WS-FLD-CHECK-POSITION(WS-FIELD-SUBSCRIPT)
              OR WS-MASKED-VALUE(WS-LUHN-POSN:1) IS NOT NUMERIC
               GO TO 3510-EXIT
           END-IF
           MOVE WS-MASKED-VALUE(WS-LUHN-POSN:1) TO WS-LUHN-DIGIT
           IF WS-LUHN-DOUBLE
               COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
               IF WS-LUHN-DIGIT > 9
                   SUBTRACT 9 FROM WS-LUHN-DIGIT
               END-IF
               MOVE "N" TO WS-LUHN-DOUBLE-SWITCH
           ELSE
               MOVE "Y" TO WS-LUHN-DOUBLE-SWITCH
           END-IF
           ADD WS-LUHN-DIGIT TO WS-LUHN-SUM.
       3510-EXIT.
           EXIT.
      ******************************************************************
      * 3520-SCREEN-EXCLUSION - A SUBSTITUTE NINE DIGITS LONG, WITH
      * ITS CHECK DIGIT NOW IN PLACE, IS LOOKED UP IN RANDEXCL; A HIT
      * SETS WS-IN-EXCLUSION-LIST SO IT IS DRAWN AGAIN.  OTHER
      * LENGTHS CANNOT EQUAL A LIST ENTRY.  WITHOUT THE FILE THE
      * VALUE PASSES, AS IT DOES IN RANDOM01.
      ******************************************************************
       3520-SCREEN-EXCLUSION.
           MOVE "N" TO WS-EXCLUDED-SWITCH
           IF NOT WS-EXCLUSION-OPEN
              OR WS-FLD-LENGTH(WS-FIELD-SUBSCRIPT) NOT = 9
              OR WS-MASKED-VALUE(1:9) IS NOT NUMERIC
               GO TO 3520-EXIT
           END-IF
           MOVE WS-MASKED-VALUE(1:9) TO EXC-RND-VAR
           READ RANDMASK-EXCLUSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-IN-EXCLUSION-LIST TO TRUE
           END-READ
           IF WS-EXCLUSION-FILE-STATUS NOT = "00"
              AND WS-EXCLUSION-FILE-STATUS NOT = "23"
               DISPLAY "RANDMASK: READ OF RANDEXCL FAILED, STATUS = "
                   WS-EXCLUSION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
           END-IF.
       3520-EXIT.
           EXIT.
      ******************************************************************
      * 3600-MASK-DATE-FIELD - SHIFTS THE DATE BY ITS ENTITY'S OFFSET.
      * THE ENTITY'S CLEAR VALUE IS LOOKED UP IN THE CROSSWALK UNDER
      * FIELD LENGTH 999: A HIT REUSES THE OFFSET ALREADY DRAWN, A
      * MISS DRAWS ONE AND RECORDS IT.  A FIELD THAT IS NOT A GENUINE
      * CALENDAR DATE IS LEFT AS IT STANDS AND COUNTED.
      ******************************************************************
       3600-MASK-DATE-FIELD.
           MOVE WS-CLEAR-VALUE(1:8) TO WS-CVT-DATE
           PERFORM 3700-VALIDATE-CALENDAR-DATE THRU 3700-EXIT
           IF NOT WS-DATE-IS-VALID
               ADD 1 TO WS-DATES-UNSHIFTED
               GO TO 3600-EXIT
           END-IF
           MOVE SPACES TO WS-ENTITY-VALUE
           MOVE IN-RECORD(WS-FLD-ENTITY-COLUMN(WS-FIELD-SUBSCRIPT):
                          WS-FLD-ENTITY-LENGTH(WS-FIELD-SUBSCRIPT))
               TO WS-ENTITY-VALUE
                   (1:WS-FLD-ENTITY-LENGTH(WS-FIELD-SUBSCRIPT))
           MOVE 999 TO XWK-FIELD-LENGTH
           MOVE WS-ENTITY-VALUE TO XWK-CLEAR-VALUE
           READ RANDMASK-XWALK-FILE
               INVALID KEY
                   PERFORM 3610-ASSIGN-ENTITY-SHIFT THRU 3610-EXIT
               NOT INVALID KEY
                   MOVE XWK-SHIFT-DAYS TO WS-SHIFT-DAYS
                   ADD 1 TO WS-REUSED-VALUE-COUNT
           END-READ
           IF WS-ABEND
               GO TO 3600-EXIT
           END-IF
           PERFORM 3710-CONVERT-DATE-TO-DAY-NBR THRU 3710-EXIT
           ADD WS-SHIFT-DAYS TO WS-DAY-NBR-WORK
           PERFORM 3720-CONVERT-DAY-NBR-TO-DATE THRU 3720-EXIT
           MOVE WS-CVT-DATE
               TO OUT-RECORD(WS-FLD-COLUMN(WS-FIELD-SUBSCRIPT):8).
       3600-EXIT.
           EXIT.
      ******************************************************************
      * 3610-ASSIGN-ENTITY-SHIFT - ONE MODE 02 DRAW OVER TWICE THE
      * LARGEST SHIFT: 1 THRU N MOVES THE ENTITY'S DATES BACK THAT
      * MANY DAYS, N+1 THRU 2N FORWARD, SO THE OFFSET IS NEVER ZERO.
      * RECORDED IN THE CROSSWALK BEFORE IT IS USED, SO EVERY LATER
      * DATE OF THE ENTITY IN THE SET MOVES BY THE SAME AMOUNT.  A
      * BAD STATUS ABENDS BEFORE THE WRITE, AS IN 3200.
      ******************************************************************
       3610-ASSIGN-ENTITY-SHIFT.
           MOVE ZERO TO RND-LENGTH
           MOVE ZERO TO RND-SEED-VALUE
           MOVE CTL-RUN-ID TO RND-RUN-ID
           MOVE SPACE TO RND-STREAM-OPTION
           MOVE ZERO TO RND-BULK-REQ-COUNT
           MOVE 02 TO RND-DATA
           MOVE 1 TO RND-RANGE-LOW
           COMPUTE RND-RANGE-HIGH =
               WS-FLD-MAX-SHIFT(WS-FIELD-SUBSCRIPT) * 2
           CALL "RANDOM01" USING RND-VARIABLES
           PERFORM 3300-CHECK-RANDOM01-STATUS THRU 3300-EXIT
           IF WS-ABEND
               GO TO 3610-EXIT
           END-IF
           IF RND-RND-VAR > WS-FLD-MAX-SHIFT(WS-FIELD-SUBSCRIPT)
               COMPUTE WS-SHIFT-DAYS = RND-RND-VAR
                   - WS-FLD-MAX-SHIFT(WS-FIELD-SUBSCRIPT)
           ELSE
               COMPUTE WS-SHIFT-DAYS = 0 - RND-RND-VAR
           END-IF
           MOVE 999 TO XWK-FIELD-LENGTH
           MOVE WS-ENTITY-VALUE TO XWK-CLEAR-VALUE
           MOVE SPACES TO XWK-MASKED-VALUE
           MOVE WS-SHIFT-DAYS TO XWK-SHIFT-DAYS
           WRITE XWALK-RECORD
           IF WS-XWALK-FILE-STATUS NOT = "00"
               DISPLAY "RANDMASK: WRITE TO THE CROSSWALK FAILED, "
                   "STATUS = " WS-XWALK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 3610-EXIT
           END-IF
           ADD 1 TO WS-NEW-VALUE-COUNT.
       3610-EXIT.
           EXIT.
      ******************************************************************
      * 3700-VALIDATE-CALENDAR-DATE - SETS WS-DATE-IS-VALID WHEN
      * WS-CVT-DATE IS A GENUINE CALENDAR DATE: MONTH 01-12, DAY
      * WITHIN THE MONTH, FEBRUARY 29 ONLY IN A LEAP YEAR.
      ******************************************************************
       3700-VALIDATE-CALENDAR-DATE.
           MOVE "N" TO WS-DATE-VALID-SWITCH
           IF WS-CVT-DATE NOT NUMERIC
               GO TO 3700-EXIT
           END-IF
           IF WS-CVT-YYYY < 1601 OR WS-CVT-YYYY > 9997
              OR WS-CVT-MM < 01 OR WS-CVT-MM > 12
               GO TO 3700-EXIT
           END-IF
           EVALUATE WS-CVT-MM
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-MONTH-DAYS
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 02
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-CVT-YYYY BY 4
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-CVT-YYYY BY 100
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-CVT-YYYY BY 400
                       GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
                   IF (WS-LEAP-REM-4 = ZERO
                       AND WS-LEAP-REM-100 NOT = ZERO)
                      OR WS-LEAP-REM-400 = ZERO
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
           END-EVALUATE
           IF WS-CVT-DD >= 01 AND WS-CVT-DD <= WS-MONTH-DAYS
               MOVE "Y" TO WS-DATE-VALID-SWITCH
           END-IF.
       3700-EXIT.
           EXIT.
      ******************************************************************
      * 3710-CONVERT-DATE-TO-DAY-NBR - WS-CVT-DATE (YYYYMMDD) TO THE
      * SERIAL DAY NUMBER IN WS-DAY-NBR-WORK.
      ******************************************************************
       3710-CONVERT-DATE-TO-DAY-NBR.
           COMPUTE WS-CVT-MF = (WS-CVT-MM - 14) / 12
           COMPUTE WS-CVT-TERM1 =
               (1461 * (WS-CVT-YYYY + 4800 + WS-CVT-MF)) / 4
           COMPUTE WS-CVT-TERM2 =
               (367 * (WS-CVT-MM - 2 - 12 * WS-CVT-MF)) / 12
           COMPUTE WS-CVT-TERM3 =
               (WS-CVT-YYYY + 4900 + WS-CVT-MF) / 100
           COMPUTE WS-CVT-TERM3 = (3 * WS-CVT-TERM3) / 4
           COMPUTE WS-DAY-NBR-WORK = WS-CVT-TERM1 + WS-CVT-TERM2
               - WS-CVT-TERM3 + WS-CVT-DD - 32075.
       3710-EXIT.
           EXIT.
      ******************************************************************
      * 3720-CONVERT-DAY-NBR-TO-DATE - THE SERIAL DAY NUMBER IN
      * WS-DAY-NBR-WORK BACK TO YYYYMMDD IN WS-CVT-DATE.
      ******************************************************************
       3720-CONVERT-DAY-NBR-TO-DATE.
           COMPUTE WS-CVT-WORK-L = WS-DAY-NBR-WORK + 68569
           COMPUTE WS-CVT-WORK-N = (4 * WS-CVT-WORK-L) / 146097
           COMPUTE WS-CVT-WORK-K = (146097 * WS-CVT-WORK-N + 3) / 4
           COMPUTE WS-CVT-WORK-L = WS-CVT-WORK-L - WS-CVT-WORK-K
           COMPUTE WS-CVT-WORK-I =
               (4000 * (WS-CVT-WORK-L + 1)) / 1461001
           COMPUTE WS-CVT-WORK-K = (1461 * WS-CVT-WORK-I) / 4
           COMPUTE WS-CVT-WORK-L =
               WS-CVT-WORK-L - WS-CVT-WORK-K + 31
           COMPUTE WS-CVT-WORK-J = (80 * WS-CVT-WORK-L) / 2447
           COMPUTE WS-CVT-WORK-K = (2447 * WS-CVT-WORK-J) / 80
           COMPUTE WS-CVT-DD = WS-CVT-WORK-L - WS-CVT-WORK-K
           COMPUTE WS-CVT-WORK-L = WS-CVT-WORK-J / 11
           COMPUTE WS-CVT-MM =
               WS-CVT-WORK-J + 2 - 12 * WS-CVT-WORK-L
           COMPUTE WS-CVT-YYYY = 100 * (WS-CVT-WORK-N - 49)
               + WS-CVT-WORK-I + WS-CVT-WORK-L.
       3720-EXIT.
           EXIT.
      ******************************************************************
      * 5000-PRINT-TOTALS - RECORDS THROUGH, AND THE NEW-VERSUS-
      * REUSED SPLIT THAT SHOWS WHETHER THE SET'S CROSSWALK IS DOING
      * ITS JOB.
           DISPLAY "RANDMASK: VALUES NEWLY ASSIGNED "
               WS-NEW-VALUE-COUNT
           DISPLAY "RANDMASK: VALUES REUSED        "
               WS-REUSED-VALUE-COUNT
           DISPLAY "RANDMASK: DATES LEFT UNSHIFTED "
               WS-DATES-UNSHIFTED.
       5000-EXIT.
           EXIT.
      ******************************************************************
           CLOSE RANDMASK-INPUT-FILE
           CLOSE RANDMASK-OUTPUT-FILE
           CLOSE RANDMASK-XWALK-FILE
           CLOSE RANDMASK-RWALK-FILE
           IF WS-EXCLUSION-OPEN
               CLOSE RANDMASK-EXCLUSION-FILE
           END-IF.
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
           MOVE "RANDMASK" TO RND-JRN-PROGRAM
           MOVE CTL-RUN-ID TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE ZERO TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDMASK: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF
           SET WS-JOURNAL-STARTED TO TRUE.
       9000-EXIT.
           EXIT.
      ******************************************************************
      * 9100-JOURNAL-END - CLOSES THIS EXECUTION'S JOURNAL ENTRY ON
      * THE WAY OUT WITH THE RECORDS WRITTEN AND THE FINAL RETURN
      * CODE.  SKIPPED WHEN THE RUN DIED BEFORE THE START RECORD WAS
      * CUT - AN END WITHOUT A START WOULD ONLY CONFUSE THE PAIRING.
      ******************************************************************
       9100-JOURNAL-END.
           IF NOT WS-JOURNAL-STARTED
               GO TO 9100-EXIT
           END-IF
           MOVE "E" TO RND-JRN-FUNCTION
           MOVE "RANDMASK" TO RND-JRN-PROGRAM
           MOVE CTL-RUN-ID TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE WS-RECORDS-WRITTEN TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDMASK: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM RANDMASK.
