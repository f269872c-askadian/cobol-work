      *          FILLS IT - MODE 04 FOR ALPHANUMERICS, MODE 02 WITH A
      *          RANGE FOR NUMERICS, MODE 06 WITH DATE BOUNDS AND
      *          OPTION FOR DATES, MODE 05 WITH A WEIGHT-TABLE NAME
      *          (LOADED THROUGH RANDWGT) FOR STATUS CODES, MODE 08
      *          WITH A DICTBL LIST NAME FOR NAMES AND ADDRESSES.  THE
      *          CONTROL CARD (GENCTL) NAMES THE LAYOUT, A RECORD
      *          COUNT, A RUN-ID AND A SEED, AND COMPLETE MULTI-FIELD
      *          RECORDS ARE WRITTEN TO GENOUT IN ONE PASS.
      *          GENLAY LAYOUT, ONE RECORD LAYOUT PER GROUP OF LINES:
      *            COL 1 = "L":  LAYOUT HEADER, LAYOUT NAME IN 2-9;
      *                          A CHILD LAYOUT ALSO GIVES ITS PARENT
      *                          LAYOUT NAME (8), RECORD-TYPE BYTE (1),
      *                          CHILDREN PER PARENT LOW/HIGH (3 EACH),
      *                          KEY POSITION IN THE PARENT (3), KEY
      *                          POSITION IN THE CHILD (3) AND KEY
      *                          LENGTH (3)
      *            COL 1 = "F":  ONE FIELD - POSITION (3), LENGTH (3),
      *                          MODE (2), RANGE LOW/HIGH (9 EACH),
      *                          DATE LOW/HIGH (8 EACH), DATE OPTION
      *                          (1), WEIGHT-TABLE NAME (8) - FOR
      *                          MODE 08 THE DICTBL LIST NAME - THEN
      *                          FOR MODE 08 THE COLUMN (2) AND
      *                          LENGTH (2) TO CUT FROM THE 40-BYTE
      *                          ENTRY (BLANK = THE WHOLE ENTRY) AND
      *                          A ROW-GROUP LETTER (1)
      *            COL 1 = "*":  COMMENT, IGNORED
      *          A LAYOUT'S FIELD LINES FOLLOW ITS HEADER AND RUN TO
      *          THE NEXT HEADER OR END OF FILE.
      *          RELATED RECORD SETS: EVERY LAYOUT WHOSE HEADER NAMES
      *          THE CARD'S LAYOUT AS ITS PARENT (UP TO FOUR) IS
      *          GENERATED WITH IT.  AFTER EACH PARENT RECORD IS CUT,
      *          EACH CHILD LAYOUT GETS A COUNT DRAWN FROM ITS
      *          LOW/HIGH RANGE AND THAT MANY CHILD RECORDS ARE CUT,
      *          EACH CARRYING THE PARENT'S KEY FIELD COPIED INTO ITS
      *          OWN KEY POSITION, SO THE FILES JOIN.  CTL-OUTPUT-
      *          OPTION "C" WRITES THE WHOLE SET TO GENOUT WITH EACH
      *          RECORD PREFIXED BY ITS LAYOUT'S RECORD-TYPE BYTE;
      *          ANYTHING ELSE WRITES THE PARENT TO GENOUT AND EACH
      *          CHILD LAYOUT TO ITS OWN GENOUT.<LAYOUT NAME>.  A
      *          CONTROL TOTAL PER RECORD TYPE IS DISPLAYED AT THE END.
      *          A NONZERO SEED ON THE CARD MAKES THE NUMERIC FIELDS
      *          REPRODUCIBLE: MODE 02 FIELD LINES ARE DRAWN THROUGH
      *          MODE 03 INSTEAD AND RESCALED INTO THE LINE'S RANGE,
      *          SEEDED VARIANT AND STAY CLOCK-DRIVEN.)  EVERY CALL
      *          PASSES CTL-RUN-ID THROUGH, SO THE RANDAUD TRAIL TIES
      *          THE GENERATED FILE TO THIS RUN AS USUAL.
      *          DICTIONARY FIELDS: A MODE 08 FIELD IS FILLED FROM ONE
      *          ENTRY OF ITS DICTBL LIST.  FIELDS OF ONE RECORD THAT
      *          CARRY THE SAME ROW-GROUP LETTER SHARE ONE DRAWN ROW -
      *          CITY, STATE AND ZIP FIELDS EACH CUTTING THEIR OWN
      *          COLUMN OF THE SAME CITY/STATE/ZIP ROW - SO AN ADDRESS
      *          NEVER PAIRS ONE CITY WITH ANOTHER CITY'S ZIP.  A
      *          BLANK ROW GROUP DRAWS THE FIELD ON ITS OWN.
      * Tectonics: cobc
      * Modifications:
      *   10/14/2026  AK  EVERY EXECUTION IS NOW REGISTERED IN THE
      *                    COMMON RUN JOURNAL THROUGH RANDJRN UNDER
      *                    THE CARD'S RUN-ID, AS RANDBATCH IS, SO THE
      *                    RUN SHOWS IN RANDJINQ, RANDREQS AND THE
      *                    RANDUSE CHARGEBACK.  A JOURNAL FAILURE
      *                    WARNS AND RUNS ON.
      *   09/18/2026  AK  ADDED MODE 08 DICTIONARY FIELDS SO NAME AND
      *                    ADDRESS FIELDS COME OUT READABLE INSTEAD
      *                    OF MODE 04 NOISE, WITH ROW GROUPS KEEPING
      *                    CITY/STATE/ZIP FROM ONE DICTBL ROW.
      *   09/14/2026  AK  PARENT/CHILD RECORD SETS.  A GENLAY LAYOUT
      *                    HEADER MAY NOW NAME A PARENT LAYOUT, A
      *                    CHILDREN-PER-PARENT RANGE AND THE KEY TO
      *                    CARRY DOWN FROM THE PARENT, AND ONE CARD
      *                    NOW CUTS THE PARENT PLUS EVERY CHILD LAYOUT
      *                    WITH THE KEYS JOINING.  OUTPUT IS ONE
      *                    COMBINED FILE WITH A RECORD-TYPE BYTE OR
      *                    ONE FILE PER LAYOUT (CTL-OUTPUT-OPTION),
      *                    WITH A CONTROL TOTAL PER RECORD TYPE.  A
      *                    LAYOUT WITH NO CHILDREN RUNS AS BEFORE.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ASSIGN TO "GENOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-FILE-STATUS.
      * ONE FILE PER CHILD LAYOUT WHEN THE SET IS NOT COMBINED, NAMED
      * GENOUT.<LAYOUT NAME> AS THE LAYOUTS LOAD.
           SELECT RANDGEN-CHILD1-FILE
               ASSIGN TO WS-CHILD1-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHILD1-FILE-STATUS.
           SELECT RANDGEN-CHILD2-FILE
               ASSIGN TO WS-CHILD2-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHILD2-FILE-STATUS.
           SELECT RANDGEN-CHILD3-FILE
               ASSIGN TO WS-CHILD3-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHILD3-FILE-STATUS.
           SELECT RANDGEN-CHILD4-FILE
               ASSIGN TO WS-CHILD4-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHILD4-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      * ONE CONTROL CARD: THE LAYOUT TO GENERATE, HOW MANY RECORDS,
      * THE RUN-ID STAMPED ON THE AUDIT TRAIL, AND AN OPTIONAL SEED
      * (NONZERO MAKES THE MODE 02 FIELDS REPRODUCIBLE VIA MODE 03).
      * WHEN THE LAYOUT HAS CHILD LAYOUTS THE COUNT IS THE NUMBER OF
      * PARENT RECORDS, AND THE OUTPUT OPTION SAYS HOW THE SET IS
      * WRITTEN: "C" ONE COMBINED FILE, ANYTHING ELSE ONE FILE PER
      * LAYOUT.
       FD  RANDGEN-CONTROL-FILE.
       01 CTL-RECORD.
           10 CTL-LAYOUT-NAME    PIC X(08).
           10 CTL-COUNT          PIC 9(07).
           10 CTL-RUN-ID         PIC X(08).
           10 CTL-SEED-VALUE     PIC 9(09).
           10 CTL-OUTPUT-OPTION  PIC X(01).
               88 CTL-COMBINED-OUTPUT     VALUE "C".
           10 FILLER             PIC X(47).
      * THE RECORD-DEFINITION SIDE FILE - SEE THE BANNER FOR THE
      * LINE FORMATS.
       FD  RANDGEN-LAYOUT-FILE.
               15 LAY-FLD-DATE-HIGH PIC 9(08).
               15 LAY-FLD-DATE-OPTION PIC X(01).
               15 LAY-FLD-TABLE-NAME PIC X(08).
               15 LAY-FLD-ENTRY-COLUMN PIC 9(02).
               15 LAY-FLD-ENTRY-COLUMN-X REDEFINES
                   LAY-FLD-ENTRY-COLUMN PIC X(02).
               15 LAY-FLD-ENTRY-LENGTH PIC 9(02).
               15 LAY-FLD-ENTRY-LENGTH-X REDEFINES
                   LAY-FLD-ENTRY-LENGTH PIC X(02).
               15 LAY-FLD-ROW-GROUP PIC X(01).
               15 FILLER            PIC X(23).
           10 LAY-HEADER-BODY REDEFINES LAY-REC-BODY.
               15 LAY-HEADER-NAME   PIC X(08).
               15 LAY-HEADER-PARENT PIC X(08).
               15 LAY-HEADER-REC-TYPE PIC X(01).
               15 LAY-HEADER-CHILD-LOW PIC 9(03).
               15 LAY-HEADER-CHILD-HIGH PIC 9(03).
               15 LAY-HEADER-KEY-FROM PIC 9(03).
               15 LAY-HEADER-KEY-TO PIC 9(03).
               15 LAY-HEADER-KEY-LENGTH PIC 9(03).
               15 FILLER            PIC X(47).
      * A COMBINED SET FILE CARRIES THE LAYOUT'S RECORD-TYPE BYTE
      * AHEAD OF THE 200-BYTE RECORD.
       FD  RANDGEN-OUTPUT-FILE.
       01 OUT-RECORD             PIC X(200).
       01 OUT-SET-RECORD.
           10 OUT-SET-REC-TYPE    PIC X(01).
           10 OUT-SET-BODY        PIC X(200).
       FD  RANDGEN-CHILD1-FILE.
       01 CHILD1-RECORD          PIC X(200).
       FD  RANDGEN-CHILD2-FILE.
       01 CHILD2-RECORD          PIC X(200).
       FD  RANDGEN-CHILD3-FILE.
       01 CHILD3-RECORD          PIC X(200).
       FD  RANDGEN-CHILD4-FILE.
       01 CHILD4-RECORD          PIC X(200).
       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-CONTROL-FILE-STATUS PIC XX.
       77 WS-LAYOUT-FILE-STATUS  PIC XX.
       77 WS-OUTPUT-FILE-STATUS  PIC XX.
       77 WS-CHILD1-FILE-STATUS  PIC XX.
       77 WS-CHILD2-FILE-STATUS  PIC XX.
       77 WS-CHILD3-FILE-STATUS  PIC XX.
       77 WS-CHILD4-FILE-STATUS  PIC XX.
       77 WS-SET-FILE-STATUS     PIC XX.
       77 WS-CHILD1-FILE-NAME    PIC X(20).
       77 WS-CHILD2-FILE-NAME    PIC X(20).
       77 WS-CHILD3-FILE-NAME    PIC X(20).
       77 WS-CHILD4-FILE-NAME    PIC X(20).
       77 WS-SET-FILE-NAME       PIC X(20).
       77 WS-ABEND-SWITCH        PIC X VALUE "N".
           88 WS-ABEND                   VALUE "Y".
       77 WS-IN-LAYOUT-SWITCH    PIC X VALUE "N".
           88 WS-SCAN-DONE               VALUE "Y".
       77 WS-FIELD-COUNT         PIC S9(04) COMP VALUE ZERO.
       77 WS-FIELD-SUBSCRIPT     PIC S9(04) COMP.
       77 WS-LAST-FIELD          PIC S9(04) COMP.
       77 WS-RECORD-NBR          PIC 9(07) COMP.
       77 WS-WRITTEN-COUNT       PIC 9(09) COMP VALUE ZERO.
      * LAYOUT BOOKKEEPING FOR A PARENT/CHILD SET.  SLOT 1 IS ALWAYS
      * THE CARD'S OWN (PARENT) LAYOUT; CHILD LAYOUTS TAKE SLOTS 2-5
      * IN THE ORDER GENLAY LISTS THEM.  WS-CURRENT-LAYOUT IS THE
      * SLOT FIELD LINES ARE LOADING INTO (ZERO WHILE THE SCAN IS
      * INSIDE A LAYOUT THIS RUN DOES NOT WANT).
       77 WS-LAYOUT-COUNT        PIC S9(04) COMP VALUE 1.
       77 WS-LAYOUT-SUBSCRIPT    PIC S9(04) COMP.
       77 WS-COMPARE-SUBSCRIPT   PIC S9(04) COMP.
       77 WS-CURRENT-LAYOUT      PIC S9(04) COMP VALUE ZERO.
       77 WS-SLOT-DIGIT          PIC 9(01).
       77 WS-KEY-END             PIC 9(04) COMP.
       77 WS-CHILD-NBR           PIC 9(04) COMP.
       77 WS-CHILD-COUNT         PIC 9(04) COMP.
      * THE PARENT RECORD JUST CUT, KEPT SO EACH CHILD RECORD CAN
      * COPY ITS KEY FROM IT.
       77 WS-PARENT-RECORD       PIC X(200).
       77 WS-FIELD-END           PIC 9(04) COMP.
      * THE NAME OF THE WEIGHT TABLE CURRENTLY LOADED IN THE
      * RND-WEIGHT FIELDS, SO CONSECUTIVE MODE 05 FIELDS NAMING THE
      * SAME TABLE DO NOT RESCAN WGTTBL ONCE PER FIELD PER RECORD -
      * THE SAME CACHE RANDMIX KEEPS.
       77 WS-LOADED-TABLE-NAME   PIC X(08) VALUE SPACES.
      * ROW GROUPS DRAWN SO FAR IN THE RECORD BEING BUILT - EACH
      * GROUP LETTER'S LIST AND THE DICTBL ROW IT DREW, SO THE
      * GROUP'S OTHER FIELDS CUT THEIR COLUMNS FROM THE SAME ROW.
       77 WS-ROW-GROUP-COUNT     PIC S9(04) COMP VALUE ZERO.
       77 WS-ROW-GROUP-SUBSCRIPT PIC S9(04) COMP.
       77 WS-ROW-GROUP-FOUND     PIC S9(04) COMP.
       77 WS-DICT-ROW            PIC X(40).
       77 WS-DICT-END            PIC 9(04) COMP.
       01 WS-ROW-GROUP-TABLE.
           10 WS-ROW-GROUP-ENTRY OCCURS 50 TIMES.
               15 WS-GRP-LETTER     PIC X(01).
               15 WS-GRP-LIST-NAME  PIC X(08).
               15 WS-GRP-ROW        PIC X(40).
      * MODE 03 RESCALE WORK FIELDS FOR SEEDED NUMERIC FIELDS.
       77 WS-RANGE-SIZE          PIC 9(10) COMP.
       77 WS-RESCALE-QUOT        PIC 9(09).
       77 WS-DATE-DISPLAY        PIC 9(08).
      * THE OUTPUT RECORD UNDER CONSTRUCTION.
       77 WS-BUILD-RECORD        PIC X(200).
      * THE LAYOUTS AS LOADED - ONE ENTRY PER LAYOUT IN THE SET,
      * WITH ITS CHILD-COUNT RANGE AND KEY POSITIONS (UNUSED FOR THE
      * PARENT), WHERE ITS FIELDS START IN WS-FIELD-TABLE, AND THE
      * RECORDS WRITTEN FOR IT.
       01 WS-LAYOUT-TABLE.
           10 WS-LAYOUT-ENTRY OCCURS 5 TIMES.
               15 WS-LAY-NAME       PIC X(08).
               15 WS-LAY-REC-TYPE   PIC X(01).
               15 WS-LAY-CHILD-LOW  PIC 9(03).
               15 WS-LAY-CHILD-HIGH PIC 9(03).
               15 WS-LAY-KEY-FROM   PIC 9(03).
               15 WS-LAY-KEY-TO     PIC 9(03).
               15 WS-LAY-KEY-LENGTH PIC 9(03).
               15 WS-LAY-FIRST-FIELD PIC S9(04) COMP.
               15 WS-LAY-FIELD-COUNT PIC S9(04) COMP.
               15 WS-LAY-WRITTEN-COUNT PIC 9(09) COMP.
      * THE FIELDS AS LOADED: UP TO 50 FIELDS PER RECORD LAYOUT, EACH
      * LAYOUT'S FIELDS HELD TOGETHER IN GENLAY ORDER.
       01 WS-FIELD-TABLE.
           10 WS-FIELD-ENTRY OCCURS 250 TIMES.
               15 WS-FLD-POSITION   PIC 9(03).
               15 WS-FLD-LENGTH     PIC 9(03).
               15 WS-FLD-MODE       PIC 9(02).
               15 WS-FLD-DATE-HIGH  PIC 9(08).
               15 WS-FLD-DATE-OPTION PIC X(01).
               15 WS-FLD-TABLE-NAME PIC X(08).
               15 WS-FLD-ENTRY-COLUMN PIC 9(02).
               15 WS-FLD-ENTRY-LENGTH PIC 9(02).
               15 WS-FLD-ROW-GROUP  PIC X(01).
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
               UNTIL WS-RECORD-NBR > CTL-COUNT OR WS-ABEND
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-MAINLINE-EXIT.
           PERFORM 9100-JOURNAL-END THRU 9100-EXIT
           GOBACK.
      ******************************************************************
      * 1000-INITIALIZE - READ AND VALIDATE THE ONE CONTROL CARD,
                   GO TO 1000-EXIT
           END-READ
           CLOSE RANDGEN-CONTROL-FILE
           PERFORM 9000-JOURNAL-START THRU 9000-EXIT
           IF CTL-LAYOUT-NAME = SPACES
               DISPLAY "RANDGEN: THE CONTROL CARD NAMES NO LAYOUT"
               MOVE 16 TO RETURN-CODE
                   WS-OUTPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF NOT CTL-COMBINED-OUTPUT
               PERFORM 1200-OPEN-CHILD-FILE THRU 1200-EXIT
                   VARYING WS-LAYOUT-SUBSCRIPT FROM 2 BY 1
                   UNTIL WS-LAYOUT-SUBSCRIPT > WS-LAYOUT-COUNT
                      OR WS-ABEND
           END-IF.
       1000-EXIT.
           EXIT.
      * 1100-LOAD-LAYOUT - SCANS GENLAY FOR THE LAYOUT THE CARD NAMES
      * AND LOADS ITS FIELD LINES INTO WS-FIELD-TABLE, THE SAME WAY
      * RANDWGT SCANS WGTTBL FOR A NAMED WEIGHT TABLE.  EVERY FIELD
      * IS VALIDATED AS IT LOADS - SEE 1120-LOAD-ONE-FIELD.  THE
      * WHOLE FILE IS READ, SINCE THE CHILD LAYOUTS NAMING THE CARD'S
      * LAYOUT AS PARENT MAY SIT ANYWHERE IN IT; EACH LAYOUT OF THE
      * SET IS THEN CHECKED FOR FIELDS AND, FOR A COMBINED FILE, FOR
      * A RECORD-TYPE BYTE NO OTHER LAYOUT OF THE SET USES.
      ******************************************************************
       1100-LOAD-LAYOUT.
           OPEN INPUT RANDGEN-LAYOUT-FILE
           MOVE "N" TO WS-IN-LAYOUT-SWITCH
           MOVE "N" TO WS-SCAN-DONE-SWITCH
           MOVE ZERO TO WS-FIELD-COUNT
           MOVE 1 TO WS-LAYOUT-COUNT
           MOVE ZERO TO WS-CURRENT-LAYOUT
           INITIALIZE WS-LAYOUT-TABLE
           PERFORM 1110-SCAN-ONE-RECORD THRU 1110-EXIT
               UNTIL WS-SCAN-DONE OR WS-ABEND
           CLOSE RANDGEN-LAYOUT-FILE
               SET WS-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-CHECK-ONE-LAYOUT THRU 1150-EXIT
               VARYING WS-LAYOUT-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-LAYOUT-SUBSCRIPT > WS-LAYOUT-COUNT
                  OR WS-ABEND.
       1100-EXIT.
           EXIT.
       1110-SCAN-ONE-RECORD.
                   GO TO 1110-EXIT
           END-READ
           IF LAY-LAYOUT-HEADER
               PERFORM 1130-START-ONE-LAYOUT THRU 1130-EXIT
               GO TO 1110-EXIT
           END-IF
           IF LAY-FIELD-ENTRY AND WS-CURRENT-LAYOUT > ZERO
               PERFORM 1120-LOAD-ONE-FIELD THRU 1120-EXIT
           END-IF.
       1110-EXIT.
      * 1120-LOAD-ONE-FIELD - VALIDATES ONE FIELD LINE AND LOADS IT.
      * POSITION AND LENGTH MUST SIT INSIDE THE 200-BYTE OUTPUT
      * RECORD; THE MODE MUST BE ONE THIS GENERATOR KNOWS HOW TO CUT
      * INTO A FIELD (02, 04, 05, 06, 08); A MODE 05 LINE MUST NAME
      * A WEIGHT TABLE, A MODE 06 FIELD MUST BE AT LEAST THE EIGHT
      * BYTES A YYYYMMDD DATE NEEDS, AND A MODE 08 LINE MUST NAME A
      * DICTBL LIST AND CUT A COLUMN THAT SITS INSIDE THE 40-BYTE
      * ENTRY (BLANK COLUMN AND LENGTH TAKE THE WHOLE ENTRY).  ANY
      * PROBLEM ABENDS THE RUN
      * BEFORE GENERATION STARTS.
      ******************************************************************
       1120-LOAD-ONE-FIELD.
           IF WS-LAY-FIELD-COUNT(WS-CURRENT-LAYOUT) >= 50
               DISPLAY "RANDGEN: LAYOUT "
                   WS-LAY-NAME(WS-CURRENT-LAYOUT)
                   " HAS MORE THAN 50 FIELD LINES"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
              OR LAY-FLD-MODE NOT NUMERIC
              OR LAY-FLD-POSITION = ZERO
              OR LAY-FLD-LENGTH = ZERO
               DISPLAY "RANDGEN: LAYOUT "
                   WS-LAY-NAME(WS-CURRENT-LAYOUT)
                   " HAS A FIELD LINE WITH A BAD POSITION, LENGTH "
                   "OR MODE"
               MOVE 16 TO RETURN-CODE
           COMPUTE WS-FIELD-END =
               LAY-FLD-POSITION + LAY-FLD-LENGTH - 1
           IF WS-FIELD-END > 200
               DISPLAY "RANDGEN: LAYOUT "
                   WS-LAY-NAME(WS-CURRENT-LAYOUT) " FIELD AT "
                   LAY-FLD-POSITION " RUNS PAST THE 200-BYTE RECORD"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
                   IF LAY-FLD-RANGE-LOW NOT NUMERIC
                      OR LAY-FLD-RANGE-HIGH NOT NUMERIC
                      OR LAY-FLD-RANGE-LOW > LAY-FLD-RANGE-HIGH
                       DISPLAY "RANDGEN: LAYOUT "
                           WS-LAY-NAME(WS-CURRENT-LAYOUT)
                           " MODE 02 FIELD AT " LAY-FLD-POSITION
                           " HAS A BAD OR BACKWARDS RANGE"
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN 04
                   IF LAY-FLD-LENGTH > 40
                       DISPLAY "RANDGEN: LAYOUT "
                           WS-LAY-NAME(WS-CURRENT-LAYOUT)
                           " MODE 04 FIELD AT " LAY-FLD-POSITION
                           " IS LONGER THAN THE 40 RANDOM01 RETURNS"
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN 05
                   IF LAY-FLD-TABLE-NAME = SPACES
                       DISPLAY "RANDGEN: LAYOUT "
                           WS-LAY-NAME(WS-CURRENT-LAYOUT)
                           " MODE 05 FIELD AT " LAY-FLD-POSITION
                           " NAMES NO WEIGHT TABLE"
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN 06
                   IF LAY-FLD-LENGTH < 8
                       DISPLAY "RANDGEN: LAYOUT "
                           WS-LAY-NAME(WS-CURRENT-LAYOUT)
                           " MODE 06 FIELD AT " LAY-FLD-POSITION
                           " IS SHORTER THAN A YYYYMMDD DATE"
                       MOVE 16 TO RETURN-CODE
                       SET WS-ABEND TO TRUE
                   END-IF
               WHEN 08
                   PERFORM 1125-VALIDATE-DICTIONARY-FIELD
                       THRU 1125-EXIT
               WHEN OTHER
                   DISPLAY "RANDGEN: LAYOUT "
                       WS-LAY-NAME(WS-CURRENT-LAYOUT)
                       " FIELD AT " LAY-FLD-POSITION " REQUESTS "
                       "MODE " LAY-FLD-MODE " - ONLY 02, 04, 05, "
                       "06 AND 08 FILL FIELDS"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
           END-EVALUATE
               GO TO 1120-EXIT
           END-IF
           ADD 1 TO WS-FIELD-COUNT
           ADD 1 TO WS-LAY-FIELD-COUNT(WS-CURRENT-LAYOUT)
           MOVE LAY-FLD-POSITION
               TO WS-FLD-POSITION(WS-FIELD-COUNT)
           MOVE LAY-FLD-LENGTH
           MOVE LAY-FLD-DATE-OPTION
               TO WS-FLD-DATE-OPTION(WS-FIELD-COUNT)
           MOVE LAY-FLD-TABLE-NAME
               TO WS-FLD-TABLE-NAME(WS-FIELD-COUNT)
           MOVE ZERO TO WS-FLD-ENTRY-COLUMN(WS-FIELD-COUNT)
           MOVE ZERO TO WS-FLD-ENTRY-LENGTH(WS-FIELD-COUNT)
           MOVE SPACE TO WS-FLD-ROW-GROUP(WS-FIELD-COUNT)
           IF LAY-FLD-MODE = 08
               MOVE LAY-FLD-ENTRY-COLUMN
                   TO WS-FLD-ENTRY-COLUMN(WS-FIELD-COUNT)
               MOVE LAY-FLD-ENTRY-LENGTH
                   TO WS-FLD-ENTRY-LENGTH(WS-FIELD-COUNT)
               MOVE LAY-FLD-ROW-GROUP
                   TO WS-FLD-ROW-GROUP(WS-FIELD-COUNT)
           END-IF.
       1120-EXIT.
           EXIT.
      ******************************************************************
      * 1125-VALIDATE-DICTIONARY-FIELD - A MODE 08 LINE MUST NAME ITS
      * DICTBL LIST.  A BLANK ENTRY COLUMN AND LENGTH ARE TAKEN AS
      * THE WHOLE 40-BYTE ENTRY; OTHERWISE BOTH MUST BE NUMERIC,
      * NONZERO, AND END INSIDE THE ENTRY.
      ******************************************************************
       1125-VALIDATE-DICTIONARY-FIELD.
           IF LAY-FLD-TABLE-NAME = SPACES
               DISPLAY "RANDGEN: LAYOUT "
                   WS-LAY-NAME(WS-CURRENT-LAYOUT)
                   " MODE 08 FIELD AT " LAY-FLD-POSITION
                   " NAMES NO DICTIONARY LIST"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1125-EXIT
           END-IF
           IF LAY-FLD-ENTRY-COLUMN-X = SPACES
              AND LAY-FLD-ENTRY-LENGTH-X = SPACES
               MOVE 01 TO LAY-FLD-ENTRY-COLUMN
               MOVE 40 TO LAY-FLD-ENTRY-LENGTH
               GO TO 1125-EXIT
           END-IF
           IF LAY-FLD-ENTRY-COLUMN NOT NUMERIC
              OR LAY-FLD-ENTRY-LENGTH NOT NUMERIC
              OR LAY-FLD-ENTRY-COLUMN = ZERO
              OR LAY-FLD-ENTRY-LENGTH = ZERO
               DISPLAY "RANDGEN: LAYOUT "
                   WS-LAY-NAME(WS-CURRENT-LAYOUT)
                   " MODE 08 FIELD AT " LAY-FLD-POSITION
                   " HAS A BAD ENTRY COLUMN OR LENGTH"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1125-EXIT
           END-IF
           COMPUTE WS-DICT-END =
               LAY-FLD-ENTRY-COLUMN + LAY-FLD-ENTRY-LENGTH - 1
           IF WS-DICT-END > 40
               DISPLAY "RANDGEN: LAYOUT "
                   WS-LAY-NAME(WS-CURRENT-LAYOUT)
                   " MODE 08 FIELD AT " LAY-FLD-POSITION
                   " CUTS PAST THE 40-BYTE DICTIONARY ENTRY"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
           END-IF.
       1125-EXIT.
           EXIT.
      ******************************************************************
      * 1130-START-ONE-LAYOUT - A LAYOUT HEADER LINE.  THE CARD'S OWN
      * LAYOUT LOADS INTO SLOT 1; A LAYOUT NAMING IT AS PARENT IS
      * VALIDATED AND LOADS INTO THE NEXT CHILD SLOT.  ANY OTHER
      * LAYOUT, OR A SECOND COPY OF THE CARD'S LAYOUT, IS PASSED
      * OVER WITH ITS FIELD LINES - THE FIRST COPY WINS, AS IT
      * ALWAYS HAS.  A BLANK RECORD-TYPE BYTE DEFAULTS TO THE SLOT
      * NUMBER.
      ******************************************************************
       1130-START-ONE-LAYOUT.
           MOVE ZERO TO WS-CURRENT-LAYOUT
           IF LAY-HEADER-NAME = CTL-LAYOUT-NAME
               IF WS-IN-REQUESTED-LAYOUT
                   GO TO 1130-EXIT
               END-IF
               MOVE "Y" TO WS-IN-LAYOUT-SWITCH
               MOVE 1 TO WS-CURRENT-LAYOUT
               GO TO 1130-LOAD-SLOT
           END-IF
           IF LAY-HEADER-PARENT NOT = CTL-LAYOUT-NAME
               GO TO 1130-EXIT
           END-IF
           PERFORM 1140-VALIDATE-CHILD-HEADER THRU 1140-EXIT
           IF WS-ABEND
               GO TO 1130-EXIT
           END-IF
           IF WS-LAYOUT-COUNT >= 5
               DISPLAY "RANDGEN: LAYOUT " CTL-LAYOUT-NAME
                   " HAS MORE THAN 4 CHILD LAYOUTS IN GENLAY"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1130-EXIT
           END-IF
           ADD 1 TO WS-LAYOUT-COUNT
           MOVE WS-LAYOUT-COUNT TO WS-CURRENT-LAYOUT
           MOVE LAY-HEADER-CHILD-LOW
               TO WS-LAY-CHILD-LOW(WS-CURRENT-LAYOUT)
           MOVE LAY-HEADER-CHILD-HIGH
               TO WS-LAY-CHILD-HIGH(WS-CURRENT-LAYOUT)
           MOVE LAY-HEADER-KEY-FROM
               TO WS-LAY-KEY-FROM(WS-CURRENT-LAYOUT)
           MOVE LAY-HEADER-KEY-TO
               TO WS-LAY-KEY-TO(WS-CURRENT-LAYOUT)
           MOVE LAY-HEADER-KEY-LENGTH
               TO WS-LAY-KEY-LENGTH(WS-CURRENT-LAYOUT).
       1130-LOAD-SLOT.
           MOVE LAY-HEADER-NAME TO WS-LAY-NAME(WS-CURRENT-LAYOUT)
           IF LAY-HEADER-REC-TYPE = SPACE
               MOVE WS-CURRENT-LAYOUT TO WS-SLOT-DIGIT
               MOVE WS-SLOT-DIGIT
                   TO WS-LAY-REC-TYPE(WS-CURRENT-LAYOUT)
           ELSE
               MOVE LAY-HEADER-REC-TYPE
                   TO WS-LAY-REC-TYPE(WS-CURRENT-LAYOUT)
           END-IF
           COMPUTE WS-LAY-FIRST-FIELD(WS-CURRENT-LAYOUT) =
               WS-FIELD-COUNT + 1
           MOVE ZERO TO WS-LAY-FIELD-COUNT(WS-CURRENT-LAYOUT).
       1130-EXIT.
           EXIT.
      ******************************************************************
      * 1140-VALIDATE-CHILD-HEADER - A CHILD LAYOUT MUST GIVE A
      * FORWARDS CHILDREN-PER-PARENT RANGE AND A KEY (POSITION IN
      * THE PARENT, POSITION IN THE CHILD, LENGTH) THAT SITS INSIDE
      * THE 200-BYTE RECORD AT BOTH ENDS.  ANY PROBLEM ABENDS THE
      * RUN BEFORE GENERATION STARTS.
      ******************************************************************
       1140-VALIDATE-CHILD-HEADER.
           IF LAY-HEADER-CHILD-LOW NOT NUMERIC
              OR LAY-HEADER-CHILD-HIGH NOT NUMERIC
              OR LAY-HEADER-CHILD-LOW > LAY-HEADER-CHILD-HIGH
               DISPLAY "RANDGEN: CHILD LAYOUT " LAY-HEADER-NAME
                   " HAS A BAD OR BACKWARDS CHILDREN-PER-PARENT RANGE"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1140-EXIT
           END-IF
           IF LAY-HEADER-KEY-FROM NOT NUMERIC
              OR LAY-HEADER-KEY-TO NOT NUMERIC
              OR LAY-HEADER-KEY-LENGTH NOT NUMERIC
              OR LAY-HEADER-KEY-FROM = ZERO
              OR LAY-HEADER-KEY-TO = ZERO
              OR LAY-HEADER-KEY-LENGTH = ZERO
               DISPLAY "RANDGEN: CHILD LAYOUT " LAY-HEADER-NAME
                   " HAS A BAD PARENT KEY POSITION OR LENGTH"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1140-EXIT
           END-IF
           COMPUTE WS-KEY-END =
               LAY-HEADER-KEY-FROM + LAY-HEADER-KEY-LENGTH - 1
           IF WS-KEY-END > 200
               DISPLAY "RANDGEN: CHILD LAYOUT " LAY-HEADER-NAME
                   " PARENT KEY RUNS PAST THE 200-BYTE RECORD"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1140-EXIT
           END-IF
           COMPUTE WS-KEY-END =
               LAY-HEADER-KEY-TO + LAY-HEADER-KEY-LENGTH - 1
           IF WS-KEY-END > 200
               DISPLAY "RANDGEN: CHILD LAYOUT " LAY-HEADER-NAME
                   " KEY RUNS PAST THE 200-BYTE RECORD"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
           END-IF.
       1140-EXIT.
           EXIT.
      ******************************************************************
      * 1150-CHECK-ONE-LAYOUT - EVERY LAYOUT OF THE SET MUST HAVE
      * FIELD LINES, AND IN A COMBINED FILE ITS RECORD-TYPE BYTE MUST
      * DIFFER FROM EVERY EARLIER LAYOUT'S OR THE RECORD TYPES COULD
      * NOT BE TOLD APART.
      ******************************************************************
       1150-CHECK-ONE-LAYOUT.
           IF WS-LAY-FIELD-COUNT(WS-LAYOUT-SUBSCRIPT) = ZERO
               DISPLAY "RANDGEN: LAYOUT "
                   WS-LAY-NAME(WS-LAYOUT-SUBSCRIPT)
                   " HAS NO FIELD LINES"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1150-EXIT
           END-IF
           IF CTL-COMBINED-OUTPUT
               PERFORM 1160-COMPARE-REC-TYPE THRU 1160-EXIT
                   VARYING WS-COMPARE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-COMPARE-SUBSCRIPT >= WS-LAYOUT-SUBSCRIPT
                      OR WS-ABEND
           END-IF.
       1150-EXIT.
           EXIT.
       1160-COMPARE-REC-TYPE.
           IF WS-LAY-REC-TYPE(WS-COMPARE-SUBSCRIPT)
               = WS-LAY-REC-TYPE(WS-LAYOUT-SUBSCRIPT)
               DISPLAY "RANDGEN: LAYOUTS "
                   WS-LAY-NAME(WS-COMPARE-SUBSCRIPT) " AND "
                   WS-LAY-NAME(WS-LAYOUT-SUBSCRIPT)
                   " SHARE RECORD TYPE "
                   WS-LAY-REC-TYPE(WS-LAYOUT-SUBSCRIPT)
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
           END-IF.
       1160-EXIT.
           EXIT.
      ******************************************************************
      * 1200-OPEN-CHILD-FILE - NAMES AND OPENS THE GENOUT.<LAYOUT
      * NAME> FILE FOR CHILD SLOT WS-LAYOUT-SUBSCRIPT WHEN THE SET IS
      * WRITTEN ONE FILE PER LAYOUT.
      ******************************************************************
       1200-OPEN-CHILD-FILE.
           MOVE SPACES TO WS-SET-FILE-NAME
           STRING "GENOUT." DELIMITED BY SIZE
               WS-LAY-NAME(WS-LAYOUT-SUBSCRIPT) DELIMITED BY SPACE
               INTO WS-SET-FILE-NAME
           EVALUATE WS-LAYOUT-SUBSCRIPT
               WHEN 2
                   MOVE WS-SET-FILE-NAME TO WS-CHILD1-FILE-NAME
                   OPEN OUTPUT RANDGEN-CHILD1-FILE
                   MOVE WS-CHILD1-FILE-STATUS TO WS-SET-FILE-STATUS
               WHEN 3
                   MOVE WS-SET-FILE-NAME TO WS-CHILD2-FILE-NAME
                   OPEN OUTPUT RANDGEN-CHILD2-FILE
                   MOVE WS-CHILD2-FILE-STATUS TO WS-SET-FILE-STATUS
               WHEN 4
                   MOVE WS-SET-FILE-NAME TO WS-CHILD3-FILE-NAME
                   OPEN OUTPUT RANDGEN-CHILD3-FILE
                   MOVE WS-CHILD3-FILE-STATUS TO WS-SET-FILE-STATUS
               WHEN 5
                   MOVE WS-SET-FILE-NAME TO WS-CHILD4-FILE-NAME
                   OPEN OUTPUT RANDGEN-CHILD4-FILE
                   MOVE WS-CHILD4-FILE-STATUS TO WS-SET-FILE-STATUS
           END-EVALUATE
           IF WS-SET-FILE-STATUS NOT = "00"
               DISPLAY "RANDGEN: UNABLE TO OPEN " WS-SET-FILE-NAME
                   " STATUS = " WS-SET-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.
      ******************************************************************
      * 3000-GENERATE-ONE-RECORD - BUILDS AND WRITES ONE PARENT
      * RECORD, THEN THE RECORDS OF EACH CHILD LAYOUT BELONGING TO
      * IT.  A LAYOUT WITH NO CHILDREN CUTS ONE RECORD, AS BEFORE.
      ******************************************************************
       3000-GENERATE-ONE-RECORD.
           MOVE 1 TO WS-LAYOUT-SUBSCRIPT
           PERFORM 3050-BUILD-LAYOUT-RECORD THRU 3050-EXIT
           IF WS-ABEND
               GO TO 3000-EXIT
           END-IF
           MOVE WS-BUILD-RECORD TO WS-PARENT-RECORD
           PERFORM 3800-WRITE-LAYOUT-RECORD THRU 3800-EXIT
           IF WS-ABEND
               GO TO 3000-EXIT
           END-IF
           PERFORM 3900-GENERATE-CHILDREN THRU 3900-EXIT
               VARYING WS-LAYOUT-SUBSCRIPT FROM 2 BY 1
               UNTIL WS-LAYOUT-SUBSCRIPT > WS-LAYOUT-COUNT
                  OR WS-ABEND.
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 3050-BUILD-LAYOUT-RECORD - BUILDS ONE RECORD OF LAYOUT
      * WS-LAYOUT-SUBSCRIPT: SPACES, THEN ONE RANDOM01 CALL PER FIELD
      * LINE CUT INTO THE FIELD'S POSITION.
      ******************************************************************
       3050-BUILD-LAYOUT-RECORD.
           MOVE SPACES TO WS-BUILD-RECORD
           MOVE ZERO TO WS-ROW-GROUP-COUNT
           COMPUTE WS-LAST-FIELD =
               WS-LAY-FIRST-FIELD(WS-LAYOUT-SUBSCRIPT)
               + WS-LAY-FIELD-COUNT(WS-LAYOUT-SUBSCRIPT) - 1
           PERFORM 3100-FILL-ONE-FIELD THRU 3100-EXIT
               VARYING WS-FIELD-SUBSCRIPT
               FROM WS-LAY-FIRST-FIELD(WS-LAYOUT-SUBSCRIPT) BY 1
               UNTIL WS-FIELD-SUBSCRIPT > WS-LAST-FIELD
                  OR WS-ABEND.
       3050-EXIT.
           EXIT.
      ******************************************************************
      * 3100-FILL-ONE-FIELD - ONE RANDOM01 CALL FOR FIELD
      * WS-FIELD-SUBSCRIPT AND THE RESULT CUT INTO THE BUILD RECORD.
      * NUMERIC AND DATE VALUES GO IN RIGHT-JUSTIFIED, ZERO-FILLED;
           MOVE ZERO TO RND-DATE-HIGH
           MOVE SPACE TO RND-DATE-OPTION
           MOVE CTL-RUN-ID TO RND-RUN-ID
           MOVE SPACE TO RND-STREAM-OPTION
           MOVE ZERO TO RND-BULK-REQ-COUNT
           EVALUATE WS-FLD-MODE(WS-FIELD-SUBSCRIPT)
               WHEN 02
                   PERFORM 3400-FILL-CATEGORY-FIELD THRU 3400-EXIT
               WHEN 06
                   PERFORM 3500-FILL-DATE-FIELD THRU 3500-EXIT
               WHEN 08
                   PERFORM 3450-FILL-DICTIONARY-FIELD THRU 3450-EXIT
           END-EVALUATE.
       3100-EXIT.
           EXIT.
           END-IF.
       3400-EXIT.
           EXIT.
      ******************************************************************
      * 3450-FILL-DICTIONARY-FIELD - A FIELD IN A ROW GROUP ALREADY
      * DRAWN IN THIS RECORD CUTS ITS COLUMN FROM THAT ROW; ANY OTHER
      * MODE 08 FIELD DRAWS A FRESH ROW FROM ITS LIST (AND, IF IT
      * HEADS A ROW GROUP, KEEPS THE ROW FOR THE GROUP'S OTHER
      * FIELDS).  THE COLUMN GOES IN FROM THE LEFT, CUT SHORT OR
      * SPACE-FILLED TO THE FIELD LENGTH.
      ******************************************************************
       3450-FILL-DICTIONARY-FIELD.
           MOVE ZERO TO WS-ROW-GROUP-FOUND
           IF WS-FLD-ROW-GROUP(WS-FIELD-SUBSCRIPT) NOT = SPACE
               PERFORM 3460-FIND-ROW-GROUP THRU 3460-EXIT
                   VARYING WS-ROW-GROUP-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ROW-GROUP-SUBSCRIPT > WS-ROW-GROUP-COUNT
                      OR WS-ROW-GROUP-FOUND > ZERO
           END-IF
           IF WS-ROW-GROUP-FOUND > ZERO
               MOVE WS-GRP-ROW(WS-ROW-GROUP-FOUND) TO WS-DICT-ROW
           ELSE
               MOVE 08 TO RND-DATA
               MOVE WS-FLD-TABLE-NAME(WS-FIELD-SUBSCRIPT)
                   TO RND-DICT-NAME
               CALL "RANDOM01" USING RND-VARIABLES
               PERFORM 3700-CHECK-RANDOM01-STATUS THRU 3700-EXIT
               IF WS-ABEND
                   GO TO 3450-EXIT
               END-IF
               MOVE RND-ALPHA-VAR TO WS-DICT-ROW
               IF WS-FLD-ROW-GROUP(WS-FIELD-SUBSCRIPT) NOT = SPACE
                  AND WS-ROW-GROUP-COUNT < 50
                   ADD 1 TO WS-ROW-GROUP-COUNT
                   MOVE WS-FLD-ROW-GROUP(WS-FIELD-SUBSCRIPT)
                       TO WS-GRP-LETTER(WS-ROW-GROUP-COUNT)
                   MOVE WS-FLD-TABLE-NAME(WS-FIELD-SUBSCRIPT)
                       TO WS-GRP-LIST-NAME(WS-ROW-GROUP-COUNT)
                   MOVE WS-DICT-ROW TO WS-GRP-ROW(WS-ROW-GROUP-COUNT)
               END-IF
           END-IF
           MOVE WS-DICT-ROW
               (WS-FLD-ENTRY-COLUMN(WS-FIELD-SUBSCRIPT):
                WS-FLD-ENTRY-LENGTH(WS-FIELD-SUBSCRIPT))
               TO WS-BUILD-RECORD
                   (WS-FLD-POSITION(WS-FIELD-SUBSCRIPT):
                    WS-FLD-LENGTH(WS-FIELD-SUBSCRIPT)).
       3450-EXIT.
           EXIT.
      ******************************************************************
      * 3460-FIND-ROW-GROUP - A ROW GROUP IS ONE LETTER ON ONE LIST;
      * THE SAME LETTER ON A DIFFERENT LIST IS A DIFFERENT GROUP.
      ******************************************************************
       3460-FIND-ROW-GROUP.
           IF WS-GRP-LETTER(WS-ROW-GROUP-SUBSCRIPT)
               = WS-FLD-ROW-GROUP(WS-FIELD-SUBSCRIPT)
              AND WS-GRP-LIST-NAME(WS-ROW-GROUP-SUBSCRIPT)
               = WS-FLD-TABLE-NAME(WS-FIELD-SUBSCRIPT)
               MOVE WS-ROW-GROUP-SUBSCRIPT TO WS-ROW-GROUP-FOUND
           END-IF.
       3460-EXIT.
           EXIT.
       3500-FILL-DATE-FIELD.
           MOVE 06 TO RND-DATA
           MOVE WS-FLD-DATE-LOW(WS-FIELD-SUBSCRIPT) TO RND-DATE-LOW
       3700-EXIT.
           EXIT.
      ******************************************************************
      * 3800-WRITE-LAYOUT-RECORD - WRITES THE BUILD RECORD FOR LAYOUT
      * WS-LAYOUT-SUBSCRIPT: BEHIND ITS RECORD-TYPE BYTE IN A COMBINED
      * GENOUT, OTHERWISE TO GENOUT FOR THE PARENT AND TO THE CHILD
      * LAYOUT'S OWN FILE FOR A CHILD.  THE LAYOUT'S CONTROL TOTAL IS
      * COUNTED HERE.
      ******************************************************************
       3800-WRITE-LAYOUT-RECORD.
           IF CTL-COMBINED-OUTPUT
               MOVE WS-LAY-REC-TYPE(WS-LAYOUT-SUBSCRIPT)
                   TO OUT-SET-REC-TYPE
               MOVE WS-BUILD-RECORD TO OUT-SET-BODY
               WRITE OUT-SET-RECORD
               MOVE WS-OUTPUT-FILE-STATUS TO WS-SET-FILE-STATUS
               MOVE "GENOUT" TO WS-SET-FILE-NAME
           ELSE
               EVALUATE WS-LAYOUT-SUBSCRIPT
                   WHEN 1
                       WRITE OUT-RECORD FROM WS-BUILD-RECORD
                       MOVE WS-OUTPUT-FILE-STATUS
                           TO WS-SET-FILE-STATUS
                       MOVE "GENOUT" TO WS-SET-FILE-NAME
                   WHEN 2
                       WRITE CHILD1-RECORD FROM WS-BUILD-RECORD
                       MOVE WS-CHILD1-FILE-STATUS
                           TO WS-SET-FILE-STATUS
                       MOVE WS-CHILD1-FILE-NAME TO WS-SET-FILE-NAME
                   WHEN 3
                       WRITE CHILD2-RECORD FROM WS-BUILD-RECORD
                       MOVE WS-CHILD2-FILE-STATUS
                           TO WS-SET-FILE-STATUS
                       MOVE WS-CHILD2-FILE-NAME TO WS-SET-FILE-NAME
                   WHEN 4
                       WRITE CHILD3-RECORD FROM WS-BUILD-RECORD
                       MOVE WS-CHILD3-FILE-STATUS
                           TO WS-SET-FILE-STATUS
                       MOVE WS-CHILD3-FILE-NAME TO WS-SET-FILE-NAME
                   WHEN 5
                       WRITE CHILD4-RECORD FROM WS-BUILD-RECORD
                       MOVE WS-CHILD4-FILE-STATUS
                           TO WS-SET-FILE-STATUS
                       MOVE WS-CHILD4-FILE-NAME TO WS-SET-FILE-NAME
               END-EVALUATE
           END-IF
           IF WS-SET-FILE-STATUS NOT = "00"
               DISPLAY "RANDGEN: WRITE TO " WS-SET-FILE-NAME
                   " FAILED, STATUS = " WS-SET-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 3800-EXIT
           END-IF
           ADD 1 TO WS-LAY-WRITTEN-COUNT(WS-LAYOUT-SUBSCRIPT)
           ADD 1 TO WS-WRITTEN-COUNT.
       3800-EXIT.
           EXIT.
      ******************************************************************
      * 3900-GENERATE-CHILDREN - FOR CHILD LAYOUT WS-LAYOUT-SUBSCRIPT,
      * DRAWS HOW MANY RECORDS THE CURRENT PARENT GETS AND CUTS THEM.
      ******************************************************************
       3900-GENERATE-CHILDREN.
           PERFORM 3910-DRAW-CHILD-COUNT THRU 3910-EXIT
           IF WS-ABEND
               GO TO 3900-EXIT
           END-IF
           PERFORM 3920-GENERATE-ONE-CHILD THRU 3920-EXIT
               VARYING WS-CHILD-NBR FROM 1 BY 1
               UNTIL WS-CHILD-NBR > WS-CHILD-COUNT
                  OR WS-ABEND.
       3900-EXIT.
           EXIT.
      ******************************************************************
      * 3910-DRAW-CHILD-COUNT - A FIXED RANGE (LOW = HIGH) NEEDS NO
      * DRAW.  OTHERWISE ONE MODE 02 CALL BOUNDED TO THE LAYOUT'S
      * RANGE, OR WITH A NONZERO CARD SEED ONE MODE 03 CALL RESCALED
      * INTO IT BY REMAINDER, SO A SEEDED SET REPLAYS WITH THE SAME
      * NUMBER OF CHILDREN UNDER EVERY PARENT.
      ******************************************************************
       3910-DRAW-CHILD-COUNT.
           IF WS-LAY-CHILD-LOW(WS-LAYOUT-SUBSCRIPT)
               = WS-LAY-CHILD-HIGH(WS-LAYOUT-SUBSCRIPT)
               MOVE WS-LAY-CHILD-LOW(WS-LAYOUT-SUBSCRIPT)
                   TO WS-CHILD-COUNT
               GO TO 3910-EXIT
           END-IF
           MOVE ZERO TO RND-LENGTH
           MOVE ZERO TO RND-RANGE-LOW
           MOVE ZERO TO RND-RANGE-HIGH
           MOVE ZERO TO RND-SEED-VALUE
           MOVE ZERO TO RND-DATE-LOW
           MOVE ZERO TO RND-DATE-HIGH
           MOVE SPACE TO RND-DATE-OPTION
           MOVE CTL-RUN-ID TO RND-RUN-ID
           MOVE SPACE TO RND-STREAM-OPTION
           MOVE ZERO TO RND-BULK-REQ-COUNT
           IF CTL-SEED-VALUE > ZERO
               MOVE 03 TO RND-DATA
               MOVE CTL-SEED-VALUE TO RND-SEED-VALUE
           ELSE
               MOVE 02 TO RND-DATA
               MOVE WS-LAY-CHILD-LOW(WS-LAYOUT-SUBSCRIPT)
                   TO RND-RANGE-LOW
               MOVE WS-LAY-CHILD-HIGH(WS-LAYOUT-SUBSCRIPT)
                   TO RND-RANGE-HIGH
           END-IF
           CALL "RANDOM01" USING RND-VARIABLES
           IF RND-STATUS-CODE NOT = "00"
               DISPLAY "RANDGEN: RANDOM01 CALL FOR THE CHILD COUNT OF "
                   "LAYOUT " WS-LAY-NAME(WS-LAYOUT-SUBSCRIPT)
                   " FAILED, STATUS = " RND-STATUS-CODE
                   " REASON = " RND-REASON-CODE
               IF RND-STATUS-CODE = "16"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE 12 TO RETURN-CODE
               END-IF
               SET WS-ABEND TO TRUE
               GO TO 3910-EXIT
           END-IF
           IF CTL-SEED-VALUE > ZERO
               COMPUTE WS-RANGE-SIZE =
                   WS-LAY-CHILD-HIGH(WS-LAYOUT-SUBSCRIPT)
                   - WS-LAY-CHILD-LOW(WS-LAYOUT-SUBSCRIPT) + 1
               DIVIDE RND-RND-VAR BY WS-RANGE-SIZE
                   GIVING WS-RESCALE-QUOT
                   REMAINDER WS-RESCALE-REM
               COMPUTE WS-CHILD-COUNT =
                   WS-LAY-CHILD-LOW(WS-LAYOUT-SUBSCRIPT)
                   + WS-RESCALE-REM
           ELSE
               MOVE RND-RND-VAR TO WS-CHILD-COUNT
           END-IF.
       3910-EXIT.
           EXIT.
      ******************************************************************
      * 3920-GENERATE-ONE-CHILD - BUILDS ONE CHILD RECORD, OVERLAYS
      * THE PARENT'S KEY FIELD ONTO THE CHILD'S KEY POSITION SO THE
      * TWO RECORD TYPES JOIN, AND WRITES IT.
      ******************************************************************
       3920-GENERATE-ONE-CHILD.
           PERFORM 3050-BUILD-LAYOUT-RECORD THRU 3050-EXIT
           IF WS-ABEND
               GO TO 3920-EXIT
           END-IF
           MOVE WS-PARENT-RECORD
               (WS-LAY-KEY-FROM(WS-LAYOUT-SUBSCRIPT):
                WS-LAY-KEY-LENGTH(WS-LAYOUT-SUBSCRIPT))
               TO WS-BUILD-RECORD
                   (WS-LAY-KEY-TO(WS-LAYOUT-SUBSCRIPT):
                    WS-LAY-KEY-LENGTH(WS-LAYOUT-SUBSCRIPT))
           PERFORM 3800-WRITE-LAYOUT-RECORD THRU 3800-EXIT.
       3920-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - CLOSE THE OUTPUT FILES AND REPORT THE
      * CONTROL TOTAL PER RECORD TYPE (AND FOR A SET, THE WHOLE SET)
      * ON THE CONSOLE.
      ******************************************************************
       8000-TERMINATE.
           CLOSE RANDGEN-OUTPUT-FILE
           IF NOT CTL-COMBINED-OUTPUT
               PERFORM 8100-CLOSE-CHILD-FILE THRU 8100-EXIT
                   VARYING WS-LAYOUT-SUBSCRIPT FROM 2 BY 1
                   UNTIL WS-LAYOUT-SUBSCRIPT > WS-LAYOUT-COUNT
           END-IF
           PERFORM 8200-DISPLAY-ONE-TOTAL THRU 8200-EXIT
               VARYING WS-LAYOUT-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-LAYOUT-SUBSCRIPT > WS-LAYOUT-COUNT
           IF WS-LAYOUT-COUNT > 1
               DISPLAY "RANDGEN: " WS-WRITTEN-COUNT " RECORDS WRITTEN "
                   "IN THE SET FOR LAYOUT " CTL-LAYOUT-NAME
           END-IF.
       8000-EXIT.
           EXIT.
       8100-CLOSE-CHILD-FILE.
           EVALUATE WS-LAYOUT-SUBSCRIPT
               WHEN 2
                   CLOSE RANDGEN-CHILD1-FILE
               WHEN 3
                   CLOSE RANDGEN-CHILD2-FILE
               WHEN 4
                   CLOSE RANDGEN-CHILD3-FILE
               WHEN 5
                   CLOSE RANDGEN-CHILD4-FILE
           END-EVALUATE.
       8100-EXIT.
           EXIT.
       8200-DISPLAY-ONE-TOTAL.
           DISPLAY "RANDGEN: "
               WS-LAY-WRITTEN-COUNT(WS-LAYOUT-SUBSCRIPT)
               " RECORDS WRITTEN FROM LAYOUT "
               WS-LAY-NAME(WS-LAYOUT-SUBSCRIPT) " RECORD TYPE "
               WS-LAY-REC-TYPE(WS-LAYOUT-SUBSCRIPT).
       8200-EXIT.
           EXIT.
      ******************************************************************
      * 9000-JOURNAL-START - REGISTERS THIS EXECUTION IN THE COMMON
      * RUN JOURNAL AS SOON AS THE CONTROL CARD IS IN HAND, SO AN
      * ABEND ANYWHERE LATER LEAVES A VISIBLE OPEN ENTRY.  A JOURNAL
      * FAILURE WARNS AND RUNS ON.
      ******************************************************************
       9000-JOURNAL-START.
           MOVE "S" TO RND-JRN-FUNCTION
           MOVE "RANDGEN" TO RND-JRN-PROGRAM
           MOVE CTL-RUN-ID TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE ZERO TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDGEN: RUN JOURNAL NOT UPDATED, RANDJRN "
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
           MOVE "RANDGEN" TO RND-JRN-PROGRAM
           MOVE CTL-RUN-ID TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE WS-WRITTEN-COUNT TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDGEN: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM RANDGEN.
