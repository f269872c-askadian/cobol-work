      *                      IS ALSO RETURNED IN LS-RND-VAR AND SO
      *                      FLOWS TO THE AUDIT TRAIL LIKE ANY OTHER
      *                      NINE-DIGIT VALUE.
      *                 08 - RETURN LS-ALPHA-VAR, ONE ENTRY DRAWN
      *                      UNIFORMLY FROM THE DICTBL LIST NAMED IN
      *                      LS-DICT-NAME (FIRST NAMES, SURNAMES,
      *                      STREET NAMES, CITY/STATE/ZIP ROWS), SO
      *                      NAME AND ADDRESS FIELDS READ LIKE REAL
      *                      ONES.  THE ENTRY'S NUMBER WITHIN THE
      *                      LIST IS RETURNED IN LS-RND-VAR AND FLOWS
      *                      TO THE AUDIT TRAIL.
      *                 09 - RETURN LS-ALPHA-VAR, A RANDOM STRING IN
      *                      THE FORMAT OF LS-SHAPE-VAR (LS-LENGTH
      *                      CHARACTERS): DIGITS BECOME RANDOM
      *                      DIGITS, LETTERS RANDOM LETTERS OF THE
      *                      SAME CASE, AND EVERYTHING ELSE STAYS
      *                      WHERE IT IS, SO A MASKED VALUE STILL
      *                      PASSES THE FIELD EDITS THE CLEAR ONE
      *                      DID
      *          EVERY VALUE COMES FROM AN MRG32K3A GENERATOR
      *          STREAM WHOSE STATE IS KEPT, UNDER THE CALLER'S
      *          RUN-ID, IN THE RANDSTRM STATE FILE (SEE
      *          LS-STREAM-OPTION IN RANDPARM).
      *          EVERY CALL IS LOGGED TO THE RANDOM01-AUDIT-FILE
      *          (TIMESTAMP, MODE REQUESTED, VALUE RETURNED), EACH
      *          RECORD CHAINED TO THE ONE BEFORE BY ITS CHECK VALUE.
      *          MODES 01 AND 03 RE-DRAW INTERNALLY UNTIL THE VALUE
      *          HAS NOT ALREADY BEEN ISSUED THIS RUN BY THAT SAME
      *          MODE (SEE RANDOM01-ISSUED-FILE, KEYED ON MODE PLUS
      *          TIMES THAN THE RANGE HAS ROOM FOR.
      * Tectonics: cobc
      * Modifications:
      *   10/08/2026  AK  EVERY AUDIT RECORD NOW CARRIES A CHECK VALUE
      *                    (AUD-CHAIN-VALUE) CHAINED ONTO THE PREVIOUS
      *                    RECORD'S THROUGH RANDCHN, SO AN EDITED OR
      *                    DELETED RANDAUD RECORD SHOWS UP AS A BREAK
      *                    IN THE CHAIN (SEE RANDAUDV).  THE CHAIN IS
      *                    PICKED UP FROM THE LAST RECORD ALREADY ON
      *                    RANDAUD WHEN THE FILE IS OPENED.
      *   10/06/2026  AK  THE CLOCK-DERIVED DRAW IS REPLACED BY
      *                    L'ECUYER'S MRG32K3A COMBINED MULTIPLE
      *                    RECURSIVE GENERATOR (PERIOD ABOUT 2**191).
      *                    BUILDING EVERY VALUE FROM THE TIME OF DAY
      *                    MADE A MODE 03 SEQUENCE PREDICTABLE FROM
      *                    ONE KNOWN VALUE, GAVE TWO RUNS STARTED IN
      *                    THE SAME CLOCK TICK RELATED VALUES, AND
      *                    FAILED RANDSTAT'S REPEAT-RATE TEST ON LARGE
      *                    RUNS.  MODE 03 NOW DRAWS FROM A STREAM
      *                    BUILT FROM THE SEED ALONE; EVERY OTHER MODE
      *                    FROM THE RUN'S BASE STREAM, SEEDED FROM A
      *                    MASTER STREAM SO NO TWO RUNS SHARE ONE.
      *                    BOTH STREAMS ARE SAVED AFTER EVERY CALL TO
      *                    THE NEW RANDSTRM STATE FILE, KEYED BY
      *                    RUN-ID, AND THE NEW LS-STREAM-OPTION LETS
      *                    A RESTARTED CALLER CONTINUE ("C") OR
      *                    REWIND ("R") THE SAVED STREAM, OR ASK
      *                    ("Q") HOW FAR IT HAD GOT, WHICH COMES BACK
      *                    IN LS-STREAM-POSITION ON EVERY CALL.  MODE
      *                    03 SEQUENCES DRAWN BEFORE THIS CHANGE DO
      *                    NOT REPLAY UNDER IT - SEE RANDVMIG.
      *   09/22/2026  AK  ADDED MODE 09 - FORMAT-PRESERVING STRING.
      *                    MODE 04 TURNED "12-3456-7" INTO NINE
      *                    LETTERS AND DIGITS WITH NO DASHES, AND
      *                    EVERY DOWNSTREAM FIELD EDIT REJECTED IT.
      *                    THE CALLER PASSES THE CLEAR VALUE IN THE
      *                    NEW LS-SHAPE-VAR AND GETS BACK A STRING OF
      *                    THE SAME SHAPE.  A NINE-DIGIT RESULT IS
      *                    SCREENED AGAINST RANDEXCL THE WAY MODE 04
      *                    SCREENS ITS STRINGS.
      *   09/18/2026  AK  ADDED MODE 08 - DICTIONARY ENTRY.  MODE 04
      *                    FILLED NAME AND ADDRESS FIELDS WITH
      *                    STRINGS NOBODY TESTING A STATEMENT OR A
      *                    LETTER COULD READ.  THE CALLER NAMES A LIST
      *                    IN LS-DICT-NAME AND GETS BACK ONE ENTRY OF
      *                    IT IN LS-ALPHA-VAR, DRAWN UNIFORMLY WITH
      *                    THE SAME REJECTION SAMPLING MODE 02 USES.
      *                    THE LISTS LIVE IN THE DICTBL SIDE FILE
      *                    (SAME SPIRIT AS WGTTBL AND GENLAY), LOADED
      *                    ONCE ON THE FIRST MODE 08 CALL THE WAY
      *                    HOLCAL IS.  A LIST'S ENTRY IS A WHOLE ROW,
      *                    SO A CITY/STATE/ZIP LIST HANDS BACK ALL
      *                    THREE FROM ONE DRAW AND AN ADDRESS STAYS
      *                    INTERNALLY CONSISTENT.
      *   09/02/2026  AK  EVERY CALL NOW ANSWERS WITH LS-STATUS-CODE
      *                    AND LS-REASON-CODE (SEE RANDPARM FOR THE
      *                    CODES) INSTEAD OF ONLY A CONSOLE DISPLAY
               ASSIGN TO "HOLCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
           SELECT RANDOM01-DICTIONARY-FILE
               ASSIGN TO "DICTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DICT-FILE-STATUS.
           SELECT RANDOM01-EXCLUSION-FILE
               ASSIGN TO "RANDEXCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXC-RND-VAR
               FILE STATUS IS WS-EXCL-FILE-STATUS.
           SELECT RANDOM01-STREAM-FILE
               ASSIGN TO "RANDSTRM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STR-RUN-ID
               FILE STATUS IS WS-STREAM-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
       01 HOLIDAY-RECORD.
           10 HOL-DATE          PIC 9(08).
           10 FILLER            PIC X(72).
      * THE DICTIONARY SIDE FILE - NAMED LISTS OF REALISTIC VALUES:
      *   COL 1 = "L":  LIST HEADER, LIST NAME IN COLS 2-9
      *   COL 1 = "E":  ONE ENTRY, COLS 2-41.  A ROW LIST (E.G.
      *                 CITY/STATE/ZIP) KEEPS EACH COLUMN AT A FIXED
      *                 POSITION WITHIN THE 40 BYTES AND THE CALLER
      *                 CUTS OUT THE COLUMN IT WANTS
      *   COL 1 = "*":  COMMENT, IGNORED
      * A LIST'S ENTRY LINES FOLLOW ITS HEADER AND RUN TO THE NEXT
      * HEADER OR END OF FILE.
       FD  RANDOM01-DICTIONARY-FILE.
       01 DICTIONARY-RECORD.
           10 DIC-REC-TYPE      PIC X(01).
               88 DIC-LIST-HEADER         VALUE "L".
               88 DIC-LIST-ENTRY          VALUE "E".
           10 DIC-REC-BODY.
               15 DIC-ENTRY-VALUE PIC X(40).
               15 FILLER          PIC X(39).
           10 DIC-HEADER-BODY REDEFINES DIC-REC-BODY.
               15 DIC-LIST-NAME   PIC X(08).
               15 FILLER          PIC X(71).
      * THE SITE EXCLUSION FILE - ONE RECORD PER LIVE PRODUCTION
      * IDENTIFIER A DRAW MUST NEVER EQUAL, BUILT AND REFRESHED BY
      * RANDEXLD, NEVER WRITTEN FROM HERE.
       FD  RANDOM01-EXCLUSION-FILE.
       01 EXCLUSION-RECORD.
           10 EXC-RND-VAR       PIC 9(09).
      * THE GENERATOR STATE FILE - ONE RECORD PER RUN-ID HOLDING
      * WHERE ITS BASE STREAM STARTED, WHERE THAT STREAM AND THE
      * MODE 03 STREAM HAVE GOT TO, AND HOW MANY VALUES THEY HAVE
      * DELIVERED, REWRITTEN AT THE END OF EVERY CALL; PLUS ONE
      * MASTER RECORD (KEY LOW-VALUES) WHOSE OWN STREAM, CARRIED IN
      * STR-BASE-STATE, SEEDS EVERY FRESH RUN.  LIKE RANDEXCL IT IS
      * KEPT ACROSS RUNS AND NEVER RECREATED.  EACH STATE IS THE SIX
      * MRG32K3A WORDS: THREE MODULO M1, THEN THREE MODULO M2.
       FD  RANDOM01-STREAM-FILE.
       01 STREAM-RECORD.
           10 STR-RUN-ID        PIC X(08).
           10 STR-BASE-START    PIC 9(10) OCCURS 6 TIMES.
           10 STR-BASE-STATE    PIC 9(10) OCCURS 6 TIMES.
           10 STR-SEED-SWITCH   PIC X(01).
               88 STR-SEED-STREAM-SAVED   VALUE "Y".
           10 STR-SEED-VALUE    PIC 9(09).
           10 STR-SEED-STATE    PIC 9(10) OCCURS 6 TIMES.
           10 STR-POSITION      PIC 9(09).
           10 STR-UPDATE-DATE   PIC 9(08).
           10 STR-UPDATE-TIME   PIC 9(08).
       WORKING-STORAGE SECTION.
      *-----------------------
       01 WS-VARIBALES.
           10 CurrentTime.
               20  CurrentHour     PIC 99.
               20  CurrentMinute   PIC 99.
           10 WS-UPPER-LIMIT PIC 9(09).
           10 WS-QUOTIENT PIC 9(09).
           10 WS-REMAINDER PIC 9(09).
           10 WS-CANDIDATE-VALUE PIC 9(09).
           10 WS-AUDIT-FILE-STATUS PIC XX.
           10 WS-ISSUED-FILE-STATUS PIC XX.
      * THE ISSUED FILE'S NAME IS BUILT FROM THE CALLER'S RUN
           10 WS-GUARD-TRY-LIMIT PIC 9(09) COMP VALUE 100000.
           10 WS-ALPHA-CHARS PIC X(36) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
           10 WS-LOWER-CHARS PIC X(26) VALUE
               "abcdefghijklmnopqrstuvwxyz".
           10 WS-ALPHA-SUBSCRIPT PIC 9(02).
           10 WS-ALPHA-POSN PIC 9(02) COMP.
           10 WS-ALPHA-MAX-LENGTH PIC 9(02) COMP VALUE 40.
           10 WS-HOLIDAY-SUBSCRIPT PIC 9(04) COMP.
           10 WS-HOLIDAY-EOF-SWITCH PIC X VALUE "N".
               88 WS-HOLIDAY-EOF           VALUE "Y".
      * MODE 08 WORK FIELDS.  DICTBL IS LOADED ONCE, ON THE FIRST
      * MODE 08 CALL, INTO THE LIST AND ENTRY TABLES BELOW; A LOAD
      * THAT FAILS IS REMEMBERED SO EVERY LATER MODE 08 CALL ANSWERS
      * THE SAME STATUS WITHOUT RETRYING THE OPEN.
           10 WS-DICT-FILE-STATUS PIC XX.
           10 WS-DICT-STATE-SWITCH PIC X VALUE "N".
               88 WS-DICT-LOADED           VALUE "Y".
               88 WS-DICT-FAILED           VALUE "F".
           10 WS-DICT-EOF-SWITCH PIC X VALUE "N".
               88 WS-DICT-EOF              VALUE "Y".
           10 WS-DICT-LIST-COUNT PIC 9(04) COMP VALUE ZERO.
           10 WS-DICT-ENTRY-COUNT PIC 9(04) COMP VALUE ZERO.
           10 WS-DICT-SUBSCRIPT PIC 9(04) COMP.
           10 WS-DICT-FOUND-LIST PIC 9(04) COMP.
           10 WS-DICT-ENTRY-NBR PIC 9(04) COMP.
      * MRG32K3A GENERATOR WORK FIELDS - P. L'ECUYER, "GOOD
      * PARAMETERS AND IMPLEMENTATIONS FOR COMBINED MULTIPLE
      * RECURSIVE RANDOM NUMBER GENERATORS", OPERATIONS RESEARCH
      * 47(1), 1999.  TWO THIRD-ORDER RECURRENCES MODULO THE PRIMES
      * M1 AND M2 ARE COMBINED INTO ONE OUTPUT OF 1 THRU M1; THE
      * PERIOD IS ABOUT 2**191.  EVERY PRODUCT THE RECURRENCES TAKE
      * FITS AN 18-DIGIT FIELD, SO THE ARITHMETIC IS EXACT INTEGER
      * ARITHMETIC WITH NO ROUNDING ANYWHERE.  OUTPUTS ABOVE
      * WS-GEN-ACCEPT-LIMIT (FOUR WHOLE BILLIONS) ARE REJECTED SO THE
      * NINE-DIGIT VALUE TAKEN FROM THE REST IS EXACTLY UNIFORM.
           10 WS-GEN-M1         PIC S9(18) COMP VALUE 4294967087.
           10 WS-GEN-M2         PIC S9(18) COMP VALUE 4294944443.
           10 WS-GEN-ACCEPT-LIMIT PIC S9(18) COMP VALUE 4000000000.
           10 WS-GEN-P1         PIC S9(18) COMP.
           10 WS-GEN-P2         PIC S9(18) COMP.
           10 WS-GEN-Z          PIC S9(18) COMP.
           10 WS-GEN-QUOT       PIC S9(18) COMP.
           10 WS-GEN-SEED-X     PIC S9(18) COMP.
           10 WS-GEN-STREAM     PIC S9(04) COMP.
           10 WS-GEN-SUBSCRIPT  PIC S9(04) COMP.
           10 WS-GEN-CLOCK      PIC 9(08).
           10 WS-GEN-DATE       PIC 9(08).
      * RUN STREAM STATE.  THE STREAMS ARE SET UP ON THE FIRST
      * DRAWING CALL OF THE EXECUTION UNDER THAT CALL'S RUN-ID AND
      * STREAM OPTION, AND SAVED TO RANDSTRM UNDER THE SAME RUN-ID
      * AT THE END OF EVERY CALL AFTER THAT (A RUN WITHOUT A RUN-ID
      * KEEPS THEM IN STORAGE ONLY).  WS-STREAM-POSITION COUNTS THE
      * VALUES DELIVERED WITH STATUS 00.
           10 WS-STREAM-FILE-STATUS PIC XX.
           10 WS-STREAM-RUN-ID  PIC X(08).
           10 WS-STREAM-POSITION PIC 9(09) COMP VALUE ZERO.
           10 WS-MASTER-KEY     PIC X(08) VALUE LOW-VALUES.
           10 WS-STREAM-STATE-SWITCH PIC X VALUE "N".
               88 WS-STREAM-READY          VALUE "Y".
           10 WS-SEED-STREAM-SWITCH PIC X VALUE "N".
               88 WS-SEED-STREAM-READY     VALUE "Y".
           10 WS-SEED-STREAM-VALUE PIC 9(09).
           10 WS-MASTER-FOUND-SWITCH PIC X VALUE "N".
               88 WS-MASTER-FOUND          VALUE "Y".
           10 WS-SAVE-WARNED-SWITCH PIC X VALUE "N".
               88 WS-SAVE-WARNED           VALUE "Y".
           10 WS-AUDIT-EOF-SWITCH PIC X VALUE "N".
               88 WS-AUDIT-EOF             VALUE "Y".
       01 WS-HOLIDAY-TABLE.
           10 WS-HOLIDAY-DATE OCCURS 500 TIMES PIC 9(08).
      * THE DICTBL LISTS AS LOADED: EACH LIST'S NAME, WHERE ITS
      * ENTRIES START IN WS-DICT-ENTRY-TABLE AND HOW MANY IT HAS.
       01 WS-DICT-LIST-TABLE.
           10 WS-DICT-LIST OCCURS 50 TIMES.
               15 WS-DICT-LIST-NAME  PIC X(08).
               15 WS-DICT-LIST-FIRST PIC 9(04) COMP.
               15 WS-DICT-LIST-SIZE  PIC 9(04) COMP.
       01 WS-DICT-ENTRY-TABLE.
           10 WS-DICT-ENTRY OCCURS 5000 TIMES PIC X(40).
      * THE GENERATOR STATES: STREAM 1 FEEDS EVERY MODE BUT 03,
      * STREAM 2 IS MODE 03'S STREAM BUILT FROM LS-SEED-VALUE, AND
      * STREAM 3 IS THE MASTER STREAM A FRESH STREAM 1 IS SEEDED
      * FROM.  WORDS 1-3 ARE THE M1 RECURRENCE (OLDEST FIRST), WORDS
      * 4-6 THE M2 RECURRENCE.  WS-GEN-START IS WHERE STREAM 1
      * STARTED, KEPT SO A SAVED STREAM CAN BE REWOUND.
       01 WS-GEN-TABLE.
           10 WS-GEN-ENTRY OCCURS 3 TIMES.
               15 WS-GEN-S      PIC S9(18) COMP OCCURS 6 TIMES.
       01 WS-GEN-START-TABLE.
           10 WS-GEN-START      PIC S9(18) COMP OCCURS 6 TIMES.
      * REQUEST AREA PASSED TO RANDCHN TO CHAIN EACH AUDIT RECORD -
      * THE RANDCHNP LAYOUT (SEE THAT MEMBER) WITH FIELD NAMES
      * PREFIXED WS.  WS-CHN-PREVIOUS CARRIES THE LAST CHECK VALUE
      * WRITTEN FROM ONE AUDIT RECORD TO THE NEXT.
           COPY RANDCHNP
               REPLACING ==PREFIX-CHNPARM== BY ==WS-CHNPARM==
                 ==PREFIX-CHN-FUNCTION== BY ==WS-CHN-FUNCTION==
                 ==PREFIX-CHN-RECORD== BY ==WS-CHN-RECORD==
                 ==PREFIX-CHN-PREVIOUS== BY ==WS-CHN-PREVIOUS==
                 ==PREFIX-CHN-VALUE== BY ==WS-CHN-VALUE==
                 ==PREFIX-CHN-STATE== BY ==WS-CHN-STATE==
                 ==PREFIX-CHN-RETURN-CODE== BY ==WS-CHN-RETURN-CODE==
                 ==PREFIX-CHN-STATUS== BY ==WS-CHN-STATUS==
                 ==PREFIX-CHN-REASON== BY ==WS-CHN-REASON==.
       LINKAGE SECTION.
      * LS-VARIABLES IS THE RANDPARM LAYOUT (SEE THAT MEMBER) WITH
      * FIELD NAMES PREFIXED LS - THE SAME LAYOUT EVERY CALLER COPIES
                 ==PREFIX-AMT-HIGH== BY ==LS-AMT-HIGH==
                 ==PREFIX-AMT-SKEW== BY ==LS-AMT-SKEW==
                 ==PREFIX-AMT-SIGN== BY ==LS-AMT-SIGN==
                 ==PREFIX-DICT-NAME== BY ==LS-DICT-NAME==
                 ==PREFIX-SHAPE-VAR== BY ==LS-SHAPE-VAR==
                 ==PREFIX-STREAM-OPTION== BY ==LS-STREAM-OPTION==
                 ==PREFIX-AMOUNT-VAR== BY ==LS-AMOUNT-VAR==
                 ==PREFIX-STATUS-CODE== BY ==LS-STATUS-CODE==
                 ==PREFIX-REASON-CODE== BY ==LS-REASON-CODE==
                 ==PREFIX-STREAM-POSITION==
                   BY ==LS-STREAM-POSITION==
                 ==PREFIX-BULK-AREA== BY ==LS-BULK-AREA==
                 ==PREFIX-BULK-REQ-COUNT== BY ==LS-BULK-REQ-COUNT==
                 ==PREFIX-BULK-RET-COUNT== BY ==LS-BULK-RET-COUNT==
      * The main procedure of the program.  LS-DATA selects which
      * mode of random generation the caller wants; unrecognised
      * modes default to MODE 01 so existing callers are unaffected.
      * Every call is logged to the audit file before returning, and
      * the run's generator state is saved once the draw is done.
      * A stream query (LS-STREAM-OPTION "Q") is answered on any
      * call - before the first draw from the saved state, after it
      * from the stream in use - draws nothing and is not audited;
      * "C" and "R" are read only when the stream is first started.
      **
           MOVE "00" TO LS-STATUS-CODE
           MOVE "00" TO LS-REASON-CODE
                   GOBACK
               END-IF
           END-IF
           IF LS-STREAM-OPTION = "Q"
               PERFORM QUERY-SAVED-STREAM THRU QUERY-SAVED-STREAM-EXIT
               GOBACK
           END-IF
           IF NOT WS-STREAM-READY
               PERFORM START-RUN-STREAM THRU START-RUN-STREAM-EXIT
               IF NOT WS-STREAM-READY
                   GOBACK
               END-IF
           END-IF
           IF LS-BULK-REQ-COUNT > 1
              AND LS-DATA >= 01 AND LS-DATA <= 04
               PERFORM BULK-DRAW-VALUES THRU BULK-DRAW-VALUES-EXIT
               ADD LS-BULK-RET-COUNT TO WS-STREAM-POSITION
               PERFORM SAVE-RUN-STREAM THRU SAVE-RUN-STREAM-EXIT
               GOBACK
           END-IF
           EVALUATE LS-DATA
               WHEN 07
                   PERFORM MODE-07-MONEY-AMOUNT
                       THRU MODE-07-MONEY-AMOUNT-EXIT
               WHEN 08
                   PERFORM MODE-08-DICTIONARY-ENTRY
                       THRU MODE-08-DICTIONARY-ENTRY-EXIT
               WHEN 09
                   PERFORM MODE-09-SHAPED-STRING
                       THRU MODE-09-SHAPED-STRING-EXIT
               WHEN OTHER
                   PERFORM MODE-01-UNBOUNDED-RANDOM
                       THRU MODE-01-UNBOUNDED-RANDOM-EXIT
           END-EVALUATE
           IF LS-STATUS-CODE = "00"
               ADD 1 TO WS-STREAM-POSITION
           END-IF
           PERFORM WRITE-AUDIT-RECORD THRU WRITE-AUDIT-RECORD-EXIT
           PERFORM SAVE-RUN-STREAM THRU SAVE-RUN-STREAM-EXIT
           GOBACK.
      **
      * Opens the files this program maintains across the life of
      * completely separate job already issued, and would break MODE
      * 03's replay guarantee by forcing its sequence counter to skip
      * ahead of where run 1 left off.  Run once per job step, on the
      * first call.  Before the audit file is opened for append, the
      * check value of its last record is picked up so the chain
      * carries on unbroken.  Every OPEN's FILE STATUS is checked; a
      * failure displays a diagnostic, sets RETURN-CODE, and leaves
      * WS-FILES-ARE-OPEN false so MAIN-PROCEDURE GOBACKs without
      * dispatching a mode or touching either file again.
      **
                   LS-RUN-ID DELIMITED BY SPACE
                   INTO WS-ISSUED-FILE-NAME
           END-IF
           PERFORM FIND-AUDIT-CHAIN-END THRU FIND-AUDIT-CHAIN-END-EXIT
           OPEN EXTEND RANDOM01-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT RANDOM01-AUDIT-FILE
               SET WS-OPEN-FAILED TO TRUE
               GO TO OPEN-RUN-FILES-EXIT
           END-IF
      * THE GENERATOR STATE FILE IS OPENED AS IT STANDS TOO, SINCE
      * IT EXISTS TO CARRY STREAMS FROM ONE RUN TO THE NEXT; ONLY
      * THE VERY FIRST RUN AT A SITE, FINDING NONE, CREATES IT.
           OPEN I-O RANDOM01-STREAM-FILE
           IF WS-STREAM-FILE-STATUS = "35"
               OPEN OUTPUT RANDOM01-STREAM-FILE
               IF WS-STREAM-FILE-STATUS = "00"
                   CLOSE RANDOM01-STREAM-FILE
                   OPEN I-O RANDOM01-STREAM-FILE
               END-IF
           END-IF
           IF WS-STREAM-FILE-STATUS NOT = "00"
               DISPLAY "RANDOM01: UNABLE TO OPEN RANDSTRM, STATUS = "
                   WS-STREAM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "16" TO LS-STATUS-CODE
               MOVE "03" TO LS-REASON-CODE
               SET WS-OPEN-FAILED TO TRUE
               GO TO OPEN-RUN-FILES-EXIT
           END-IF
      * THE SITE EXCLUSION FILE IS OPENED AS IT STANDS - NEVER
      * RECREATED, UNLIKE RANDISS - SO THE SCREEN SURVIVES ACROSS
      * RUNS AND RUN-IDS.  A RUN WITHOUT ONE PROCEEDS UNSCREENED,
               MOVE 99 TO AUD-MODE
               MOVE ZERO TO AUD-RND-VAR
               MOVE LS-RUN-ID TO AUD-RUN-ID
               PERFORM CHAIN-AUDIT-RECORD THRU CHAIN-AUDIT-RECORD-EXIT
               WRITE AUDIT-RECORD
           END-IF
           SET WS-FILES-ARE-OPEN TO TRUE.
       OPEN-RUN-FILES-EXIT.
           EXIT.
      **
      * Reads the audit file through once and keeps the check value
      * of its last record as the one the run's first record chains
      * onto.  No file, an empty file, or a last record written
      * before records carried check values all start the chain
      * from zero - the same rule RANDCHN's verify applies.
      **
       FIND-AUDIT-CHAIN-END.
           MOVE ZERO TO WS-CHN-PREVIOUS
           OPEN INPUT RANDOM01-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               GO TO FIND-AUDIT-CHAIN-END-EXIT
           END-IF
           PERFORM READ-ONE-AUDIT-RECORD
               THRU READ-ONE-AUDIT-RECORD-EXIT
               UNTIL WS-AUDIT-EOF
           CLOSE RANDOM01-AUDIT-FILE.
       FIND-AUDIT-CHAIN-END-EXIT.
           EXIT.
       READ-ONE-AUDIT-RECORD.
           READ RANDOM01-AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
                   GO TO READ-ONE-AUDIT-RECORD-EXIT
           END-READ
           IF AUD-CHAIN-VALUE NUMERIC
               MOVE AUD-CHAIN-VALUE TO WS-CHN-PREVIOUS
           ELSE
               MOVE ZERO TO WS-CHN-PREVIOUS
           END-IF.
       READ-ONE-AUDIT-RECORD-EXIT.
           EXIT.
      **
      * Stamps the audit record about to be written with its check
      * value, chained onto the last one written.  RANDCHN carries
      * the new value forward in WS-CHN-PREVIOUS for the next.
      **
       CHAIN-AUDIT-RECORD.
           MOVE "C" TO WS-CHN-FUNCTION
           MOVE AUDIT-RECORD TO WS-CHN-RECORD
           MOVE RETURN-CODE TO WS-CHN-RETURN-CODE
           CALL "RANDCHN" USING WS-CHNPARM
           MOVE WS-CHN-VALUE TO AUD-CHAIN-VALUE.
       CHAIN-AUDIT-RECORD-EXIT.
           EXIT.
      **
      * Bulk-draw path for modes 01-04: fills LS-BULK-ENTRY with up
      * to LS-BULK-REQ-COUNT values (capped at the table's 100) by
      * performing the same per-mode draw paragraphs the one-value
           MOVE LS-DATA TO AUD-MODE
           MOVE LS-RND-VAR TO AUD-RND-VAR
           MOVE LS-RUN-ID TO AUD-RUN-ID
           PERFORM CHAIN-AUDIT-RECORD THRU CHAIN-AUDIT-RECORD-EXIT
           WRITE AUDIT-RECORD.
       BULK-DRAW-ONE-VALUE-EXIT.
           EXIT.
      **
      * Appends one audit record per call: when it ran, which mode
      * was requested, and what LS-RND-VAR came back, chained to the
      * record before it.
      **
       WRITE-AUDIT-RECORD.
           ACCEPT AUD-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE LS-DATA TO AUD-MODE
           MOVE LS-RND-VAR TO AUD-RND-VAR
           MOVE LS-RUN-ID TO AUD-RUN-ID
           PERFORM CHAIN-AUDIT-RECORD THRU CHAIN-AUDIT-RECORD-EXIT
           WRITE AUDIT-RECORD.
       WRITE-AUDIT-RECORD-EXIT.
           EXIT.
      **
      * MODE 01 - unbounded PIC 9(09) random number, the next value
      * of the run's base stream.
      **
       MODE-01-UNBOUNDED-RANDOM.
           MOVE ZERO TO WS-GUARD-TRIES
           EXIT.
      **
      * MODE 03 - reproducible random number for QA regression runs.
      * The draw comes from a stream of its own built from the
      * caller's LS-SEED-VALUE alone (see SEED-MODE-03-STREAM), so
      * the same seed replays the same sequence of values across
      * separate runs of the calling job.
      **
       MODE-03-SEEDED-RANDOM.
           MOVE ZERO TO WS-GUARD-TRIES
      **
      * Draws a deterministic value and checks it against this run's
      * issued file; re-entered by the PERFORM ... UNTIL above on a
      * collision (the seeded stream still advances, so the replayed
      * sequence stays deterministic).
      **
       MODE-03-DRAW-AND-CHECK.
           ADD 1 TO WS-GUARD-TRIES
       MODE-07-DRAW-ONE-OFFSET-EXIT.
           EXIT.
      **
      * MODE 08 - one entry drawn uniformly from the DICTBL list
      * named in LS-DICT-NAME, returned in LS-ALPHA-VAR, with its
      * number within the list (1 thru the list size) in LS-RND-VAR
      * for the audit trail.  DICTBL is loaded on the first MODE 08
      * call of the run; a dictionary that cannot be loaded answers
      * status 08, and a list that is not there (or has no entries)
      * answers status 04, both with spaces/zero in the value fields.
      * The draw is rejection-sampled against the largest multiple
      * of the list size exactly as MODE 02's is, so no entry is
      * favoured.
      **
       MODE-08-DICTIONARY-ENTRY.
           MOVE ZERO TO LS-RND-VAR
           MOVE SPACES TO LS-ALPHA-VAR
           IF NOT WS-DICT-LOADED AND NOT WS-DICT-FAILED
               PERFORM LOAD-DICTIONARY THRU LOAD-DICTIONARY-EXIT
           END-IF
           IF WS-DICT-FAILED
               MOVE "08" TO LS-STATUS-CODE
               MOVE "02" TO LS-REASON-CODE
               GO TO MODE-08-DICTIONARY-ENTRY-EXIT
           END-IF
           MOVE ZERO TO WS-DICT-FOUND-LIST
           PERFORM FIND-DICTIONARY-LIST
               THRU FIND-DICTIONARY-LIST-EXIT
               VARYING WS-DICT-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-DICT-SUBSCRIPT > WS-DICT-LIST-COUNT
                  OR WS-DICT-FOUND-LIST > ZERO
           IF WS-DICT-FOUND-LIST = ZERO
               DISPLAY "RANDOM01: MODE 08 LIST " LS-DICT-NAME
                   " IS NOT IN DICTBL OR HAS NO ENTRIES"
               MOVE "04" TO LS-STATUS-CODE
               MOVE "05" TO LS-REASON-CODE
               GO TO MODE-08-DICTIONARY-ENTRY-EXIT
           END-IF
           MOVE WS-DICT-LIST-SIZE(WS-DICT-FOUND-LIST) TO WS-RANGE-SIZE
           MOVE 999999999 TO WS-UPPER-LIMIT
           DIVIDE WS-UPPER-LIMIT BY WS-RANGE-SIZE
               GIVING WS-QUOTIENT
           COMPUTE WS-UPPER-LIMIT = WS-QUOTIENT * WS-RANGE-SIZE
           PERFORM GENERATE-BASE-DRAW THRU GENERATE-BASE-DRAW-EXIT
               WITH TEST AFTER
               UNTIL WS-BASE-DRAW < WS-UPPER-LIMIT
           DIVIDE WS-BASE-DRAW BY WS-RANGE-SIZE
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           COMPUTE WS-DICT-ENTRY-NBR =
               WS-DICT-LIST-FIRST(WS-DICT-FOUND-LIST) + WS-REMAINDER
           MOVE WS-DICT-ENTRY(WS-DICT-ENTRY-NBR) TO LS-ALPHA-VAR
           COMPUTE LS-RND-VAR = WS-REMAINDER + 1.
       MODE-08-DICTIONARY-ENTRY-EXIT.
           EXIT.
      **
      * Sets WS-DICT-FOUND-LIST to the loaded list whose name is
      * LS-DICT-NAME, provided it has at least one entry.
      **
       FIND-DICTIONARY-LIST.
           IF WS-DICT-LIST-NAME(WS-DICT-SUBSCRIPT) = LS-DICT-NAME
              AND WS-DICT-LIST-SIZE(WS-DICT-SUBSCRIPT) > ZERO
               MOVE WS-DICT-SUBSCRIPT TO WS-DICT-FOUND-LIST
           END-IF.
       FIND-DICTIONARY-LIST-EXIT.
           EXIT.
      **
      * Loads DICTBL into WS-DICT-LIST-TABLE/WS-DICT-ENTRY-TABLE,
      * once, on the first MODE 08 call.  A dictionary that cannot
      * be opened marks the load failed so every MODE 08 call this
      * run answers status 08 under one diagnostic.  Entry lines
      * before the first header, comments and blanks are skipped;
      * lists past the table's 50, or entries past its 5000, are
      * ignored under a warning.
      **
       LOAD-DICTIONARY.
           OPEN INPUT RANDOM01-DICTIONARY-FILE
           IF WS-DICT-FILE-STATUS NOT = "00"
               DISPLAY "RANDOM01: UNABLE TO OPEN DICTBL, STATUS = "
                   WS-DICT-FILE-STATUS
                   " - MODE 08 CALLS WILL RETURN SPACES"
               MOVE "F" TO WS-DICT-STATE-SWITCH
               GO TO LOAD-DICTIONARY-EXIT
           END-IF
           MOVE ZERO TO WS-DICT-LIST-COUNT
           MOVE ZERO TO WS-DICT-ENTRY-COUNT
           MOVE "N" TO WS-DICT-EOF-SWITCH
           PERFORM LOAD-ONE-DICTIONARY-LINE
               THRU LOAD-ONE-DICTIONARY-LINE-EXIT
               UNTIL WS-DICT-EOF
           CLOSE RANDOM01-DICTIONARY-FILE
           MOVE "Y" TO WS-DICT-STATE-SWITCH.
       LOAD-DICTIONARY-EXIT.
           EXIT.
       LOAD-ONE-DICTIONARY-LINE.
           READ RANDOM01-DICTIONARY-FILE
               AT END
                   SET WS-DICT-EOF TO TRUE
                   GO TO LOAD-ONE-DICTIONARY-LINE-EXIT
           END-READ
           IF DIC-LIST-HEADER
               IF WS-DICT-LIST-COUNT >= 50
                   DISPLAY "RANDOM01: DICTBL HAS MORE THAN 50 LISTS - "
                       "THE REST ARE IGNORED"
                   SET WS-DICT-EOF TO TRUE
                   GO TO LOAD-ONE-DICTIONARY-LINE-EXIT
               END-IF
               ADD 1 TO WS-DICT-LIST-COUNT
               MOVE DIC-LIST-NAME
                   TO WS-DICT-LIST-NAME(WS-DICT-LIST-COUNT)
               COMPUTE WS-DICT-LIST-FIRST(WS-DICT-LIST-COUNT) =
                   WS-DICT-ENTRY-COUNT + 1
               MOVE ZERO TO WS-DICT-LIST-SIZE(WS-DICT-LIST-COUNT)
               GO TO LOAD-ONE-DICTIONARY-LINE-EXIT
           END-IF
           IF NOT DIC-LIST-ENTRY OR WS-DICT-LIST-COUNT = ZERO
               GO TO LOAD-ONE-DICTIONARY-LINE-EXIT
           END-IF
           IF WS-DICT-ENTRY-COUNT >= 5000
               DISPLAY "RANDOM01: DICTBL HAS MORE THAN 5000 ENTRIES - "
                   "THE REST ARE IGNORED"
               SET WS-DICT-EOF TO TRUE
               GO TO LOAD-ONE-DICTIONARY-LINE-EXIT
           END-IF
           ADD 1 TO WS-DICT-ENTRY-COUNT
           MOVE DIC-ENTRY-VALUE TO WS-DICT-ENTRY(WS-DICT-ENTRY-COUNT)
           ADD 1 TO WS-DICT-LIST-SIZE(WS-DICT-LIST-COUNT).
       LOAD-ONE-DICTIONARY-LINE-EXIT.
           EXIT.
      **
      * MODE 09 - format-preserving string.  Each of the first
      * LS-LENGTH positions of LS-SHAPE-VAR comes back in
      * LS-ALPHA-VAR with a digit replaced by a random digit, an
      * upper-case letter by a random upper-case letter and a
      * lower-case letter by a random lower-case one; anything else
      * (dashes, spaces, slashes) is returned where it stood.
      * LS-LENGTH is clamped as for MODE 04, and a result that is
      * nine digits long and all numeric goes through the same
      * exclusion screen and rebuild.
      **
       MODE-09-SHAPED-STRING.
           MOVE ZERO TO LS-RND-VAR
           IF LS-LENGTH > WS-ALPHA-MAX-LENGTH OR LS-LENGTH < 1
               MOVE WS-ALPHA-MAX-LENGTH TO LS-LENGTH
           END-IF
           MOVE ZERO TO WS-GUARD-TRIES
           PERFORM MODE-09-BUILD-ONE-STRING
               THRU MODE-09-BUILD-ONE-STRING-EXIT
               WITH TEST AFTER
               UNTIL WS-ALPHA-STRING-ACCEPTED
                  OR WS-GUARD-TRIES >= WS-GUARD-TRY-LIMIT
           IF NOT WS-ALPHA-STRING-ACCEPTED
               DISPLAY "RANDOM01: MODE 09 FOUND NO UNEXCLUDED "
                   "STRING WITHIN THE REDRAW LIMIT"
               MOVE SPACES TO LS-ALPHA-VAR
               MOVE "12" TO LS-STATUS-CODE
               MOVE "03" TO LS-REASON-CODE
           END-IF.
       MODE-09-SHAPED-STRING-EXIT.
           EXIT.
      **
      * Builds one candidate in the caller's shape and screens it
      * exactly as MODE-04-BUILD-ONE-STRING does.
      **
       MODE-09-BUILD-ONE-STRING.
           ADD 1 TO WS-GUARD-TRIES
           SET WS-ALPHA-STRING-ACCEPTED TO TRUE
           MOVE SPACES TO LS-ALPHA-VAR
           PERFORM BUILD-SHAPED-CHARACTER
               THRU BUILD-SHAPED-CHARACTER-EXIT
               VARYING WS-ALPHA-POSN FROM 1 BY 1
               UNTIL WS-ALPHA-POSN > LS-LENGTH
           IF WS-EXCL-FILE-OPEN AND LS-LENGTH = 9
               MOVE LS-ALPHA-VAR(1:9) TO WS-ALPHA-NUMERIC-VIEW
               IF WS-ALPHA-NUMERIC-NUM NUMERIC
                   MOVE WS-ALPHA-NUMERIC-NUM TO WS-CANDIDATE-VALUE
                   PERFORM CHECK-VALUE-EXCLUDED
                       THRU CHECK-VALUE-EXCLUDED-EXIT
                   IF WS-VALUE-IS-EXCLUDED
                       MOVE "N" TO WS-ALPHA-ACCEPT-SWITCH
                   END-IF
               END-IF
           END-IF.
       MODE-09-BUILD-ONE-STRING-EXIT.
           EXIT.
      **
      * Fills position WS-ALPHA-POSN of LS-ALPHA-VAR from the same
      * position of LS-SHAPE-VAR: a digit draws one of the ten digits
      * of WS-ALPHA-CHARS, an upper-case letter one of its 26
      * letters, a lower-case letter one of WS-LOWER-CHARS; any
      * other character is copied across unchanged.
      **
       BUILD-SHAPED-CHARACTER.
           MOVE LS-SHAPE-VAR(WS-ALPHA-POSN:1)
               TO LS-ALPHA-VAR(WS-ALPHA-POSN:1)
           IF LS-SHAPE-VAR(WS-ALPHA-POSN:1) = SPACE
               GO TO BUILD-SHAPED-CHARACTER-EXIT
           END-IF
           IF LS-SHAPE-VAR(WS-ALPHA-POSN:1) IS NUMERIC
               PERFORM GENERATE-BASE-DRAW THRU GENERATE-BASE-DRAW-EXIT
               DIVIDE WS-BASE-DRAW BY 10
                   GIVING WS-QUOTIENT REMAINDER WS-ALPHA-SUBSCRIPT
               ADD 27 TO WS-ALPHA-SUBSCRIPT
               MOVE WS-ALPHA-CHARS(WS-ALPHA-SUBSCRIPT:1)
                   TO LS-ALPHA-VAR(WS-ALPHA-POSN:1)
               GO TO BUILD-SHAPED-CHARACTER-EXIT
           END-IF
           IF LS-SHAPE-VAR(WS-ALPHA-POSN:1) IS ALPHABETIC-UPPER
               PERFORM GENERATE-BASE-DRAW THRU GENERATE-BASE-DRAW-EXIT
               DIVIDE WS-BASE-DRAW BY 26
                   GIVING WS-QUOTIENT REMAINDER WS-ALPHA-SUBSCRIPT
               ADD 1 TO WS-ALPHA-SUBSCRIPT
               MOVE WS-ALPHA-CHARS(WS-ALPHA-SUBSCRIPT:1)
                   TO LS-ALPHA-VAR(WS-ALPHA-POSN:1)
               GO TO BUILD-SHAPED-CHARACTER-EXIT
           END-IF
           IF LS-SHAPE-VAR(WS-ALPHA-POSN:1) IS ALPHABETIC-LOWER
               PERFORM GENERATE-BASE-DRAW THRU GENERATE-BASE-DRAW-EXIT
               DIVIDE WS-BASE-DRAW BY 26
                   GIVING WS-QUOTIENT REMAINDER WS-ALPHA-SUBSCRIPT
               ADD 1 TO WS-ALPHA-SUBSCRIPT
               MOVE WS-LOWER-CHARS(WS-ALPHA-SUBSCRIPT:1)
                   TO LS-ALPHA-VAR(WS-ALPHA-POSN:1)
           END-IF.
       BUILD-SHAPED-CHARACTER-EXIT.
           EXIT.
      **
      * Loads the HOLCAL site holiday calendar into WS-HOLIDAY-TABLE,
      * once, on the first MODE 06 call that asks for option "B".  A
      * calendar that cannot be opened marks the load failed so every
       CONVERT-DAY-NBR-TO-DATE-EXIT.
           EXIT.
      **
      * Mode 03's draw: the next value of the seeded stream, which is
      * built afresh from LS-SEED-VALUE the first time that seed is
      * asked for (or when the caller changes seed), so the same seed
      * always replays the same sequence from its first value.
      **
       GENERATE-SEEDED-DRAW.
           IF NOT WS-SEED-STREAM-READY
              OR LS-SEED-VALUE NOT = WS-SEED-STREAM-VALUE
               PERFORM SEED-MODE-03-STREAM
                   THRU SEED-MODE-03-STREAM-EXIT
           END-IF
           MOVE 2 TO WS-GEN-STREAM
           PERFORM DRAW-UNIFORM-VALUE THRU DRAW-UNIFORM-VALUE-EXIT.
       GENERATE-SEEDED-DRAW-EXIT.
           EXIT.
      **
       CHECK-VALUE-UNIQUE-EXIT.
           EXIT.
      **
      * Common draw routine used by every mode but 03: the next
      * value of the run's base stream, in WS-BASE-DRAW.
      **
       GENERATE-BASE-DRAW.
           MOVE 1 TO WS-GEN-STREAM
           PERFORM DRAW-UNIFORM-VALUE THRU DRAW-UNIFORM-VALUE-EXIT.
       GENERATE-BASE-DRAW-EXIT.
           EXIT.
      **
      * Turns the generator output of stream WS-GEN-STREAM into a
      * 9-digit value uniform over 0 thru 999999999.  An output above
      * WS-GEN-ACCEPT-LIMIT is thrown away and the stream stepped
      * again (about one step in fifteen), so the four whole billions
      * kept map four-to-one onto the nine-digit space with no
      * modulo bias.
      **
       DRAW-UNIFORM-VALUE.
           PERFORM STEP-GENERATOR THRU STEP-GENERATOR-EXIT
               WITH TEST AFTER
               UNTIL WS-GEN-Z NOT > WS-GEN-ACCEPT-LIMIT
           SUBTRACT 1 FROM WS-GEN-Z
           DIVIDE WS-GEN-Z BY 1000000000
               GIVING WS-GEN-QUOT REMAINDER WS-BASE-DRAW.
       DRAW-UNIFORM-VALUE-EXIT.
           EXIT.
      **
      * One MRG32k3a step of stream WS-GEN-STREAM:
      *   P1 = (1403580 * S11 - 810728 * S10) MOD M1
      *   P2 = (527612 * S22 - 1370589 * S20) MOD M2
      * each recurrence shifting its three words down and taking P
      * as the newest, and the output Z = P1 - P2, plus M1 when that
      * is not positive, giving 1 thru M1.  A negative remainder
      * (the dividend's sign carries to it) is brought back into
      * range by adding the modulus.
      **
       STEP-GENERATOR.
           COMPUTE WS-GEN-P1 =
               1403580 * WS-GEN-S(WS-GEN-STREAM, 2)
               - 810728 * WS-GEN-S(WS-GEN-STREAM, 1)
           DIVIDE WS-GEN-P1 BY WS-GEN-M1
               GIVING WS-GEN-QUOT REMAINDER WS-GEN-P1
           IF WS-GEN-P1 < ZERO
               ADD WS-GEN-M1 TO WS-GEN-P1
           END-IF
           MOVE WS-GEN-S(WS-GEN-STREAM, 2)
               TO WS-GEN-S(WS-GEN-STREAM, 1)
           MOVE WS-GEN-S(WS-GEN-STREAM, 3)
               TO WS-GEN-S(WS-GEN-STREAM, 2)
           MOVE WS-GEN-P1 TO WS-GEN-S(WS-GEN-STREAM, 3)
           COMPUTE WS-GEN-P2 =
               527612 * WS-GEN-S(WS-GEN-STREAM, 6)
               - 1370589 * WS-GEN-S(WS-GEN-STREAM, 4)
           DIVIDE WS-GEN-P2 BY WS-GEN-M2
               GIVING WS-GEN-QUOT REMAINDER WS-GEN-P2
           IF WS-GEN-P2 < ZERO
               ADD WS-GEN-M2 TO WS-GEN-P2
           END-IF
           MOVE WS-GEN-S(WS-GEN-STREAM, 5)
               TO WS-GEN-S(WS-GEN-STREAM, 4)
           MOVE WS-GEN-S(WS-GEN-STREAM, 6)
               TO WS-GEN-S(WS-GEN-STREAM, 5)
           MOVE WS-GEN-P2 TO WS-GEN-S(WS-GEN-STREAM, 6)
           IF WS-GEN-P1 > WS-GEN-P2
               COMPUTE WS-GEN-Z = WS-GEN-P1 - WS-GEN-P2
           ELSE
               COMPUTE WS-GEN-Z = WS-GEN-P1 - WS-GEN-P2 + WS-GEN-M1
           END-IF.
       STEP-GENERATOR-EXIT.
           EXIT.
      **
      * Builds mode 03's stream 2 from LS-SEED-VALUE alone.  The six
      * state words are successive values of the 32-bit linear
      * congruential sequence X = (69069 * X + 1) MOD 2**32 started
      * at the seed, each reduced by its recurrence's modulus; the
      * stream is then stepped twenty times so that neighbouring
      * seeds have nothing visible in common by the first value
      * handed out.  Nothing here depends on the clock or the
      * run-id, which is what keeps the seed-replay promise.
      **
       SEED-MODE-03-STREAM.
           MOVE LS-SEED-VALUE TO WS-SEED-STREAM-VALUE
           MOVE LS-SEED-VALUE TO WS-GEN-SEED-X
           PERFORM EXPAND-ONE-SEED-WORD THRU EXPAND-ONE-SEED-WORD-EXIT
               VARYING WS-GEN-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-GEN-SUBSCRIPT > 6
           MOVE 2 TO WS-GEN-STREAM
           PERFORM STEP-GENERATOR THRU STEP-GENERATOR-EXIT 20 TIMES
           SET WS-SEED-STREAM-READY TO TRUE.
       SEED-MODE-03-STREAM-EXIT.
           EXIT.
       EXPAND-ONE-SEED-WORD.
           COMPUTE WS-GEN-SEED-X = 69069 * WS-GEN-SEED-X + 1
           DIVIDE WS-GEN-SEED-X BY 4294967296
               GIVING WS-GEN-QUOT REMAINDER WS-GEN-SEED-X
           IF WS-GEN-SUBSCRIPT > 3
               DIVIDE WS-GEN-SEED-X BY WS-GEN-M2
                   GIVING WS-GEN-QUOT
                   REMAINDER WS-GEN-S(2, WS-GEN-SUBSCRIPT)
           ELSE
               DIVIDE WS-GEN-SEED-X BY WS-GEN-M1
                   GIVING WS-GEN-QUOT
                   REMAINDER WS-GEN-S(2, WS-GEN-SUBSCRIPT)
           END-IF.
       EXPAND-ONE-SEED-WORD-EXIT.
           EXIT.
      **
      * Sets up the run's streams on its first drawing call, under
      * that call's run-id and LS-STREAM-OPTION:
      *   "C" - stream 1 (and stream 2, if one was saved) pick up
      *         exactly where the saved record left them, and the
      *         position carries on from the saved count;
      *   "R" - stream 1 goes back to where it started and the
      *         position to zero; stream 2 is rebuilt from the seed
      *         on the first mode 03 call, which is the same thing;
      *   anything else - a fresh stream 1 is seeded from the master
      *         stream and saved under the run-id, replacing any
      *         stream saved under it before.
      * "C" and "R" need a run-id with a saved stream; without one
      * the call is answered status 04 reason 06 and nothing is set
      * up, so the caller can decide what to do rather than being
      * handed a stream it did not ask for.
      **
       START-RUN-STREAM.
           MOVE LS-RUN-ID TO WS-STREAM-RUN-ID
           MOVE ZERO TO WS-STREAM-POSITION
           IF LS-STREAM-OPTION NOT = "C" AND LS-STREAM-OPTION NOT = "R"
               PERFORM SEED-FRESH-STREAM THRU SEED-FRESH-STREAM-EXIT
               GO TO START-RUN-STREAM-EXIT
           END-IF
           IF WS-STREAM-RUN-ID = SPACES
               DISPLAY "RANDOM01: STREAM OPTION " LS-STREAM-OPTION
                   " NEEDS A RUN-ID"
               MOVE "04" TO LS-STATUS-CODE
               MOVE "06" TO LS-REASON-CODE
               GO TO START-RUN-STREAM-EXIT
           END-IF
           MOVE WS-STREAM-RUN-ID TO STR-RUN-ID
           READ RANDOM01-STREAM-FILE
               INVALID KEY
                   DISPLAY "RANDOM01: NO STREAM SAVED FOR RUN-ID "
                       WS-STREAM-RUN-ID
                   MOVE "04" TO LS-STATUS-CODE
                   MOVE "06" TO LS-REASON-CODE
                   GO TO START-RUN-STREAM-EXIT
           END-READ
           PERFORM LOAD-ONE-STATE-WORD THRU LOAD-ONE-STATE-WORD-EXIT
               VARYING WS-GEN-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-GEN-SUBSCRIPT > 6
           IF LS-STREAM-OPTION = "C"
               MOVE STR-POSITION TO WS-STREAM-POSITION
               IF STR-SEED-STREAM-SAVED
                   MOVE STR-SEED-VALUE TO WS-SEED-STREAM-VALUE
                   SET WS-SEED-STREAM-READY TO TRUE
               END-IF
           END-IF
           SET WS-STREAM-READY TO TRUE.
       START-RUN-STREAM-EXIT.
           EXIT.
       LOAD-ONE-STATE-WORD.
           MOVE STR-BASE-START(WS-GEN-SUBSCRIPT)
               TO WS-GEN-START(WS-GEN-SUBSCRIPT)
           IF LS-STREAM-OPTION = "C"
               MOVE STR-BASE-STATE(WS-GEN-SUBSCRIPT)
                   TO WS-GEN-S(1, WS-GEN-SUBSCRIPT)
               MOVE STR-SEED-STATE(WS-GEN-SUBSCRIPT)
                   TO WS-GEN-S(2, WS-GEN-SUBSCRIPT)
           ELSE
               MOVE STR-BASE-START(WS-GEN-SUBSCRIPT)
                   TO WS-GEN-S(1, WS-GEN-SUBSCRIPT)
           END-IF.
       LOAD-ONE-STATE-WORD-EXIT.
           EXIT.
      **
      * Seeds a fresh stream 1.  Its six words are the next six
      * outputs of the master stream (stream 3, saved in RANDSTRM
      * under WS-MASTER-KEY and started from L'Ecuyer's published
      * default of 12345 in every word the first time a site runs),
      * each reduced by its recurrence's modulus, with the date and
      * time of day added in.  Because every fresh run takes its
      * own slice of the master stream, two runs started in the same
      * clock tick still get unrelated streams; the clock only
      * covers the rare pair that read the master record together.
      * A recurrence whose three words all came out zero (which
      * would stick at zero for ever) gets a 1.
      **
       SEED-FRESH-STREAM.
           MOVE WS-MASTER-KEY TO STR-RUN-ID
           MOVE "N" TO WS-MASTER-FOUND-SWITCH
           READ RANDOM01-STREAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MASTER-FOUND TO TRUE
           END-READ
           PERFORM LOAD-ONE-MASTER-WORD THRU LOAD-ONE-MASTER-WORD-EXIT
               VARYING WS-GEN-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-GEN-SUBSCRIPT > 6
           PERFORM DRAW-ONE-FRESH-WORD THRU DRAW-ONE-FRESH-WORD-EXIT
               VARYING WS-GEN-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-GEN-SUBSCRIPT > 6
           ACCEPT WS-GEN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-GEN-CLOCK FROM TIME
           COMPUTE WS-GEN-P1 = WS-GEN-S(1, 1) + WS-GEN-CLOCK
           DIVIDE WS-GEN-P1 BY WS-GEN-M1
               GIVING WS-GEN-QUOT REMAINDER WS-GEN-S(1, 1)
           COMPUTE WS-GEN-P2 = WS-GEN-S(1, 4) + WS-GEN-DATE
           DIVIDE WS-GEN-P2 BY WS-GEN-M2
               GIVING WS-GEN-QUOT REMAINDER WS-GEN-S(1, 4)
           IF WS-GEN-S(1, 1) = ZERO AND WS-GEN-S(1, 2) = ZERO
              AND WS-GEN-S(1, 3) = ZERO
               MOVE 1 TO WS-GEN-S(1, 1)
           END-IF
           IF WS-GEN-S(1, 4) = ZERO AND WS-GEN-S(1, 5) = ZERO
              AND WS-GEN-S(1, 6) = ZERO
               MOVE 1 TO WS-GEN-S(1, 4)
           END-IF
           MOVE WS-GEN-ENTRY(1) TO WS-GEN-START-TABLE
           MOVE WS-MASTER-KEY TO STR-RUN-ID
           PERFORM SAVE-ONE-MASTER-WORD THRU SAVE-ONE-MASTER-WORD-EXIT
               VARYING WS-GEN-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-GEN-SUBSCRIPT > 6
           MOVE "N" TO STR-SEED-SWITCH
           MOVE ZERO TO STR-SEED-VALUE
           MOVE ZERO TO STR-POSITION
           MOVE WS-GEN-DATE TO STR-UPDATE-DATE
           MOVE WS-GEN-CLOCK TO STR-UPDATE-TIME
           IF WS-MASTER-FOUND
               REWRITE STREAM-RECORD
           ELSE
               WRITE STREAM-RECORD
           END-IF
           IF WS-STREAM-FILE-STATUS NOT = "00"
               DISPLAY "RANDOM01: RANDSTRM MASTER RECORD NOT SAVED, "
                   "STATUS = " WS-STREAM-FILE-STATUS
           END-IF
           SET WS-STREAM-READY TO TRUE
           PERFORM SAVE-RUN-STREAM THRU SAVE-RUN-STREAM-EXIT.
       SEED-FRESH-STREAM-EXIT.
           EXIT.
       LOAD-ONE-MASTER-WORD.
           IF WS-MASTER-FOUND
               MOVE STR-BASE-STATE(WS-GEN-SUBSCRIPT)
                   TO WS-GEN-S(3, WS-GEN-SUBSCRIPT)
           ELSE
               MOVE 12345 TO WS-GEN-S(3, WS-GEN-SUBSCRIPT)
           END-IF.
       LOAD-ONE-MASTER-WORD-EXIT.
           EXIT.
       DRAW-ONE-FRESH-WORD.
           MOVE 3 TO WS-GEN-STREAM
           PERFORM STEP-GENERATOR THRU STEP-GENERATOR-EXIT
           IF WS-GEN-SUBSCRIPT > 3
               DIVIDE WS-GEN-Z BY WS-GEN-M2
                   GIVING WS-GEN-QUOT
                   REMAINDER WS-GEN-S(1, WS-GEN-SUBSCRIPT)
           ELSE
               DIVIDE WS-GEN-Z BY WS-GEN-M1
                   GIVING WS-GEN-QUOT
                   REMAINDER WS-GEN-S(1, WS-GEN-SUBSCRIPT)
           END-IF.
       DRAW-ONE-FRESH-WORD-EXIT.
           EXIT.
       SAVE-ONE-MASTER-WORD.
           MOVE WS-GEN-S(3, WS-GEN-SUBSCRIPT)
               TO STR-BASE-START(WS-GEN-SUBSCRIPT)
           MOVE WS-GEN-S(3, WS-GEN-SUBSCRIPT)
               TO STR-BASE-STATE(WS-GEN-SUBSCRIPT)
           MOVE ZERO TO STR-SEED-STATE(WS-GEN-SUBSCRIPT).
       SAVE-ONE-MASTER-WORD-EXIT.
           EXIT.
      **
      * Saves the run's streams under its run-id at the end of a
      * call - where stream 1 started and has got to, stream 2 and
      * its seed if mode 03 has been drawn from, and the position -
      * and hands the position back to the caller.  A run without a
      * run-id keeps its streams in storage only.  A failed save
      * does not fail the call (the value is already drawn and
      * audited); it is reported once, and a restart will find the
      * saved position behind its own count and replay instead.
      **
       SAVE-RUN-STREAM.
           MOVE WS-STREAM-POSITION TO LS-STREAM-POSITION
           IF WS-STREAM-RUN-ID = SPACES
               GO TO SAVE-RUN-STREAM-EXIT
           END-IF
           MOVE WS-STREAM-RUN-ID TO STR-RUN-ID
           PERFORM SAVE-ONE-STATE-WORD THRU SAVE-ONE-STATE-WORD-EXIT
               VARYING WS-GEN-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-GEN-SUBSCRIPT > 6
           IF WS-SEED-STREAM-READY
               MOVE "Y" TO STR-SEED-SWITCH
               MOVE WS-SEED-STREAM-VALUE TO STR-SEED-VALUE
           ELSE
               MOVE "N" TO STR-SEED-SWITCH
               MOVE ZERO TO STR-SEED-VALUE
           END-IF
           MOVE WS-STREAM-POSITION TO STR-POSITION
           ACCEPT STR-UPDATE-DATE FROM DATE YYYYMMDD
           ACCEPT STR-UPDATE-TIME FROM TIME
           REWRITE STREAM-RECORD
               INVALID KEY
                   WRITE STREAM-RECORD
           END-REWRITE
           IF WS-STREAM-FILE-STATUS NOT = "00"
              AND NOT WS-SAVE-WARNED
               DISPLAY "RANDOM01: STREAM STATE NOT SAVED FOR RUN-ID "
                   WS-STREAM-RUN-ID ", RANDSTRM STATUS = "
                   WS-STREAM-FILE-STATUS
               SET WS-SAVE-WARNED TO TRUE
           END-IF.
       SAVE-RUN-STREAM-EXIT.
           EXIT.
       SAVE-ONE-STATE-WORD.
           MOVE WS-GEN-START(WS-GEN-SUBSCRIPT)
               TO STR-BASE-START(WS-GEN-SUBSCRIPT)
           MOVE WS-GEN-S(1, WS-GEN-SUBSCRIPT)
               TO STR-BASE-STATE(WS-GEN-SUBSCRIPT)
           IF WS-SEED-STREAM-READY
               MOVE WS-GEN-S(2, WS-GEN-SUBSCRIPT)
                   TO STR-SEED-STATE(WS-GEN-SUBSCRIPT)
           ELSE
               MOVE ZERO TO STR-SEED-STATE(WS-GEN-SUBSCRIPT)
           END-IF.
       SAVE-ONE-STATE-WORD-EXIT.
           EXIT.
      **
      * Answers a stream query (LS-STREAM-OPTION "Q") without
      * drawing: the position of the stream this execution is
      * already drawing from, or failing that the position saved
      * under the caller's run-id.  No run-id, or nothing saved
      * under it, answers status 04 reason 06 with a zero position.
      **
       QUERY-SAVED-STREAM.
           MOVE ZERO TO LS-STREAM-POSITION
           IF WS-STREAM-READY
               MOVE WS-STREAM-POSITION TO LS-STREAM-POSITION
               GO TO QUERY-SAVED-STREAM-EXIT
           END-IF
           IF LS-RUN-ID = SPACES
               MOVE "04" TO LS-STATUS-CODE
               MOVE "06" TO LS-REASON-CODE
               GO TO QUERY-SAVED-STREAM-EXIT
           END-IF
           MOVE LS-RUN-ID TO STR-RUN-ID
           READ RANDOM01-STREAM-FILE
               INVALID KEY
                   MOVE "04" TO LS-STATUS-CODE
                   MOVE "06" TO LS-REASON-CODE
               NOT INVALID KEY
                   MOVE STR-POSITION TO LS-STREAM-POSITION
           END-READ.
       QUERY-SAVED-STREAM-EXIT.
           EXIT.
      ** add other procedures here
       END PROGRAM RANDOM01.
