               15 PREFIX-AMT-HIGH     PIC 9(07)V99.
               15 PREFIX-AMT-SKEW     PIC X(01).
               15 PREFIX-AMT-SIGN     PIC X(01).
      * MODE 08 DICTIONARY LIST - THE NAME OF THE LIST IN THE DICTBL
      * SIDE FILE (FIRST NAMES, SURNAMES, STREETS, CITY/STATE/ZIP
      * ROWS ...) TO DRAW ONE ENTRY FROM.  THE ENTRY COMES BACK IN
      * PREFIX-ALPHA-VAR AND ITS NUMBER WITHIN THE LIST IN
      * PREFIX-RND-VAR, WHICH IS WHAT FLOWS TO THE AUDIT TRAIL.
               15 PREFIX-DICT-NAME    PIC X(08).
      * MODE 09 SHAPE - THE VALUE WHOSE FORMAT THE DRAW KEEPS.  EACH
      * DIGIT COMES BACK AS A RANDOM DIGIT, EACH LETTER AS A RANDOM
      * LETTER OF THE SAME CASE, AND ANYTHING ELSE (DASHES, SPACES,
      * SLASHES) WHERE IT STOOD, IN PREFIX-ALPHA-VAR.
               15 PREFIX-SHAPE-VAR    PIC X(40).
      * STREAM OPTION.  EVERY DRAW COMES FROM A SEEDED MRG32K3A
      * GENERATOR WHOSE STATE RANDOM01 KEEPS IN THE RANDSTRM STATE
      * FILE UNDER PREFIX-RUN-ID, SO A RESTARTED JOB CAN PICK UP THE
      * EXACT STREAM IT WAS DRAWING.  "Q" IS HONOURED ON ANY CALL;
      * THE OTHER VALUES ARE READ ON THE FIRST DRAWING CALL OF AN
      * EXECUTION ONLY.  SET IT (SPACE FOR A FRESH STREAM) BEFORE
      * EVERY CALL - THE AREA CARRIES NO INITIAL VALUE:
      *   "Q" - QUERY ONLY: NOTHING IS DRAWN OR AUDITED.  THE
      *         POSITION OF THE STREAM THIS EXECUTION IS DRAWING,
      *         OR BEFORE THE FIRST DRAW THE POSITION SAVED UNDER
      *         THE RUN-ID, COMES BACK IN PREFIX-STREAM-POSITION
      *   "C" - CONTINUE THE RUN-ID'S SAVED STREAM WHERE IT STOPPED
      *   "R" - REWIND THE RUN-ID'S SAVED STREAM TO WHERE IT STARTED,
      *         SO A CALLER CAN REPLAY WHAT IT ALREADY HOLDS
      *   ANYTHING ELSE - START A FRESH STREAM FOR THE RUN-ID,
      *         REPLACING ANY STREAM SAVED UNDER IT
      * MODE 03 DRAWS FROM ITS OWN STREAM, BUILT FROM
      * PREFIX-SEED-VALUE ALONE, SO THE SAME SEED REPLAYS THE SAME
      * SEQUENCE WHATEVER THE OPTION OR RUN-ID.
               15 PREFIX-STREAM-OPTION PIC X(01).
           10 PREFIX-RETURN-AREA.
               15 PREFIX-RND-VAR      PIC 9(09).
               15 PREFIX-ALPHA-VAR    PIC X(40).
      *   04 - BAD PARAMETER (REASON 01 = MODE 06 LOW DATE INVALID,
      *        02 = MODE 06 HIGH DATE INVALID, 03 = MODE 06 FOUND NO
      *        ACCEPTABLE DATE UNDER THE OPTION, 04 = MODE 05 TABLE
      *        EMPTY OR WEIGHTS SUM TO ZERO, 05 = MODE 08 LIST
      *        NOT IN DICTBL OR HAS NO ENTRIES, 06 = STREAM
      *        OPTION C, R OR Q WITH NO RUN-ID OR NO STREAM SAVED
      *        UNDER IT)
      *   08 - CALENDAR UNAVAILABLE (REASON 01 = HOLCAL COULD NOT BE
      *        LOADED FOR A MODE 06 OPTION B CALL, 02 = DICTBL
      *        COULD NOT BE LOADED FOR A MODE 08 CALL)
      *   12 - EXCLUSION/UNIQUENESS EXHAUSTED (REASON 01 = MODES
      *        01/03 FOUND NO ISSUABLE VALUE WITHIN THE REDRAW
      *        LIMIT, 02 = MODE 04 DITTO, 03 = MODE 09 DITTO)
      *   16 - FILE FAILURE (REASON 01 = RANDAUD, 02 = RANDISS,
      *        03 = RANDSTRM)
      * A BAD STATUS RETURNS ZERO/SPACES IN THE VALUE FIELDS, AS THE
      * FAILURE PATHS ALWAYS DID - THE STATUS IS WHAT LETS A DRIVER
      * STOP OR SKIP INSTEAD OF WRITING THOUSANDS OF ZERO RECORDS.
               15 PREFIX-STATUS-CODE  PIC X(02).
               15 PREFIX-REASON-CODE  PIC X(02).
      * VALUES THE RUN-ID'S STREAM HAS DELIVERED WITH STATUS 00 SINCE
      * IT WAS STARTED (OR REWOUND), RETURNED ON EVERY CALL.  A
      * RESTARTING DRIVER COMPARES IT WITH THE RECORDS IT HOLDS TO
      * DECIDE WHETHER IT CAN CONTINUE THE STREAM AS IT STANDS.
               15 PREFIX-STREAM-POSITION PIC 9(09).
      * BULK-DRAW INTERFACE (MODES 01-04).  A CALLER THAT SETS
      * PREFIX-BULK-REQ-COUNT ABOVE 1 GETS UP TO THAT MANY VALUES
      * (CAPPED AT THE TABLE'S 100 ENTRIES) IN ONE CALL, IN
