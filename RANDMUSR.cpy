      ******************************************************************
      * Member: RANDMUSR.
      * Purpose: RECORD LAYOUT OF A MONETARY-UNIT SAMPLE (MUSOUT),
      *          SHARED BY RANDMUS (WHICH SELECTS IT) AND RANDMUSE
      *          (WHICH EVALUATES IT AGAINST THE AUDITED AMOUNTS), SO
      *          THE COPIES CAN NEVER DRIFT OUT OF STEP WITH EACH
      *          OTHER - THE SAME REASON THE AUDIT RECORD LIVES IN
      *          RANDAUDR.  INCLUDE UNDER THE FD WITH A PLAIN COPY
      *          RANDMUSR.
      *          THE FIRST RECORD ("H") CARRIES THE PLAN THE SAMPLE
      *          WAS DRAWN UNDER - RUN-ID, CONFIDENCE, TOLERABLE AND
      *          EXPECTED MISSTATEMENT, BOOK VALUE, SAMPLING INTERVAL,
      *          RANDOM START AND PLANNED SIZE - SO THE EVALUATION
      *          STEP WORKS FROM EXACTLY THE FIGURES THE SELECTION
      *          USED.  EVERY RECORD AFTER IT ("S") IS ONE SELECTED
      *          ITEM: ITS POPIN SEQUENCE NUMBER, BOOK AMOUNT, THE
      *          NUMBER OF SELECTION POINTS THAT FELL IN IT, WHETHER
      *          IT IS A TOP-STRATUM ITEM (BOOK AMOUNT AT OR ABOVE THE
      *          INTERVAL, TAKEN WITH CERTAINTY) AND THE POPIN RECORD
      *          ITSELF.  ITEMS ARE IN POPIN ORDER.
      ******************************************************************
       01 MUS-SELECTION-RECORD.
           10 MUS-REC-TYPE         PIC X(01).
               88 MUS-PLAN-HEADER          VALUE "H".
               88 MUS-SELECTED-ITEM        VALUE "S".
           10 MUS-REC-BODY         PIC X(230).
           10 MUS-PLAN-BODY REDEFINES MUS-REC-BODY.
               15 MUS-RUN-ID         PIC X(08).
               15 MUS-SELECT-DATE    PIC 9(08).
               15 MUS-CONFIDENCE     PIC 9(02).
               15 MUS-TOLERABLE      PIC 9(11)V99.
               15 MUS-EXPECTED       PIC 9(11)V99.
               15 MUS-BOOK-VALUE     PIC 9(13)V99.
               15 MUS-INTERVAL       PIC 9(13)V99.
               15 MUS-RANDOM-START   PIC 9(13)V99.
               15 MUS-PLANNED-SIZE   PIC 9(07).
               15 FILLER             PIC X(134).
           10 MUS-ITEM-BODY REDEFINES MUS-REC-BODY.
               15 MUS-SEQ-NBR        PIC 9(09).
               15 MUS-BOOK-AMOUNT    PIC 9(13)V99.
               15 MUS-HIT-COUNT      PIC 9(05).
               15 MUS-TOP-SWITCH     PIC X(01).
                   88 MUS-TOP-STRATUM          VALUE "Y".
               15 MUS-POP-RECORD     PIC X(200).
