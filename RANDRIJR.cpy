      ******************************************************************
      * Member: RANDRIJR.
      * Purpose: RECORD LAYOUT OF THE RE-IDENTIFICATION JOURNAL
      *          (REIDJRNL), SHARED BY RANDUNMK (WHICH APPENDS ONE
      *          RECORD PER LOOKUP) AND RANDUNRP (WHICH REPORTS IT
      *          FOR THE PRIVACY OFFICE), SO THE COPIES CAN NEVER
      *          DRIFT OUT OF STEP WITH EACH OTHER - THE SAME REASON
      *          THE RUN-JOURNAL RECORD LIVES IN RANDJRNR.  INCLUDE
      *          UNDER THE FD WITH A PLAIN COPY RANDRIJR.
      *          EVERY MASKED VALUE ON A RANDUNMK CARD IS JOURNALLED
      *          BEFORE ITS ANSWER IS PRINTED, WHETHER IT WAS FOUND,
      *          NOT FOUND OR REJECTED AS AN INVALID CARD.  THE CLEAR
      *          VALUE IS DELIBERATELY NOT CARRIED - THE JOURNAL
      *          RECORDS WHO ASKED FOR WHAT, AND MUST NOT ITSELF
      *          BECOME A SECOND RE-IDENTIFICATION KEY.
      ******************************************************************
       01 REID-JOURNAL-RECORD.
           10 RIJ-STAMP-DATE   PIC 9(08).
           10 RIJ-STAMP-TIME.
               20  RIJ-HOUR    PIC 99.
               20  RIJ-MINUTE  PIC 99.
               20  RIJ-MS      PIC 9(4).
           10 RIJ-REQUESTER    PIC X(08).
           10 RIJ-TICKET       PIC X(12).
           10 RIJ-SET-NAME     PIC X(20).
           10 RIJ-FIELD-LENGTH PIC 9(03).
           10 RIJ-MASKED-VALUE PIC X(40).
           10 RIJ-RESULT       PIC X(01).
               88 RIJ-FOUND            VALUE "F".
               88 RIJ-NOT-FOUND        VALUE "N".
               88 RIJ-REJECTED         VALUE "R".
