      ******************************************************************
      * Member: RANDREQR.
      * Purpose: RECORD LAYOUT OF THE SAMPLE-REQUEST MASTER FILE
      *          (REQMAST), SHARED BY RANDREQ (WHICH ADDS, CHANGES
      *          AND CANCELS REQUESTS) AND RANDREQS (THE NIGHTLY
      *          STATUS JOB THAT MOVES THEM FORWARD), SO THE COPIES
      *          CAN NEVER DRIFT OUT OF STEP WITH EACH OTHER - THE
      *          SAME REASON THE AUDIT RECORD LIVES IN RANDAUDR.
      *          INCLUDE UNDER THE FD WITH A PLAIN COPY RANDREQR.
      *          THE FILE IS INDEXED ON REQ-RUN-ID, THE RUN-ID MADE
      *          UP FOR THE REQUEST WHEN IT IS SUBMITTED - THE SAME
      *          TOKEN EVERY DRIVER, RANDRECON AND RANDPACK RECORD
      *          THE RUN UNDER IN RUNJRNL, WHICH IS HOW RANDREQS
      *          TIES THE JOURNAL BACK TO THE REQUEST.
      *          REQ-STAGE ONLY EVER MOVES FORWARD:
      *            0 - RECEIVED         (ADDED BY RANDREQ)
      *            1 - DRAWN            (A DRAWING PROGRAM CLOSED
      *                                  NORMALLY UNDER THE RUN-ID)
      *            2 - RECONCILED       (RANDRECON CLOSED WITH
      *                                  RETURN CODE 0)
      *            3 - EVIDENCE-PACKED  (RANDPACK CLOSED WITH
      *                                  RETURN CODE 0 - PACK COMPLETE)
      *            4 - DELIVERED        (DELIVERY RECORDED THROUGH
      *                                  RANDREQ ON A PACKED REQUEST)
      *            9 - CANCELLED        (BY RANDREQ; NOT MOVED AGAIN)
      *          THE DATE EACH STAGE WAS FIRST REACHED IS KEPT.
      *          REQ-OPEN-RUNS AND REQ-PACK-FAILED-SWITCH ARE REBUILT
      *          BY EVERY RANDREQS RUN FROM THE WHOLE JOURNAL: STARTS
      *          STILL WITHOUT AN END, AND WHETHER THE LATEST RANDPACK
      *          VERDICT FOR THE RUN-ID WAS A FAILURE.
      ******************************************************************
       01 REQUEST-RECORD.
           10 REQ-RUN-ID           PIC X(08).
           10 REQ-REQUESTER        PIC X(20).
           10 REQ-DEPARTMENT       PIC X(10).
           10 REQ-PURPOSE          PIC X(40).
           10 REQ-POPULATION       PIC X(30).
           10 REQ-SAMPLE-SIZE      PIC 9(07).
           10 REQ-DUE-DATE         PIC 9(08).
           10 REQ-STAGE            PIC 9(01).
               88 REQ-RECEIVED             VALUE 0.
               88 REQ-DRAWN                VALUE 1.
               88 REQ-RECONCILED           VALUE 2.
               88 REQ-PACKED               VALUE 3.
               88 REQ-DELIVERED            VALUE 4.
               88 REQ-CANCELLED            VALUE 9.
               88 REQ-OPEN                 VALUE 0 THRU 3.
           10 REQ-RECEIVED-DATE    PIC 9(08).
           10 REQ-DRAWN-DATE       PIC 9(08).
           10 REQ-RECONCILED-DATE  PIC 9(08).
           10 REQ-PACKED-DATE      PIC 9(08).
           10 REQ-DELIVERED-DATE   PIC 9(08).
           10 REQ-CANCELLED-DATE   PIC 9(08).
           10 REQ-LAST-CHANGED-DATE PIC 9(08).
           10 REQ-OPEN-RUNS        PIC 9(03).
           10 REQ-PACK-FAILED-SWITCH PIC X(01).
               88 REQ-PACK-FAILED          VALUE "Y".
           10 FILLER               PIC X(20).
