      ******************************************************************
      * Member: RANDRWKR.
      * Purpose: RECORD LAYOUT OF A MASKING SET'S REVERSE SCREEN,
      *          SHARED BY RANDMASK (WHICH BUILDS IT) AND RANDUNMK
      *          (WHICH READS IT TO ANSWER A CONTROLLED
      *          RE-IDENTIFICATION REQUEST), SO THE COPIES CAN NEVER
      *          DRIFT OUT OF STEP WITH EACH OTHER - THE SAME REASON
      *          THE CROSSWALK RECORD LIVES IN RANDXWKR.  INCLUDE
      *          UNDER THE FD WITH A PLAIN COPY RANDRWKR.
      *          ONE RECORD PER SUBSTITUTE ISSUED: THE KEY IS THE
      *          FIELD LENGTH PLUS THE MASKED VALUE (SPACE-PADDED TO
      *          40), THE DATA THE CLEAR VALUE IT STANDS FOR.  ONLY
      *          THE ONE-TO-ONE MODES (02, 04, 09, 10) ARE HELD HERE;
      *          DICTIONARY ENTRIES AND DATE-SHIFT OFFSETS ARE NOT.
      ******************************************************************
       01 RWALK-RECORD.
           10 RWK-KEY.
               15 RWK-FIELD-LENGTH PIC 9(03).
               15 RWK-MASKED-VALUE PIC X(40).
           10 RWK-CLEAR-VALUE     PIC X(40).
