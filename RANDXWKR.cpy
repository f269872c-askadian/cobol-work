      ******************************************************************
      * Member: RANDXWKR.
      * Purpose: RECORD LAYOUT OF A MASKING SET'S CROSSWALK, SHARED BY
      *          RANDMASK (WHICH BUILDS IT) AND RANDLEAK (WHICH SCANS
      *          ITS CLEAR VALUES FOR LEAKS), SO THE COPIES CAN NEVER
      *          DRIFT OUT OF STEP WITH EACH OTHER - THE SAME REASON
      *          THE AUDIT RECORD LIVES IN RANDAUDR.  INCLUDE UNDER
      *          THE FD WITH A PLAIN COPY RANDXWKR.
      *          ONE RECORD PER CLEAR VALUE MASKED: THE KEY IS THE
      *          FIELD LENGTH PLUS THE CLEAR VALUE (SPACE-PADDED TO
      *          40), THE DATA THE MASKED VALUE IT WAS ASSIGNED.  THE
      *          FILE IS THE RE-IDENTIFICATION KEY FOR THE WHOLE
      *          MASKING SET.  TWO FIELD LENGTHS ARE RESERVED:
      *            000 - A DICTIONARY ENTRY: THE LIST NAME AND THE
      *                  CLEAR VALUE IN THE KEY, THE WHOLE DICTBL ROW
      *                  AS THE DATA
      *            999 - A DATE-SHIFT ENTITY: THE ENTITY'S CLEAR
      *                  VALUE IN THE KEY, ITS SIGNED DAY OFFSET AS
      *                  THE DATA
      ******************************************************************
       01 XWALK-RECORD.
           10 XWK-KEY.
               15 XWK-FIELD-LENGTH PIC 9(03).
               15 XWK-CLEAR-VALUE  PIC X(40).
               15 XWK-DICT-KEY REDEFINES XWK-CLEAR-VALUE.
                   20 XWK-DICT-LIST-NAME   PIC X(08).
                   20 XWK-DICT-CLEAR-VALUE PIC X(32).
           10 XWK-MASKED-VALUE    PIC X(40).
           10 XWK-SHIFT-DATA REDEFINES XWK-MASKED-VALUE.
               15 XWK-SHIFT-DAYS  PIC S9(03) SIGN LEADING SEPARATE.
               15 FILLER          PIC X(36).
