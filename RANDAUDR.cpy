      *          ONE (VALUE ZERO) WHEN A RUN STARTS WITH NO RANDEXCL
      *          SITE EXCLUSION FILE PRESENT, SO THE TRAIL PROVES
      *          WHICH RUNS WERE SCREENED AGAINST LIVE IDENTIFIERS.
      *          AUD-CHAIN-VALUE IS THE RECORD'S CHECK VALUE: RANDCHN'S
      *          HASH OF THE REST OF THE RECORD CHAINED ONTO THE
      *          PREVIOUS RECORD'S CHECK VALUE (ZERO FOR THE FIRST),
      *          SO CHANGING, REMOVING OR INSERTING ANY RECORD BREAKS
      *          THE CHAIN FROM THERE ON (SEE RANDCHNP, AND RANDAUDV
      *          WHICH WALKS IT).  RECORDS WRITTEN BEFORE THE FIELD
      *          EXISTED READ BACK AS SPACES THERE.
      *          AUD-MODE 98 IS THE CHAIN ANCHOR, ALSO NOT A DRAW:
      *          RANDARCH CUTS ONE (VALUE ZERO, RUN-ID RANDARCH) AS
      *          THE FIRST RECORD OF THE FRESH AUDIT FILE IT BUILDS,
      *          CARRYING IN AUD-CHAIN-VALUE THE CHECK VALUE OF THE
      *          LAST RECORD IT ARCHIVED, SO THE RETAINED RECORDS
      *          STILL CHAIN ON THEIR OWN.
      ******************************************************************
       01 AUDIT-RECORD.
           10 AUD-CURRENT-DATE PIC 9(08).
           10 AUD-MODE         PIC 9(02).
           10 AUD-RND-VAR      PIC 9(09).
           10 AUD-RUN-ID       PIC X(08).
           10 AUD-CHAIN-VALUE  PIC 9(18).
