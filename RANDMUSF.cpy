      ******************************************************************
      * Member: RANDMUSF.
      * Purpose: MONETARY-UNIT SAMPLING FACTOR TABLE, SHARED BY RANDMUS
      *          (SAMPLE SIZE AND INTERVAL) AND RANDMUSE (BASIC
      *          PRECISION AND INCREMENTAL ALLOWANCES), SO PLANNING AND
      *          EVALUATION CAN NEVER USE DIFFERENT FIGURES.  INCLUDE
      *          IN WORKING-STORAGE WITH A PLAIN COPY RANDMUSF.
      *          ONE ROW PER SUPPORTED CONFIDENCE LEVEL: THE LEVEL IN
      *          PERCENT, THE EXPANSION FACTOR APPLIED TO EXPECTED
      *          MISSTATEMENT WHEN PLANNING (AICPA AUDIT SAMPLING
      *          GUIDE), THEN THE POISSON UPPER-LIMIT RELIABILITY
      *          FACTORS FOR 0 THRU 10 MISSTATEMENTS, ROUNDED UP TO
      *          THE HUNDREDTH.  FACTOR (1) - ZERO MISSTATEMENTS -
      *          SETS THE INTERVAL AND THE BASIC PRECISION; THE STEP
      *          FROM ONE FACTOR TO THE NEXT, LESS ONE, IS THE
      *          INCREMENTAL ALLOWANCE FOR EACH FURTHER MISSTATEMENT.
      ******************************************************************
       01 MUS-FACTOR-VALUES.
           10 FILLER PIC X(48) VALUE
               "801301610300042805520673079109081024113812521366".
           10 FILLER PIC X(48) VALUE
               "851401900338047306020727085009711090120813251442".
           10 FILLER PIC X(48) VALUE
               "901502310389053306690800092810541178130014211541".
           10 FILLER PIC X(48) VALUE
               "951603000475063007760916105211851315144415711697".
           10 FILLER PIC X(48) VALUE
               "991904610664084110051161131114581600174118792015".
       01 MUS-FACTOR-TABLE REDEFINES MUS-FACTOR-VALUES.
           10 MUS-FACTOR-ROW OCCURS 5 TIMES.
               15 MUS-FCT-CONFIDENCE  PIC 9(02).
               15 MUS-FCT-EXPANSION   PIC 9V9.
               15 MUS-FCT-RELIABILITY PIC 9(02)V99 OCCURS 11 TIMES.
