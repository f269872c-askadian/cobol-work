      ******************************************************************
      * Member: RANDCHNP.
      * Purpose: REQUEST-AREA LAYOUT SHARED BY RANDCHN AND EVERY
      *          PROGRAM THAT WRITES OR CHECKS THE RANDAUD CHECK-VALUE
      *          CHAIN (RANDOM01 WRITES IT; RANDAUDV AND RANDPACK
      *          CHECK IT).  THE CALLER SETS THE FUNCTION AND THE
      *          AUDIT RECORD (THE RANDAUDR LAYOUT, MOVED IN WHOLE)
      *          AND THE RETURN CODE IT IS RUNNING WITH:
      *            "C" - COMPUTE.  RANDCHN PUTS THE CHECK VALUE OF
      *                  THE RECORD'S CONTENTS CHAINED ONTO
      *                  PREFIX-CHN-PREVIOUS IN PREFIX-CHN-VALUE, AND
      *                  MAKES IT THE NEW PREFIX-CHN-PREVIOUS READY
      *                  FOR THE NEXT RECORD.  THE RECORD'S OWN CHECK
      *                  VALUE COLUMNS ARE IGNORED.
      *            "V" - VERIFY THE NEXT RECORD OF A FILE.  THE
      *                  CALLER SETS PREFIX-CHN-STATE TO SPACE BEFORE
      *                  THE FIRST RECORD AND THEN LEAVES IT, AND
      *                  PREFIX-CHN-PREVIOUS, ALONE - RANDCHN CARRIES
      *                  THE CHAIN IN THEM FROM RECORD TO RECORD.
      *                  PREFIX-CHN-VALUE COMES BACK AS THE CHECK
      *                  VALUE THE RECORD SHOULD CARRY.
      *          RANDCHN ANSWERS IN THE STATUS FIELD:
      *            00 - CHECK VALUE COMPUTED, OR RECORD CHAINS
      *                 CORRECTLY (AN ANCHOR ON THE FIRST RECORD
      *                 ANSWERS 00 TOO - ITS CHECK VALUE IS TAKEN AS
      *                 CARRIED, NOT CHECKED)
      *            04 - RECORD CARRIES NO CHECK VALUE: WRITTEN BEFORE
      *                 THE CHAIN EXISTED.  THE CHAIN STARTS AFRESH
      *                 (FROM ZERO) AFTER IT
      *            08 - THE CHAIN IS BROKEN AT THIS RECORD; THE
      *                 REASON CODE SAYS HOW:
      *                   01 - CHECK VALUE DOES NOT MATCH THE CONTENTS
      *                        AND THE PREVIOUS RECORD'S VALUE (THE
      *                        RECORD WAS CHANGED, OR ONE BEFORE IT
      *                        WAS CHANGED, REMOVED OR INSERTED)
      *                   02 - A CHAIN ANCHOR (MODE 98) THAT IS NOT
      *                        THE FIRST RECORD OF THE FILE
      *                   03 - A RECORD WITH NO CHECK VALUE FOLLOWING
      *                        CHAINED ONES
      *                 EITHER WAY THE CHAIN IS PICKED UP AGAIN FROM
      *                 THE RECORD'S OWN VALUE, SO ONE BREAK IS NOT
      *                 REPORTED OVER AND OVER DOWN THE REST OF THE
      *                 FILE
      *            16 - UNKNOWN FUNCTION
      *          RANDCHN RESTORES THE CALLER'S RETURN CODE (AS PASSED
      *          IN THE REQUEST) BEFORE RETURNING, AS RANDJRN DOES.
      *          AS WITH RANDPARM, EVERY FIELD NAME IS WRITTEN WITH A
      *          PREFIX- PLACEHOLDER; INCLUDE WITH COPY RANDCHNP
      *          REPLACING ==PREFIX-xxx== BY ==yyy-xxx== FOR EACH
      *          NAME BELOW (LS IN RANDCHN ITSELF).
      ******************************************************************
       01 PREFIX-CHNPARM.
           10 PREFIX-CHN-FUNCTION     PIC X(01).
           10 PREFIX-CHN-RECORD       PIC X(53).
           10 PREFIX-CHN-PREVIOUS     PIC 9(18).
           10 PREFIX-CHN-VALUE        PIC 9(18).
           10 PREFIX-CHN-STATE        PIC X(01).
           10 PREFIX-CHN-RETURN-CODE  PIC 9(02).
           10 PREFIX-CHN-STATUS       PIC X(02).
           10 PREFIX-CHN-REASON       PIC X(02).
