      ******************************************************************
      * Author: AMRESH KADIAN.
      * Date: 10/08/2026.
      * Purpose: RANDAUD CHECK-VALUE CHAIN ROUTINE.  RANDRECON PROVES
      *          A DELIVERED FILE AGREES WITH RANDAUD, BUT NOTHING
      *          PROVED RANDAUD ITSELF HAD NOT BEEN EDITED - ANYONE
      *          WITH UPDATE ACCESS COULD CHANGE A VALUE OR DROP A
      *          RECORD AND THE RECONCILIATION WOULD STILL AGREE.
      *          EVERY AUDIT RECORD NOW CARRIES A CHECK VALUE (SEE
      *          AUD-CHAIN-VALUE IN RANDAUDR) COMPUTED HERE OVER THE
      *          RECORD'S OWN CONTENTS AND THE PREVIOUS RECORD'S
      *          CHECK VALUE, SO ONE CHANGED, MISSING OR INSERTED
      *          RECORD BREAKS THE CHAIN FROM THAT POINT ON.  ONE
      *          ROUTINE SERVES THE WRITER (RANDOM01) AND THE
      *          CHECKERS (RANDAUDV, RANDPACK) SO THE ARITHMETIC CAN
      *          NEVER DIFFER BETWEEN THEM.  CALLED WITH THE RANDCHNP
      *          REQUEST AREA (SEE THAT MEMBER FOR THE FUNCTIONS AND
      *          STATUS CODES).
      *          THE CHECK VALUE IS EIGHTEEN DIGITS: TWO NINE-DIGIT
      *          POLYNOMIAL HASHES OF THE 35 BYTES THAT PRECEDE IT,
      *          MODULO THE PRIMES 999999937 AND 999999929, EACH
      *          STARTED FROM ONE HALF OF THE PREVIOUS CHECK VALUE,
      *          THE SECOND ALSO FOLDING IN THE FIRST AT EVERY BYTE.
      *          IT DETECTS EDITING, NOT A DETERMINED FORGER WHO ALSO
      *          RECOMPUTES EVERY LATER VALUE - THE CLOSING VALUES
      *          RANDAUDV AND RANDARCH PRINT ARE WHAT PIN THE FILE
      *          DOWN BETWEEN ONE CHECK AND THE NEXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RANDCHN.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-CHN-PRIME-1         PIC S9(18) COMP VALUE 999999937.
       77 WS-CHN-PRIME-2         PIC S9(18) COMP VALUE 999999929.
       77 WS-CHN-HALF-SPLIT      PIC S9(18) COMP VALUE 1000000000.
       77 WS-CHN-HASH-1          PIC S9(18) COMP.
       77 WS-CHN-HASH-2          PIC S9(18) COMP.
       77 WS-CHN-WORK            PIC S9(18) COMP.
       77 WS-CHN-QUOT            PIC S9(18) COMP.
       77 WS-CHN-SUBSCRIPT       PIC S9(04) COMP.
       77 WS-CHN-HASHED-LENGTH   PIC S9(04) COMP VALUE 35.
      * ONE BYTE OF THE RECORD AS A NUMBER: THE BYTE GOES IN THE LOW
      * HALF OF A HALFWORD WHOSE HIGH HALF IS LOW-VALUE.
       01 WS-BYTE-WORK.
           10 WS-BYTE-NUMBER      PIC 9(04) COMP.
       01 WS-BYTE-CHARS REDEFINES WS-BYTE-WORK.
           10 WS-BYTE-HIGH        PIC X(01).
           10 WS-BYTE-LOW         PIC X(01).
      * THE RECORD BEING CHAINED, UNDER THE RANDAUDR NAMES, AND THE
      * SAME BYTES SPLIT INTO THE PART THAT IS HASHED AND THE CHECK
      * VALUE ITSELF.
           COPY RANDAUDR.
       01 WS-AUDIT-PARTS REDEFINES AUDIT-RECORD.
           10 WS-HASHED-PART      PIC X(35).
           10 FILLER              PIC X(18).
       LINKAGE SECTION.
      * LS-CHNPARM IS THE RANDCHNP REQUEST AREA (SEE THAT MEMBER)
      * WITH FIELD NAMES PREFIXED LS.
           COPY RANDCHNP
               REPLACING ==PREFIX-CHNPARM== BY ==LS-CHNPARM==
                 ==PREFIX-CHN-FUNCTION== BY ==LS-CHN-FUNCTION==
                 ==PREFIX-CHN-RECORD== BY ==LS-CHN-RECORD==
                 ==PREFIX-CHN-PREVIOUS== BY ==LS-CHN-PREVIOUS==
                 ==PREFIX-CHN-VALUE== BY ==LS-CHN-VALUE==
                 ==PREFIX-CHN-STATE== BY ==LS-CHN-STATE==
                 ==PREFIX-CHN-RETURN-CODE== BY ==LS-CHN-RETURN-CODE==
                 ==PREFIX-CHN-STATUS== BY ==LS-CHN-STATUS==
                 ==PREFIX-CHN-REASON== BY ==LS-CHN-REASON==.
       PROCEDURE DIVISION USING LS-CHNPARM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      **
      * The main procedure of the program.  LS-CHN-FUNCTION picks
      * compute or verify; the caller's return code is restored
      * before GOBACK.
      **
       MAIN-PROCEDURE.
           MOVE "00" TO LS-CHN-STATUS
           MOVE "00" TO LS-CHN-REASON
           MOVE LS-CHN-RECORD TO AUDIT-RECORD
           EVALUATE LS-CHN-FUNCTION
               WHEN "C"
                   PERFORM COMPUTE-CHECK-VALUE
                       THRU COMPUTE-CHECK-VALUE-EXIT
                   MOVE LS-CHN-VALUE TO LS-CHN-PREVIOUS
               WHEN "V"
                   PERFORM VERIFY-NEXT-RECORD
                       THRU VERIFY-NEXT-RECORD-EXIT
               WHEN OTHER
                   MOVE "16" TO LS-CHN-STATUS
           END-EVALUATE.
       MAIN-RESTORE-AND-RETURN.
           MOVE LS-CHN-RETURN-CODE TO RETURN-CODE
           GOBACK.
      **
      * Checks one record of a file against the chain carried in
      * LS-CHN-PREVIOUS and LS-CHN-STATE (SPACE = no record seen
      * yet, "A" = anchor seen, "L" = unchained records only since
      * the chain last started, "C" = chained records seen).  An
      * anchor is taken as carried only as the very first record.
      * A record without a check value is an old one, passed over
      * with status 04 - unless chained records came before it,
      * which nothing but editing can produce.  After a break the
      * chain is picked up from the record's own value.
      **
       VERIFY-NEXT-RECORD.
           IF AUD-MODE = 98
               IF LS-CHN-STATE = SPACE
                  AND AUD-CHAIN-VALUE NUMERIC
                   MOVE AUD-CHAIN-VALUE TO LS-CHN-PREVIOUS
                   MOVE AUD-CHAIN-VALUE TO LS-CHN-VALUE
                   MOVE "A" TO LS-CHN-STATE
               ELSE
                   MOVE "08" TO LS-CHN-STATUS
                   MOVE "02" TO LS-CHN-REASON
                   PERFORM RESTART-CHAIN-HERE
                       THRU RESTART-CHAIN-HERE-EXIT
               END-IF
               GO TO VERIFY-NEXT-RECORD-EXIT
           END-IF
           IF AUD-CHAIN-VALUE NOT NUMERIC
               IF LS-CHN-STATE = "C"
                   MOVE "08" TO LS-CHN-STATUS
                   MOVE "03" TO LS-CHN-REASON
               ELSE
                   MOVE "04" TO LS-CHN-STATUS
               END-IF
               MOVE ZERO TO LS-CHN-PREVIOUS
               MOVE ZERO TO LS-CHN-VALUE
               MOVE "L" TO LS-CHN-STATE
               GO TO VERIFY-NEXT-RECORD-EXIT
           END-IF
           PERFORM COMPUTE-CHECK-VALUE THRU COMPUTE-CHECK-VALUE-EXIT
           IF LS-CHN-VALUE NOT = AUD-CHAIN-VALUE
               MOVE "08" TO LS-CHN-STATUS
               MOVE "01" TO LS-CHN-REASON
           END-IF
           MOVE AUD-CHAIN-VALUE TO LS-CHN-PREVIOUS
           MOVE "C" TO LS-CHN-STATE.
       VERIFY-NEXT-RECORD-EXIT.
           EXIT.
       RESTART-CHAIN-HERE.
           IF AUD-CHAIN-VALUE NUMERIC
               MOVE AUD-CHAIN-VALUE TO LS-CHN-PREVIOUS
               MOVE "C" TO LS-CHN-STATE
           ELSE
               MOVE ZERO TO LS-CHN-PREVIOUS
               MOVE "L" TO LS-CHN-STATE
           END-IF
           MOVE LS-CHN-PREVIOUS TO LS-CHN-VALUE.
       RESTART-CHAIN-HERE-EXIT.
           EXIT.
      **
      * The check value of the record's first 35 bytes chained onto
      * LS-CHN-PREVIOUS: each half of the previous value starts one
      * of the two hashes, every byte is folded into both, and the
      * two nine-digit results side by side are the new value.  All
      * the arithmetic is exact integer arithmetic - the largest
      * intermediate is under 3 * 10**11.
      **
       COMPUTE-CHECK-VALUE.
           DIVIDE LS-CHN-PREVIOUS BY WS-CHN-HALF-SPLIT
               GIVING WS-CHN-WORK REMAINDER WS-CHN-HASH-2
           DIVIDE WS-CHN-WORK BY WS-CHN-PRIME-1
               GIVING WS-CHN-QUOT REMAINDER WS-CHN-HASH-1
           MOVE WS-CHN-HASH-2 TO WS-CHN-WORK
           DIVIDE WS-CHN-WORK BY WS-CHN-PRIME-2
               GIVING WS-CHN-QUOT REMAINDER WS-CHN-HASH-2
           MOVE LOW-VALUE TO WS-BYTE-HIGH
           PERFORM HASH-ONE-BYTE THRU HASH-ONE-BYTE-EXIT
               VARYING WS-CHN-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-CHN-SUBSCRIPT > WS-CHN-HASHED-LENGTH
           COMPUTE LS-CHN-VALUE =
               WS-CHN-HASH-1 * WS-CHN-HALF-SPLIT + WS-CHN-HASH-2.
       COMPUTE-CHECK-VALUE-EXIT.
           EXIT.
       HASH-ONE-BYTE.
           MOVE WS-HASHED-PART(WS-CHN-SUBSCRIPT:1) TO WS-BYTE-LOW
           COMPUTE WS-CHN-WORK =
               WS-CHN-HASH-1 * 263 + WS-BYTE-NUMBER + 1
           DIVIDE WS-CHN-WORK BY WS-CHN-PRIME-1
               GIVING WS-CHN-QUOT REMAINDER WS-CHN-HASH-1
           COMPUTE WS-CHN-WORK =
               WS-CHN-HASH-2 * 269 + WS-BYTE-NUMBER + 1
               + WS-CHN-HASH-1
           DIVIDE WS-CHN-WORK BY WS-CHN-PRIME-2
               GIVING WS-CHN-QUOT REMAINDER WS-CHN-HASH-2.
       HASH-ONE-BYTE-EXIT.
           EXIT.
       END PROGRAM RANDCHN.
