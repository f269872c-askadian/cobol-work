      ******************************************************************
      * Author: AMRESH KADIAN.
      * Date: 10/06/2026.
      * Purpose: RANDVERIF BASELINE MIGRATION TO THE MRG32K3A
      *          GENERATOR.  A RANDVERIF BASELINE (VERBASE) IS A
      *          RANDOUT CAPTURED FROM A MODE 03 RUN WHEN THE SEEDED
      *          SEQUENCE WAS LAST KNOWN GOOD; ONCE RANDOM01 DRAWS
      *          FROM MRG32K3A EVERY BASELINE CAPTURED UNDER THE OLD
      *          CLOCK ARITHMETIC FAILS ITS REPLAY ON PURPOSE.  THIS
      *          JOB TAKES THE SAME SEED AND COUNT RANDVERIF DOES
      *          (COLUMNS 1-16 OF ITS CARD ARE VERCTL'S LAYOUT, SO
      *          THE SAME CARD SERVES BOTH) PLUS THE CUTOVER DATE AND
      *          THE SIGNER, AND ON OR AFTER THAT DATE:
      *            - CHECKS THE OLD BASELINE IS THE ONE THE CARD
      *              DESCRIBES (SEQUENCE NUMBERS 1 THRU COUNT, NO
      *              MORE, NO LESS) AND TAKES ITS HASH TOTAL,
      *            - DRIVES RANDOM01 IN MODE 03 EXACTLY AS RANDVERIF
      *              DOES AND WRITES THE NEW BASELINE (VERBNEW) IN
      *              THE SAME LAYOUT,
      *            - APPENDS A SIGN-OFF RECORD TO THE BASELINE
      *              SIGN-OFF REGISTER (VERSIGN): WHO SIGNED, WHEN,
      *              FOR WHICH CUTOVER, SEED AND COUNT, THE GENERATOR,
      *              AND THE HASH TOTALS OF THE OLD AND NEW BASELINES
      *              (THE SAME SUM OF VALUES RANDBATCH PUTS ON A
      *              DELIMITED TRAILER), SO ANYONE CAN LATER PROVE THE
      *              BASELINE IN USE IS THE ONE THAT WAS SIGNED.
      *          VERBNEW THEN REPLACES VERBASE IN THE POST-INSTALL JOB
      *          STREAM.  A RUN BEFORE THE CUTOVER DATE, A CARD
      *          WITHOUT A SIGNER, OR AN OLD BASELINE THAT DOES NOT
      *          MATCH ITS CARD IS REFUSED WITH RETURN-CODE 16 AND
      *          NOTHING IS SIGNED; A RANDOM01 FAILURE DURING THE
      *          REGENERATION ENDS WITH RETURN-CODE 12, ALSO UNSIGNED.
      *          A CLEAN MIGRATION ENDS WITH RETURN-CODE 0.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RANDVMIG.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RANDVMIG-CONTROL-FILE
               ASSIGN TO "VMGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT RANDVMIG-OLD-BASE-FILE
               ASSIGN TO "VERBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-BASE-FILE-STATUS.
           SELECT RANDVMIG-NEW-BASE-FILE
               ASSIGN TO "VERBNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-BASE-FILE-STATUS.
           SELECT RANDVMIG-SIGNOFF-FILE
               ASSIGN TO "VERSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-FILE-STATUS.
           SELECT RANDVMIG-REPORT-FILE
               ASSIGN TO "VMGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * ONE CONTROL CARD: THE SEED AND COUNT OF THE BASELINE RUN IN
      * RANDVERIF'S COLUMNS, THEN THE CUTOVER DATE (YYYYMMDD) AND
      * THE ID OF THE PERSON SIGNING THE NEW BASELINE OFF.
       FD  RANDVMIG-CONTROL-FILE.
       01 CTL-RECORD.
           10 CTL-SEED-VALUE      PIC 9(09).
           10 CTL-COUNT           PIC 9(07).
           10 CTL-CUTOVER-DATE    PIC 9(08).
           10 CTL-SIGNED-BY       PIC X(08).
           10 FILLER              PIC X(48).
      * SAME LAYOUT RANDBATCH WRITES TO RANDOUT AND RANDVERIF READS -
      * THE OLD BASELINE IN, THE NEW ONE OUT.
       FD  RANDVMIG-OLD-BASE-FILE.
       01 OLD-RECORD.
           10 OLD-SEQ-NBR         PIC 9(07).
           10 OLD-VALUE.
               15 OLD-VALUE-NUM   PIC 9(09).
               15 FILLER          PIC X(31).
           10 OLD-CURRENT-DATE    PIC 9(08).
           10 OLD-CURRENT-TIME    PIC 9(08).
       FD  RANDVMIG-NEW-BASE-FILE.
       01 NEW-RECORD.
           10 NEW-SEQ-NBR         PIC 9(07).
           10 NEW-VALUE.
               15 NEW-VALUE-NUM   PIC 9(09).
               15 FILLER          PIC X(31).
           10 NEW-CURRENT-DATE    PIC 9(08).
           10 NEW-CURRENT-TIME    PIC 9(08).
      * ONE SIGN-OFF RECORD PER MIGRATED BASELINE, APPENDED - THE
      * REGISTER IS NEVER REWRITTEN, SO EVERY BASELINE EVER SIGNED
      * STAYS ON IT.
       FD  RANDVMIG-SIGNOFF-FILE.
       01 SGN-RECORD.
           10 SGN-SIGN-DATE       PIC 9(08).
           10 SGN-SIGN-TIME       PIC 9(08).
           10 SGN-SIGNED-BY       PIC X(08).
           10 SGN-CUTOVER-DATE    PIC 9(08).
           10 SGN-SEED-VALUE      PIC 9(09).
           10 SGN-COUNT           PIC 9(07).
           10 SGN-GENERATOR       PIC X(08).
           10 SGN-OLD-HASH        PIC 9(18).
           10 SGN-NEW-HASH        PIC 9(18).
           10 SGN-CHANGED-COUNT   PIC 9(07).
           10 FILLER              PIC X(21).
       FD  RANDVMIG-REPORT-FILE.
       01 RPT-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-CONTROL-FILE-STATUS PIC XX.
       77 WS-OLD-BASE-FILE-STATUS PIC XX.
       77 WS-NEW-BASE-FILE-STATUS PIC XX.
       77 WS-SIGNOFF-FILE-STATUS PIC XX.
       77 WS-REPORT-FILE-STATUS  PIC XX.
       77 WS-SEQ-NBR             PIC 9(07) COMP.
       77 WS-ABEND-SWITCH        PIC X VALUE "N".
           88 WS-ABEND                   VALUE "Y".
       77 WS-OLD-BASE-EOF-SWITCH PIC X VALUE "N".
           88 WS-OLD-BASE-EOF             VALUE "Y".
       77 WS-OLD-BASE-BAD-SWITCH PIC X VALUE "N".
           88 WS-OLD-BASE-BAD             VALUE "Y".
       77 WS-TODAY               PIC 9(08).
       77 WS-NOW                 PIC 9(08).
       77 WS-OLD-COUNT           PIC 9(07) COMP VALUE ZERO.
       77 WS-NEW-COUNT           PIC 9(09) COMP VALUE ZERO.
       77 WS-CHANGED-COUNT       PIC 9(07) COMP VALUE ZERO.
      * HASH TOTALS: THE SUM OF THE NINE-DIGIT VALUES IN EACH
      * BASELINE, AS RANDBATCH'S DELIMITED TRAILER CARRIES IT.
       77 WS-OLD-HASH            PIC 9(18) COMP VALUE ZERO.
       77 WS-NEW-HASH            PIC 9(18) COMP VALUE ZERO.
       77 WS-GENERATOR-NAME      PIC X(08) VALUE "MRG32K3A".
       77 WS-MIGRATE-RUN-ID      PIC X(08) VALUE "VMIGRATE".
       01 WS-HEADER-LINE.
           10 FILLER              PIC X(28) VALUE
               "BASELINE MIGRATION FOR SEED ".
           10 WS-HDR-SEED         PIC 9(09).
           10 FILLER              PIC X(07) VALUE " COUNT ".
           10 WS-HDR-COUNT        PIC 9(07).
           10 FILLER              PIC X(09) VALUE " CUTOVER ".
           10 WS-HDR-CUTOVER      PIC 9(08).
           10 FILLER              PIC X(12) VALUE SPACES.
       01 WS-HASH-LINE.
           10 WS-HASH-LABEL       PIC X(24).
           10 WS-HASH-COUNT       PIC ZZZZZZ9.
           10 FILLER              PIC X(14) VALUE " VALUES, HASH ".
           10 WS-HASH-VALUE       PIC 9(18).
           10 FILLER              PIC X(17) VALUE SPACES.
       01 WS-CHANGED-LINE.
           10 FILLER              PIC X(24) VALUE
               "VALUES CHANGED          ".
           10 WS-CHG-COUNT        PIC ZZZZZZ9.
           10 FILLER              PIC X(49) VALUE SPACES.
       01 WS-SIGNED-LINE.
           10 FILLER              PIC X(27) VALUE
               "*** NEW BASELINE SIGNED BY ".
           10 WS-SGN-BY           PIC X(08).
           10 FILLER              PIC X(04) VALUE " ON ".
           10 WS-SGN-DATE         PIC 9(08).
           10 FILLER              PIC X(07) VALUE " UNDER ".
           10 WS-SGN-GENERATOR    PIC X(08).
           10 FILLER              PIC X(04) VALUE " ***".
           10 FILLER              PIC X(14) VALUE SPACES.
      * PARAMETER AREA PASSED TO RANDOM01 - THE RANDPARM LAYOUT (SEE
      * THAT MEMBER) WITH FIELD NAMES PREFIXED RND.
           COPY RANDPARM
               REPLACING ==PREFIX-VARIABLES== BY ==RND-VARIABLES==
                 ==PREFIX-PARMS== BY ==RND-PARMS==
                 ==PREFIX-LENGTH== BY ==RND-LENGTH==
                 ==PREFIX-DATA== BY ==RND-DATA==
                 ==PREFIX-RANGE-LOW== BY ==RND-RANGE-LOW==
                 ==PREFIX-RANGE-HIGH== BY ==RND-RANGE-HIGH==
                 ==PREFIX-SEED-VALUE== BY ==RND-SEED-VALUE==
                 ==PREFIX-DATE-LOW== BY ==RND-DATE-LOW==
                 ==PREFIX-DATE-HIGH== BY ==RND-DATE-HIGH==
                 ==PREFIX-DATE-OPTION== BY ==RND-DATE-OPTION==
                 ==PREFIX-RUN-ID== BY ==RND-RUN-ID==
                 ==PREFIX-WEIGHT-COUNT== BY ==RND-WEIGHT-COUNT==
                 ==PREFIX-WEIGHT-TABLE== BY ==RND-WEIGHT-TABLE==
                 ==PREFIX-WEIGHT-CODE== BY ==RND-WEIGHT-CODE==
                 ==PREFIX-WEIGHT-VALUE== BY ==RND-WEIGHT-VALUE==
                 ==PREFIX-RETURN-AREA== BY ==RND-RETURN-AREA==
                 ==PREFIX-RND-VAR== BY ==RND-RND-VAR==
                 ==PREFIX-ALPHA-VAR== BY ==RND-ALPHA-VAR==
                 ==PREFIX-CATEGORY-VAR== BY ==RND-CATEGORY-VAR==
                 ==PREFIX-AMT-LOW== BY ==RND-AMT-LOW==
                 ==PREFIX-AMT-HIGH== BY ==RND-AMT-HIGH==
                 ==PREFIX-AMT-SKEW== BY ==RND-AMT-SKEW==
                 ==PREFIX-AMT-SIGN== BY ==RND-AMT-SIGN==
                 ==PREFIX-DICT-NAME== BY ==RND-DICT-NAME==
                 ==PREFIX-SHAPE-VAR== BY ==RND-SHAPE-VAR==
                 ==PREFIX-STREAM-OPTION== BY ==RND-STREAM-OPTION==
                 ==PREFIX-AMOUNT-VAR== BY ==RND-AMOUNT-VAR==
                 ==PREFIX-STATUS-CODE== BY ==RND-STATUS-CODE==
                 ==PREFIX-REASON-CODE== BY ==RND-REASON-CODE==
                 ==PREFIX-STREAM-POSITION==
                   BY ==RND-STREAM-POSITION==
                 ==PREFIX-BULK-AREA== BY ==RND-BULK-AREA==
                 ==PREFIX-BULK-REQ-COUNT== BY ==RND-BULK-REQ-COUNT==
                 ==PREFIX-BULK-RET-COUNT== BY ==RND-BULK-RET-COUNT==
                 ==PREFIX-BULK-ENTRY== BY ==RND-BULK-ENTRY==
                 ==PREFIX-BULK-VALUE== BY ==RND-BULK-VALUE==
                 ==PREFIX-BULK-ALPHA== BY ==RND-BULK-ALPHA==.
      * REQUEST AREA PASSED TO RANDJRN TO REGISTER THIS EXECUTION IN
      * THE COMMON RUN JOURNAL - THE RANDJRNP LAYOUT (SEE THAT
      * MEMBER) WITH FIELD NAMES PREFIXED RND.
           COPY RANDJRNP
               REPLACING ==PREFIX-JRNPARM== BY ==RND-JRNPARM==
                 ==PREFIX-JRN-FUNCTION== BY ==RND-JRN-FUNCTION==
                 ==PREFIX-JRN-PROGRAM== BY ==RND-JRN-PROGRAM==
                 ==PREFIX-JRN-RUN-ID== BY ==RND-JRN-RUN-ID==
                 ==PREFIX-JRN-CARD-IMAGE== BY ==RND-JRN-CARD-IMAGE==
                 ==PREFIX-JRN-RECORD-COUNT==
                   BY ==RND-JRN-RECORD-COUNT==
                 ==PREFIX-JRN-RETURN-CODE== BY ==RND-JRN-RETURN-CODE==
                 ==PREFIX-JRN-STATUS== BY ==RND-JRN-STATUS==.
       77 WS-JOURNAL-STARTED-SWITCH PIC X VALUE "N".
           88 WS-JOURNAL-STARTED          VALUE "Y".
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      ******************************************************************
      * 0000-MAINLINE
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-ABEND
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 2000-CHECK-OLD-BASELINE THRU 2000-EXIT
           IF WS-ABEND
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 3000-REGENERATE-ONE-VALUE THRU 3000-EXIT
               VARYING WS-SEQ-NBR FROM 1 BY 1
               UNTIL WS-SEQ-NBR > CTL-COUNT
                  OR WS-ABEND
           IF WS-ABEND
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 4000-SIGN-NEW-BASELINE THRU 4000-EXIT
           IF WS-ABEND
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-MAINLINE-EXIT.
           PERFORM 9100-JOURNAL-END THRU 9100-EXIT
           GOBACK.
      ******************************************************************
      * 1000-INITIALIZE - READ THE ONE CONTROL CARD, REFUSE IT IF THE
      * COUNT IS ZERO, THE CUTOVER DATE IS NOT A DATE OR HAS NOT
      * COME YET, OR NOBODY IS NAMED TO SIGN, THEN OPEN THE FILES.
      * ANY FAILURE SETS WS-ABEND-SWITCH.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT RANDVMIG-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "RANDVMIG: UNABLE TO OPEN VMGCTL, STATUS = "
                   WS-CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ RANDVMIG-CONTROL-FILE
               AT END
                   DISPLAY "RANDVMIG: VMGCTL HAS NO CONTROL CARD"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
                   GO TO 1000-EXIT
           END-READ
           CLOSE RANDVMIG-CONTROL-FILE
           PERFORM 9000-JOURNAL-START THRU 9000-EXIT
           IF CTL-SEED-VALUE NOT NUMERIC
              OR CTL-COUNT NOT NUMERIC
              OR CTL-COUNT = ZERO
               DISPLAY "RANDVMIG: SEED OR COUNT ON THE CONTROL CARD "
                   "IS MISSING OR ZERO"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF CTL-CUTOVER-DATE NOT NUMERIC
              OR CTL-CUTOVER-DATE = ZERO
               DISPLAY "RANDVMIG: CUTOVER DATE ON THE CONTROL CARD "
                   "IS MISSING"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF CTL-SIGNED-BY = SPACES
               DISPLAY "RANDVMIG: NOBODY IS NAMED TO SIGN THE NEW "
                   "BASELINE OFF"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-TODAY < CTL-CUTOVER-DATE
               DISPLAY "RANDVMIG: CUTOVER DATE " CTL-CUTOVER-DATE
                   " NOT REACHED - BASELINE NOT MIGRATED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT RANDVMIG-OLD-BASE-FILE
           IF WS-OLD-BASE-FILE-STATUS NOT = "00"
               DISPLAY "RANDVMIG: UNABLE TO OPEN VERBASE, STATUS = "
                   WS-OLD-BASE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RANDVMIG-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "RANDVMIG: UNABLE TO OPEN VMGRPT, STATUS = "
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE CTL-SEED-VALUE TO WS-HDR-SEED
           MOVE CTL-COUNT TO WS-HDR-COUNT
           MOVE CTL-CUTOVER-DATE TO WS-HDR-CUTOVER
           WRITE RPT-RECORD FROM WS-HEADER-LINE.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 2000-CHECK-OLD-BASELINE - READS THE OLD BASELINE THROUGH ONCE.
      * IT MUST HOLD SEQUENCE NUMBERS 1 THRU THE CARD'S COUNT IN
      * ORDER AND NOTHING MORE, OR IT IS NOT THE BASELINE THE CARD
      * DESCRIBES AND THE MIGRATION IS REFUSED.  ITS HASH TOTAL IS
      * TAKEN ON THE WAY FOR THE SIGN-OFF RECORD.  THE FILE IS THEN
      * REOPENED SO 3000 CAN READ IT IN STEP WITH THE REGENERATION.
      ******************************************************************
       2000-CHECK-OLD-BASELINE.
           PERFORM 2100-CHECK-ONE-OLD-RECORD THRU 2100-EXIT
               UNTIL WS-OLD-BASE-EOF OR WS-OLD-BASE-BAD
           IF NOT WS-OLD-BASE-BAD AND WS-OLD-COUNT NOT = CTL-COUNT
               SET WS-OLD-BASE-BAD TO TRUE
               MOVE SPACES TO RPT-RECORD
               STRING "OLD BASELINE HOLDS " WS-HASH-COUNT
                   " RECORDS, THE CARD SAYS " WS-HDR-COUNT
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           CLOSE RANDVMIG-OLD-BASE-FILE
           IF WS-OLD-BASE-BAD
               MOVE "*** OLD BASELINE DOES NOT MATCH THE CARD - NOT "
                   TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE "*** MIGRATED OR SIGNED" TO RPT-RECORD
               WRITE RPT-RECORD
               DISPLAY "RANDVMIG: OLD BASELINE DOES NOT MATCH THE "
                   "CONTROL CARD - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 2000-EXIT
           END-IF
           MOVE "OLD BASELINE            " TO WS-HASH-LABEL
           MOVE WS-OLD-COUNT TO WS-HASH-COUNT
           MOVE WS-OLD-HASH TO WS-HASH-VALUE
           WRITE RPT-RECORD FROM WS-HASH-LINE
           MOVE "N" TO WS-OLD-BASE-EOF-SWITCH
           OPEN INPUT RANDVMIG-OLD-BASE-FILE
           IF WS-OLD-BASE-FILE-STATUS NOT = "00"
               DISPLAY "RANDVMIG: UNABLE TO REOPEN VERBASE, STATUS = "
                   WS-OLD-BASE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT RANDVMIG-NEW-BASE-FILE
           IF WS-NEW-BASE-FILE-STATUS NOT = "00"
               DISPLAY "RANDVMIG: UNABLE TO OPEN VERBNEW, STATUS = "
                   WS-NEW-BASE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 2000-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
       2100-CHECK-ONE-OLD-RECORD.
           READ RANDVMIG-OLD-BASE-FILE
               AT END
                   SET WS-OLD-BASE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-OLD-COUNT
           MOVE WS-OLD-COUNT TO WS-HASH-COUNT
           IF OLD-SEQ-NBR NOT NUMERIC
              OR OLD-VALUE-NUM NOT NUMERIC
              OR OLD-SEQ-NBR NOT = WS-OLD-COUNT
               SET WS-OLD-BASE-BAD TO TRUE
               MOVE SPACES TO RPT-RECORD
               STRING "OLD BASELINE RECORD " WS-HASH-COUNT
                   " IS NOT SEQUENCE " WS-HASH-COUNT
                   " OF A MODE 03 RANDOUT"
                   DELIMITED BY SIZE INTO RPT-RECORD
               WRITE RPT-RECORD
               GO TO 2100-EXIT
           END-IF
           ADD OLD-VALUE-NUM TO WS-OLD-HASH.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 3000-REGENERATE-ONE-VALUE - DRIVES RANDOM01 IN MODE 03 EXACTLY
      * AS RANDVERIF'S REPLAY DOES AND WRITES THE VALUE AS THE NEXT
      * NEW BASELINE RECORD, COUNTING IT AS CHANGED WHEN IT DIFFERS
      * FROM THE OLD BASELINE'S RECORD OF THE SAME SEQUENCE NUMBER.
      * A BAD STATUS MEANS THE NEW SEQUENCE CANNOT BE CAPTURED AT
      * ALL, SO THE RUN STOPS UNSIGNED.
      ******************************************************************
       3000-REGENERATE-ONE-VALUE.
           MOVE ZERO TO RND-LENGTH
           MOVE 03 TO RND-DATA
           MOVE ZERO TO RND-RANGE-LOW
           MOVE ZERO TO RND-RANGE-HIGH
           MOVE CTL-SEED-VALUE TO RND-SEED-VALUE
           MOVE WS-MIGRATE-RUN-ID TO RND-RUN-ID
           MOVE SPACE TO RND-STREAM-OPTION
           MOVE ZERO TO RND-BULK-REQ-COUNT
           CALL "RANDOM01" USING RND-VARIABLES
           IF RND-STATUS-CODE NOT = "00"
               DISPLAY "RANDVMIG: RANDOM01 FAILED AT SEQUENCE "
                   WS-SEQ-NBR ", STATUS = " RND-STATUS-CODE
                   " REASON = " RND-REASON-CODE
               MOVE 12 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 3000-EXIT
           END-IF
           READ RANDVMIG-OLD-BASE-FILE
               AT END
                   SET WS-OLD-BASE-EOF TO TRUE
           END-READ
           IF WS-OLD-BASE-EOF
              OR OLD-VALUE-NUM NOT = RND-RND-VAR
               ADD 1 TO WS-CHANGED-COUNT
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO NEW-RECORD
           MOVE WS-SEQ-NBR TO NEW-SEQ-NBR
           MOVE RND-RND-VAR TO NEW-VALUE-NUM
           MOVE WS-TODAY TO NEW-CURRENT-DATE
           MOVE WS-NOW TO NEW-CURRENT-TIME
           WRITE NEW-RECORD
           IF WS-NEW-BASE-FILE-STATUS NOT = "00"
               DISPLAY "RANDVMIG: WRITE TO VERBNEW FAILED, STATUS = "
                   WS-NEW-BASE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 3000-EXIT
           END-IF
           ADD 1 TO WS-NEW-COUNT
           ADD RND-RND-VAR TO WS-NEW-HASH.
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 4000-SIGN-NEW-BASELINE - APPENDS THE SIGN-OFF RECORD FOR THE
      * NEW BASELINE TO VERSIGN, CREATING THE REGISTER THE FIRST TIME
      * ONE IS SIGNED.  A BASELINE THAT CANNOT BE SIGNED IS NOT
      * MIGRATED, SO A FAILURE HERE ENDS THE RUN LIKE ANY OTHER FILE
      * FAILURE.
      ******************************************************************
       4000-SIGN-NEW-BASELINE.
           OPEN EXTEND RANDVMIG-SIGNOFF-FILE
           IF WS-SIGNOFF-FILE-STATUS = "35"
               OPEN OUTPUT RANDVMIG-SIGNOFF-FILE
           END-IF
           IF WS-SIGNOFF-FILE-STATUS NOT = "00"
               DISPLAY "RANDVMIG: UNABLE TO OPEN VERSIGN, STATUS = "
                   WS-SIGNOFF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 4000-EXIT
           END-IF
           MOVE SPACES TO SGN-RECORD
           ACCEPT SGN-SIGN-DATE FROM DATE YYYYMMDD
           ACCEPT SGN-SIGN-TIME FROM TIME
           MOVE CTL-SIGNED-BY TO SGN-SIGNED-BY
           MOVE CTL-CUTOVER-DATE TO SGN-CUTOVER-DATE
           MOVE CTL-SEED-VALUE TO SGN-SEED-VALUE
           MOVE CTL-COUNT TO SGN-COUNT
           MOVE WS-GENERATOR-NAME TO SGN-GENERATOR
           MOVE WS-OLD-HASH TO SGN-OLD-HASH
           MOVE WS-NEW-HASH TO SGN-NEW-HASH
           MOVE WS-CHANGED-COUNT TO SGN-CHANGED-COUNT
           WRITE SGN-RECORD
           IF WS-SIGNOFF-FILE-STATUS NOT = "00"
               DISPLAY "RANDVMIG: WRITE TO VERSIGN FAILED, STATUS = "
                   WS-SIGNOFF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
           END-IF
           CLOSE RANDVMIG-SIGNOFF-FILE.
       4000-EXIT.
           EXIT.
      ******************************************************************
      * 5000-PRINT-TOTALS - THE NEW BASELINE'S HASH, HOW MANY VALUES
      * THE GENERATOR CHANGE MOVED, AND THE SIGN-OFF LINE.
      ******************************************************************
       5000-PRINT-TOTALS.
           MOVE "NEW BASELINE            " TO WS-HASH-LABEL
           MOVE WS-NEW-COUNT TO WS-HASH-COUNT
           MOVE WS-NEW-HASH TO WS-HASH-VALUE
           WRITE RPT-RECORD FROM WS-HASH-LINE
           MOVE WS-CHANGED-COUNT TO WS-CHG-COUNT
           WRITE RPT-RECORD FROM WS-CHANGED-LINE
           MOVE CTL-SIGNED-BY TO WS-SGN-BY
           MOVE SGN-SIGN-DATE TO WS-SGN-DATE
           MOVE WS-GENERATOR-NAME TO WS-SGN-GENERATOR
           WRITE RPT-RECORD FROM WS-SIGNED-LINE.
       5000-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - CLOSE WHATEVER IS STILL OPEN AND RETURN.
      ******************************************************************
       8000-TERMINATE.
           CLOSE RANDVMIG-OLD-BASE-FILE
           CLOSE RANDVMIG-NEW-BASE-FILE
           CLOSE RANDVMIG-REPORT-FILE.
       8000-EXIT.
           EXIT.
      ******************************************************************
      * 9000-JOURNAL-START - REGISTERS THIS EXECUTION IN THE COMMON
      * RUN JOURNAL AS SOON AS THE CONTROL CARD IS IN HAND, SO AN
      * ABEND ANYWHERE LATER LEAVES A VISIBLE OPEN ENTRY.  THE
      * RUN-ID IS THE SAME TOKEN EVERY MODE 03 CALL THIS JOB MAKES
      * CARRIES TO THE AUDIT TRAIL.  A JOURNAL FAILURE WARNS AND
      * RUNS ON.
      ******************************************************************
       9000-JOURNAL-START.
           MOVE "S" TO RND-JRN-FUNCTION
           MOVE "RANDVMIG" TO RND-JRN-PROGRAM
           MOVE WS-MIGRATE-RUN-ID TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE ZERO TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDVMIG: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF
           SET WS-JOURNAL-STARTED TO TRUE.
       9000-EXIT.
           EXIT.
      ******************************************************************
      * 9100-JOURNAL-END - CLOSES THIS EXECUTION'S JOURNAL ENTRY ON
      * THE WAY OUT WITH THE NEW BASELINE RECORDS WRITTEN AND THE
      * FINAL RETURN CODE.  SKIPPED WHEN THE RUN DIED BEFORE THE
      * START RECORD WAS CUT.
      ******************************************************************
       9100-JOURNAL-END.
           IF NOT WS-JOURNAL-STARTED
               GO TO 9100-EXIT
           END-IF
           MOVE "E" TO RND-JRN-FUNCTION
           MOVE "RANDVMIG" TO RND-JRN-PROGRAM
           MOVE WS-MIGRATE-RUN-ID TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE WS-NEW-COUNT TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDVMIG: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM RANDVMIG.
