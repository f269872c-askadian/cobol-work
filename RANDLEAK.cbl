      ******************************************************************
      * Author: AMRESH KADIAN.
      * Date: 09/25/2026.
      * Purpose: POST-MASKING LEAK SCAN.  RANDMASK ONLY REPLACES THE
      *          COLUMNS MSKMAP NAMES; IF A LAYOUT CHANGED AND A LIVE
      *          ACCOUNT NUMBER NOW ALSO SITS IN AN UNMAPPED COLUMN OR
      *          A FREE-TEXT MEMO, THE MASKED FILE WOULD LEAVE THE
      *          PRODUCTION BOUNDARY CARRYING REAL IDENTIFIERS.  THIS
      *          JOB READS THE FILE BOUND FOR THE TEST REGION (MSKOUT,
      *          OR A RANDGEN OR RANDPICK OUTPUT - THE CONTROL CARD
      *          NAMES IT), PULLS EVERY NINE-DIGIT NUMERIC RUN OUT OF
      *          EVERY RECORD WHATEVER ITS COLUMN, AND LOOKS EACH ONE
      *          UP IN RANDEXCL (THE SITE LIST OF LIVE IDENTIFIERS)
      *          AND IN THE CLEAR-VALUE SIDE OF THE MASKING SET'S
      *          CROSSWALK.  EVERY HIT IS LISTED ON LEAKRPT BY RECORD
      *          NUMBER AND COLUMN, WITH ALL BUT THE LAST FOUR DIGITS
      *          STARRED OUT - THE REPORT MUST NOT BECOME A LEAK OF
      *          ITS OWN - FOLLOWED BY RECORDS SCANNED AND HITS FOUND.
      *          ANY HIT ENDS THE RUN WITH RETURN-CODE 8 SO THE
      *          TRANSFER STEP TO THE TEST REGION IS HELD; A FILE
      *          FAILURE ENDS IT WITH RETURN-CODE 16.
      *          A RUN IS A STRING OF DIGITS BOUNDED BY NON-DIGITS OR
      *          THE ENDS OF THE RECORD.  A RUN OF EXACTLY NINE IS
      *          CHECKED AS IT STANDS; A LONGER RUN IS CHECKED ON ITS
      *          LAST NINE DIGITS WHEN EVERYTHING IN FRONT OF THEM IS
      *          ZERO (A NINE-DIGIT NUMBER ZERO-FILLED INTO A WIDER
      *          FIELD), AND OTHERWISE PASSED OVER - A SIXTEEN-DIGIT
      *          CARD NUMBER IS NOT AN ACCOUNT NUMBER.
      *          THE CROSSWALK IS READ ONCE AT THE START: EVERY RUN IN
      *          EVERY CLEAR VALUE IT HOLDS (ORDINARY, DICTIONARY AND
      *          DATE-SHIFT ENTITY ENTRIES ALIKE) GOES INTO AN INDEXED
      *          WORK FILE, SO EACH RUN IN THE SCANNED FILE COSTS ONE
      *          KEYED READ WHATEVER WIDTH ITS FIELD HAD WHEN IT WAS
      *          MASKED.  A CARD THAT NAMES NO CROSSWALK (A RANDGEN
      *          FILE HAS NO MASKING SET) SCANS AGAINST RANDEXCL
      *          ALONE AND SAYS SO ON THE REPORT.  RANDEXCL ITSELF IS
      *          REQUIRED - A SCAN WITHOUT IT PROVES NOTHING.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RANDLEAK.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RANDLEAK-CONTROL-FILE
               ASSIGN TO "LEAKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT RANDLEAK-SCAN-FILE
               ASSIGN TO WS-SCAN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-FILE-STATUS.
           SELECT RANDLEAK-EXCLUSION-FILE
               ASSIGN TO "RANDEXCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXC-RND-VAR
               FILE STATUS IS WS-EXCLUSION-FILE-STATUS.
           SELECT RANDLEAK-XWALK-FILE
               ASSIGN TO WS-XWALK-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS XWK-KEY
               FILE STATUS IS WS-XWALK-FILE-STATUS.
           SELECT RANDLEAK-WORK-FILE
               ASSIGN TO "LEAKWRK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WRK-RND-VAR
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT RANDLEAK-REPORT-FILE
               ASSIGN TO "LEAKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * ONE CONTROL CARD: THE DATASET TO SCAN (SPACES = MSKOUT), THE
      * MASKING SET'S CROSSWALK (SPACES = NONE, EXCLUSION LIST ONLY)
      * AND THE RUN-ID THE SCAN IS JOURNALLED UNDER.
       FD  RANDLEAK-CONTROL-FILE.
       01 CTL-RECORD.
           10 CTL-SCAN-NAME      PIC X(20).
           10 CTL-XWALK-NAME     PIC X(20).
           10 CTL-RUN-ID         PIC X(08).
           10 FILLER             PIC X(32).
      * THE FILE BEING CHECKED - ANY OF THE 200-BYTE OUTPUTS.
       FD  RANDLEAK-SCAN-FILE.
       01 SCN-RECORD             PIC X(200).
      * SAME ONE-FIELD RECORD RANDOM01 READS AND RANDEXLD BUILDS.
       FD  RANDLEAK-EXCLUSION-FILE.
       01 EXCLUSION-RECORD.
           10 EXC-RND-VAR        PIC 9(09).
      * THE CROSSWALK RECORD, SHARED WITH RANDMASK THROUGH COPY
      * RANDXWKR.  READ ONLY, FROM FRONT TO BACK.
       FD  RANDLEAK-XWALK-FILE.
           COPY RANDXWKR.
      * ONE WORK RECORD PER DISTINCT NINE-DIGIT RUN FOUND IN THE
      * CROSSWALK'S CLEAR VALUES.
       FD  RANDLEAK-WORK-FILE.
       01 WORK-RECORD.
           10 WRK-RND-VAR        PIC 9(09).
       FD  RANDLEAK-REPORT-FILE.
       01 RPT-RECORD             PIC X(80).
       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-CONTROL-FILE-STATUS PIC XX.
       77 WS-SCAN-FILE-STATUS    PIC XX.
       77 WS-SCAN-FILE-NAME      PIC X(20).
       77 WS-EXCLUSION-FILE-STATUS PIC XX.
       77 WS-XWALK-FILE-STATUS   PIC XX.
       77 WS-XWALK-FILE-NAME     PIC X(20).
       77 WS-WORK-FILE-STATUS    PIC XX.
       77 WS-REPORT-FILE-STATUS  PIC XX.
       77 WS-ABEND-SWITCH        PIC X VALUE "N".
           88 WS-ABEND                   VALUE "Y".
       77 WS-SCAN-EOF-SWITCH     PIC X VALUE "N".
           88 WS-SCAN-EOF                 VALUE "Y".
       77 WS-XWALK-EOF-SWITCH    PIC X VALUE "N".
           88 WS-XWALK-EOF                VALUE "Y".
       77 WS-XWALK-NAMED-SWITCH  PIC X VALUE "N".
           88 WS-XWALK-NAMED              VALUE "Y".
      * WHAT A RUN FOUND BY THE SCANNING PARAGRAPHS IS FOR: LOADED
      * INTO THE WORK FILE WHILE THE CROSSWALK IS READ, CHECKED
      * WHILE THE OUTPUT FILE IS READ.
       77 WS-SCAN-PURPOSE-SWITCH PIC X VALUE "L".
           88 WS-LOADING-CROSSWALK        VALUE "L".
           88 WS-CHECKING-RECORD          VALUE "C".
       77 WS-RECORD-HIT-SWITCH   PIC X VALUE "N".
           88 WS-RECORD-HAS-HIT           VALUE "Y".
       77 WS-EXCLUDED-SWITCH     PIC X VALUE "N".
           88 WS-IN-EXCLUSION-LIST        VALUE "Y".
       77 WS-CROSSWALK-SWITCH    PIC X VALUE "N".
           88 WS-IN-CROSSWALK             VALUE "Y".
       77 WS-RECORDS-SCANNED     PIC 9(09) COMP VALUE ZERO.
       77 WS-RUNS-CHECKED        PIC 9(09) COMP VALUE ZERO.
       77 WS-XWALK-READ-COUNT    PIC 9(09) COMP VALUE ZERO.
       77 WS-XWALK-LOADED-COUNT  PIC 9(09) COMP VALUE ZERO.
       77 WS-HIT-COUNT           PIC 9(09) COMP VALUE ZERO.
       77 WS-HIT-RECORD-COUNT    PIC 9(09) COMP VALUE ZERO.
      * THE BUFFER BEING SCANNED - A WHOLE OUTPUT RECORD OR ONE
      * CROSSWALK CLEAR VALUE - WITH ONE SPACE BEYOND ITS LAST
      * POSITION SO A RUN ENDING THERE IS CLOSED LIKE ANY OTHER.
       77 WS-SCAN-AREA           PIC X(201).
       77 WS-SCAN-LIMIT          PIC S9(04) COMP.
       77 WS-SCAN-POSN           PIC S9(04) COMP.
       77 WS-RUN-START           PIC S9(04) COMP.
       77 WS-RUN-LENGTH          PIC S9(04) COMP.
       77 WS-LEAD-LENGTH         PIC S9(04) COMP.
       01 WS-CANDIDATE-X         PIC X(09).
       01 WS-CANDIDATE-NUM REDEFINES WS-CANDIDATE-X PIC 9(09).
      * REPORT LINES.
       01 WS-HEADER-LINE.
           10 FILLER              PIC X(34) VALUE
               "POST-MASKING LEAK SCAN - RUN DATE ".
           10 WS-HDR-DATE         PIC 9(08).
           10 FILLER              PIC X(38) VALUE SPACES.
       01 WS-NAME-LINE.
           10 WS-NAM-LABEL        PIC X(16).
           10 WS-NAM-VALUE        PIC X(30).
           10 FILLER              PIC X(34) VALUE SPACES.
       01 WS-HIT-LINE.
           10 FILLER              PIC X(07) VALUE "RECORD ".
           10 WS-HIT-RECORD       PIC ZZZZZZZZ9.
           10 FILLER              PIC X(08) VALUE " COLUMN ".
           10 WS-HIT-COLUMN       PIC ZZ9.
           10 FILLER              PIC X(12) VALUE " VALUE *****".
           10 WS-HIT-LAST-FOUR    PIC X(04).
           10 FILLER              PIC X(10) VALUE " FOUND IN ".
           10 WS-HIT-SOURCE       PIC X(27).
       01 WS-TOTAL-LINE.
           10 WS-TOT-LABEL        PIC X(30).
           10 WS-TOT-COUNT        PIC ZZZZZZZZ9.
           10 FILLER              PIC X(41) VALUE SPACES.
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
           IF WS-XWALK-NAMED
               SET WS-LOADING-CROSSWALK TO TRUE
               PERFORM 2000-LOAD-CROSSWALK-VALUE THRU 2000-EXIT
                   UNTIL WS-XWALK-EOF OR WS-ABEND
           END-IF
           IF NOT WS-ABEND
               SET WS-CHECKING-RECORD TO TRUE
               PERFORM 3000-SCAN-ONE-RECORD THRU 3000-EXIT
                   UNTIL WS-SCAN-EOF OR WS-ABEND
           END-IF
           IF NOT WS-ABEND
               PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
           END-IF
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-MAINLINE-EXIT.
           PERFORM 9100-JOURNAL-END THRU 9100-EXIT
           GOBACK.
      ******************************************************************
      * 1000-INITIALIZE - READ THE CONTROL CARD, OPEN THE FILE TO
      * SCAN, THE EXCLUSION LIST, THE CROSSWALK WHEN ONE IS NAMED,
      * THE WORK FILE (BUILT FRESH - OPEN OUTPUT THEN REOPEN I-O, AS
      * RANDOM01 DOES FOR ITS ISSUED FILE) AND THE REPORT.  ANY
      * FAILURE SETS WS-ABEND-SWITCH.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT RANDLEAK-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "RANDLEAK: UNABLE TO OPEN LEAKCTL, STATUS = "
                   WS-CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ RANDLEAK-CONTROL-FILE
               AT END
                   DISPLAY "RANDLEAK: LEAKCTL HAS NO CONTROL CARD"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
                   GO TO 1000-EXIT
           END-READ
           CLOSE RANDLEAK-CONTROL-FILE
           PERFORM 9000-JOURNAL-START THRU 9000-EXIT
           IF CTL-SCAN-NAME = SPACES
               MOVE "MSKOUT" TO WS-SCAN-FILE-NAME
           ELSE
               MOVE CTL-SCAN-NAME TO WS-SCAN-FILE-NAME
           END-IF
           IF CTL-XWALK-NAME NOT = SPACES
               MOVE CTL-XWALK-NAME TO WS-XWALK-FILE-NAME
               SET WS-XWALK-NAMED TO TRUE
           END-IF
           OPEN INPUT RANDLEAK-SCAN-FILE
           IF WS-SCAN-FILE-STATUS NOT = "00"
               DISPLAY "RANDLEAK: UNABLE TO OPEN " WS-SCAN-FILE-NAME
                   ", STATUS = " WS-SCAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT RANDLEAK-EXCLUSION-FILE
           IF WS-EXCLUSION-FILE-STATUS NOT = "00"
               DISPLAY "RANDLEAK: UNABLE TO OPEN RANDEXCL, STATUS = "
                   WS-EXCLUSION-FILE-STATUS
               DISPLAY "RANDLEAK: RUN REFUSED - A SCAN WITHOUT THE "
                   "SITE EXCLUSION LIST PROVES NOTHING"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF WS-XWALK-NAMED
               OPEN INPUT RANDLEAK-XWALK-FILE
               IF WS-XWALK-FILE-STATUS NOT = "00"
                   DISPLAY "RANDLEAK: UNABLE TO OPEN CROSSWALK "
                       CTL-XWALK-NAME ", STATUS = "
                       WS-XWALK-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
                   GO TO 1000-EXIT
               END-IF
           END-IF
           OPEN OUTPUT RANDLEAK-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "RANDLEAK: UNABLE TO OPEN LEAKWRK, STATUS = "
                   WS-WORK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           CLOSE RANDLEAK-WORK-FILE
           OPEN I-O RANDLEAK-WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "RANDLEAK: UNABLE TO REOPEN LEAKWRK, STATUS = "
                   WS-WORK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RANDLEAK-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "RANDLEAK: UNABLE TO OPEN LEAKRPT, STATUS = "
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           ACCEPT WS-HDR-DATE FROM DATE YYYYMMDD
           WRITE RPT-RECORD FROM WS-HEADER-LINE
           MOVE "FILE SCANNED    " TO WS-NAM-LABEL
           MOVE WS-SCAN-FILE-NAME TO WS-NAM-VALUE
           WRITE RPT-RECORD FROM WS-NAME-LINE
           MOVE "CROSSWALK       " TO WS-NAM-LABEL
           IF WS-XWALK-NAMED
               MOVE CTL-XWALK-NAME TO WS-NAM-VALUE
           ELSE
               MOVE "NONE - EXCLUSION LIST ONLY" TO WS-NAM-VALUE
           END-IF
           WRITE RPT-RECORD FROM WS-NAME-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 2000-LOAD-CROSSWALK-VALUE - READS ONE CROSSWALK RECORD AND
      * LOADS EVERY NINE-DIGIT RUN IN ITS CLEAR VALUE INTO THE WORK
      * FILE.  THE MASKED VALUE IS NOT LOOKED AT - IT IS MEANT TO BE
      * IN THE OUTPUT.  A DICTIONARY ENTRY (FIELD LENGTH 000) CARRIES
      * THE LIST NAME IN FRONT OF ITS CLEAR VALUE, SO ONLY THE 32-BYTE
      * VALUE BEHIND IT IS SCANNED - DIGITS IN THE NAME MUST NOT RUN
      * ON INTO THE VALUE.  A DATE-SHIFT ENTRY (FIELD LENGTH 999)
      * HOLDS THE ENTITY'S CLEAR IDENTIFIER ON ITS KEY SIDE AND THE
      * OFFSET ON ITS MASKED SIDE, SO IT IS SCANNED LIKE ANY OTHER.
      ******************************************************************
       2000-LOAD-CROSSWALK-VALUE.
           READ RANDLEAK-XWALK-FILE
               AT END
                   SET WS-XWALK-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF WS-XWALK-FILE-STATUS NOT = "00"
               DISPLAY "RANDLEAK: READ OF CROSSWALK FAILED, STATUS = "
                   WS-XWALK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-XWALK-READ-COUNT
           IF XWK-FIELD-LENGTH = ZERO
               MOVE XWK-DICT-CLEAR-VALUE TO WS-SCAN-AREA
               MOVE 32 TO WS-SCAN-LIMIT
           ELSE
               MOVE XWK-CLEAR-VALUE TO WS-SCAN-AREA
               MOVE 40 TO WS-SCAN-LIMIT
           END-IF
           PERFORM 6000-SCAN-BUFFER THRU 6000-EXIT.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 3000-SCAN-ONE-RECORD - READS ONE RECORD OF THE FILE BEING
      * CHECKED AND LOOKS UP EVERY NINE-DIGIT RUN IN IT.
      ******************************************************************
       3000-SCAN-ONE-RECORD.
           READ RANDLEAK-SCAN-FILE
               AT END
                   SET WS-SCAN-EOF TO TRUE
                   GO TO 3000-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-SCANNED
           MOVE "N" TO WS-RECORD-HIT-SWITCH
           MOVE SCN-RECORD TO WS-SCAN-AREA
           MOVE 200 TO WS-SCAN-LIMIT
           PERFORM 6000-SCAN-BUFFER THRU 6000-EXIT.
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 5000-PRINT-TOTALS - RECORDS SCANNED AND HITS FOUND, AND THE
      * VERDICT: ANY HIT HOLDS THE TRANSFER WITH RETURN-CODE 8.
      ******************************************************************
       5000-PRINT-TOTALS.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-XWALK-NAMED
               MOVE "CROSSWALK RECORDS READ        " TO WS-TOT-LABEL
               MOVE WS-XWALK-READ-COUNT TO WS-TOT-COUNT
               WRITE RPT-RECORD FROM WS-TOTAL-LINE
               MOVE "CROSSWALK IDENTIFIERS LOADED  " TO WS-TOT-LABEL
               MOVE WS-XWALK-LOADED-COUNT TO WS-TOT-COUNT
               WRITE RPT-RECORD FROM WS-TOTAL-LINE
           END-IF
           MOVE "RECORDS SCANNED               " TO WS-TOT-LABEL
           MOVE WS-RECORDS-SCANNED TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "NINE-DIGIT RUNS CHECKED       " TO WS-TOT-LABEL
           MOVE WS-RUNS-CHECKED TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "HITS FOUND                    " TO WS-TOT-LABEL
           MOVE WS-HIT-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "RECORDS WITH HITS             " TO WS-TOT-LABEL
           MOVE WS-HIT-RECORD-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           IF WS-HIT-COUNT = ZERO
               MOVE "NO LIVE IDENTIFIERS FOUND" TO RPT-RECORD
               WRITE RPT-RECORD
           ELSE
               MOVE "*** LIVE IDENTIFIERS FOUND - TRANSFER HELD ***"
                   TO RPT-RECORD
               WRITE RPT-RECORD
               DISPLAY "RANDLEAK: " WS-HIT-COUNT
                   " LIVE IDENTIFIERS FOUND IN " WS-SCAN-FILE-NAME
               MOVE 8 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.
      ******************************************************************
      * 6000-SCAN-BUFFER - WALKS WS-SCAN-AREA ONE POSITION AT A TIME
      * THROUGH THE SPACE JUST PAST WS-SCAN-LIMIT, HANDING EVERY
      * DIGIT RUN OF NINE OR MORE TO 6200.
      ******************************************************************
       6000-SCAN-BUFFER.
           MOVE SPACE TO WS-SCAN-AREA(WS-SCAN-LIMIT + 1:1)
           MOVE ZERO TO WS-RUN-LENGTH
           PERFORM 6100-SCAN-ONE-POSITION THRU 6100-EXIT
               VARYING WS-SCAN-POSN FROM 1 BY 1
               UNTIL WS-SCAN-POSN > WS-SCAN-LIMIT + 1
                  OR WS-ABEND.
       6000-EXIT.
           EXIT.
       6100-SCAN-ONE-POSITION.
           IF WS-SCAN-AREA(WS-SCAN-POSN:1) IS NUMERIC
               IF WS-RUN-LENGTH = ZERO
                   MOVE WS-SCAN-POSN TO WS-RUN-START
               END-IF
               ADD 1 TO WS-RUN-LENGTH
               GO TO 6100-EXIT
           END-IF
           IF WS-RUN-LENGTH >= 9
               PERFORM 6200-TAKE-RUN THRU 6200-EXIT
           END-IF
           MOVE ZERO TO WS-RUN-LENGTH.
       6100-EXIT.
           EXIT.
      ******************************************************************
      * 6200-TAKE-RUN - A RUN OF EXACTLY NINE IS TAKEN AS IT STANDS;
      * A LONGER ONE ONLY WHEN EVERY DIGIT IN FRONT OF ITS LAST NINE
      * IS ZERO, AND THEN ON THOSE NINE.  THE CANDIDATE IS LOADED OR
      * CHECKED ACCORDING TO WHAT IS BEING SCANNED.
      ******************************************************************
       6200-TAKE-RUN.
           IF WS-RUN-LENGTH > 9
               COMPUTE WS-LEAD-LENGTH = WS-RUN-LENGTH - 9
               IF WS-SCAN-AREA(WS-RUN-START:WS-LEAD-LENGTH)
                   NOT = ZEROS
                   GO TO 6200-EXIT
               END-IF
               ADD WS-LEAD-LENGTH TO WS-RUN-START
           END-IF
           MOVE WS-SCAN-AREA(WS-RUN-START:9) TO WS-CANDIDATE-X
           IF WS-LOADING-CROSSWALK
               PERFORM 6300-LOAD-CANDIDATE THRU 6300-EXIT
           ELSE
               PERFORM 6400-CHECK-CANDIDATE THRU 6400-EXIT
           END-IF.
       6200-EXIT.
           EXIT.
      ******************************************************************
      * 6300-LOAD-CANDIDATE - ONE CROSSWALK IDENTIFIER INTO THE WORK
      * FILE.  ONE ALREADY THERE (STATUS 22) IS KEPT ONCE; ANY OTHER
      * WRITE FAILURE, INVALID-KEY CLASS OR NOT, IS A HOLE IN THE
      * SCAN, SO IT ABENDS THE RUN.
      ******************************************************************
       6300-LOAD-CANDIDATE.
           MOVE WS-CANDIDATE-NUM TO WRK-RND-VAR
           WRITE WORK-RECORD
               INVALID KEY
                   IF WS-WORK-FILE-STATUS NOT = "22"
                       DISPLAY "RANDLEAK: WRITE TO LEAKWRK FAILED, "
                           "STATUS = " WS-WORK-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET WS-ABEND TO TRUE
                   END-IF
               NOT INVALID KEY
                   IF WS-WORK-FILE-STATUS NOT = "00"
                       DISPLAY "RANDLEAK: WRITE TO LEAKWRK FAILED, "
                           "STATUS = " WS-WORK-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET WS-ABEND TO TRUE
                   ELSE
                       ADD 1 TO WS-XWALK-LOADED-COUNT
                   END-IF
           END-WRITE.
       6300-EXIT.
           EXIT.
      ******************************************************************
      * 6400-CHECK-CANDIDATE - LOOKS ONE RUN OF THE SCANNED RECORD UP
      * IN RANDEXCL AND, WHEN A CROSSWALK WAS LOADED, IN THE WORK
      * FILE, AND LISTS IT IF EITHER KNOWS IT.  A READ THAT NEITHER
      * FINDS THE KEY NOR REPORTS IT MISSING (STATUS 23) LEAVES THE
      * RUN UNCHECKED, SO IT ABENDS THE SCAN.
      ******************************************************************
       6400-CHECK-CANDIDATE.
           ADD 1 TO WS-RUNS-CHECKED
           MOVE "N" TO WS-EXCLUDED-SWITCH
           MOVE "N" TO WS-CROSSWALK-SWITCH
           MOVE WS-CANDIDATE-NUM TO EXC-RND-VAR
           READ RANDLEAK-EXCLUSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-IN-EXCLUSION-LIST TO TRUE
           END-READ
           IF WS-EXCLUSION-FILE-STATUS NOT = "00" AND NOT = "23"
               DISPLAY "RANDLEAK: READ OF RANDEXCL FAILED, STATUS = "
                   WS-EXCLUSION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 6400-EXIT
           END-IF
           IF WS-XWALK-NAMED
               MOVE WS-CANDIDATE-NUM TO WRK-RND-VAR
               READ RANDLEAK-WORK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-IN-CROSSWALK TO TRUE
               END-READ
               IF WS-WORK-FILE-STATUS NOT = "00" AND NOT = "23"
                   DISPLAY "RANDLEAK: READ OF LEAKWRK FAILED, "
                       "STATUS = " WS-WORK-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
                   GO TO 6400-EXIT
               END-IF
           END-IF
           IF NOT WS-IN-EXCLUSION-LIST AND NOT WS-IN-CROSSWALK
               GO TO 6400-EXIT
           END-IF
           ADD 1 TO WS-HIT-COUNT
           IF NOT WS-RECORD-HAS-HIT
               ADD 1 TO WS-HIT-RECORD-COUNT
               SET WS-RECORD-HAS-HIT TO TRUE
           END-IF
           MOVE WS-RECORDS-SCANNED TO WS-HIT-RECORD
           MOVE WS-RUN-START TO WS-HIT-COLUMN
           MOVE WS-CANDIDATE-X(6:4) TO WS-HIT-LAST-FOUR
           IF WS-IN-EXCLUSION-LIST AND WS-IN-CROSSWALK
               MOVE "EXCLUSION LIST AND CROSSWALK" TO WS-HIT-SOURCE
           ELSE
               IF WS-IN-EXCLUSION-LIST
                   MOVE "EXCLUSION LIST" TO WS-HIT-SOURCE
               ELSE
                   MOVE "CROSSWALK" TO WS-HIT-SOURCE
               END-IF
           END-IF
           WRITE RPT-RECORD FROM WS-HIT-LINE.
       6400-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - CLOSE WHATEVER IS STILL OPEN AND RETURN.
      ******************************************************************
       8000-TERMINATE.
           CLOSE RANDLEAK-SCAN-FILE
           CLOSE RANDLEAK-EXCLUSION-FILE
           IF WS-XWALK-NAMED
               CLOSE RANDLEAK-XWALK-FILE
           END-IF
           CLOSE RANDLEAK-WORK-FILE
           CLOSE RANDLEAK-REPORT-FILE.
       8000-EXIT.
           EXIT.
      ******************************************************************
      * 9000-JOURNAL-START - REGISTERS THIS EXECUTION IN THE COMMON
      * RUN JOURNAL AS SOON AS THE CONTROL CARD IS IN HAND, SO AN
      * ABEND ANYWHERE LATER LEAVES A VISIBLE OPEN ENTRY.  A JOURNAL
      * FAILURE WARNS AND RUNS ON.
      ******************************************************************
       9000-JOURNAL-START.
           MOVE "S" TO RND-JRN-FUNCTION
           MOVE "RANDLEAK" TO RND-JRN-PROGRAM
           MOVE CTL-RUN-ID TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE ZERO TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDLEAK: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF
           SET WS-JOURNAL-STARTED TO TRUE.
       9000-EXIT.
           EXIT.
      ******************************************************************
      * 9100-JOURNAL-END - CLOSES THIS EXECUTION'S JOURNAL ENTRY ON
      * THE WAY OUT WITH THE RECORDS SCANNED AND THE FINAL RETURN
      * CODE.  SKIPPED WHEN THE RUN DIED BEFORE THE START RECORD WAS
      * CUT.
      ******************************************************************
       9100-JOURNAL-END.
           IF NOT WS-JOURNAL-STARTED
               GO TO 9100-EXIT
           END-IF
           MOVE "E" TO RND-JRN-FUNCTION
           MOVE "RANDLEAK" TO RND-JRN-PROGRAM
           MOVE CTL-RUN-ID TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE WS-RECORDS-SCANNED TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDLEAK: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM RANDLEAK.
