      ******************************************************************
      * Author: AMRESH KADIAN.
      * Date: 10/14/2026.
      * Purpose: MONTHLY USAGE AND CHARGEBACK FOR THE SAMPLING AND
      *          TEST-DATA SERVICE.  RUNJRNL AND RANDAUD KNOW ONLY
      *          RUN-IDS; THIS JOB TIES EACH RUN-ID TO THE DEPARTMENT
      *          THAT OWNS IT AND PRICES WHAT THE DEPARTMENT USED IN
      *          THE PERIOD (A CALENDAR MONTH ON THE CONTROL CARD):
      *            - EXECUTIONS BY PROGRAM: EVERY JOURNAL END RECORD
      *              STAMPED IN THE PERIOD,
      *            - RECORDS DELIVERED: THE RECORD COUNT ON THE END
      *              RECORDS OF THE PROGRAMS THAT DELIVER A FILE
      *              (RANDBATCH, RANDMIX, RANDGEN, RANDMASK, RANDPICK,
      *              RANDMUS) THAT CLOSED BELOW RETURN CODE 8,
      *            - VALUES DRAWN BY MODE: EVERY RANDAUD RECORD DATED
      *              IN THE PERIOD (NOT THE RANDARCH CHAIN ANCHOR OR
      *              THE UNSCREENED-RUN MARKER).
      *          THE COST-CENTRE SIDE FILE (COSTCTR) MAPS RUN-ID
      *          PREFIXES TO A DEPARTMENT AND COST CENTRE; THE LONGEST
      *          PREFIX A RUN-ID STARTS WITH WINS.  THE RATE TABLE
      *          (RATETBL) PRICES:
      *            P LINES - PER PROGRAM AND RECORD-VOLUME BAND: A FEE
      *                      PER EXECUTION PLUS A RATE PER THOUSAND
      *                      RECORDS DELIVERED, FROM THE BAND WITH THE
      *                      SMALLEST CEILING THAT HOLDS THE
      *                      EXECUTION'S RECORD COUNT (THE TOP BAND
      *                      TAKES ANYTHING ABOVE ITS CEILING),
      *            M LINES - PER MODE: A RATE PER THOUSAND VALUES
      *                      DRAWN IN THE MONTH.
      *          OUTPUTS: THE USAGE REPORT BY DEPARTMENT (USERPT), THE
      *          CHARGEBACK EXTRACT IN THE GENERAL-LEDGER INTERFACE
      *          LAYOUT (GLCHGB: ONE DEBIT PER DEPARTMENT CHARGE LINE
      *          TO ITS COST CENTRE, ONE CREDIT FOR THE TOTAL TO THE
      *          SERVICE'S OWN COST CENTRE, AND A BALANCING TRAILER),
      *          AND THE EXCEPTIONS LIST (USEEXC): EVERY RUN-ID THAT
      *          MATCHES NO PREFIX, WITH ITS EXECUTIONS, RECORDS AND
      *          VALUES, EVERY PROGRAM RUN WITHOUT A RATE AND EVERY
      *          MODE DRAWN WITHOUT ONE - NOTHING IS LEFT OUT
      *          SILENTLY.  RUNS AND VALUES WITH NO RUN-ID
      *          AT ALL (HOUSEKEEPING JOBS, AUDIT RECORDS FROM BEFORE
      *          RUN-IDS) ARE COUNTED ON THE REPORT AND NOT CHARGED.
      *          ANY EXCEPTION ENDS THE RUN WITH RETURN-CODE 4; A CARD,
      *          SIDE-FILE, RATE-TABLE OR FILE FAILURE WITH 16.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. RANDUSE.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT RANDUSE-CONTROL-FILE
               ASSIGN TO "USECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT RANDUSE-COSTCTR-FILE
               ASSIGN TO "COSTCTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTCTR-FILE-STATUS.
           SELECT RANDUSE-RATE-FILE
               ASSIGN TO "RATETBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT RANDUSE-JOURNAL-FILE
               ASSIGN TO "RUNJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RANDUSE-AUDIT-FILE
               ASSIGN TO "RANDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RANDUSE-REPORT-FILE
               ASSIGN TO "USERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT RANDUSE-EXTRACT-FILE
               ASSIGN TO "GLCHGB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT RANDUSE-EXCEPTION-FILE
               ASSIGN TO "USEEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * ONE CONTROL CARD: THE PERIOD (YYYYMM), THE GL ACCOUNT THE
      * DEPARTMENTS ARE CHARGED TO, THE GL ACCOUNT THE SERVICE'S
      * RECOVERY IS CREDITED TO, AND THE SERVICE'S OWN COST CENTRE.
       FD  RANDUSE-CONTROL-FILE.
       01 CTL-RECORD.
           10 CTL-PERIOD          PIC 9(06).
           10 CTL-PERIOD-PARTS REDEFINES CTL-PERIOD.
               15 CTL-PERIOD-YEAR PIC 9(04).
               15 CTL-PERIOD-MONTH PIC 9(02).
           10 CTL-CHARGE-ACCOUNT  PIC X(08).
           10 CTL-RECOVERY-ACCOUNT PIC X(08).
           10 CTL-SERVICE-COST-CENTRE PIC X(08).
           10 FILLER              PIC X(50).
      * ONE LINE PER RUN-ID PREFIX: THE PREFIX (LEFT-JUSTIFIED, NO
      * EMBEDDED SPACES), ITS DEPARTMENT AND COST CENTRE.  SEVERAL
      * PREFIXES MAY NAME THE SAME DEPARTMENT.
       FD  RANDUSE-COSTCTR-FILE.
       01 CCT-RECORD.
           10 CCT-PREFIX          PIC X(08).
           10 CCT-DEPARTMENT      PIC X(10).
           10 CCT-COST-CENTRE     PIC X(08).
           10 FILLER              PIC X(54).
      * ONE LINE PER RATE.  A P LINE NAMES A PROGRAM AND THE CEILING
      * OF ITS RECORD-VOLUME BAND; AN M LINE NAMES A MODE IN THE
      * FIRST TWO COLUMNS OF THE KEY AND USES ONLY THE PER-THOUSAND
      * RATE.
       FD  RANDUSE-RATE-FILE.
       01 RAT-RECORD.
           10 RAT-TYPE            PIC X(01).
               88 RAT-PROGRAM-RATE        VALUE "P".
               88 RAT-MODE-RATE           VALUE "M".
           10 RAT-KEY             PIC X(09).
           10 RAT-MODE-KEY REDEFINES RAT-KEY.
               15 RAT-MODE        PIC 9(02).
               15 FILLER          PIC X(07).
           10 RAT-CEILING         PIC 9(09).
           10 RAT-PER-RUN         PIC 9(05)V99.
           10 RAT-PER-THOUSAND    PIC 9(05)V99.
           10 FILLER              PIC X(47).
      * THE JOURNAL RECORD LAYOUT, SHARED WITH RANDJRN THROUGH COPY
      * RANDJRNR.
       FD  RANDUSE-JOURNAL-FILE.
           COPY RANDJRNR.
      * SAME LAYOUT RANDOM01 WRITES TO RANDAUD, SHARED THROUGH COPY
      * RANDAUDR.
       FD  RANDUSE-AUDIT-FILE.
           COPY RANDAUDR.
       FD  RANDUSE-REPORT-FILE.
       01 RPT-RECORD              PIC X(132).
      * GENERAL-LEDGER INTERFACE LAYOUT: DETAIL LINES (D) CARRYING
      * A DEBIT OR CREDIT TO ONE COST CENTRE AND ACCOUNT, THEN ONE
      * TRAILER (T) WITH THE LINE COUNT AND BOTH SIDES' TOTALS.
       FD  RANDUSE-EXTRACT-FILE.
       01 GLX-RECORD.
           10 GLX-REC-TYPE        PIC X(01).
           10 GLX-SOURCE          PIC X(06).
           10 GLX-PERIOD          PIC 9(06).
           10 GLX-COST-CENTRE     PIC X(08).
           10 GLX-ACCOUNT         PIC X(08).
           10 GLX-DR-CR           PIC X(01).
           10 GLX-AMOUNT          PIC 9(11)V99.
           10 GLX-DESCRIPTION     PIC X(30).
           10 FILLER              PIC X(07).
       01 GLT-RECORD.
           10 GLT-REC-TYPE        PIC X(01).
           10 GLT-SOURCE          PIC X(06).
           10 GLT-PERIOD          PIC 9(06).
           10 GLT-LINE-COUNT      PIC 9(07).
           10 GLT-DEBIT-TOTAL     PIC 9(13)V99.
           10 GLT-CREDIT-TOTAL    PIC 9(13)V99.
           10 FILLER              PIC X(30).
       FD  RANDUSE-EXCEPTION-FILE.
       01 EXC-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.
      *-----------------------
       77 WS-CONTROL-FILE-STATUS PIC XX.
       77 WS-COSTCTR-FILE-STATUS PIC XX.
       77 WS-RATE-FILE-STATUS    PIC XX.
       77 WS-JOURNAL-FILE-STATUS PIC XX.
       77 WS-AUDIT-FILE-STATUS   PIC XX.
       77 WS-REPORT-FILE-STATUS  PIC XX.
       77 WS-EXTRACT-FILE-STATUS PIC XX.
       77 WS-EXCEPTION-FILE-STATUS PIC XX.
       77 WS-ABEND-SWITCH        PIC X VALUE "N".
           88 WS-ABEND                   VALUE "Y".
       77 WS-EOF-SWITCH          PIC X.
           88 WS-FILE-EOF                 VALUE "Y".
       77 WS-LINE-NBR            PIC 9(05) COMP VALUE ZERO.
       77 WS-STAMP-PERIOD        PIC 9(06).
      * THE COST-CENTRE SIDE FILE: EACH PREFIX WITH ITS LENGTH AND
      * THE DEPARTMENT-TABLE ENTRY IT CHARGES.
       77 WS-CCT-COUNT           PIC 9(04) COMP VALUE ZERO.
       77 WS-CCT-SUB             PIC 9(04) COMP.
       77 WS-CCT-LENGTH-WORK     PIC 9(02) COMP.
       77 WS-CCT-SPACE-COUNT     PIC 9(02) COMP.
       01 WS-CCT-TABLE.
           10 WS-CCT-ENTRY OCCURS 200 TIMES.
               15 WS-CCT-PREFIX   PIC X(08).
               15 WS-CCT-LENGTH   PIC 9(02) COMP.
               15 WS-CCT-DEPT-SUB PIC 9(04) COMP.
      * ONE ENTRY PER DEPARTMENT AND COST CENTRE, IN THE ORDER THE
      * SIDE FILE FIRST NAMES THEM, ACCUMULATING THE MONTH'S USAGE:
      * PER PROGRAM (SUBSCRIPTED AS WS-PROGRAM-TABLE) AND PER MODE
      * (ENTRY AUD-MODE + 1, AS RANDARCH TABLES IT).
       77 WS-DEPT-COUNT          PIC 9(04) COMP VALUE ZERO.
       77 WS-DEPT-SUB            PIC 9(04) COMP.
       77 WS-DEPT-FOUND-SWITCH   PIC X.
           88 WS-DEPT-FOUND               VALUE "Y".
       01 WS-DEPT-TABLE.
           10 WS-DEPT-ENTRY OCCURS 100 TIMES.
               15 WS-DEPT-NAME     PIC X(10).
               15 WS-DEPT-COST-CENTRE PIC X(08).
               15 WS-DEPT-EXECUTIONS PIC 9(09) COMP.
               15 WS-DEPT-VALUES   PIC 9(09) COMP.
               15 WS-DEPT-CHARGE   PIC 9(11)V99.
               15 WS-DEPT-PROGRAM OCCURS 40 TIMES.
                   20 WS-DPG-EXECUTIONS PIC 9(09) COMP.
                   20 WS-DPG-RECORDS PIC 9(09) COMP.
                   20 WS-DPG-CHARGE PIC 9(11)V99.
               15 WS-DEPT-MODE OCCURS 100 TIMES.
                   20 WS-DMD-VALUES PIC 9(09) COMP.
      * EVERY PROGRAM SEEN IN THE PERIOD'S JOURNAL UNDER A MATCHED
      * RUN-ID, AND HOW MANY OF ITS RUNS FOUND NO RATE.
       77 WS-PGM-COUNT           PIC 9(04) COMP VALUE ZERO.
       77 WS-PGM-SUB             PIC 9(04) COMP.
       77 WS-PGM-FOUND-SWITCH    PIC X.
           88 WS-PGM-FOUND                VALUE "Y".
       01 WS-PROGRAM-TABLE.
           10 WS-PGM-ENTRY OCCURS 40 TIMES.
               15 WS-PGM-NAME     PIC X(09).
               15 WS-PGM-UNRATED-RUNS PIC 9(09) COMP.
      * THE PROGRAM ON A JOURNAL END RECORD: DOES IT DELIVER A FILE?
       77 WS-EVENT-PROGRAM       PIC X(09).
           88 WS-DELIVERING-PROGRAM       VALUE "RANDBATCH"
                                                "RANDMIX"
                                                "RANDGEN"
                                                "RANDMASK"
                                                "RANDPICK"
                                                "RANDMUS".
      * THE RATE TABLE.  P LINES ARE KEPT AS READ; M LINES GO
      * STRAIGHT INTO THE PER-MODE RATES, MARKING THE MODE RATED - A
      * MODE NO M LINE NAMED IS NOT CHARGED, AND THE VALUES DRAWN
      * UNDER IT ARE COUNTED FOR THE EXCEPTIONS LIST.
       77 WS-RATE-COUNT          PIC 9(04) COMP VALUE ZERO.
       77 WS-RATE-SUB            PIC 9(04) COMP.
       77 WS-BAND-SUB            PIC 9(04) COMP.
       77 WS-TOP-BAND-SUB        PIC 9(04) COMP.
       01 WS-RATE-TABLE.
           10 WS-RATE-ENTRY OCCURS 200 TIMES.
               15 WS-RAT-PROGRAM  PIC X(09).
               15 WS-RAT-CEILING  PIC 9(09).
               15 WS-RAT-PER-RUN  PIC 9(05)V99.
               15 WS-RAT-PER-THOUSAND PIC 9(05)V99.
       01 WS-MODE-RATE-TABLE.
           10 WS-MODE-RATE-ENTRY OCCURS 100 TIMES.
               15 WS-MODE-RATE    PIC 9(05)V99.
               15 WS-MODE-RATED-SWITCH PIC X.
                   88 WS-MODE-RATED           VALUE "Y".
               15 WS-MODE-UNRATED-VALUES PIC 9(09) COMP.
       77 WS-MODE-SUBSCRIPT      PIC 9(03) COMP.
      * RUN-IDS THAT MATCHED NO PREFIX, WITH WHAT RAN UNDER THEM.
       77 WS-EXC-COUNT           PIC 9(04) COMP VALUE ZERO.
       77 WS-EXC-SUB             PIC 9(04) COMP.
       77 WS-EXC-FOUND-SWITCH    PIC X.
           88 WS-EXC-FOUND                VALUE "Y".
       77 WS-EXC-OVERFLOW-COUNT  PIC 9(09) COMP VALUE ZERO.
       01 WS-EXC-TABLE.
           10 WS-EXC-ENTRY OCCURS 500 TIMES.
               15 WS-EXC-RUN-ID   PIC X(08).
               15 WS-EXC-EXECUTIONS PIC 9(09) COMP.
               15 WS-EXC-RECORDS  PIC 9(09) COMP.
               15 WS-EXC-VALUES   PIC 9(09) COMP.
      * RUN-ID TO DEPARTMENT MATCHING, WITH THE LAST ANSWER KEPT -
      * RANDAUD HOLDS A RUN'S RECORDS TOGETHER.
       77 WS-MATCH-RUN-ID        PIC X(08).
       77 WS-MATCH-DEPT-SUB      PIC 9(04) COMP.
       77 WS-MATCH-LENGTH        PIC 9(02) COMP.
       77 WS-LAST-RUN-ID         PIC X(08) VALUE LOW-VALUES.
       77 WS-LAST-DEPT-SUB       PIC 9(04) COMP VALUE ZERO.
      * PRICING ONE EXECUTION OR ONE MODE.
       77 WS-RUN-RECORDS         PIC 9(09) COMP.
       77 WS-CHARGE              PIC 9(11)V99.
      * PERIOD TOTALS.
       77 WS-JOURNAL-READ-COUNT  PIC 9(09) COMP VALUE ZERO.
       77 WS-PERIOD-RUN-COUNT    PIC 9(09) COMP VALUE ZERO.
       77 WS-NO-ID-RUN-COUNT     PIC 9(09) COMP VALUE ZERO.
       77 WS-UNMATCHED-RUN-COUNT PIC 9(09) COMP VALUE ZERO.
       77 WS-AUDIT-READ-COUNT    PIC 9(09) COMP VALUE ZERO.
       77 WS-PERIOD-VALUE-COUNT  PIC 9(09) COMP VALUE ZERO.
       77 WS-NO-ID-VALUE-COUNT   PIC 9(09) COMP VALUE ZERO.
       77 WS-UNMATCHED-VALUE-COUNT PIC 9(09) COMP VALUE ZERO.
       77 WS-UNRATED-RUN-COUNT   PIC 9(09) COMP VALUE ZERO.
       77 WS-UNRATED-VALUE-COUNT PIC 9(09) COMP VALUE ZERO.
       77 WS-TOTAL-CHARGE        PIC 9(13)V99 VALUE ZERO.
       77 WS-GL-LINE-COUNT       PIC 9(07) COMP VALUE ZERO.
       77 WS-GL-DEBIT-TOTAL      PIC 9(13)V99 VALUE ZERO.
      * REPORT LINES.
       01 WS-HEADER-LINE.
           10 FILLER              PIC X(46) VALUE
               "SAMPLING SERVICE USAGE AND CHARGEBACK - PERIOD".
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-HDR-PERIOD       PIC 9(06).
           10 FILLER              PIC X(79) VALUE SPACES.
       01 WS-DEPT-LINE.
           10 FILLER              PIC X(11) VALUE "DEPARTMENT ".
           10 WS-DPL-NAME         PIC X(10).
           10 FILLER              PIC X(14) VALUE "  COST CENTRE ".
           10 WS-DPL-COST-CENTRE  PIC X(08).
           10 FILLER              PIC X(89) VALUE SPACES.
       01 WS-PROGRAM-LINE.
           10 FILLER              PIC X(10) VALUE "  PROGRAM ".
           10 WS-PGL-NAME         PIC X(09).
           10 FILLER              PIC X(13) VALUE "  EXECUTIONS ".
           10 WS-PGL-EXECUTIONS   PIC ZZZZZZZZ9.
           10 FILLER              PIC X(20) VALUE
               "  RECORDS DELIVERED ".
           10 WS-PGL-RECORDS      PIC ZZZZZZZZ9.
           10 FILLER              PIC X(09) VALUE "  CHARGE ".
           10 WS-PGL-CHARGE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-PGL-NOTE         PIC X(07).
           10 FILLER              PIC X(28) VALUE SPACES.
       01 WS-MODE-LINE.
           10 FILLER              PIC X(07) VALUE "  MODE ".
           10 WS-MDL-MODE         PIC 9(02).
           10 FILLER              PIC X(32) VALUE SPACES.
           10 FILLER              PIC X(20) VALUE
               "  VALUES DRAWN      ".
           10 WS-MDL-VALUES       PIC ZZZZZZZZ9.
           10 FILLER              PIC X(09) VALUE "  CHARGE ".
           10 WS-MDL-CHARGE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-MDL-NOTE         PIC X(07).
           10 FILLER              PIC X(28) VALUE SPACES.
       01 WS-DEPT-TOTAL-LINE.
           10 FILLER              PIC X(32) VALUE
               "  DEPARTMENT TOTAL".
           10 FILLER              PIC X(47) VALUE SPACES.
           10 WS-DTL-CHARGE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(36) VALUE SPACES.
       01 WS-TOTAL-LINE.
           10 WS-TOT-LABEL        PIC X(40).
           10 WS-TOT-COUNT        PIC ZZZZZZZZ9.
           10 FILLER              PIC X(83) VALUE SPACES.
       01 WS-CHARGE-TOTAL-LINE.
           10 FILLER              PIC X(40) VALUE
               "TOTAL CHARGED BACK".
           10 WS-CTL-CHARGE       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           10 FILLER              PIC X(70) VALUE SPACES.
      * EXCEPTIONS LIST LINES.
       01 WS-EXC-HEADER-LINE.
           10 FILLER              PIC X(47) VALUE
               "SAMPLING SERVICE CHARGEBACK EXCEPTIONS - PERIOD".
           10 FILLER              PIC X(01) VALUE SPACES.
           10 WS-EXH-PERIOD       PIC 9(06).
           10 FILLER              PIC X(78) VALUE SPACES.
       01 WS-EXC-DETAIL-LINE.
           10 FILLER              PIC X(09) VALUE "  RUN-ID ".
           10 WS-EXD-RUN-ID       PIC X(08).
           10 FILLER              PIC X(13) VALUE "  EXECUTIONS ".
           10 WS-EXD-EXECUTIONS   PIC ZZZZZZZZ9.
           10 FILLER              PIC X(10) VALUE "  RECORDS ".
           10 WS-EXD-RECORDS      PIC ZZZZZZZZ9.
           10 FILLER              PIC X(09) VALUE "  VALUES ".
           10 WS-EXD-VALUES       PIC ZZZZZZZZ9.
           10 FILLER              PIC X(56) VALUE SPACES.
       01 WS-UNRATED-LINE.
           10 FILLER              PIC X(10) VALUE "  PROGRAM ".
           10 WS-UNR-NAME         PIC X(09).
           10 FILLER              PIC X(25) VALUE
               "  EXECUTIONS NOT CHARGED ".
           10 WS-UNR-RUNS         PIC ZZZZZZZZ9.
           10 FILLER              PIC X(79) VALUE SPACES.
       01 WS-UNRATED-MODE-LINE.
           10 FILLER              PIC X(07) VALUE "  MODE ".
           10 WS-UNM-MODE         PIC 9(02).
           10 FILLER              PIC X(21) VALUE
               "  VALUES NOT CHARGED ".
           10 WS-UNM-VALUES       PIC ZZZZZZZZ9.
           10 FILLER              PIC X(93) VALUE SPACES.
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
           PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
           IF WS-ABEND
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 3000-READ-AUDIT THRU 3000-EXIT
           IF WS-ABEND
               GO TO 0000-MAINLINE-EXIT
           END-IF
           PERFORM 5000-PRINT-USAGE THRU 5000-EXIT
           PERFORM 6000-FINISH-EXTRACT THRU 6000-EXIT
           PERFORM 7000-PRINT-EXCEPTIONS THRU 7000-EXIT
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
       0000-MAINLINE-EXIT.
           PERFORM 9100-JOURNAL-END THRU 9100-EXIT
           GOBACK.
      ******************************************************************
      * 1000-INITIALIZE - READ AND VALIDATE THE ONE CONTROL CARD,
      * LOAD THE COST-CENTRE SIDE FILE AND THE RATE TABLE, AND OPEN
      * THE REPORT, THE EXTRACT AND THE EXCEPTIONS LIST.  ANY FAILURE
      * SETS WS-ABEND-SWITCH.
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT RANDUSE-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "RANDUSE: UNABLE TO OPEN USECTL, STATUS = "
                   WS-CONTROL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           READ RANDUSE-CONTROL-FILE
               AT END
                   DISPLAY "RANDUSE: USECTL HAS NO CONTROL CARD"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
                   GO TO 1000-EXIT
           END-READ
           CLOSE RANDUSE-CONTROL-FILE
           PERFORM 9000-JOURNAL-START THRU 9000-EXIT
           IF CTL-PERIOD NOT NUMERIC
              OR CTL-PERIOD-YEAR < 1900
              OR CTL-PERIOD-MONTH < 1 OR CTL-PERIOD-MONTH > 12
               DISPLAY "RANDUSE: PERIOD ON THE CONTROL CARD IS NOT "
                   "A YEAR AND MONTH (YYYYMM)"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF CTL-CHARGE-ACCOUNT = SPACES
              OR CTL-RECOVERY-ACCOUNT = SPACES
              OR CTL-SERVICE-COST-CENTRE = SPACES
               DISPLAY "RANDUSE: THE CONTROL CARD NEEDS THE CHARGE "
                   "AND RECOVERY ACCOUNTS AND THE SERVICE COST CENTRE"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           INITIALIZE WS-DEPT-TABLE
           INITIALIZE WS-PROGRAM-TABLE
           INITIALIZE WS-MODE-RATE-TABLE
           INITIALIZE WS-EXC-TABLE
           PERFORM 1100-LOAD-COST-CENTRES THRU 1100-EXIT
           IF WS-ABEND
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-LOAD-RATES THRU 1300-EXIT
           IF WS-ABEND
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RANDUSE-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "RANDUSE: UNABLE TO OPEN USERPT, STATUS = "
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RANDUSE-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "RANDUSE: UNABLE TO OPEN GLCHGB, STATUS = "
                   WS-EXTRACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT RANDUSE-EXCEPTION-FILE
           IF WS-EXCEPTION-FILE-STATUS NOT = "00"
               DISPLAY "RANDUSE: UNABLE TO OPEN USEEXC, STATUS = "
                   WS-EXCEPTION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE CTL-PERIOD TO WS-HDR-PERIOD
           WRITE RPT-RECORD FROM WS-HEADER-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 1100-LOAD-COST-CENTRES - READS COSTCTR INTO THE PREFIX TABLE,
      * BUILDING THE DEPARTMENT TABLE AS IT GOES.  BLANK LINES ARE
      * PASSED OVER.  A LINE MISSING A FIELD, A PREFIX WITH AN
      * EMBEDDED SPACE, A PREFIX GIVEN TWICE, OR A TABLE OVERFLOW
      * REFUSES THE RUN - A CHARGEBACK BUILT ON A BAD MAP WOULD BILL
      * THE WRONG DEPARTMENT.
      ******************************************************************
       1100-LOAD-COST-CENTRES.
           OPEN INPUT RANDUSE-COSTCTR-FILE
           IF WS-COSTCTR-FILE-STATUS NOT = "00"
               DISPLAY "RANDUSE: UNABLE TO OPEN COSTCTR, STATUS = "
                   WS-COSTCTR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           MOVE ZERO TO WS-LINE-NBR
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1110-LOAD-ONE-COST-CENTRE THRU 1110-EXIT
               UNTIL WS-FILE-EOF OR WS-ABEND
           CLOSE RANDUSE-COSTCTR-FILE
           IF NOT WS-ABEND AND WS-CCT-COUNT = ZERO
               DISPLAY "RANDUSE: COSTCTR HOLDS NO PREFIXES"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
           END-IF.
       1100-EXIT.
           EXIT.
       1110-LOAD-ONE-COST-CENTRE.
           READ RANDUSE-COSTCTR-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ
           ADD 1 TO WS-LINE-NBR
           IF CCT-RECORD = SPACES
               GO TO 1110-EXIT
           END-IF
           IF CCT-PREFIX(1:1) = SPACE
              OR CCT-DEPARTMENT = SPACES
              OR CCT-COST-CENTRE = SPACES
               DISPLAY "RANDUSE: COSTCTR LINE " WS-LINE-NBR
                   " NEEDS A PREFIX, DEPARTMENT AND COST CENTRE"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1110-EXIT
           END-IF
           MOVE 8 TO WS-CCT-LENGTH-WORK
           PERFORM 1120-TRIM-PREFIX THRU 1120-EXIT
               UNTIL CCT-PREFIX(WS-CCT-LENGTH-WORK:1) NOT = SPACE
           MOVE ZERO TO WS-CCT-SPACE-COUNT
           INSPECT CCT-PREFIX(1:WS-CCT-LENGTH-WORK)
               TALLYING WS-CCT-SPACE-COUNT FOR ALL SPACES
           IF WS-CCT-SPACE-COUNT > ZERO
               DISPLAY "RANDUSE: COSTCTR LINE " WS-LINE-NBR
                   " PREFIX HAS AN EMBEDDED SPACE"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1110-EXIT
           END-IF
           PERFORM 1130-CHECK-DUPLICATE THRU 1130-EXIT
               VARYING WS-CCT-SUB FROM 1 BY 1
               UNTIL WS-CCT-SUB > WS-CCT-COUNT OR WS-ABEND
           IF WS-ABEND
               GO TO 1110-EXIT
           END-IF
           IF WS-CCT-COUNT >= 200
               DISPLAY "RANDUSE: COSTCTR HOLDS MORE THAN 200 PREFIXES"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1110-EXIT
           END-IF
           PERFORM 1140-FIND-DEPARTMENT THRU 1140-EXIT
           IF WS-ABEND
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO WS-CCT-COUNT
           MOVE CCT-PREFIX TO WS-CCT-PREFIX(WS-CCT-COUNT)
           MOVE WS-CCT-LENGTH-WORK TO WS-CCT-LENGTH(WS-CCT-COUNT)
           MOVE WS-DEPT-SUB TO WS-CCT-DEPT-SUB(WS-CCT-COUNT).
       1110-EXIT.
           EXIT.
       1120-TRIM-PREFIX.
           SUBTRACT 1 FROM WS-CCT-LENGTH-WORK.
       1120-EXIT.
           EXIT.
       1130-CHECK-DUPLICATE.
           IF WS-CCT-PREFIX(WS-CCT-SUB) = CCT-PREFIX
               DISPLAY "RANDUSE: COSTCTR LINE " WS-LINE-NBR
                   " REPEATS PREFIX " CCT-PREFIX
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
           END-IF.
       1130-EXIT.
           EXIT.
      ******************************************************************
      * 1140-FIND-DEPARTMENT - THE DEPARTMENT-TABLE ENTRY FOR THE
      * LINE'S DEPARTMENT AND COST CENTRE, ADDED IF THIS IS THE FIRST
      * PREFIX TO NAME THEM.
      ******************************************************************
       1140-FIND-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-SWITCH
           PERFORM 1150-COMPARE-ONE-DEPARTMENT THRU 1150-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                  OR WS-DEPT-FOUND
           IF WS-DEPT-FOUND
               SUBTRACT 1 FROM WS-DEPT-SUB
               GO TO 1140-EXIT
           END-IF
           IF WS-DEPT-COUNT >= 100
               DISPLAY "RANDUSE: COSTCTR NAMES MORE THAN 100 "
                   "DEPARTMENTS"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1140-EXIT
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
           MOVE CCT-DEPARTMENT TO WS-DEPT-NAME(WS-DEPT-SUB)
           MOVE CCT-COST-CENTRE TO WS-DEPT-COST-CENTRE(WS-DEPT-SUB).
       1140-EXIT.
           EXIT.
       1150-COMPARE-ONE-DEPARTMENT.
           IF WS-DEPT-NAME(WS-DEPT-SUB) = CCT-DEPARTMENT
              AND WS-DEPT-COST-CENTRE(WS-DEPT-SUB) = CCT-COST-CENTRE
               SET WS-DEPT-FOUND TO TRUE
           END-IF.
       1150-EXIT.
           EXIT.
      ******************************************************************
      * 1300-LOAD-RATES - READS RATETBL.  BLANK LINES ARE PASSED OVER;
      * A LINE OF AN UNKNOWN TYPE, WITH A NON-NUMERIC AMOUNT OR MODE,
      * OR BEYOND THE TABLE REFUSES THE RUN.
      ******************************************************************
       1300-LOAD-RATES.
           OPEN INPUT RANDUSE-RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "RANDUSE: UNABLE TO OPEN RATETBL, STATUS = "
                   WS-RATE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1300-EXIT
           END-IF
           MOVE ZERO TO WS-LINE-NBR
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1310-LOAD-ONE-RATE THRU 1310-EXIT
               UNTIL WS-FILE-EOF OR WS-ABEND
           CLOSE RANDUSE-RATE-FILE.
       1300-EXIT.
           EXIT.
       1310-LOAD-ONE-RATE.
           READ RANDUSE-RATE-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ
           ADD 1 TO WS-LINE-NBR
           IF RAT-RECORD = SPACES
               GO TO 1310-EXIT
           END-IF
           IF RAT-PER-THOUSAND NOT NUMERIC
               DISPLAY "RANDUSE: RATETBL LINE " WS-LINE-NBR
                   " RATE PER THOUSAND IS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1310-EXIT
           END-IF
           EVALUATE TRUE
               WHEN RAT-PROGRAM-RATE
                   IF RAT-KEY = SPACES
                      OR RAT-CEILING NOT NUMERIC
                      OR RAT-PER-RUN NOT NUMERIC
                       DISPLAY "RANDUSE: RATETBL LINE " WS-LINE-NBR
                           " NEEDS A PROGRAM, CEILING AND FEE"
                       MOVE 16 TO RETURN-CODE
                       SET WS-ABEND TO TRUE
                       GO TO 1310-EXIT
                   END-IF
                   IF WS-RATE-COUNT >= 200
                       DISPLAY "RANDUSE: RATETBL HOLDS MORE THAN 200 "
                           "PROGRAM RATES"
                       MOVE 16 TO RETURN-CODE
                       SET WS-ABEND TO TRUE
                       GO TO 1310-EXIT
                   END-IF
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RAT-KEY TO WS-RAT-PROGRAM(WS-RATE-COUNT)
                   MOVE RAT-CEILING TO WS-RAT-CEILING(WS-RATE-COUNT)
                   MOVE RAT-PER-RUN TO WS-RAT-PER-RUN(WS-RATE-COUNT)
                   MOVE RAT-PER-THOUSAND
                       TO WS-RAT-PER-THOUSAND(WS-RATE-COUNT)
               WHEN RAT-MODE-RATE
                   IF RAT-MODE NOT NUMERIC OR RAT-MODE > 97
                       DISPLAY "RANDUSE: RATETBL LINE " WS-LINE-NBR
                           " MODE IS NOT 00-97"
                       MOVE 16 TO RETURN-CODE
                       SET WS-ABEND TO TRUE
                       GO TO 1310-EXIT
                   END-IF
                   COMPUTE WS-MODE-SUBSCRIPT = RAT-MODE + 1
                   MOVE RAT-PER-THOUSAND
                       TO WS-MODE-RATE(WS-MODE-SUBSCRIPT)
                   SET WS-MODE-RATED(WS-MODE-SUBSCRIPT) TO TRUE
               WHEN OTHER
                   DISPLAY "RANDUSE: RATETBL LINE " WS-LINE-NBR
                       " TYPE MUST BE P OR M"
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
           END-EVALUATE.
       1310-EXIT.
           EXIT.
      ******************************************************************
      * 2000-READ-JOURNAL - ONE PASS OVER RUNJRNL.  ONLY END RECORDS
      * STAMPED IN THE PERIOD ARE EXECUTIONS: A START WITHOUT AN END
      * IS AN ABENDED RUN, WHICH RANDJINQ REPORTS AND NOBODY IS
      * CHARGED FOR.
      ******************************************************************
       2000-READ-JOURNAL.
           OPEN INPUT RANDUSE-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "RANDUSE: UNABLE TO OPEN RUNJRNL, STATUS = "
                   WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 2000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 2100-TAKE-ONE-JOURNAL THRU 2100-EXIT
               UNTIL WS-FILE-EOF OR WS-ABEND
           CLOSE RANDUSE-JOURNAL-FILE.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 2100-TAKE-ONE-JOURNAL - COUNTS ONE EXECUTION AGAINST ITS
      * DEPARTMENT AND PROGRAM AND PRICES IT.  AN EXECUTION WITH NO
      * RUN-ID IS COUNTED AS NOT CHARGEABLE; ONE WHOSE RUN-ID MATCHES
      * NO PREFIX GOES TO THE EXCEPTIONS.
      ******************************************************************
       2100-TAKE-ONE-JOURNAL.
           READ RANDUSE-JOURNAL-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-JOURNAL-READ-COUNT
           IF JRN-REC-TYPE NOT = "E"
               GO TO 2100-EXIT
           END-IF
           COMPUTE WS-STAMP-PERIOD = JRN-STAMP-DATE / 100
           IF WS-STAMP-PERIOD NOT = CTL-PERIOD
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-PERIOD-RUN-COUNT
           IF JRN-RUN-ID = SPACES
               ADD 1 TO WS-NO-ID-RUN-COUNT
               GO TO 2100-EXIT
           END-IF
           MOVE JRN-PROGRAM TO WS-EVENT-PROGRAM
           MOVE ZERO TO WS-RUN-RECORDS
           IF WS-DELIVERING-PROGRAM AND JRN-RETURN-CODE < 8
               MOVE JRN-RECORD-COUNT TO WS-RUN-RECORDS
           END-IF
           MOVE JRN-RUN-ID TO WS-MATCH-RUN-ID
           PERFORM 4000-MATCH-RUN-ID THRU 4000-EXIT
           IF WS-MATCH-DEPT-SUB = ZERO
               ADD 1 TO WS-UNMATCHED-RUN-COUNT
               PERFORM 4100-NOTE-EXCEPTION THRU 4100-EXIT
               IF WS-EXC-SUB > ZERO
                   ADD 1 TO WS-EXC-EXECUTIONS(WS-EXC-SUB)
                   ADD WS-RUN-RECORDS TO WS-EXC-RECORDS(WS-EXC-SUB)
               END-IF
               GO TO 2100-EXIT
           END-IF
           MOVE WS-MATCH-DEPT-SUB TO WS-DEPT-SUB
           PERFORM 2300-FIND-PROGRAM THRU 2300-EXIT
           IF WS-ABEND
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-DEPT-EXECUTIONS(WS-DEPT-SUB)
           ADD 1 TO WS-DPG-EXECUTIONS(WS-DEPT-SUB, WS-PGM-SUB)
           ADD WS-RUN-RECORDS TO WS-DPG-RECORDS(WS-DEPT-SUB, WS-PGM-SUB)
           PERFORM 2200-PRICE-EXECUTION THRU 2200-EXIT.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 2200-PRICE-EXECUTION - THE FEE AND PER-THOUSAND RATE OF THE
      * PROGRAM'S BAND FOR THIS EXECUTION'S RECORD COUNT: THE BAND
      * WITH THE SMALLEST CEILING AT OR ABOVE THE COUNT, OR FAILING
      * THAT THE PROGRAM'S TOP BAND.  A PROGRAM WITH NO BAND AT ALL
      * IS COUNTED UNRATED FOR THE EXCEPTIONS LIST.
      ******************************************************************
       2200-PRICE-EXECUTION.
           MOVE ZERO TO WS-BAND-SUB
           MOVE ZERO TO WS-TOP-BAND-SUB
           PERFORM 2210-TRY-ONE-BAND THRU 2210-EXIT
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT
           IF WS-BAND-SUB = ZERO
               MOVE WS-TOP-BAND-SUB TO WS-BAND-SUB
           END-IF
           IF WS-BAND-SUB = ZERO
               ADD 1 TO WS-PGM-UNRATED-RUNS(WS-PGM-SUB)
               ADD 1 TO WS-UNRATED-RUN-COUNT
               GO TO 2200-EXIT
           END-IF
           COMPUTE WS-CHARGE ROUNDED =
               WS-RAT-PER-RUN(WS-BAND-SUB)
               + WS-RUN-RECORDS * WS-RAT-PER-THOUSAND(WS-BAND-SUB)
                 / 1000
           ADD WS-CHARGE TO WS-DPG-CHARGE(WS-DEPT-SUB, WS-PGM-SUB)
           ADD WS-CHARGE TO WS-DEPT-CHARGE(WS-DEPT-SUB).
       2200-EXIT.
           EXIT.
       2210-TRY-ONE-BAND.
           IF WS-RAT-PROGRAM(WS-RATE-SUB) NOT = JRN-PROGRAM
               GO TO 2210-EXIT
           END-IF
           IF WS-TOP-BAND-SUB = ZERO
               MOVE WS-RATE-SUB TO WS-TOP-BAND-SUB
           ELSE
               IF WS-RAT-CEILING(WS-RATE-SUB)
                  > WS-RAT-CEILING(WS-TOP-BAND-SUB)
                   MOVE WS-RATE-SUB TO WS-TOP-BAND-SUB
               END-IF
           END-IF
           IF WS-RAT-CEILING(WS-RATE-SUB) < WS-RUN-RECORDS
               GO TO 2210-EXIT
           END-IF
           IF WS-BAND-SUB = ZERO
               MOVE WS-RATE-SUB TO WS-BAND-SUB
           ELSE
               IF WS-RAT-CEILING(WS-RATE-SUB)
                  < WS-RAT-CEILING(WS-BAND-SUB)
                   MOVE WS-RATE-SUB TO WS-BAND-SUB
               END-IF
           END-IF.
       2210-EXIT.
           EXIT.
      ******************************************************************
      * 2300-FIND-PROGRAM - THE PROGRAM-TABLE ENTRY FOR THE JOURNAL
      * RECORD'S PROGRAM, ADDED THE FIRST TIME IT IS SEEN.
      ******************************************************************
       2300-FIND-PROGRAM.
           MOVE "N" TO WS-PGM-FOUND-SWITCH
           PERFORM 2310-COMPARE-ONE-PROGRAM THRU 2310-EXIT
               VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > WS-PGM-COUNT
                  OR WS-PGM-FOUND
           IF WS-PGM-FOUND
               SUBTRACT 1 FROM WS-PGM-SUB
               GO TO 2300-EXIT
           END-IF
           IF WS-PGM-COUNT >= 40
               DISPLAY "RANDUSE: MORE THAN 40 PROGRAMS IN RUNJRNL"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-PGM-COUNT
           MOVE WS-PGM-COUNT TO WS-PGM-SUB
           MOVE JRN-PROGRAM TO WS-PGM-NAME(WS-PGM-SUB).
       2300-EXIT.
           EXIT.
       2310-COMPARE-ONE-PROGRAM.
           IF WS-PGM-NAME(WS-PGM-SUB) = JRN-PROGRAM
               SET WS-PGM-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.
      ******************************************************************
      * 3000-READ-AUDIT - ONE PASS OVER RANDAUD, COUNTING THE VALUES
      * DRAWN IN THE PERIOD BY DEPARTMENT AND MODE.
      ******************************************************************
       3000-READ-AUDIT.
           OPEN INPUT RANDUSE-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "RANDUSE: UNABLE TO OPEN RANDAUD, STATUS = "
                   WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 3100-TAKE-ONE-AUDIT THRU 3100-EXIT
               UNTIL WS-FILE-EOF
           CLOSE RANDUSE-AUDIT-FILE.
       3000-EXIT.
           EXIT.
       3100-TAKE-ONE-AUDIT.
           READ RANDUSE-AUDIT-FILE
               AT END
                   SET WS-FILE-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-AUDIT-READ-COUNT
           COMPUTE WS-STAMP-PERIOD = AUD-CURRENT-DATE / 100
           IF WS-STAMP-PERIOD NOT = CTL-PERIOD
              OR AUD-MODE > 97
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-PERIOD-VALUE-COUNT
           IF AUD-RUN-ID = SPACES
               ADD 1 TO WS-NO-ID-VALUE-COUNT
               GO TO 3100-EXIT
           END-IF
           MOVE AUD-RUN-ID TO WS-MATCH-RUN-ID
           PERFORM 4000-MATCH-RUN-ID THRU 4000-EXIT
           IF WS-MATCH-DEPT-SUB = ZERO
               ADD 1 TO WS-UNMATCHED-VALUE-COUNT
               PERFORM 4100-NOTE-EXCEPTION THRU 4100-EXIT
               IF WS-EXC-SUB > ZERO
                   ADD 1 TO WS-EXC-VALUES(WS-EXC-SUB)
               END-IF
               GO TO 3100-EXIT
           END-IF
           COMPUTE WS-MODE-SUBSCRIPT = AUD-MODE + 1
           ADD 1 TO WS-DEPT-VALUES(WS-MATCH-DEPT-SUB)
           ADD 1 TO WS-DMD-VALUES(WS-MATCH-DEPT-SUB, WS-MODE-SUBSCRIPT).
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 4000-MATCH-RUN-ID - THE DEPARTMENT OF THE LONGEST PREFIX
      * WS-MATCH-RUN-ID STARTS WITH, OR ZERO FOR NONE.  THE LAST
      * ANSWER IS KEPT, SINCE CONSECUTIVE RECORDS USUALLY SHARE A
      * RUN-ID.
      ******************************************************************
       4000-MATCH-RUN-ID.
           IF WS-MATCH-RUN-ID = WS-LAST-RUN-ID
               MOVE WS-LAST-DEPT-SUB TO WS-MATCH-DEPT-SUB
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO WS-MATCH-DEPT-SUB
           MOVE ZERO TO WS-MATCH-LENGTH
           PERFORM 4010-TRY-ONE-PREFIX THRU 4010-EXIT
               VARYING WS-CCT-SUB FROM 1 BY 1
               UNTIL WS-CCT-SUB > WS-CCT-COUNT
           MOVE WS-MATCH-RUN-ID TO WS-LAST-RUN-ID
           MOVE WS-MATCH-DEPT-SUB TO WS-LAST-DEPT-SUB.
       4000-EXIT.
           EXIT.
       4010-TRY-ONE-PREFIX.
           IF WS-CCT-LENGTH(WS-CCT-SUB) <= WS-MATCH-LENGTH
               GO TO 4010-EXIT
           END-IF
           MOVE WS-CCT-LENGTH(WS-CCT-SUB) TO WS-CCT-LENGTH-WORK
           IF WS-MATCH-RUN-ID(1:WS-CCT-LENGTH-WORK)
              = WS-CCT-PREFIX(WS-CCT-SUB)(1:WS-CCT-LENGTH-WORK)
               MOVE WS-CCT-LENGTH-WORK TO WS-MATCH-LENGTH
               MOVE WS-CCT-DEPT-SUB(WS-CCT-SUB) TO WS-MATCH-DEPT-SUB
           END-IF.
       4010-EXIT.
           EXIT.
      ******************************************************************
      * 4100-NOTE-EXCEPTION - THE EXCEPTIONS-TABLE ENTRY FOR AN
      * UNMATCHED RUN-ID, ADDED THE FIRST TIME IT IS SEEN.  PAST 500
      * DISTINCT RUN-IDS THE REST ARE ONLY COUNTED (WS-EXC-SUB ZERO),
      * AND THE LIST SAYS SO.
      ******************************************************************
       4100-NOTE-EXCEPTION.
           MOVE "N" TO WS-EXC-FOUND-SWITCH
           PERFORM 4110-COMPARE-ONE-EXCEPTION THRU 4110-EXIT
               VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > WS-EXC-COUNT
                  OR WS-EXC-FOUND
           IF WS-EXC-FOUND
               SUBTRACT 1 FROM WS-EXC-SUB
               GO TO 4100-EXIT
           END-IF
           IF WS-EXC-COUNT >= 500
               ADD 1 TO WS-EXC-OVERFLOW-COUNT
               MOVE ZERO TO WS-EXC-SUB
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-EXC-COUNT
           MOVE WS-EXC-COUNT TO WS-EXC-SUB
           MOVE WS-MATCH-RUN-ID TO WS-EXC-RUN-ID(WS-EXC-SUB).
       4100-EXIT.
           EXIT.
       4110-COMPARE-ONE-EXCEPTION.
           IF WS-EXC-RUN-ID(WS-EXC-SUB) = WS-MATCH-RUN-ID
               SET WS-EXC-FOUND TO TRUE
           END-IF.
       4110-EXIT.
           EXIT.
      ******************************************************************
      * 5000-PRINT-USAGE - ONE BLOCK PER DEPARTMENT THAT USED THE
      * SERVICE: EXECUTIONS, RECORDS AND CHARGE PER PROGRAM, VALUES
      * AND CHARGE PER MODE, AND THE DEPARTMENT TOTAL.  EVERY CHARGE
      * LINE IS ALSO WRITTEN TO THE GL EXTRACT AS A DEBIT TO THE
      * DEPARTMENT'S COST CENTRE.  THE PERIOD'S COUNTS FOLLOW.
      ******************************************************************
       5000-PRINT-USAGE.
           PERFORM 5100-PRINT-ONE-DEPARTMENT THRU 5100-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
           MOVE "JOURNAL RECORDS READ" TO WS-TOT-LABEL
           MOVE WS-JOURNAL-READ-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "EXECUTIONS IN THE PERIOD" TO WS-TOT-LABEL
           MOVE WS-PERIOD-RUN-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  WITHOUT A RUN-ID - NOT CHARGED" TO WS-TOT-LABEL
           MOVE WS-NO-ID-RUN-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  UNDER UNMATCHED RUN-IDS - SEE USEEXC" TO WS-TOT-LABEL
           MOVE WS-UNMATCHED-RUN-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  WITH NO RATE - SEE USEEXC" TO WS-TOT-LABEL
           MOVE WS-UNRATED-RUN-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "AUDIT RECORDS READ" TO WS-TOT-LABEL
           MOVE WS-AUDIT-READ-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "VALUES DRAWN IN THE PERIOD" TO WS-TOT-LABEL
           MOVE WS-PERIOD-VALUE-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  WITHOUT A RUN-ID - NOT CHARGED" TO WS-TOT-LABEL
           MOVE WS-NO-ID-VALUE-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  UNDER UNMATCHED RUN-IDS - SEE USEEXC" TO WS-TOT-LABEL
           MOVE WS-UNMATCHED-VALUE-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE "  WITH NO RATE - SEE USEEXC" TO WS-TOT-LABEL
           MOVE WS-UNRATED-VALUE-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE WS-TOTAL-CHARGE TO WS-CTL-CHARGE
           WRITE RPT-RECORD FROM WS-CHARGE-TOTAL-LINE.
       5000-EXIT.
           EXIT.
       5100-PRINT-ONE-DEPARTMENT.
           IF WS-DEPT-EXECUTIONS(WS-DEPT-SUB) = ZERO
              AND WS-DEPT-VALUES(WS-DEPT-SUB) = ZERO
               GO TO 5100-EXIT
           END-IF
           MOVE WS-DEPT-NAME(WS-DEPT-SUB) TO WS-DPL-NAME
           MOVE WS-DEPT-COST-CENTRE(WS-DEPT-SUB) TO WS-DPL-COST-CENTRE
           WRITE RPT-RECORD FROM WS-DEPT-LINE
           PERFORM 5110-PRINT-ONE-PROGRAM THRU 5110-EXIT
               VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > WS-PGM-COUNT
           PERFORM 5120-PRINT-ONE-MODE THRU 5120-EXIT
               VARYING WS-MODE-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-MODE-SUBSCRIPT > 100
           MOVE WS-DEPT-CHARGE(WS-DEPT-SUB) TO WS-DTL-CHARGE
           WRITE RPT-RECORD FROM WS-DEPT-TOTAL-LINE
           ADD WS-DEPT-CHARGE(WS-DEPT-SUB) TO WS-TOTAL-CHARGE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD.
       5100-EXIT.
           EXIT.
       5110-PRINT-ONE-PROGRAM.
           IF WS-DPG-EXECUTIONS(WS-DEPT-SUB, WS-PGM-SUB) = ZERO
               GO TO 5110-EXIT
           END-IF
           MOVE WS-PGM-NAME(WS-PGM-SUB) TO WS-PGL-NAME
           MOVE WS-DPG-EXECUTIONS(WS-DEPT-SUB, WS-PGM-SUB)
               TO WS-PGL-EXECUTIONS
           MOVE WS-DPG-RECORDS(WS-DEPT-SUB, WS-PGM-SUB)
               TO WS-PGL-RECORDS
           MOVE WS-DPG-CHARGE(WS-DEPT-SUB, WS-PGM-SUB)
               TO WS-PGL-CHARGE
           MOVE SPACES TO WS-PGL-NOTE
           IF WS-PGM-UNRATED-RUNS(WS-PGM-SUB) > ZERO
               MOVE "NO RATE" TO WS-PGL-NOTE
           END-IF
           WRITE RPT-RECORD FROM WS-PROGRAM-LINE
           IF WS-DPG-CHARGE(WS-DEPT-SUB, WS-PGM-SUB) > ZERO
               MOVE WS-DPG-CHARGE(WS-DEPT-SUB, WS-PGM-SUB)
                   TO WS-CHARGE
               MOVE SPACES TO GLX-RECORD
               STRING "SAMPLING USAGE " WS-PGM-NAME(WS-PGM-SUB)
                   DELIMITED BY SIZE INTO GLX-DESCRIPTION
               PERFORM 6100-WRITE-DEBIT THRU 6100-EXIT
           END-IF.
       5110-EXIT.
           EXIT.
       5120-PRINT-ONE-MODE.
           IF WS-DMD-VALUES(WS-DEPT-SUB, WS-MODE-SUBSCRIPT) = ZERO
               GO TO 5120-EXIT
           END-IF
           COMPUTE WS-CHARGE ROUNDED =
               WS-DMD-VALUES(WS-DEPT-SUB, WS-MODE-SUBSCRIPT)
               * WS-MODE-RATE(WS-MODE-SUBSCRIPT) / 1000
           ADD WS-CHARGE TO WS-DEPT-CHARGE(WS-DEPT-SUB)
           COMPUTE WS-MDL-MODE = WS-MODE-SUBSCRIPT - 1
           MOVE WS-DMD-VALUES(WS-DEPT-SUB, WS-MODE-SUBSCRIPT)
               TO WS-MDL-VALUES
           MOVE WS-CHARGE TO WS-MDL-CHARGE
           MOVE SPACES TO WS-MDL-NOTE
           IF NOT WS-MODE-RATED(WS-MODE-SUBSCRIPT)
               ADD WS-DMD-VALUES(WS-DEPT-SUB, WS-MODE-SUBSCRIPT)
                   TO WS-MODE-UNRATED-VALUES(WS-MODE-SUBSCRIPT)
                      WS-UNRATED-VALUE-COUNT
               MOVE "NO RATE" TO WS-MDL-NOTE
           END-IF
           WRITE RPT-RECORD FROM WS-MODE-LINE
           IF WS-CHARGE > ZERO
               MOVE SPACES TO GLX-RECORD
               STRING "SAMPLING VALUES MODE " WS-MDL-MODE
                   DELIMITED BY SIZE INTO GLX-DESCRIPTION
               PERFORM 6100-WRITE-DEBIT THRU 6100-EXIT
           END-IF.
       5120-EXIT.
           EXIT.
      ******************************************************************
      * 6000-FINISH-EXTRACT - ONE CREDIT FOR EVERYTHING CHARGED, TO
      * THE SERVICE'S RECOVERY ACCOUNT, THEN THE TRAILER THE LEDGER
      * BALANCES THE FILE ON.
      ******************************************************************
       6000-FINISH-EXTRACT.
           IF WS-TOTAL-CHARGE > ZERO
               MOVE SPACES TO GLX-RECORD
               MOVE "D" TO GLX-REC-TYPE
               MOVE "RANDUS" TO GLX-SOURCE
               MOVE CTL-PERIOD TO GLX-PERIOD
               MOVE CTL-SERVICE-COST-CENTRE TO GLX-COST-CENTRE
               MOVE CTL-RECOVERY-ACCOUNT TO GLX-ACCOUNT
               MOVE "C" TO GLX-DR-CR
               MOVE WS-TOTAL-CHARGE TO GLX-AMOUNT
               MOVE "SAMPLING SERVICE RECOVERY" TO GLX-DESCRIPTION
               WRITE GLX-RECORD
               ADD 1 TO WS-GL-LINE-COUNT
           END-IF
           MOVE SPACES TO GLT-RECORD
           MOVE "T" TO GLT-REC-TYPE
           MOVE "RANDUS" TO GLT-SOURCE
           MOVE CTL-PERIOD TO GLT-PERIOD
           MOVE WS-GL-LINE-COUNT TO GLT-LINE-COUNT
           MOVE WS-GL-DEBIT-TOTAL TO GLT-DEBIT-TOTAL
           MOVE WS-TOTAL-CHARGE TO GLT-CREDIT-TOTAL
           WRITE GLT-RECORD.
       6000-EXIT.
           EXIT.
      ******************************************************************
      * 6100-WRITE-DEBIT - ONE DEBIT OF WS-CHARGE TO THE DEPARTMENT'S
      * COST CENTRE ON THE CHARGE ACCOUNT, DESCRIBED BY THE CALLER.
      ******************************************************************
       6100-WRITE-DEBIT.
           MOVE "D" TO GLX-REC-TYPE
           MOVE "RANDUS" TO GLX-SOURCE
           MOVE CTL-PERIOD TO GLX-PERIOD
           MOVE WS-DEPT-COST-CENTRE(WS-DEPT-SUB) TO GLX-COST-CENTRE
           MOVE CTL-CHARGE-ACCOUNT TO GLX-ACCOUNT
           MOVE "D" TO GLX-DR-CR
           MOVE WS-CHARGE TO GLX-AMOUNT
           WRITE GLX-RECORD
           ADD 1 TO WS-GL-LINE-COUNT
           ADD WS-CHARGE TO WS-GL-DEBIT-TOTAL.
       6100-EXIT.
           EXIT.
      ******************************************************************
      * 7000-PRINT-EXCEPTIONS - EVERY RUN-ID THAT MATCHED NO PREFIX,
      * WITH WHAT RAN UNDER IT, THEN EVERY PROGRAM THAT RAN WITHOUT A
      * RATE AND EVERY MODE DRAWN WITHOUT ONE.  ANY EXCEPTION ENDS
      * THE RUN WITH RETURN-CODE 4 SO THE SIDE FILE OR RATE TABLE IS
      * PUT RIGHT BEFORE THE MONTH CLOSES.
      ******************************************************************
       7000-PRINT-EXCEPTIONS.
           MOVE CTL-PERIOD TO WS-EXH-PERIOD
           WRITE EXC-RECORD FROM WS-EXC-HEADER-LINE
           MOVE SPACES TO EXC-RECORD
           WRITE EXC-RECORD
           MOVE "RUN-IDS MATCHING NO COST-CENTRE PREFIX" TO EXC-RECORD
           WRITE EXC-RECORD
           PERFORM 7100-PRINT-ONE-EXCEPTION THRU 7100-EXIT
               VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > WS-EXC-COUNT
           IF WS-EXC-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO EXC-RECORD
               STRING "  *** MORE THAN 500 UNMATCHED RUN-IDS - THE "
                   "REST ARE IN THE REPORT TOTALS ONLY ***"
                   DELIMITED BY SIZE INTO EXC-RECORD
               WRITE EXC-RECORD
           END-IF
           IF WS-EXC-COUNT = ZERO
               MOVE "  NONE" TO EXC-RECORD
               WRITE EXC-RECORD
           END-IF
           MOVE SPACES TO EXC-RECORD
           WRITE EXC-RECORD
           MOVE "PROGRAMS RUN WITH NO RATE IN RATETBL" TO EXC-RECORD
           WRITE EXC-RECORD
           PERFORM 7200-PRINT-ONE-UNRATED THRU 7200-EXIT
               VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > WS-PGM-COUNT
           IF WS-UNRATED-RUN-COUNT = ZERO
               MOVE "  NONE" TO EXC-RECORD
               WRITE EXC-RECORD
           END-IF
           MOVE SPACES TO EXC-RECORD
           WRITE EXC-RECORD
           MOVE "MODES DRAWN WITH NO RATE IN RATETBL" TO EXC-RECORD
           WRITE EXC-RECORD
           PERFORM 7300-PRINT-ONE-UNRATED-MODE THRU 7300-EXIT
               VARYING WS-MODE-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-MODE-SUBSCRIPT > 100
           IF WS-UNRATED-VALUE-COUNT = ZERO
               MOVE "  NONE" TO EXC-RECORD
               WRITE EXC-RECORD
           END-IF
           IF WS-EXC-COUNT > ZERO OR WS-UNRATED-RUN-COUNT > ZERO
              OR WS-UNRATED-VALUE-COUNT > ZERO
               DISPLAY "RANDUSE: CHARGEBACK EXCEPTIONS LISTED ON "
                   "USEEXC"
               MOVE 4 TO RETURN-CODE
           END-IF.
       7000-EXIT.
           EXIT.
       7100-PRINT-ONE-EXCEPTION.
           MOVE WS-EXC-RUN-ID(WS-EXC-SUB) TO WS-EXD-RUN-ID
           MOVE WS-EXC-EXECUTIONS(WS-EXC-SUB) TO WS-EXD-EXECUTIONS
           MOVE WS-EXC-RECORDS(WS-EXC-SUB) TO WS-EXD-RECORDS
           MOVE WS-EXC-VALUES(WS-EXC-SUB) TO WS-EXD-VALUES
           WRITE EXC-RECORD FROM WS-EXC-DETAIL-LINE.
       7100-EXIT.
           EXIT.
       7200-PRINT-ONE-UNRATED.
           IF WS-PGM-UNRATED-RUNS(WS-PGM-SUB) = ZERO
               GO TO 7200-EXIT
           END-IF
           MOVE WS-PGM-NAME(WS-PGM-SUB) TO WS-UNR-NAME
           MOVE WS-PGM-UNRATED-RUNS(WS-PGM-SUB) TO WS-UNR-RUNS
           WRITE EXC-RECORD FROM WS-UNRATED-LINE.
       7200-EXIT.
           EXIT.
       7300-PRINT-ONE-UNRATED-MODE.
           IF WS-MODE-UNRATED-VALUES(WS-MODE-SUBSCRIPT) = ZERO
               GO TO 7300-EXIT
           END-IF
           COMPUTE WS-UNM-MODE = WS-MODE-SUBSCRIPT - 1
           MOVE WS-MODE-UNRATED-VALUES(WS-MODE-SUBSCRIPT)
               TO WS-UNM-VALUES
           WRITE EXC-RECORD FROM WS-UNRATED-MODE-LINE.
       7300-EXIT.
           EXIT.
      ******************************************************************
      * 8000-TERMINATE - CLOSE THE OUTPUTS AND RETURN.  THE INPUTS
      * WERE EACH CLOSED BY THE PASS THAT READ THEM.
      ******************************************************************
       8000-TERMINATE.
           CLOSE RANDUSE-REPORT-FILE
           CLOSE RANDUSE-EXTRACT-FILE
           CLOSE RANDUSE-EXCEPTION-FILE.
       8000-EXIT.
           EXIT.
      ******************************************************************
      * 9000-JOURNAL-START - REGISTERS THIS EXECUTION IN THE COMMON
      * RUN JOURNAL AS SOON AS THE CONTROL CARD IS IN HAND, SO AN
      * ABEND ANYWHERE LATER LEAVES A VISIBLE OPEN ENTRY.  THE
      * CHARGEBACK CARRIES NO RUN-ID, SO IT NEVER CHARGES ITSELF.  A
      * JOURNAL FAILURE WARNS AND RUNS ON.
      ******************************************************************
       9000-JOURNAL-START.
           MOVE "S" TO RND-JRN-FUNCTION
           MOVE "RANDUSE" TO RND-JRN-PROGRAM
           MOVE SPACES TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE ZERO TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDUSE: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF
           SET WS-JOURNAL-STARTED TO TRUE.
       9000-EXIT.
           EXIT.
      ******************************************************************
      * 9100-JOURNAL-END - CLOSES THIS EXECUTION'S JOURNAL ENTRY ON
      * THE WAY OUT WITH THE GL LINES WRITTEN AND THE FINAL RETURN
      * CODE.  SKIPPED WHEN THE RUN DIED BEFORE THE START RECORD WAS
      * CUT.
      ******************************************************************
       9100-JOURNAL-END.
           IF NOT WS-JOURNAL-STARTED
               GO TO 9100-EXIT
           END-IF
           MOVE "E" TO RND-JRN-FUNCTION
           MOVE "RANDUSE" TO RND-JRN-PROGRAM
           MOVE SPACES TO RND-JRN-RUN-ID
           MOVE CTL-RECORD TO RND-JRN-CARD-IMAGE
           MOVE WS-GL-LINE-COUNT TO RND-JRN-RECORD-COUNT
           MOVE RETURN-CODE TO RND-JRN-RETURN-CODE
           CALL "RANDJRN" USING RND-JRNPARM
           IF RND-JRN-STATUS NOT = "00"
               DISPLAY "RANDUSE: RUN JOURNAL NOT UPDATED, RANDJRN "
                   "STATUS = " RND-JRN-STATUS
           END-IF.
       9100-EXIT.
           EXIT.
       END PROGRAM RANDUSE.
