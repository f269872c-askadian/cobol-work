      *          PROVE NO RECORD WAS DROPPED IN THE MOVE; IF READ DOES
      *          NOT EQUAL ARCHIVED PLUS RETAINED THE RUN ENDS WITH
      *          RETURN-CODE 16 AND THE SWAP MUST NOT BE DONE.
      *          THE CHECK-VALUE CHAIN (SEE RANDAUDR) IS CARRIED
      *          ACROSS THE SPLIT: A CHAIN ANCHOR ALREADY AT THE HEAD
      *          OF RANDAUD STAYS AT THE HEAD OF THE ARCHIVE, AND
      *          AUDNEW OPENS WITH A FRESH ANCHOR CARRYING THE CHECK
      *          VALUE OF THE LAST RECORD ARCHIVED, SO ARCHOUT AND
      *          AUDNEW EACH VERIFY ON THEIR OWN UNDER RANDAUDV.
      * Tectonics: cobc
      * Modifications:
      *   10/08/2026  AK  AUDIT RECORDS WIDEN FOR THE NEW CHECK VALUE
      *                    (AUD-CHAIN-VALUE).  A MODE 98 CHAIN ANCHOR
      *                    ON THE INPUT ALWAYS GOES TO THE ARCHIVE,
      *                    AND AUDNEW NOW STARTS WITH A NEW ANCHOR
      *                    CARRYING THE LAST ARCHIVED RECORD'S CHECK
      *                    VALUE.  THE REPORT SHOWS THE VALUE ARCHOUT
      *                    OPENS FROM, THE VALUE IT CLOSES ON AND THE
      *                    VALUE THE AUDNEW ANCHOR CARRIES.  THE NEW
      *                    ANCHOR IS NOT AN INPUT RECORD AND IS KEPT
      *                    OUT OF THE CONTROL TOTALS.
      *   09/02/2026  AK  EVERY EXECUTION IS NOW REGISTERED IN THE
      *                    COMMON RUN JOURNAL THROUGH RANDJRN: A
      *                    START RECORD CUT AT INITIALIZATION (SO AN
       FD  RANDARCH-AUDIT-FILE.
           COPY RANDAUDR.
       FD  RANDARCH-ARCHIVE-FILE.
       01 ARCHIVE-RECORD       PIC X(53).
       FD  RANDARCH-RETAINED-FILE.
       01 RETAINED-RECORD      PIC X(53).
       FD  RANDARCH-REPORT-FILE.
       01 RPT-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-RETAINED-COUNT      PIC 9(09) COMP VALUE ZERO.
       77 WS-BALANCE-COUNT       PIC 9(09) COMP.
       77 WS-MODE-SUBSCRIPT      PIC 9(03) COMP.
      * CHAIN STATE: THE CHECK VALUE THE ARCHIVE OPENS FROM (THE
      * INPUT'S ANCHOR, IF IT HAS ONE), AND THE CHECK VALUE OF THE
      * LAST RECORD ARCHIVED, WHICH THE AUDNEW ANCHOR CARRIES.  A
      * RECORD WRITTEN BEFORE RECORDS CARRIED CHECK VALUES LEAVES
      * ZERO, THE VALUE THE NEXT CHAINED RECORD STARTS FROM.
       77 WS-CHAIN-OPENING       PIC 9(18) VALUE ZERO.
       77 WS-CHAIN-CARRY         PIC 9(18) VALUE ZERO.
       77 WS-ANCHOR-SWITCH       PIC X VALUE "N".
           88 WS-ANCHOR-WRITTEN           VALUE "Y".
      * THE AUDNEW ANCHOR - THE RANDAUDR LAYOUT, MODE 98.
       01 WS-ANCHOR-RECORD.
           10 WS-ANC-DATE         PIC 9(08).
           10 WS-ANC-TIME         PIC 9(08).
           10 WS-ANC-MODE         PIC 9(02) VALUE 98.
           10 WS-ANC-RND-VAR      PIC 9(09) VALUE ZERO.
           10 WS-ANC-RUN-ID       PIC X(08) VALUE "RANDARCH".
           10 WS-ANC-CHAIN-VALUE  PIC 9(18).
      * PER-MODE CONTROL TOTALS.  AUD-MODE IS TWO DIGITS (00-99);
      * ENTRY AUD-MODE + 1 HOLDS THAT MODE'S COUNTS.
       01 WS-MODE-TABLE.
           10 WS-TOT-LABEL        PIC X(18).
           10 WS-TOT-COUNT        PIC ZZZZZZZZ9.
           10 FILLER              PIC X(53) VALUE SPACES.
       01 WS-CHAIN-LINE.
           10 WS-CHN-LABEL        PIC X(32).
           10 WS-CHN-VALUE        PIC 9(18).
           10 FILLER              PIC X(30) VALUE SPACES.
      * REQUEST AREA PASSED TO RANDJRN TO REGISTER THIS EXECUTION IN
      * THE COMMON RUN JOURNAL - THE RANDJRNP LAYOUT (SEE THAT
      * MEMBER) WITH FIELD NAMES PREFIXED RND.
      ******************************************************************
      * 2000-PROCESS-ONE-RECORD - READS ONE AUDIT RECORD AND ROUTES
      * IT: DATED BEFORE THE RETENTION DATE TO THE ARCHIVE FILE,
      * OTHERWISE TO THE FRESH AUDIT FILE.  A CHAIN ANCHOR GOES TO
      * THE ARCHIVE WHATEVER ITS DATE - IT IS WHAT THE ARCHIVE'S
      * FIRST RECORDS CHAIN ONTO - AND THE FIRST RECORD RETAINED IS
      * PRECEDED BY AUDNEW'S OWN ANCHOR.  EVERY WRITE'S FILE STATUS
      * IS CHECKED - A RECORD THAT CANNOT BE REWRITTEN SOMEWHERE IS A
      * DROPPED AUDIT RECORD, WHICH IS EXACTLY WHAT THIS JOB EXISTS
      * TO PREVENT, SO ANY WRITE FAILURE ABENDS THE RUN.
           ADD 1 TO WS-READ-COUNT
           COMPUTE WS-MODE-SUBSCRIPT = AUD-MODE + 1
           IF AUD-CURRENT-DATE < CTL-RETENTION-DATE
              OR AUD-MODE = 98
               WRITE ARCHIVE-RECORD FROM AUDIT-RECORD
               IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY "RANDARCH: WRITE TO ARCHOUT FAILED, "
               END-IF
               ADD 1 TO WS-ARCHIVED-COUNT
               ADD 1 TO WS-MODE-ARCHIVED(WS-MODE-SUBSCRIPT)
               IF AUD-CHAIN-VALUE NUMERIC
                   MOVE AUD-CHAIN-VALUE TO WS-CHAIN-CARRY
               ELSE
                   MOVE ZERO TO WS-CHAIN-CARRY
               END-IF
               IF AUD-MODE = 98 AND WS-ARCHIVED-COUNT = 1
                   MOVE WS-CHAIN-CARRY TO WS-CHAIN-OPENING
               END-IF
           ELSE
               IF NOT WS-ANCHOR-WRITTEN
                   PERFORM 2100-WRITE-ANCHOR THRU 2100-EXIT
                   IF WS-ABEND
                       GO TO 2000-EXIT
                   END-IF
               END-IF
               WRITE RETAINED-RECORD FROM AUDIT-RECORD
               IF WS-RETAINED-FILE-STATUS NOT = "00"
                   DISPLAY "RANDARCH: WRITE TO AUDNEW FAILED, "
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 2100-WRITE-ANCHOR - OPENS AUDNEW WITH A MODE 98 CHAIN ANCHOR
      * CARRYING THE CHECK VALUE OF THE LAST RECORD ARCHIVED, SO THE
      * FIRST RECORD RETAINED STILL CHAINS.  CUT JUST BEFORE THAT
      * RECORD, OR AT THE END WHEN NOTHING WAS RETAINED, SO THE
      * FRESH RANDAUD ALWAYS STARTS WITH ONE.
      ******************************************************************
       2100-WRITE-ANCHOR.
           ACCEPT WS-ANC-DATE FROM DATE YYYYMMDD
           ACCEPT WS-ANC-TIME FROM TIME
           MOVE WS-CHAIN-CARRY TO WS-ANC-CHAIN-VALUE
           WRITE RETAINED-RECORD FROM WS-ANCHOR-RECORD
           IF WS-RETAINED-FILE-STATUS NOT = "00"
               DISPLAY "RANDARCH: WRITE TO AUDNEW FAILED, "
                   "STATUS = " WS-RETAINED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 2100-EXIT
           END-IF
           SET WS-ANCHOR-WRITTEN TO TRUE.
       2100-EXIT.
           EXIT.
      ******************************************************************
      * 3000-PRINT-REPORT - CONTROL TOTALS: ONE LINE PER MODE WITH
      * ANY ACTIVITY, THEN THE READ/ARCHIVED/RETAINED GRAND TOTALS,
      * THEN THE CHAIN VALUES THE TWO OUTPUTS ARE JOINED BY.
      * THE BALANCE CHECK (READ = ARCHIVED + RETAINED) IS PROVED ON
      * THE REPORT AND ENFORCED WITH RETURN-CODE 16 SO A BROKEN RUN
      * CANNOT BE SWAPPED IN AS THE NEW RANDAUD.
      ******************************************************************
       3000-PRINT-REPORT.
           IF NOT WS-ANCHOR-WRITTEN
               PERFORM 2100-WRITE-ANCHOR THRU 2100-EXIT
               IF WS-ABEND
                   GO TO 3000-EXIT
               END-IF
           END-IF
           MOVE CTL-RETENTION-DATE TO WS-HDR-DATE
           WRITE RPT-RECORD FROM WS-HEADER-LINE
           MOVE SPACES TO RPT-RECORD
           MOVE "RECORDS RETAINED  " TO WS-TOT-LABEL
           MOVE WS-RETAINED-COUNT TO WS-TOT-COUNT
           WRITE RPT-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE "ARCHOUT OPENS FROM CHECK VALUE  " TO WS-CHN-LABEL
           MOVE WS-CHAIN-OPENING TO WS-CHN-VALUE
           WRITE RPT-RECORD FROM WS-CHAIN-LINE
           MOVE "ARCHOUT CLOSES ON CHECK VALUE   " TO WS-CHN-LABEL
           MOVE WS-CHAIN-CARRY TO WS-CHN-VALUE
           WRITE RPT-RECORD FROM WS-CHAIN-LINE
           MOVE "AUDNEW ANCHOR CARRIES VALUE     " TO WS-CHN-LABEL
           MOVE WS-ANC-CHAIN-VALUE TO WS-CHN-VALUE
           WRITE RPT-RECORD FROM WS-CHAIN-LINE
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           COMPUTE WS-BALANCE-COUNT =
               WS-ARCHIVED-COUNT + WS-RETAINED-COUNT
           IF WS-BALANCE-COUNT = WS-READ-COUNT
