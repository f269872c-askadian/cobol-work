      *          FROM THE LAST CHECKPOINT AND APPENDS TO THE EXISTING
      *          RANDOUT INSTEAD OF RECREATING IT; THE CONTROL CARD
      *          MUST MATCH THE ONE CHECKPOINTED OR THE RESTART IS
      *          REFUSED.  A RESTART CARRIES ON THE EXACT GENERATOR
      *          STREAM RANDOM01 SAVED UNDER THE CARD'S RUN-ID, SO THE
      *          APPENDED RECORDS CARRY ON THE SAME SEQUENCE.  MODES
      *          04 AND UP CONTINUE THE STREAM AS IT STANDS WHEN IT
      *          MATCHES RANDOUT.  MODES 01-03, AND ANY RUN WHOSE
      *          SAVED STREAM AND RANDOUT DISAGREE, REWIND THE STREAM
      *          AND REDRAW (AND DISCARD) THE VALUES ALREADY WRITTEN,
      *          WHICH RELOADS RANDOM01'S ISSUED-VALUE FILE WITH THEM -
      *          A FRESH STEP OPENS THAT FILE EMPTY, AND WITHOUT THE
      *          REPLAY THE APPENDED VALUES COULD REPEAT ONES ALREADY
      *          IN RANDOUT.
      * Tectonics: cobc
      * Modifications:
      *   10/15/2026  AK  A MODE 01-03 RESTART IS ALWAYS REPLAYED, NEVER
      *                    CONTINUED: RANDOM01 OPENS ITS ISSUED-VALUE
      *                    FILE EMPTY IN EVERY STEP, SO ONLY THE
      *                    REPLAY PUTS THE VALUES ALREADY IN RANDOUT
      *                    BACK BEHIND THE UNIQUENESS GUARD.
      *   10/06/2026  AK  A RESTART NO LONGER REDRAWS AND DISCARDS THE
      *                    VALUES ALREADY WRITTEN.  RANDOM01 NOW SAVES
      *                    ITS GENERATOR STREAM UNDER THE RUN-ID, SO
      *                    1100 ASKS IT HOW FAR THAT STREAM GOT AND,
      *                    WHEN THAT MATCHES RANDOUT, CONTINUES IT AS
      *                    IT STANDS FOR EVERY MODE, NOT JUST 03.
      *                    WHEN THEY DISAGREE THE STREAM IS REWOUND
      *                    AND REPLAYED (1200-REPLAY-STREAM, FORMERLY
      *                    THE MODE 03 RESYNC), WHICH ALSO LETS A
      *                    DELIMITED RUN OF ANY MODE REBUILD ITS
      *                    TRAILER HASH INSTEAD OF BEING REFUSED.
      *   09/02/2026  AK  EVERY EXECUTION IS NOW REGISTERED IN THE
      *                    COMMON RUN JOURNAL THROUGH RANDJRN: A
      *                    START RECORD CUT AT INITIALIZATION (SO AN
       77 WS-CHECKPOINT-REM      PIC 9(07) COMP.
       77 WS-RESYNC-NBR          PIC 9(07) COMP.
       77 WS-RESYNC-TARGET       PIC 9(07) COMP.
      * HOW THIS EXECUTION PICKS UP RANDOM01'S STREAM (SEE
      * RANDPARM): SPACE FOR A FRESH RUN, "C" OR "R" AS 1100 DECIDES
      * ON A RESTART, FROM THE POSITION SAVED UNDER THE RUN-ID.
       77 WS-STREAM-OPTION       PIC X VALUE SPACE.
       77 WS-SAVED-POSITION      PIC 9(09).
       77 WS-SAVED-STREAM-SWITCH PIC X VALUE "N".
           88 WS-SAVED-STREAM-FOUND      VALUE "Y".
       77 WS-REPLAY-SWITCH       PIC X VALUE "N".
           88 WS-REPLAY-NEEDED           VALUE "Y".
      * RECORDS ACTUALLY FOUND IN RANDOUT BY THE RESTART RECONCILE,
      * IN THE DISPLAY PICTURE OF CHK-SEQ-NBR SO THE TWO COMPARE
      * AND PRINT ALIKE.
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
      * DISK (SEE 1110-COUNT-OUTPUT-RECORDS - RANDOUT'S BUFFERS
      * FLUSH INDEPENDENTLY OF THE CHECKPOINT, SO AFTER AN ABEND THE
      * FILE USUALLY RUNS PAST IT), AND SETS THE GENERATE LOOP TO
      * RESUME AT THE RECONCILED SEQUENCE NUMBER PLUS ONE.  RANDOM01
      * IS THEN ASKED HOW FAR THE STREAM SAVED UNDER THE RUN-ID GOT
      * (1150-QUERY-SAVED-STREAM).  IF IT STOPPED EXACTLY WHERE THE
      * FILE DOES, A MODE 04 AND UP STREAM IS CONTINUED AS IT STANDS,
      * WITH NOTHING REDRAWN; OTHERWISE, AND ALWAYS FOR MODES 01-03,
      * IT IS REWOUND AND THE VALUES ON DISK ARE REPLAYED
      * (1200-REPLAY-STREAM), WHICH REBUILDS THE HASH AND RANDOM01'S
      * ISSUED-VALUE GUARD.
      * WITH NO SAVED STREAM, MODE 03 IS REPLAYED FROM ITS SEED AND
      * ANY OTHER MODE CARRIES ON FROM A FRESH STREAM - EXCEPT A
      * DELIMITED RUN WHOSE FILE DISAGREES WITH THE CHECKPOINT, WHICH
      * IS REFUSED, SINCE ITS TRAILER HASH COULD NOT BE REBUILT.
      ******************************************************************
       1100-PREPARE-RESTART.
           OPEN INPUT RANDBATCH-CHECKPOINT-FILE
               SET WS-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-QUERY-SAVED-STREAM THRU 1150-EXIT
           IF WS-ABEND
               GO TO 1100-EXIT
           END-IF
      * THE SAVED STREAM STOPPED EXACTLY WHERE RANDOUT DOES: CARRY
      * IT ON AS IT STANDS.  A DELIMITED FILE ALSO NEEDS THE
      * CHECKPOINT HASH TO COVER THE SAME RECORDS (OR A TRAILER
      * ALREADY CUT, WHEN NOTHING MORE WILL BE WRITTEN).  MODES
      * 01-03 NEVER TAKE THIS PATH - THEIR ISSUED-VALUE GUARD STARTS
      * EMPTY IN THIS STEP AND ONLY THE REPLAY REFILLS IT.
           IF WS-SAVED-STREAM-FOUND
              AND CTL-MODE > 03
              AND WS-SAVED-POSITION = WS-ACTUAL-COUNT
              AND (NOT CTL-DELIMITED-OUTPUT
                   OR WS-ACTUAL-COUNT = CHK-SEQ-NBR
                   OR WS-TRAILER-SEEN)
               MOVE "C" TO WS-STREAM-OPTION
               DISPLAY "RANDBATCH: CONTINUING THE SAVED STREAM FOR "
                   "RUN-ID " CTL-RUN-ID " AFTER " WS-ACTUAL-COUNT
                   " VALUES"
               GO TO 1100-RESUME
           END-IF
      * A MODE 01-03 RUN, OR ONE WHOSE SAVED STREAM AND FILE
      * DISAGREE (OR WHOSE HASH DOES NOT COVER THE FILE): REWIND THE
      * STREAM AND REPLAY WHAT RANDOUT HOLDS, REBUILDING THE HASH AND
      * THE ISSUED-VALUE GUARD ON THE WAY.
           IF WS-SAVED-STREAM-FOUND
               MOVE "R" TO WS-STREAM-OPTION
               SET WS-REPLAY-NEEDED TO TRUE
               IF WS-SAVED-POSITION = WS-ACTUAL-COUNT
                   DISPLAY "RANDBATCH: REPLAYING THE SAVED STREAM FOR "
                       "RUN-ID " CTL-RUN-ID " OVER " WS-ACTUAL-COUNT
                       " VALUES TO RELOAD THE ISSUED-VALUE GUARD"
               ELSE
                   DISPLAY "RANDBATCH: SAVED STREAM FOR RUN-ID "
                       CTL-RUN-ID " STOPPED AT " WS-SAVED-POSITION
                       " VALUES, RANDOUT HOLDS " WS-ACTUAL-COUNT
                       " - REPLAYING FROM THE START OF THE STREAM"
               END-IF
               GO TO 1100-RESUME
           END-IF
      * NO STREAM SAVED (NO RUN-ID ON THE CARD, OR THE STATE LOST).
      * MODE 03'S STREAM COMES FROM THE SEED ALONE, SO IT IS REPLAYED
      * FROM THE SEED; ANY OTHER MODE CARRIES ON FROM A FRESH STREAM,
      * WHICH A DELIMITED FILE CAN ONLY TAKE IF THE CHECKPOINT HASH
      * STILL COVERS IT.
           IF CTL-MODE = 03
               SET WS-REPLAY-NEEDED TO TRUE
               GO TO 1100-RESUME
           END-IF
      * A FILE THAT ALREADY CARRIES ITS TRAILER IS COMPLETE (A SHORT
      * ONE WAS REFUSED ABOVE) - NOTHING WILL BE GENERATED AND NO
      * TRAILER CUT, SO THE STALE CHECKPOINT HASH DOES NOT MATTER
      * AND THE RESTART IS LET THROUGH AS A NO-OP.
           IF WS-ACTUAL-COUNT NOT = CHK-SEQ-NBR
              AND CTL-DELIMITED-OUTPUT AND NOT WS-TRAILER-SEEN
               DISPLAY "RANDBATCH: RESTART REFUSED - RANDOUT "
                   "HOLDS " WS-ACTUAL-COUNT " RECORDS BUT THE "
                   "CHECKPOINT SAYS " CHK-SEQ-NBR
               DISPLAY "RANDBATCH: NO STREAM IS SAVED FOR THIS RUN, "
                   "SO THE TRAILER HASH CANNOT BE REBUILT - RERUN "
                   "THE STEP FRESH"
               MOVE 16 TO RETURN-CODE
               SET WS-ABEND TO TRUE
               GO TO 1100-EXIT
           END-IF
           DISPLAY "RANDBATCH: NO STREAM SAVED FOR THIS RUN - VALUES "
               "AFTER THE RESTART COME FROM A FRESH STREAM".
       1100-RESUME.
           IF WS-ACTUAL-COUNT NOT = CHK-SEQ-NBR
               DISPLAY "RANDBATCH: RANDOUT HOLDS " WS-ACTUAL-COUNT
                   " RECORDS, CHECKPOINT SAYS " CHK-SEQ-NBR
                   " - RESUMING FROM THE FILE"
           COMPUTE WS-START-SEQ-NBR = CHK-SEQ-NBR + 1
           DISPLAY "RANDBATCH: RESTARTING AT SEQUENCE "
               WS-START-SEQ-NBR
      * A REPLAYED HASH IS REBUILT WHOLLY FROM THE REPLAY, SO THE
      * CHECKPOINTED ONE IS DISCARDED EVEN WHEN THE RECONCILED COUNT
      * IS ZERO AND THERE IS NOTHING TO REDRAW.
           IF WS-REPLAY-NEEDED
               MOVE ZERO TO WS-HASH-TOTAL
               IF CHK-SEQ-NBR > ZERO
                   PERFORM 1200-REPLAY-STREAM THRU 1200-EXIT
               END-IF
           END-IF.
       1100-EXIT.
       1120-EXIT.
           EXIT.
      ******************************************************************
      * 1150-QUERY-SAVED-STREAM - ASKS RANDOM01, WITHOUT DRAWING
      * ANYTHING, HOW MANY VALUES THE STREAM SAVED UNDER THE CARD'S
      * RUN-ID HAD DELIVERED WHEN THE ABENDED RUN STOPPED.  A CARD
      * WITHOUT A RUN-ID HAS NO SAVED STREAM TO ASK ABOUT.
      ******************************************************************
       1150-QUERY-SAVED-STREAM.
           MOVE "N" TO WS-SAVED-STREAM-SWITCH
           MOVE ZERO TO WS-SAVED-POSITION
           IF CTL-RUN-ID = SPACES
               GO TO 1150-EXIT
           END-IF
           PERFORM 3300-MOVE-CARD-PARMS THRU 3300-EXIT
           MOVE "Q" TO RND-STREAM-OPTION
           MOVE ZERO TO RND-BULK-REQ-COUNT
           CALL "RANDOM01" USING RND-VARIABLES
           EVALUATE RND-STATUS-CODE
               WHEN "00"
                   SET WS-SAVED-STREAM-FOUND TO TRUE
                   MOVE RND-STREAM-POSITION TO WS-SAVED-POSITION
               WHEN "04"
                   DISPLAY "RANDBATCH: NO STREAM IS SAVED FOR RUN-ID "
                       CTL-RUN-ID
               WHEN OTHER
                   DISPLAY "RANDBATCH: STREAM QUERY FAILED, RANDOM01 "
                       "STATUS = " RND-STATUS-CODE " REASON = "
                       RND-REASON-CODE
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABEND TO TRUE
           END-EVALUATE.
       1150-EXIT.
           EXIT.
      ******************************************************************
      * 1200-REPLAY-STREAM - REDRAWS (AND DISCARDS) THE VALUES RANDOUT
      * ALREADY HOLDS FROM THE START OF THE RUN'S STREAM - THE SAVED
      * STREAM REWOUND, OR MODE 03'S STREAM REBUILT FROM THE SEED -
      * SO THE STREAM ENDS UP EXACTLY WHERE THE FILE DOES.  SINCE
      * THE REDRAWN VALUES ARE IDENTICAL TO THE ONES ALREADY WRITTEN
      * IT ALSO RELOADS RANDOM01'S ISSUED-VALUE GUARD (MODES 01/03)
      * WITH EXACTLY THE VALUES RANDOUT ALREADY HOLDS, AND THE
      * TRAILER HASH TOTAL IS REBUILT FROM THEM TOO - SO A REPLAYED
      * RESTART NEEDS NO TRUSTWORTHY CHECKPOINT HASH AND CAN RESUME
      * FROM WHATEVER COUNT THE RECONCILE FOUND ON DISK.  TAKEN FOR
      * EVERY MODE 01-03 RESTART AND WHEN THE SAVED STREAM CANNOT
      * SIMPLY BE CONTINUED; COSTS CPU ONLY - NO RANDOUT I/O IS
      * REPEATED.
      ******************************************************************
       1200-REPLAY-STREAM.
           MOVE ZERO TO WS-RESYNC-NBR
           MOVE CHK-SEQ-NBR TO WS-RESYNC-TARGET
           PERFORM 1210-REDRAW-ONE-BLOCK THRU 1210-EXIT
           PERFORM 3300-MOVE-CARD-PARMS THRU 3300-EXIT
           COMPUTE WS-BLOCK-REMAINING =
               WS-RESYNC-TARGET - WS-RESYNC-NBR
      * MODES 05-07 HAVE NO BULK PATH AND REPLAY ONE CALL AT A TIME,
      * EXACTLY AS 3000-GENERATE-RECORDS DREW THEM.
           IF CTL-MODE < 01 OR CTL-MODE > 04
               MOVE ZERO TO RND-BULK-REQ-COUNT
           ELSE
               IF WS-BLOCK-REMAINING > 100
                   MOVE 100 TO RND-BULK-REQ-COUNT
               ELSE
                   MOVE WS-BLOCK-REMAINING TO RND-BULK-REQ-COUNT
               END-IF
           END-IF
           MOVE ZERO TO RND-BULK-RET-COUNT
           CALL "RANDOM01" USING RND-VARIABLES
      ******************************************************************
      * 3300-MOVE-CARD-PARMS - THE CONTROL CARD'S PARAMETERS INTO THE
      * PARAMETER AREA, SHARED BY THE BULK AND SINGLE PATHS AND THE
      * RESTART REPLAY.
      ******************************************************************
       3300-MOVE-CARD-PARMS.
           MOVE CTL-LENGTH      TO RND-LENGTH
           MOVE CTL-RANGE-HIGH  TO RND-RANGE-HIGH
           MOVE CTL-SEED-VALUE  TO RND-SEED-VALUE
           MOVE CTL-RUN-ID      TO RND-RUN-ID
           MOVE WS-STREAM-OPTION TO RND-STREAM-OPTION
      * THE CARD'S SHARED COLUMNS ARE READ BY MODE: A MODE 07 CARD
      * CARRIES ITS BOUNDS IN THE RANGE COLUMNS AS WHOLE CENTS (THE
      * PARAMETER AREA TAKES DOLLARS AND CENTS) AND ITS SKEW/SIGN
      * IS CUT WHEN THIS EXECUTION GENERATED RECORDS, AND ALSO ON A
      * NO-OP RESTART WHOSE RECONCILE FOUND EVERY DETAIL RECORD BUT
      * NO TRAILER (AN ABEND CAN LAND BETWEEN THE LAST DETAIL WRITE
      * AND THE TRAILER) - IN THAT CASE THE HASH IS STILL GOOD: A
      * REPLAYED RESTART REBUILT IT FROM THE REDRAWS, AND ANY OTHER
      * ONLY REACHES THE NO-OP PATH WHEN THE FILE MATCHED THE
      * CHECKPOINT THE HASH CAME FROM.  A RESTART OF A RUN THAT HAD
      * ALREADY CLOSED WITH ITS TRAILER WRITES NOTHING.
