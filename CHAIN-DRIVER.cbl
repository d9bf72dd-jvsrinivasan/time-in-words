      *          the failed step instead of from the top - so a
      *          mis-ordered manual rerun (e.g. RECONCILE before
      *          WORDS-TO-TIME has rewritten RECOVERED.DAT) can no
      *          longer produce a stale PASS verdict. Every step
      *          decided is also appended to CHAIN-HISTORY.DAT with the
      *          chain's run ID, its start and end stamps, elapsed
      *          seconds and return code - the permanent record
      *          CHAIN-OVERRUN.cbl holds against each step's target
      *          minutes on CHAIN-CONTROL.DAT, since CHAIN-STATUS.DAT
      *          is overwritten by the next night's run. Each step
      *          is run with CHAIN_RUN_ID and CHAIN_STEP_NAME set, so
      *          the control totals it posts to CONTROL-LEDGER.DAT
      *          carry the chain's run ID, and the chain closes with
      *          CONTROL-BALANCE, which fails it when those totals do
      *          not balance from one step to the next.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REJECT-FILE ASSIGN TO 'REJECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT CHAIN-HISTORY-FILE ASSIGN TO 'CHAIN-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * shell as-is, so ops point it at whatever the step is compiled
      * or scripted as on this system without a recompile - the same
      * edit-the-data-file treatment PHRASE-TABLE.DAT gives wording.
      * CC-TARGET-MINUTES is the elapsed time the step is expected to
      * finish inside for the batch window; CHAIN-OVERRUN.cbl flags
      * runs over it. Zero (or a control line keyed before the field
      * existed, which reads as spaces) means no target.
      ******************************************************************
       FD  CHAIN-CONTROL-FILE.
       01  CHAIN-CONTROL-RECORD.
              88 CC-STEP-ALWAYS     VALUE "A".
              88 CC-STEP-ON-REJECTS VALUE "R".
           05 CC-COMMAND            PIC X(60).
           05 CC-TARGET-MINUTES     PIC 9(04).

      ******************************************************************
      * One record per chain step, rewritten in full after every step
      * yet reached. A FAIL left on file is what the next invocation
      * resumes from; a file of nothing but PASS/SKIP means the last
      * chain completed and the next invocation starts fresh.
      * CS-RUN-ID is the chain's run ID - the stamp the chain started
      * fresh under - carried on every record so a resume posts its
      * history under the same run ID as the night it resumes.
      ******************************************************************
       FD  CHAIN-STATUS-FILE.
       01  CHAIN-STATUS-RECORD.
           05 CS-RETURN-CODE        PIC 9(04).
           05 FILLER                PIC X(01).
           05 CS-STAMP              PIC X(14).
           05 FILLER                PIC X(01).
           05 CS-RUN-ID             PIC X(14).

      ******************************************************************
      * Only opened long enough to see whether any records are on file
       FD  REJECT-FILE.
       01  REJECT-RECORD            PIC X(80).

      ******************************************************************
      * Permanent step history, appended to and never rewritten - one
      * record per step decided, PASS, FAIL or SKIP, the same
      * append-only treatment RUN-LOG.DAT gets from TIME-TO-WORDS. A
      * step that failed and was resumed has one record per attempt
      * under the same run ID. Read by CHAIN-OVERRUN.cbl.
      ******************************************************************
       FD  CHAIN-HISTORY-FILE.
       01  CHAIN-HISTORY-RECORD.
           05 CH-RUN-ID             PIC X(14).
           05 FILLER                PIC X(01).
           05 CH-STEP-NUMBER        PIC 9(03).
           05 FILLER                PIC X(01).
           05 CH-STEP-NAME          PIC X(14).
           05 FILLER                PIC X(01).
           05 CH-OUTCOME            PIC X(04).
           05 FILLER                PIC X(01).
           05 CH-RETURN-CODE        PIC 9(04).
           05 FILLER                PIC X(01).
           05 CH-START-STAMP        PIC X(14).
           05 FILLER                PIC X(01).
           05 CH-END-STAMP          PIC X(14).
           05 FILLER                PIC X(01).
           05 CH-ELAPSED-SECS       PIC 9(06).

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88 END-OF-FILE           VALUE 'Y'.
       01  WS-CC-FILE-STATUS        PIC X(02).
       01  WS-CS-FILE-STATUS        PIC X(02).
       01  WS-REJ-FILE-STATUS       PIC X(02).
       01  WS-CH-FILE-STATUS        PIC X(02).

      ******************************************************************
      * The chain, loaded from CHAIN-CONTROL-FILE, with each step's
               10 WS-ST-NAME        PIC X(14).
               10 WS-ST-CONDITION   PIC X(01).
               10 WS-ST-COMMAND     PIC X(60).
               10 WS-ST-TARGET      PIC 9(04).
               10 WS-ST-OUTCOME     PIC X(04).
               10 WS-ST-RC          PIC 9(04).
               10 WS-ST-STAMP       PIC X(14).
       01  WS-PRIOR-FAIL-SW         PIC X VALUE 'N'.
           88 PRIOR-HAS-FAIL        VALUE 'Y'.
           88 PRIOR-HAS-NO-FAIL     VALUE 'N'.
       01  WS-PRIOR-RUN-ID          PIC X(14) VALUE SPACES.
       01  WS-CHAIN-RUN-ID          PIC X(14) VALUE SPACES.

      ******************************************************************
      * Step timing for CHAIN-HISTORY.DAT - CURRENT-DATE stamps taken
      * either side of the shell call, and the seconds between them.
      ******************************************************************
       01  WS-STEP-START-STAMP      PIC X(14).
       01  WS-START-PARTS REDEFINES WS-STEP-START-STAMP.
           05 WS-START-YMD          PIC 9(08).
           05 WS-START-HH           PIC 9(02).
           05 WS-START-MI           PIC 9(02).
           05 WS-START-SS           PIC 9(02).
       01  WS-STEP-END-STAMP        PIC X(14).
       01  WS-END-PARTS REDEFINES WS-STEP-END-STAMP.
           05 WS-END-YMD            PIC 9(08).
           05 WS-END-HH             PIC 9(02).
           05 WS-END-MI             PIC 9(02).
           05 WS-END-SS             PIC 9(02).
       01  WS-ELAPSED-SECS          PIC S9(09) VALUE ZERO.

       01  WS-CHAIN-STOP-SW         PIC X VALUE 'N'.
           88 CHAIN-STOPPED         VALUE 'Y'.
           PERFORM LOAD-PRIOR-STATUS-PARA-S
              THRU LOAD-PRIOR-STATUS-PARA-E

           IF WS-CHAIN-RUN-ID = SPACES
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHAIN-RUN-ID
           END-IF
           DISPLAY "CHAIN-DRIVER: CHAIN RUN ID " WS-CHAIN-RUN-ID

           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                     UNTIL WS-ST-IDX > WS-ST-COUNT
               IF CHAIN-NOT-STOPPED
                             TO WS-ST-CONDITION(WS-ST-COUNT)
                           MOVE CC-COMMAND
                             TO WS-ST-COMMAND(WS-ST-COUNT)
                           IF CC-TARGET-MINUTES NUMERIC
                               MOVE CC-TARGET-MINUTES
                                 TO WS-ST-TARGET(WS-ST-COUNT)
                           ELSE
                               MOVE ZERO TO WS-ST-TARGET(WS-ST-COUNT)
                           END-IF
                           MOVE "PEND" TO WS-ST-OUTCOME(WS-ST-COUNT)
                           MOVE ZERO   TO WS-ST-RC(WS-ST-COUNT)
                           MOVE SPACES TO WS-ST-STAMP(WS-ST-COUNT)
      * scripted for the supplemental TIME-TO-WORDS run over
      * SUPPLEMENT.DAT whose output lands as SUPPLEMENT-WORDS.DAT (see
      * the handoff notes in CORRECTION.cbl and WORDS-TO-TIME.cbl).
      * The target minutes are starting points for the batch window;
      * ops tune them once CHAIN-OVERRUN.cbl has a few nights to show.
      * BALANCE comes last so it sees every step's control totals,
      * the archive capture's included; CONTROL-BALANCE.cbl checks
      * them by these step names.
      ******************************************************************
       SEED-CHAIN-CONTROL-PARA-S.

           MOVE "FEED-MERGE"       TO CC-STEP-NAME
           MOVE "A"                TO CC-CONDITION
           MOVE "./FEED-MERGE"     TO CC-COMMAND
           MOVE 0015               TO CC-TARGET-MINUTES
           WRITE CHAIN-CONTROL-RECORD

           MOVE 010                TO CC-STEP-NUMBER
           MOVE "TIME-TO-WORDS"    TO CC-STEP-NAME
           MOVE "A"                TO CC-CONDITION
           MOVE "./TIME-TO-WORDS"  TO CC-COMMAND
           MOVE 0060               TO CC-TARGET-MINUTES
           WRITE CHAIN-CONTROL-RECORD

           MOVE 020                TO CC-STEP-NUMBER
           MOVE "WORDS-TO-TIME"    TO CC-STEP-NAME
           MOVE "A"                TO CC-CONDITION
           MOVE "./WORDS-TO-TIME"  TO CC-COMMAND
           MOVE 0030               TO CC-TARGET-MINUTES
           WRITE CHAIN-CONTROL-RECORD

           MOVE 030                TO CC-STEP-NUMBER
           MOVE "RECONCILE"        TO CC-STEP-NAME
           MOVE "A"                TO CC-CONDITION
           MOVE "./RECONCILE"      TO CC-COMMAND
           MOVE 0030               TO CC-TARGET-MINUTES
           WRITE CHAIN-CONTROL-RECORD

           MOVE 040                TO CC-STEP-NUMBER
           MOVE "CORRECTION"       TO CC-STEP-NAME
           MOVE "R"                TO CC-CONDITION
           MOVE "./CORRECTION"     TO CC-COMMAND
           MOVE 0015               TO CC-TARGET-MINUTES
           WRITE CHAIN-CONTROL-RECORD

           MOVE 050                  TO CC-STEP-NUMBER
           MOVE "SUPPLEMENT"        TO CC-STEP-NAME
           MOVE "R"                 TO CC-CONDITION
           MOVE "./SUPPLEMENT-PASS" TO CC-COMMAND
           MOVE 0015                TO CC-TARGET-MINUTES
           WRITE CHAIN-CONTROL-RECORD

           MOVE 060                TO CC-STEP-NUMBER
           MOVE "ARCHIVER"         TO CC-STEP-NAME
           MOVE "A"                TO CC-CONDITION
           MOVE "./ARCHIVER"       TO CC-COMMAND
           MOVE 0015               TO CC-TARGET-MINUTES
           WRITE CHAIN-CONTROL-RECORD

           MOVE 070                TO CC-STEP-NUMBER
           MOVE "BALANCE"          TO CC-STEP-NAME
           MOVE "A"                TO CC-CONDITION
           MOVE "./CONTROL-BALANCE" TO CC-COMMAND
           MOVE 0005               TO CC-TARGET-MINUTES
           WRITE CHAIN-CONTROL-RECORD

           CLOSE CHAIN-CONTROL-FILE.
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF CS-RUN-ID NOT = SPACES
                           MOVE CS-RUN-ID TO WS-PRIOR-RUN-ID
                       END-IF
                       IF WS-PRIOR-COUNT < WS-ST-MAX-STEPS
                           ADD 1 TO WS-PRIOR-COUNT
                           MOVE CS-STEP-NUMBER
           END-IF

           SET RESUMING-CHAIN TO TRUE
           MOVE WS-PRIOR-RUN-ID TO WS-CHAIN-RUN-ID
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-ST-COUNT
               IF WS-PR-OUTCOME(WS-IDX) = "PASS"
      * non-zero return code from the shell is recorded FAIL and stops
      * the chain. The status file is rewritten after every decision,
      * so an abend mid-chain still leaves the steps already decided
      * on file. The step is handed the chain's run ID and its own
      * step name in CHAIN_RUN_ID and CHAIN_STEP_NAME, which the steps
      * stamp on their CONTROL-LEDGER.DAT postings.
      ******************************************************************
       RUN-ONE-STEP-PARA-S.

                           " SKIPPED - NO REJECTS ON FILE"
                   PERFORM WRITE-CHAIN-STATUS-PARA-S
                      THRU WRITE-CHAIN-STATUS-PARA-E
                   MOVE WS-ST-STAMP(WS-ST-IDX) TO WS-STEP-START-STAMP
                   MOVE WS-ST-STAMP(WS-ST-IDX) TO WS-STEP-END-STAMP
                   PERFORM APPEND-CHAIN-HISTORY-PARA-S
                      THRU APPEND-CHAIN-HISTORY-PARA-E
                   GO TO RUN-ONE-STEP-PARA-E
               END-IF
           END-IF
           DISPLAY "CHAIN-DRIVER: RUNNING STEP "
                   WS-ST-NUMBER(WS-ST-IDX) " "
                   WS-ST-NAME(WS-ST-IDX)
           DISPLAY "CHAIN_RUN_ID" UPON ENVIRONMENT-NAME
           DISPLAY WS-CHAIN-RUN-ID UPON ENVIRONMENT-VALUE
           DISPLAY "CHAIN_STEP_NAME" UPON ENVIRONMENT-NAME
           DISPLAY WS-ST-NAME(WS-ST-IDX) UPON ENVIRONMENT-VALUE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START-STAMP
           MOVE ZERO TO RETURN-CODE
           CALL "SYSTEM" USING WS-ST-COMMAND(WS-ST-IDX)
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE WS-STEP-RC TO WS-ST-RC(WS-ST-IDX)
           MOVE FUNCTION CURRENT-DATE(1:14)
             TO WS-ST-STAMP(WS-ST-IDX)
           MOVE WS-ST-STAMP(WS-ST-IDX) TO WS-STEP-END-STAMP
           IF WS-STEP-RC = ZERO
               MOVE "PASS" TO WS-ST-OUTCOME(WS-ST-IDX)
           ELSE
           END-IF

           PERFORM WRITE-CHAIN-STATUS-PARA-S
              THRU WRITE-CHAIN-STATUS-PARA-E
           PERFORM APPEND-CHAIN-HISTORY-PARA-S
              THRU APPEND-CHAIN-HISTORY-PARA-E.

       RUN-ONE-STEP-PARA-E. EXIT.

               MOVE WS-ST-OUTCOME(WS-IDX) TO CS-OUTCOME
               MOVE WS-ST-RC(WS-IDX)      TO CS-RETURN-CODE
               MOVE WS-ST-STAMP(WS-IDX)   TO CS-STAMP
               MOVE WS-CHAIN-RUN-ID       TO CS-RUN-ID
               WRITE CHAIN-STATUS-RECORD
           END-PERFORM
           CLOSE CHAIN-STATUS-FILE.

       WRITE-CHAIN-STATUS-PARA-E. EXIT.

      ******************************************************************
      * Append the step just decided to CHAIN-HISTORY.DAT, with the
      * seconds between WS-STEP-START-STAMP and WS-STEP-END-STAMP -
      * day numbers from INTEGER-OF-DATE so a step running past
      * midnight still times correctly. The file is created on first
      * use, as ARCHIVER creates ARCHIVE.DAT; a history that cannot be
      * written is warned about but does not stop the chain, which
      * matters more than its timing record.
      ******************************************************************
       APPEND-CHAIN-HISTORY-PARA-S.

           COMPUTE WS-ELAPSED-SECS =
               (FUNCTION INTEGER-OF-DATE(WS-END-YMD)
              - FUNCTION INTEGER-OF-DATE(WS-START-YMD)) * 86400
              + WS-END-HH * 3600 + WS-END-MI * 60 + WS-END-SS
              - WS-START-HH * 3600 - WS-START-MI * 60 - WS-START-SS
           IF WS-ELAPSED-SECS < ZERO
               MOVE ZERO TO WS-ELAPSED-SECS
           END-IF

           OPEN EXTEND CHAIN-HISTORY-FILE
           IF WS-CH-FILE-STATUS = "35"
               OPEN OUTPUT CHAIN-HISTORY-FILE
           END-IF
           IF WS-CH-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: CHAIN-HISTORY.DAT OPEN FAILED - "
                       "FILE STATUS " WS-CH-FILE-STATUS
                       " - STEP TIMING NOT RECORDED"
               GO TO APPEND-CHAIN-HISTORY-PARA-E
           END-IF

           MOVE SPACES TO CHAIN-HISTORY-RECORD
           MOVE WS-CHAIN-RUN-ID          TO CH-RUN-ID
           MOVE WS-ST-NUMBER(WS-ST-IDX)  TO CH-STEP-NUMBER
           MOVE WS-ST-NAME(WS-ST-IDX)    TO CH-STEP-NAME
           MOVE WS-ST-OUTCOME(WS-ST-IDX) TO CH-OUTCOME
           MOVE WS-ST-RC(WS-ST-IDX)      TO CH-RETURN-CODE
           MOVE WS-STEP-START-STAMP      TO CH-START-STAMP
           MOVE WS-STEP-END-STAMP        TO CH-END-STAMP
           MOVE WS-ELAPSED-SECS          TO CH-ELAPSED-SECS
           WRITE CHAIN-HISTORY-RECORD
           CLOSE CHAIN-HISTORY-FILE.

       APPEND-CHAIN-HISTORY-PARA-E. EXIT.

       END PROGRAM CHAIN-DRIVER.
