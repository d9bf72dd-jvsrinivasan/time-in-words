      ******************************************************************
      * Author: Srinivasan JV
      * Date: 15-Oct-2026
      * Purpose: Balance one chain run's control totals off
      *          CONTROL-LEDGER.DAT - the ledger every chain step posts
      *          its counts to, stamped with the chain run ID. Each
      *          program's own report proves its own counts; this
      *          proves the same lines flowed from one step to the
      *          next: FEED-MERGE's merged count against TIME-TO-WORDS'
      *          read count, WRITTEN plus REJECTED plus CARRIED against
      *          READ, WORDS-TO-TIME's recovered lines against the
      *          accepted lines, RECONCILE's lines against READ, the
      *          archived generation's per-file counts against the
      *          conversion run, and - when a correction cycle ran -
      *          CORRECTION's rejects and supplement against the
      *          conversion rejects and the supplemental pass. The run
      *          balanced is CHAIN_RUN_ID when run as a chain step (the
      *          BALANCE step), BALANCE_RUN_ID when an operator names a
      *          past run, otherwise the run on the last ledger record.
      *          The report is CONTROL-BALANCE-REPORT.DAT; return code
      *          8 on any break - a count out of balance or a step that
      *          posted nothing - so the chain fails that night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL-BALANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLTABSL.
           SELECT CONTROL-BALANCE-REPORT-FILE
               ASSIGN TO 'CONTROL-BALANCE-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CLTABFD.

       FD  CONTROL-BALANCE-REPORT-FILE.
       01  CONTROL-BALANCE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88 END-OF-FILE           VALUE 'Y'.
           88 NOT-END-OF-FILE       VALUE 'N'.

       COPY CLTABWS.

       01  WS-BALANCE-RUN-ID        PIC X(14) VALUE SPACES.
       01  WS-LAST-RUN-ID           PIC X(14) VALUE SPACES.

      ******************************************************************
      * The run's postings, one row per step and counter. A count
      * posted more than once (a rerun or resumed step) keeps its
      * latest value - the ledger is in posting order, so the last
      * one read is the one that stands.
      ******************************************************************
       01  WS-PS-MAX-ENTRIES        PIC 9(03) VALUE 100.
       01  WS-PS-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-POSTING-TABLE.
           05 WS-PS-ENTRY OCCURS 100 TIMES.
               10 WS-PS-STEP        PIC X(14).
               10 WS-PS-PROGRAM     PIC X(14).
               10 WS-PS-COUNTER     PIC X(14).
               10 WS-PS-VALUE       PIC 9(09).
               10 WS-PS-STAMP       PIC X(14).
               10 WS-PS-TIMES       PIC 9(03).
       01  WS-PS-IDX                PIC 9(03).
       01  WS-PS-FOUND-IDX          PIC 9(03).
       01  WS-PS-OVERFLOW-SW        PIC X VALUE 'N'.
           88 POSTINGS-OVERFLOWED   VALUE 'Y'.
       01  WS-CORRECTION-SW         PIC X VALUE 'N'.
           88 CORRECTION-POSTED     VALUE 'Y'.
           88 CORRECTION-NOT-POSTED VALUE 'N'.

      ******************************************************************
      * One check at a time: FIND-POSTING-PARA-S looks up
      * WS-FIND-STEP / WS-FIND-COUNTER into WS-FIND-VALUE, and the
      * check's two sides are built up in WS-CHK-LEFT and
      * WS-CHK-RIGHT. The first posting a check needs but cannot find
      * is named in WS-CHK-MISSING and makes the check a break on its
      * own, whatever the two sides come to.
      ******************************************************************
       01  WS-FIND-STEP             PIC X(14).
       01  WS-FIND-COUNTER          PIC X(14).
       01  WS-FIND-VALUE            PIC 9(09).
       01  WS-CHK-DESC              PIC X(50).
       01  WS-CHK-LEFT              PIC 9(10).
       01  WS-CHK-RIGHT             PIC 9(10).
       01  WS-CHK-MISSING           PIC X(29).
       01  WS-CHK-MISSING-SW        PIC X VALUE 'N'.
           88 CHECK-POSTING-MISSING VALUE 'Y'.
           88 CHECK-POSTINGS-FOUND  VALUE 'N'.
       01  WS-CHECK-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-BALANCED-COUNT        PIC 9(03) VALUE ZERO.
       01  WS-BREAK-COUNT           PIC 9(03) VALUE ZERO.

       01  WS-LEFT-ED               PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-RIGHT-ED              PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-VALUE-ED              PIC ZZZ,ZZZ,ZZ9.
       01  WS-TIMES-ED              PIC ZZ9.
       01  WS-RESULT-TEXT           PIC X(45).
       01  WS-REPORT-LINE           PIC X(132).
       01  WS-RUN-DATE              PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           OPEN INPUT CONTROL-LEDGER-FILE
           IF WS-CL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CONTROL-LEDGER.DAT OPEN FAILED - FILE "
                       "STATUS " WS-CL-FILE-STATUS
                       " - NO CONTROL TOTALS POSTED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CONTROL-LEDGER-FILE

           PERFORM CHOOSE-RUN-PARA-S THRU CHOOSE-RUN-PARA-E
           PERFORM LOAD-POSTINGS-PARA-S THRU LOAD-POSTINGS-PARA-E

           OPEN OUTPUT CONTROL-BALANCE-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER-PARA-S
              THRU WRITE-REPORT-HEADER-PARA-E
           PERFORM REPORT-POSTINGS-PARA-S THRU REPORT-POSTINGS-PARA-E
           PERFORM RUN-CHECKS-PARA-S THRU RUN-CHECKS-PARA-E
           PERFORM REPORT-TOTALS-PARA-S THRU REPORT-TOTALS-PARA-E
           CLOSE CONTROL-BALANCE-REPORT-FILE

           DISPLAY "CONTROL-BALANCE: RUN " WS-BALANCE-RUN-ID
                   " CHECKS " WS-CHECK-COUNT
                   " BALANCED " WS-BALANCED-COUNT
                   " OUT OF BALANCE " WS-BREAK-COUNT
           IF WS-BREAK-COUNT > ZERO
               DISPLAY "FATAL: RUN " WS-BALANCE-RUN-ID " IS OUT OF "
                       "BALANCE - SEE CONTROL-BALANCE-REPORT.DAT"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * Settle which chain run to balance. Run as the chain's BALANCE
      * step, CHAIN_RUN_ID is the run just made, and nothing else can
      * redirect it; run by hand, an operator rechecking a past night
      * names it in BALANCE_RUN_ID; failing both, the run on the last
      * ledger record - the latest run to post anything.
      ******************************************************************
       CHOOSE-RUN-PARA-S.

           ACCEPT WS-BALANCE-RUN-ID FROM ENVIRONMENT "CHAIN_RUN_ID"
           IF WS-BALANCE-RUN-ID NOT = SPACES
               GO TO CHOOSE-RUN-PARA-E
           END-IF
           ACCEPT WS-BALANCE-RUN-ID FROM ENVIRONMENT "BALANCE_RUN_ID"
           IF WS-BALANCE-RUN-ID NOT = SPACES
               GO TO CHOOSE-RUN-PARA-E
           END-IF

           OPEN INPUT CONTROL-LEDGER-FILE
           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ CONTROL-LEDGER-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF CL-RUN-ID NOT = SPACES
                           MOVE CL-RUN-ID TO WS-LAST-RUN-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-LEDGER-FILE
           MOVE WS-LAST-RUN-ID TO WS-BALANCE-RUN-ID.

       CHOOSE-RUN-PARA-E. EXIT.

      ******************************************************************
      * Load every posting under the chosen run ID into the table, the
      * latest posting of a step's counter replacing any earlier one.
      ******************************************************************
       LOAD-POSTINGS-PARA-S.

           OPEN INPUT CONTROL-LEDGER-FILE
           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ CONTROL-LEDGER-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF CL-RUN-ID = WS-BALANCE-RUN-ID
                           PERFORM LOAD-ONE-POSTING-PARA-S
                              THRU LOAD-ONE-POSTING-PARA-E
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-LEDGER-FILE.

       LOAD-POSTINGS-PARA-E. EXIT.

       LOAD-ONE-POSTING-PARA-S.

           MOVE ZERO TO WS-PS-FOUND-IDX
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                     UNTIL WS-PS-IDX > WS-PS-COUNT
               IF WS-PS-STEP(WS-PS-IDX) = CL-STEP
                  AND WS-PS-COUNTER(WS-PS-IDX) = CL-COUNTER
                   MOVE WS-PS-IDX TO WS-PS-FOUND-IDX
                   MOVE WS-PS-COUNT TO WS-PS-IDX
               END-IF
           END-PERFORM

           IF WS-PS-FOUND-IDX = ZERO
               IF WS-PS-COUNT NOT < WS-PS-MAX-ENTRIES
                   IF NOT POSTINGS-OVERFLOWED
                       DISPLAY "WARNING: RUN " WS-BALANCE-RUN-ID
                               " HAS MORE THAN " WS-PS-MAX-ENTRIES
                               " COUNTS ON CONTROL-LEDGER.DAT - "
                               "IGNORING THE REST"
                       SET POSTINGS-OVERFLOWED TO TRUE
                   END-IF
                   GO TO LOAD-ONE-POSTING-PARA-E
               END-IF
               ADD 1 TO WS-PS-COUNT
               MOVE WS-PS-COUNT TO WS-PS-FOUND-IDX
               MOVE CL-STEP    TO WS-PS-STEP(WS-PS-FOUND-IDX)
               MOVE CL-COUNTER TO WS-PS-COUNTER(WS-PS-FOUND-IDX)
               MOVE ZERO       TO WS-PS-TIMES(WS-PS-FOUND-IDX)
           END-IF

           MOVE CL-PROGRAM TO WS-PS-PROGRAM(WS-PS-FOUND-IDX)
           IF CL-VALUE NUMERIC
               MOVE CL-VALUE TO WS-PS-VALUE(WS-PS-FOUND-IDX)
           ELSE
               MOVE ZERO TO WS-PS-VALUE(WS-PS-FOUND-IDX)
           END-IF
           MOVE CL-STAMP TO WS-PS-STAMP(WS-PS-FOUND-IDX)
           ADD 1 TO WS-PS-TIMES(WS-PS-FOUND-IDX)

           IF CL-STEP = "CORRECTION"
               SET CORRECTION-POSTED TO TRUE
           END-IF.

       LOAD-ONE-POSTING-PARA-E. EXIT.

       WRITE-REPORT-HEADER-PARA-S.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONTROL BALANCE REPORT  PRINTED: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  RUN-ID: " DELIMITED BY SIZE
                  WS-BALANCE-RUN-ID DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       WRITE-REPORT-HEADER-PARA-E. EXIT.

      ******************************************************************
      * Every count the run posted, in the order first posted, with
      * how many times it was posted - more than once means the step
      * was rerun or resumed and the latest value is the one shown.
      ******************************************************************
       REPORT-POSTINGS-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           MOVE "POSTINGS" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E

           IF WS-PS-COUNT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO POSTINGS ON CONTROL-LEDGER.DAT FOR RUN "
                          DELIMITED BY SIZE
                      WS-BALANCE-RUN-ID DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
               GO TO REPORT-POSTINGS-PARA-E
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "STEP           PROGRAM        COUNTER        "
                      DELIMITED BY SIZE
                  "      VALUE POSTED         TIMES"
                      DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E

           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                     UNTIL WS-PS-IDX > WS-PS-COUNT
               PERFORM REPORT-ONE-POSTING-PARA-S
                  THRU REPORT-ONE-POSTING-PARA-E
           END-PERFORM.

       REPORT-POSTINGS-PARA-E. EXIT.

       REPORT-ONE-POSTING-PARA-S.

           MOVE WS-PS-VALUE(WS-PS-IDX) TO WS-VALUE-ED
           MOVE WS-PS-TIMES(WS-PS-IDX) TO WS-TIMES-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-PS-STEP(WS-PS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PS-PROGRAM(WS-PS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PS-COUNTER(WS-PS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALUE-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PS-STAMP(WS-PS-IDX) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-TIMES-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       REPORT-ONE-POSTING-PARA-E. EXIT.

      ******************************************************************
      * The balancing checks, one per line. The conversion run's READ
      * count is the control every other step is held to: FEED-MERGE
      * must have merged exactly that many lines, the conversion must
      * account for each of them as WRITTEN, REJECTED or CARRIED
      * forward, WORDS-TO-TIME must hold a status for each and recover
      * every accepted line, RECONCILE must compare each, and the
      * archived generation must hold the full set of INPUT,
      * LINE-STATUS, OUTPUT data and REJECT lines. CORRECTION and the
      * supplemental pass only run when there are rejects, so they are
      * only held to account when CORRECTION posted for this run.
      ******************************************************************
       RUN-CHECKS-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           MOVE "CHECKS" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHECK                                             "
                      DELIMITED BY SIZE
                  "          LEFT         RIGHT  RESULT"
                      DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E

      * FEED-MERGE MERGED = TIME-TO-WORDS READ
           PERFORM START-CHECK-PARA-S THRU START-CHECK-PARA-E
           MOVE "MERGED LINES = CONVERSION READ" TO WS-CHK-DESC
           MOVE "FEED-MERGE" TO WS-FIND-STEP
           MOVE "MERGED" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-LEFT
           PERFORM FIND-READ-PARA-S THRU FIND-READ-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-RIGHT
           PERFORM REPORT-CHECK-PARA-S THRU REPORT-CHECK-PARA-E

      * TIME-TO-WORDS WRITTEN + REJECTED + CARRIED = READ
           PERFORM START-CHECK-PARA-S THRU START-CHECK-PARA-E
           MOVE "WRITTEN + REJECTED + CARRIED = CONVERSION READ"
             TO WS-CHK-DESC
           MOVE "TIME-TO-WORDS" TO WS-FIND-STEP
           MOVE "WRITTEN" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-LEFT
           MOVE "REJECTED" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-LEFT
           MOVE "CARRIED" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-LEFT
           PERFORM FIND-READ-PARA-S THRU FIND-READ-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-RIGHT
           PERFORM REPORT-CHECK-PARA-S THRU REPORT-CHECK-PARA-E

      * WORDS-TO-TIME LINES = TIME-TO-WORDS READ
           PERFORM START-CHECK-PARA-S THRU START-CHECK-PARA-E
           MOVE "LINE STATUSES DECODED = CONVERSION READ"
             TO WS-CHK-DESC
           MOVE "WORDS-TO-TIME" TO WS-FIND-STEP
           MOVE "LINES" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-LEFT
           PERFORM FIND-READ-PARA-S THRU FIND-READ-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-RIGHT
           PERFORM REPORT-CHECK-PARA-S THRU REPORT-CHECK-PARA-E

      * WORDS-TO-TIME ACCEPTED = TIME-TO-WORDS WRITTEN
           PERFORM START-CHECK-PARA-S THRU START-CHECK-PARA-E
           MOVE "ACCEPTED LINES = CONVERSION WRITTEN" TO WS-CHK-DESC
           MOVE "WORDS-TO-TIME" TO WS-FIND-STEP
           MOVE "ACCEPTED" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-LEFT
           MOVE "TIME-TO-WORDS" TO WS-FIND-STEP
           MOVE "WRITTEN" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-RIGHT
           PERFORM REPORT-CHECK-PARA-S THRU REPORT-CHECK-PARA-E

      * WORDS-TO-TIME RECOVERED = WORDS-TO-TIME ACCEPTED
           PERFORM START-CHECK-PARA-S THRU START-CHECK-PARA-E
           MOVE "RECOVERED LINES = ACCEPTED LINES" TO WS-CHK-DESC
           MOVE "WORDS-TO-TIME" TO WS-FIND-STEP
           MOVE "RECOVERED" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-LEFT
           MOVE "ACCEPTED" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-RIGHT
           PERFORM REPORT-CHECK-PARA-S THRU REPORT-CHECK-PARA-E

      * RECONCILE LINES = TIME-TO-WORDS READ
           PERFORM START-CHECK-PARA-S THRU START-CHECK-PARA-E
           MOVE "LINES RECONCILED = CONVERSION READ" TO WS-CHK-DESC
           MOVE "RECONCILE" TO WS-FIND-STEP
           MOVE "LINES" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-LEFT
           PERFORM FIND-READ-PARA-S THRU FIND-READ-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-RIGHT
           PERFORM REPORT-CHECK-PARA-S THRU REPORT-CHECK-PARA-E

      * ARCHIVER ARC-INPUT = TIME-TO-WORDS READ
           PERFORM START-CHECK-PARA-S THRU START-CHECK-PARA-E
           MOVE "ARCHIVED INPUT LINES = CONVERSION READ"
             TO WS-CHK-DESC
           MOVE "ARCHIVER" TO WS-FIND-STEP
           MOVE "ARC-INPUT" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-LEFT
           PERFORM FIND-READ-PARA-S THRU FIND-READ-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-RIGHT
           PERFORM REPORT-CHECK-PARA-S THRU REPORT-CHECK-PARA-E

      * ARCHIVER ARC-STATUS = TIME-TO-WORDS READ
           PERFORM START-CHECK-PARA-S THRU START-CHECK-PARA-E
           MOVE "ARCHIVED LINE STATUSES = CONVERSION READ"
             TO WS-CHK-DESC
           MOVE "ARCHIVER" TO WS-FIND-STEP
           MOVE "ARC-STATUS" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-LEFT
           PERFORM FIND-READ-PARA-S THRU FIND-READ-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-RIGHT
           PERFORM REPORT-CHECK-PARA-S THRU REPORT-CHECK-PARA-E

      * ARCHIVER ARC-OUTPUT = TIME-TO-WORDS WRITTEN
           PERFORM START-CHECK-PARA-S THRU START-CHECK-PARA-E
           MOVE "ARCHIVED OUTPUT LINES = CONVERSION WRITTEN"
             TO WS-CHK-DESC
           MOVE "ARCHIVER" TO WS-FIND-STEP
           MOVE "ARC-OUTPUT" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-LEFT
           MOVE "TIME-TO-WORDS" TO WS-FIND-STEP
           MOVE "WRITTEN" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-RIGHT
           PERFORM REPORT-CHECK-PARA-S THRU REPORT-CHECK-PARA-E

      * ARCHIVER ARC-REJECT = TIME-TO-WORDS REJECTED
           PERFORM START-CHECK-PARA-S THRU START-CHECK-PARA-E
           MOVE "ARCHIVED REJECTS = CONVERSION REJECTED"
             TO WS-CHK-DESC
           MOVE "ARCHIVER" TO WS-FIND-STEP
           MOVE "ARC-REJECT" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-LEFT
           MOVE "TIME-TO-WORDS" TO WS-FIND-STEP
           MOVE "REJECTED" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-RIGHT
           PERFORM REPORT-CHECK-PARA-S THRU REPORT-CHECK-PARA-E

           IF CORRECTION-NOT-POSTED
               GO TO RUN-CHECKS-PARA-E
           END-IF

      * CORRECTION REJECTS = TIME-TO-WORDS REJECTED
           PERFORM START-CHECK-PARA-S THRU START-CHECK-PARA-E
           MOVE "REJECTS CORRECTED FROM = CONVERSION REJECTED"
             TO WS-CHK-DESC
           MOVE "CORRECTION" TO WS-FIND-STEP
           MOVE "REJECTS" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-LEFT
           MOVE "TIME-TO-WORDS" TO WS-FIND-STEP
           MOVE "REJECTED" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-RIGHT
           PERFORM REPORT-CHECK-PARA-S THRU REPORT-CHECK-PARA-E

      * SUPPLEMENT READ = CORRECTION SUPPLEMENT
           PERFORM START-CHECK-PARA-S THRU START-CHECK-PARA-E
           MOVE "SUPPLEMENTAL PASS READ = SUPPLEMENT WRITTEN"
             TO WS-CHK-DESC
           MOVE "SUPPLEMENT" TO WS-FIND-STEP
           MOVE "READ" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-LEFT
           MOVE "CORRECTION" TO WS-FIND-STEP
           MOVE "SUPPLEMENT" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E
           ADD WS-FIND-VALUE TO WS-CHK-RIGHT
           PERFORM REPORT-CHECK-PARA-S THRU REPORT-CHECK-PARA-E.

       RUN-CHECKS-PARA-E. EXIT.

       START-CHECK-PARA-S.

           MOVE SPACES TO WS-CHK-DESC
           MOVE ZERO TO WS-CHK-LEFT
           MOVE ZERO TO WS-CHK-RIGHT
           MOVE SPACES TO WS-CHK-MISSING
           SET CHECK-POSTINGS-FOUND TO TRUE.

       START-CHECK-PARA-E. EXIT.

       FIND-READ-PARA-S.

           MOVE "TIME-TO-WORDS" TO WS-FIND-STEP
           MOVE "READ" TO WS-FIND-COUNTER
           PERFORM FIND-POSTING-PARA-S THRU FIND-POSTING-PARA-E.

       FIND-READ-PARA-E. EXIT.

      ******************************************************************
      * Look up WS-FIND-STEP's WS-FIND-COUNTER. Not posted counts as
      * zero and marks the check as missing a posting - the first one
      * missed is the one named on the report.
      ******************************************************************
       FIND-POSTING-PARA-S.

           MOVE ZERO TO WS-FIND-VALUE
           MOVE ZERO TO WS-PS-FOUND-IDX
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                     UNTIL WS-PS-IDX > WS-PS-COUNT
               IF WS-PS-STEP(WS-PS-IDX) = WS-FIND-STEP
                  AND WS-PS-COUNTER(WS-PS-IDX) = WS-FIND-COUNTER
                   MOVE WS-PS-IDX TO WS-PS-FOUND-IDX
                   MOVE WS-PS-COUNT TO WS-PS-IDX
               END-IF
           END-PERFORM

           IF WS-PS-FOUND-IDX = ZERO
               IF CHECK-POSTINGS-FOUND
                   SET CHECK-POSTING-MISSING TO TRUE
                   STRING WS-FIND-STEP DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          WS-FIND-COUNTER DELIMITED BY SPACE
                          INTO WS-CHK-MISSING
               END-IF
           ELSE
               MOVE WS-PS-VALUE(WS-PS-FOUND-IDX) TO WS-FIND-VALUE
           END-IF.

       FIND-POSTING-PARA-E. EXIT.

       REPORT-CHECK-PARA-S.

           ADD 1 TO WS-CHECK-COUNT
           MOVE SPACES TO WS-RESULT-TEXT
           IF CHECK-POSTING-MISSING
               ADD 1 TO WS-BREAK-COUNT
               STRING "NO POSTING - " DELIMITED BY SIZE
                      WS-CHK-MISSING DELIMITED BY SIZE
                      INTO WS-RESULT-TEXT
           ELSE
               IF WS-CHK-LEFT = WS-CHK-RIGHT
                   ADD 1 TO WS-BALANCED-COUNT
                   MOVE "BALANCED" TO WS-RESULT-TEXT
               ELSE
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE "OUT OF BALANCE" TO WS-RESULT-TEXT
               END-IF
           END-IF

           MOVE WS-CHK-LEFT TO WS-LEFT-ED
           MOVE WS-CHK-RIGHT TO WS-RIGHT-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CHK-DESC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LEFT-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RIGHT-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-RESULT-TEXT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       REPORT-CHECK-PARA-E. EXIT.

       REPORT-TOTALS-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHECKS MADE: " DELIMITED BY SIZE
                  WS-CHECK-COUNT DELIMITED BY SIZE
                  "  BALANCED: " DELIMITED BY SIZE
                  WS-BALANCED-COUNT DELIMITED BY SIZE
                  "  OUT OF BALANCE: " DELIMITED BY SIZE
                  WS-BREAK-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-BREAK-COUNT > ZERO
               STRING "RUN " DELIMITED BY SIZE
                      WS-BALANCE-RUN-ID DELIMITED BY SPACE
                      " IS OUT OF BALANCE - CHAIN FAILED"
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING "RUN " DELIMITED BY SIZE
                      WS-BALANCE-RUN-ID DELIMITED BY SPACE
                      " IS IN BALANCE" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       REPORT-TOTALS-PARA-E. EXIT.

       WRITE-REPORT-LINE-PARA-S.

           MOVE WS-REPORT-LINE TO CONTROL-BALANCE-REPORT-RECORD
           WRITE CONTROL-BALANCE-REPORT-RECORD.

       WRITE-REPORT-LINE-PARA-E. EXIT.

       END PROGRAM CONTROL-BALANCE.
