      ******************************************************************
      * Author: Srinivasan JV
      * Date: 15-Oct-2026
      * Purpose: Batch-window overrun report off CHAIN-HISTORY.DAT -
      *          the permanent step history CHAIN-DRIVER appends one
      *          record to for every step it decides. Each step's
      *          elapsed time is held against its target minutes on
      *          CHAIN-CONTROL.DAT. The latest chain run is listed step
      *          by step with its start, end, elapsed, return code and
      *          an OVERRUN flag (or NEAR TARGET at 90 per cent of it),
      *          then every step's elapsed time is laid out across the
      *          last N chain runs (the OVERRUN_NIGHTS environment
      *          variable, default 7, capped at 8) with its average,
      *          how many of those nights it overran, and RISING when
      *          its last three runs each took longer than the one
      *          before - so TIME-TO-WORDS or RECONCILE creeping
      *          towards the morning cutoff shows up before the lobby
      *          signage goes out late. The report is
      *          CHAIN-OVERRUN-REPORT.DAT; return code 4 when any step
      *          of the latest run overran its target.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAIN-OVERRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-HISTORY-FILE ASSIGN TO 'CHAIN-HISTORY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-FILE-STATUS.
           SELECT CHAIN-CONTROL-FILE ASSIGN TO 'CHAIN-CONTROL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-FILE-STATUS.
           SELECT CHAIN-OVERRUN-REPORT-FILE
               ASSIGN TO 'CHAIN-OVERRUN-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * One record per chain step decided - the same layout as the FD
      * in CHAIN-DRIVER.cbl, which appends it.
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

      ******************************************************************
      * The chain's step list - the same layout as the FD in
      * CHAIN-DRIVER.cbl. Only the step and its target minutes are
      * wanted here.
      ******************************************************************
       FD  CHAIN-CONTROL-FILE.
       01  CHAIN-CONTROL-RECORD.
           05 CC-STEP-NUMBER        PIC 9(03).
           05 CC-STEP-NAME          PIC X(14).
           05 CC-CONDITION          PIC X(01).
           05 CC-COMMAND            PIC X(60).
           05 CC-TARGET-MINUTES     PIC 9(04).

       FD  CHAIN-OVERRUN-REPORT-FILE.
       01  CHAIN-OVERRUN-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88 END-OF-FILE           VALUE 'Y'.
           88 NOT-END-OF-FILE       VALUE 'N'.
       01  WS-CH-FILE-STATUS        PIC X(02).
       01  WS-CC-FILE-STATUS        PIC X(02).

       01  WS-NIGHTS-ENV            PIC X(04).
       01  WS-NIGHTS                PIC 9(02) VALUE 7.
       01  WS-MAX-NIGHTS            PIC 9(02) VALUE 8.

      ******************************************************************
      * The last WS-NIGHTS chain run IDs on history, oldest first. Run
      * IDs are start stamps and history is appended in run order, so
      * a run ID not yet in the window is the newest one: it goes on
      * the end and, once the window is full, the oldest drops off the
      * front. A resumed chain keeps its run ID, so its second attempt
      * lands in the night it belongs to.
      ******************************************************************
       01  WS-NT-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-NIGHT-TABLE.
           05 WS-NT-RUN-ID          OCCURS 8 TIMES PIC X(14).
       01  WS-NT-IDX                PIC 9(02).
       01  WS-NIGHT-IDX             PIC 9(02).
       01  WS-NIGHT-FOUND-SW        PIC X.
           88 NIGHT-IN-WINDOW       VALUE 'Y'.
           88 NIGHT-NOT-IN-WINDOW   VALUE 'N'.

      ******************************************************************
      * One row per chain step - loaded from CHAIN-CONTROL.DAT in chain
      * order, with any step found only on history (since taken out of
      * the chain) added behind with no target. Each row carries the
      * step's elapsed seconds per night in the window (attempts under
      * one run ID summed - a failed attempt used the window too) and
      * the latest run's detail.
      ******************************************************************
       01  WS-SN-MAX-STEPS          PIC 9(02) VALUE 20.
       01  WS-SN-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-STEP-TABLE.
           05 WS-SN-ENTRY OCCURS 20 TIMES.
               10 WS-SN-NUMBER      PIC 9(03).
               10 WS-SN-NAME        PIC X(14).
               10 WS-SN-TARGET      PIC 9(04).
               10 WS-SN-NIGHT OCCURS 8 TIMES.
                  15 WS-SN-SECS     PIC 9(07).
                  15 WS-SN-RAN-SW   PIC X(01).
               10 WS-SN-LAST-START  PIC X(14).
               10 WS-SN-LAST-END    PIC X(14).
               10 WS-SN-LAST-RC     PIC 9(04).
               10 WS-SN-LAST-OUTCOME PIC X(04).
               10 WS-SN-ATTEMPTS    PIC 9(02).
       01  WS-SN-IDX                PIC 9(02).
       01  WS-STEP-IDX              PIC 9(02).
       01  WS-STEP-FOUND-SW         PIC X.
           88 STEP-FOUND            VALUE 'Y'.
           88 STEP-NOT-FOUND        VALUE 'N'.

       01  WS-TARGET-SECS           PIC 9(07).
       01  WS-NEAR-SECS             PIC 9(07).
       01  WS-OVER-SECS             PIC 9(07).
       01  WS-TOTAL-SECS            PIC 9(09).
       01  WS-AVG-SECS              PIC 9(07).
       01  WS-RAN-COUNT             PIC 9(02).
       01  WS-OVER-COUNT            PIC 9(02).
       01  WS-RISE-COUNT            PIC 9(02).
       01  WS-PREV-SECS             PIC 9(07).
       01  WS-LATEST-OVERRUNS       PIC 9(03) VALUE ZERO.
       01  WS-LATEST-NEAR           PIC 9(03) VALUE ZERO.
       01  WS-TREND-OVERRUNS        PIC 9(03) VALUE ZERO.
       01  WS-RISING-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-CHAIN-START           PIC X(14).
       01  WS-CHAIN-END             PIC X(14).

      ******************************************************************
      * Elapsed seconds shown as MMM:SS.
      ******************************************************************
       01  WS-FMT-SECS              PIC 9(07).
       01  WS-FMT-MINUTES           PIC 9(05).
       01  WS-FMT-SECONDS           PIC 9(02).
       01  WS-FMT-TEXT.
           05 WS-FMT-MIN-ED         PIC ZZ9.
           05 FILLER                PIC X(01) VALUE ":".
           05 WS-FMT-SEC-ED         PIC 99.
       01  WS-TARGET-TEXT           PIC X(06).
       01  WS-TARGET-ED             PIC ZZZ9.
       01  WS-NIGHT-COL             PIC X(08).
       01  WS-NIGHT-MARK            PIC X(01).
       01  WS-LINE-PTR              PIC 9(03).
       01  WS-FLAG-TEXT             PIC X(30).
       01  WS-FLAG-PTR              PIC 9(03).
       01  WS-REPORT-LINE           PIC X(132).
       01  WS-RUN-DATE              PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           ACCEPT WS-NIGHTS-ENV FROM ENVIRONMENT "OVERRUN_NIGHTS"
           IF WS-NIGHTS-ENV NOT = SPACES
               COMPUTE WS-NIGHTS = FUNCTION NUMVAL(WS-NIGHTS-ENV)
           END-IF
           IF WS-NIGHTS = ZERO
               MOVE 7 TO WS-NIGHTS
           END-IF
           IF WS-NIGHTS > WS-MAX-NIGHTS
               DISPLAY "WARNING: OVERRUN_NIGHTS CAPPED AT "
                       WS-MAX-NIGHTS
               MOVE WS-MAX-NIGHTS TO WS-NIGHTS
           END-IF

           OPEN INPUT CHAIN-HISTORY-FILE
           IF WS-CH-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: CHAIN-HISTORY.DAT OPEN FAILED - FILE "
                       "STATUS " WS-CH-FILE-STATUS
                       " - NO CHAIN RUNS RECORDED YET"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CHAIN-HISTORY-FILE

           PERFORM LOAD-CHAIN-CONTROL-PARA-S
              THRU LOAD-CHAIN-CONTROL-PARA-E
           PERFORM FIND-NIGHTS-PARA-S THRU FIND-NIGHTS-PARA-E
           PERFORM LOAD-STEP-TIMES-PARA-S THRU LOAD-STEP-TIMES-PARA-E

           OPEN OUTPUT CHAIN-OVERRUN-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER-PARA-S
              THRU WRITE-REPORT-HEADER-PARA-E
           IF WS-NT-COUNT = ZERO
               MOVE "NO CHAIN RUNS ON CHAIN-HISTORY.DAT"
                 TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
           ELSE
               PERFORM REPORT-LATEST-RUN-PARA-S
                  THRU REPORT-LATEST-RUN-PARA-E
               PERFORM REPORT-TREND-PARA-S THRU REPORT-TREND-PARA-E
           END-IF
           CLOSE CHAIN-OVERRUN-REPORT-FILE

           DISPLAY "CHAIN-OVERRUN: NIGHTS " WS-NT-COUNT
                   " LATEST OVERRUNS " WS-LATEST-OVERRUNS
                   " NEAR TARGET " WS-LATEST-NEAR
                   " RISING " WS-RISING-COUNT
           IF WS-LATEST-OVERRUNS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * Steps and targets off CHAIN-CONTROL.DAT. A missing control file
      * is not fatal - the history still reports, just with no targets
      * to flag against.
      ******************************************************************
       LOAD-CHAIN-CONTROL-PARA-S.

           OPEN INPUT CHAIN-CONTROL-FILE
           IF WS-CC-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: CHAIN-CONTROL.DAT OPEN FAILED - FILE "
                       "STATUS " WS-CC-FILE-STATUS
                       " - NO TARGETS TO REPORT AGAINST"
               GO TO LOAD-CHAIN-CONTROL-PARA-E
           END-IF

           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ CHAIN-CONTROL-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-SN-COUNT < WS-SN-MAX-STEPS
                           ADD 1 TO WS-SN-COUNT
                           MOVE WS-SN-COUNT TO WS-SN-IDX
                           PERFORM CLEAR-STEP-ROW-PARA-S
                              THRU CLEAR-STEP-ROW-PARA-E
                           MOVE CC-STEP-NUMBER
                             TO WS-SN-NUMBER(WS-SN-IDX)
                           MOVE CC-STEP-NAME TO WS-SN-NAME(WS-SN-IDX)
                           IF CC-TARGET-MINUTES NUMERIC
                               MOVE CC-TARGET-MINUTES
                                 TO WS-SN-TARGET(WS-SN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHAIN-CONTROL-FILE.

       LOAD-CHAIN-CONTROL-PARA-E. EXIT.

       CLEAR-STEP-ROW-PARA-S.

           MOVE ZERO   TO WS-SN-NUMBER(WS-SN-IDX)
           MOVE SPACES TO WS-SN-NAME(WS-SN-IDX)
           MOVE ZERO   TO WS-SN-TARGET(WS-SN-IDX)
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                     UNTIL WS-NT-IDX > WS-MAX-NIGHTS
               MOVE ZERO TO WS-SN-SECS(WS-SN-IDX, WS-NT-IDX)
               MOVE "N"  TO WS-SN-RAN-SW(WS-SN-IDX, WS-NT-IDX)
           END-PERFORM
           MOVE SPACES TO WS-SN-LAST-START(WS-SN-IDX)
           MOVE SPACES TO WS-SN-LAST-END(WS-SN-IDX)
           MOVE ZERO   TO WS-SN-LAST-RC(WS-SN-IDX)
           MOVE SPACES TO WS-SN-LAST-OUTCOME(WS-SN-IDX)
           MOVE ZERO   TO WS-SN-ATTEMPTS(WS-SN-IDX).

       CLEAR-STEP-ROW-PARA-E. EXIT.

      ******************************************************************
      * First pass over the history: settle which run IDs make up the
      * window.
      ******************************************************************
       FIND-NIGHTS-PARA-S.

           OPEN INPUT CHAIN-HISTORY-FILE
           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ CHAIN-HISTORY-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM FIND-NIGHT-PARA-S THRU FIND-NIGHT-PARA-E
                       IF NIGHT-NOT-IN-WINDOW
                           PERFORM ADD-NIGHT-PARA-S
                              THRU ADD-NIGHT-PARA-E
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHAIN-HISTORY-FILE.

       FIND-NIGHTS-PARA-E. EXIT.

       FIND-NIGHT-PARA-S.

           SET NIGHT-NOT-IN-WINDOW TO TRUE
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                     UNTIL WS-NT-IDX > WS-NT-COUNT
               IF WS-NT-RUN-ID(WS-NT-IDX) = CH-RUN-ID
                   SET NIGHT-IN-WINDOW TO TRUE
                   MOVE WS-NT-IDX TO WS-NIGHT-IDX
                   MOVE WS-NT-COUNT TO WS-NT-IDX
               END-IF
           END-PERFORM.

       FIND-NIGHT-PARA-E. EXIT.

       ADD-NIGHT-PARA-S.

           IF WS-NT-COUNT < WS-NIGHTS
               ADD 1 TO WS-NT-COUNT
           ELSE
               PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                         UNTIL WS-NT-IDX >= WS-NT-COUNT
                   MOVE WS-NT-RUN-ID(WS-NT-IDX + 1)
                     TO WS-NT-RUN-ID(WS-NT-IDX)
               END-PERFORM
           END-IF
           MOVE CH-RUN-ID TO WS-NT-RUN-ID(WS-NT-COUNT).

       ADD-NIGHT-PARA-E. EXIT.

      ******************************************************************
      * Second pass: post every history record inside the window to
      * its step and night. The latest night's records also fill the
      * step's detail - first attempt's start, last attempt's end,
      * return code and outcome.
      ******************************************************************
       LOAD-STEP-TIMES-PARA-S.

           OPEN INPUT CHAIN-HISTORY-FILE
           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ CHAIN-HISTORY-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM FIND-NIGHT-PARA-S THRU FIND-NIGHT-PARA-E
                       IF NIGHT-IN-WINDOW
                           PERFORM POST-STEP-TIME-PARA-S
                              THRU POST-STEP-TIME-PARA-E
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHAIN-HISTORY-FILE.

       LOAD-STEP-TIMES-PARA-E. EXIT.

       POST-STEP-TIME-PARA-S.

           SET STEP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                     UNTIL WS-SN-IDX > WS-SN-COUNT
               IF WS-SN-NUMBER(WS-SN-IDX) = CH-STEP-NUMBER
                  AND WS-SN-NAME(WS-SN-IDX) = CH-STEP-NAME
                   SET STEP-FOUND TO TRUE
                   MOVE WS-SN-IDX TO WS-STEP-IDX
                   MOVE WS-SN-COUNT TO WS-SN-IDX
               END-IF
           END-PERFORM
           MOVE WS-STEP-IDX TO WS-SN-IDX

           IF STEP-NOT-FOUND
               IF WS-SN-COUNT NOT < WS-SN-MAX-STEPS
                   GO TO POST-STEP-TIME-PARA-E
               END-IF
               ADD 1 TO WS-SN-COUNT
               MOVE WS-SN-COUNT TO WS-SN-IDX
               PERFORM CLEAR-STEP-ROW-PARA-S THRU CLEAR-STEP-ROW-PARA-E
               MOVE CH-STEP-NUMBER TO WS-SN-NUMBER(WS-SN-IDX)
               MOVE CH-STEP-NAME   TO WS-SN-NAME(WS-SN-IDX)
           END-IF

           IF CH-OUTCOME = "SKIP"
               GO TO POST-STEP-TIME-PARA-E
           END-IF

           ADD CH-ELAPSED-SECS TO WS-SN-SECS(WS-SN-IDX, WS-NIGHT-IDX)
           MOVE "Y" TO WS-SN-RAN-SW(WS-SN-IDX, WS-NIGHT-IDX)

           IF WS-NIGHT-IDX = WS-NT-COUNT
               IF WS-SN-ATTEMPTS(WS-SN-IDX) = ZERO
                   MOVE CH-START-STAMP TO WS-SN-LAST-START(WS-SN-IDX)
               END-IF
               ADD 1 TO WS-SN-ATTEMPTS(WS-SN-IDX)
               MOVE CH-END-STAMP   TO WS-SN-LAST-END(WS-SN-IDX)
               MOVE CH-RETURN-CODE TO WS-SN-LAST-RC(WS-SN-IDX)
               MOVE CH-OUTCOME     TO WS-SN-LAST-OUTCOME(WS-SN-IDX)
           END-IF.

       POST-STEP-TIME-PARA-E. EXIT.

       WRITE-REPORT-HEADER-PARA-S.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHAIN OVERRUN REPORT  PRINTED: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  NIGHTS: " DELIMITED BY SIZE
                  WS-NT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       WRITE-REPORT-HEADER-PARA-E. EXIT.

      ******************************************************************
      * The latest chain run, step by step. A step is flagged OVERRUN
      * when its elapsed time is over its target, NEAR TARGET when it
      * has used 90 per cent of it or more. Steps skipped or not yet
      * reached that night do not appear.
      ******************************************************************
       REPORT-LATEST-RUN-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LATEST CHAIN RUN: " DELIMITED BY SIZE
                  WS-NT-RUN-ID(WS-NT-COUNT) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STP STEP           STARTED        ENDED          "
                      DELIMITED BY SIZE
                  "ELAPSED TARGET RC   OUTCOME TRIES FLAGS"
                      DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E

           MOVE HIGH-VALUES TO WS-CHAIN-START
           MOVE LOW-VALUES  TO WS-CHAIN-END
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                     UNTIL WS-SN-IDX > WS-SN-COUNT
               IF WS-SN-RAN-SW(WS-SN-IDX, WS-NT-COUNT) = "Y"
                   PERFORM REPORT-LATEST-STEP-PARA-S
                      THRU REPORT-LATEST-STEP-PARA-E
               END-IF
           END-PERFORM

           IF WS-CHAIN-START NOT = HIGH-VALUES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CHAIN STARTED " DELIMITED BY SIZE
                      WS-CHAIN-START DELIMITED BY SIZE
                      "  LAST STEP ENDED " DELIMITED BY SIZE
                      WS-CHAIN-END DELIMITED BY SIZE
                      "  OVERRUNS: " DELIMITED BY SIZE
                      WS-LATEST-OVERRUNS DELIMITED BY SIZE
                      "  NEAR TARGET: " DELIMITED BY SIZE
                      WS-LATEST-NEAR DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
           END-IF.

       REPORT-LATEST-RUN-PARA-E. EXIT.

       REPORT-LATEST-STEP-PARA-S.

           IF WS-SN-LAST-START(WS-SN-IDX) < WS-CHAIN-START
               MOVE WS-SN-LAST-START(WS-SN-IDX) TO WS-CHAIN-START
           END-IF
           IF WS-SN-LAST-END(WS-SN-IDX) > WS-CHAIN-END
               MOVE WS-SN-LAST-END(WS-SN-IDX) TO WS-CHAIN-END
           END-IF

           MOVE WS-SN-SECS(WS-SN-IDX, WS-NT-COUNT) TO WS-FMT-SECS
           PERFORM CHECK-TARGET-PARA-S THRU CHECK-TARGET-PARA-E
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-NIGHT-MARK = "*"
               ADD 1 TO WS-LATEST-OVERRUNS
               MOVE WS-OVER-SECS TO WS-FMT-SECS
               PERFORM FORMAT-ELAPSED-PARA-S THRU FORMAT-ELAPSED-PARA-E
               STRING "** OVERRUN BY " DELIMITED BY SIZE
                      WS-FMT-TEXT DELIMITED BY SIZE
                      INTO WS-FLAG-TEXT
               MOVE WS-SN-SECS(WS-SN-IDX, WS-NT-COUNT) TO WS-FMT-SECS
           END-IF
           IF WS-NIGHT-MARK = "+"
               ADD 1 TO WS-LATEST-NEAR
               MOVE "NEAR TARGET" TO WS-FLAG-TEXT
           END-IF
           PERFORM FORMAT-ELAPSED-PARA-S THRU FORMAT-ELAPSED-PARA-E

           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-SN-NUMBER(WS-SN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SN-NAME(WS-SN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SN-LAST-START(WS-SN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SN-LAST-END(WS-SN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FMT-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TARGET-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SN-LAST-RC(WS-SN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SN-LAST-OUTCOME(WS-SN-IDX) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-SN-ATTEMPTS(WS-SN-IDX) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-FLAG-TEXT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       REPORT-LATEST-STEP-PARA-E. EXIT.

      ******************************************************************
      * Every step across the window, oldest night first, each night's
      * elapsed marked "*" over target and "+" near it, "-" where the
      * step did not run that night. RISING means the step's last
      * three runs in the window each took longer than the run before.
      ******************************************************************
       REPORT-TREND-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TREND OVER THE LAST " DELIMITED BY SIZE
                  WS-NT-COUNT DELIMITED BY SIZE
                  " CHAIN RUNS - ELAPSED MMM:SS, OLDEST FIRST, * OVER "
                      DELIMITED BY SIZE
                  "TARGET, + NEAR TARGET" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E

           MOVE SPACES TO WS-REPORT-LINE
           MOVE "STP STEP           TARGET" TO WS-REPORT-LINE
           MOVE 26 TO WS-LINE-PTR
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                     UNTIL WS-NT-IDX > WS-NT-COUNT
               STRING "   " DELIMITED BY SIZE
                      WS-NT-RUN-ID(WS-NT-IDX)(5:4) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           END-PERFORM
           STRING "     AVG  FLAGS" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E

           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                     UNTIL WS-SN-IDX > WS-SN-COUNT
               PERFORM REPORT-TREND-STEP-PARA-S
                  THRU REPORT-TREND-STEP-PARA-E
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING "STEP-NIGHTS OVER TARGET: " DELIMITED BY SIZE
                  WS-TREND-OVERRUNS DELIMITED BY SIZE
                  "  STEPS RISING: " DELIMITED BY SIZE
                  WS-RISING-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       REPORT-TREND-PARA-E. EXIT.

       REPORT-TREND-STEP-PARA-S.

           MOVE ZERO TO WS-TOTAL-SECS
           MOVE ZERO TO WS-RAN-COUNT
           MOVE ZERO TO WS-OVER-COUNT
           MOVE ZERO TO WS-RISE-COUNT
           MOVE ZERO TO WS-PREV-SECS

           PERFORM CHECK-TARGET-PARA-S THRU CHECK-TARGET-PARA-E
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-SN-NUMBER(WS-SN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SN-NAME(WS-SN-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TARGET-TEXT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           MOVE 26 TO WS-LINE-PTR

           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
                     UNTIL WS-NT-IDX > WS-NT-COUNT
               IF WS-SN-RAN-SW(WS-SN-IDX, WS-NT-IDX) = "Y"
                   MOVE WS-SN-SECS(WS-SN-IDX, WS-NT-IDX)
                     TO WS-FMT-SECS
                   PERFORM CHECK-TARGET-PARA-S THRU CHECK-TARGET-PARA-E
                   IF WS-NIGHT-MARK = "*"
                       ADD 1 TO WS-OVER-COUNT
                   END-IF
                   ADD WS-FMT-SECS TO WS-TOTAL-SECS
                   ADD 1 TO WS-RAN-COUNT
                   IF WS-RAN-COUNT > 1 AND WS-FMT-SECS > WS-PREV-SECS
                       ADD 1 TO WS-RISE-COUNT
                   ELSE
                       MOVE ZERO TO WS-RISE-COUNT
                   END-IF
                   MOVE WS-FMT-SECS TO WS-PREV-SECS
                   PERFORM FORMAT-ELAPSED-PARA-S
                      THRU FORMAT-ELAPSED-PARA-E
                   MOVE SPACES TO WS-NIGHT-COL
                   STRING " " DELIMITED BY SIZE
                          WS-FMT-TEXT DELIMITED BY SIZE
                          WS-NIGHT-MARK DELIMITED BY SIZE
                          INTO WS-NIGHT-COL
               ELSE
                   MOVE "      - " TO WS-NIGHT-COL
               END-IF
               STRING WS-NIGHT-COL DELIMITED BY SIZE
                      INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           END-PERFORM

           IF WS-RAN-COUNT = ZERO
               STRING "       -  NOT RUN IN THE WINDOW"
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
               GO TO REPORT-TREND-STEP-PARA-E
           END-IF

           DIVIDE WS-TOTAL-SECS BY WS-RAN-COUNT GIVING WS-AVG-SECS
           MOVE WS-AVG-SECS TO WS-FMT-SECS
           PERFORM FORMAT-ELAPSED-PARA-S THRU FORMAT-ELAPSED-PARA-E
           ADD WS-OVER-COUNT TO WS-TREND-OVERRUNS
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE 1 TO WS-FLAG-PTR
           IF WS-OVER-COUNT > ZERO
               STRING "OVER " DELIMITED BY SIZE
                      WS-OVER-COUNT DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      WS-RAN-COUNT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-RISE-COUNT NOT < 2
               ADD 1 TO WS-RISING-COUNT
               STRING "RISING" DELIMITED BY SIZE
                      INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           END-IF
           STRING "  " DELIMITED BY SIZE
                  WS-FMT-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-FLAG-TEXT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       REPORT-TREND-STEP-PARA-E. EXIT.

      ******************************************************************
      * Hold WS-FMT-SECS against the current step's target: WS-NIGHT-
      * MARK "*" over it (WS-OVER-SECS by how much), "+" at 90 per
      * cent of it or more, space otherwise or when there is no
      * target. WS-TARGET-TEXT is the target for printing.
      ******************************************************************
       CHECK-TARGET-PARA-S.

           MOVE SPACE TO WS-NIGHT-MARK
           MOVE ZERO TO WS-OVER-SECS
           IF WS-SN-TARGET(WS-SN-IDX) = ZERO
               MOVE "  NONE" TO WS-TARGET-TEXT
               GO TO CHECK-TARGET-PARA-E
           END-IF

           MOVE WS-SN-TARGET(WS-SN-IDX) TO WS-TARGET-ED
           MOVE SPACES TO WS-TARGET-TEXT
           STRING WS-TARGET-ED DELIMITED BY SIZE
                  "M" DELIMITED BY SIZE
                  INTO WS-TARGET-TEXT
           COMPUTE WS-TARGET-SECS = WS-SN-TARGET(WS-SN-IDX) * 60
           COMPUTE WS-NEAR-SECS = WS-SN-TARGET(WS-SN-IDX) * 54
           IF WS-FMT-SECS > WS-TARGET-SECS
               MOVE "*" TO WS-NIGHT-MARK
               COMPUTE WS-OVER-SECS = WS-FMT-SECS - WS-TARGET-SECS
           ELSE
               IF WS-FMT-SECS NOT < WS-NEAR-SECS
                   MOVE "+" TO WS-NIGHT-MARK
               END-IF
           END-IF.

       CHECK-TARGET-PARA-E. EXIT.

       FORMAT-ELAPSED-PARA-S.

           DIVIDE WS-FMT-SECS BY 60 GIVING WS-FMT-MINUTES
               REMAINDER WS-FMT-SECONDS
           IF WS-FMT-MINUTES > 999
               MOVE 999 TO WS-FMT-MINUTES
               MOVE 59 TO WS-FMT-SECONDS
           END-IF
           MOVE WS-FMT-MINUTES TO WS-FMT-MIN-ED
           MOVE WS-FMT-SECONDS TO WS-FMT-SEC-ED.

       FORMAT-ELAPSED-PARA-E. EXIT.

       WRITE-REPORT-LINE-PARA-S.

           MOVE WS-REPORT-LINE TO CHAIN-OVERRUN-REPORT-RECORD
           WRITE CHAIN-OVERRUN-REPORT-RECORD.

       WRITE-REPORT-LINE-PARA-E. EXIT.

       END PROGRAM CHAIN-OVERRUN.
