      ******************************************************************
      * Author: Srinivasan JV
      * Date: 15-Oct-2026
      * Purpose: Tannoy delivery reconciliation. The desk keys
      *          ANNOUNCE-DELIVERY.DAT as it works through the day's
      *          ANNOUNCE-SCRIPT.DAT - one row per attempt: the script
      *          line number, the HHMM it was actually read out, and
      *          whether it was Read, Skipped or Garbled (script line
      *          0000 for an announcement made off-script). This
      *          program holds that log against the day's schedule -
      *          ANNOUNCE-SCHEDULE.DAT, the companion ANNOUNCE writes
      *          in step with the script carrying each line's due HHMM
      *          - and against ANNOUNCE-OMIT-REPORT.DAT, and reports
      *          every script line as DELIVERED, LATE (read more than
      *          the DELIVERY_TOLERANCE environment variable's minutes
      *          after it was due, default 2) or NOT DELIVERED (never
      *          logged, or only ever skipped or garbled), plus every
      *          UNSCRIPTED announcement and every event the calendar
      *          suppressed (not due, so not missed). The report is
      *          ANNOUNCE-DELIVERY-REPORT.DAT, with a PASS/FAIL
      *          verdict: return code 8 when any scheduled line was
      *          not delivered, 4 when the only findings are late or
      *          unscripted calls or bad log rows - so a CHAIN-DRIVER
      *          step, or anyone asked to prove the fire-drill call
      *          went out, has the answer on file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANNOUNCE-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANNOUNCE-SCRIPT-FILE ASSIGN TO 'ANNOUNCE-SCRIPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCR-FILE-STATUS.
           SELECT ANNOUNCE-SCHEDULE-FILE
               ASSIGN TO 'ANNOUNCE-SCHEDULE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCH-FILE-STATUS.
           SELECT ANNOUNCE-OMIT-FILE
               ASSIGN TO 'ANNOUNCE-OMIT-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OMIT-FILE-STATUS.
           SELECT ANNOUNCE-DELIVERY-FILE
               ASSIGN TO 'ANNOUNCE-DELIVERY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLV-FILE-STATUS.
           SELECT DELIVERY-REPORT-FILE
               ASSIGN TO 'ANNOUNCE-DELIVERY-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * The day's script, as ANNOUNCE wrote it - only counted here, to
      * prove ANNOUNCE-SCHEDULE.DAT is in step with it.
      ******************************************************************
       FD  ANNOUNCE-SCRIPT-FILE.
       01  ANNOUNCE-SCRIPT-RECORD   PIC X(400).

      ******************************************************************
      * One line per script line - same layout as the FD in
      * ANNOUNCE.cbl, which writes it alongside the script.
      ******************************************************************
       FD  ANNOUNCE-SCHEDULE-FILE.
       01  ANNOUNCE-SCHEDULE-RECORD.
           05 SCH-SCRIPT-LINE       PIC 9(04).
           05 FILLER                PIC X(01).
           05 SCH-ANN-TIME          PIC 9(04).
           05 FILLER                PIC X(01).
           05 SCH-EVENT-TIME        PIC 9(04).
           05 FILLER                PIC X(01).
           05 SCH-SHIFT-FLAG        PIC X(01).
           05 FILLER                PIC X(01).
           05 SCH-DESC              PIC X(30).

      ******************************************************************
      * ANNOUNCE's suppressed/shifted report. Its detail lines are
      * "DROPPED hhmm <desc> - <reason>" and "SHIFTED hhmm <desc> -
      * ...", built by PROCESS-APPOINTMENT-PARA-S and
      * APPLY-QUIET-HOURS-PARA-S in ANNOUNCE.cbl; OMIT-LINE-VIEW
      * picks the fixed positions those STRINGs put the pieces at.
      ******************************************************************
       FD  ANNOUNCE-OMIT-FILE.
       01  ANNOUNCE-OMIT-RECORD     PIC X(100).
       01  OMIT-LINE-VIEW.
           05 OMIT-ACTION           PIC X(08).
           05 OMIT-EVENT-TIME       PIC X(04).
           05 FILLER                PIC X(01).
           05 OMIT-DESC             PIC X(30).
           05 FILLER                PIC X(03).
           05 OMIT-REASON           PIC X(54).
       01  OMIT-HEADER-VIEW.
           05 OMIT-HDR-TITLE        PIC X(34).
           05 FILLER                PIC X(10).
           05 OMIT-HDR-RUN-DATE     PIC X(08).
           05 FILLER                PIC X(48).

      ******************************************************************
      * The desk's delivery log, keyed as the day goes. One row per
      * attempt at a script line - a line garbled and then read again
      * is two rows. Script line 0000 marks an announcement made
      * off-script, with DLV-DESC saying what it was.
      ******************************************************************
       FD  ANNOUNCE-DELIVERY-FILE.
       01  DELIVERY-RECORD.
           05 DLV-SCRIPT-LINE       PIC 9(04).
           05 FILLER                PIC X(01).
           05 DLV-READ-TIME.
              10 DLV-READ-HOUR      PIC 9(02).
              10 DLV-READ-MINUTE    PIC 9(02).
           05 FILLER                PIC X(01).
           05 DLV-OUTCOME           PIC X(01).
              88 DLV-READ           VALUE "R".
              88 DLV-SKIPPED        VALUE "S".
              88 DLV-GARBLED        VALUE "G".
           05 FILLER                PIC X(01).
           05 DLV-DESC              PIC X(30).

       FD  DELIVERY-REPORT-FILE.
       01  DELIVERY-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88 END-OF-FILE           VALUE 'Y'.
           88 NOT-END-OF-FILE       VALUE 'N'.
       01  WS-SCR-FILE-STATUS       PIC X(02).
       01  WS-SCH-FILE-STATUS       PIC X(02).
       01  WS-OMIT-FILE-STATUS      PIC X(02).
       01  WS-DLV-FILE-STATUS       PIC X(02).

       01  WS-TODAY-YMD             PIC 9(08).
       01  WS-TOLERANCE-ENV         PIC X(04).
       01  WS-TOLERANCE             PIC 9(04) VALUE 2.

      ******************************************************************
      * The day's schedule, one entry per script line in script order,
      * with what the delivery log says happened to it. A line counts
      * as delivered on its first Read row; Skipped and Garbled rows
      * are only tallied, so a garbled call read again properly is
      * delivered, and one never read properly is not.
      ******************************************************************
       01  WS-SC-MAX-ENTRIES        PIC 9(04) VALUE 500.
       01  WS-SC-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-SCHEDULE-TABLE.
           05 WS-SC-ENTRY OCCURS 500 TIMES INDEXED BY WS-SC-IDX.
               10 WS-SC-ANN-TIME    PIC 9(04).
               10 WS-SC-EVENT-TIME  PIC 9(04).
               10 WS-SC-SHIFT-FLAG  PIC X(01).
               10 WS-SC-DESC        PIC X(30).
               10 WS-SC-READ-SW     PIC X(01).
                  88 SC-LINE-READ   VALUE 'Y'.
                  88 SC-LINE-UNREAD VALUE 'N'.
               10 WS-SC-READ-TIME   PIC 9(04).
               10 WS-SC-LATE-MIN    PIC 9(04).
               10 WS-SC-SKIP-COUNT  PIC 9(02).
               10 WS-SC-GARBLE-COUNT PIC 9(02).
       01  WS-SCRIPT-LINE-COUNT     PIC 9(04) VALUE ZERO.
       01  WS-SCH-SHIFTED-COUNT     PIC 9(04) VALUE ZERO.

      ******************************************************************
      * Events ANNOUNCE dropped for the day, off the omit report -
      * listed as not due, and used to name an off-script call that
      * went out for an event the calendar had silenced.
      ******************************************************************
       01  WS-OMIT-AVAIL-SW         PIC X VALUE 'N'.
           88 OMIT-ON-FILE          VALUE 'Y'.
           88 OMIT-ABSENT           VALUE 'N'.
       01  WS-OM-MAX-ENTRIES        PIC 9(04) VALUE 200.
       01  WS-OM-COUNT              PIC 9(04) VALUE ZERO.
       01  WS-OMIT-TABLE.
           05 WS-OM-ENTRY OCCURS 200 TIMES INDEXED BY WS-OM-IDX.
               10 WS-OM-EVENT-TIME  PIC X(04).
               10 WS-OM-DESC        PIC X(30).
               10 WS-OM-REASON      PIC X(54).
       01  WS-OMIT-SHIFTED-COUNT    PIC 9(04) VALUE ZERO.
       01  WS-OMIT-RUN-DATE         PIC X(08) VALUE SPACES.
       01  WS-OM-FOUND-SW           PIC X VALUE 'N'.
           88 OM-FOUND              VALUE 'Y'.
           88 OM-NOT-FOUND          VALUE 'N'.

      ******************************************************************
      * Minute arithmetic. HHMM values become minutes since midnight;
      * lateness is taken modulo a day so a line due 2359 and read
      * 0001 is two minutes late, and a difference past half a day
      * is an early read rather than a day-late one.
      ******************************************************************
       01  WS-HHMM                  PIC 9(04).
       01  WS-HH                    PIC 9(02).
       01  WS-MM                    PIC 9(02).
       01  WS-DUE-MIN               PIC S9(05).
       01  WS-READ-MIN              PIC S9(05).
       01  WS-LATE-MIN              PIC S9(05).

       01  WS-LOG-ROW               PIC 9(04) VALUE ZERO.
       01  WS-LOG-LINE              PIC 9(04).
       01  WS-BAD-ROW-REASON        PIC X(40).
       01  WS-OUTCOME-TEXT          PIC X(07).
       01  WS-MISS-REASON           PIC X(30).
       01  WS-SHIFT-NOTE            PIC X(26).

       01  WS-DELIVERED-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-LATE-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-MISSED-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-UNSCRIPTED-COUNT      PIC 9(04) VALUE ZERO.
       01  WS-REPEAT-COUNT          PIC 9(04) VALUE ZERO.
       01  WS-BAD-ROW-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-WARN-COUNT            PIC 9(04) VALUE ZERO.

       01  WS-VERDICT-SW            PIC X VALUE 'P'.
           88 VERDICT-PASS          VALUE 'P'.
           88 VERDICT-FAIL          VALUE 'F'.

       01  WS-REPORT-LINE           PIC X(132).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD

           ACCEPT WS-TOLERANCE-ENV FROM ENVIRONMENT
               "DELIVERY_TOLERANCE"
           IF WS-TOLERANCE-ENV NOT = SPACES
               COMPUTE WS-TOLERANCE =
                   FUNCTION NUMVAL(WS-TOLERANCE-ENV)
           END-IF

           PERFORM LOAD-SCHEDULE-PARA-S THRU LOAD-SCHEDULE-PARA-E
           PERFORM CHECK-SCRIPT-PARA-S THRU CHECK-SCRIPT-PARA-E
           PERFORM LOAD-OMIT-REPORT-PARA-S
              THRU LOAD-OMIT-REPORT-PARA-E

           OPEN OUTPUT DELIVERY-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER-PARA-S
              THRU WRITE-REPORT-HEADER-PARA-E

           PERFORM APPLY-DELIVERY-LOG-PARA-S
              THRU APPLY-DELIVERY-LOG-PARA-E

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                     UNTIL WS-SC-IDX > WS-SC-COUNT
               PERFORM REPORT-ONE-LINE-PARA-S
                  THRU REPORT-ONE-LINE-PARA-E
           END-PERFORM

           PERFORM VARYING WS-OM-IDX FROM 1 BY 1
                     UNTIL WS-OM-IDX > WS-OM-COUNT
               PERFORM REPORT-SUPPRESSED-PARA-S
                  THRU REPORT-SUPPRESSED-PARA-E
           END-PERFORM

           PERFORM WRITE-VERDICT-PARA-S THRU WRITE-VERDICT-PARA-E
           CLOSE DELIVERY-REPORT-FILE

           DISPLAY "ANNOUNCE-RECON: SCRIPTED " WS-SC-COUNT
                   " DELIVERED " WS-DELIVERED-COUNT
                   " LATE " WS-LATE-COUNT
                   " NOT DELIVERED " WS-MISSED-COUNT
                   " UNSCRIPTED " WS-UNSCRIPTED-COUNT

           IF VERDICT-FAIL
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      ******************************************************************
      * Load the day's schedule. No schedule means no ANNOUNCE run to
      * reconcile against, which is fatal - so is a schedule whose
      * line numbers do not run 1, 2, 3... in order, or one too big
      * for the table (dropping the tail would hide missed calls).
      ******************************************************************
       LOAD-SCHEDULE-PARA-S.

           OPEN INPUT ANNOUNCE-SCHEDULE-FILE
           IF WS-SCH-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: ANNOUNCE-SCHEDULE.DAT OPEN FAILED - "
                       "FILE STATUS " WS-SCH-FILE-STATUS
                       " - HAS ANNOUNCE RUN TODAY?"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ ANNOUNCE-SCHEDULE-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM LOAD-SCHEDULE-ROW-PARA-S
                          THRU LOAD-SCHEDULE-ROW-PARA-E
               END-READ
           END-PERFORM
           CLOSE ANNOUNCE-SCHEDULE-FILE.

       LOAD-SCHEDULE-PARA-E. EXIT.

       LOAD-SCHEDULE-ROW-PARA-S.

           IF WS-SC-COUNT NOT < WS-SC-MAX-ENTRIES
               DISPLAY "FATAL: ANNOUNCE-SCHEDULE.DAT HAS MORE THAN "
                       WS-SC-MAX-ENTRIES " LINES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WS-SC-COUNT
           IF SCH-SCRIPT-LINE NOT NUMERIC
              OR SCH-SCRIPT-LINE NOT = WS-SC-COUNT
              OR SCH-ANN-TIME NOT NUMERIC
               DISPLAY "FATAL: ANNOUNCE-SCHEDULE.DAT RECORD "
                       WS-SC-COUNT " IS OUT OF SEQUENCE OR DAMAGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET WS-SC-IDX TO WS-SC-COUNT
           MOVE SCH-ANN-TIME   TO WS-SC-ANN-TIME(WS-SC-IDX)
           MOVE SCH-EVENT-TIME TO WS-SC-EVENT-TIME(WS-SC-IDX)
           MOVE SCH-SHIFT-FLAG TO WS-SC-SHIFT-FLAG(WS-SC-IDX)
           MOVE SCH-DESC       TO WS-SC-DESC(WS-SC-IDX)
           SET SC-LINE-UNREAD(WS-SC-IDX) TO TRUE
           MOVE ZERO TO WS-SC-READ-TIME(WS-SC-IDX)
           MOVE ZERO TO WS-SC-LATE-MIN(WS-SC-IDX)
           MOVE ZERO TO WS-SC-SKIP-COUNT(WS-SC-IDX)
           MOVE ZERO TO WS-SC-GARBLE-COUNT(WS-SC-IDX)
           IF SCH-SHIFT-FLAG = "S"
               ADD 1 TO WS-SCH-SHIFTED-COUNT
           END-IF.

       LOAD-SCHEDULE-ROW-PARA-E. EXIT.

      ******************************************************************
      * The desk reads line numbers off ANNOUNCE-SCRIPT.DAT, so the
      * schedule must hold exactly one entry per script line - a
      * script rewritten by a later ANNOUNCE run without its schedule
      * (or the other way round) would pin the log to the wrong
      * events, and is fatal the way a misaligned file set is in
      * SITE-RETURNS.cbl.
      ******************************************************************
       CHECK-SCRIPT-PARA-S.

           OPEN INPUT ANNOUNCE-SCRIPT-FILE
           IF WS-SCR-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: ANNOUNCE-SCRIPT.DAT OPEN FAILED - "
                       "FILE STATUS " WS-SCR-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ ANNOUNCE-SCRIPT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCRIPT-LINE-COUNT
               END-READ
           END-PERFORM
           CLOSE ANNOUNCE-SCRIPT-FILE

           IF WS-SCRIPT-LINE-COUNT NOT = WS-SC-COUNT
               DISPLAY "FATAL: ANNOUNCE-SCRIPT.DAT HAS "
                       WS-SCRIPT-LINE-COUNT " LINES BUT "
                       "ANNOUNCE-SCHEDULE.DAT HAS " WS-SC-COUNT
                       " - FILES ARE NOT FROM THE SAME RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-SCRIPT-PARA-E. EXIT.

      ******************************************************************
      * Load the DROPPED lines off ANNOUNCE's omit report and count its
      * SHIFTED lines. A missing report only costs the suppressed
      * listing, so it is a warning; a SHIFTED count that disagrees
      * with the schedule's shift flags means the two files are from
      * different ANNOUNCE runs, and is fatal.
      ******************************************************************
       LOAD-OMIT-REPORT-PARA-S.

           OPEN INPUT ANNOUNCE-OMIT-FILE
           IF WS-OMIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: ANNOUNCE-OMIT-REPORT.DAT OPEN FAILED "
                       "- FILE STATUS " WS-OMIT-FILE-STATUS
                       " - SUPPRESSED EVENTS NOT LISTED"
               ADD 1 TO WS-WARN-COUNT
               GO TO LOAD-OMIT-REPORT-PARA-E
           END-IF
           SET OMIT-ON-FILE TO TRUE

           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ ANNOUNCE-OMIT-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM LOAD-OMIT-ROW-PARA-S
                          THRU LOAD-OMIT-ROW-PARA-E
               END-READ
           END-PERFORM
           CLOSE ANNOUNCE-OMIT-FILE

           IF WS-OMIT-SHIFTED-COUNT NOT = WS-SCH-SHIFTED-COUNT
               DISPLAY "FATAL: ANNOUNCE-OMIT-REPORT.DAT SHOWS "
                       WS-OMIT-SHIFTED-COUNT " SHIFTED BUT "
                       "ANNOUNCE-SCHEDULE.DAT SHOWS "
                       WS-SCH-SHIFTED-COUNT
                       " - FILES ARE NOT FROM THE SAME RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-OMIT-REPORT-PARA-E. EXIT.

       LOAD-OMIT-ROW-PARA-S.

           IF OMIT-HDR-TITLE = "SUPPRESSED/SHIFTED ANNOUNCEMENTS  "
               MOVE OMIT-HDR-RUN-DATE TO WS-OMIT-RUN-DATE
               GO TO LOAD-OMIT-ROW-PARA-E
           END-IF

           IF OMIT-ACTION = "SHIFTED "
               ADD 1 TO WS-OMIT-SHIFTED-COUNT
               GO TO LOAD-OMIT-ROW-PARA-E
           END-IF

           IF OMIT-ACTION NOT = "DROPPED "
               GO TO LOAD-OMIT-ROW-PARA-E
           END-IF

           IF WS-OM-COUNT < WS-OM-MAX-ENTRIES
               ADD 1 TO WS-OM-COUNT
               SET WS-OM-IDX TO WS-OM-COUNT
               MOVE OMIT-EVENT-TIME TO WS-OM-EVENT-TIME(WS-OM-IDX)
               MOVE OMIT-DESC       TO WS-OM-DESC(WS-OM-IDX)
               MOVE OMIT-REASON     TO WS-OM-REASON(WS-OM-IDX)
           ELSE
               DISPLAY "WARNING: MORE THAN " WS-OM-MAX-ENTRIES
                       " DROPPED EVENTS ON ANNOUNCE-OMIT-REPORT.DAT - "
                       "IGNORING THE REST"
           END-IF.

       LOAD-OMIT-ROW-PARA-E. EXIT.

      ******************************************************************
      * Apply the desk's log to the schedule. An absent log means
      * nothing was logged as read, so every script line falls out as
      * not delivered - the reconciliation still runs and says so.
      ******************************************************************
       APPLY-DELIVERY-LOG-PARA-S.

           OPEN INPUT ANNOUNCE-DELIVERY-FILE
           IF WS-DLV-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ANNOUNCE-DELIVERY.DAT CANNOT BE OPENED - "
                          DELIMITED BY SIZE
                      "FILE STATUS " DELIMITED BY SIZE
                      WS-DLV-FILE-STATUS DELIMITED BY SIZE
                      " - NO DELIVERIES LOGGED" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
               GO TO APPLY-DELIVERY-LOG-PARA-E
           END-IF

           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ ANNOUNCE-DELIVERY-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LOG-ROW
                       PERFORM APPLY-ONE-ROW-PARA-S
                          THRU APPLY-ONE-ROW-PARA-E
               END-READ
           END-PERFORM
           CLOSE ANNOUNCE-DELIVERY-FILE.

       APPLY-DELIVERY-LOG-PARA-E. EXIT.

      ******************************************************************
      * One log row. Rows that fail their shape checks are reported
      * and left out - a keying slip should be seen, not guessed at.
      * A row naming line 0000, or a line past the end of the script,
      * is an unscripted announcement. Otherwise the row lands on its
      * script line: the first Read sets the delivery time and the
      * lateness against the due time; a later Read of a line already
      * delivered is noted as a repeat.
      ******************************************************************
       APPLY-ONE-ROW-PARA-S.

           MOVE SPACES TO WS-BAD-ROW-REASON
           EVALUATE TRUE
               WHEN DLV-SCRIPT-LINE NOT NUMERIC
                   MOVE "SCRIPT LINE MUST BE NUMERIC"
                     TO WS-BAD-ROW-REASON
               WHEN DLV-READ-TIME NOT NUMERIC
                   MOVE "READ TIME MUST BE NUMERIC HHMM"
                     TO WS-BAD-ROW-REASON
               WHEN DLV-READ-HOUR > 23
                   MOVE "INVALID HOUR - MUST BE 00-23"
                     TO WS-BAD-ROW-REASON
               WHEN DLV-READ-MINUTE > 59
                   MOVE "INVALID MINUTE - MUST BE 00-59"
                     TO WS-BAD-ROW-REASON
               WHEN NOT DLV-READ AND NOT DLV-SKIPPED
                    AND NOT DLV-GARBLED
                   MOVE "OUTCOME MUST BE R, S OR G"
                     TO WS-BAD-ROW-REASON
           END-EVALUATE

           IF WS-BAD-ROW-REASON NOT = SPACES
               ADD 1 TO WS-BAD-ROW-COUNT
               ADD 1 TO WS-WARN-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "BAD LOG ROW    ROW " DELIMITED BY SIZE
                      WS-LOG-ROW DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-BAD-ROW-REASON DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
               GO TO APPLY-ONE-ROW-PARA-E
           END-IF

           MOVE DLV-SCRIPT-LINE TO WS-LOG-LINE
           IF WS-LOG-LINE = ZERO OR WS-LOG-LINE > WS-SC-COUNT
               PERFORM REPORT-UNSCRIPTED-PARA-S
                  THRU REPORT-UNSCRIPTED-PARA-E
               GO TO APPLY-ONE-ROW-PARA-E
           END-IF

           SET WS-SC-IDX TO WS-LOG-LINE
           EVALUATE TRUE
               WHEN DLV-SKIPPED
                   ADD 1 TO WS-SC-SKIP-COUNT(WS-SC-IDX)
               WHEN DLV-GARBLED
                   ADD 1 TO WS-SC-GARBLE-COUNT(WS-SC-IDX)
               WHEN SC-LINE-READ(WS-SC-IDX)
                   ADD 1 TO WS-REPEAT-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "REPEATED       LINE " DELIMITED BY SIZE
                          WS-LOG-LINE DELIMITED BY SIZE
                          "  READ AGAIN " DELIMITED BY SIZE
                          DLV-READ-TIME DELIMITED BY SIZE
                          "  FIRST READ " DELIMITED BY SIZE
                          WS-SC-READ-TIME(WS-SC-IDX) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-SC-DESC(WS-SC-IDX) DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARA-S
                      THRU WRITE-REPORT-LINE-PARA-E
               WHEN OTHER
                   SET SC-LINE-READ(WS-SC-IDX) TO TRUE
                   MOVE DLV-READ-TIME TO WS-SC-READ-TIME(WS-SC-IDX)
                   PERFORM CALC-LATENESS-PARA-S
                      THRU CALC-LATENESS-PARA-E
           END-EVALUATE.

       APPLY-ONE-ROW-PARA-E. EXIT.

      ******************************************************************
      * Minutes late for script line WS-SC-IDX, read at
      * WS-SC-READ-TIME. Reads ahead of the due time count as on time.
      ******************************************************************
       CALC-LATENESS-PARA-S.

           MOVE WS-SC-ANN-TIME(WS-SC-IDX) TO WS-HHMM
           DIVIDE WS-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-DUE-MIN = WS-HH * 60 + WS-MM

           MOVE WS-SC-READ-TIME(WS-SC-IDX) TO WS-HHMM
           DIVIDE WS-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-READ-MIN = WS-HH * 60 + WS-MM

           COMPUTE WS-LATE-MIN = FUNCTION MOD(
               WS-READ-MIN - WS-DUE-MIN + 1440 1440)
           IF WS-LATE-MIN > 720
               MOVE ZERO TO WS-LATE-MIN
           END-IF
           MOVE WS-LATE-MIN TO WS-SC-LATE-MIN(WS-SC-IDX).

       CALC-LATENESS-PARA-E. EXIT.

      ******************************************************************
      * An announcement the script did not call for. When the desk's
      * description matches an event ANNOUNCE dropped for the day,
      * the report says so - a call made for a holiday-suppressed
      * event is exactly what facilities will ask about.
      ******************************************************************
       REPORT-UNSCRIPTED-PARA-S.

           ADD 1 TO WS-UNSCRIPTED-COUNT
           ADD 1 TO WS-WARN-COUNT
           PERFORM SET-OUTCOME-TEXT-PARA-S
              THRU SET-OUTCOME-TEXT-PARA-E

           SET OM-NOT-FOUND TO TRUE
           PERFORM VARYING WS-OM-IDX FROM 1 BY 1
                     UNTIL WS-OM-IDX > WS-OM-COUNT
                     OR OM-FOUND
               IF WS-OM-DESC(WS-OM-IDX) = DLV-DESC
                   SET OM-FOUND TO TRUE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           IF OM-FOUND
               SET WS-OM-IDX DOWN BY 1
               STRING "UNSCRIPTED     ROW " DELIMITED BY SIZE
                      WS-LOG-ROW DELIMITED BY SIZE
                      "  LINE " DELIMITED BY SIZE
                      DLV-SCRIPT-LINE DELIMITED BY SIZE
                      "  AT " DELIMITED BY SIZE
                      DLV-READ-TIME DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-OUTCOME-TEXT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      DLV-DESC DELIMITED BY SIZE
                      " - EVENT WAS DROPPED: " DELIMITED BY SIZE
                      WS-OM-REASON(WS-OM-IDX) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING "UNSCRIPTED     ROW " DELIMITED BY SIZE
                      WS-LOG-ROW DELIMITED BY SIZE
                      "  LINE " DELIMITED BY SIZE
                      DLV-SCRIPT-LINE DELIMITED BY SIZE
                      "  AT " DELIMITED BY SIZE
                      DLV-READ-TIME DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-OUTCOME-TEXT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      DLV-DESC DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       REPORT-UNSCRIPTED-PARA-E. EXIT.

       SET-OUTCOME-TEXT-PARA-S.

           EVALUATE TRUE
               WHEN DLV-READ
                   MOVE "READ"    TO WS-OUTCOME-TEXT
               WHEN DLV-SKIPPED
                   MOVE "SKIPPED" TO WS-OUTCOME-TEXT
               WHEN OTHER
                   MOVE "GARBLED" TO WS-OUTCOME-TEXT
           END-EVALUATE.

       SET-OUTCOME-TEXT-PARA-E. EXIT.

      ******************************************************************
      * One script line's verdict, in script order - DELIVERED and
      * LATE lines are the proof a call went out, NOT DELIVERED lines
      * fail the run. The reason a line was not delivered is whatever
      * the log last said about it: skipped, garbled and never put
      * right, or nothing at all.
      ******************************************************************
       REPORT-ONE-LINE-PARA-S.

           MOVE SPACES TO WS-SHIFT-NOTE
           IF WS-SC-SHIFT-FLAG(WS-SC-IDX) = "S"
               MOVE "  (SHIFTED BY QUIET HOURS)" TO WS-SHIFT-NOTE
           END-IF
           SET WS-LOG-LINE TO WS-SC-IDX

           MOVE SPACES TO WS-REPORT-LINE
           IF SC-LINE-UNREAD(WS-SC-IDX)
               ADD 1 TO WS-MISSED-COUNT
               SET VERDICT-FAIL TO TRUE
               EVALUATE TRUE
                   WHEN WS-SC-GARBLE-COUNT(WS-SC-IDX) > ZERO
                       MOVE "GARBLED AND NOT RE-READ"
                         TO WS-MISS-REASON
                   WHEN WS-SC-SKIP-COUNT(WS-SC-IDX) > ZERO
                       MOVE "SKIPPED AT THE DESK" TO WS-MISS-REASON
                   WHEN OTHER
                       MOVE "NO LOG ENTRY" TO WS-MISS-REASON
               END-EVALUATE
               STRING "NOT DELIVERED  LINE " DELIMITED BY SIZE
                      WS-LOG-LINE DELIMITED BY SIZE
                      "  DUE " DELIMITED BY SIZE
                      WS-SC-ANN-TIME(WS-SC-IDX) DELIMITED BY SIZE
                      "  EVENT " DELIMITED BY SIZE
                      WS-SC-EVENT-TIME(WS-SC-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SC-DESC(WS-SC-IDX) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-MISS-REASON DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
               GO TO REPORT-ONE-LINE-PARA-E
           END-IF

           ADD 1 TO WS-DELIVERED-COUNT
           IF WS-SC-LATE-MIN(WS-SC-IDX) > WS-TOLERANCE
               ADD 1 TO WS-LATE-COUNT
               ADD 1 TO WS-WARN-COUNT
               STRING "LATE           LINE " DELIMITED BY SIZE
                      WS-LOG-LINE DELIMITED BY SIZE
                      "  DUE " DELIMITED BY SIZE
                      WS-SC-ANN-TIME(WS-SC-IDX) DELIMITED BY SIZE
                      "  READ " DELIMITED BY SIZE
                      WS-SC-READ-TIME(WS-SC-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-SC-LATE-MIN(WS-SC-IDX) DELIMITED BY SIZE
                      " MIN LATE  EVENT " DELIMITED BY SIZE
                      WS-SC-EVENT-TIME(WS-SC-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SC-DESC(WS-SC-IDX) DELIMITED BY SIZE
                      WS-SHIFT-NOTE DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING "DELIVERED      LINE " DELIMITED BY SIZE
                      WS-LOG-LINE DELIMITED BY SIZE
                      "  DUE " DELIMITED BY SIZE
                      WS-SC-ANN-TIME(WS-SC-IDX) DELIMITED BY SIZE
                      "  READ " DELIMITED BY SIZE
                      WS-SC-READ-TIME(WS-SC-IDX) DELIMITED BY SIZE
                      "  EVENT " DELIMITED BY SIZE
                      WS-SC-EVENT-TIME(WS-SC-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SC-DESC(WS-SC-IDX) DELIMITED BY SIZE
                      WS-SHIFT-NOTE DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       REPORT-ONE-LINE-PARA-E. EXIT.

      ******************************************************************
      * An event the calendar suppressed - not on the script, so not
      * due, and listed only so the report accounts for every event
      * ANNOUNCE was given.
      ******************************************************************
       REPORT-SUPPRESSED-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUPPRESSED     EVENT " DELIMITED BY SIZE
                  WS-OM-EVENT-TIME(WS-OM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OM-DESC(WS-OM-IDX) DELIMITED BY SIZE
                  " - NOT DUE: " DELIMITED BY SIZE
                  WS-OM-REASON(WS-OM-IDX) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       REPORT-SUPPRESSED-PARA-E. EXIT.

       WRITE-REPORT-HEADER-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "TANNOY DELIVERY RECONCILIATION  RUN-DATE: "
                      DELIMITED BY SIZE
                  WS-TODAY-YMD DELIMITED BY SIZE
                  "  TOLERANCE: " DELIMITED BY SIZE
                  WS-TOLERANCE DELIMITED BY SIZE
                  " MIN" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E

      ******************************************************************
      * A script from another day reconciles cleanly against nothing
      * useful - say so on the report rather than refuse, since the
      * run is legitimately made just after midnight too.
      ******************************************************************
           IF OMIT-ON-FILE
              AND WS-OMIT-RUN-DATE NOT = WS-TODAY-YMD
               ADD 1 TO WS-WARN-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "WARNING: SCRIPT WAS BUILT FOR " DELIMITED BY SIZE
                      WS-OMIT-RUN-DATE DELIMITED BY SIZE
                      ", NOT TODAY" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
           END-IF.

       WRITE-REPORT-HEADER-PARA-E. EXIT.

       WRITE-VERDICT-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUMMARY  SCRIPTED: " DELIMITED BY SIZE
                  WS-SC-COUNT DELIMITED BY SIZE
                  "  DELIVERED: " DELIMITED BY SIZE
                  WS-DELIVERED-COUNT DELIMITED BY SIZE
                  "  LATE: " DELIMITED BY SIZE
                  WS-LATE-COUNT DELIMITED BY SIZE
                  "  NOT DELIVERED: " DELIMITED BY SIZE
                  WS-MISSED-COUNT DELIMITED BY SIZE
                  "  UNSCRIPTED: " DELIMITED BY SIZE
                  WS-UNSCRIPTED-COUNT DELIMITED BY SIZE
                  "  SUPPRESSED: " DELIMITED BY SIZE
                  WS-OM-COUNT DELIMITED BY SIZE
                  "  BAD LOG ROWS: " DELIMITED BY SIZE
                  WS-BAD-ROW-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E

           IF VERDICT-FAIL
               MOVE "VERDICT: FAIL" TO WS-REPORT-LINE
           ELSE
               IF WS-WARN-COUNT > ZERO
                   MOVE "VERDICT: PASS WITH WARNINGS"
                     TO WS-REPORT-LINE
               ELSE
                   MOVE "VERDICT: PASS" TO WS-REPORT-LINE
               END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           DISPLAY WS-REPORT-LINE.

       WRITE-VERDICT-PARA-E. EXIT.

       WRITE-REPORT-LINE-PARA-S.

           MOVE WS-REPORT-LINE TO DELIVERY-REPORT-RECORD
           WRITE DELIVERY-REPORT-RECORD.

       WRITE-REPORT-LINE-PARA-E. EXIT.

       END PROGRAM ANNOUNCE-RECON.
