      ******************************************************************
      * Author: Srinivasan JV
      * Date: 15-Oct-2026
      * Purpose: Auditors' report off SECURITY-LOG.DAT - the log that
      *          ARCHIVER (restore), PHRASE-TABLE-MAINT, CORRECTION and
      *          PHRASE-REFRESH append to when they check
      *          OPERATOR-AUTHORITY.DAT and again when they have
      *          changed something. For a period of AUDIT_DAYS days
      *          (environment variable, default 7, capped at 366)
      *          ending today, or starting at AUDIT_FROM (YYYYMMDD)
      *          when that is set, the report lists every DENIED
      *          attempt, then every CHANGED record - who changed what,
      *          and when - then a line per operator with their
      *          granted, denied and change counts. The report is
      *          SECURITY-AUDIT-REPORT.DAT; return code 4 when any
      *          attempt in the period was refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECURITY-AUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG-FILE ASSIGN TO 'SECURITY-LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.
           SELECT SECURITY-AUDIT-REPORT-FILE
               ASSIGN TO 'SECURITY-AUDIT-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * One record per authority check or change - the same layout as
      * SECURITY-LOG-RECORD in OATABFD.CPY, which the controlled
      * utilities append with.
      ******************************************************************
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD.
           05 SL-STAMP              PIC X(14).
           05 FILLER                PIC X(01).
           05 SL-OPERATOR           PIC X(12).
           05 FILLER                PIC X(01).
           05 SL-FUNCTION           PIC X(20).
           05 FILLER                PIC X(01).
           05 SL-OUTCOME            PIC X(07).
              88 SL-GRANTED         VALUE "GRANTED".
              88 SL-DENIED          VALUE "DENIED".
              88 SL-CHANGED         VALUE "CHANGED".
           05 FILLER                PIC X(01).
           05 SL-DETAIL             PIC X(50).

       FD  SECURITY-AUDIT-REPORT-FILE.
       01  SECURITY-AUDIT-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88 END-OF-FILE           VALUE 'Y'.
           88 NOT-END-OF-FILE       VALUE 'N'.
       01  WS-SL-FILE-STATUS        PIC X(02).
       01  WS-LOG-SW                PIC X VALUE 'Y'.
           88 LOG-ON-FILE           VALUE 'Y'.
           88 LOG-NOT-ON-FILE       VALUE 'N'.

      ******************************************************************
      * The audit period, WS-FROM-DATE to WS-TO-DATE inclusive, matched
      * against the date part of each log stamp.
      ******************************************************************
       01  WS-FROM-ENV              PIC X(08).
       01  WS-DAYS-ENV              PIC X(04).
       01  WS-AUDIT-DAYS            PIC 9(03) VALUE 7.
       01  WS-MAX-DAYS              PIC 9(03) VALUE 366.
       01  WS-FROM-DATE             PIC 9(08).
       01  WS-TO-DATE               PIC 9(08).
       01  WS-FROM-INT              PIC S9(9).
       01  WS-TO-INT                PIC S9(9).

      ******************************************************************
      * One row per operator seen on the log in the period, in the
      * order first seen, with their counts by outcome and the stamp
      * of their latest change.
      ******************************************************************
       01  WS-OP-MAX-ENTRIES        PIC 9(03) VALUE 100.
       01  WS-OP-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-OPERATOR-TABLE.
           05 WS-OP-ENTRY OCCURS 100 TIMES.
               10 WS-OP-OPERATOR    PIC X(12).
               10 WS-OP-GRANTED     PIC 9(05).
               10 WS-OP-DENIED      PIC 9(05).
               10 WS-OP-CHANGED     PIC 9(05).
               10 WS-OP-LAST-CHANGE PIC X(14).
       01  WS-OP-IDX                PIC 9(03).
       01  WS-OPERATOR-IDX          PIC 9(03).
       01  WS-OP-FOUND-SW           PIC X.
           88 OPERATOR-FOUND        VALUE 'Y'.
           88 OPERATOR-NOT-FOUND    VALUE 'N'.
       01  WS-OP-OVERFLOW-SW        PIC X VALUE 'N'.
           88 OPERATOR-OVERFLOW     VALUE 'Y'.

       01  WS-PERIOD-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-GRANTED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-DENIED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-CHANGED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-SECTION-COUNT         PIC 9(05).

      ******************************************************************
      * A log stamp shown as YYYY-MM-DD HH:MM:SS.
      ******************************************************************
       01  WS-STAMP-IN              PIC X(14).
       01  WS-STAMP-TEXT.
           05 WS-ST-YYYY            PIC X(04).
           05 FILLER                PIC X(01) VALUE "-".
           05 WS-ST-MM              PIC X(02).
           05 FILLER                PIC X(01) VALUE "-".
           05 WS-ST-DD              PIC X(02).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 WS-ST-HH              PIC X(02).
           05 FILLER                PIC X(01) VALUE ":".
           05 WS-ST-MI              PIC X(02).
           05 FILLER                PIC X(01) VALUE ":".
           05 WS-ST-SS              PIC X(02).
       01  WS-COUNT-ED              PIC ZZZZ9.
       01  WS-GRANTED-ED            PIC ZZZZ9.
       01  WS-DENIED-ED             PIC ZZZZ9.
       01  WS-CHANGED-ED            PIC ZZZZ9.
       01  WS-REPORT-LINE           PIC X(132).
       01  WS-RUN-DATE              PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM SET-AUDIT-PERIOD-PARA-S THRU SET-AUDIT-PERIOD-PARA-E

           OPEN INPUT SECURITY-LOG-FILE
           IF WS-SL-FILE-STATUS = "35"
               DISPLAY "WARNING: SECURITY-LOG.DAT NOT FOUND - NO "
                       "CONTROLLED UTILITY HAS RUN YET"
               SET LOG-NOT-ON-FILE TO TRUE
           ELSE
               IF WS-SL-FILE-STATUS NOT = "00"
                   DISPLAY "FATAL: SECURITY-LOG.DAT OPEN FAILED - FILE "
                           "STATUS " WS-SL-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE SECURITY-LOG-FILE
           END-IF

           OPEN OUTPUT SECURITY-AUDIT-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER-PARA-S
              THRU WRITE-REPORT-HEADER-PARA-E
           IF LOG-NOT-ON-FILE
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
               MOVE "NO SECURITY-LOG.DAT ON FILE - NOTHING TO REPORT"
                 TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
           ELSE
               PERFORM REPORT-DENIED-PARA-S THRU REPORT-DENIED-PARA-E
               PERFORM REPORT-CHANGES-PARA-S THRU REPORT-CHANGES-PARA-E
               PERFORM REPORT-OPERATORS-PARA-S
                  THRU REPORT-OPERATORS-PARA-E
           END-IF
           CLOSE SECURITY-AUDIT-REPORT-FILE

           DISPLAY "SECURITY-AUDIT: FROM " WS-FROM-DATE
                   " TO " WS-TO-DATE
                   " RECORDS " WS-PERIOD-COUNT
                   " GRANTED " WS-GRANTED-COUNT
                   " DENIED " WS-DENIED-COUNT
                   " CHANGES " WS-CHANGED-COUNT
           IF WS-DENIED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * The period: AUDIT_DAYS days ending today, or starting on
      * AUDIT_FROM when that is set - the same handling EVENT-FORECAST
      * gives FORECAST_FROM and FORECAST_DAYS, pointing backwards.
      ******************************************************************
       SET-AUDIT-PERIOD-PARA-S.

           ACCEPT WS-DAYS-ENV FROM ENVIRONMENT "AUDIT_DAYS"
           IF WS-DAYS-ENV NOT = SPACES
               COMPUTE WS-AUDIT-DAYS = FUNCTION NUMVAL(WS-DAYS-ENV)
           END-IF
           IF WS-AUDIT-DAYS = ZERO
               MOVE 7 TO WS-AUDIT-DAYS
           END-IF
           IF WS-AUDIT-DAYS > WS-MAX-DAYS
               DISPLAY "WARNING: AUDIT_DAYS CAPPED AT " WS-MAX-DAYS
               MOVE WS-MAX-DAYS TO WS-AUDIT-DAYS
           END-IF

           ACCEPT WS-FROM-ENV FROM ENVIRONMENT "AUDIT_FROM"
           IF WS-FROM-ENV(1:8) IS NUMERIC
               MOVE WS-FROM-ENV TO WS-FROM-DATE
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               COMPUTE WS-TO-INT = WS-FROM-INT + WS-AUDIT-DAYS - 1
               COMPUTE WS-TO-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TO-INT)
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TO-DATE
               COMPUTE WS-TO-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               COMPUTE WS-FROM-INT = WS-TO-INT - WS-AUDIT-DAYS + 1
               COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
           END-IF.

       SET-AUDIT-PERIOD-PARA-E. EXIT.

       WRITE-REPORT-HEADER-PARA-S.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SECURITY AUDIT REPORT  PRINTED: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  PERIOD: " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       WRITE-REPORT-HEADER-PARA-E. EXIT.

      ******************************************************************
      * First pass over the log: every refused attempt in the period,
      * in the order it was made. The same pass builds the operator
      * table and the period's totals.
      ******************************************************************
       REPORT-DENIED-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           MOVE "DENIED ATTEMPTS" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           PERFORM WRITE-COLUMN-HEADS-PARA-S
              THRU WRITE-COLUMN-HEADS-PARA-E

           MOVE ZERO TO WS-SECTION-COUNT
           OPEN INPUT SECURITY-LOG-FILE
           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ SECURITY-LOG-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM TALLY-LOG-RECORD-PARA-S
                          THRU TALLY-LOG-RECORD-PARA-E
               END-READ
           END-PERFORM
           CLOSE SECURITY-LOG-FILE

           IF WS-SECTION-COUNT = ZERO
               MOVE "  NONE IN THE PERIOD" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
           END-IF.

       REPORT-DENIED-PARA-E. EXIT.

      ******************************************************************
      * One log record on the first pass. A stamp outside the period
      * is passed over; a denied attempt is printed as it is met.
      ******************************************************************
       TALLY-LOG-RECORD-PARA-S.

           IF SL-STAMP(1:8) < WS-FROM-DATE
              OR SL-STAMP(1:8) > WS-TO-DATE
               GO TO TALLY-LOG-RECORD-PARA-E
           END-IF

           ADD 1 TO WS-PERIOD-COUNT
           PERFORM FIND-OPERATOR-PARA-S THRU FIND-OPERATOR-PARA-E

           EVALUATE TRUE
               WHEN SL-GRANTED
                   ADD 1 TO WS-GRANTED-COUNT
                   IF OPERATOR-FOUND
                       ADD 1 TO WS-OP-GRANTED(WS-OPERATOR-IDX)
                   END-IF
               WHEN SL-DENIED
                   ADD 1 TO WS-DENIED-COUNT
                   IF OPERATOR-FOUND
                       ADD 1 TO WS-OP-DENIED(WS-OPERATOR-IDX)
                   END-IF
                   ADD 1 TO WS-SECTION-COUNT
                   PERFORM WRITE-LOG-LINE-PARA-S
                      THRU WRITE-LOG-LINE-PARA-E
               WHEN SL-CHANGED
                   ADD 1 TO WS-CHANGED-COUNT
                   IF OPERATOR-FOUND
                       ADD 1 TO WS-OP-CHANGED(WS-OPERATOR-IDX)
                       MOVE SL-STAMP
                         TO WS-OP-LAST-CHANGE(WS-OPERATOR-IDX)
                   END-IF
           END-EVALUATE.

       TALLY-LOG-RECORD-PARA-E. EXIT.

      ******************************************************************
      * Find SL-OPERATOR on the operator table, adding a row when this
      * is the first time they are seen. Past WS-OP-MAX-ENTRIES
      * operators the newcomer still counts in the period totals but
      * gets no row of their own; the console is told once.
      ******************************************************************
       FIND-OPERATOR-PARA-S.

           SET OPERATOR-NOT-FOUND TO TRUE
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                     UNTIL WS-OP-IDX > WS-OP-COUNT
               IF WS-OP-OPERATOR(WS-OP-IDX) = SL-OPERATOR
                   SET OPERATOR-FOUND TO TRUE
                   MOVE WS-OP-IDX TO WS-OPERATOR-IDX
                   MOVE WS-OP-COUNT TO WS-OP-IDX
               END-IF
           END-PERFORM

           IF OPERATOR-FOUND
               GO TO FIND-OPERATOR-PARA-E
           END-IF

           IF WS-OP-COUNT NOT < WS-OP-MAX-ENTRIES
               IF NOT OPERATOR-OVERFLOW
                   DISPLAY "WARNING: MORE THAN " WS-OP-MAX-ENTRIES
                           " OPERATORS IN THE PERIOD - THE REST ARE "
                           "IN THE TOTALS ONLY"
                   SET OPERATOR-OVERFLOW TO TRUE
               END-IF
               GO TO FIND-OPERATOR-PARA-E
           END-IF

           ADD 1 TO WS-OP-COUNT
           MOVE WS-OP-COUNT TO WS-OPERATOR-IDX
           MOVE SL-OPERATOR TO WS-OP-OPERATOR(WS-OPERATOR-IDX)
           MOVE ZERO   TO WS-OP-GRANTED(WS-OPERATOR-IDX)
           MOVE ZERO   TO WS-OP-DENIED(WS-OPERATOR-IDX)
           MOVE ZERO   TO WS-OP-CHANGED(WS-OPERATOR-IDX)
           MOVE SPACES TO WS-OP-LAST-CHANGE(WS-OPERATOR-IDX)
           SET OPERATOR-FOUND TO TRUE.

       FIND-OPERATOR-PARA-E. EXIT.

      ******************************************************************
      * Second pass over the log: who changed what, and when. Each
      * CHANGED record follows the GRANTED check of the same run.
      ******************************************************************
       REPORT-CHANGES-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           MOVE "CHANGES MADE" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           PERFORM WRITE-COLUMN-HEADS-PARA-S
              THRU WRITE-COLUMN-HEADS-PARA-E

           OPEN INPUT SECURITY-LOG-FILE
           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ SECURITY-LOG-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF SL-CHANGED
                          AND SL-STAMP(1:8) NOT < WS-FROM-DATE
                          AND SL-STAMP(1:8) NOT > WS-TO-DATE
                           PERFORM WRITE-LOG-LINE-PARA-S
                              THRU WRITE-LOG-LINE-PARA-E
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECURITY-LOG-FILE

           IF WS-CHANGED-COUNT = ZERO
               MOVE "  NONE IN THE PERIOD" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
           END-IF.

       REPORT-CHANGES-PARA-E. EXIT.

      ******************************************************************
      * Operator by operator, then the period's totals.
      ******************************************************************
       REPORT-OPERATORS-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           MOVE "ACTIVITY BY OPERATOR" TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPERATOR     GRANTED  DENIED CHANGES  "
                      DELIMITED BY SIZE
                  "LAST CHANGE" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E

           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                     UNTIL WS-OP-IDX > WS-OP-COUNT
               PERFORM REPORT-OPERATOR-PARA-S
                  THRU REPORT-OPERATOR-PARA-E
           END-PERFORM

           IF WS-OP-COUNT = ZERO
               MOVE "  NO ACTIVITY IN THE PERIOD" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           MOVE WS-PERIOD-COUNT  TO WS-COUNT-ED
           MOVE WS-GRANTED-COUNT TO WS-GRANTED-ED
           MOVE WS-DENIED-COUNT  TO WS-DENIED-ED
           MOVE WS-CHANGED-COUNT TO WS-CHANGED-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PERIOD TOTALS  RECORDS: " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  "  GRANTED: " DELIMITED BY SIZE
                  WS-GRANTED-ED DELIMITED BY SIZE
                  "  DENIED: " DELIMITED BY SIZE
                  WS-DENIED-ED DELIMITED BY SIZE
                  "  CHANGES: " DELIMITED BY SIZE
                  WS-CHANGED-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       REPORT-OPERATORS-PARA-E. EXIT.

       REPORT-OPERATOR-PARA-S.

           MOVE WS-OP-GRANTED(WS-OP-IDX) TO WS-GRANTED-ED
           MOVE WS-OP-DENIED(WS-OP-IDX)  TO WS-DENIED-ED
           MOVE WS-OP-CHANGED(WS-OP-IDX) TO WS-CHANGED-ED
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-OP-OPERATOR(WS-OP-IDX) TO WS-REPORT-LINE(1:12)
           MOVE WS-GRANTED-ED TO WS-REPORT-LINE(16:5)
           MOVE WS-DENIED-ED  TO WS-REPORT-LINE(23:5)
           MOVE WS-CHANGED-ED TO WS-REPORT-LINE(31:5)
           IF WS-OP-LAST-CHANGE(WS-OP-IDX) NOT = SPACES
               MOVE WS-OP-LAST-CHANGE(WS-OP-IDX) TO WS-STAMP-IN
               PERFORM FORMAT-STAMP-PARA-S THRU FORMAT-STAMP-PARA-E
               MOVE WS-STAMP-TEXT TO WS-REPORT-LINE(38:19)
           END-IF
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       REPORT-OPERATOR-PARA-E. EXIT.

       WRITE-COLUMN-HEADS-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "WHEN                OPERATOR     "
                      DELIMITED BY SIZE
                  "FUNCTION             DETAIL" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       WRITE-COLUMN-HEADS-PARA-E. EXIT.

      ******************************************************************
      * The current log record under the column heads above.
      ******************************************************************
       WRITE-LOG-LINE-PARA-S.

           MOVE SL-STAMP TO WS-STAMP-IN
           PERFORM FORMAT-STAMP-PARA-S THRU FORMAT-STAMP-PARA-E
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-STAMP-TEXT TO WS-REPORT-LINE(1:19)
           MOVE SL-OPERATOR   TO WS-REPORT-LINE(21:12)
           MOVE SL-FUNCTION   TO WS-REPORT-LINE(34:20)
           MOVE SL-DETAIL     TO WS-REPORT-LINE(55:50)
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       WRITE-LOG-LINE-PARA-E. EXIT.

       FORMAT-STAMP-PARA-S.

           MOVE WS-STAMP-IN(1:4)  TO WS-ST-YYYY
           MOVE WS-STAMP-IN(5:2)  TO WS-ST-MM
           MOVE WS-STAMP-IN(7:2)  TO WS-ST-DD
           MOVE WS-STAMP-IN(9:2)  TO WS-ST-HH
           MOVE WS-STAMP-IN(11:2) TO WS-ST-MI
           MOVE WS-STAMP-IN(13:2) TO WS-ST-SS.

       FORMAT-STAMP-PARA-E. EXIT.

       WRITE-REPORT-LINE-PARA-S.

           MOVE WS-REPORT-LINE TO SECURITY-AUDIT-REPORT-RECORD
           WRITE SECURITY-AUDIT-REPORT-RECORD.

       WRITE-REPORT-LINE-PARA-E. EXIT.

       END PROGRAM SECURITY-AUDIT.
