      *          land on the same minute are flagged as a clash on
      *          EVENT-GEN-REPORT.DAT, because the desk can only read
      *          one script line at a time; return code 4 warns the
      *          schedule without suppressing either event. An event
      *          that names a reminder profile (REMINDER-PROFILES.DAT,
      *          see RPTABFD.CPY) is announced at every reminder of
      *          its ladder instead of at its single lead, and every
      *          one of those moments takes part in the clash scan. The
      *          generation date defaults to today and can be
      *          overridden with the GEN_DATE environment variable
      *          (YYYYMMDD) to build a day in advance.
           SELECT EVENT-GEN-REPORT-FILE
               ASSIGN TO 'EVENT-GEN-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RPTABSL.

       DATA DIVISION.
       FILE SECTION.
      * RE-DOW-DAY(7) Sunday, "Y" on the days the event runs; the
      * effective date range works exactly like BRANCH-MASTER.DAT's
      * rows - a one-off season (a summer canteen time, say) is a data
      * change, not a recompile. RE-BRANCH names whose tannoy the event
      * is for, exactly as APP-BRANCH does in ANNOUNCE.cbl - blank for
      * head office alone, a branch name, or "ALL". RE-PROFILE names
      * the event's reminder ladder on REMINDER-PROFILES.DAT; blank
      * keeps the single announcement RE-LEAD minutes ahead, which
      * is what every row written before profiles existed reads as.
      ******************************************************************
       FD  RECURRING-EVENTS-FILE.
       01  RECURRING-EVENT-RECORD.
              10 RE-DOW-DAY         OCCURS 7 TIMES PIC X(01).
           05 RE-VALID-FROM         PIC 9(8).
           05 RE-VALID-TO           PIC 9(8).
           05 RE-BRANCH             PIC X(12).
           05 RE-PROFILE            PIC X(08).

      ******************************************************************
      * The day's appointments - same layout as APPOINTMENT-RECORD in
              10 APP-MINUTE         PIC 9(02).
           05 APP-DESC              PIC X(30).
           05 APP-LEAD              PIC 9(03).
           05 APP-BRANCH            PIC X(12).
           05 APP-PROFILE           PIC X(08).

       FD  EVENT-GEN-REPORT-FILE.
       01  EVENT-GEN-REPORT-RECORD  PIC X(100).

       COPY RPTABFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88 END-OF-FILE           VALUE 'Y'.
       01  WS-GEN-DOW               PIC 9(01).

      ******************************************************************
      * The day's announcement moments, one entry per reminder of each
      * generated event, held so the clash scan can name every event
      * sharing an announcement minute - the announcement moment is
      * the event time minus that reminder's lead (WS-GE-LEAD),
      * wrapped past midnight the same way PROCESS-APPOINTMENT-PARA-S
      * in ANNOUNCE.cbl wraps it.
      ******************************************************************
       01  WS-GE-MAX-ENTRIES        PIC 9(03) VALUE 999.
       01  WS-GE-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-GEN-TABLE.
           05 WS-GE-ENTRY OCCURS 999 TIMES INDEXED BY WS-GE-IDX.
               10 WS-GE-TIME        PIC 9(04).
               10 WS-GE-DESC        PIC X(30).
               10 WS-GE-LEAD        PIC 9(03).
               10 WS-GE-ANN-MIN     PIC 9(04).
               10 WS-GE-BRANCH      PIC X(12).
       01  WS-IDX                   PIC 9(03).
       01  WS-IDX2                  PIC 9(03).
       01  WS-IDX3                  PIC 9(03).

      ******************************************************************
      * The tannoy being scanned for clashes - spaces for head office
      * (blank and "ALL" events), else one branch name (that branch's
      * events and "ALL" events). Announcement minutes stay in head-
      * office time throughout; a branch's local clock is a fixed
      * offset from it on any one day, so minutes that clash here
      * clash there.
      ******************************************************************
       01  WS-SCAN-BRANCH           PIC X(12).
       01  WS-BRANCH-SEEN-SW        PIC X.
           88 BRANCH-ALREADY-SCANNED VALUE 'Y'.
           88 BRANCH-NOT-SCANNED    VALUE 'N'.

       01  WS-EVENT-TOTAL-MIN       PIC S9(4).
       01  WS-ANNOUNCE-TOTAL-MIN    PIC S9(4).

       01  WS-REPORT-LINE           PIC X(100).

       COPY RPTABWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM SET-GEN-DATE-PARA-S THRU SET-GEN-DATE-PARA-E
           PERFORM LOAD-REMINDER-PROFILES-PARA-S
              THRU LOAD-REMINDER-PROFILES-PARA-E

           OPEN INPUT RECURRING-EVENTS-FILE
           IF WS-RE-FILE-STATUS = "35"

           OPEN OUTPUT RECURRING-EVENTS-FILE

           MOVE SPACES         TO RECURRING-EVENT-RECORD
           MOVE 06             TO RE-HOUR
           MOVE 00             TO RE-MINUTE
           MOVE "SHIFT CHANGE" TO RE-DESC
      ******************************************************************
      * One master record: validate it, test whether it is due on the
      * generation date (date range and day-of-week pattern), and if
      * so write the appointment and note each reminder's announcement
      * minute for the clash scan. Invalid rows are reported and
      * skipped rather than stopping the run - one bad row must not
      * cost the desk the whole day's announcements.
      ******************************************************************
       PROCESS-EVENT-PARA-S.

           MOVE RE-TIME TO APP-TIME
           MOVE RE-DESC TO APP-DESC
           MOVE RE-LEAD TO APP-LEAD
           MOVE RE-BRANCH TO APP-BRANCH
           MOVE RE-PROFILE TO APP-PROFILE
           WRITE APPOINTMENT-RECORD
           ADD 1 TO WS-GENERATED-COUNT

           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                     UNTIL WS-RL-IDX > WS-RL-COUNT
               PERFORM NOTE-REMINDER-PARA-S
                  THRU NOTE-REMINDER-PARA-E
           END-PERFORM.

       PROCESS-EVENT-PARA-E. EXIT.

      ******************************************************************
      * One reminder of the event just generated - the reminder list
      * VALIDATE-EVENT-PARA-S resolved, entry WS-RL-IDX. Its
      * announcement moment goes on the clash table and the report.
      ******************************************************************
       NOTE-REMINDER-PARA-S.

           COMPUTE WS-EVENT-TOTAL-MIN =
                   RE-HOUR * 60 + RE-MINUTE
           COMPUTE WS-ANNOUNCE-TOTAL-MIN =
                   WS-EVENT-TOTAL-MIN - WS-RL-OFFSET(WS-RL-IDX)
           PERFORM UNTIL WS-ANNOUNCE-TOTAL-MIN >= 0
               ADD 1440 TO WS-ANNOUNCE-TOTAL-MIN
           END-PERFORM
               COMPUTE WS-GE-TIME(WS-GE-COUNT) =
                       RE-HOUR * 100 + RE-MINUTE
               MOVE RE-DESC TO WS-GE-DESC(WS-GE-COUNT)
               MOVE WS-RL-OFFSET(WS-RL-IDX) TO WS-GE-LEAD(WS-GE-COUNT)
               MOVE RE-BRANCH TO WS-GE-BRANCH(WS-GE-COUNT)
               COMPUTE WS-GE-ANN-MIN(WS-GE-COUNT) =
                       WS-ANN-HOUR * 100 + WS-ANN-MINUTE
           ELSE
               DISPLAY "WARNING: MORE THAN " WS-GE-MAX-ENTRIES
                       " ANNOUNCEMENT MOMENTS - CLASH SCAN INCOMPLETE"
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
                  " " DELIMITED BY SIZE
                  RE-DESC DELIMITED BY SIZE
                  " LEAD " DELIMITED BY SIZE
                  WS-RL-OFFSET(WS-RL-IDX) DELIMITED BY SIZE
                  " ANNOUNCE AT " DELIMITED BY SIZE
                  WS-ANN-HOUR DELIMITED BY SIZE
                  WS-ANN-MINUTE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RE-BRANCH DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RE-PROFILE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       NOTE-REMINDER-PARA-E. EXIT.

      ******************************************************************
      * Field-level validation - the same hour/minute ranges and the
      * 00-99 lead cap VALIDATE-APPOINTMENT-PARA-S in ANNOUNCE.cbl
      * enforces (anything this program lets through gets validated
      * there again anyway), plus the pattern and date-range shape
      * rules that only exist on the master, and the reminder profile,
      * which must be on REMINDER-PROFILES.DAT when one is named. A
      * valid row leaves its reminder list resolved in WS-RL-ENTRY.
      ******************************************************************
       VALIDATE-EVENT-PARA-S.

              OR RE-VALID-FROM > RE-VALID-TO
               SET INVALID-EVENT TO TRUE
               MOVE "BAD EFFECTIVE DATE RANGE" TO WS-SKIP-REASON
               GO TO VALIDATE-EVENT-PARA-E
           END-IF

           MOVE RE-PROFILE TO WS-RP-LOOKUP-PROFILE
           MOVE RE-LEAD    TO WS-RP-LOOKUP-LEAD
           PERFORM RESOLVE-REMINDERS-PARA-S
              THRU RESOLVE-REMINDERS-PARA-E
           IF RP-PROFILE-NOT-FOUND
               SET INVALID-EVENT TO TRUE
               STRING "UNKNOWN REMINDER PROFILE " DELIMITED BY SIZE
                      RE-PROFILE DELIMITED BY SIZE
                      INTO WS-SKIP-REASON
           END-IF.

       VALIDATE-EVENT-PARA-E. EXIT.

      ******************************************************************
      * Flag every generated event that shares its announcement
      * minute with another on the same tannoy - each member of a
      * clash gets its own line, so the desk sees the whole pile-up,
      * not just the second arrival. The clash count tallies minutes,
      * not members. Head office is scanned first, then each branch
      * named on an event; a branch's scan only reports minutes that
      * involve one of its own events, since a pile-up of "ALL"
      * events alone was already reported for head office.
      ******************************************************************
       SCAN-CLASHES-PARA-S.

           MOVE SPACES TO WS-SCAN-BRANCH
           PERFORM SCAN-TANNOY-PARA-S THRU SCAN-TANNOY-PARA-E

           PERFORM VARYING WS-IDX3 FROM 1 BY 1
                     UNTIL WS-IDX3 > WS-GE-COUNT
               IF WS-GE-BRANCH(WS-IDX3) NOT = SPACES
                  AND WS-GE-BRANCH(WS-IDX3) NOT = "ALL"
                   SET BRANCH-NOT-SCANNED TO TRUE
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                             UNTIL WS-IDX2 > WS-IDX3 - 1
                       IF WS-GE-BRANCH(WS-IDX2) = WS-GE-BRANCH(WS-IDX3)
                           SET BRANCH-ALREADY-SCANNED TO TRUE
                           MOVE WS-IDX3 TO WS-IDX2
                       END-IF
                   END-PERFORM
                   IF BRANCH-NOT-SCANNED
                       MOVE WS-GE-BRANCH(WS-IDX3) TO WS-SCAN-BRANCH
                       PERFORM SCAN-TANNOY-PARA-S
                          THRU SCAN-TANNOY-PARA-E
                   END-IF
               END-IF
           END-PERFORM.

       SCAN-CLASHES-PARA-E. EXIT.

      ******************************************************************
      * One tannoy's scan. An event can open a clash group only when
      * it belongs to WS-SCAN-BRANCH outright (or, for head office, is
      * blank or "ALL"), and only the first such event at a minute
      * does, so each clash is reported once per tannoy.
      ******************************************************************
       SCAN-TANNOY-PARA-S.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-GE-COUNT
               IF WS-GE-BRANCH(WS-IDX) = WS-SCAN-BRANCH
                  OR (WS-SCAN-BRANCH = SPACES
                      AND WS-GE-BRANCH(WS-IDX) = "ALL")
                   SET MINUTE-CLEAR TO TRUE
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                             UNTIL WS-IDX2 > WS-IDX - 1
                       IF WS-GE-ANN-MIN(WS-IDX2) = WS-GE-ANN-MIN(WS-IDX)
                          AND (WS-GE-BRANCH(WS-IDX2) = WS-SCAN-BRANCH
                               OR (WS-SCAN-BRANCH = SPACES
                                   AND WS-GE-BRANCH(WS-IDX2) = "ALL"))
                           SET MINUTE-CLASHES TO TRUE
                           MOVE WS-IDX TO WS-IDX2
                       END-IF
                   END-PERFORM
                   IF MINUTE-CLEAR
                       PERFORM REPORT-MINUTE-CLASH-PARA-S
                          THRU REPORT-MINUTE-CLASH-PARA-E
                   END-IF
               END-IF
           END-PERFORM.

       SCAN-TANNOY-PARA-E. EXIT.

      ******************************************************************
      * WS-IDX's announcement minute has not been scanned yet on this
      * tannoy - count the members heard on it (WS-SCAN-BRANCH's own
      * events plus "ALL" events) and, when there is more than one,
      * report them all.
      ******************************************************************
       REPORT-MINUTE-CLASH-PARA-S.

           PERFORM VARYING WS-GE-IDX FROM 1 BY 1
                     UNTIL WS-GE-IDX > WS-GE-COUNT
               IF WS-GE-ANN-MIN(WS-GE-IDX) = WS-GE-ANN-MIN(WS-IDX)
                  AND (WS-GE-BRANCH(WS-GE-IDX) = WS-SCAN-BRANCH
                       OR WS-GE-BRANCH(WS-GE-IDX) = "ALL")
                   ADD 1 TO WS-IDX2
               END-IF
           END-PERFORM

           ADD 1 TO WS-CLASH-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SCAN-BRANCH = SPACES
               STRING "CLASH AT ANNOUNCEMENT MINUTE " DELIMITED BY SIZE
                      WS-GE-ANN-MIN(WS-IDX) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-IDX2 DELIMITED BY SIZE
                      " EVENTS:" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING "CLASH AT ANNOUNCEMENT MINUTE " DELIMITED BY SIZE
                      WS-GE-ANN-MIN(WS-IDX) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-IDX2 DELIMITED BY SIZE
                      " EVENTS ON THE " DELIMITED BY SIZE
                      WS-SCAN-BRANCH DELIMITED BY "  "
                      " TANNOY:" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E

           PERFORM VARYING WS-GE-IDX FROM 1 BY 1
                     UNTIL WS-GE-IDX > WS-GE-COUNT
               IF WS-GE-ANN-MIN(WS-GE-IDX) = WS-GE-ANN-MIN(WS-IDX)
                  AND (WS-GE-BRANCH(WS-GE-IDX) = WS-SCAN-BRANCH
                       OR WS-GE-BRANCH(WS-GE-IDX) = "ALL")
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "    " DELIMITED BY SIZE
                          WS-GE-TIME(WS-GE-IDX) DELIMITED BY SIZE
                          WS-GE-DESC(WS-GE-IDX) DELIMITED BY SIZE
                          " LEAD " DELIMITED BY SIZE
                          WS-GE-LEAD(WS-GE-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-GE-BRANCH(WS-GE-IDX) DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARA-S
                      THRU WRITE-REPORT-LINE-PARA-E

       WRITE-REPORT-LINE-PARA-E. EXIT.

       COPY RPTABPR.

       END PROGRAM EVENT-GEN.
