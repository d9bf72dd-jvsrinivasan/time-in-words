      ******************************************************************
      * Author: Srinivasan JV
      * Date: 15-Oct-2026
      * Purpose: Week-ahead announcement forecast. EVENT-GEN only
      *          explodes RECURRING-EVENTS.DAT for one GEN_DATE, and
      *          ANNOUNCE only applies the ANNOUNCE-CALENDAR.DAT
      *          holiday and quiet-hour rules on the day itself, so a
      *          bank holiday wiping out Monday's cutoff call, or a
      *          quiet window piling three events onto one minute, was
      *          only found out on the morning. This program walks the
      *          next N days (the FORECAST_DAYS environment variable,
      *          default 7, starting tomorrow or at FORECAST_FROM
      *          YYYYMMDD) and, for each day, lists every event due
      *          under its day-of-week pattern and effective dates,
      *          says whether the calendar will suppress it or shift
      *          its announcement, shows the word-clock phrase the desk
      *          will speak from TIME-PHRASE-MASTER.DAT, and flags every
      *          announcement minute two or more events land on -
      *          naming the clashes the quiet-hour shift itself
      *          creates. An event with a reminder profile is
      *          forecast once per reminder of its ladder. The report
      *          is EVENT-FORECAST-REPORT.DAT; return code 4 when any
      *          clash or bad master row is found, the same warning
      *          EVENT-GEN gives.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURRING-EVENTS-FILE
               ASSIGN TO 'RECURRING-EVENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RE-FILE-STATUS.
           SELECT ANNOUNCE-CALENDAR-FILE
               ASSIGN TO 'ANNOUNCE-CALENDAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT TIME-PHRASE-MASTER ASSIGN TO 'TIME-PHRASE-MASTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TPM-KEY
               FILE STATUS IS WS-TPM-FILE-STATUS.
           SELECT FORECAST-REPORT-FILE
               ASSIGN TO 'EVENT-FORECAST-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO 'BRANCH-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BM-FILE-STATUS.
           COPY RPTABSL.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * Recurring events master - same layout as the FD in
      * EVENT-GEN.cbl, which seeds and consumes it.
      ******************************************************************
       FD  RECURRING-EVENTS-FILE.
       01  RECURRING-EVENT-RECORD.
           05 RE-TIME.
              10 RE-HOUR            PIC 9(02).
              10 RE-MINUTE          PIC 9(02).
           05 RE-DESC               PIC X(30).
           05 RE-LEAD               PIC 9(03).
           05 RE-DOW-PATTERN.
              10 RE-DOW-DAY         OCCURS 7 TIMES PIC X(01).
           05 RE-VALID-FROM         PIC 9(8).
           05 RE-VALID-TO           PIC 9(8).
           05 RE-BRANCH             PIC X(12).
           05 RE-PROFILE            PIC X(08).

      ******************************************************************
      * Announcement calendar - same layout as the FD in ANNOUNCE.cbl.
      ******************************************************************
       FD  ANNOUNCE-CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 CAL-TYPE              PIC X(03).
              88 CAL-HOLIDAY        VALUE "HOL".
              88 CAL-QUIET          VALUE "QUI".
           05 FILLER                PIC X(01).
           05 CAL-DATE              PIC 9(08).
           05 CAL-WINDOW REDEFINES CAL-DATE.
              10 CAL-FROM           PIC 9(04).
              10 CAL-TO             PIC 9(04).
           05 FILLER                PIC X(01).
           05 CAL-DESC              PIC X(30).

      ******************************************************************
      * Keyed master of time phrases - same layout as the FD in
      * TimeToWords-InputFile.cbl, which builds it.
      ******************************************************************
       FD  TIME-PHRASE-MASTER.
       01  TIME-PHRASE-MASTER-RECORD.
           05 TPM-KEY               PIC 9(04).
           05 TPM-LINE              PIC X(80).
           05 TPM-STYLE-2           PIC X(02).
           05 TPM-LINE-2            PIC X(80).

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-RECORD   PIC X(132).

      ******************************************************************
      * Branch offsets - same layout as the FD in
      * TimeToWords-CurrentDate.cbl, which seeds and owns it.
      ******************************************************************
       FD  BRANCH-MASTER-FILE.
       01  BRANCH-MASTER-RECORD.
           05 BM-BRANCH-NAME        PIC X(12).
           05 BM-OFFSET             PIC S9(4) SIGN LEADING SEPARATE.
           05 BM-VALID-FROM         PIC 9(8).
           05 BM-VALID-TO           PIC 9(8).

       COPY RPTABFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88 END-OF-FILE           VALUE 'Y'.
           88 NOT-END-OF-FILE       VALUE 'N'.
       01  WS-RE-FILE-STATUS        PIC X(02).
       01  WS-CAL-FILE-STATUS       PIC X(02).
       01  WS-TPM-FILE-STATUS       PIC X(02).
       01  WS-TPM-AVAIL-SW          PIC X VALUE 'N'.
           88 TPM-AVAILABLE         VALUE 'Y'.
           88 TPM-NOT-AVAILABLE     VALUE 'N'.
       01  WS-BM-FILE-STATUS        PIC X(02).

      ******************************************************************
      * Forecast window. The first day is tomorrow unless
      * FORECAST_FROM names another; each day's date and day of week
      * (1=MON .. 7=SUN) come off the day count the same way
      * SET-GEN-DATE-PARA-S in EVENT-GEN.cbl works them out.
      ******************************************************************
       01  WS-FROM-ENV              PIC X(08).
       01  WS-DAYS-ENV              PIC X(04).
       01  WS-FORECAST-DAYS         PIC 9(02) VALUE 7.
       01  WS-MAX-DAYS              PIC 9(02) VALUE 31.
       01  WS-FROM-DATE             PIC 9(08).
       01  WS-FROM-INT              PIC S9(9).
       01  WS-DAY-NO                PIC 9(02).
       01  WS-DAY-DATE              PIC 9(08).
       01  WS-DAY-DOW               PIC 9(01).
       01  WS-DOW-NAMES             PIC X(21)
                                    VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DOW-NAME-TABLE REDEFINES WS-DOW-NAMES.
           05 WS-DOW-NAME           OCCURS 7 TIMES PIC X(03).

      ******************************************************************
      * The master, loaded once and held - only rows that pass
      * VALIDATE-EVENT-PARA-S are kept, the rest reported once up
      * front rather than once per day.
      ******************************************************************
       01  WS-EV-MAX-ENTRIES        PIC 9(03) VALUE 200.
       01  WS-EV-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-EVENT-TABLE.
           05 WS-EV-ENTRY OCCURS 200 TIMES INDEXED BY WS-EV-IDX.
               10 WS-EV-TIME.
                  15 WS-EV-HOUR     PIC 9(02).
                  15 WS-EV-MINUTE   PIC 9(02).
               10 WS-EV-DESC        PIC X(30).
               10 WS-EV-LEAD        PIC 9(03).
               10 WS-EV-DOW-PATTERN.
                  15 WS-EV-DOW-DAY  OCCURS 7 TIMES PIC X(01).
               10 WS-EV-FROM        PIC 9(08).
               10 WS-EV-TO          PIC 9(08).
               10 WS-EV-BRANCH      PIC X(12).
               10 WS-EV-PROFILE     PIC X(08).

      ******************************************************************
      * One day's forecast - each due reminder with its announcement
      * minute before (WS-DY-ORIG-MIN) and after (WS-DY-ANN-MIN) the
      * quiet-hour rules, both as HHMM, and what the calendar does to
      * it: D due as keyed, S shifted, H dropped for a holiday, Q
      * dropped for quiet hours. Dropped events take no part in the
      * clash scan - they will not be spoken. An event with a reminder
      * profile has one entry per reminder, WS-DY-LEAD being that
      * reminder's minutes before the event. WS-DY-BRANCH is the
      * event's tannoy as keyed (blank, a branch name or "ALL"); the
      * calendar is the head office's, so it never touches an event
      * keyed for one branch, as ANNOUNCE leaves branch scripts alone.
      ******************************************************************
       01  WS-DY-MAX-ENTRIES        PIC 9(03) VALUE 999.
       01  WS-DY-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-DAY-TABLE.
           05 WS-DY-ENTRY OCCURS 999 TIMES INDEXED BY WS-DY-IDX.
               10 WS-DY-TIME        PIC 9(04).
               10 WS-DY-DESC        PIC X(30).
               10 WS-DY-LEAD        PIC 9(03).
               10 WS-DY-ORIG-MIN    PIC 9(04).
               10 WS-DY-ANN-MIN     PIC 9(04).
               10 WS-DY-STATUS      PIC X(01).
                  88 DY-DUE         VALUE "D".
                  88 DY-SHIFTED     VALUE "S".
                  88 DY-HOL-DROPPED VALUE "H".
                  88 DY-QUI-DROPPED VALUE "Q".
                  88 DY-SPOKEN      VALUE "D" "S".
               10 WS-DY-DROP-TEXT   PIC X(45).
               10 WS-DY-BRANCH      PIC X(12).
                  88 DY-FOR-ALL     VALUE "ALL".
                  88 DY-FOR-HEAD-OFFICE VALUE SPACES "ALL".
       01  WS-IDX                   PIC 9(03).
       01  WS-IDX2                  PIC 9(03).
       01  WS-IDX3                  PIC 9(03).

      ******************************************************************
      * The tannoy being scanned for clashes, as in EVENT-GEN.cbl -
      * spaces for head office, else one branch name. TEST-MEMBER-
      * PARA-S says whether day entry WS-TEST-IDX is heard on it, and
      * at which head-office minute: a branch tannoy speaks "ALL"
      * events at their keyed minute whatever the head-office
      * calendar does to them.
      ******************************************************************
       01  WS-SCAN-BRANCH           PIC X(12).
       01  WS-SCAN-MIN              PIC 9(04).
       01  WS-TEST-IDX              PIC 9(03).
       01  WS-TEST-MIN              PIC 9(04).
       01  WS-MEMBER-SW             PIC X.
           88 TANNOY-ANCHOR         VALUE 'A'.
           88 TANNOY-MEMBER         VALUE 'A' 'M'.
           88 TANNOY-NOT-MEMBER     VALUE 'N'.
       01  WS-BRANCH-SEEN-SW        PIC X.
           88 BRANCH-ALREADY-SCANNED VALUE 'Y'.
           88 BRANCH-NOT-SCANNED    VALUE 'N'.
       01  WS-MEMBER-COUNT          PIC 9(03).
       01  WS-SHIFT-MEMBER-SW       PIC X.
           88 CLASH-HAS-SHIFT       VALUE 'Y'.
           88 CLASH-HAS-NO-SHIFT    VALUE 'N'.
       01  WS-ORIG-AGREE-SW         PIC X.
           88 ORIG-MINUTES-AGREE    VALUE 'Y'.
           88 ORIG-MINUTES-DIFFER   VALUE 'N'.
       01  WS-CLASH-SW              PIC X.
           88 MINUTE-CLASHES        VALUE 'Y'.
           88 MINUTE-CLEAR          VALUE 'N'.

      ******************************************************************
      * Event validation - the same rules VALIDATE-EVENT-PARA-S in
      * EVENT-GEN.cbl applies, so the forecast skips exactly the rows
      * the generator would.
      ******************************************************************
       01  WS-VALID-SW              PIC X VALUE 'Y'.
           88 VALID-EVENT           VALUE 'Y'.
           88 INVALID-EVENT         VALUE 'N'.
       01  WS-SKIP-REASON           PIC X(40).
       01  WS-DOW-IDX               PIC 9(01).
       01  WS-PATTERN-OK-SW         PIC X.
           88 PATTERN-OK            VALUE 'Y'.
           88 PATTERN-BAD           VALUE 'N'.

      ******************************************************************
      * Announcement calendar tables and the quiet-hour shift fields -
      * same shapes and rules as ANNOUNCE.cbl, so the forecast shifts
      * and drops exactly what the day's run will.
      ******************************************************************
       01  WS-HOL-MAX-ENTRIES       PIC 9(02) VALUE 50.
       01  WS-HOL-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05 WS-HOL-ENTRY OCCURS 50 TIMES.
               10 WS-HOL-DATE       PIC 9(08).
               10 WS-HOL-DESC       PIC X(30).
       01  WS-QH-MAX-ENTRIES        PIC 9(02) VALUE 20.
       01  WS-QH-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-QUIET-TABLE.
           05 WS-QH-ENTRY OCCURS 20 TIMES.
               10 WS-QH-FROM-MIN    PIC 9(04).
               10 WS-QH-TO-MIN      PIC 9(04).
       01  WS-CAL-IDX               PIC 9(02).
       01  WS-DAY-HOLIDAY-SW        PIC X VALUE 'N'.
           88 DAY-IS-HOLIDAY        VALUE 'Y'.
           88 DAY-NOT-HOLIDAY       VALUE 'N'.
       01  WS-DAY-HOL-DESC          PIC X(30).

       01  WS-EVENT-TOTAL-MIN       PIC S9(4).
       01  WS-ANNOUNCE-TOTAL-MIN    PIC S9(4).
       01  WS-ANN-HOUR              PIC 99.
       01  WS-ANN-MINUTE            PIC 99.
       01  WS-IN-QUIET-SW           PIC X.
           88 IN-QUIET-WINDOW       VALUE 'Y'.
           88 NOT-IN-QUIET-WINDOW   VALUE 'N'.
       01  WS-SHIFTED-SW            PIC X.
           88 ANNOUNCE-SHIFTED      VALUE 'Y'.
           88 ANNOUNCE-UNSHIFTED    VALUE 'N'.
       01  WS-SHIFT-GUARD           PIC 9(04).
       01  WS-NEW-DISTANCE          PIC S9(4).

       01  WS-FETCH-KEY             PIC 9(04).
       01  WS-SPOKEN-PHRASE         PIC X(73).

      ******************************************************************
      * Branch offset rows, for the local-time phrase of an event keyed
      * for one branch - the row in effect on the forecast day, moved
      * from head-office time by the system clock's own offset, as
      * ANNOUNCE moves it on the day.
      ******************************************************************
       01  WS-BM-MAX-ROWS           PIC 9(03) VALUE 100.
       01  WS-BM-ROW-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-BM-ROW-TABLE.
           05 WS-BM-ROW OCCURS 100 TIMES INDEXED BY WS-BM-IDX.
               10 WS-BM-NAME        PIC X(12).
               10 WS-BM-OFFSET      PIC S9(4).
               10 WS-BM-FROM        PIC 9(8).
               10 WS-BM-TO          PIC 9(8).
       01  WS-BM-FOUND-SW           PIC X.
           88 BM-ROW-FOUND          VALUE 'Y'.
           88 BM-ROW-NOT-FOUND      VALUE 'N'.
       01  WS-BM-NAME-SW            PIC X.
           88 BM-NAME-ON-FILE       VALUE 'Y'.
           88 BM-NAME-NOT-ON-FILE   VALUE 'N'.
       01  WS-BRANCH-OFFSET-IN-EFF  PIC S9(4).
       01  WS-RUN-CLOCK.
           05 WS-RUN-YMD            PIC 9(08).
           05 FILLER                PIC X(08).
           05 WS-GMT-SIGN           PIC X(01).
           05 WS-GMT-OFF-HH         PIC 99.
           05 WS-GMT-OFF-MM         PIC 99.
       01  WS-HO-OFFSET-MIN         PIC S9(4).
       01  WS-LOCAL-MIN             PIC S9(4).
       01  WS-LOCAL-HOUR            PIC 99.
       01  WS-LOCAL-MINUTE          PIC 99.

       01  WS-READ-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-DUE-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-SHIFTED-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-DROPPED-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-CLASH-COUNT           PIC 9(04) VALUE ZERO.
       01  WS-SHIFT-CLASH-COUNT     PIC 9(04) VALUE ZERO.

       01  WS-REPORT-LINE           PIC X(132).

      ******************************************************************
      * The next reminder of the ladder being placed, for the
      * quiet-hour rule that drops a shifted reminder the next one
      * already covers (APPLY-QUIET-HOURS-PARA-S in ANNOUNCE.cbl).
      ******************************************************************
       01  WS-NEXT-REMINDER-SW      PIC X.
           88 NEXT-REMINDER-DUE     VALUE 'Y'.
           88 NO-NEXT-REMINDER      VALUE 'N'.
       01  WS-NEXT-LEAD             PIC 9(03).

       COPY RPTABWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM SET-FORECAST-WINDOW-PARA-S
              THRU SET-FORECAST-WINDOW-PARA-E

           OPEN OUTPUT FORECAST-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER-PARA-S
              THRU WRITE-REPORT-HEADER-PARA-E

           PERFORM LOAD-REMINDER-PROFILES-PARA-S
              THRU LOAD-REMINDER-PROFILES-PARA-E
           PERFORM LOAD-EVENTS-PARA-S THRU LOAD-EVENTS-PARA-E
           PERFORM LOAD-CALENDAR-PARA-S THRU LOAD-CALENDAR-PARA-E
           PERFORM LOAD-BRANCH-MASTER-PARA-S
              THRU LOAD-BRANCH-MASTER-PARA-E

      ******************************************************************
      * The master is optional, as in TIME-INQUIRY.cbl - it only holds
      * the keys the last batch run processed, so without it the
      * forecast still runs and says the phrase is not available.
      ******************************************************************
           OPEN INPUT TIME-PHRASE-MASTER
           IF WS-TPM-FILE-STATUS = "00"
               SET TPM-AVAILABLE TO TRUE
           ELSE
               DISPLAY "WARNING: TIME-PHRASE-MASTER.DAT NOT AVAILABLE "
                       "(FILE STATUS " WS-TPM-FILE-STATUS ") - NO "
                       "SPOKEN PHRASES ON THE FORECAST"
           END-IF

           PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                     UNTIL WS-DAY-NO > WS-FORECAST-DAYS
               PERFORM FORECAST-ONE-DAY-PARA-S
                  THRU FORECAST-ONE-DAY-PARA-E
           END-PERFORM

           PERFORM WRITE-SUMMARY-PARA-S THRU WRITE-SUMMARY-PARA-E

           IF TPM-AVAILABLE
               CLOSE TIME-PHRASE-MASTER
           END-IF
           CLOSE FORECAST-REPORT-FILE

           DISPLAY "EVENT-FORECAST: DAYS " WS-FORECAST-DAYS
                   " DUE " WS-DUE-COUNT
                   " SHIFTED " WS-SHIFTED-COUNT
                   " DROPPED " WS-DROPPED-COUNT
                   " CLASHES " WS-CLASH-COUNT
           IF WS-CLASH-COUNT > ZERO OR WS-SKIPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       SET-FORECAST-WINDOW-PARA-S.

           ACCEPT WS-FROM-ENV FROM ENVIRONMENT "FORECAST_FROM"
           IF WS-FROM-ENV(1:8) IS NUMERIC
               MOVE WS-FROM-ENV TO WS-FROM-DATE
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FROM-DATE
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) + 1
               COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
           END-IF

           ACCEPT WS-DAYS-ENV FROM ENVIRONMENT "FORECAST_DAYS"
           IF WS-DAYS-ENV NOT = SPACES
               COMPUTE WS-FORECAST-DAYS =
                   FUNCTION NUMVAL(WS-DAYS-ENV)
           END-IF
           IF WS-FORECAST-DAYS = ZERO
               MOVE 7 TO WS-FORECAST-DAYS
           END-IF
           IF WS-FORECAST-DAYS > WS-MAX-DAYS
               DISPLAY "WARNING: FORECAST_DAYS CAPPED AT " WS-MAX-DAYS
               MOVE WS-MAX-DAYS TO WS-FORECAST-DAYS
           END-IF.

       SET-FORECAST-WINDOW-PARA-E. EXIT.

      ******************************************************************
      * Load and validate the recurring events master. Unlike
      * EVENT-GEN this program never seeds it - a forecast of an empty
      * master is simply an empty forecast, and a missing one is
      * fatal.
      ******************************************************************
       LOAD-EVENTS-PARA-S.

           OPEN INPUT RECURRING-EVENTS-FILE
           IF WS-RE-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: RECURRING-EVENTS.DAT OPEN FAILED - "
                       "FILE STATUS " WS-RE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ RECURRING-EVENTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LOAD-ONE-EVENT-PARA-S
                          THRU LOAD-ONE-EVENT-PARA-E
               END-READ
           END-PERFORM
           CLOSE RECURRING-EVENTS-FILE.

       LOAD-EVENTS-PARA-E. EXIT.

       LOAD-ONE-EVENT-PARA-S.

           PERFORM VALIDATE-EVENT-PARA-S THRU VALIDATE-EVENT-PARA-E
           IF INVALID-EVENT
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SKIPPED " DELIMITED BY SIZE
                      RE-TIME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RE-DESC DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-SKIP-REASON DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
               GO TO LOAD-ONE-EVENT-PARA-E
           END-IF

           IF WS-EV-COUNT NOT < WS-EV-MAX-ENTRIES
               DISPLAY "WARNING: MORE THAN " WS-EV-MAX-ENTRIES
                       " RECURRING EVENTS - FORECAST INCOMPLETE"
               GO TO LOAD-ONE-EVENT-PARA-E
           END-IF

           ADD 1 TO WS-EV-COUNT
           SET WS-EV-IDX TO WS-EV-COUNT
           MOVE RE-TIME        TO WS-EV-TIME(WS-EV-IDX)
           MOVE RE-DESC        TO WS-EV-DESC(WS-EV-IDX)
           MOVE RE-LEAD        TO WS-EV-LEAD(WS-EV-IDX)
           MOVE RE-DOW-PATTERN TO WS-EV-DOW-PATTERN(WS-EV-IDX)
           MOVE RE-VALID-FROM  TO WS-EV-FROM(WS-EV-IDX)
           MOVE RE-VALID-TO    TO WS-EV-TO(WS-EV-IDX)
           MOVE RE-BRANCH      TO WS-EV-BRANCH(WS-EV-IDX)
           MOVE RE-PROFILE     TO WS-EV-PROFILE(WS-EV-IDX).

       LOAD-ONE-EVENT-PARA-E. EXIT.

      ******************************************************************
      * Field-level validation - the same rules, in the same order and
      * with the same reason texts, as VALIDATE-EVENT-PARA-S in
      * EVENT-GEN.cbl.
      ******************************************************************
       VALIDATE-EVENT-PARA-S.

           SET VALID-EVENT TO TRUE
           MOVE SPACES TO WS-SKIP-REASON

           IF RE-TIME NOT NUMERIC OR RE-LEAD NOT NUMERIC
               SET INVALID-EVENT TO TRUE
               MOVE "TIME AND LEAD MUST BE NUMERIC" TO WS-SKIP-REASON
               GO TO VALIDATE-EVENT-PARA-E
           END-IF
           IF RE-HOUR > 23
               SET INVALID-EVENT TO TRUE
               MOVE "INVALID HOUR - MUST BE 00-23" TO WS-SKIP-REASON
               GO TO VALIDATE-EVENT-PARA-E
           END-IF
           IF RE-MINUTE > 59
               SET INVALID-EVENT TO TRUE
               MOVE "INVALID MINUTE - MUST BE 00-59" TO WS-SKIP-REASON
               GO TO VALIDATE-EVENT-PARA-E
           END-IF
           IF RE-LEAD > 99
               SET INVALID-EVENT TO TRUE
               MOVE "LEAD TIME MUST BE 00-99 MINUTES" TO WS-SKIP-REASON
               GO TO VALIDATE-EVENT-PARA-E
           END-IF

           SET PATTERN-OK TO TRUE
           PERFORM VARYING WS-DOW-IDX FROM 1 BY 1
                     UNTIL WS-DOW-IDX > 7
               IF RE-DOW-DAY(WS-DOW-IDX) NOT = "Y"
                  AND RE-DOW-DAY(WS-DOW-IDX) NOT = "N"
                   SET PATTERN-BAD TO TRUE
               END-IF
           END-PERFORM
           IF PATTERN-BAD
               SET INVALID-EVENT TO TRUE
               MOVE "DAY PATTERN MUST BE 7 X Y/N" TO WS-SKIP-REASON
               GO TO VALIDATE-EVENT-PARA-E
           END-IF

           IF RE-VALID-FROM NOT NUMERIC OR RE-VALID-TO NOT NUMERIC
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
      * Load ANNOUNCE-CALENDAR.DAT into the holiday and quiet-window
      * tables - LOAD-CALENDAR-PARA-S in ANNOUNCE.cbl, minus the
      * today-only holiday decision, which is made per forecast day
      * here. No calendar means no restrictions.
      ******************************************************************
       LOAD-CALENDAR-PARA-S.

           OPEN INPUT ANNOUNCE-CALENDAR-FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               GO TO LOAD-CALENDAR-PARA-E
           END-IF

           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ ANNOUNCE-CALENDAR-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM LOAD-CALENDAR-ROW-PARA-S
                          THRU LOAD-CALENDAR-ROW-PARA-E
               END-READ
           END-PERFORM
           CLOSE ANNOUNCE-CALENDAR-FILE.

       LOAD-CALENDAR-PARA-E. EXIT.

       LOAD-CALENDAR-ROW-PARA-S.

           EVALUATE TRUE
               WHEN CAL-HOLIDAY
                   IF CAL-DATE IS NUMERIC
                      AND WS-HOL-COUNT < WS-HOL-MAX-ENTRIES
                       ADD 1 TO WS-HOL-COUNT
                       MOVE CAL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
                       MOVE CAL-DESC TO WS-HOL-DESC(WS-HOL-COUNT)
                   ELSE
                       DISPLAY "WARNING: BAD OR SURPLUS HOL ROW ON "
                               "ANNOUNCE-CALENDAR.DAT IGNORED"
                   END-IF
               WHEN CAL-QUIET
                   IF CAL-FROM IS NUMERIC AND CAL-TO IS NUMERIC
                      AND CAL-FROM(1:2) < "24" AND CAL-FROM(3:2) < "60"
                      AND CAL-TO(1:2) < "24" AND CAL-TO(3:2) < "60"
                      AND WS-QH-COUNT < WS-QH-MAX-ENTRIES
                       ADD 1 TO WS-QH-COUNT
                       COMPUTE WS-QH-FROM-MIN(WS-QH-COUNT) =
                           FUNCTION NUMVAL(CAL-FROM(1:2)) * 60
                           + FUNCTION NUMVAL(CAL-FROM(3:2))
                       COMPUTE WS-QH-TO-MIN(WS-QH-COUNT) =
                           FUNCTION NUMVAL(CAL-TO(1:2)) * 60
                           + FUNCTION NUMVAL(CAL-TO(3:2))
                   ELSE
                       DISPLAY "WARNING: BAD OR SURPLUS QUI ROW ON "
                               "ANNOUNCE-CALENDAR.DAT IGNORED"
                   END-IF
               WHEN OTHER
                   DISPLAY "WARNING: UNRECOGNISED RECORD ON "
                           "ANNOUNCE-CALENDAR.DAT IGNORED"
           END-EVALUATE.

       LOAD-CALENDAR-ROW-PARA-E. EXIT.

      ******************************************************************
      * Load BRANCH-MASTER.DAT rows and the system clock's UTC offset.
      * The master is optional here - without it, events keyed for a
      * branch are forecast with no local phrase.
      ******************************************************************
       LOAD-BRANCH-MASTER-PARA-S.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-CLOCK
           COMPUTE WS-HO-OFFSET-MIN =
                   WS-GMT-OFF-HH * 60 + WS-GMT-OFF-MM
           IF WS-GMT-SIGN = '-'
               COMPUTE WS-HO-OFFSET-MIN = 0 - WS-HO-OFFSET-MIN
           END-IF

           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-FILE-STATUS NOT = "00"
               GO TO LOAD-BRANCH-MASTER-PARA-E
           END-IF

           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ BRANCH-MASTER-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-BM-ROW-COUNT < WS-BM-MAX-ROWS
                           ADD 1 TO WS-BM-ROW-COUNT
                           MOVE BM-BRANCH-NAME
                             TO WS-BM-NAME(WS-BM-ROW-COUNT)
                           MOVE BM-OFFSET
                             TO WS-BM-OFFSET(WS-BM-ROW-COUNT)
                           MOVE BM-VALID-FROM
                             TO WS-BM-FROM(WS-BM-ROW-COUNT)
                           MOVE BM-VALID-TO
                             TO WS-BM-TO(WS-BM-ROW-COUNT)
                       ELSE
                           DISPLAY "WARNING: BRANCH-MASTER.DAT HAS "
                               "MORE THAN " WS-BM-MAX-ROWS " ROWS - "
                               "IGNORING THE REST"
                           SET END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-MASTER-FILE.

       LOAD-BRANCH-MASTER-PARA-E. EXIT.

      ******************************************************************
      * One forecast day: work out its date, day of week and holiday
      * standing, build the day's table of due events with what the
      * calendar does to each, then print the day and its clashes.
      ******************************************************************
       FORECAST-ONE-DAY-PARA-S.

           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(
               WS-FROM-INT + WS-DAY-NO - 1)
           COMPUTE WS-DAY-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-DAY-DATE) 7)
           IF WS-DAY-DOW = ZERO
               MOVE 7 TO WS-DAY-DOW
           END-IF

           SET DAY-NOT-HOLIDAY TO TRUE
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                     UNTIL WS-CAL-IDX > WS-HOL-COUNT
               IF WS-HOL-DATE(WS-CAL-IDX) = WS-DAY-DATE
                   SET DAY-IS-HOLIDAY TO TRUE
                   MOVE WS-HOL-DESC(WS-CAL-IDX) TO WS-DAY-HOL-DESC
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           STRING "DAY " DELIMITED BY SIZE
                  WS-DAY-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DOW-NAME(WS-DAY-DOW) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           IF DAY-IS-HOLIDAY
               STRING "DAY " DELIMITED BY SIZE
                      WS-DAY-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DOW-NAME(WS-DAY-DOW) DELIMITED BY SIZE
                      "  HOLIDAY: " DELIMITED BY SIZE
                      WS-DAY-HOL-DESC DELIMITED BY SIZE
                      " - ALL EVENTS DROPPED" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E

           MOVE ZERO TO WS-DY-COUNT
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                     UNTIL WS-EV-IDX > WS-EV-COUNT
               IF WS-DAY-DATE NOT < WS-EV-FROM(WS-EV-IDX)
                  AND WS-DAY-DATE NOT > WS-EV-TO(WS-EV-IDX)
                  AND WS-EV-DOW-DAY(WS-EV-IDX, WS-DAY-DOW) = "Y"
                   PERFORM PLACE-ONE-EVENT-PARA-S
                      THRU PLACE-ONE-EVENT-PARA-E
               END-IF
           END-PERFORM

           IF WS-DY-COUNT = ZERO
               MOVE "    NO EVENTS DUE" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
               GO TO FORECAST-ONE-DAY-PARA-E
           END-IF

           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                     UNTIL WS-DY-IDX > WS-DY-COUNT
               PERFORM REPORT-ONE-EVENT-PARA-S
                  THRU REPORT-ONE-EVENT-PARA-E
           END-PERFORM

           PERFORM SCAN-CLASHES-PARA-S THRU SCAN-CLASHES-PARA-E.

       FORECAST-ONE-DAY-PARA-E. EXIT.

      ******************************************************************
      * Put event WS-EV-IDX on the day's table, one entry per reminder
      * of its ladder (a single entry at its lead when it has no
      * reminder profile), earliest reminder first.
      ******************************************************************
       PLACE-ONE-EVENT-PARA-S.

           MOVE WS-EV-PROFILE(WS-EV-IDX) TO WS-RP-LOOKUP-PROFILE
           MOVE WS-EV-LEAD(WS-EV-IDX)    TO WS-RP-LOOKUP-LEAD
           PERFORM RESOLVE-REMINDERS-PARA-S
              THRU RESOLVE-REMINDERS-PARA-E

           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                     UNTIL WS-RL-IDX > WS-RL-COUNT
               PERFORM PLACE-ONE-REMINDER-PARA-S
                  THRU PLACE-ONE-REMINDER-PARA-E
           END-PERFORM.

       PLACE-ONE-EVENT-PARA-E. EXIT.

      ******************************************************************
      * Put reminder WS-RL-IDX of event WS-EV-IDX on the day's table:
      * announcement moment (event time minus the reminder's lead,
      * wrapped past midnight), then the holiday and quiet-hour rules
      * in the order ANNOUNCE applies them.
      ******************************************************************
       PLACE-ONE-REMINDER-PARA-S.

           IF WS-DY-COUNT NOT < WS-DY-MAX-ENTRIES
               DISPLAY "WARNING: MORE THAN " WS-DY-MAX-ENTRIES
                       " ANNOUNCEMENTS DUE ON " WS-DAY-DATE
                       " - FORECAST INCOMPLETE"
               MOVE WS-RL-COUNT TO WS-RL-IDX
               GO TO PLACE-ONE-REMINDER-PARA-E
           END-IF

           SET NO-NEXT-REMINDER TO TRUE
           IF WS-RL-IDX < WS-RL-COUNT
               SET NEXT-REMINDER-DUE TO TRUE
               MOVE WS-RL-OFFSET(WS-RL-IDX + 1) TO WS-NEXT-LEAD
           END-IF

           ADD 1 TO WS-DY-COUNT
           SET WS-DY-IDX TO WS-DY-COUNT
           MOVE WS-EV-TIME(WS-EV-IDX) TO WS-DY-TIME(WS-DY-IDX)
           MOVE WS-EV-DESC(WS-EV-IDX) TO WS-DY-DESC(WS-DY-IDX)
           MOVE WS-RL-OFFSET(WS-RL-IDX) TO WS-DY-LEAD(WS-DY-IDX)
           MOVE WS-EV-BRANCH(WS-EV-IDX) TO WS-DY-BRANCH(WS-DY-IDX)
           MOVE SPACES TO WS-DY-DROP-TEXT(WS-DY-IDX)

           COMPUTE WS-EVENT-TOTAL-MIN =
                   WS-EV-HOUR(WS-EV-IDX) * 60 + WS-EV-MINUTE(WS-EV-IDX)
           COMPUTE WS-ANNOUNCE-TOTAL-MIN =
                   WS-EVENT-TOTAL-MIN - WS-DY-LEAD(WS-DY-IDX)
           PERFORM UNTIL WS-ANNOUNCE-TOTAL-MIN >= 0
               ADD 1440 TO WS-ANNOUNCE-TOTAL-MIN
           END-PERFORM
           DIVIDE WS-ANNOUNCE-TOTAL-MIN BY 60
               GIVING WS-ANN-HOUR REMAINDER WS-ANN-MINUTE
           COMPUTE WS-DY-ORIG-MIN(WS-DY-IDX) =
                   WS-ANN-HOUR * 100 + WS-ANN-MINUTE
           MOVE WS-DY-ORIG-MIN(WS-DY-IDX) TO WS-DY-ANN-MIN(WS-DY-IDX)
           SET DY-DUE(WS-DY-IDX) TO TRUE

           IF NOT DY-FOR-HEAD-OFFICE(WS-DY-IDX)
               ADD 1 TO WS-DUE-COUNT
               GO TO PLACE-ONE-REMINDER-PARA-E
           END-IF

           IF DAY-IS-HOLIDAY
               SET DY-HOL-DROPPED(WS-DY-IDX) TO TRUE
               ADD 1 TO WS-DROPPED-COUNT
               GO TO PLACE-ONE-REMINDER-PARA-E
           END-IF

           PERFORM APPLY-QUIET-HOURS-PARA-S
              THRU APPLY-QUIET-HOURS-PARA-E

           EVALUATE TRUE
               WHEN DY-QUI-DROPPED(WS-DY-IDX)
                   ADD 1 TO WS-DROPPED-COUNT
               WHEN DY-SHIFTED(WS-DY-IDX)
                   ADD 1 TO WS-SHIFTED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DUE-COUNT
           END-EVALUATE.

       PLACE-ONE-REMINDER-PARA-E. EXIT.

      ******************************************************************
      * Quiet-hour rules for day entry WS-DY-IDX - the walk
      * APPLY-QUIET-HOURS-PARA-S in ANNOUNCE.cbl makes: to the first
      * minute past the window holding the announcement, repeated for
      * adjacent windows, guarded against windows blanketing the day;
      * a shift is kept only while it still lands at or before the
      * event and before the ladder's next reminder is due.
      ******************************************************************
       APPLY-QUIET-HOURS-PARA-S.

           SET ANNOUNCE-UNSHIFTED TO TRUE
           IF WS-QH-COUNT = ZERO
               GO TO APPLY-QUIET-HOURS-PARA-E
           END-IF

           MOVE ZERO TO WS-SHIFT-GUARD
           PERFORM CHECK-QUIET-WINDOW-PARA-S
              THRU CHECK-QUIET-WINDOW-PARA-E
           PERFORM UNTIL NOT-IN-QUIET-WINDOW
                          OR WS-SHIFT-GUARD > 100
               COMPUTE WS-ANNOUNCE-TOTAL-MIN = FUNCTION MOD(
                   WS-QH-TO-MIN(WS-CAL-IDX) + 1 1440)
               SET ANNOUNCE-SHIFTED TO TRUE
               ADD 1 TO WS-SHIFT-GUARD
               PERFORM CHECK-QUIET-WINDOW-PARA-S
                  THRU CHECK-QUIET-WINDOW-PARA-E
           END-PERFORM

           IF IN-QUIET-WINDOW
               SET DY-QUI-DROPPED(WS-DY-IDX) TO TRUE
               MOVE "QUIET HOURS COVER THE WHOLE DAY"
                 TO WS-DY-DROP-TEXT(WS-DY-IDX)
               GO TO APPLY-QUIET-HOURS-PARA-E
           END-IF

           IF ANNOUNCE-UNSHIFTED
               GO TO APPLY-QUIET-HOURS-PARA-E
           END-IF

           COMPUTE WS-NEW-DISTANCE = FUNCTION MOD(
               WS-EVENT-TOTAL-MIN - WS-ANNOUNCE-TOTAL-MIN 1440)
           DIVIDE WS-ANNOUNCE-TOTAL-MIN BY 60
               GIVING WS-ANN-HOUR REMAINDER WS-ANN-MINUTE

           IF WS-NEW-DISTANCE > WS-DY-LEAD(WS-DY-IDX)
               SET DY-QUI-DROPPED(WS-DY-IDX) TO TRUE
               MOVE "QUIET HOURS LEAVE NO ROOM BEFORE THE EVENT"
                 TO WS-DY-DROP-TEXT(WS-DY-IDX)
               GO TO APPLY-QUIET-HOURS-PARA-E
           END-IF

           IF NEXT-REMINDER-DUE
              AND WS-NEW-DISTANCE NOT > WS-NEXT-LEAD
               SET DY-QUI-DROPPED(WS-DY-IDX) TO TRUE
               MOVE "QUIET HOURS - NEXT REMINDER COVERS IT"
                 TO WS-DY-DROP-TEXT(WS-DY-IDX)
               GO TO APPLY-QUIET-HOURS-PARA-E
           END-IF

           SET DY-SHIFTED(WS-DY-IDX) TO TRUE
           COMPUTE WS-DY-ANN-MIN(WS-DY-IDX) =
                   WS-ANN-HOUR * 100 + WS-ANN-MINUTE.

       APPLY-QUIET-HOURS-PARA-E. EXIT.

      ******************************************************************
      * Is the current announcement minute inside any quiet window?
      * Same test as CHECK-QUIET-WINDOW-PARA-S in ANNOUNCE.cbl;
      * WS-CAL-IDX is left on the window that claimed it.
      ******************************************************************
       CHECK-QUIET-WINDOW-PARA-S.

           SET NOT-IN-QUIET-WINDOW TO TRUE
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                     UNTIL WS-CAL-IDX > WS-QH-COUNT
                     OR IN-QUIET-WINDOW
               IF WS-QH-FROM-MIN(WS-CAL-IDX)
                  <= WS-QH-TO-MIN(WS-CAL-IDX)
                   IF WS-ANNOUNCE-TOTAL-MIN
                      >= WS-QH-FROM-MIN(WS-CAL-IDX)
                      AND WS-ANNOUNCE-TOTAL-MIN
                      <= WS-QH-TO-MIN(WS-CAL-IDX)
                       SET IN-QUIET-WINDOW TO TRUE
                   END-IF
               ELSE
                   IF WS-ANNOUNCE-TOTAL-MIN
                      >= WS-QH-FROM-MIN(WS-CAL-IDX)
                      OR WS-ANNOUNCE-TOTAL-MIN
                      <= WS-QH-TO-MIN(WS-CAL-IDX)
                       SET IN-QUIET-WINDOW TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF IN-QUIET-WINDOW
               SUBTRACT 1 FROM WS-CAL-IDX
           END-IF.

       CHECK-QUIET-WINDOW-PARA-E. EXIT.

      ******************************************************************
      * One event's forecast line, and for a spoken one the phrase the
      * desk will open with, off the master by its announcement key.
      ******************************************************************
       REPORT-ONE-EVENT-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN DY-DUE(WS-DY-IDX)
                   STRING "    " DELIMITED BY SIZE
                          WS-DY-TIME(WS-DY-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DY-DESC(WS-DY-IDX) DELIMITED BY SIZE
                          " LEAD " DELIMITED BY SIZE
                          WS-DY-LEAD(WS-DY-IDX) DELIMITED BY SIZE
                          " ANNOUNCE AT " DELIMITED BY SIZE
                          WS-DY-ANN-MIN(WS-DY-IDX) DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
               WHEN DY-SHIFTED(WS-DY-IDX)
                   STRING "    " DELIMITED BY SIZE
                          WS-DY-TIME(WS-DY-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DY-DESC(WS-DY-IDX) DELIMITED BY SIZE
                          " LEAD " DELIMITED BY SIZE
                          WS-DY-LEAD(WS-DY-IDX) DELIMITED BY SIZE
                          " ANNOUNCE AT " DELIMITED BY SIZE
                          WS-DY-ANN-MIN(WS-DY-IDX) DELIMITED BY SIZE
                          " - SHIFTED FROM " DELIMITED BY SIZE
                          WS-DY-ORIG-MIN(WS-DY-IDX) DELIMITED BY SIZE
                          " (QUIET HOURS)" DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
               WHEN DY-HOL-DROPPED(WS-DY-IDX)
                   STRING "    " DELIMITED BY SIZE
                          WS-DY-TIME(WS-DY-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DY-DESC(WS-DY-IDX) DELIMITED BY SIZE
                          " LEAD " DELIMITED BY SIZE
                          WS-DY-LEAD(WS-DY-IDX) DELIMITED BY SIZE
                          " SUPPRESSED - HOLIDAY: " DELIMITED BY SIZE
                          WS-DAY-HOL-DESC DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
               WHEN OTHER
                   STRING "    " DELIMITED BY SIZE
                          WS-DY-TIME(WS-DY-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DY-DESC(WS-DY-IDX) DELIMITED BY SIZE
                          " LEAD " DELIMITED BY SIZE
                          WS-DY-LEAD(WS-DY-IDX) DELIMITED BY SIZE
                          " SUPPRESSED - " DELIMITED BY SIZE
                          WS-DY-DROP-TEXT(WS-DY-IDX) DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
           END-EVALUATE
           IF WS-DY-BRANCH(WS-DY-IDX) NOT = SPACES
               MOVE "FOR " TO WS-REPORT-LINE(112:4)
               MOVE WS-DY-BRANCH(WS-DY-IDX) TO WS-REPORT-LINE(116:12)
           END-IF
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E

           IF NOT DY-FOR-HEAD-OFFICE(WS-DY-IDX)
               PERFORM REPORT-BRANCH-PHRASE-PARA-S
                  THRU REPORT-BRANCH-PHRASE-PARA-E
               GO TO REPORT-ONE-EVENT-PARA-E
           END-IF

           IF NOT DY-SPOKEN(WS-DY-IDX)
               GO TO REPORT-ONE-EVENT-PARA-E
           END-IF

           MOVE WS-DY-ANN-MIN(WS-DY-IDX) TO WS-FETCH-KEY
           PERFORM FETCH-PHRASE-PARA-S THRU FETCH-PHRASE-PARA-E
           MOVE SPACES TO WS-REPORT-LINE
           STRING "        SPOKEN: " DELIMITED BY SIZE
                  WS-SPOKEN-PHRASE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       REPORT-ONE-EVENT-PARA-E. EXIT.

      ******************************************************************
      * Event keyed for one branch: its announcement moment moved into
      * the branch's local time by the offset row in effect on the
      * forecast day, and the phrase for that local key. With no row
      * in effect ANNOUNCE will put the event on its exception report,
      * and the forecast says so now - separately for a branch that
      * has no row on BRANCH-MASTER.DAT at all, since that is fixed by
      * adding the branch rather than by extending its dates.
      ******************************************************************
       REPORT-BRANCH-PHRASE-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           SET BM-ROW-NOT-FOUND TO TRUE
           SET BM-NAME-NOT-ON-FILE TO TRUE
           PERFORM VARYING WS-BM-IDX FROM 1 BY 1
                     UNTIL WS-BM-IDX > WS-BM-ROW-COUNT
               IF WS-BM-NAME(WS-BM-IDX) = WS-DY-BRANCH(WS-DY-IDX)
                   SET BM-NAME-ON-FILE TO TRUE
               END-IF
               IF WS-BM-NAME(WS-BM-IDX) = WS-DY-BRANCH(WS-DY-IDX)
                  AND WS-DAY-DATE >= WS-BM-FROM(WS-BM-IDX)
                  AND WS-DAY-DATE <= WS-BM-TO(WS-BM-IDX)
                   MOVE WS-BM-OFFSET(WS-BM-IDX)
                     TO WS-BRANCH-OFFSET-IN-EFF
                   SET BM-ROW-FOUND TO TRUE
                   SET WS-BM-IDX TO WS-BM-ROW-COUNT
               END-IF
           END-PERFORM

           IF BM-NAME-NOT-ON-FILE
               STRING "        NOT SPOKEN: BRANCH " DELIMITED BY SIZE
                      WS-DY-BRANCH(WS-DY-IDX) DELIMITED BY "  "
                      " NOT ON BRANCH-MASTER.DAT - ANNOUNCE WILL "
                          DELIMITED BY SIZE
                      "REJECT IT" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
               GO TO REPORT-BRANCH-PHRASE-PARA-E
           END-IF

           IF BM-ROW-NOT-FOUND
               STRING "        NOT SPOKEN: NO BRANCH-MASTER.DAT OFFSET "
                          DELIMITED BY SIZE
                      "ROW IN EFFECT FOR " DELIMITED BY SIZE
                      WS-DY-BRANCH(WS-DY-IDX) DELIMITED BY "  "
                      " - ANNOUNCE WILL REJECT IT" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PARA-S
                  THRU WRITE-REPORT-LINE-PARA-E
               GO TO REPORT-BRANCH-PHRASE-PARA-E
           END-IF

           DIVIDE WS-DY-ANN-MIN(WS-DY-IDX) BY 100
               GIVING WS-LOCAL-HOUR REMAINDER WS-LOCAL-MINUTE
           COMPUTE WS-LOCAL-MIN = FUNCTION MOD(
               WS-LOCAL-HOUR * 60 + WS-LOCAL-MINUTE
               - WS-HO-OFFSET-MIN + WS-BRANCH-OFFSET-IN-EFF + 2880
               1440)
           DIVIDE WS-LOCAL-MIN BY 60
               GIVING WS-LOCAL-HOUR REMAINDER WS-LOCAL-MINUTE
           COMPUTE WS-FETCH-KEY = WS-LOCAL-HOUR * 100 + WS-LOCAL-MINUTE
           PERFORM FETCH-PHRASE-PARA-S THRU FETCH-PHRASE-PARA-E
           STRING "        SPOKEN AT " DELIMITED BY SIZE
                  WS-FETCH-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DY-BRANCH(WS-DY-IDX) DELIMITED BY "  "
                  " TIME: " DELIMITED BY SIZE
                  WS-SPOKEN-PHRASE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       REPORT-BRANCH-PHRASE-PARA-E. EXIT.

      ******************************************************************
      * Random READ on the master by WS-FETCH-KEY, HHMMSS echo
      * stripped as ANNOUNCE strips it. A miss is reported in the
      * phrase's place - ANNOUNCE would route it to its exception
      * report on the day, and the forecast says so in advance.
      ******************************************************************
       FETCH-PHRASE-PARA-S.

           MOVE SPACES TO WS-SPOKEN-PHRASE
           IF TPM-NOT-AVAILABLE
               MOVE "(TIME-PHRASE-MASTER.DAT NOT AVAILABLE)"
                 TO WS-SPOKEN-PHRASE
               GO TO FETCH-PHRASE-PARA-E
           END-IF

           MOVE WS-FETCH-KEY TO TPM-KEY
           READ TIME-PHRASE-MASTER
               INVALID KEY
                   STRING "(KEY " DELIMITED BY SIZE
                          WS-FETCH-KEY DELIMITED BY SIZE
                          " NOT ON TIME-PHRASE-MASTER - ANNOUNCE "
                              DELIMITED BY SIZE
                          "WILL REJECT IT)" DELIMITED BY SIZE
                          INTO WS-SPOKEN-PHRASE
               NOT INVALID KEY
                   MOVE TPM-LINE(8:73) TO WS-SPOKEN-PHRASE
           END-READ.

       FETCH-PHRASE-PARA-E. EXIT.

      ******************************************************************
      * The day's clash scan - EVENT-GEN's SCAN-CLASHES-PARA-S, tannoy
      * by tannoy: head office over its spoken entries by their final
      * announcement minute, then each branch named on the day's
      * events. Each clashing minute is reported once per tannoy,
      * with all its members.
      ******************************************************************
       SCAN-CLASHES-PARA-S.

           MOVE SPACES TO WS-SCAN-BRANCH
           PERFORM SCAN-TANNOY-PARA-S THRU SCAN-TANNOY-PARA-E

           PERFORM VARYING WS-IDX3 FROM 1 BY 1
                     UNTIL WS-IDX3 > WS-DY-COUNT
               IF NOT DY-FOR-HEAD-OFFICE(WS-IDX3)
                   SET BRANCH-NOT-SCANNED TO TRUE
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                             UNTIL WS-IDX2 > WS-IDX3 - 1
                       IF WS-DY-BRANCH(WS-IDX2) = WS-DY-BRANCH(WS-IDX3)
                           SET BRANCH-ALREADY-SCANNED TO TRUE
                           MOVE WS-IDX3 TO WS-IDX2
                       END-IF
                   END-PERFORM
                   IF BRANCH-NOT-SCANNED
                       MOVE WS-DY-BRANCH(WS-IDX3) TO WS-SCAN-BRANCH
                       PERFORM SCAN-TANNOY-PARA-S
                          THRU SCAN-TANNOY-PARA-E
                   END-IF
               END-IF
           END-PERFORM.

       SCAN-CLASHES-PARA-E. EXIT.

      ******************************************************************
      * One tannoy's scan - only the first anchor entry at a minute
      * opens its clash group, so each clash is reported once.
      ******************************************************************
       SCAN-TANNOY-PARA-S.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-DY-COUNT
               MOVE WS-IDX TO WS-TEST-IDX
               PERFORM TEST-MEMBER-PARA-S THRU TEST-MEMBER-PARA-E
               IF TANNOY-ANCHOR
                   MOVE WS-TEST-MIN TO WS-SCAN-MIN
                   SET MINUTE-CLEAR TO TRUE
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                             UNTIL WS-IDX2 > WS-IDX - 1
                       MOVE WS-IDX2 TO WS-TEST-IDX
                       PERFORM TEST-MEMBER-PARA-S
                          THRU TEST-MEMBER-PARA-E
                       IF TANNOY-ANCHOR
                          AND WS-TEST-MIN = WS-SCAN-MIN
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
      * Is day entry WS-TEST-IDX heard on the WS-SCAN-BRANCH tannoy,
      * and at what minute? On head office: blank and "ALL" entries
      * still spoken after the calendar, at their final minute, all of
      * them anchors. On a branch: its own entries (the anchors) and
      * "ALL" entries, at their keyed minute.
      ******************************************************************
       TEST-MEMBER-PARA-S.

           SET TANNOY-NOT-MEMBER TO TRUE
           IF WS-SCAN-BRANCH = SPACES
               IF DY-FOR-HEAD-OFFICE(WS-TEST-IDX)
                  AND DY-SPOKEN(WS-TEST-IDX)
                   SET TANNOY-ANCHOR TO TRUE
                   MOVE WS-DY-ANN-MIN(WS-TEST-IDX) TO WS-TEST-MIN
               END-IF
               GO TO TEST-MEMBER-PARA-E
           END-IF

           MOVE WS-DY-ORIG-MIN(WS-TEST-IDX) TO WS-TEST-MIN
           IF WS-DY-BRANCH(WS-TEST-IDX) = WS-SCAN-BRANCH
               SET TANNOY-ANCHOR TO TRUE
           ELSE
               IF DY-FOR-ALL(WS-TEST-IDX)
                   MOVE 'M' TO WS-MEMBER-SW
               END-IF
           END-IF.

       TEST-MEMBER-PARA-E. EXIT.

      ******************************************************************
      * WS-IDX's minute has not been scanned yet on this tannoy - count
      * its members and, with more than one, report them all. When a
      * member was moved there by the quiet-hour shift and the members
      * did not all start on the same minute, the clash is one the
      * calendar created, and the report says so.
      ******************************************************************
       REPORT-MINUTE-CLASH-PARA-S.

           MOVE ZERO TO WS-MEMBER-COUNT
           SET CLASH-HAS-NO-SHIFT TO TRUE
           SET ORIG-MINUTES-AGREE TO TRUE
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                     UNTIL WS-DY-IDX > WS-DY-COUNT
               SET WS-TEST-IDX TO WS-DY-IDX
               PERFORM TEST-MEMBER-PARA-S THRU TEST-MEMBER-PARA-E
               IF TANNOY-MEMBER AND WS-TEST-MIN = WS-SCAN-MIN
                   ADD 1 TO WS-MEMBER-COUNT
                   IF DY-SHIFTED(WS-DY-IDX)
                      AND WS-SCAN-BRANCH = SPACES
                       SET CLASH-HAS-SHIFT TO TRUE
                   END-IF
                   IF WS-DY-ORIG-MIN(WS-DY-IDX)
                      NOT = WS-DY-ORIG-MIN(WS-IDX)
                       SET ORIG-MINUTES-DIFFER TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-MEMBER-COUNT < 2
               GO TO REPORT-MINUTE-CLASH-PARA-E
           END-IF

           ADD 1 TO WS-CLASH-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           IF CLASH-HAS-SHIFT AND ORIG-MINUTES-DIFFER
               ADD 1 TO WS-SHIFT-CLASH-COUNT
               STRING "    CLASH AT ANNOUNCEMENT MINUTE "
                          DELIMITED BY SIZE
                      WS-DY-ANN-MIN(WS-IDX) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-MEMBER-COUNT DELIMITED BY SIZE
                      " EVENTS - CREATED BY THE QUIET-HOUR SHIFT:"
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING "    CLASH AT ANNOUNCEMENT MINUTE "
                          DELIMITED BY SIZE
                      WS-DY-ANN-MIN(WS-IDX) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-MEMBER-COUNT DELIMITED BY SIZE
                      " EVENTS:" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           IF WS-SCAN-BRANCH NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    CLASH AT ANNOUNCEMENT MINUTE "
                          DELIMITED BY SIZE
                      WS-SCAN-MIN DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-MEMBER-COUNT DELIMITED BY SIZE
                      " EVENTS ON THE " DELIMITED BY SIZE
                      WS-SCAN-BRANCH DELIMITED BY "  "
                      " TANNOY:" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E

           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                     UNTIL WS-DY-IDX > WS-DY-COUNT
               SET WS-TEST-IDX TO WS-DY-IDX
               PERFORM TEST-MEMBER-PARA-S THRU TEST-MEMBER-PARA-E
               IF TANNOY-MEMBER AND WS-TEST-MIN = WS-SCAN-MIN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "        " DELIMITED BY SIZE
                          WS-DY-TIME(WS-DY-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DY-DESC(WS-DY-IDX) DELIMITED BY SIZE
                          " LEAD " DELIMITED BY SIZE
                          WS-DY-LEAD(WS-DY-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-DY-BRANCH(WS-DY-IDX) DELIMITED BY SIZE
                          INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PARA-S
                      THRU WRITE-REPORT-LINE-PARA-E
               END-IF
           END-PERFORM.

       REPORT-MINUTE-CLASH-PARA-E. EXIT.

       WRITE-REPORT-HEADER-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "ANNOUNCEMENT FORECAST  RUN-DATE: " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                  "  FROM: " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  "  DAYS: " DELIMITED BY SIZE
                  WS-FORECAST-DAYS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       WRITE-REPORT-HEADER-PARA-E. EXIT.

       WRITE-SUMMARY-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E
           STRING "SUMMARY  READ: " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  "  SKIPPED: " DELIMITED BY SIZE
                  WS-SKIPPED-COUNT DELIMITED BY SIZE
                  "  DUE: " DELIMITED BY SIZE
                  WS-DUE-COUNT DELIMITED BY SIZE
                  "  SHIFTED: " DELIMITED BY SIZE
                  WS-SHIFTED-COUNT DELIMITED BY SIZE
                  "  DROPPED: " DELIMITED BY SIZE
                  WS-DROPPED-COUNT DELIMITED BY SIZE
                  "  CLASH MINUTES: " DELIMITED BY SIZE
                  WS-CLASH-COUNT DELIMITED BY SIZE
                  "  CREATED BY SHIFT: " DELIMITED BY SIZE
                  WS-SHIFT-CLASH-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE-PARA-S
              THRU WRITE-REPORT-LINE-PARA-E.

       WRITE-SUMMARY-PARA-E. EXIT.

       WRITE-REPORT-LINE-PARA-S.

           MOVE WS-REPORT-LINE TO FORECAST-REPORT-RECORD
           WRITE FORECAST-REPORT-RECORD.

       WRITE-REPORT-LINE-PARA-E. EXIT.

       COPY RPTABPR.

       END PROGRAM EVENT-FORECAST.
