      *          "IT IS QUARTER TO THREE IN THE AFTERNOON -- PAYROLL
      *          CUTOFF IN FIFTEEN MINUTES". Events whose key is not on
      *          the master land on an exception report rather than
      *          vanishing. An appointment that names a reminder
      *          profile (REMINDER-PROFILES.DAT, see RPTABFD.CPY) gets
      *          one script line per reminder of its ladder, each
      *          with that reminder's own wording ("IN THIRTY
      *          MINUTES", "STARTING NOW") and each held to the
      *          calendar separately, and every script is written in
      *          announcement-time order.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS TPM-KEY
               FILE STATUS IS WS-TPM-FILE-STATUS.
           SELECT ANNOUNCE-SCRIPT-FILE ASSIGN TO DYNAMIC WS-SCRIPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANNOUNCE-EXCEPT-FILE ASSIGN TO 'ANNOUNCE-EXCEPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANNOUNCE-OMIT-FILE
               ASSIGN TO 'ANNOUNCE-OMIT-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANNOUNCE-SCHEDULE-FILE
               ASSIGN TO DYNAMIC WS-SCHEDULE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO 'BRANCH-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BM-FILE-STATUS.
           COPY RPTABSL.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * One timed event per line: the HHMM it happens (head-office
      * time), what to call it over the tannoy, how many minutes ahead
      * of it the announcement should be made, and whose tannoy it is
      * for - blank for the head-office tannoy alone, a BRANCH-MASTER.
      * DAT branch name for that branch alone, or "ALL" for head office
      * and every branch. APP-PROFILE, when set, names the event's
      * reminder ladder on REMINDER-PROFILES.DAT and replaces APP-LEAD.
      ******************************************************************
       FD  APPOINTMENTS-FILE.
       01  APPOINTMENT-RECORD.
              10 APP-MINUTE         PIC 9(02).
           05 APP-DESC              PIC X(30).
           05 APP-LEAD              PIC 9(03).
           05 APP-BRANCH            PIC X(12).
              88 APP-FOR-ALL        VALUE "ALL".
              88 APP-FOR-HEAD-OFFICE VALUE SPACES "ALL".
           05 APP-PROFILE           PIC X(08).

      ******************************************************************
      * Keyed master of time phrases - same layout as the FD in
           05 TPM-STYLE-2           PIC X(02).
           05 TPM-LINE-2            PIC X(80).

      ******************************************************************
      * The script - ANNOUNCE-SCRIPT.DAT for the head-office tannoy,
      * ANNOUNCE-SCRIPT-<branch>.DAT for each branch's (spaces in the
      * branch name become hyphens), each with its ANNOUNCE-SCHEDULE
      * companion named the same way.
      ******************************************************************
       FD  ANNOUNCE-SCRIPT-FILE.
       01  ANNOUNCE-SCRIPT-RECORD   PIC X(400).

       FD  ANNOUNCE-OMIT-FILE.
       01  ANNOUNCE-OMIT-RECORD     PIC X(100).

      ******************************************************************
      * One line per script line, in step with ANNOUNCE-SCRIPT.DAT -
      * the same one-record-per-line companion treatment SOURCE-MAP.DAT
      * gives INPUT.DAT in FEED-MERGE.cbl. The script itself is spoken
      * text with no clock on it; this file carries the HHMM each line
      * is due to be read (after any quiet-hour shift) and the event it
      * announces, so ANNOUNCE-RECON.cbl can hold the tannoy desk's
      * delivery log against the schedule.
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
      * Branch office master - same layout as the FD in
      * TimeToWords-CurrentDate.cbl, which seeds and maintains it.
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
       01  WS-TODAY-HOL-DESC        PIC X(30).

       01  WS-EFFECTIVE-LEAD        PIC 9(03).
       01  WS-NEXT-REMINDER-SW      PIC X.
           88 NEXT-REMINDER-DUE     VALUE 'Y'.
           88 NO-NEXT-REMINDER      VALUE 'N'.
       01  WS-NEXT-LEAD             PIC 9(03).
       01  WS-IN-QUIET-SW           PIC X.
           88 IN-QUIET-WINDOW       VALUE 'Y'.
           88 NOT-IN-QUIET-WINDOW   VALUE 'N'.
       01  WS-NEW-ANN-MIN           PIC 9(04).
       01  WS-NEW-DISTANCE          PIC S9(4).
       01  WS-OMIT-LINE             PIC X(100).
       01  WS-OMIT-ACTION           PIC X(08).
       01  WS-OMIT-REASON           PIC X(54).
       01  WS-OMIT-TEXT             PIC X(54).
       01  WS-DROPPED-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-SHIFTED-COUNT         PIC 9(04) VALUE ZERO.

      ******************************************************************
      * Branch scripts. The appointments are read once per script - a
      * head-office pass, then one pass per BRANCH-MASTER.DAT branch -
      * since the script and schedule FDs take one file name at a
      * time. A branch pass moves each event into the branch's local
      * time: head-office time less the head office's own UTC offset
      * (off the system clock, as COMPUTE-UTC-BASELINE-PARA-S in
      * TimeToWords-CurrentDate.cbl takes it) plus the branch's offset
      * row in effect today. The ANNOUNCE-CALENDAR.DAT holidays and
      * quiet windows are the head office's and are not applied to
      * branch scripts. A branch with no row in effect today gets no
      * script; its events go on the exception report instead.
      ******************************************************************
       01  WS-SCRIPT-NAME           PIC X(40)
                                    VALUE "ANNOUNCE-SCRIPT.DAT".
       01  WS-SCHEDULE-NAME         PIC X(40)
                                    VALUE "ANNOUNCE-SCHEDULE.DAT".
       01  WS-BRANCH-TAG            PIC X(12).
       01  WS-PASS-SW               PIC X VALUE 'H'.
           88 HEAD-OFFICE-PASS      VALUE 'H'.
           88 BRANCH-PASS           VALUE 'B'.
       01  WS-FILE-LINE-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-BRANCH-SCRIPT-COUNT   PIC 9(02) VALUE ZERO.

       01  WS-BM-FILE-STATUS        PIC X(02).
       01  WS-BM-MAX-ROWS           PIC 9(03) VALUE 100.
       01  WS-BM-ROW-COUNT          PIC 9(03) VALUE ZERO.
       01  WS-BM-ROW-TABLE.
           05 WS-BM-ROW OCCURS 100 TIMES INDEXED BY WS-BM-IDX.
               10 WS-BM-NAME        PIC X(12).
               10 WS-BM-OFFSET      PIC S9(4).
               10 WS-BM-FROM        PIC 9(8).
               10 WS-BM-TO          PIC 9(8).
       01  WS-NUM-BRANCHES          PIC 9(02) VALUE ZERO.
       01  WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 20 TIMES INDEXED BY WS-BRANCH-IDX.
               10 WS-BRANCH-NAME    PIC X(12).
       01  WS-BM-FOUND-SW           PIC X VALUE 'N'.
           88 BM-ROW-FOUND          VALUE 'Y'.
           88 BM-ROW-NOT-FOUND      VALUE 'N'.
       01  WS-BRANCH-OFFSET-IN-EFF  PIC S9(4).

       01  WS-RUN-CLOCK.
           05 WS-RUN-YMD            PIC 9(08).
           05 FILLER                PIC X(08).
           05 WS-GMT-SIGN           PIC X.
           05 WS-GMT-OFF-HH         PIC 99.
           05 WS-GMT-OFF-MM         PIC 99.
       01  WS-HO-OFFSET-MIN         PIC S9(4).
       01  WS-EVT-HOUR              PIC 99.
       01  WS-EVT-MINUTE            PIC 99.

      ******************************************************************
      * Reminders. WS-REMINDER-LEAD is the minutes before the event
      * of the reminder being scripted - APP-LEAD itself for an
      * appointment with no profile - and WS-REMINDER-WORDING the
      * profile's wording for it (spaces for the standard "IN
      * <lead> MINUTES"). The pass's script lines are held in
      * WS-SCRIPT-BUFFER, kept in announcement-time order as they are
      * added, and written out with their schedule lines when the
      * pass ends, so a ladder's reminders fall in among the other
      * events' lines where they will be read.
      ******************************************************************
       01  WS-REMINDER-LEAD         PIC 9(03).
       01  WS-REMINDER-WORDING      PIC X(30).
       01  WS-SB-MAX-ENTRIES        PIC 9(03) VALUE 999.
       01  WS-SB-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-SB-IDX                PIC 9(03).
       01  WS-SB-SLOT               PIC 9(03).
       01  WS-SCRIPT-BUFFER.
           05 WS-SB-ENTRY OCCURS 999 TIMES.
               10 WS-SB-ANN-TIME    PIC 9(04).
               10 WS-SB-EVENT-TIME  PIC 9(04).
               10 WS-SB-SHIFT-FLAG  PIC X(01).
               10 WS-SB-DESC        PIC X(30).
               10 WS-SB-TEXT        PIC X(400).
       01  WS-SB-NEW-ANN-TIME       PIC 9(04).

       COPY RPTABWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               STOP RUN
           END-IF

           OPEN OUTPUT ANNOUNCE-EXCEPT-FILE
           OPEN OUTPUT ANNOUNCE-OMIT-FILE

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-CLOCK
           MOVE WS-RUN-YMD TO WS-TODAY-YMD
           COMPUTE WS-HO-OFFSET-MIN =
                   WS-GMT-OFF-HH * 60 + WS-GMT-OFF-MM
           IF WS-GMT-SIGN = '-'
               COMPUTE WS-HO-OFFSET-MIN = 0 - WS-HO-OFFSET-MIN
           END-IF

           PERFORM LOAD-CALENDAR-PARA-S THRU LOAD-CALENDAR-PARA-E
           PERFORM LOAD-BRANCH-MASTER-PARA-S
              THRU LOAD-BRANCH-MASTER-PARA-E
           PERFORM LOAD-REMINDER-PROFILES-PARA-S
              THRU LOAD-REMINDER-PROFILES-PARA-E
           PERFORM WRITE-OMIT-HEADER-PARA-S
              THRU WRITE-OMIT-HEADER-PARA-E

           SET HEAD-OFFICE-PASS TO TRUE
           SET BM-ROW-FOUND TO TRUE
           PERFORM RUN-SCRIPT-PASS-PARA-S THRU RUN-SCRIPT-PASS-PARA-E

           SET BRANCH-PASS TO TRUE
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                     UNTIL WS-BRANCH-IDX > WS-NUM-BRANCHES
               PERFORM START-BRANCH-PASS-PARA-S
                  THRU START-BRANCH-PASS-PARA-E
               PERFORM RUN-SCRIPT-PASS-PARA-S
                  THRU RUN-SCRIPT-PASS-PARA-E
           END-PERFORM

           PERFORM WRITE-OMIT-SUMMARY-PARA-S
                   " EXCEPTIONS " WS-EXCEPT-COUNT
                   " DROPPED " WS-DROPPED-COUNT
                   " SHIFTED " WS-SHIFTED-COUNT
                   " BRANCH SCRIPTS " WS-BRANCH-SCRIPT-COUNT

           CLOSE TIME-PHRASE-MASTER
           CLOSE ANNOUNCE-EXCEPT-FILE
           CLOSE ANNOUNCE-OMIT-FILE
           STOP RUN.

      ******************************************************************
      * One pass over APPOINTMENTS.DAT, scripting into whichever
      * script and schedule WS-SCRIPT-NAME/WS-SCHEDULE-NAME name. A
      * branch with no offset row in effect gets a pass too, but
      * writes no files - its events only go to the exception report.
      * The script lines are buffered through the pass and written in
      * announcement-time order at its end.
      ******************************************************************
       RUN-SCRIPT-PASS-PARA-S.

           SET NOT-END-OF-FILE TO TRUE
           MOVE ZERO TO WS-FILE-LINE-COUNT
           MOVE ZERO TO WS-SB-COUNT
           OPEN INPUT APPOINTMENTS-FILE
           IF BM-ROW-FOUND
               OPEN OUTPUT ANNOUNCE-SCRIPT-FILE
               OPEN OUTPUT ANNOUNCE-SCHEDULE-FILE
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ APPOINTMENTS-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF HEAD-OFFICE-PASS
                           ADD 1 TO WS-READ-COUNT
                       END-IF
                       PERFORM PROCESS-APPOINTMENT-PARA-S
                          THRU PROCESS-APPOINTMENT-PARA-E
               END-READ
           END-PERFORM

           CLOSE APPOINTMENTS-FILE
           IF BM-ROW-FOUND
               PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                         UNTIL WS-SB-IDX > WS-SB-COUNT
                   PERFORM WRITE-SCRIPT-LINE-PARA-S
                      THRU WRITE-SCRIPT-LINE-PARA-E
               END-PERFORM
               CLOSE ANNOUNCE-SCRIPT-FILE
               CLOSE ANNOUNCE-SCHEDULE-FILE
           END-IF.

       RUN-SCRIPT-PASS-PARA-E. EXIT.

      ******************************************************************
      * Set up the pass for branch WS-BRANCH-IDX: the offset row in
      * effect today (the same pick COMPUTE-BRANCH-TIME-PARA-S in
      * TimeToWords-CurrentDate.cbl makes) and the branch's file names.
      ******************************************************************
       START-BRANCH-PASS-PARA-S.

           SET BM-ROW-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BM-IDX FROM 1 BY 1
                     UNTIL WS-BM-IDX > WS-BM-ROW-COUNT
               IF WS-BM-NAME(WS-BM-IDX)
                  = WS-BRANCH-NAME(WS-BRANCH-IDX)
                  AND WS-TODAY-YMD >= WS-BM-FROM(WS-BM-IDX)
                  AND WS-TODAY-YMD <= WS-BM-TO(WS-BM-IDX)
                   MOVE WS-BM-OFFSET(WS-BM-IDX)
                     TO WS-BRANCH-OFFSET-IN-EFF
                   SET BM-ROW-FOUND TO TRUE
                   SET WS-BM-IDX TO WS-BM-ROW-COUNT
               END-IF
           END-PERFORM

           IF BM-ROW-NOT-FOUND
               DISPLAY "WARNING: BRANCH-MASTER.DAT HAS NO OFFSET ROW "
                       "IN EFFECT FOR " WS-BRANCH-NAME(WS-BRANCH-IDX)
                       " ON " WS-TODAY-YMD " - NO SCRIPT WRITTEN"
               GO TO START-BRANCH-PASS-PARA-E
           END-IF

           MOVE SPACES TO WS-TRIM-TEXT
           MOVE WS-BRANCH-NAME(WS-BRANCH-IDX) TO WS-TRIM-TEXT
           PERFORM TRIM-TEXT-PARA-S THRU TRIM-TEXT-PARA-E
           MOVE WS-BRANCH-NAME(WS-BRANCH-IDX) TO WS-BRANCH-TAG
           INSPECT WS-BRANCH-TAG(1:WS-TRIM-LEN)
               REPLACING ALL SPACE BY "-"

           MOVE SPACES TO WS-SCRIPT-NAME
           STRING "ANNOUNCE-SCRIPT-" DELIMITED BY SIZE
                  WS-BRANCH-TAG(1:WS-TRIM-LEN) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-SCRIPT-NAME
           MOVE SPACES TO WS-SCHEDULE-NAME
           STRING "ANNOUNCE-SCHEDULE-" DELIMITED BY SIZE
                  WS-BRANCH-TAG(1:WS-TRIM-LEN) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-SCHEDULE-NAME
           ADD 1 TO WS-BRANCH-SCRIPT-COUNT.

       START-BRANCH-PASS-PARA-E. EXIT.

      ******************************************************************
      * Script one appointment: validate it (resolving its reminder
      * list), then script each reminder in turn, earliest first. Any
      * failure along the way routes the appointment (or the one
      * reminder) to the exception report instead. Each appointment
      * is only reported once: the head-office pass reports bad "ALL"
      * rows and rows naming a branch BRANCH-MASTER.DAT does not know;
      * a branch pass reports its own rows, and every row it should
      * have scripted when it has no offset row in effect.
      ******************************************************************
       PROCESS-APPOINTMENT-PARA-S.

           IF HEAD-OFFICE-PASS AND NOT APP-FOR-HEAD-OFFICE
               PERFORM CHECK-BRANCH-KNOWN-PARA-S
                  THRU CHECK-BRANCH-KNOWN-PARA-E
               GO TO PROCESS-APPOINTMENT-PARA-E
           END-IF

           IF BRANCH-PASS
               IF NOT APP-FOR-ALL
                  AND APP-BRANCH NOT = WS-BRANCH-NAME(WS-BRANCH-IDX)
                   GO TO PROCESS-APPOINTMENT-PARA-E
               END-IF
               IF BM-ROW-NOT-FOUND
                   MOVE SPACES TO WS-EXCEPT-REASON
                   STRING "NO OFFSET ROW IN EFFECT FOR "
                              DELIMITED BY SIZE
                          WS-BRANCH-NAME(WS-BRANCH-IDX)
                              DELIMITED BY SIZE
                          INTO WS-EXCEPT-REASON
                   PERFORM WRITE-EXCEPTION-PARA-S
                      THRU WRITE-EXCEPTION-PARA-E
                   GO TO PROCESS-APPOINTMENT-PARA-E
               END-IF
           END-IF

           PERFORM VALIDATE-APPOINTMENT-PARA-S
              THRU VALIDATE-APPOINTMENT-PARA-E
           IF INVALID-APPT
               IF BRANCH-PASS AND APP-FOR-ALL
                   GO TO PROCESS-APPOINTMENT-PARA-E
               END-IF
               PERFORM WRITE-EXCEPTION-PARA-S
                  THRU WRITE-EXCEPTION-PARA-E
               GO TO PROCESS-APPOINTMENT-PARA-E
           END-IF

           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                     UNTIL WS-RL-IDX > WS-RL-COUNT
               PERFORM SCRIPT-REMINDER-PARA-S
                  THRU SCRIPT-REMINDER-PARA-E
           END-PERFORM.

       PROCESS-APPOINTMENT-PARA-E. EXIT.

      ******************************************************************
      * Script reminder WS-RL-IDX of the appointment: work out its
      * announcement moment (event time minus the reminder's lead,
      * wrapping past midnight), fetch the phrase for both moments off
      * the master, and build the combined script line onto the
      * pass's buffer. The next reminder's lead goes along to the
      * quiet-hour rules, which drop a shifted reminder that the next
      * one would already cover.
      ******************************************************************
       SCRIPT-REMINDER-PARA-S.

           MOVE WS-RL-OFFSET(WS-RL-IDX)  TO WS-REMINDER-LEAD
           MOVE WS-RL-WORDING(WS-RL-IDX) TO WS-REMINDER-WORDING
           SET NO-NEXT-REMINDER TO TRUE
           IF WS-RL-IDX < WS-RL-COUNT
               SET NEXT-REMINDER-DUE TO TRUE
               MOVE WS-RL-OFFSET(WS-RL-IDX + 1) TO WS-NEXT-LEAD
           END-IF

           IF BRANCH-PASS
               PERFORM SCRIPT-BRANCH-TIMES-PARA-S
                  THRU SCRIPT-BRANCH-TIMES-PARA-E
           ELSE
               PERFORM SCRIPT-HEAD-OFFICE-TIMES-PARA-S
                  THRU SCRIPT-HEAD-OFFICE-TIMES-PARA-E
           END-IF
           IF ANNOUNCE-SUPPRESSED
               GO TO SCRIPT-REMINDER-PARA-E
           END-IF

           DIVIDE WS-ANNOUNCE-TOTAL-MIN BY 60
           PERFORM FETCH-PHRASE-PARA-S THRU FETCH-PHRASE-PARA-E
           IF FETCH-NOT-FOUND
               MOVE SPACES TO WS-EXCEPT-REASON
               IF BRANCH-PASS
                   STRING WS-BRANCH-NAME(WS-BRANCH-IDX)
                              DELIMITED BY "  "
                          " ANNOUNCE KEY " DELIMITED BY SIZE
                          WS-FETCH-KEY DELIMITED BY SIZE
                          " NOT ON MASTER" DELIMITED BY SIZE
                          INTO WS-EXCEPT-REASON
               ELSE
                   STRING "ANNOUNCE KEY " DELIMITED BY SIZE
                          WS-FETCH-KEY DELIMITED BY SIZE
                          " NOT ON TIME-PHRASE-MASTER"
                              DELIMITED BY SIZE
                          INTO WS-EXCEPT-REASON
               END-IF
               PERFORM WRITE-EXCEPTION-PARA-S
                  THRU WRITE-EXCEPTION-PARA-E
               GO TO SCRIPT-REMINDER-PARA-E
           END-IF
           MOVE TPM-LINE(8:73) TO WS-ANNOUNCE-PHRASE
           SET BILINGUAL-SCRIPT TO TRUE
               MOVE TPM-LINE-2(8:73) TO WS-ANNOUNCE-PHRASE-2
           END-IF

           COMPUTE WS-FETCH-KEY = WS-EVT-HOUR * 100 + WS-EVT-MINUTE
           PERFORM FETCH-PHRASE-PARA-S THRU FETCH-PHRASE-PARA-E
           IF FETCH-NOT-FOUND
               MOVE SPACES TO WS-EXCEPT-REASON
               IF BRANCH-PASS
                   STRING WS-BRANCH-NAME(WS-BRANCH-IDX)
                              DELIMITED BY "  "
                          " EVENT KEY " DELIMITED BY SIZE
                          WS-FETCH-KEY DELIMITED BY SIZE
                          " NOT ON MASTER" DELIMITED BY SIZE
                          INTO WS-EXCEPT-REASON
               ELSE
                   STRING "EVENT KEY " DELIMITED BY SIZE
                          WS-FETCH-KEY DELIMITED BY SIZE
                          " NOT ON TIME-PHRASE-MASTER"
                              DELIMITED BY SIZE
                          INTO WS-EXCEPT-REASON
               END-IF
               PERFORM WRITE-EXCEPTION-PARA-S
                  THRU WRITE-EXCEPTION-PARA-E
               GO TO SCRIPT-REMINDER-PARA-E
           END-IF
           MOVE TPM-LINE(8:73) TO WS-EVENT-PHRASE
           IF TPM-STYLE-2 = SPACES

           PERFORM BUILD-SCRIPT-LINE-PARA-S
              THRU BUILD-SCRIPT-LINE-PARA-E
           PERFORM BUFFER-SCRIPT-LINE-PARA-S
              THRU BUFFER-SCRIPT-LINE-PARA-E.

       SCRIPT-REMINDER-PARA-E. EXIT.

      ******************************************************************
      * Slot the script line just built into the pass's buffer behind
      * every line due at or before the same minute - so lines due
      * together keep the order their appointments came in - moving
      * the later lines down a place.
      ******************************************************************
       BUFFER-SCRIPT-LINE-PARA-S.

           IF WS-SB-COUNT NOT < WS-SB-MAX-ENTRIES
               MOVE SPACES TO WS-EXCEPT-REASON
               STRING "MORE THAN " DELIMITED BY SIZE
                      WS-SB-MAX-ENTRIES DELIMITED BY SIZE
                      " SCRIPT LINES - NOT SCRIPTED" DELIMITED BY SIZE
                      INTO WS-EXCEPT-REASON
               PERFORM WRITE-EXCEPTION-PARA-S
                  THRU WRITE-EXCEPTION-PARA-E
               GO TO BUFFER-SCRIPT-LINE-PARA-E
           END-IF

           COMPUTE WS-SB-NEW-ANN-TIME =
                   WS-ANN-HOUR * 100 + WS-ANN-MINUTE
           MOVE 1 TO WS-SB-SLOT
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                     UNTIL WS-SB-IDX > WS-SB-COUNT
               IF WS-SB-ANN-TIME(WS-SB-IDX) NOT > WS-SB-NEW-ANN-TIME
                   ADD 1 TO WS-SB-SLOT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-SB-IDX FROM WS-SB-COUNT BY -1
                     UNTIL WS-SB-IDX < WS-SB-SLOT
               MOVE WS-SB-ENTRY(WS-SB-IDX)
                 TO WS-SB-ENTRY(WS-SB-IDX + 1)
           END-PERFORM

           ADD 1 TO WS-SB-COUNT
           MOVE WS-SB-NEW-ANN-TIME TO WS-SB-ANN-TIME(WS-SB-SLOT)
           COMPUTE WS-SB-EVENT-TIME(WS-SB-SLOT) =
                   WS-EVT-HOUR * 100 + WS-EVT-MINUTE
           MOVE SPACES TO WS-SB-SHIFT-FLAG(WS-SB-SLOT)
           IF ANNOUNCE-SHIFTED
               MOVE "S" TO WS-SB-SHIFT-FLAG(WS-SB-SLOT)
           END-IF
           MOVE APP-DESC TO WS-SB-DESC(WS-SB-SLOT)
           MOVE WS-SCRIPT-LINE TO WS-SB-TEXT(WS-SB-SLOT)

           IF ANNOUNCE-SHIFTED
               PERFORM WRITE-SHIFTED-OMIT-PARA-S
                  THRU WRITE-SHIFTED-OMIT-PARA-E
           END-IF.

       BUFFER-SCRIPT-LINE-PARA-E. EXIT.

      ******************************************************************
      * Write buffered line WS-SB-IDX to the script and its schedule
      * line alongside, numbered in step.
      ******************************************************************
       WRITE-SCRIPT-LINE-PARA-S.

           MOVE WS-SB-TEXT(WS-SB-IDX) TO ANNOUNCE-SCRIPT-RECORD
           WRITE ANNOUNCE-SCRIPT-RECORD
           ADD 1 TO WS-SCRIPT-COUNT
           ADD 1 TO WS-FILE-LINE-COUNT

           MOVE SPACES TO ANNOUNCE-SCHEDULE-RECORD
           MOVE WS-FILE-LINE-COUNT TO SCH-SCRIPT-LINE
           MOVE WS-SB-ANN-TIME(WS-SB-IDX)    TO SCH-ANN-TIME
           MOVE WS-SB-EVENT-TIME(WS-SB-IDX)  TO SCH-EVENT-TIME
           MOVE WS-SB-SHIFT-FLAG(WS-SB-IDX)  TO SCH-SHIFT-FLAG
           MOVE WS-SB-DESC(WS-SB-IDX)        TO SCH-DESC
           WRITE ANNOUNCE-SCHEDULE-RECORD.

       WRITE-SCRIPT-LINE-PARA-E. EXIT.


      ******************************************************************
      * Head-office timing: today's calendar rules apply, reminder by
      * reminder - a holiday drops each one, quiet hours shift or
      * suppress each one's announcement (all land on the omit
      * report).
      ******************************************************************
       SCRIPT-HEAD-OFFICE-TIMES-PARA-S.

           IF TODAY-IS-HOLIDAY
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "DROPPED " TO WS-OMIT-ACTION
               MOVE SPACES TO WS-OMIT-REASON
               STRING "HOLIDAY: " DELIMITED BY SIZE
                      WS-TODAY-HOL-DESC DELIMITED BY SIZE
                      INTO WS-OMIT-REASON
               PERFORM WRITE-REMINDER-OMIT-PARA-S
                  THRU WRITE-REMINDER-OMIT-PARA-E
               SET ANNOUNCE-SUPPRESSED TO TRUE
               GO TO SCRIPT-HEAD-OFFICE-TIMES-PARA-E
           END-IF

           COMPUTE WS-EVENT-TOTAL-MIN =
                   APP-HOUR * 60 + APP-MINUTE
           COMPUTE WS-ANNOUNCE-TOTAL-MIN =
                   WS-EVENT-TOTAL-MIN - WS-REMINDER-LEAD
           PERFORM UNTIL WS-ANNOUNCE-TOTAL-MIN >= 0
               ADD 1440 TO WS-ANNOUNCE-TOTAL-MIN
           END-PERFORM

           MOVE WS-REMINDER-LEAD TO WS-EFFECTIVE-LEAD
           PERFORM APPLY-QUIET-HOURS-PARA-S
              THRU APPLY-QUIET-HOURS-PARA-E
           MOVE APP-HOUR   TO WS-EVT-HOUR
           MOVE APP-MINUTE TO WS-EVT-MINUTE.

       SCRIPT-HEAD-OFFICE-TIMES-PARA-E. EXIT.

      ******************************************************************
      * Move the event into branch WS-BRANCH-IDX's local time and take
      * the reminder's announcement moment from there - no calendar
      * rules, so the reminder's lead is the spoken lead.
      ******************************************************************
       SCRIPT-BRANCH-TIMES-PARA-S.

           COMPUTE WS-EVENT-TOTAL-MIN = FUNCTION MOD(
               APP-HOUR * 60 + APP-MINUTE - WS-HO-OFFSET-MIN
               + WS-BRANCH-OFFSET-IN-EFF + 2880 1440)
           DIVIDE WS-EVENT-TOTAL-MIN BY 60
               GIVING WS-EVT-HOUR REMAINDER WS-EVT-MINUTE
           COMPUTE WS-ANNOUNCE-TOTAL-MIN =
                   WS-EVENT-TOTAL-MIN - WS-REMINDER-LEAD
           PERFORM UNTIL WS-ANNOUNCE-TOTAL-MIN >= 0
               ADD 1440 TO WS-ANNOUNCE-TOTAL-MIN
           END-PERFORM
           MOVE WS-REMINDER-LEAD TO WS-EFFECTIVE-LEAD
           SET ANNOUNCE-UNSHIFTED TO TRUE
           SET ANNOUNCE-ALLOWED TO TRUE.

       SCRIPT-BRANCH-TIMES-PARA-E. EXIT.

      ******************************************************************
      * Head-office pass, appointment for one named branch: scripted in
      * that branch's pass, unless BRANCH-MASTER.DAT has never heard of
      * the branch - then there is no pass, and it is reported here.
      * A branch that is on file but has no row in effect today does
      * get a pass, which reports the missing row itself; the only
      * other way to have no pass is to be past the twentieth branch.
      ******************************************************************
       CHECK-BRANCH-KNOWN-PARA-S.

           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                     UNTIL WS-BRANCH-IDX > WS-NUM-BRANCHES
               IF WS-BRANCH-NAME(WS-BRANCH-IDX) = APP-BRANCH
                   GO TO CHECK-BRANCH-KNOWN-PARA-E
               END-IF
           END-PERFORM

           SET BM-ROW-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BM-IDX FROM 1 BY 1
                     UNTIL WS-BM-IDX > WS-BM-ROW-COUNT
               IF WS-BM-NAME(WS-BM-IDX) = APP-BRANCH
                   SET BM-ROW-FOUND TO TRUE
                   SET WS-BM-IDX TO WS-BM-ROW-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-EXCEPT-REASON
           IF BM-ROW-FOUND
               STRING "NO PASS FOR " DELIMITED BY SIZE
                      APP-BRANCH DELIMITED BY "  "
                      " - OVER 20 BRANCHES" DELIMITED BY SIZE
                      INTO WS-EXCEPT-REASON
           ELSE
               STRING "BRANCH " DELIMITED BY SIZE
                      APP-BRANCH DELIMITED BY "  "
                      " NOT ON BRANCH-MASTER.DAT" DELIMITED BY SIZE
                      INTO WS-EXCEPT-REASON
           END-IF
           SET BM-ROW-FOUND TO TRUE
           PERFORM WRITE-EXCEPTION-PARA-S
              THRU WRITE-EXCEPTION-PARA-E.

       CHECK-BRANCH-KNOWN-PARA-E. EXIT.

      ******************************************************************
      * Load every BRANCH-MASTER.DAT row and note the distinct branch
      * names - LOAD-BRANCH-MASTER-PARA-S in TimeToWords-CurrentDate.
      * cbl, minus the seeding: that program owns the master, and with
      * none on file there are simply no branch scripts.
      ******************************************************************
       LOAD-BRANCH-MASTER-PARA-S.

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
                           PERFORM NOTE-BRANCH-NAME-PARA-S
                              THRU NOTE-BRANCH-NAME-PARA-E
                       ELSE
                           DISPLAY "WARNING: BRANCH-MASTER.DAT HAS "
                               "MORE THAN " WS-BM-MAX-ROWS " ROWS - "
                               "IGNORING THE REST"
                           SET END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-MASTER-FILE
           SET NOT-END-OF-FILE TO TRUE.

       LOAD-BRANCH-MASTER-PARA-E. EXIT.

       NOTE-BRANCH-NAME-PARA-S.

           SET BM-ROW-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                     UNTIL WS-BRANCH-IDX > WS-NUM-BRANCHES
               IF WS-BRANCH-NAME(WS-BRANCH-IDX)
                  = WS-BM-NAME(WS-BM-ROW-COUNT)
                   SET BM-ROW-FOUND TO TRUE
                   SET WS-BRANCH-IDX TO WS-NUM-BRANCHES
               END-IF
           END-PERFORM
           IF BM-ROW-NOT-FOUND
               IF WS-NUM-BRANCHES < 20
                   ADD 1 TO WS-NUM-BRANCHES
                   SET WS-BRANCH-IDX TO WS-NUM-BRANCHES
                   MOVE WS-BM-NAME(WS-BM-ROW-COUNT)
                     TO WS-BRANCH-NAME(WS-BRANCH-IDX)
               ELSE
                   DISPLAY "WARNING: MORE THAN 20 DISTINCT BRANCHES "
                           "ON BRANCH-MASTER.DAT - IGNORING "
                           WS-BM-NAME(WS-BM-ROW-COUNT)
               END-IF
           END-IF.

       NOTE-BRANCH-NAME-PARA-E. EXIT.

      ******************************************************************
      * Range-check the event time (same reason texts VALIDATE-TIME-
      * PARA-S uses) and the lead time, which must fit the 1-99 range
      * the lead-to-words composition can speak; a zero lead simply
      * announces at the event moment itself. A named reminder profile
      * must be on REMINDER-PROFILES.DAT; a valid appointment leaves
      * its reminder list resolved in WS-RL-ENTRY.
      ******************************************************************
       VALIDATE-APPOINTMENT-PARA-S.

           END-IF
           END-IF
           END-IF
           END-IF

           IF VALID-APPT
               MOVE APP-PROFILE TO WS-RP-LOOKUP-PROFILE
               MOVE APP-LEAD    TO WS-RP-LOOKUP-LEAD
               PERFORM RESOLVE-REMINDERS-PARA-S
                  THRU RESOLVE-REMINDERS-PARA-E
               IF RP-PROFILE-NOT-FOUND
                   SET INVALID-APPT TO TRUE
                   STRING "UNKNOWN REMINDER PROFILE " DELIMITED BY SIZE
                          APP-PROFILE DELIMITED BY SIZE
                          INTO WS-EXCEPT-REASON
               END-IF
           END-IF.

       VALIDATE-APPOINTMENT-PARA-E. EXIT.
      * "IN <lead> MINUTES" (or "IN ONE MINUTE", or "NOW" for a zero
      * lead), with the lead spoken in words the same way the seconds
      * clause is in the conversion run. The minutes spoken are
      * WS-EFFECTIVE-LEAD - the reminder's lead normally, but the
      * minutes actually remaining when a quiet-hour shift moved the
      * announcement closer to the event. A reminder profile's own
      * wording is spoken instead, unless a shift has made it untrue.
      ******************************************************************
       BUILD-LEAD-PART-PARA-S.

           MOVE SPACES TO WS-LEAD-PART

           IF WS-REMINDER-WORDING NOT = SPACES
              AND ANNOUNCE-UNSHIFTED
               MOVE WS-REMINDER-WORDING TO WS-LEAD-PART
               GO TO BUILD-LEAD-PART-PARA-E
           END-IF

           IF WS-EFFECTIVE-LEAD = ZERO
               MOVE "NOW" TO WS-LEAD-PART
               GO TO BUILD-LEAD-PART-PARA-E
           CLOSE ANNOUNCE-CALENDAR-FILE
           SET NOT-END-OF-FILE TO TRUE

           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                     UNTIL WS-CAL-IDX > WS-HOL-COUNT
               IF WS-HOL-DATE(WS-CAL-IDX) = WS-TODAY-YMD
      * a guard against windows that blanket the whole day. A shift
      * is allowed only while the announcement still lands at or
      * before the event (the minutes remaining become the spoken
      * lead) and before the ladder's next reminder is due - one it
      * would land on or after tells the building nothing that
      * reminder does not; otherwise the reminder is suppressed and
      * reported.
      ******************************************************************
       APPLY-QUIET-HOURS-PARA-S.

           IF IN-QUIET-WINDOW
               SET ANNOUNCE-SUPPRESSED TO TRUE
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "DROPPED " TO WS-OMIT-ACTION
               MOVE "QUIET HOURS COVER THE WHOLE DAY" TO WS-OMIT-REASON
               PERFORM WRITE-REMINDER-OMIT-PARA-S
                  THRU WRITE-REMINDER-OMIT-PARA-E
               GO TO APPLY-QUIET-HOURS-PARA-E
           END-IF

           COMPUTE WS-NEW-ANN-MIN =
                   WS-ANN-HOUR * 100 + WS-ANN-MINUTE

           IF WS-NEW-DISTANCE > WS-REMINDER-LEAD
               SET ANNOUNCE-SUPPRESSED TO TRUE
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "DROPPED " TO WS-OMIT-ACTION
               MOVE "QUIET HOURS LEAVE NO ROOM BEFORE THE EVENT"
                 TO WS-OMIT-REASON
               PERFORM WRITE-REMINDER-OMIT-PARA-S
                  THRU WRITE-REMINDER-OMIT-PARA-E
               GO TO APPLY-QUIET-HOURS-PARA-E
           END-IF

           IF NEXT-REMINDER-DUE
              AND WS-NEW-DISTANCE NOT > WS-NEXT-LEAD
               SET ANNOUNCE-SUPPRESSED TO TRUE
               ADD 1 TO WS-DROPPED-COUNT
               MOVE "DROPPED " TO WS-OMIT-ACTION
               MOVE "QUIET HOURS - NEXT REMINDER COVERS IT"
                 TO WS-OMIT-REASON
               PERFORM WRITE-REMINDER-OMIT-PARA-S
                  THRU WRITE-REMINDER-OMIT-PARA-E
               GO TO APPLY-QUIET-HOURS-PARA-E
           END-IF

           MOVE WS-NEW-DISTANCE TO WS-EFFECTIVE-LEAD.

       APPLY-QUIET-HOURS-PARA-E. EXIT.

      ******************************************************************
      * The "SHIFTED" omit line for a reminder quiet hours moved,
      * written only once its script line is on the buffer - a shifted
      * reminder that then misses the master or overflows the buffer
      * goes to ANNOUNCE-EXCEPT.DAT alone, so the omit report's
      * SHIFTED count stays equal to the schedule's shift flags.
      ******************************************************************
       WRITE-SHIFTED-OMIT-PARA-S.

           ADD 1 TO WS-SHIFTED-COUNT
           MOVE "SHIFTED " TO WS-OMIT-ACTION
           MOVE SPACES TO WS-OMIT-REASON
           STRING "ANNOUNCEMENT MOVED " DELIMITED BY SIZE
                  WS-ORIG-ANN-MIN DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-NEW-ANN-MIN DELIMITED BY SIZE
                  " (QUIET HOURS)" DELIMITED BY SIZE
                  INTO WS-OMIT-REASON
           PERFORM WRITE-REMINDER-OMIT-PARA-S
              THRU WRITE-REMINDER-OMIT-PARA-E.

       WRITE-SHIFTED-OMIT-PARA-E. EXIT.

      ******************************************************************
      * Is the current announcement minute inside any quiet window? A
      * window whose from is past its to wraps midnight (2200-0600).

       WRITE-OMIT-LINE-PARA-E. EXIT.

      ******************************************************************
      * One "DROPPED"/"SHIFTED" detail line for the reminder being
      * scripted: "<action> hhmm <desc> - <reason>", the fixed layout
      * OMIT-LINE-VIEW in ANNOUNCE-RECON.cbl reads back. For an
      * appointment with a reminder profile the reason opens with the
      * reminder's lead ("030 MIN: ") so the desk can tell which rung
      * of the ladder moved or went.
      ******************************************************************
       WRITE-REMINDER-OMIT-PARA-S.

           MOVE SPACES TO WS-OMIT-TEXT
           IF APP-PROFILE = SPACES
               MOVE WS-OMIT-REASON TO WS-OMIT-TEXT
           ELSE
               STRING WS-REMINDER-LEAD DELIMITED BY SIZE
                      " MIN: " DELIMITED BY SIZE
                      WS-OMIT-REASON DELIMITED BY SIZE
                      INTO WS-OMIT-TEXT
           END-IF

           MOVE SPACES TO WS-OMIT-LINE
           STRING WS-OMIT-ACTION DELIMITED BY SIZE
                  APP-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  APP-DESC DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-OMIT-TEXT DELIMITED BY SIZE
                  INTO WS-OMIT-LINE
           PERFORM WRITE-OMIT-LINE-PARA-S
              THRU WRITE-OMIT-LINE-PARA-E.

       WRITE-REMINDER-OMIT-PARA-E. EXIT.

      ******************************************************************
      * General-purpose number-to-words conversion (1-99), used to
      * speak the lead time. Same composition scheme as the seconds

       NUMBER-TO-WORDS-PARA-E. EXIT.

       COPY RPTABPR.

       END PROGRAM ANNOUNCE.
