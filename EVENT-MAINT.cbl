      ******************************************************************
      * Author: Srinivasan JV
      * Date: 15-Oct-2026
      * Purpose: Operator maintenance screen for RECURRING-EVENTS.DAT,
      *          the master EVENT-GEN explodes into each day's
      *          APPOINTMENTS.DAT. The file was hand-edited, and a
      *          shifted column in the day pattern or a date only
      *          showed up as EVENT-GEN quietly skipping the row on
      *          the morning it was needed. In the style of
      *          TIME-INQUIRY the operator keys an action at the
      *          prompt - L list, A add, C change, E end-date, D delete
      *          - and is prompted field by field. Every add or change
      *          is held to the rules VALIDATE-EVENT-PARA-S in
      *          EVENT-GEN.cbl applies (same reason texts), the branch
      *          must be blank, "ALL" or a BRANCH-MASTER.DAT branch,
      *          the reminder profile blank or one on
      *          REMINDER-PROFILES.DAT, and a change is refused when
      *          it lands any of the event's announcement minutes on
      *          one of another event's heard on the same tannoy on an
      *          overlapping day pattern and date range. The file is
      *          rewritten after each change the operator confirms,
      *          and the change is appended to
      *          RECURRING-EVENTS-AUDIT.DAT with the operator's login,
      *          a timestamp and the before/after record images.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURRING-EVENTS-FILE
               ASSIGN TO 'RECURRING-EVENTS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RE-FILE-STATUS.
           SELECT EVENT-AUDIT-FILE
               ASSIGN TO 'RECURRING-EVENTS-AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO 'BRANCH-MASTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BM-FILE-STATUS.
           COPY RPTABSL.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * Recurring events master - same layout as the FD in
      * EVENT-GEN.cbl, which seeds and consumes it. The whole record
      * is held as one image here; WS-CAND-EVENT, WS-OTHER-EVENT and
      * WS-BEFORE-EVENT below give it its fields.
      ******************************************************************
       FD  RECURRING-EVENTS-FILE.
       01  RECURRING-EVENT-RECORD   PIC X(80).

      ******************************************************************
      * One line per record image touched: when, who, which action,
      * and whether the image is the record as it was (BEFORE) or as
      * it now stands (AFTER). An add has only an AFTER line, a delete
      * only a BEFORE line; a change or end-date has both, with the
      * same stamp.
      ******************************************************************
       FD  EVENT-AUDIT-FILE.
       01  EVENT-AUDIT-RECORD.
           05 AUD-STAMP             PIC X(14).
           05 FILLER                PIC X(01).
           05 AUD-OPERATOR          PIC X(12).
           05 FILLER                PIC X(01).
           05 AUD-ACTION            PIC X(07).
           05 FILLER                PIC X(01).
           05 AUD-IMAGE-TYPE        PIC X(06).
           05 FILLER                PIC X(01).
           05 AUD-IMAGE             PIC X(80).

      ******************************************************************
      * Branch offsets - same layout as the FD in
      * TimeToWords-CurrentDate.cbl; only the names are wanted here.
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
       01  WS-AUD-FILE-STATUS       PIC X(02).
       01  WS-BM-FILE-STATUS        PIC X(02).

       01  WS-DONE-SW               PIC X VALUE 'N'.
           88 OPERATOR-DONE         VALUE 'Y'.
           88 OPERATOR-NOT-DONE     VALUE 'N'.
       01  WS-ACTION                PIC X(08).
       01  WS-ENTRY                 PIC X(30).
       01  WS-LOWER-CASE            PIC X(26)
                                    VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE            PIC X(26)
                                    VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      ******************************************************************
      * The master, loaded whole. Deleted rows are only flagged, as
      * PHRASE-TABLE-MAINT flags them, so the row numbers the operator
      * saw on the last list stay good for the whole session;
      * WRITE-TABLE-BACK-PARA-S leaves flagged rows off the file.
      ******************************************************************
       01  WS-RM-MAX-ENTRIES        PIC 9(03) VALUE 200.
       01  WS-RM-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-RM-TABLE.
           05 WS-RM-ENTRY OCCURS 200 TIMES INDEXED BY WS-RM-IDX.
               10 WS-RM-IMAGE       PIC X(80).
               10 WS-RM-DELETED-SW  PIC X(01).
       01  WS-LIVE-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-SEL-ROW               PIC 9(03) VALUE ZERO.
       01  WS-IDX-DISPLAY-ROW       PIC 9(03) VALUE ZERO.
       01  WS-ROW-SW                PIC X.
           88 ROW-SELECTED          VALUE 'Y'.
           88 ROW-NOT-SELECTED      VALUE 'N'.

      ******************************************************************
      * The event being added or changed, and (for the clash check and
      * the list) any other row, both in the EVENT-GEN record layout.
      ******************************************************************
       01  WS-CAND-EVENT.
           05 WS-CE-TIME.
              10 WS-CE-HOUR         PIC 9(02).
              10 WS-CE-MINUTE       PIC 9(02).
           05 WS-CE-DESC            PIC X(30).
           05 WS-CE-LEAD            PIC 9(03).
           05 WS-CE-DOW-PATTERN.
              10 WS-CE-DOW-DAY      OCCURS 7 TIMES PIC X(01).
           05 WS-CE-VALID-FROM      PIC 9(8).
           05 WS-CE-VALID-TO        PIC 9(8).
           05 WS-CE-BRANCH          PIC X(12).
           05 WS-CE-PROFILE         PIC X(08).
       01  WS-OTHER-EVENT.
           05 WS-OE-TIME.
              10 WS-OE-HOUR         PIC 9(02).
              10 WS-OE-MINUTE       PIC 9(02).
           05 WS-OE-DESC            PIC X(30).
           05 WS-OE-LEAD            PIC 9(03).
           05 WS-OE-DOW-PATTERN.
              10 WS-OE-DOW-DAY      OCCURS 7 TIMES PIC X(01).
           05 WS-OE-VALID-FROM      PIC 9(8).
           05 WS-OE-VALID-TO        PIC 9(8).
           05 WS-OE-BRANCH          PIC X(12).
           05 WS-OE-PROFILE         PIC X(08).
       01  WS-BEFORE-IMAGE          PIC X(80).
       01  WS-BEFORE-EVENT REDEFINES WS-BEFORE-IMAGE.
           05 WS-BE-TIME            PIC X(04).
           05 WS-BE-DESC            PIC X(30).
           05 WS-BE-LEAD            PIC X(03).
           05 WS-BE-DOW-PATTERN     PIC X(07).
           05 WS-BE-VALID-FROM      PIC 9(8).
           05 WS-BE-VALID-TO        PIC 9(8).
           05 WS-BE-BRANCH          PIC X(12).
           05 WS-BE-PROFILE         PIC X(08).

      ******************************************************************
      * Event validation - the rules VALIDATE-EVENT-PARA-S in
      * EVENT-GEN.cbl applies, with its reason texts, plus the branch
      * rule and the clash refusal, which only this program makes.
      ******************************************************************
       01  WS-VALID-SW              PIC X VALUE 'Y'.
           88 VALID-EVENT           VALUE 'Y'.
           88 INVALID-EVENT         VALUE 'N'.
       01  WS-SKIP-REASON           PIC X(40).
       01  WS-DOW-IDX               PIC 9(01).
       01  WS-PATTERN-OK-SW         PIC X.
           88 PATTERN-OK            VALUE 'Y'.
           88 PATTERN-BAD           VALUE 'N'.
       01  WS-CLASH-CHECK-SW        PIC X.
           88 CLASH-CHECK-DUE       VALUE 'Y'.
           88 CLASH-CHECK-NOT-DUE   VALUE 'N'.

      ******************************************************************
      * Announcement minutes, worked out as EVENT-GEN works them out -
      * event time minus lead, wrapped past midnight, as HHMM - one
      * per reminder of the event's ladder. WS-CAND-MIN holds the
      * event being keyed's, for the clash check against each other
      * row's in turn.
      ******************************************************************
       01  WS-CALC-HOUR             PIC 99.
       01  WS-CALC-MINUTE           PIC 99.
       01  WS-CALC-LEAD             PIC 9(03).
       01  WS-CALC-ANN-MIN          PIC 9(04).
       01  WS-ANNOUNCE-TOTAL-MIN    PIC S9(4).
       01  WS-ANN-HOUR              PIC 99.
       01  WS-ANN-MINUTE            PIC 99.
       01  WS-CAND-ANN-MIN          PIC 9(04).
       01  WS-OTHER-ANN-MIN         PIC 9(04).
       01  WS-OVERLAP-SW            PIC X.
           88 EVENTS-OVERLAP        VALUE 'Y'.
           88 EVENTS-APART          VALUE 'N'.
       01  WS-CAND-MIN-COUNT        PIC 9(02) VALUE ZERO.
       01  WS-CM-IDX                PIC 9(02).
       01  WS-CAND-MIN-TABLE.
           05 WS-CAND-MIN           OCCURS 10 TIMES PIC 9(04).
       01  WS-CLASH-SW              PIC X.
           88 MINUTES-CLASH         VALUE 'Y'.
           88 MINUTES-CLEAR         VALUE 'N'.

       01  WS-BRANCH-MAX            PIC 9(02) VALUE 20.
       01  WS-NUM-BRANCHES          PIC 9(02) VALUE ZERO.
       01  WS-BRANCH-TABLE.
           05 WS-BRANCH-NAME        OCCURS 20 TIMES
                                    INDEXED BY WS-BRANCH-IDX
                                    PIC X(12).
       01  WS-BRANCH-FOUND-SW       PIC X.
           88 BRANCH-KNOWN          VALUE 'Y'.
           88 BRANCH-UNKNOWN        VALUE 'N'.

       01  WS-TODAY-YMD             PIC 9(08).
       01  WS-RUN-STAMP             PIC X(14).
       01  WS-RUN-USER              PIC X(12).
       01  WS-AUDIT-ACTION          PIC X(07).
       01  WS-CHANGE-COUNT          PIC 9(04) VALUE ZERO.

       COPY RPTABWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
           ACCEPT WS-RUN-USER FROM ENVIRONMENT "LOGNAME"
           IF WS-RUN-USER = SPACES
               ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER"
           END-IF
           IF WS-RUN-USER = SPACES
               MOVE "UNKNOWN" TO WS-RUN-USER
           END-IF

           PERFORM LOAD-EVENTS-PARA-S THRU LOAD-EVENTS-PARA-E
           PERFORM LOAD-BRANCH-NAMES-PARA-S
              THRU LOAD-BRANCH-NAMES-PARA-E
           PERFORM LOAD-REMINDER-PROFILES-PARA-S
              THRU LOAD-REMINDER-PROFILES-PARA-E

           DISPLAY "RECURRING EVENTS MAINTENANCE  OPERATOR: "
                   WS-RUN-USER "  ROWS: " WS-RM-COUNT

           PERFORM UNTIL OPERATOR-DONE
               DISPLAY "ACTION - L LIST, A ADD, C CHANGE, E END-DATE, "
                       "D DELETE (OR END): " WITH NO ADVANCING
               MOVE SPACES TO WS-ACTION
               ACCEPT WS-ACTION
               INSPECT WS-ACTION CONVERTING WS-LOWER-CASE
                                         TO WS-UPPER-CASE
               IF WS-ACTION = "END"
                   SET OPERATOR-DONE TO TRUE
               ELSE
                   PERFORM PROCESS-ACTION-PARA-S
                      THRU PROCESS-ACTION-PARA-E
               END-IF
           END-PERFORM

           DISPLAY "EVENT-MAINT: CHANGES APPLIED " WS-CHANGE-COUNT
           STOP RUN.

      ******************************************************************
      * Load RECURRING-EVENTS.DAT whole. No file yet just means an
      * empty master (the first add creates it); any other open
      * failure, or more rows than the table holds, is fatal - a
      * rewrite from a short table would lose the rows left behind.
      ******************************************************************
       LOAD-EVENTS-PARA-S.

           OPEN INPUT RECURRING-EVENTS-FILE
           IF WS-RE-FILE-STATUS = "35"
               DISPLAY "RECURRING-EVENTS.DAT NOT ON FILE - STARTING "
                       "WITH AN EMPTY MASTER"
               GO TO LOAD-EVENTS-PARA-E
           END-IF
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
                       IF WS-RM-COUNT NOT < WS-RM-MAX-ENTRIES
                           DISPLAY "FATAL: RECURRING-EVENTS.DAT HAS "
                                   "MORE THAN " WS-RM-MAX-ENTRIES
                                   " ROWS - NOT SAFE TO MAINTAIN"
                           CLOSE RECURRING-EVENTS-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RM-COUNT
                       MOVE RECURRING-EVENT-RECORD
                         TO WS-RM-IMAGE(WS-RM-COUNT)
                       MOVE "N" TO WS-RM-DELETED-SW(WS-RM-COUNT)
               END-READ
           END-PERFORM
           CLOSE RECURRING-EVENTS-FILE.

       LOAD-EVENTS-PARA-E. EXIT.

      ******************************************************************
      * The distinct branch names on BRANCH-MASTER.DAT, for the branch
      * rule. Without the master only blank and "ALL" are accepted.
      ******************************************************************
       LOAD-BRANCH-NAMES-PARA-S.

           OPEN INPUT BRANCH-MASTER-FILE
           IF WS-BM-FILE-STATUS NOT = "00"
               GO TO LOAD-BRANCH-NAMES-PARA-E
           END-IF

           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ BRANCH-MASTER-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE BM-BRANCH-NAME TO WS-CE-BRANCH
                       PERFORM FIND-BRANCH-PARA-S
                          THRU FIND-BRANCH-PARA-E
                       IF BRANCH-UNKNOWN
                          AND WS-NUM-BRANCHES < WS-BRANCH-MAX
                           ADD 1 TO WS-NUM-BRANCHES
                           MOVE BM-BRANCH-NAME
                             TO WS-BRANCH-NAME(WS-NUM-BRANCHES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-MASTER-FILE.

       LOAD-BRANCH-NAMES-PARA-E. EXIT.

       FIND-BRANCH-PARA-S.

           SET BRANCH-UNKNOWN TO TRUE
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                     UNTIL WS-BRANCH-IDX > WS-NUM-BRANCHES
               IF WS-BRANCH-NAME(WS-BRANCH-IDX) = WS-CE-BRANCH
                   SET BRANCH-KNOWN TO TRUE
                   SET WS-BRANCH-IDX TO WS-NUM-BRANCHES
               END-IF
           END-PERFORM.

       FIND-BRANCH-PARA-E. EXIT.

       PROCESS-ACTION-PARA-S.

           EVALUATE WS-ACTION
               WHEN "L"
                   PERFORM LIST-EVENTS-PARA-S THRU LIST-EVENTS-PARA-E
               WHEN "A"
                   PERFORM ADD-EVENT-PARA-S THRU ADD-EVENT-PARA-E
               WHEN "C"
                   PERFORM CHANGE-EVENT-PARA-S
                      THRU CHANGE-EVENT-PARA-E
               WHEN "E"
                   PERFORM END-DATE-EVENT-PARA-S
                      THRU END-DATE-EVENT-PARA-E
               WHEN "D"
                   PERFORM DELETE-EVENT-PARA-S
                      THRU DELETE-EVENT-PARA-E
               WHEN OTHER
                   DISPLAY "INVALID ACTION: KEY L, A, C, E, D OR END"
           END-EVALUATE.

       PROCESS-ACTION-PARA-E. EXIT.

      ******************************************************************
      * List every live row with its row number and announcement
      * minute - the first reminder's, with the whole ladder on a line
      * of its own for a row with a reminder profile. A row EVENT-GEN
      * would skip is listed with the reason, so a hand-edit gone
      * wrong is found here, not on the morning.
      ******************************************************************
       LIST-EVENTS-PARA-S.

           MOVE ZERO TO WS-LIVE-COUNT
           DISPLAY "ROW TIME DESCRIPTION                    LEAD "
                   "MTWTFSS FROM     TO       BRANCH       PROFILE  "
                   "ANNOUNCE"
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                     UNTIL WS-RM-IDX > WS-RM-COUNT
               IF WS-RM-DELETED-SW(WS-RM-IDX) = "N"
                   ADD 1 TO WS-LIVE-COUNT
                   PERFORM LIST-ONE-EVENT-PARA-S
                      THRU LIST-ONE-EVENT-PARA-E
               END-IF
           END-PERFORM
           IF WS-LIVE-COUNT = ZERO
               DISPLAY "NO EVENTS ON FILE"
           END-IF.

       LIST-EVENTS-PARA-E. EXIT.

       LIST-ONE-EVENT-PARA-S.

           MOVE WS-RM-IMAGE(WS-RM-IDX) TO WS-CAND-EVENT
           SET WS-SEL-ROW TO WS-RM-IDX
           PERFORM VALIDATE-EVENT-PARA-S THRU VALIDATE-EVENT-PARA-E
           IF INVALID-EVENT
               DISPLAY WS-SEL-ROW " " WS-RM-IMAGE(WS-RM-IDX)
               DISPLAY "    ** SKIPPED BY EVENT-GEN: " WS-SKIP-REASON
               GO TO LIST-ONE-EVENT-PARA-E
           END-IF

           MOVE WS-CE-HOUR      TO WS-CALC-HOUR
           MOVE WS-CE-MINUTE    TO WS-CALC-MINUTE
           MOVE WS-RL-OFFSET(1) TO WS-CALC-LEAD
           PERFORM CALC-ANN-MIN-PARA-S THRU CALC-ANN-MIN-PARA-E
           DISPLAY WS-SEL-ROW " " WS-CE-TIME " " WS-CE-DESC " "
                   WS-CE-LEAD "  " WS-CE-DOW-PATTERN " "
                   WS-CE-VALID-FROM " " WS-CE-VALID-TO " "
                   WS-CE-BRANCH " " WS-CE-PROFILE " " WS-CALC-ANN-MIN

           IF WS-CE-PROFILE NOT = SPACES
               DISPLAY "    REMINDERS AT" WITH NO ADVANCING
               PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                         UNTIL WS-RL-IDX > WS-RL-COUNT
                   PERFORM LIST-ONE-REMINDER-PARA-S
                      THRU LIST-ONE-REMINDER-PARA-E
               END-PERFORM
               DISPLAY " "
           END-IF.

       LIST-ONE-EVENT-PARA-E. EXIT.

       LIST-ONE-REMINDER-PARA-S.

           MOVE WS-RL-OFFSET(WS-RL-IDX) TO WS-CALC-LEAD
           PERFORM CALC-ANN-MIN-PARA-S THRU CALC-ANN-MIN-PARA-E
           DISPLAY " " WS-CALC-ANN-MIN WITH NO ADVANCING.

       LIST-ONE-REMINDER-PARA-E. EXIT.

      ******************************************************************
      * Add: every field keyed, dates defaulting to today onwards.
      ******************************************************************
       ADD-EVENT-PARA-S.

           IF WS-RM-COUNT NOT < WS-RM-MAX-ENTRIES
               DISPLAY "REFUSED: TABLE FULL - " WS-RM-MAX-ENTRIES
                       " ROWS"
               GO TO ADD-EVENT-PARA-E
           END-IF

           MOVE SPACES TO WS-CAND-EVENT
           MOVE WS-TODAY-YMD TO WS-CE-VALID-FROM
           MOVE 99991231 TO WS-CE-VALID-TO
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE ZERO TO WS-SEL-ROW
           PERFORM KEY-FIELDS-PARA-S THRU KEY-FIELDS-PARA-E
           IF INVALID-EVENT
               DISPLAY "REFUSED: " WS-SKIP-REASON
               GO TO ADD-EVENT-PARA-E
           END-IF

           MOVE "ADD" TO WS-AUDIT-ACTION
           PERFORM CHECK-AND-APPLY-PARA-S THRU CHECK-AND-APPLY-PARA-E.

       ADD-EVENT-PARA-E. EXIT.

      ******************************************************************
      * Change: every field offered with its current value; a blank
      * answer keeps it.
      ******************************************************************
       CHANGE-EVENT-PARA-S.

           PERFORM SELECT-ROW-PARA-S THRU SELECT-ROW-PARA-E
           IF ROW-NOT-SELECTED
               GO TO CHANGE-EVENT-PARA-E
           END-IF

           MOVE WS-RM-IMAGE(WS-SEL-ROW) TO WS-BEFORE-IMAGE
           MOVE WS-RM-IMAGE(WS-SEL-ROW) TO WS-CAND-EVENT
           PERFORM KEY-FIELDS-PARA-S THRU KEY-FIELDS-PARA-E
           IF INVALID-EVENT
               DISPLAY "REFUSED: " WS-SKIP-REASON
               GO TO CHANGE-EVENT-PARA-E
           END-IF

           MOVE "CHANGE" TO WS-AUDIT-ACTION
           PERFORM CHECK-AND-APPLY-PARA-S THRU CHECK-AND-APPLY-PARA-E.

       CHANGE-EVENT-PARA-E. EXIT.

      ******************************************************************
      * End-date: the event stops after the day keyed (today when the
      * answer is blank) - the row stays on file as history, unlike a
      * delete.
      ******************************************************************
       END-DATE-EVENT-PARA-S.

           PERFORM SELECT-ROW-PARA-S THRU SELECT-ROW-PARA-E
           IF ROW-NOT-SELECTED
               GO TO END-DATE-EVENT-PARA-E
           END-IF

           MOVE WS-RM-IMAGE(WS-SEL-ROW) TO WS-BEFORE-IMAGE
           MOVE WS-RM-IMAGE(WS-SEL-ROW) TO WS-CAND-EVENT
           DISPLAY "LAST DAY (YYYYMMDD, BLANK = TODAY " WS-TODAY-YMD
                   "): " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           IF WS-ENTRY = SPACES
               MOVE WS-TODAY-YMD TO WS-CE-VALID-TO
           ELSE
               IF WS-ENTRY(1:8) NOT NUMERIC
                  OR WS-ENTRY(9:22) NOT = SPACES
                   DISPLAY "REFUSED: BAD EFFECTIVE DATE RANGE"
                   GO TO END-DATE-EVENT-PARA-E
               END-IF
               MOVE WS-ENTRY(1:8) TO WS-CE-VALID-TO
           END-IF

           MOVE "END-DAT" TO WS-AUDIT-ACTION
           PERFORM CHECK-AND-APPLY-PARA-S THRU CHECK-AND-APPLY-PARA-E.

       END-DATE-EVENT-PARA-E. EXIT.

       DELETE-EVENT-PARA-S.

           PERFORM SELECT-ROW-PARA-S THRU SELECT-ROW-PARA-E
           IF ROW-NOT-SELECTED
               GO TO DELETE-EVENT-PARA-E
           END-IF

           MOVE WS-RM-IMAGE(WS-SEL-ROW) TO WS-BEFORE-IMAGE
           DISPLAY "BEFORE: " WS-BEFORE-IMAGE
           DISPLAY "DELETE THIS EVENT? (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           INSPECT WS-ENTRY CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           IF WS-ENTRY NOT = "Y"
               DISPLAY "NOT DELETED"
               GO TO DELETE-EVENT-PARA-E
           END-IF

           MOVE "Y" TO WS-RM-DELETED-SW(WS-SEL-ROW)
           PERFORM WRITE-TABLE-BACK-PARA-S
              THRU WRITE-TABLE-BACK-PARA-E
           MOVE "DELETE" TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-CAND-EVENT
           PERFORM WRITE-AUDIT-PARA-S THRU WRITE-AUDIT-PARA-E
           ADD 1 TO WS-CHANGE-COUNT
           DISPLAY "DELETED ROW " WS-SEL-ROW.

       DELETE-EVENT-PARA-E. EXIT.

       SELECT-ROW-PARA-S.

           SET ROW-NOT-SELECTED TO TRUE
           DISPLAY "ROW NUMBER (FROM THE LIST): " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           IF WS-ENTRY(1:3) NOT NUMERIC
              OR WS-ENTRY(4:27) NOT = SPACES
               DISPLAY "INVALID ENTRY: ROW MUST BE 3 DIGITS, E.G. 007"
               GO TO SELECT-ROW-PARA-E
           END-IF
           MOVE WS-ENTRY(1:3) TO WS-SEL-ROW
           IF WS-SEL-ROW = ZERO OR WS-SEL-ROW > WS-RM-COUNT
               DISPLAY "INVALID ENTRY: NO SUCH ROW"
               GO TO SELECT-ROW-PARA-E
           END-IF
           IF WS-RM-DELETED-SW(WS-SEL-ROW) = "Y"
               DISPLAY "INVALID ENTRY: ROW ALREADY DELETED"
               GO TO SELECT-ROW-PARA-E
           END-IF
           SET ROW-SELECTED TO TRUE.

       SELECT-ROW-PARA-E. EXIT.

      ******************************************************************
      * Prompt for every field over WS-CAND-EVENT; a blank answer
      * keeps the value already there. Each answer's shape is checked
      * as it is keyed, with the VALIDATE-EVENT-PARA-S reason text for
      * that field, so nothing non-numeric reaches a numeric field.
      ******************************************************************
       KEY-FIELDS-PARA-S.

           SET VALID-EVENT TO TRUE
           MOVE SPACES TO WS-SKIP-REASON

           DISPLAY "EVENT TIME HHMM [" WS-CE-TIME "]: "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACES
               IF WS-ENTRY(1:4) NOT NUMERIC
                  OR WS-ENTRY(5:26) NOT = SPACES
                   SET INVALID-EVENT TO TRUE
                   MOVE "TIME AND LEAD MUST BE NUMERIC"
                     TO WS-SKIP-REASON
                   GO TO KEY-FIELDS-PARA-E
               END-IF
               MOVE WS-ENTRY(1:4) TO WS-CE-TIME
           END-IF

           DISPLAY "DESCRIPTION [" WS-CE-DESC "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACES
               INSPECT WS-ENTRY CONVERTING WS-LOWER-CASE
                                        TO WS-UPPER-CASE
               MOVE WS-ENTRY TO WS-CE-DESC
           END-IF

           DISPLAY "LEAD MINUTES, 3 DIGITS [" WS-CE-LEAD "]: "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACES
               IF WS-ENTRY(1:3) NOT NUMERIC
                  OR WS-ENTRY(4:27) NOT = SPACES
                   SET INVALID-EVENT TO TRUE
                   MOVE "TIME AND LEAD MUST BE NUMERIC"
                     TO WS-SKIP-REASON
                   GO TO KEY-FIELDS-PARA-E
               END-IF
               MOVE WS-ENTRY(1:3) TO WS-CE-LEAD
           END-IF

           DISPLAY "DAYS MON-SUN, 7 X Y/N [" WS-CE-DOW-PATTERN "]: "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACES
               INSPECT WS-ENTRY CONVERTING WS-LOWER-CASE
                                        TO WS-UPPER-CASE
               IF WS-ENTRY(8:23) NOT = SPACES
                   SET INVALID-EVENT TO TRUE
                   MOVE "DAY PATTERN MUST BE 7 X Y/N" TO WS-SKIP-REASON
                   GO TO KEY-FIELDS-PARA-E
               END-IF
               MOVE WS-ENTRY(1:7) TO WS-CE-DOW-PATTERN
           END-IF

           DISPLAY "VALID FROM YYYYMMDD [" WS-CE-VALID-FROM "]: "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACES
               IF WS-ENTRY(1:8) NOT NUMERIC
                  OR WS-ENTRY(9:22) NOT = SPACES
                   SET INVALID-EVENT TO TRUE
                   MOVE "BAD EFFECTIVE DATE RANGE" TO WS-SKIP-REASON
                   GO TO KEY-FIELDS-PARA-E
               END-IF
               MOVE WS-ENTRY(1:8) TO WS-CE-VALID-FROM
           END-IF

           DISPLAY "VALID TO YYYYMMDD [" WS-CE-VALID-TO "]: "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACES
               IF WS-ENTRY(1:8) NOT NUMERIC
                  OR WS-ENTRY(9:22) NOT = SPACES
                   SET INVALID-EVENT TO TRUE
                   MOVE "BAD EFFECTIVE DATE RANGE" TO WS-SKIP-REASON
                   GO TO KEY-FIELDS-PARA-E
               END-IF
               MOVE WS-ENTRY(1:8) TO WS-CE-VALID-TO
           END-IF

           DISPLAY "BRANCH - BLANK FOR HEAD OFFICE, ALL, OR A BRANCH ["
                   WS-CE-BRANCH "] (KEY * TO BLANK IT): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           INSPECT WS-ENTRY CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           EVALUATE TRUE
               WHEN WS-ENTRY = SPACES
                   CONTINUE
               WHEN WS-ENTRY = "*"
                   MOVE SPACES TO WS-CE-BRANCH
               WHEN WS-ENTRY(13:18) NOT = SPACES
                   SET INVALID-EVENT TO TRUE
                   MOVE "BRANCH NAME LONGER THAN 12" TO WS-SKIP-REASON
               WHEN OTHER
                   MOVE WS-ENTRY(1:12) TO WS-CE-BRANCH
           END-EVALUATE
           IF INVALID-EVENT
               GO TO KEY-FIELDS-PARA-E
           END-IF

           DISPLAY "REMINDER PROFILE - BLANK FOR THE LEAD ALONE ["
                   WS-CE-PROFILE "] (KEY * TO BLANK IT): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           INSPECT WS-ENTRY CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           EVALUATE TRUE
               WHEN WS-ENTRY = SPACES
                   CONTINUE
               WHEN WS-ENTRY = "*"
                   MOVE SPACES TO WS-CE-PROFILE
               WHEN WS-ENTRY(9:22) NOT = SPACES
                   SET INVALID-EVENT TO TRUE
                   MOVE "PROFILE NAME LONGER THAN 8" TO WS-SKIP-REASON
               WHEN OTHER
                   MOVE WS-ENTRY(1:8) TO WS-CE-PROFILE
           END-EVALUATE.

       KEY-FIELDS-PARA-E. EXIT.

      ******************************************************************
      * Hold the keyed event to the master's rules and the clash rule,
      * show the before and after images, and apply it only when the
      * operator confirms. WS-SEL-ROW is the row being replaced, zero
      * for an add. A change that leaves the time, lead, days, branch
      * and profile alone and does not widen the dates - a new
      * description, an end-date - cannot add a clash, so it is not
      * held to the clash rule: that is how a row already clashing
      * gets renamed or ended.
      ******************************************************************
       CHECK-AND-APPLY-PARA-S.

           PERFORM VALIDATE-EVENT-PARA-S THRU VALIDATE-EVENT-PARA-E
           IF INVALID-EVENT
               DISPLAY "REFUSED: " WS-SKIP-REASON
               GO TO CHECK-AND-APPLY-PARA-E
           END-IF

           IF WS-CE-BRANCH NOT = SPACES AND WS-CE-BRANCH NOT = "ALL"
               PERFORM FIND-BRANCH-PARA-S THRU FIND-BRANCH-PARA-E
               IF BRANCH-UNKNOWN
                   DISPLAY "REFUSED: BRANCH " WS-CE-BRANCH
                           " NOT ON BRANCH-MASTER.DAT"
                   GO TO CHECK-AND-APPLY-PARA-E
               END-IF
           END-IF

           SET CLASH-CHECK-DUE TO TRUE
           IF WS-SEL-ROW NOT = ZERO
              AND WS-CE-TIME = WS-BE-TIME
              AND WS-CE-LEAD = WS-BE-LEAD
              AND WS-CE-DOW-PATTERN = WS-BE-DOW-PATTERN
              AND WS-CE-BRANCH = WS-BE-BRANCH
              AND WS-CE-PROFILE = WS-BE-PROFILE
              AND WS-BE-VALID-FROM NUMERIC
              AND WS-BE-VALID-TO NUMERIC
               IF WS-CE-VALID-FROM NOT < WS-BE-VALID-FROM
                  AND WS-CE-VALID-TO NOT > WS-BE-VALID-TO
                   SET CLASH-CHECK-NOT-DUE TO TRUE
               END-IF
           END-IF

           IF CLASH-CHECK-DUE
               PERFORM CHECK-CLASHES-PARA-S THRU CHECK-CLASHES-PARA-E
               IF INVALID-EVENT
                   GO TO CHECK-AND-APPLY-PARA-E
               END-IF
           END-IF

           IF WS-BEFORE-IMAGE NOT = SPACES
               DISPLAY "BEFORE: " WS-BEFORE-IMAGE
           END-IF
           DISPLAY "AFTER:  " WS-CAND-EVENT
           IF WS-BEFORE-IMAGE = WS-CAND-EVENT
               DISPLAY "NO CHANGE KEYED"
               GO TO CHECK-AND-APPLY-PARA-E
           END-IF
           DISPLAY "APPLY THIS CHANGE? (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO WS-ENTRY
           ACCEPT WS-ENTRY
           INSPECT WS-ENTRY CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           IF WS-ENTRY NOT = "Y"
               DISPLAY "NOT APPLIED"
               GO TO CHECK-AND-APPLY-PARA-E
           END-IF

           IF WS-SEL-ROW = ZERO
               ADD 1 TO WS-RM-COUNT
               MOVE WS-RM-COUNT TO WS-SEL-ROW
               MOVE "N" TO WS-RM-DELETED-SW(WS-SEL-ROW)
           END-IF
           MOVE WS-CAND-EVENT TO WS-RM-IMAGE(WS-SEL-ROW)
           PERFORM WRITE-TABLE-BACK-PARA-S
              THRU WRITE-TABLE-BACK-PARA-E
           PERFORM WRITE-AUDIT-PARA-S THRU WRITE-AUDIT-PARA-E
           ADD 1 TO WS-CHANGE-COUNT
           DISPLAY "APPLIED TO ROW " WS-SEL-ROW.

       CHECK-AND-APPLY-PARA-E. EXIT.

      ******************************************************************
      * Field-level validation over WS-CAND-EVENT - the same rules, in
      * the same order and with the same reason texts, as
      * VALIDATE-EVENT-PARA-S in EVENT-GEN.cbl.
      ******************************************************************
       VALIDATE-EVENT-PARA-S.

           SET VALID-EVENT TO TRUE
           MOVE SPACES TO WS-SKIP-REASON

           IF WS-CE-TIME NOT NUMERIC OR WS-CE-LEAD NOT NUMERIC
               SET INVALID-EVENT TO TRUE
               MOVE "TIME AND LEAD MUST BE NUMERIC" TO WS-SKIP-REASON
               GO TO VALIDATE-EVENT-PARA-E
           END-IF
           IF WS-CE-HOUR > 23
               SET INVALID-EVENT TO TRUE
               MOVE "INVALID HOUR - MUST BE 00-23" TO WS-SKIP-REASON
               GO TO VALIDATE-EVENT-PARA-E
           END-IF
           IF WS-CE-MINUTE > 59
               SET INVALID-EVENT TO TRUE
               MOVE "INVALID MINUTE - MUST BE 00-59" TO WS-SKIP-REASON
               GO TO VALIDATE-EVENT-PARA-E
           END-IF
           IF WS-CE-LEAD > 99
               SET INVALID-EVENT TO TRUE
               MOVE "LEAD TIME MUST BE 00-99 MINUTES" TO WS-SKIP-REASON
               GO TO VALIDATE-EVENT-PARA-E
           END-IF

           SET PATTERN-OK TO TRUE
           PERFORM VARYING WS-DOW-IDX FROM 1 BY 1
                     UNTIL WS-DOW-IDX > 7
               IF WS-CE-DOW-DAY(WS-DOW-IDX) NOT = "Y"
                  AND WS-CE-DOW-DAY(WS-DOW-IDX) NOT = "N"
                   SET PATTERN-BAD TO TRUE
               END-IF
           END-PERFORM
           IF PATTERN-BAD
               SET INVALID-EVENT TO TRUE
               MOVE "DAY PATTERN MUST BE 7 X Y/N" TO WS-SKIP-REASON
               GO TO VALIDATE-EVENT-PARA-E
           END-IF

           IF WS-CE-VALID-FROM NOT NUMERIC
              OR WS-CE-VALID-TO NOT NUMERIC
              OR WS-CE-VALID-FROM > WS-CE-VALID-TO
               SET INVALID-EVENT TO TRUE
               MOVE "BAD EFFECTIVE DATE RANGE" TO WS-SKIP-REASON
               GO TO VALIDATE-EVENT-PARA-E
           END-IF

           MOVE WS-CE-PROFILE TO WS-RP-LOOKUP-PROFILE
           MOVE WS-CE-LEAD    TO WS-RP-LOOKUP-LEAD
           PERFORM RESOLVE-REMINDERS-PARA-S
              THRU RESOLVE-REMINDERS-PARA-E
           IF RP-PROFILE-NOT-FOUND
               SET INVALID-EVENT TO TRUE
               STRING "UNKNOWN REMINDER PROFILE " DELIMITED BY SIZE
                      WS-CE-PROFILE DELIMITED BY SIZE
                      INTO WS-SKIP-REASON
           END-IF.

       VALIDATE-EVENT-PARA-E. EXIT.

      ******************************************************************
      * Refuse the event when any of its announcement minutes is the
      * same as one of another live, valid row's and the two would be
      * spoken on the same day on the same tannoy: a day both patterns
      * run, inside both date ranges, with the same branch or either
      * one "ALL" - the pile-up EVENT-GEN's clash scan would otherwise
      * only report on the day. Every clashing row is named.
      ******************************************************************
       CHECK-CLASHES-PARA-S.

           MOVE WS-CE-PROFILE TO WS-RP-LOOKUP-PROFILE
           MOVE WS-CE-LEAD    TO WS-RP-LOOKUP-LEAD
           PERFORM RESOLVE-REMINDERS-PARA-S
              THRU RESOLVE-REMINDERS-PARA-E
           MOVE WS-CE-HOUR   TO WS-CALC-HOUR
           MOVE WS-CE-MINUTE TO WS-CALC-MINUTE
           MOVE WS-RL-COUNT  TO WS-CAND-MIN-COUNT
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                     UNTIL WS-RL-IDX > WS-RL-COUNT
               MOVE WS-RL-OFFSET(WS-RL-IDX) TO WS-CALC-LEAD
               PERFORM CALC-ANN-MIN-PARA-S THRU CALC-ANN-MIN-PARA-E
               MOVE WS-CALC-ANN-MIN TO WS-CAND-MIN(WS-RL-IDX)
           END-PERFORM

           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                     UNTIL WS-RM-IDX > WS-RM-COUNT
               IF WS-RM-DELETED-SW(WS-RM-IDX) = "N"
                  AND WS-RM-IDX NOT = WS-SEL-ROW
                   PERFORM TEST-ONE-CLASH-PARA-S
                      THRU TEST-ONE-CLASH-PARA-E
               END-IF
           END-PERFORM.

       CHECK-CLASHES-PARA-E. EXIT.

       TEST-ONE-CLASH-PARA-S.

           MOVE WS-RM-IMAGE(WS-RM-IDX) TO WS-OTHER-EVENT
           IF WS-OE-TIME NOT NUMERIC OR WS-OE-LEAD NOT NUMERIC
              OR WS-OE-VALID-FROM NOT NUMERIC
              OR WS-OE-VALID-TO NOT NUMERIC
               GO TO TEST-ONE-CLASH-PARA-E
           END-IF

           IF WS-OE-BRANCH NOT = WS-CE-BRANCH
              AND WS-OE-BRANCH NOT = "ALL"
              AND WS-CE-BRANCH NOT = "ALL"
               GO TO TEST-ONE-CLASH-PARA-E
           END-IF

           IF WS-OE-VALID-FROM > WS-CE-VALID-TO
              OR WS-OE-VALID-TO < WS-CE-VALID-FROM
               GO TO TEST-ONE-CLASH-PARA-E
           END-IF

           SET EVENTS-APART TO TRUE
           PERFORM VARYING WS-DOW-IDX FROM 1 BY 1
                     UNTIL WS-DOW-IDX > 7
               IF WS-OE-DOW-DAY(WS-DOW-IDX) = "Y"
                  AND WS-CE-DOW-DAY(WS-DOW-IDX) = "Y"
                   SET EVENTS-OVERLAP TO TRUE
               END-IF
           END-PERFORM
           IF EVENTS-APART
               GO TO TEST-ONE-CLASH-PARA-E
           END-IF

           MOVE WS-OE-PROFILE TO WS-RP-LOOKUP-PROFILE
           MOVE WS-OE-LEAD    TO WS-RP-LOOKUP-LEAD
           PERFORM RESOLVE-REMINDERS-PARA-S
              THRU RESOLVE-REMINDERS-PARA-E
           IF RP-PROFILE-NOT-FOUND
               GO TO TEST-ONE-CLASH-PARA-E
           END-IF

           MOVE WS-OE-HOUR   TO WS-CALC-HOUR
           MOVE WS-OE-MINUTE TO WS-CALC-MINUTE
           SET MINUTES-CLEAR TO TRUE
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                     UNTIL WS-RL-IDX > WS-RL-COUNT
               PERFORM TEST-REMINDER-CLASH-PARA-S
                  THRU TEST-REMINDER-CLASH-PARA-E
           END-PERFORM
           IF MINUTES-CLEAR
               GO TO TEST-ONE-CLASH-PARA-E
           END-IF

           IF VALID-EVENT
               DISPLAY "REFUSED: ANNOUNCEMENT MINUTES CLASH WITH:"
           END-IF
           SET INVALID-EVENT TO TRUE
           SET WS-IDX-DISPLAY-ROW TO WS-RM-IDX
           DISPLAY "    ROW " WS-IDX-DISPLAY-ROW " AT "
                   WS-CAND-ANN-MIN " " WS-OE-TIME " "
                   WS-OE-DESC " LEAD " WS-OE-LEAD " "
                   WS-OE-DOW-PATTERN " " WS-OE-BRANCH " "
                   WS-OE-PROFILE.

       TEST-ONE-CLASH-PARA-E. EXIT.

      ******************************************************************
      * Reminder WS-RL-IDX of the other row against every one of the
      * keyed event's; the first minute they share is kept in
      * WS-CAND-ANN-MIN for the refusal.
      ******************************************************************
       TEST-REMINDER-CLASH-PARA-S.

           MOVE WS-RL-OFFSET(WS-RL-IDX) TO WS-CALC-LEAD
           PERFORM CALC-ANN-MIN-PARA-S THRU CALC-ANN-MIN-PARA-E
           MOVE WS-CALC-ANN-MIN TO WS-OTHER-ANN-MIN
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                     UNTIL WS-CM-IDX > WS-CAND-MIN-COUNT
               IF WS-CAND-MIN(WS-CM-IDX) = WS-OTHER-ANN-MIN
                  AND MINUTES-CLEAR
                   SET MINUTES-CLASH TO TRUE
                   MOVE WS-OTHER-ANN-MIN TO WS-CAND-ANN-MIN
               END-IF
           END-PERFORM.

       TEST-REMINDER-CLASH-PARA-E. EXIT.

       CALC-ANN-MIN-PARA-S.

           COMPUTE WS-ANNOUNCE-TOTAL-MIN =
                   WS-CALC-HOUR * 60 + WS-CALC-MINUTE - WS-CALC-LEAD
           PERFORM UNTIL WS-ANNOUNCE-TOTAL-MIN >= 0
               ADD 1440 TO WS-ANNOUNCE-TOTAL-MIN
           END-PERFORM
           DIVIDE WS-ANNOUNCE-TOTAL-MIN BY 60
               GIVING WS-ANN-HOUR REMAINDER WS-ANN-MINUTE
           COMPUTE WS-CALC-ANN-MIN = WS-ANN-HOUR * 100 + WS-ANN-MINUTE.

       CALC-ANN-MIN-PARA-E. EXIT.

      ******************************************************************
      * Rewrite RECURRING-EVENTS.DAT from the table, deleted rows left
      * off, after every confirmed change - an operator who walks away
      * mid-session loses nothing already applied.
      ******************************************************************
       WRITE-TABLE-BACK-PARA-S.

           OPEN OUTPUT RECURRING-EVENTS-FILE
           IF WS-RE-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: RECURRING-EVENTS.DAT REWRITE FAILED - "
                       "FILE STATUS " WS-RE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                     UNTIL WS-RM-IDX > WS-RM-COUNT
               IF WS-RM-DELETED-SW(WS-RM-IDX) = "N"
                   MOVE WS-RM-IMAGE(WS-RM-IDX)
                     TO RECURRING-EVENT-RECORD
                   WRITE RECURRING-EVENT-RECORD
               END-IF
           END-PERFORM
           CLOSE RECURRING-EVENTS-FILE.

       WRITE-TABLE-BACK-PARA-E. EXIT.

      ******************************************************************
      * Append the change to RECURRING-EVENTS-AUDIT.DAT - the BEFORE
      * image from WS-BEFORE-IMAGE and the AFTER image from
      * WS-CAND-EVENT, each only when there is one. The file is
      * created on first use, as ARCHIVER creates ARCHIVE.DAT.
      ******************************************************************
       WRITE-AUDIT-PARA-S.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           OPEN EXTEND EVENT-AUDIT-FILE
           IF WS-AUD-FILE-STATUS = "35"
               OPEN OUTPUT EVENT-AUDIT-FILE
           END-IF
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: RECURRING-EVENTS-AUDIT.DAT OPEN FAILED "
                       "- FILE STATUS " WS-AUD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-BEFORE-IMAGE NOT = SPACES
               MOVE SPACES TO EVENT-AUDIT-RECORD
               MOVE WS-RUN-STAMP    TO AUD-STAMP
               MOVE WS-RUN-USER     TO AUD-OPERATOR
               MOVE WS-AUDIT-ACTION TO AUD-ACTION
               MOVE "BEFORE"        TO AUD-IMAGE-TYPE
               MOVE WS-BEFORE-IMAGE TO AUD-IMAGE
               WRITE EVENT-AUDIT-RECORD
           END-IF
           IF WS-CAND-EVENT NOT = SPACES
               MOVE SPACES TO EVENT-AUDIT-RECORD
               MOVE WS-RUN-STAMP    TO AUD-STAMP
               MOVE WS-RUN-USER     TO AUD-OPERATOR
               MOVE WS-AUDIT-ACTION TO AUD-ACTION
               MOVE "AFTER"         TO AUD-IMAGE-TYPE
               MOVE WS-CAND-EVENT   TO AUD-IMAGE
               WRITE EVENT-AUDIT-RECORD
           END-IF
           CLOSE EVENT-AUDIT-FILE.

       WRITE-AUDIT-PARA-E. EXIT.

       COPY RPTABPR.

       END PROGRAM EVENT-MAINT.
