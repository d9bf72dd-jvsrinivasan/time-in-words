      ******************************************************************
      * Load the reminder profiles into WS-RP-ENTRY. A missing
      * REMINDER-PROFILES.DAT (file status 35) means this is the first
      * run on this system, so the standard ladders are seeded to disk
      * first and then read back in, the same first-run treatment
      * PHRASE-TABLE.DAT gets.
      ******************************************************************
       LOAD-REMINDER-PROFILES-PARA-S.

           OPEN INPUT REMINDER-PROFILE-FILE

           IF WS-RP-FILE-STATUS = "35"
               PERFORM SEED-REMINDER-PROFILES-PARA-S
                  THRU SEED-REMINDER-PROFILES-PARA-E
               OPEN INPUT REMINDER-PROFILE-FILE
           END-IF

           IF WS-RP-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: REMINDER-PROFILES.DAT OPEN FAILED - "
                       "FILE STATUS " WS-RP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET RP-TABLE-NOT-EOF TO TRUE
           PERFORM UNTIL RP-TABLE-EOF
               READ REMINDER-PROFILE-FILE
                   AT END
                       SET RP-TABLE-EOF TO TRUE
                   NOT AT END
                       IF WS-RP-COUNT < WS-RP-MAX-ENTRIES
                           PERFORM LOAD-PROFILE-ROW-PARA-S
                              THRU LOAD-PROFILE-ROW-PARA-E
                       ELSE
                           DISPLAY "WARNING: REMINDER-PROFILES.DAT HAS "
                               "MORE THAN " WS-RP-MAX-ENTRIES " ROWS - "
                               "IGNORING THE REST"
                           SET RP-TABLE-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REMINDER-PROFILE-FILE.

       LOAD-REMINDER-PROFILES-PARA-E. EXIT.

      ******************************************************************
      * One profile row. A row with no profile name, an offset that is
      * not 000-99 (the range the lead-to-words composition in
      * ANNOUNCE.cbl can speak), an offset the profile already has, or
      * an eleventh row for one profile is announced on the console
      * and dropped rather than stopping the run.
      ******************************************************************
       LOAD-PROFILE-ROW-PARA-S.

           SET RP-ROW-OK TO TRUE
           IF RP-PROFILE = SPACES
              OR RP-OFFSET NOT NUMERIC
               SET RP-ROW-BAD TO TRUE
           ELSE
               IF RP-OFFSET > 99
                   SET RP-ROW-BAD TO TRUE
               END-IF
           END-IF

           MOVE ZERO TO WS-RP-PROFILE-ROWS
           IF RP-ROW-OK
               PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                         UNTIL WS-RP-IDX > WS-RP-COUNT
                   IF WS-RP-PROFILE(WS-RP-IDX) = RP-PROFILE
                       ADD 1 TO WS-RP-PROFILE-ROWS
                       IF WS-RP-OFFSET(WS-RP-IDX) = RP-OFFSET
                           SET RP-ROW-BAD TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RP-PROFILE-ROWS NOT < WS-RL-MAX-ENTRIES
                   SET RP-ROW-BAD TO TRUE
               END-IF
           END-IF

           IF RP-ROW-BAD
               DISPLAY "WARNING: BAD, DUPLICATE OR SURPLUS ROW FOR "
                       "PROFILE " RP-PROFILE " ON REMINDER-PROFILES.DAT"
                       " IGNORED"
               GO TO LOAD-PROFILE-ROW-PARA-E
           END-IF

           ADD 1 TO WS-RP-COUNT
           MOVE RP-PROFILE TO WS-RP-PROFILE(WS-RP-COUNT)
           MOVE RP-OFFSET  TO WS-RP-OFFSET(WS-RP-COUNT)
           MOVE RP-WORDING TO WS-RP-WORDING(WS-RP-COUNT).

       LOAD-PROFILE-ROW-PARA-E. EXIT.

      ******************************************************************
      * Write out the two ladders facilities asked for the first time
      * a program runs on a system with no REMINDER-PROFILES.DAT yet.
      * Ops edit the file (or add further profiles) without a
      * recompile.
      ******************************************************************
       SEED-REMINDER-PROFILES-PARA-S.

           OPEN OUTPUT REMINDER-PROFILE-FILE
           MOVE SPACES TO REMINDER-PROFILE-RECORD

           MOVE "DRILL" TO RP-PROFILE
           MOVE 030 TO RP-OFFSET MOVE "IN THIRTY MINUTES"  TO RP-WORDING
               WRITE REMINDER-PROFILE-RECORD
           MOVE 015 TO RP-OFFSET MOVE "IN FIFTEEN MINUTES" TO RP-WORDING
               WRITE REMINDER-PROFILE-RECORD
           MOVE 005 TO RP-OFFSET MOVE "IN FIVE MINUTES"    TO RP-WORDING
               WRITE REMINDER-PROFILE-RECORD
           MOVE 000 TO RP-OFFSET MOVE "STARTING NOW"       TO RP-WORDING
               WRITE REMINDER-PROFILE-RECORD

           MOVE "CLOSE" TO RP-PROFILE
           MOVE 030 TO RP-OFFSET MOVE "IN THIRTY MINUTES"  TO RP-WORDING
               WRITE REMINDER-PROFILE-RECORD
           MOVE 015 TO RP-OFFSET MOVE "IN FIFTEEN MINUTES" TO RP-WORDING
               WRITE REMINDER-PROFILE-RECORD
           MOVE 005 TO RP-OFFSET MOVE "IN FIVE MINUTES"    TO RP-WORDING
               WRITE REMINDER-PROFILE-RECORD
           MOVE 000 TO RP-OFFSET MOVE "NOW"                TO RP-WORDING
               WRITE REMINDER-PROFILE-RECORD

           CLOSE REMINDER-PROFILE-FILE.

       SEED-REMINDER-PROFILES-PARA-E. EXIT.

      ******************************************************************
      * Build the reminder list for one event. A blank
      * WS-RP-LOOKUP-PROFILE is the old single-lead event: one reminder
      * at WS-RP-LOOKUP-LEAD with the standard wording. Otherwise
      * every row of the named profile goes on the list in descending
      * offset order; a profile with no rows on file leaves the list
      * empty and RP-PROFILE-NOT-FOUND set for the caller to reject.
      ******************************************************************
       RESOLVE-REMINDERS-PARA-S.

           MOVE ZERO TO WS-RL-COUNT
           SET RP-PROFILE-FOUND TO TRUE

           IF WS-RP-LOOKUP-PROFILE = SPACES
               MOVE 1 TO WS-RL-COUNT
               MOVE WS-RP-LOOKUP-LEAD TO WS-RL-OFFSET(1)
               MOVE SPACES TO WS-RL-WORDING(1)
               GO TO RESOLVE-REMINDERS-PARA-E
           END-IF

           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
                     UNTIL WS-RP-IDX > WS-RP-COUNT
               IF WS-RP-PROFILE(WS-RP-IDX) = WS-RP-LOOKUP-PROFILE
                   PERFORM ADD-REMINDER-PARA-S
                      THRU ADD-REMINDER-PARA-E
               END-IF
           END-PERFORM

           IF WS-RL-COUNT = ZERO
               SET RP-PROFILE-NOT-FOUND TO TRUE
           END-IF.

       RESOLVE-REMINDERS-PARA-E. EXIT.

      ******************************************************************
      * Slot profile row WS-RP-IDX into the reminder list behind every
      * reminder with a larger offset, moving the smaller ones down a
      * place. LOAD-PROFILE-ROW-PARA-S has already kept each profile
      * to WS-RL-MAX-ENTRIES rows with no two offsets alike.
      ******************************************************************
       ADD-REMINDER-PARA-S.

           MOVE 1 TO WS-RL-SLOT
           PERFORM VARYING WS-RL-IDX FROM 1 BY 1
                     UNTIL WS-RL-IDX > WS-RL-COUNT
               IF WS-RL-OFFSET(WS-RL-IDX) > WS-RP-OFFSET(WS-RP-IDX)
                   ADD 1 TO WS-RL-SLOT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-RL-IDX FROM WS-RL-COUNT BY -1
                     UNTIL WS-RL-IDX < WS-RL-SLOT
               MOVE WS-RL-ENTRY(WS-RL-IDX)
                 TO WS-RL-ENTRY(WS-RL-IDX + 1)
           END-PERFORM

           ADD 1 TO WS-RL-COUNT
           MOVE WS-RP-OFFSET(WS-RP-IDX)  TO WS-RL-OFFSET(WS-RL-SLOT)
           MOVE WS-RP-WORDING(WS-RP-IDX) TO WS-RL-WORDING(WS-RL-SLOT).

       ADD-REMINDER-PARA-E. EXIT.
