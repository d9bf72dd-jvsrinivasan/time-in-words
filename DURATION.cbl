      *          Intervals crossing midnight are handled; pairs where
      *          either time fails the main run's range rules go to a
      *          reject file with the same reason codes.
      *          The accepted intervals are also rolled up by DUR-LABEL
      *          into DURATION-SUMMARY.DAT - per label the interval
      *          count, total, longest, shortest and average as
      *          HH:MM:SS, with the total also spoken in words like the
      *          elapsed clause. DURATION-THRESHOLDS.DAT gives a label
      *          its allowed minimum and maximum interval and label
      *          total; an interval or total outside them (an outage
      *          past the SLA, a shift short of its contracted hours)
      *          goes to DURATION-EXCEPTION.DAT and the run ends with
      *          return code 4.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DURATION-REJECT-FILE ASSIGN TO 'DURATION-REJECT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DURATION-THRESHOLD-FILE
               ASSIGN TO 'DURATION-THRESHOLDS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DT-FILE-STATUS.
           SELECT DURATION-SUMMARY-FILE
               ASSIGN TO 'DURATION-SUMMARY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DURATION-EXCEPTION-FILE
               ASSIGN TO 'DURATION-EXCEPTION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY PTTABSL.

       DATA DIVISION.
       FD  DURATION-REJECT-FILE.
       01  DURATION-REJECT-RECORD   PIC X(80).

      ******************************************************************
      * One row per label that has limits. Each limit is optional - a
      * blank (or zero) field is not checked. The interval limits are
      * HHMMSS and apply to every start/stop pair under the label; the
      * total limits are HHHHMMSS, since a label's total for the file
      * can run well past a day, and apply to the label's summed time.
      ******************************************************************
       FD  DURATION-THRESHOLD-FILE.
       01  DURATION-THRESHOLD-RECORD.
           05 DT-LABEL              PIC X(20).
           05 FILLER                PIC X(01).
           05 DT-MIN-INTERVAL       PIC X(06).
           05 FILLER                PIC X(01).
           05 DT-MAX-INTERVAL       PIC X(06).
           05 FILLER                PIC X(01).
           05 DT-MIN-TOTAL          PIC X(08).
           05 FILLER                PIC X(01).
           05 DT-MAX-TOTAL          PIC X(08).

       FD  DURATION-SUMMARY-FILE.
       01  DURATION-SUMMARY-RECORD  PIC X(132).

       FD  DURATION-EXCEPTION-FILE.
       01  DURATION-EXCEPTION-RECORD PIC X(132).

      ******************************************************************
      * Data-driven phrase table file - see PTTABFD.CPY (shared with
      * the conversion programs).
       01  WS-END-SECS              PIC S9(6).
       01  WS-ELAPSED-SECS          PIC S9(6).
       01  WS-ELAPSED-REM           PIC 9(6).
       01  WS-ELAPSED-HOURS         PIC 9(06).
       01  WS-ELAPSED-MINUTES       PIC 99.
       01  WS-ELAPSED-SECONDS       PIC 99.

       01  WS-NUM-TENS              PIC 99.
       01  WS-NUM-ONES              PIC 99.
       01  WS-TENS-TEXT             PIC X(08).
       01  WS-DURATION-WORDS        PIC X(160).
       01  WS-PIECE-TEXT            PIC X(80).
       01  WS-PIECE-LEN             PIC 999.
       01  WS-DURATION-HOLD         PIC X(160).

      ******************************************************************
      * Hours past ninety nine - only a label total gets there - are
      * spoken in groups: "TWO HUNDRED AND FORTY", "ONE THOUSAND AND
      * SIX". Each group of up to three digits goes through
      * NUMBER-TO-WORDS-PARA-S a hundreds digit and a remainder at a
      * time, and the words are built up in WS-HOURS-WORDS.
      ******************************************************************
       01  WS-HOURS-WORDS           PIC X(80).
       01  WS-HOURS-HOLD            PIC X(80).
       01  WS-HOURS-LEN             PIC 999.
       01  WS-HOURS-THOUSANDS       PIC 9(03).
       01  WS-HOURS-UNITS           PIC 9(03).
       01  WS-GROUP-VALUE           PIC 9(03).
       01  WS-GROUP-HUNDREDS        PIC 9(01).
       01  WS-GROUP-REST            PIC 9(02).
       01  WS-WORD-TEXT             PIC X(20).
       01  WS-WORD-LEN              PIC 999.
       01  WS-JOIN-SW               PIC X VALUE 'S'.
           88 JOIN-WITH-SPACE       VALUE 'S'.
           88 JOIN-WITH-AND         VALUE 'A'.

       01  WS-TRIM-TEXT             PIC X(160).
       01  WS-TRIM-TEXT-REV         PIC X(160).
       01  WS-TRIM-COUNT            PIC 999.
       01  WS-TRIM-LEN              PIC 999.
       01  WS-START-PHRASE-LEN      PIC 999.
       01  WS-WRITTEN-COUNT         PIC 9(04) VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(04) VALUE ZERO.

      ******************************************************************
      * The limits off DURATION-THRESHOLDS.DAT, converted to seconds.
      * Zero means that limit is not checked.
      ******************************************************************
       01  WS-DT-FILE-STATUS        PIC X(02).
       01  WS-DT-MAX-ENTRIES        PIC 9(03) VALUE 50.
       01  WS-DT-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-THRESHOLD-TABLE.
           05 WS-DT-ENTRY OCCURS 50 TIMES.
               10 WS-DT-LABEL       PIC X(20).
               10 WS-DT-MIN-INT-SECS PIC 9(09).
               10 WS-DT-MAX-INT-SECS PIC 9(09).
               10 WS-DT-MIN-TOT-SECS PIC 9(09).
               10 WS-DT-MAX-TOT-SECS PIC 9(09).
       01  WS-DT-IDX                PIC 9(03).
       01  WS-DT-ROW-IDX            PIC 9(03).
       01  WS-DT-FOUND-IDX          PIC 9(03).
       01  WS-DT-ROW-SW             PIC X.
           88 DT-ROW-OK             VALUE 'Y'.
           88 DT-ROW-BAD            VALUE 'N'.
       01  WS-NEW-MIN-INT-SECS      PIC 9(09).
       01  WS-NEW-MAX-INT-SECS      PIC 9(09).
       01  WS-NEW-MIN-TOT-SECS      PIC 9(09).
       01  WS-NEW-MAX-TOT-SECS      PIC 9(09).
       01  WS-LIMIT-TEXT            PIC X(08).
       01  WS-LIMIT-R REDEFINES WS-LIMIT-TEXT.
           05 WS-LIMIT-HH           PIC 9(04).
           05 WS-LIMIT-MM           PIC 9(02).
           05 WS-LIMIT-SS           PIC 9(02).
       01  WS-LIMIT-SECS            PIC 9(09).

      ******************************************************************
      * The roll-up, one row per label, kept in label order as rows
      * are added so the summary comes out grouped and sorted however
      * DURATION-INPUT.DAT is ordered. Every label with limits on file
      * is given a row up front, so a label with no intervals at all
      * still reports - and still fails a minimum total.
      ******************************************************************
       01  WS-DS-MAX-ENTRIES        PIC 9(03) VALUE 50.
       01  WS-DS-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-SUMMARY-TABLE.
           05 WS-DS-ENTRY OCCURS 50 TIMES.
               10 WS-DS-LABEL       PIC X(20).
               10 WS-DS-INTERVALS   PIC 9(05).
               10 WS-DS-TOTAL-SECS  PIC 9(09).
               10 WS-DS-LONGEST-SECS PIC 9(05).
               10 WS-DS-SHORTEST-SECS PIC 9(05).
               10 WS-DS-EXCEPTIONS  PIC 9(04).
               10 WS-DS-LIMIT-IDX   PIC 9(03).
       01  WS-DS-IDX                PIC 9(03).
       01  WS-DS-SLOT               PIC 9(03).
       01  WS-DS-FOUND-IDX          PIC 9(03).
       01  WS-DS-LOOKUP-LABEL       PIC X(20).
       01  WS-DS-OVERFLOW-SW        PIC X VALUE 'N'.
           88 LABELS-OVERFLOWED     VALUE 'Y'.

       01  WS-INTERVAL-EXCEPTIONS   PIC 9(04) VALUE ZERO.
       01  WS-TOTAL-EXCEPTIONS      PIC 9(04) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-ROLLED-UP-COUNT       PIC 9(04) VALUE ZERO.
       01  WS-AVERAGE-SECS          PIC 9(05).
       01  WS-EXC-TYPE              PIC X(22).
       01  WS-EXC-ACTUAL-SECS       PIC 9(09).
       01  WS-EXC-LIMIT-SECS        PIC 9(09).
       01  WS-EXC-START             PIC X(06).
       01  WS-EXC-END               PIC X(06).

      ******************************************************************
      * Seconds shown as HH:MM:SS, the hours widened for label totals.
      ******************************************************************
       01  WS-FMT-SECS              PIC 9(09).
       01  WS-FMT-HOURS             PIC 9(06).
       01  WS-FMT-REM               PIC 9(04).
       01  WS-FMT-MINUTES           PIC 9(02).
       01  WS-FMT-SECONDS           PIC 9(02).
       01  WS-FMT-TEXT.
           05 WS-FMT-HH-ED          PIC ZZZZZ9.
           05 FILLER                PIC X(01) VALUE ":".
           05 WS-FMT-MM-ED          PIC 99.
           05 FILLER                PIC X(01) VALUE ":".
           05 WS-FMT-SS-ED          PIC 99.
       01  WS-COL-TOTAL             PIC X(12).
       01  WS-COL-LONGEST           PIC X(12).
       01  WS-COL-SHORTEST          PIC X(12).
       01  WS-COL-AVERAGE           PIC X(12).
       01  WS-COL-MIN-INT           PIC X(12).
       01  WS-COL-MAX-INT           PIC X(12).
       01  WS-COL-MIN-TOT           PIC X(12).
       01  WS-COL-MAX-TOT           PIC X(12).
       01  WS-COL-ACTUAL            PIC X(12).
       01  WS-LIMIT-SHOWN           PIC X(12).
       01  WS-COL-LIMIT             PIC X(12).
       01  WS-INTERVALS-ED          PIC ZZZZZZZZ9.
       01  WS-EXCEPTIONS-ED         PIC ZZZZZZZZZ9.
       01  WS-REPORT-LINE           PIC X(132).
       01  WS-RUN-DATE              PIC X(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-PHRASE-TABLE-PARA-S
              THRU LOAD-PHRASE-TABLE-PARA-E
           PERFORM LOAD-THRESHOLDS-PARA-S
              THRU LOAD-THRESHOLDS-PARA-E

           OPEN INPUT DURATION-INPUT-FILE
           OPEN OUTPUT DURATION-OUTPUT-FILE
           OPEN OUTPUT DURATION-REJECT-FILE
           OPEN OUTPUT DURATION-EXCEPTION-FILE
           PERFORM WRITE-EXCEPTION-HEADER-PARA-S
              THRU WRITE-EXCEPTION-HEADER-PARA-E

           PERFORM UNTIL END-OF-FILE
               READ DURATION-INPUT-FILE
               END-READ
           END-PERFORM

           OPEN OUTPUT DURATION-SUMMARY-FILE
           PERFORM WRITE-SUMMARY-PARA-S THRU WRITE-SUMMARY-PARA-E
           CLOSE DURATION-SUMMARY-FILE
           PERFORM WRITE-EXCEPTION-TRAILER-PARA-S
              THRU WRITE-EXCEPTION-TRAILER-PARA-E

           DISPLAY "DURATION: READ " WS-READ-COUNT
                   " WRITTEN " WS-WRITTEN-COUNT
                   " REJECTED " WS-REJECT-COUNT
           DISPLAY "DURATION: LABELS " WS-DS-COUNT
                   " INTERVAL EXCEPTIONS " WS-INTERVAL-EXCEPTIONS
                   " TOTAL EXCEPTIONS " WS-TOTAL-EXCEPTIONS

           CLOSE DURATION-INPUT-FILE
           CLOSE DURATION-OUTPUT-FILE
           CLOSE DURATION-REJECT-FILE
           CLOSE DURATION-EXCEPTION-FILE

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * Load DURATION-THRESHOLDS.DAT. With no file the roll-up is still
      * written, with nothing to check it against. Every label with
      * limits is then given its summary row.
      ******************************************************************
       LOAD-THRESHOLDS-PARA-S.

           OPEN INPUT DURATION-THRESHOLD-FILE
           IF WS-DT-FILE-STATUS = "35"
               DISPLAY "WARNING: DURATION-THRESHOLDS.DAT NOT FOUND - "
                       "NO LIMITS CHECKED"
               GO TO LOAD-THRESHOLDS-PARA-E
           END-IF
           IF WS-DT-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: DURATION-THRESHOLDS.DAT OPEN FAILED - "
                       "FILE STATUS " WS-DT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ DURATION-THRESHOLD-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-DT-COUNT < WS-DT-MAX-ENTRIES
                           PERFORM LOAD-THRESHOLD-ROW-PARA-S
                              THRU LOAD-THRESHOLD-ROW-PARA-E
                       ELSE
                           DISPLAY "WARNING: DURATION-THRESHOLDS.DAT "
                               "HAS MORE THAN " WS-DT-MAX-ENTRIES
                               " ROWS - IGNORING THE REST"
                           SET END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DURATION-THRESHOLD-FILE
           SET NOT-END-OF-FILE TO TRUE

           PERFORM VARYING WS-DT-ROW-IDX FROM 1 BY 1
                     UNTIL WS-DT-ROW-IDX > WS-DT-COUNT
               MOVE WS-DT-LABEL(WS-DT-ROW-IDX) TO WS-DS-LOOKUP-LABEL
               PERFORM FIND-LABEL-PARA-S THRU FIND-LABEL-PARA-E
           END-PERFORM.

       LOAD-THRESHOLDS-PARA-E. EXIT.

      ******************************************************************
      * One threshold row. A row with no label, a limit that is not
      * digits or has minutes or seconds past 59, a minimum above its
      * maximum, or a label already on file is announced on the
      * console and dropped rather than stopping the run.
      ******************************************************************
       LOAD-THRESHOLD-ROW-PARA-S.

           SET DT-ROW-OK TO TRUE
           IF DT-LABEL = SPACES
               SET DT-ROW-BAD TO TRUE
           END-IF

           MOVE ZERO TO WS-LIMIT-SECS
           IF DT-MIN-INTERVAL NOT = SPACES
               MOVE "00" TO WS-LIMIT-TEXT(1:2)
               MOVE DT-MIN-INTERVAL TO WS-LIMIT-TEXT(3:6)
               PERFORM CONVERT-LIMIT-PARA-S THRU CONVERT-LIMIT-PARA-E
           END-IF
           MOVE WS-LIMIT-SECS TO WS-NEW-MIN-INT-SECS

           MOVE ZERO TO WS-LIMIT-SECS
           IF DT-MAX-INTERVAL NOT = SPACES
               MOVE "00" TO WS-LIMIT-TEXT(1:2)
               MOVE DT-MAX-INTERVAL TO WS-LIMIT-TEXT(3:6)
               PERFORM CONVERT-LIMIT-PARA-S THRU CONVERT-LIMIT-PARA-E
           END-IF
           MOVE WS-LIMIT-SECS TO WS-NEW-MAX-INT-SECS

           MOVE ZERO TO WS-LIMIT-SECS
           IF DT-MIN-TOTAL NOT = SPACES
               MOVE DT-MIN-TOTAL TO WS-LIMIT-TEXT
               PERFORM CONVERT-LIMIT-PARA-S THRU CONVERT-LIMIT-PARA-E
           END-IF
           MOVE WS-LIMIT-SECS TO WS-NEW-MIN-TOT-SECS

           MOVE ZERO TO WS-LIMIT-SECS
           IF DT-MAX-TOTAL NOT = SPACES
               MOVE DT-MAX-TOTAL TO WS-LIMIT-TEXT
               PERFORM CONVERT-LIMIT-PARA-S THRU CONVERT-LIMIT-PARA-E
           END-IF
           MOVE WS-LIMIT-SECS TO WS-NEW-MAX-TOT-SECS

           IF WS-NEW-MAX-INT-SECS > ZERO
              AND WS-NEW-MIN-INT-SECS > WS-NEW-MAX-INT-SECS
               SET DT-ROW-BAD TO TRUE
           END-IF
           IF WS-NEW-MAX-TOT-SECS > ZERO
              AND WS-NEW-MIN-TOT-SECS > WS-NEW-MAX-TOT-SECS
               SET DT-ROW-BAD TO TRUE
           END-IF

           MOVE DT-LABEL TO WS-DS-LOOKUP-LABEL
           PERFORM FIND-THRESHOLD-PARA-S THRU FIND-THRESHOLD-PARA-E
           IF WS-DT-FOUND-IDX NOT = ZERO
               SET DT-ROW-BAD TO TRUE
           END-IF

           IF DT-ROW-BAD
               DISPLAY "WARNING: BAD OR DUPLICATE ROW FOR LABEL "
                       DT-LABEL " ON DURATION-THRESHOLDS.DAT IGNORED"
               GO TO LOAD-THRESHOLD-ROW-PARA-E
           END-IF

           ADD 1 TO WS-DT-COUNT
           MOVE DT-LABEL            TO WS-DT-LABEL(WS-DT-COUNT)
           MOVE WS-NEW-MIN-INT-SECS TO WS-DT-MIN-INT-SECS(WS-DT-COUNT)
           MOVE WS-NEW-MAX-INT-SECS TO WS-DT-MAX-INT-SECS(WS-DT-COUNT)
           MOVE WS-NEW-MIN-TOT-SECS TO WS-DT-MIN-TOT-SECS(WS-DT-COUNT)
           MOVE WS-NEW-MAX-TOT-SECS TO WS-DT-MAX-TOT-SECS(WS-DT-COUNT).

       LOAD-THRESHOLD-ROW-PARA-E. EXIT.

      ******************************************************************
      * HHHHMMSS in WS-LIMIT-TEXT to seconds in WS-LIMIT-SECS.
      ******************************************************************
       CONVERT-LIMIT-PARA-S.

           MOVE ZERO TO WS-LIMIT-SECS
           IF WS-LIMIT-TEXT NOT NUMERIC
               SET DT-ROW-BAD TO TRUE
               GO TO CONVERT-LIMIT-PARA-E
           END-IF
           IF WS-LIMIT-MM > 59 OR WS-LIMIT-SS > 59
               SET DT-ROW-BAD TO TRUE
               GO TO CONVERT-LIMIT-PARA-E
           END-IF
           COMPUTE WS-LIMIT-SECS = WS-LIMIT-HH * 3600 +
                                   WS-LIMIT-MM * 60 +
                                   WS-LIMIT-SS.

       CONVERT-LIMIT-PARA-E. EXIT.

       FIND-THRESHOLD-PARA-S.

           MOVE ZERO TO WS-DT-FOUND-IDX
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                     UNTIL WS-DT-IDX > WS-DT-COUNT
               IF WS-DT-LABEL(WS-DT-IDX) = WS-DS-LOOKUP-LABEL
                   MOVE WS-DT-IDX TO WS-DT-FOUND-IDX
                   MOVE WS-DT-COUNT TO WS-DT-IDX
               END-IF
           END-PERFORM.

       FIND-THRESHOLD-PARA-E. EXIT.

      ******************************************************************
      * Speak one start/stop pair: validate both sides, word both
      * endpoint phrases, work out the elapsed time (adding a day when

           MOVE WS-OUTPUT-LINE TO DURATION-OUTPUT-RECORD
           WRITE DURATION-OUTPUT-RECORD
           ADD 1 TO WS-WRITTEN-COUNT

           PERFORM ROLL-UP-INTERVAL-PARA-S
              THRU ROLL-UP-INTERVAL-PARA-E.

       PROCESS-PAIR-PARA-E. EXIT.

           MOVE SPACES TO WS-DURATION-WORDS

           IF WS-ELAPSED-HOURS > 0
               PERFORM BUILD-HOURS-PIECE-PARA-S
                  THRU BUILD-HOURS-PIECE-PARA-E
               PERFORM APPEND-PIECE-PARA-S THRU APPEND-PIECE-PARA-E
               IF WS-ELAPSED-HOURS = 1
                   PERFORM APPEND-WORD-HOUR-PARA-S

       BUILD-PIECE-PARA-E. EXIT.

      ******************************************************************
      * The hours in WS-ELAPSED-HOURS in words into WS-PIECE-TEXT -
      * under a hundred exactly as NUMBER-TO-WORDS-PARA-S gives them,
      * above that in thousands and hundreds groups.
      ******************************************************************
       BUILD-HOURS-PIECE-PARA-S.

           MOVE SPACES TO WS-HOURS-WORDS
           DIVIDE WS-ELAPSED-HOURS BY 1000
               GIVING WS-HOURS-THOUSANDS REMAINDER WS-HOURS-UNITS

           IF WS-HOURS-THOUSANDS > 0
               MOVE WS-HOURS-THOUSANDS TO WS-GROUP-VALUE
               PERFORM GROUP-TO-WORDS-PARA-S
                  THRU GROUP-TO-WORDS-PARA-E
               MOVE "THOUSAND" TO WS-WORD-TEXT
               SET JOIN-WITH-SPACE TO TRUE
               PERFORM APPEND-HOURS-WORD-PARA-S
                  THRU APPEND-HOURS-WORD-PARA-E
           END-IF

           IF WS-HOURS-UNITS > 0
               MOVE WS-HOURS-UNITS TO WS-GROUP-VALUE
               PERFORM GROUP-TO-WORDS-PARA-S
                  THRU GROUP-TO-WORDS-PARA-E
           END-IF

           MOVE WS-HOURS-WORDS TO WS-PIECE-TEXT.

       BUILD-HOURS-PIECE-PARA-E. EXIT.

      ******************************************************************
      * One group of 1-999 onto WS-HOURS-WORDS: "<n> HUNDRED", then
      * "AND <n>" for the remainder - or the remainder alone.
      ******************************************************************
       GROUP-TO-WORDS-PARA-S.

           DIVIDE WS-GROUP-VALUE BY 100
               GIVING WS-GROUP-HUNDREDS REMAINDER WS-GROUP-REST

           IF WS-GROUP-HUNDREDS > 0
               MOVE WS-GROUP-HUNDREDS TO WS-NUM-VALUE
               PERFORM NUMBER-TO-WORDS-PARA-S
                  THRU NUMBER-TO-WORDS-PARA-E
               MOVE WS-NUM-TEXT TO WS-WORD-TEXT
               SET JOIN-WITH-SPACE TO TRUE
               PERFORM APPEND-HOURS-WORD-PARA-S
                  THRU APPEND-HOURS-WORD-PARA-E
               MOVE "HUNDRED" TO WS-WORD-TEXT
               PERFORM APPEND-HOURS-WORD-PARA-S
                  THRU APPEND-HOURS-WORD-PARA-E
           END-IF

           IF WS-GROUP-REST > 0
               MOVE WS-GROUP-REST TO WS-NUM-VALUE
               PERFORM NUMBER-TO-WORDS-PARA-S
                  THRU NUMBER-TO-WORDS-PARA-E
               MOVE WS-NUM-TEXT TO WS-WORD-TEXT
               SET JOIN-WITH-AND TO TRUE
               PERFORM APPEND-HOURS-WORD-PARA-S
                  THRU APPEND-HOURS-WORD-PARA-E
           END-IF.

       GROUP-TO-WORDS-PARA-E. EXIT.

      ******************************************************************
      * Append WS-WORD-TEXT onto WS-HOURS-WORDS, joined by a space or
      * by " AND " as the caller set - nothing when it is the first.
      ******************************************************************
       APPEND-HOURS-WORD-PARA-S.

           MOVE SPACES TO WS-TRIM-TEXT
           MOVE WS-WORD-TEXT TO WS-TRIM-TEXT
           PERFORM TRIM-TEXT-PARA-S THRU TRIM-TEXT-PARA-E
           MOVE WS-TRIM-LEN TO WS-WORD-LEN

           IF WS-HOURS-WORDS = SPACES
               MOVE WS-WORD-TEXT(1:WS-WORD-LEN) TO WS-HOURS-WORDS
               GO TO APPEND-HOURS-WORD-PARA-E
           END-IF

           MOVE SPACES TO WS-TRIM-TEXT
           MOVE WS-HOURS-WORDS TO WS-TRIM-TEXT
           PERFORM TRIM-TEXT-PARA-S THRU TRIM-TEXT-PARA-E
           MOVE WS-TRIM-LEN TO WS-HOURS-LEN
           MOVE WS-HOURS-WORDS TO WS-HOURS-HOLD
           MOVE SPACES TO WS-HOURS-WORDS
           IF JOIN-WITH-AND
               STRING WS-HOURS-HOLD(1:WS-HOURS-LEN) DELIMITED BY SIZE
                      " AND " DELIMITED BY SIZE
                      WS-WORD-TEXT(1:WS-WORD-LEN) DELIMITED BY SIZE
                      INTO WS-HOURS-WORDS
           ELSE
               STRING WS-HOURS-HOLD(1:WS-HOURS-LEN) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-WORD-TEXT(1:WS-WORD-LEN) DELIMITED BY SIZE
                      INTO WS-HOURS-WORDS
           END-IF.

       APPEND-HOURS-WORD-PARA-E. EXIT.

      ******************************************************************
      * Append WS-PIECE-TEXT onto WS-DURATION-WORDS, with " AND "
      * between pieces when something is already there.

       BUILD-OUTPUT-LINE-PARA-E. EXIT.

      ******************************************************************
      * Add the interval just spoken to its label's row and hold it
      * against the label's interval limits. A label that cannot be
      * given a row (the table is full) is spoken as usual but left
      * out of the roll-up.
      ******************************************************************
       ROLL-UP-INTERVAL-PARA-S.

           MOVE DUR-LABEL TO WS-DS-LOOKUP-LABEL
           PERFORM FIND-LABEL-PARA-S THRU FIND-LABEL-PARA-E
           IF WS-DS-FOUND-IDX = ZERO
               GO TO ROLL-UP-INTERVAL-PARA-E
           END-IF
           MOVE WS-DS-FOUND-IDX TO WS-DS-IDX
           ADD 1 TO WS-ROLLED-UP-COUNT

           ADD 1 TO WS-DS-INTERVALS(WS-DS-IDX)
           ADD WS-ELAPSED-SECS TO WS-DS-TOTAL-SECS(WS-DS-IDX)
           IF WS-DS-INTERVALS(WS-DS-IDX) = 1
              OR WS-ELAPSED-SECS > WS-DS-LONGEST-SECS(WS-DS-IDX)
               MOVE WS-ELAPSED-SECS TO WS-DS-LONGEST-SECS(WS-DS-IDX)
           END-IF
           IF WS-DS-INTERVALS(WS-DS-IDX) = 1
              OR WS-ELAPSED-SECS < WS-DS-SHORTEST-SECS(WS-DS-IDX)
               MOVE WS-ELAPSED-SECS TO WS-DS-SHORTEST-SECS(WS-DS-IDX)
           END-IF

           IF WS-DS-LIMIT-IDX(WS-DS-IDX) = ZERO
               GO TO ROLL-UP-INTERVAL-PARA-E
           END-IF
           MOVE WS-DS-LIMIT-IDX(WS-DS-IDX) TO WS-DT-IDX
           MOVE DUR-START TO WS-EXC-START
           MOVE DUR-END   TO WS-EXC-END
           MOVE WS-ELAPSED-SECS TO WS-EXC-ACTUAL-SECS

           IF WS-DT-MAX-INT-SECS(WS-DT-IDX) > ZERO
              AND WS-ELAPSED-SECS > WS-DT-MAX-INT-SECS(WS-DT-IDX)
               MOVE "INTERVAL OVER MAXIMUM" TO WS-EXC-TYPE
               MOVE WS-DT-MAX-INT-SECS(WS-DT-IDX) TO WS-EXC-LIMIT-SECS
               PERFORM WRITE-EXCEPTION-PARA-S
                  THRU WRITE-EXCEPTION-PARA-E
               ADD 1 TO WS-INTERVAL-EXCEPTIONS
           END-IF
           IF WS-DT-MIN-INT-SECS(WS-DT-IDX) > ZERO
              AND WS-ELAPSED-SECS < WS-DT-MIN-INT-SECS(WS-DT-IDX)
               MOVE "INTERVAL UNDER MINIMUM" TO WS-EXC-TYPE
               MOVE WS-DT-MIN-INT-SECS(WS-DT-IDX) TO WS-EXC-LIMIT-SECS
               PERFORM WRITE-EXCEPTION-PARA-S
                  THRU WRITE-EXCEPTION-PARA-E
               ADD 1 TO WS-INTERVAL-EXCEPTIONS
           END-IF.

       ROLL-UP-INTERVAL-PARA-E. EXIT.

      ******************************************************************
      * Find WS-DS-LOOKUP-LABEL's row, giving it one in label order -
      * behind every label that sorts before it, the later ones moved
      * down a place - when it has none yet, linked to its limits.
      * WS-DS-FOUND-IDX is left zero only when the table is full.
      ******************************************************************
       FIND-LABEL-PARA-S.

           MOVE ZERO TO WS-DS-FOUND-IDX
           MOVE 1 TO WS-DS-SLOT
           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                     UNTIL WS-DS-IDX > WS-DS-COUNT
               IF WS-DS-LABEL(WS-DS-IDX) = WS-DS-LOOKUP-LABEL
                   MOVE WS-DS-IDX TO WS-DS-FOUND-IDX
               END-IF
               IF WS-DS-LABEL(WS-DS-IDX) < WS-DS-LOOKUP-LABEL
                   ADD 1 TO WS-DS-SLOT
               END-IF
           END-PERFORM
           IF WS-DS-FOUND-IDX NOT = ZERO
               GO TO FIND-LABEL-PARA-E
           END-IF

           IF WS-DS-COUNT NOT < WS-DS-MAX-ENTRIES
               IF NOT LABELS-OVERFLOWED
                   DISPLAY "WARNING: MORE THAN " WS-DS-MAX-ENTRIES
                           " LABELS - " WS-DS-LOOKUP-LABEL
                           " AND ANY LATER NEW LABEL LEFT OUT OF "
                           "THE SUMMARY"
                   SET LABELS-OVERFLOWED TO TRUE
               END-IF
               GO TO FIND-LABEL-PARA-E
           END-IF

           PERFORM VARYING WS-DS-IDX FROM WS-DS-COUNT BY -1
                     UNTIL WS-DS-IDX < WS-DS-SLOT
               MOVE WS-DS-ENTRY(WS-DS-IDX)
                 TO WS-DS-ENTRY(WS-DS-IDX + 1)
           END-PERFORM

           ADD 1 TO WS-DS-COUNT
           MOVE WS-DS-SLOT TO WS-DS-FOUND-IDX
           MOVE WS-DS-LOOKUP-LABEL TO WS-DS-LABEL(WS-DS-SLOT)
           MOVE ZERO TO WS-DS-INTERVALS(WS-DS-SLOT)
           MOVE ZERO TO WS-DS-TOTAL-SECS(WS-DS-SLOT)
           MOVE ZERO TO WS-DS-LONGEST-SECS(WS-DS-SLOT)
           MOVE ZERO TO WS-DS-SHORTEST-SECS(WS-DS-SLOT)
           MOVE ZERO TO WS-DS-EXCEPTIONS(WS-DS-SLOT)
           PERFORM FIND-THRESHOLD-PARA-S THRU FIND-THRESHOLD-PARA-E
           MOVE WS-DT-FOUND-IDX TO WS-DS-LIMIT-IDX(WS-DS-SLOT).

       FIND-LABEL-PARA-E. EXIT.

      ******************************************************************
      * The summary: one block per label in label order - the figures
      * line, the total spoken in words, and the limits it was held
      * to - each label's total checked against its limits on the way.
      ******************************************************************
       WRITE-SUMMARY-PARA-S.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DURATION SUMMARY  PRINTED: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "  INTERVALS: " DELIMITED BY SIZE
                  WS-ROLLED-UP-COUNT DELIMITED BY SIZE
                  "  REJECTED: " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE-PARA-S
              THRU WRITE-SUMMARY-LINE-PARA-E
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE-PARA-S
              THRU WRITE-SUMMARY-LINE-PARA-E

           COMPUTE WS-EXCEPTION-COUNT = WS-INTERVAL-EXCEPTIONS
           IF WS-DS-COUNT = ZERO
               MOVE "NO INTERVALS ON DURATION-INPUT.DAT"
                 TO WS-REPORT-LINE
               PERFORM WRITE-SUMMARY-LINE-PARA-S
                  THRU WRITE-SUMMARY-LINE-PARA-E
               GO TO WRITE-SUMMARY-PARA-E
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING "LABEL                INTERVALS        TOTAL"
                      DELIMITED BY SIZE
                  "      LONGEST     SHORTEST      AVERAGE  EXCEPTIONS"
                      DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE-PARA-S
              THRU WRITE-SUMMARY-LINE-PARA-E

           PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                     UNTIL WS-DS-IDX > WS-DS-COUNT
               PERFORM REPORT-ONE-LABEL-PARA-S
                  THRU REPORT-ONE-LABEL-PARA-E
           END-PERFORM

           COMPUTE WS-EXCEPTION-COUNT =
                   WS-INTERVAL-EXCEPTIONS + WS-TOTAL-EXCEPTIONS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LABELS: " DELIMITED BY SIZE
                  WS-DS-COUNT DELIMITED BY SIZE
                  "  INTERVAL EXCEPTIONS: " DELIMITED BY SIZE
                  WS-INTERVAL-EXCEPTIONS DELIMITED BY SIZE
                  "  TOTAL EXCEPTIONS: " DELIMITED BY SIZE
                  WS-TOTAL-EXCEPTIONS DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE-PARA-S
              THRU WRITE-SUMMARY-LINE-PARA-E.

       WRITE-SUMMARY-PARA-E. EXIT.

       REPORT-ONE-LABEL-PARA-S.

           MOVE WS-DS-TOTAL-SECS(WS-DS-IDX) TO WS-FMT-SECS
           PERFORM FORMAT-HMS-PARA-S THRU FORMAT-HMS-PARA-E
           MOVE WS-FMT-TEXT TO WS-COL-TOTAL
           MOVE SPACES TO WS-COL-LONGEST WS-COL-SHORTEST WS-COL-AVERAGE
           IF WS-DS-INTERVALS(WS-DS-IDX) > ZERO
               MOVE WS-DS-LONGEST-SECS(WS-DS-IDX) TO WS-FMT-SECS
               PERFORM FORMAT-HMS-PARA-S THRU FORMAT-HMS-PARA-E
               MOVE WS-FMT-TEXT TO WS-COL-LONGEST
               MOVE WS-DS-SHORTEST-SECS(WS-DS-IDX) TO WS-FMT-SECS
               PERFORM FORMAT-HMS-PARA-S THRU FORMAT-HMS-PARA-E
               MOVE WS-FMT-TEXT TO WS-COL-SHORTEST
               COMPUTE WS-AVERAGE-SECS ROUNDED =
                       WS-DS-TOTAL-SECS(WS-DS-IDX) /
                       WS-DS-INTERVALS(WS-DS-IDX)
               MOVE WS-AVERAGE-SECS TO WS-FMT-SECS
               PERFORM FORMAT-HMS-PARA-S THRU FORMAT-HMS-PARA-E
               MOVE WS-FMT-TEXT TO WS-COL-AVERAGE
           END-IF

           IF WS-DS-LIMIT-IDX(WS-DS-IDX) NOT = ZERO
               PERFORM CHECK-TOTAL-LIMITS-PARA-S
                  THRU CHECK-TOTAL-LIMITS-PARA-E
           END-IF

           MOVE WS-DS-INTERVALS(WS-DS-IDX) TO WS-INTERVALS-ED
           MOVE WS-DS-EXCEPTIONS(WS-DS-IDX) TO WS-EXCEPTIONS-ED
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-DS-LABEL(WS-DS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INTERVALS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COL-TOTAL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COL-LONGEST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COL-SHORTEST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COL-AVERAGE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EXCEPTIONS-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE-PARA-S
              THRU WRITE-SUMMARY-LINE-PARA-E

           MOVE WS-DS-TOTAL-SECS(WS-DS-IDX) TO WS-FMT-SECS
           PERFORM SPEAK-SECONDS-PARA-S THRU SPEAK-SECONDS-PARA-E
           MOVE WS-DURATION-WORDS TO WS-DURATION-HOLD
           PERFORM MEASURE-DURATION-PARA-S
              THRU MEASURE-DURATION-PARA-E
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    TOTAL: " DELIMITED BY SIZE
                  WS-DURATION-WORDS(1:WS-DURATION-LEN)
                      DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE-PARA-S
              THRU WRITE-SUMMARY-LINE-PARA-E

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-DS-LIMIT-IDX(WS-DS-IDX) = ZERO
               MOVE "    LIMITS: NONE ON DURATION-THRESHOLDS.DAT"
                 TO WS-REPORT-LINE
           ELSE
               MOVE WS-DS-LIMIT-IDX(WS-DS-IDX) TO WS-DT-IDX
               MOVE WS-DT-MIN-INT-SECS(WS-DT-IDX) TO WS-FMT-SECS
               PERFORM FORMAT-LIMIT-PARA-S THRU FORMAT-LIMIT-PARA-E
               MOVE WS-LIMIT-SHOWN TO WS-COL-MIN-INT
               MOVE WS-DT-MAX-INT-SECS(WS-DT-IDX) TO WS-FMT-SECS
               PERFORM FORMAT-LIMIT-PARA-S THRU FORMAT-LIMIT-PARA-E
               MOVE WS-LIMIT-SHOWN TO WS-COL-MAX-INT
               MOVE WS-DT-MIN-TOT-SECS(WS-DT-IDX) TO WS-FMT-SECS
               PERFORM FORMAT-LIMIT-PARA-S THRU FORMAT-LIMIT-PARA-E
               MOVE WS-LIMIT-SHOWN TO WS-COL-MIN-TOT
               MOVE WS-DT-MAX-TOT-SECS(WS-DT-IDX) TO WS-FMT-SECS
               PERFORM FORMAT-LIMIT-PARA-S THRU FORMAT-LIMIT-PARA-E
               MOVE WS-LIMIT-SHOWN TO WS-COL-MAX-TOT
               STRING "    LIMITS: INTERVAL MIN" DELIMITED BY SIZE
                      WS-COL-MIN-INT DELIMITED BY SIZE
                      "  MAX" DELIMITED BY SIZE
                      WS-COL-MAX-INT DELIMITED BY SIZE
                      "   TOTAL MIN" DELIMITED BY SIZE
                      WS-COL-MIN-TOT DELIMITED BY SIZE
                      "  MAX" DELIMITED BY SIZE
                      WS-COL-MAX-TOT DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-SUMMARY-LINE-PARA-S
              THRU WRITE-SUMMARY-LINE-PARA-E
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-SUMMARY-LINE-PARA-S
              THRU WRITE-SUMMARY-LINE-PARA-E.

       REPORT-ONE-LABEL-PARA-E. EXIT.

      ******************************************************************
      * Hold label WS-DS-IDX's total against its total limits. A label
      * on the threshold file with no intervals at all totals zero, so
      * a minimum total catches a shift that was never worked.
      ******************************************************************
       CHECK-TOTAL-LIMITS-PARA-S.

           MOVE WS-DS-LIMIT-IDX(WS-DS-IDX) TO WS-DT-IDX
           MOVE "TOTAL " TO WS-EXC-START
           MOVE SPACES TO WS-EXC-END
           MOVE WS-DS-TOTAL-SECS(WS-DS-IDX) TO WS-EXC-ACTUAL-SECS

           IF WS-DT-MAX-TOT-SECS(WS-DT-IDX) > ZERO
              AND WS-EXC-ACTUAL-SECS > WS-DT-MAX-TOT-SECS(WS-DT-IDX)
               MOVE "TOTAL OVER MAXIMUM" TO WS-EXC-TYPE
               MOVE WS-DT-MAX-TOT-SECS(WS-DT-IDX) TO WS-EXC-LIMIT-SECS
               MOVE WS-DS-LABEL(WS-DS-IDX) TO WS-DS-LOOKUP-LABEL
               PERFORM WRITE-EXCEPTION-PARA-S
                  THRU WRITE-EXCEPTION-PARA-E
               ADD 1 TO WS-TOTAL-EXCEPTIONS
           END-IF
           IF WS-DT-MIN-TOT-SECS(WS-DT-IDX) > ZERO
              AND WS-EXC-ACTUAL-SECS < WS-DT-MIN-TOT-SECS(WS-DT-IDX)
               MOVE "TOTAL UNDER MINIMUM" TO WS-EXC-TYPE
               MOVE WS-DT-MIN-TOT-SECS(WS-DT-IDX) TO WS-EXC-LIMIT-SECS
               MOVE WS-DS-LABEL(WS-DS-IDX) TO WS-DS-LOOKUP-LABEL
               PERFORM WRITE-EXCEPTION-PARA-S
                  THRU WRITE-EXCEPTION-PARA-E
               ADD 1 TO WS-TOTAL-EXCEPTIONS
           END-IF.

       CHECK-TOTAL-LIMITS-PARA-E. EXIT.

       WRITE-EXCEPTION-HEADER-PARA-S.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DURATION EXCEPTIONS  PRINTED: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-EXCEPTION-LINE-PARA-S
              THRU WRITE-EXCEPTION-LINE-PARA-E
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-EXCEPTION-LINE-PARA-S
              THRU WRITE-EXCEPTION-LINE-PARA-E
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LABEL                START  END         "
                      DELIMITED BY SIZE
                  " ACTUAL  EXCEPTION                    LIMIT"
                      DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-EXCEPTION-LINE-PARA-S
              THRU WRITE-EXCEPTION-LINE-PARA-E.

       WRITE-EXCEPTION-HEADER-PARA-E. EXIT.

      ******************************************************************
      * One exception line: the label (WS-DS-LOOKUP-LABEL), the pair's
      * start and end (or TOTAL for a label total), the actual time,
      * which limit it broke and the limit itself. The label's row
      * is charged with it.
      ******************************************************************
       WRITE-EXCEPTION-PARA-S.

           MOVE WS-EXC-ACTUAL-SECS TO WS-FMT-SECS
           PERFORM FORMAT-HMS-PARA-S THRU FORMAT-HMS-PARA-E
           MOVE WS-FMT-TEXT TO WS-COL-ACTUAL
           MOVE WS-EXC-LIMIT-SECS TO WS-FMT-SECS
           PERFORM FORMAT-HMS-PARA-S THRU FORMAT-HMS-PARA-E
           MOVE WS-FMT-TEXT TO WS-COL-LIMIT

           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-DS-LOOKUP-LABEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EXC-START DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EXC-END DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COL-ACTUAL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-EXC-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COL-LIMIT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE
           PERFORM WRITE-EXCEPTION-LINE-PARA-S
              THRU WRITE-EXCEPTION-LINE-PARA-E
           ADD 1 TO WS-DS-EXCEPTIONS(WS-DS-IDX).

       WRITE-EXCEPTION-PARA-E. EXIT.

       WRITE-EXCEPTION-TRAILER-PARA-S.

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-EXCEPTION-LINE-PARA-S
              THRU WRITE-EXCEPTION-LINE-PARA-E
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-EXCEPTION-COUNT = ZERO
               STRING "NO EXCEPTIONS - EVERY INTERVAL AND TOTAL "
                          DELIMITED BY SIZE
                      "WITHIN ITS LIMITS" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           ELSE
               STRING "EXCEPTIONS: " DELIMITED BY SIZE
                      WS-EXCEPTION-COUNT DELIMITED BY SIZE
                      INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-EXCEPTION-LINE-PARA-S
              THRU WRITE-EXCEPTION-LINE-PARA-E.

       WRITE-EXCEPTION-TRAILER-PARA-E. EXIT.

      ******************************************************************
      * Seconds in WS-FMT-SECS to HH:MM:SS in WS-FMT-TEXT;
      * FORMAT-LIMIT-PARA-S gives a limit in WS-LIMIT-SHOWN, a zero
      * (unchecked) one as NONE.
      ******************************************************************
       FORMAT-HMS-PARA-S.

           DIVIDE WS-FMT-SECS BY 3600
               GIVING WS-FMT-HOURS REMAINDER WS-FMT-REM
           DIVIDE WS-FMT-REM BY 60
               GIVING WS-FMT-MINUTES REMAINDER WS-FMT-SECONDS
           MOVE WS-FMT-HOURS   TO WS-FMT-HH-ED
           MOVE WS-FMT-MINUTES TO WS-FMT-MM-ED
           MOVE WS-FMT-SECONDS TO WS-FMT-SS-ED.

       FORMAT-HMS-PARA-E. EXIT.

       FORMAT-LIMIT-PARA-S.

           IF WS-FMT-SECS = ZERO
               MOVE "        NONE" TO WS-LIMIT-SHOWN
           ELSE
               PERFORM FORMAT-HMS-PARA-S THRU FORMAT-HMS-PARA-E
               MOVE WS-FMT-TEXT TO WS-LIMIT-SHOWN
           END-IF.

       FORMAT-LIMIT-PARA-E. EXIT.

      ******************************************************************
      * Seconds in WS-FMT-SECS spoken into WS-DURATION-WORDS through
      * the same composition as the elapsed clause.
      ******************************************************************
       SPEAK-SECONDS-PARA-S.

           DIVIDE WS-FMT-SECS BY 3600
               GIVING WS-ELAPSED-HOURS REMAINDER WS-ELAPSED-REM
           DIVIDE WS-ELAPSED-REM BY 60
               GIVING WS-ELAPSED-MINUTES REMAINDER WS-ELAPSED-SECONDS
           PERFORM BUILD-DURATION-WORDS-PARA-S
              THRU BUILD-DURATION-WORDS-PARA-E.

       SPEAK-SECONDS-PARA-E. EXIT.

       WRITE-SUMMARY-LINE-PARA-S.

           MOVE WS-REPORT-LINE TO DURATION-SUMMARY-RECORD
           WRITE DURATION-SUMMARY-RECORD.

       WRITE-SUMMARY-LINE-PARA-E. EXIT.

       WRITE-EXCEPTION-LINE-PARA-S.

           MOVE WS-REPORT-LINE TO DURATION-EXCEPTION-RECORD
           WRITE DURATION-EXCEPTION-RECORD.

       WRITE-EXCEPTION-LINE-PARA-E. EXIT.

      ******************************************************************
      * Trailing-space measure for a variable-length piece of text -
      * the same REVERSE/INSPECT idiom the conversion programs use.
       TIME-TO-WORDS-PARA-E. EXIT.

      ******************************************************************
      * General-purpose number-to-words conversion (1-99), the same
      * composition NUMBER-TO-WORDS-PARA-S gives the seconds clause in
      * TimeToWords-InputFile.cbl, reading its input from
      * WS-NUM-VALUE since hours, minutes and seconds all pass
      * through it here. Sixty upwards is only ever reached by the
      * hours of a label total.
      ******************************************************************
       NUMBER-TO-WORDS-PARA-S.

                       WHEN 30 MOVE "THIRTY" TO WS-TENS-TEXT
                       WHEN 40 MOVE "FORTY"  TO WS-TENS-TEXT
                       WHEN 50 MOVE "FIFTY"  TO WS-TENS-TEXT
                       WHEN 60 MOVE "SIXTY"  TO WS-TENS-TEXT
                       WHEN 70 MOVE "SEVENTY" TO WS-TENS-TEXT
                       WHEN 80 MOVE "EIGHTY" TO WS-TENS-TEXT
                       WHEN 90 MOVE "NINETY" TO WS-TENS-TEXT
                   END-EVALUATE

                   IF WS-NUM-ONES = ZERO
