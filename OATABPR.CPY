      ******************************************************************
      * Check that the login running this program may perform
      * WS-OA-FUNCTION, before anything is opened for output. The
      * attempt is written to SECURITY-LOG.DAT either way. A refusal
      * - including no OPERATOR-AUTHORITY.DAT on disk, since an
      * unreadable authority file must not let everyone through -
      * ends the run with return code 8 and nothing changed.
      ******************************************************************
       CHECK-OPERATOR-AUTHORITY-PARA-S.

           ACCEPT WS-OA-OPERATOR FROM ENVIRONMENT "LOGNAME"
           IF WS-OA-OPERATOR = SPACES
               ACCEPT WS-OA-OPERATOR FROM ENVIRONMENT "USER"
           END-IF
           IF WS-OA-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OA-OPERATOR
           END-IF

           PERFORM FIND-OPERATOR-AUTHORITY-PARA-S
              THRU FIND-OPERATOR-AUTHORITY-PARA-E

           IF OA-GRANTED
               MOVE "GRANTED" TO WS-OA-OUTCOME
           ELSE
               MOVE "DENIED"  TO WS-OA-OUTCOME
           END-IF
           PERFORM WRITE-SECURITY-LOG-PARA-S
              THRU WRITE-SECURITY-LOG-PARA-E

           IF OA-DENIED
               DISPLAY "REFUSED: OPERATOR " WS-OA-OPERATOR
                       " IS NOT AUTHORISED FOR " WS-OA-FUNCTION
               DISPLAY "    " WS-OA-DETAIL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-OPERATOR-AUTHORITY-PARA-E. EXIT.

      ******************************************************************
      * Look for a row granting WS-OA-FUNCTION to WS-OA-OPERATOR. The
      * reason for a refusal is left in WS-OA-DETAIL for the log.
      ******************************************************************
       FIND-OPERATOR-AUTHORITY-PARA-S.

           SET OA-DENIED TO TRUE
           MOVE SPACES TO WS-OA-DETAIL

           OPEN INPUT OPERATOR-AUTHORITY-FILE
           IF WS-OA-FILE-STATUS NOT = "00"
               STRING "OPERATOR-AUTHORITY.DAT NOT AVAILABLE - STATUS "
                          DELIMITED BY SIZE
                      WS-OA-FILE-STATUS DELIMITED BY SIZE
                      INTO WS-OA-DETAIL
               GO TO FIND-OPERATOR-AUTHORITY-PARA-E
           END-IF

           SET OA-FILE-NOT-EOF TO TRUE
           PERFORM UNTIL OA-FILE-EOF
               READ OPERATOR-AUTHORITY-FILE
                   AT END
                       SET OA-FILE-EOF TO TRUE
                   NOT AT END
                       IF OA-OPERATOR = WS-OA-OPERATOR
                          AND OA-FUNCTION = WS-OA-FUNCTION
                           SET OA-GRANTED TO TRUE
                           SET OA-FILE-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTHORITY-FILE

           IF OA-DENIED
               MOVE "NO AUTHORITY ROW FOR THIS OPERATOR AND FUNCTION"
                 TO WS-OA-DETAIL
           END-IF.

       FIND-OPERATOR-AUTHORITY-PARA-E. EXIT.

      ******************************************************************
      * Record what an authorised run changed - WS-OA-DETAIL, set by
      * the caller - against the same operator and function, so the
      * auditors can see who changed what as well as who tried.
      ******************************************************************
       LOG-OPERATOR-CHANGE-PARA-S.

           MOVE "CHANGED" TO WS-OA-OUTCOME
           PERFORM WRITE-SECURITY-LOG-PARA-S
              THRU WRITE-SECURITY-LOG-PARA-E.

       LOG-OPERATOR-CHANGE-PARA-E. EXIT.

      ******************************************************************
      * Append one line to SECURITY-LOG.DAT, creating it on first use
      * as ARCHIVER creates ARCHIVE.DAT. A log that cannot be written
      * is fatal - a controlled change must not go unrecorded.
      ******************************************************************
       WRITE-SECURITY-LOG-PARA-S.

           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-SL-FILE-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           IF WS-SL-FILE-STATUS NOT = "00"
               DISPLAY "FATAL: SECURITY-LOG.DAT OPEN FAILED - "
                       "FILE STATUS " WS-SL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO SECURITY-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO SL-STAMP
           MOVE WS-OA-OPERATOR TO SL-OPERATOR
           MOVE WS-OA-FUNCTION TO SL-FUNCTION
           MOVE WS-OA-OUTCOME  TO SL-OUTCOME
           MOVE WS-OA-DETAIL   TO SL-DETAIL
           WRITE SECURITY-LOG-RECORD
           CLOSE SECURITY-LOG-FILE.

       WRITE-SECURITY-LOG-PARA-E. EXIT.
