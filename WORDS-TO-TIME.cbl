      *          into an HHMMSS value. Run against OUTPUT.DAT to recover
      *          RECOVERED.DAT, which can then be diffed against
      *          INPUT.DAT as a round-trip integrity check on the
      *          conversion run. The recovered count is posted to
      *          CONTROL-LEDGER.DAT for CONTROL-BALANCE.cbl to hold
      *          against the conversion run's written count.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUP-FILE-STATUS.
           COPY PTTABSL.
           COPY CLTABSL.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       COPY PTTABFD.

      ******************************************************************
      * Control-total ledger - see CLTABFD.CPY (shared with every step
      * of the nightly chain).
      ******************************************************************
       COPY CLTABFD.

       WORKING-STORAGE SECTION.
       COPY PTTABWS.
       COPY CLTABWS.

       01  WS-EOF                   PIC X VALUE 'N'.
           88 END-OF-FILE           VALUE 'Y'.
       01  WS-COR-STATUS-COUNT      PIC 9(09) VALUE ZERO.
       01  WS-SUP-DATA-COUNT        PIC 9(09) VALUE ZERO.

      ******************************************************************
      * Control totals for CONTROL-LEDGER.DAT. Of the "A" lines walked,
      * WS-RECOVERED-COUNT decoded back to a time and
      * WS-DECODE-FAIL-COUNT did not; WS-COR-RECOVERED-COUNT is the
      * "C" lines decoded from SUPPLEMENT-WORDS.DAT.
      ******************************************************************
       01  WS-ACCEPTED-COUNT        PIC 9(09) VALUE ZERO.
       01  WS-RECOVERED-COUNT       PIC 9(09) VALUE ZERO.
       01  WS-DECODE-FAIL-COUNT     PIC 9(09) VALUE ZERO.
       01  WS-COR-RECOVERED-COUNT   PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

                   NOT AT END
                       EVALUATE TRUE
                           WHEN LINE-WAS-ACCEPTED
                               ADD 1 TO WS-ACCEPTED-COUNT
                               PERFORM READ-NEXT-WORDS-PARA-S
                                  THRU READ-NEXT-WORDS-PARA-E
                               PERFORM RECOVER-TIME-PARA-S
                                  THRU RECOVER-TIME-PARA-E
                               IF PARSE-OK
                                   ADD 1 TO WS-RECOVERED-COUNT
                               ELSE
                                   ADD 1 TO WS-DECODE-FAIL-COUNT
                               END-IF
                           WHEN LINE-WAS-CORRECTED
                               READ REJECT-FILE
                                   AT END
                                 TO WORDS-RECORD
                               PERFORM RECOVER-TIME-PARA-S
                                  THRU RECOVER-TIME-PARA-E
                               IF PARSE-OK
                                   ADD 1 TO WS-COR-RECOVERED-COUNT
                               END-IF
                           WHEN LINE-WAS-CARRIED
                               PERFORM WRITE-SKIPPED-INPUT-PARA-S
                                  THRU WRITE-SKIPPED-INPUT-PARA-E
           IF SUP-WORDS-AVAILABLE
               CLOSE SUPPLEMENT-WORDS-FILE
           END-IF

           PERFORM POST-CONTROL-TOTALS-PARA-S
              THRU POST-CONTROL-TOTALS-PARA-E
           STOP RUN.

      ******************************************************************
      * This run's control totals to CONTROL-LEDGER.DAT, where
      * CONTROL-BALANCE.cbl holds RECOVERED against the conversion
      * run's WRITTEN count - every accepted line should have decoded
      * back - and LINES against its READ count.
      ******************************************************************
       POST-CONTROL-TOTALS-PARA-S.

           MOVE "WORDS-TO-TIME" TO WS-CL-PROGRAM
           MOVE "LINES" TO WS-CL-COUNTER
           MOVE WS-LINE-STATUS-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "ACCEPTED" TO WS-CL-COUNTER
           MOVE WS-ACCEPTED-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "RECOVERED" TO WS-CL-COUNTER
           MOVE WS-RECOVERED-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "DECODE-FAILED" TO WS-CL-COUNTER
           MOVE WS-DECODE-FAIL-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "CORRECTED" TO WS-CL-COUNTER
           MOVE WS-COR-RECOVERED-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E.

       POST-CONTROL-TOTALS-PARA-E. EXIT.

      ******************************************************************
      * Advance WORDS-FILE to the next data line. The per-day SUM
      * control records the conversion run interleaves among the data

       WORD-TO-NUMBER-PARA-E. EXIT.

       COPY CLTABPR.

       END PROGRAM WORDS-TO-TIME.
