      ******************************************************************
      * Append WS-CL-COUNTER = WS-CL-VALUE to CONTROL-LEDGER.DAT under
      * this chain run and step. A step run by hand, outside
      * CHAIN-DRIVER, has no CHAIN_RUN_ID and posts under its own start
      * stamp and program name, so it never pollutes a chain run's
      * totals. The ledger is created on first use, as CHAIN-HISTORY.DAT
      * is; a ledger that cannot be written is warned about but does
      * not stop the step - CONTROL-BALANCE.cbl reports the missing
      * posting as a break.
      ******************************************************************
       POST-CONTROL-TOTAL-PARA-S.

           IF WS-CL-RUN-ID = SPACES
               ACCEPT WS-CL-RUN-ID FROM ENVIRONMENT "CHAIN_RUN_ID"
               ACCEPT WS-CL-STEP FROM ENVIRONMENT "CHAIN_STEP_NAME"
               IF WS-CL-RUN-ID = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CL-RUN-ID
               END-IF
               IF WS-CL-STEP = SPACES
                   MOVE WS-CL-PROGRAM TO WS-CL-STEP
               END-IF
           END-IF

           OPEN EXTEND CONTROL-LEDGER-FILE
           IF WS-CL-FILE-STATUS = "35"
               OPEN OUTPUT CONTROL-LEDGER-FILE
           END-IF
           IF WS-CL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: CONTROL-LEDGER.DAT OPEN FAILED - "
                       "FILE STATUS " WS-CL-FILE-STATUS
                       " - " WS-CL-COUNTER " NOT POSTED"
               GO TO POST-CONTROL-TOTAL-PARA-E
           END-IF

           MOVE SPACES TO CONTROL-LEDGER-RECORD
           MOVE WS-CL-RUN-ID   TO CL-RUN-ID
           MOVE WS-CL-STEP     TO CL-STEP
           MOVE WS-CL-PROGRAM  TO CL-PROGRAM
           MOVE WS-CL-COUNTER  TO CL-COUNTER
           MOVE WS-CL-VALUE    TO CL-VALUE
           MOVE FUNCTION CURRENT-DATE(1:14) TO CL-STAMP
           WRITE CONTROL-LEDGER-RECORD
           CLOSE CONTROL-LEDGER-FILE.

       POST-CONTROL-TOTAL-PARA-E. EXIT.
