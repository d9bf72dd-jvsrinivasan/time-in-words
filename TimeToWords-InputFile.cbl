               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TPM-KEY
               FILE STATUS IS WS-TPM-FILE-STATUS.
           COPY CLTABSL.

       DATA DIVISION.
       FILE SECTION.
           05 TPM-STYLE-2           PIC X(02).
           05 TPM-LINE-2            PIC X(80).

      ******************************************************************
      * Control-total ledger - see CLTABFD.CPY (shared with every step
      * of the nightly chain).
      ******************************************************************
       COPY CLTABFD.

       WORKING-STORAGE SECTION.
       01  WS-HOUR                  PIC 99.
       01  WS-MINUTE                PIC 99.
           05 RL-WRITTEN-COUNT      PIC 9(09).
           05 RL-REJECT-COUNT       PIC 9(09).

       COPY CLTABWS.

       01  WS-PART1                 PIC X(6)  VALUE 'IT IS '.
       01  WS-MINUTE-TEXT           PIC X(20).
       01  WS-MINUTE-TEXT-REV       PIC X(20).
           PERFORM WRITE-TRAILER-PARA-S THRU WRITE-TRAILER-PARA-E
           PERFORM CLEAR-CHECKPOINT-PARA-S THRU CLEAR-CHECKPOINT-PARA-E
           PERFORM FINISH-RUN-LOG-PARA-S THRU FINISH-RUN-LOG-PARA-E
           PERFORM POST-CONTROL-TOTALS-PARA-S
              THRU POST-CONTROL-TOTALS-PARA-E

           CLOSE INPUT-FILE
           IF DELTA-MODE-ON

       CLEAR-CHECKPOINT-PARA-E. EXIT.

      ******************************************************************
      * The TRL reconciliation counts to CONTROL-LEDGER.DAT, where
      * CONTROL-BALANCE.cbl holds READ against FEED-MERGE's merged
      * count and against WRITTEN + REJECTED + CARRIED. A resumed run
      * posts its full totals, restored from the checkpoint, so the
      * latest posting always covers the whole of INPUT.DAT.
      ******************************************************************
       POST-CONTROL-TOTALS-PARA-S.

           MOVE "TIME-TO-WORDS" TO WS-CL-PROGRAM
           MOVE "READ" TO WS-CL-COUNTER
           MOVE WS-READ-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "WRITTEN" TO WS-CL-COUNTER
           MOVE WS-WRITTEN-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "REJECTED" TO WS-CL-COUNTER
           MOVE WS-REJECT-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "CARRIED" TO WS-CL-COUNTER
           MOVE WS-CARRIED-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E.

       POST-CONTROL-TOTALS-PARA-E. EXIT.

      ******************************************************************
      * An accepted record whose time runs backwards against the one
      * before it starts the next day of the feed - close out the

       NUMBER-TO-WORDS-PARA-E. EXIT.

       COPY CLTABPR.

       END PROGRAM TIME-TO-WORDS.
