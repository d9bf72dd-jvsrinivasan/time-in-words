      *          CHECK-DAY-BREAK-PARA-S will see time run backwards);
      *          any feed failure fails the run with return code 8 so
      *          the chain stops before the conversion run trusts a
      *          short feed. The merged line count is posted to
      *          CONTROL-LEDGER.DAT for CONTROL-BALANCE.cbl to hold
      *          against the conversion run's read count.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT FEED-MERGE-REPORT-FILE
               ASSIGN TO 'FEED-MERGE-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY CLTABSL.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-MERGE-REPORT-FILE.
       01  FEED-MERGE-REPORT-RECORD PIC X(100).

       COPY CLTABFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88 END-OF-FILE           VALUE 'Y'.
       01  WS-RUN-DATE              PIC X(08).
       01  WS-REPORT-LINE           PIC X(100).

       COPY CLTABWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           CLOSE SOURCE-MAP-FILE
           CLOSE FEED-MERGE-REPORT-FILE

           PERFORM POST-CONTROL-TOTALS-PARA-S
              THRU POST-CONTROL-TOTALS-PARA-E

           IF VERDICT-FAIL
               MOVE 8 TO RETURN-CODE
           END-IF

       WRITE-REPORT-LINE-PARA-E. EXIT.

      ******************************************************************
      * This run's control totals to CONTROL-LEDGER.DAT - posted on a
      * failed merge too, so the ledger shows what INPUT.DAT was left
      * holding.
      ******************************************************************
       POST-CONTROL-TOTALS-PARA-S.

           MOVE "FEED-MERGE" TO WS-CL-PROGRAM
           MOVE "FEEDS" TO WS-CL-COUNTER
           MOVE WS-FEED-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "FEEDS-FAILED" TO WS-CL-COUNTER
           MOVE WS-FAILED-FEED-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "MERGED" TO WS-CL-COUNTER
           MOVE WS-MERGED-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E.

       POST-CONTROL-TOTALS-PARA-E. EXIT.

       COPY CLTABPR.

       END PROGRAM FEED-MERGE.
