      *          to the READ/WRITTEN/REJECTED counts on OUTPUT.DAT's
      *          TRL record, a PASS/FAIL verdict and a non-zero return
      *          code on FAIL so the nightly schedule can branch on it.
      *          The summary totals are also posted to
      *          CONTROL-LEDGER.DAT for CONTROL-BALANCE.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-REPORT-FILE ASSIGN TO 'RECON-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY CLTABSL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD      PIC X(100).

       COPY CLTABFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88 END-OF-FILE           VALUE 'Y'.
       01  WS-REPORT-LINE           PIC X(100).
       01  WS-DECODE-ECHO           PIC X(40).

       COPY CLTABWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               CLOSE RECOVER-REJECT-FILE
           END-IF

           PERFORM POST-CONTROL-TOTALS-PARA-S
              THRU POST-CONTROL-TOTALS-PARA-E

           IF VERDICT-FAIL
               MOVE 8 TO RETURN-CODE
           END-IF

       WRITE-REPORT-LINE-PARA-E. EXIT.

      ******************************************************************
      * The summary totals to CONTROL-LEDGER.DAT - posted on a FAIL
      * verdict too, so CONTROL-BALANCE.cbl can show where the lines
      * went.
      ******************************************************************
       POST-CONTROL-TOTALS-PARA-S.

           MOVE "RECONCILE" TO WS-CL-PROGRAM
           MOVE "LINES" TO WS-CL-COUNTER
           MOVE WS-LINE-NO TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "MATCHED" TO WS-CL-COUNTER
           MOVE WS-MATCHED-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "MISMATCHED" TO WS-CL-COUNTER
           MOVE WS-MISMATCH-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "DECODE-FAILED" TO WS-CL-COUNTER
           MOVE WS-DECODE-PLACE-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "REJECT-PLACE" TO WS-CL-COUNTER
           MOVE WS-REJ-PLACE-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "CARRIED-PLACE" TO WS-CL-COUNTER
           MOVE WS-CARRIED-PLACE-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "CORRECTED" TO WS-CL-COUNTER
           MOVE WS-CORRECTED-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E.

       POST-CONTROL-TOTALS-PARA-E. EXIT.

       COPY CLTABPR.

       END PROGRAM RECONCILE.
