      *          holds afterwards.
      *          Corrections that do not match a reject on file, or
      *          that are themselves invalid, go to
      *          CORRECTION-EXCEPT.DAT. Only an operator granted
      *          CORRECTION on OPERATOR-AUTHORITY.DAT may run it; the
      *          attempt and what was corrected go to
      *          SECURITY-LOG.DAT. The reject, corrected and
      *          supplement counts are posted to CONTROL-LEDGER.DAT
      *          for CONTROL-BALANCE.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CORRECTION-EXCEPT-FILE
               ASSIGN TO 'CORRECTION-EXCEPT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY OATABSL.
           COPY CLTABSL.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRECTION-EXCEPT-FILE.
       01  CORRECTION-EXCEPT-RECORD PIC X(80).

       COPY OATABFD.

       COPY CLTABFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88 END-OF-FILE           VALUE 'Y'.
       01  WS-CORRECTED-COUNT       PIC 9(09) VALUE ZERO.
       01  WS-EXCEPT-COUNT          PIC 9(09) VALUE ZERO.
       01  WS-REJECTS-SEEN          PIC 9(09) VALUE ZERO.
       01  WS-SUPPLEMENT-COUNT      PIC 9(09) VALUE ZERO.

       COPY OATABWS.
       COPY CLTABWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ******************************************************************
      * Check the operator may push corrections at all, load and
      * pre-validate the corrections, stream LINE-STATUS.DAT and
      * REJECT.DAT in lockstep applying them, report the leftovers,
      * then copy the amended status file back over LINE-STATUS.DAT.
      ******************************************************************

           MOVE "CORRECTION" TO WS-OA-FUNCTION
           PERFORM CHECK-OPERATOR-AUTHORITY-PARA-S
              THRU CHECK-OPERATOR-AUTHORITY-PARA-E

           PERFORM LOAD-CORRECTIONS-PARA-S
              THRU LOAD-CORRECTIONS-PARA-E
           PERFORM LOAD-AUDIT-PARA-S THRU LOAD-AUDIT-PARA-E
           DISPLAY "CORRECTION: CORRECTED " WS-CORRECTED-COUNT
                   " EXCEPTIONS " WS-EXCEPT-COUNT

           MOVE SPACES TO WS-OA-DETAIL
           STRING "SUPPLEMENT.DAT REBUILT - CORRECTED "
                      DELIMITED BY SIZE
                  WS-CORRECTED-COUNT DELIMITED BY SIZE
                  INTO WS-OA-DETAIL
           PERFORM LOG-OPERATOR-CHANGE-PARA-S
              THRU LOG-OPERATOR-CHANGE-PARA-E

           PERFORM POST-CONTROL-TOTALS-PARA-S
              THRU POST-CONTROL-TOTALS-PARA-E

           STOP RUN.

      ******************************************************************
      * This run's control totals to CONTROL-LEDGER.DAT, where
      * CONTROL-BALANCE.cbl holds REJECTS against the conversion run's
      * REJECTED count and SUPPLEMENT against what the supplemental
      * pass then read.
      ******************************************************************
       POST-CONTROL-TOTALS-PARA-S.

           MOVE "CORRECTION" TO WS-CL-PROGRAM
           MOVE "REJECTS" TO WS-CL-COUNTER
           MOVE WS-REJECTS-SEEN TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "CORRECTED" TO WS-CL-COUNTER
           MOVE WS-CORRECTED-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "SUPPLEMENT" TO WS-CL-COUNTER
           MOVE WS-SUPPLEMENT-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "EXCEPTIONS" TO WS-CL-COUNTER
           MOVE WS-EXCEPT-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E.

       POST-CONTROL-TOTALS-PARA-E. EXIT.

      ******************************************************************
      * Load CORRECTIONS.DAT into the table and validate each one's
      * corrected value up front, so a bad correction is reported once
           MOVE WS-COR-NEW-VALUE(WS-COR-MATCH-IDX)
             TO SUPPLEMENT-RECORD
           WRITE SUPPLEMENT-RECORD
           ADD 1 TO WS-SUPPLEMENT-COUNT
           MOVE WS-POSITION TO CAU-POSITION
           MOVE WS-COR-NEW-VALUE(WS-COR-MATCH-IDX) TO CAU-VALUE
           WRITE CORRECTION-AUDIT-RECORD

           MOVE WS-AUD-VALUE(WS-AUD-MATCH-IDX) TO SUPPLEMENT-RECORD
           WRITE SUPPLEMENT-RECORD
           ADD 1 TO WS-SUPPLEMENT-COUNT
           MOVE WS-POSITION TO CAU-POSITION
           MOVE WS-AUD-VALUE(WS-AUD-MATCH-IDX) TO CAU-VALUE
           WRITE CORRECTION-AUDIT-RECORD.

       WRITE-EXCEPTION-PARA-E. EXIT.

       COPY OATABPR.

       COPY CLTABPR.

       END PROGRAM CORRECTION.
