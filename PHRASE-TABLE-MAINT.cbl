      *          01-06 in full), and prints a before/after change
      *          report to PT-CHANGE-REPORT.DAT with who ran it and
      *          when - so wording changes go through a change process
      *          instead of hand-edits to a production data file. Only
      *          an operator granted PHRASE-TABLE-MAINT on
      *          OPERATOR-AUTHORITY.DAT may run it; the attempt and
      *          the changes applied go to SECURITY-LOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PT-CHANGE-REPORT-FILE ASSIGN TO 'PT-CHANGE-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY OATABSL.

       DATA DIVISION.
       FILE SECTION.
       FD  PT-CHANGE-REPORT-FILE.
       01  PT-CHANGE-REPORT-RECORD  PIC X(80).

       COPY OATABFD.

       WORKING-STORAGE SECTION.
       COPY PTTABWS.

       01  WS-RUN-USER              PIC X(08).
       01  WS-REPORT-LINE           PIC X(80).

       COPY OATABWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      ******************************************************************
      * Check the operator may maintain the wording at all, then load
      * the whole table (every style) through the same
      * LOAD-PHRASE-TABLE-PARA-S the conversion programs use, apply
      * the transactions in memory, audit style completeness, and only
      * then rewrite PHRASE-TABLE.DAT. A failed audit leaves the file
      * exactly as it was.
      ******************************************************************

           MOVE "PHRASE-TABLE-MAINT" TO WS-OA-FUNCTION
           PERFORM CHECK-OPERATOR-AUTHORITY-PARA-S
              THRU CHECK-OPERATOR-AUTHORITY-PARA-E

           PERFORM LOAD-PHRASE-TABLE-PARA-S
              THRU LOAD-PHRASE-TABLE-PARA-E

           IF AUDIT-CLEAN
               PERFORM WRITE-TABLE-BACK-PARA-S
                  THRU WRITE-TABLE-BACK-PARA-E
               MOVE SPACES TO WS-OA-DETAIL
               STRING "TABLE REWRITTEN - APPLIED "
                          DELIMITED BY SIZE
                      WS-TXN-APPLIED-COUNT DELIMITED BY SIZE
                      " REJECTED " DELIMITED BY SIZE
                      WS-TXN-REJECT-COUNT DELIMITED BY SIZE
                      INTO WS-OA-DETAIL
               PERFORM LOG-OPERATOR-CHANGE-PARA-S
                  THRU LOG-OPERATOR-CHANGE-PARA-E
           END-IF

           PERFORM WRITE-REPORT-TRAILER-PARA-S

       COPY PTTABPR.

       COPY OATABPR.

       END PROGRAM PHRASE-TABLE-MAINT.
