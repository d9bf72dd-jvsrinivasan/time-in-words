      *          prints PHRASE-DRIFT-REPORT.DAT showing every key
      *          whose stored phrase no longer matched current
      *          wording - stored and current side by side, so the
      *          help desk can see exactly what changed. Only an
      *          operator granted PHRASE-REFRESH on
      *          OPERATOR-AUTHORITY.DAT may run it; the attempt and
      *          the refresh counts go to SECURITY-LOG.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT DRIFT-REPORT-FILE
               ASSIGN TO 'PHRASE-DRIFT-REPORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY OATABSL.

       DATA DIVISION.
       FILE SECTION.
       FD  DRIFT-REPORT-FILE.
       01  DRIFT-REPORT-RECORD      PIC X(132).

       COPY OATABFD.

       WORKING-STORAGE SECTION.
       COPY PTTABWS.
       01  WS-TPM-FILE-STATUS       PIC X(02).
       01  WS-RUN-DATE              PIC X(08).
       01  WS-REPORT-LINE           PIC X(132).

       COPY OATABWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      * TIME-TO-WORDS batch run, and refreshing a master that was
      * never built would just be a slow rebuild with no drift to
      * report. Fatal on a failed OPEN, the same way
      * CHECK-TPM-OPEN-PARA-S treats it. The operator's authority is
      * checked before anything is opened.
      ******************************************************************

           MOVE "PHRASE-REFRESH" TO WS-OA-FUNCTION
           PERFORM CHECK-OPERATOR-AUTHORITY-PARA-S
              THRU CHECK-OPERATOR-AUTHORITY-PARA-E

           PERFORM LOAD-PHRASE-TABLE-PARA-S
              THRU LOAD-PHRASE-TABLE-PARA-E

           DISPLAY "PHRASE-REFRESH: EXAMINED " WS-EXAMINED-COUNT
                   " REFRESHED " WS-REFRESHED-COUNT
                   " ADDED " WS-ADDED-COUNT

           MOVE SPACES TO WS-OA-DETAIL
           STRING "TIME-PHRASE-MASTER REFRESHED " DELIMITED BY SIZE
                  WS-REFRESHED-COUNT DELIMITED BY SIZE
                  " ADDED " DELIMITED BY SIZE
                  WS-ADDED-COUNT DELIMITED BY SIZE
                  INTO WS-OA-DETAIL
           PERFORM LOG-OPERATOR-CHANGE-PARA-S
              THRU LOG-OPERATOR-CHANGE-PARA-E
           STOP RUN.

      ******************************************************************

       TIME-TO-WORDS-PARA-E. EXIT.

       COPY OATABPR.

       END PROGRAM PHRASE-REFRESH.
