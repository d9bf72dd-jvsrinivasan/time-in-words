      *          Mode comes from the ARCHIVE_MODE environment variable:
      *          CAPTURE (the default) archives tonight's set; RESTORE
      *          writes the generation named by ARCHIVE_RUN_ID back
      *          over the live files, and only for an operator granted
      *          ARCHIVER RESTORE on OPERATOR-AUTHORITY.DAT (the
      *          attempt and the restore are written to
      *          SECURITY-LOG.DAT). ARCHIVE_RETAIN overrides the
      *          retention count (default 5 generations). A capture
      *          posts the generation's per-file counts to
      *          CONTROL-LEDGER.DAT for CONTROL-BALANCE.cbl.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO 'ARCHIVE-CATALOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           COPY OATABSL.
           COPY CLTABSL.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER                PIC X(01).
           05 AC-RECORD-COUNT       PIC 9(09).

       COPY OATABFD.

      ******************************************************************
      * Control-total ledger - the generation's per-file counts are
      * posted here so CONTROL-BALANCE.cbl can prove the archive holds
      * the full set the conversion run produced.
      ******************************************************************
       COPY CLTABFD.

       WORKING-STORAGE SECTION.
       01  WS-EOF                   PIC X VALUE 'N'.
           88 END-OF-FILE           VALUE 'Y'.
           88 RECORD-RETAINED       VALUE 'N'.

       01  WS-GEN-RECORD-COUNT      PIC 9(09) VALUE ZERO.
      ******************************************************************
      * Per-file counts for the generation being captured. OUTPUT.DAT
      * is counted on its data lines only - the HDR, SUM and TRL lines
      * are archived with it but are not conversion output - so the
      * count stands against TIME-TO-WORDS' WRITTEN count.
      ******************************************************************
       01  WS-ARC-OUTPUT-COUNT      PIC 9(09) VALUE ZERO.
       01  WS-ARC-REJECT-COUNT      PIC 9(09) VALUE ZERO.
       01  WS-ARC-STATUS-COUNT      PIC 9(09) VALUE ZERO.
       01  WS-ARC-RECON-COUNT       PIC 9(09) VALUE ZERO.
       01  WS-ARC-INPUT-COUNT       PIC 9(09) VALUE ZERO.
       01  WS-RESTORE-COUNT         PIC 9(09) VALUE ZERO.
       01  WS-RUN-STAMP             PIC X(14).

       COPY OATABWS.
       COPY CLTABWS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           PERFORM WRITE-CATALOG-PARA-S THRU WRITE-CATALOG-PARA-E

           PERFORM POST-CONTROL-TOTALS-PARA-S
              THRU POST-CONTROL-TOTALS-PARA-E

           DISPLAY "ARCHIVER: RUN " WS-RUN-ID " CAPTURED AS "
                   "GENERATION " WS-NEW-GENERATION " ("
                   WS-GEN-RECORD-COUNT " RECORDS)".

       CAPTURE-GENERATION-PARA-E. EXIT.

      ******************************************************************
      * Post the generation's counts to CONTROL-LEDGER.DAT: the whole
      * generation as ARCHIVED and each file under its own counter.
      * CONTROL-BALANCE.cbl holds ARC-INPUT and ARC-STATUS against the
      * conversion READ count, ARC-REJECT against REJECTED and
      * ARC-OUTPUT against WRITTEN. A restore posts nothing - it is
      * not part of the nightly chain.
      ******************************************************************
       POST-CONTROL-TOTALS-PARA-S.

           MOVE "ARCHIVER" TO WS-CL-PROGRAM
           MOVE "ARCHIVED" TO WS-CL-COUNTER
           MOVE WS-GEN-RECORD-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "ARC-OUTPUT" TO WS-CL-COUNTER
           MOVE WS-ARC-OUTPUT-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "ARC-REJECT" TO WS-CL-COUNTER
           MOVE WS-ARC-REJECT-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "ARC-STATUS" TO WS-CL-COUNTER
           MOVE WS-ARC-STATUS-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "ARC-RECON" TO WS-CL-COUNTER
           MOVE WS-ARC-RECON-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E
           MOVE "ARC-INPUT" TO WS-CL-COUNTER
           MOVE WS-ARC-INPUT-COUNT TO WS-CL-VALUE
           PERFORM POST-CONTROL-TOTAL-PARA-S
              THRU POST-CONTROL-TOTAL-PARA-E.

       POST-CONTROL-TOTALS-PARA-E. EXIT.

      ******************************************************************
      * Scan OUTPUT.DAT for the HDR line and lift the run ID from
      * behind its label. No HDR means OUTPUT.DAT is not a conversion
                       MOVE WORDS-RECORD TO ARC-DATA
                       WRITE ARCHIVE-RECORD
                       ADD 1 TO WS-GEN-RECORD-COUNT
                       IF WORDS-RECORD(1:4) NOT = "HDR "
                          AND WORDS-RECORD(1:4) NOT = "SUM "
                          AND WORDS-RECORD(1:4) NOT = "TRL "
                           ADD 1 TO WS-ARC-OUTPUT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORDS-FILE.
                       MOVE REJECT-RECORD TO ARC-DATA
                       WRITE ARCHIVE-RECORD
                       ADD 1 TO WS-GEN-RECORD-COUNT
                       ADD 1 TO WS-ARC-REJECT-COUNT
               END-READ
           END-PERFORM
           CLOSE REJECT-FILE.
                       MOVE LINE-STATUS-RECORD TO ARC-DATA
                       WRITE ARCHIVE-RECORD
                       ADD 1 TO WS-GEN-RECORD-COUNT
                       ADD 1 TO WS-ARC-STATUS-COUNT
               END-READ
           END-PERFORM
           CLOSE LINE-STATUS-FILE.
                       MOVE RECON-REPORT-RECORD TO ARC-DATA
                       WRITE ARCHIVE-RECORD
                       ADD 1 TO WS-GEN-RECORD-COUNT
                       ADD 1 TO WS-ARC-RECON-COUNT
               END-READ
           END-PERFORM
           CLOSE RECON-REPORT-FILE.
                       MOVE INPUT-RECORD TO ARC-DATA
                       WRITE ARCHIVE-RECORD
                       ADD 1 TO WS-GEN-RECORD-COUNT
                       ADD 1 TO WS-ARC-INPUT-COUNT
                       MOVE INPUT-RECORD TO PRIOR-INPUT-RECORD
                       WRITE PRIOR-INPUT-RECORD
               END-READ
      * live OUTPUT.DAT, REJECT.DAT, LINE-STATUS.DAT and
      * RECON-REPORT.DAT, so a correction cycle can be run against a
      * prior night. The live files are overwritten - ops capture the
      * current night first if it is still wanted - so the operator
      * must hold ARCHIVER RESTORE authority before any of them is
      * opened.
      ******************************************************************
       RESTORE-GENERATION-PARA-S.

           MOVE "ARCHIVER RESTORE" TO WS-OA-FUNCTION
           PERFORM CHECK-OPERATOR-AUTHORITY-PARA-S
              THRU CHECK-OPERATOR-AUTHORITY-PARA-E

           ACCEPT WS-RESTORE-RUN-ID FROM ENVIRONMENT "ARCHIVE_RUN_ID"
           IF WS-RESTORE-RUN-ID = SPACES
               DISPLAY "FATAL: ARCHIVE_MODE=RESTORE NEEDS "
           CLOSE INPUT-FILE

           DISPLAY "ARCHIVER: RUN " WS-RESTORE-RUN-ID " RESTORED ("
                   WS-RESTORE-COUNT " RECORDS)"

           MOVE SPACES TO WS-OA-DETAIL
           STRING "RUN " DELIMITED BY SIZE
                  WS-RESTORE-RUN-ID DELIMITED BY SIZE
                  " RESTORED, " DELIMITED BY SIZE
                  WS-RESTORE-COUNT DELIMITED BY SIZE
                  " RECORDS" DELIMITED BY SIZE
                  INTO WS-OA-DETAIL
           PERFORM LOG-OPERATOR-CHANGE-PARA-S
              THRU LOG-OPERATOR-CHANGE-PARA-E.

       RESTORE-GENERATION-PARA-E. EXIT.


       RESTORE-ONE-RECORD-PARA-E. EXIT.

       COPY OATABPR.

       COPY CLTABPR.

       END PROGRAM ARCHIVER.
