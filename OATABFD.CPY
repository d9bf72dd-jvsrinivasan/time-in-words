      ******************************************************************
      * Operator authority. One row per login name and function that
      * login may perform - an operator allowed two functions has two
      * rows. OA-FUNCTION is one of:
      *     ARCHIVER RESTORE    ARCHIVER.cbl with ARCHIVE_MODE=RESTORE
      *     PHRASE-TABLE-MAINT  PHRASE-TABLE-MAINT.cbl
      *     CORRECTION          CORRECTION.cbl
      *     PHRASE-REFRESH      PHRASE-REFRESH.cbl
      * The file is kept by the security administrator and is never
      * seeded - with no file on disk nobody is authorised.
      ******************************************************************
       FD  OPERATOR-AUTHORITY-FILE.
       01  OPERATOR-AUTHORITY-RECORD.
           05 OA-OPERATOR           PIC X(12).
           05 FILLER                PIC X(01).
           05 OA-FUNCTION           PIC X(20).

      ******************************************************************
      * Security log, appended to by every controlled utility and
      * never rewritten. SL-OUTCOME is GRANTED or DENIED for the
      * authority check made before anything is changed, and CHANGED
      * for the record of what the run then did (SL-DETAIL). Read
      * back by SECURITY-AUDIT.cbl for the auditors.
      ******************************************************************
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-RECORD.
           05 SL-STAMP              PIC X(14).
           05 FILLER                PIC X(01).
           05 SL-OPERATOR           PIC X(12).
           05 FILLER                PIC X(01).
           05 SL-FUNCTION           PIC X(20).
           05 FILLER                PIC X(01).
           05 SL-OUTCOME            PIC X(07).
              88 SL-GRANTED         VALUE "GRANTED".
              88 SL-DENIED          VALUE "DENIED".
              88 SL-CHANGED         VALUE "CHANGED".
           05 FILLER                PIC X(01).
           05 SL-DETAIL             PIC X(50).
