      ******************************************************************
      * FILE-CONTROL entries for the operator authority file and the
      * security log, shared verbatim between ARCHIVER.cbl,
      * PHRASE-TABLE-MAINT.cbl, CORRECTION.cbl and PHRASE-REFRESH.cbl
      * so every utility that changes production data checks and logs
      * the operator the same way. See OATABFD.CPY for the record
      * layouts, OATABWS.CPY for the working-storage fields and
      * OATABPR.CPY for the check/log paragraphs.
      ******************************************************************
           SELECT OPERATOR-AUTHORITY-FILE
               ASSIGN TO 'OPERATOR-AUTHORITY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OA-FILE-STATUS.
           SELECT SECURITY-LOG-FILE
               ASSIGN TO 'SECURITY-LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SL-FILE-STATUS.
