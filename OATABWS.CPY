      ******************************************************************
      * Working storage for the operator authority check, shared
      * verbatim between ARCHIVER.cbl, PHRASE-TABLE-MAINT.cbl,
      * CORRECTION.cbl and PHRASE-REFRESH.cbl (see OATABFD.CPY for the
      * on-disk layouts and OATABPR.CPY for the paragraphs). The
      * caller moves its function name to WS-OA-FUNCTION before
      * CHECK-OPERATOR-AUTHORITY-PARA-S, and a description of what it
      * changed to WS-OA-DETAIL before LOG-OPERATOR-CHANGE-PARA-S.
      * WS-OA-OPERATOR is the login, taken from LOGNAME (USER as a
      * fallback) as PHRASE-TABLE-MAINT has always taken it.
      ******************************************************************
       01  WS-OA-FILE-STATUS        PIC X(02).
       01  WS-SL-FILE-STATUS        PIC X(02).
       01  WS-OA-OPERATOR           PIC X(12).
       01  WS-OA-FUNCTION           PIC X(20).
       01  WS-OA-OUTCOME            PIC X(07).
       01  WS-OA-DETAIL             PIC X(50).
       01  WS-OA-EOF-SW             PIC X VALUE 'N'.
           88 OA-FILE-EOF           VALUE 'Y'.
           88 OA-FILE-NOT-EOF       VALUE 'N'.
       01  WS-OA-GRANT-SW           PIC X VALUE 'N'.
           88 OA-GRANTED            VALUE 'Y'.
           88 OA-DENIED             VALUE 'N'.
