      ******************************************************************
      * Working storage for the control-total ledger, shared verbatim
      * between FEED-MERGE.cbl, TimeToWords-InputFile.cbl,
      * WORDS-TO-TIME.cbl, RECONCILE.cbl, CORRECTION.cbl and
      * ARCHIVER.cbl, and with CONTROL-BALANCE.cbl for the file status
      * (see CLTABFD.CPY for the on-disk layout and CLTABPR.CPY for
      * the paragraph). The caller moves its own
      * program name to WS-CL-PROGRAM once, then a counter name and
      * value to WS-CL-COUNTER and WS-CL-VALUE before each
      * POST-CONTROL-TOTAL-PARA-S. WS-CL-RUN-ID and WS-CL-STEP come
      * from the CHAIN_RUN_ID and CHAIN_STEP_NAME environment
      * variables CHAIN-DRIVER sets for each step it runs.
      ******************************************************************
       01  WS-CL-FILE-STATUS        PIC X(02).
       01  WS-CL-RUN-ID             PIC X(14) VALUE SPACES.
       01  WS-CL-STEP               PIC X(14) VALUE SPACES.
       01  WS-CL-PROGRAM            PIC X(14) VALUE SPACES.
       01  WS-CL-COUNTER            PIC X(14).
       01  WS-CL-VALUE              PIC 9(09).
