      ******************************************************************
      * FILE-CONTROL entry for the control-total ledger, shared
      * verbatim between FEED-MERGE.cbl, TimeToWords-InputFile.cbl,
      * WORDS-TO-TIME.cbl, RECONCILE.cbl, CORRECTION.cbl and
      * ARCHIVER.cbl so every chain step posts its counts to
      * CONTROL-LEDGER.DAT the same way, and with CONTROL-BALANCE.cbl,
      * which reads them back. See CLTABFD.CPY for the
      * record layout, CLTABWS.CPY for the working-storage fields and
      * CLTABPR.CPY for the posting paragraph.
      ******************************************************************
           SELECT CONTROL-LEDGER-FILE
               ASSIGN TO 'CONTROL-LEDGER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CL-FILE-STATUS.
