      ******************************************************************
      * Control-total ledger, appended to by every chain step and
      * never rewritten - one record per count a step reports, stamped
      * with the chain's run ID so CONTROL-BALANCE.cbl can prove the
      * same lines flowed from one step to the next. CL-STEP is the
      * chain step the count was posted under (CHAIN-DRIVER's step
      * name, so the supplemental TIME-TO-WORDS pass posts as
      * SUPPLEMENT, not as the main conversion run) and CL-PROGRAM
      * the program that posted it. A step that is rerun posts again;
      * the latest posting of a count is the one that stands.
      ******************************************************************
       FD  CONTROL-LEDGER-FILE.
       01  CONTROL-LEDGER-RECORD.
           05 CL-RUN-ID             PIC X(14).
           05 FILLER                PIC X(01).
           05 CL-STEP               PIC X(14).
           05 FILLER                PIC X(01).
           05 CL-PROGRAM            PIC X(14).
           05 FILLER                PIC X(01).
           05 CL-COUNTER            PIC X(14).
           05 FILLER                PIC X(01).
           05 CL-VALUE              PIC 9(09).
           05 FILLER                PIC X(01).
           05 CL-STAMP              PIC X(14).
