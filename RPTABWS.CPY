      ******************************************************************
      * Working storage for the reminder profiles, shared verbatim
      * between EVENT-GEN.cbl, ANNOUNCE.cbl, EVENT-FORECAST.cbl and
      * EVENT-MAINT.cbl (see RPTABFD.CPY for the on-disk layout and
      * RPTABPR.CPY for the load/seed/resolve paragraphs).
      * WS-RP-MAX-ENTRIES must be kept equal to the OCCURS count below
      * and WS-RL-MAX-ENTRIES to the reminder list's.
      * RESOLVE-REMINDERS-PARA-S turns WS-RP-LOOKUP-PROFILE (or, when
      * that is blank, the event's single WS-RP-LOOKUP-LEAD) into the
      * event's reminder list, WS-RL-ENTRY(1) to WS-RL-ENTRY(
      * WS-RL-COUNT), largest offset - so earliest reminder - first.
      ******************************************************************
       01  WS-REMINDER-PROFILE-TABLE.
           05 WS-RP-ENTRY           OCCURS 200 TIMES
                                     INDEXED BY WS-RP-IDX.
               10 WS-RP-PROFILE     PIC X(08).
               10 WS-RP-OFFSET      PIC 9(03).
               10 WS-RP-WORDING     PIC X(30).
       01  WS-RP-MAX-ENTRIES        PIC 9(03) VALUE 200.
       01  WS-RP-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-RP-FILE-STATUS        PIC X(02).
       01  WS-RP-EOF-SW             PIC X VALUE 'N'.
           88 RP-TABLE-EOF          VALUE 'Y'.
           88 RP-TABLE-NOT-EOF      VALUE 'N'.
       01  WS-RP-ROW-SW             PIC X.
           88 RP-ROW-OK             VALUE 'Y'.
           88 RP-ROW-BAD            VALUE 'N'.
       01  WS-RP-PROFILE-ROWS       PIC 9(03).
       01  WS-RP-LOOKUP-PROFILE     PIC X(08).
       01  WS-RP-LOOKUP-LEAD        PIC 9(03).
       01  WS-RP-FOUND-SW           PIC X VALUE 'N'.
           88 RP-PROFILE-FOUND      VALUE 'Y'.
           88 RP-PROFILE-NOT-FOUND  VALUE 'N'.
       01  WS-REMINDER-LIST.
           05 WS-RL-ENTRY           OCCURS 10 TIMES.
               10 WS-RL-OFFSET      PIC 9(03).
               10 WS-RL-WORDING     PIC X(30).
       01  WS-RL-MAX-ENTRIES        PIC 9(02) VALUE 10.
       01  WS-RL-COUNT              PIC 9(02) VALUE ZERO.
       01  WS-RL-IDX                PIC 9(02).
       01  WS-RL-SLOT               PIC 9(02).
