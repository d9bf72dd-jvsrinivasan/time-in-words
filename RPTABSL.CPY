      ******************************************************************
      * FILE-CONTROL entry for the reminder profile file, shared
      * verbatim between EVENT-GEN.cbl, ANNOUNCE.cbl, EVENT-FORECAST.
      * cbl and EVENT-MAINT.cbl so every program that works out an
      * event's announcement moments opens REMINDER-PROFILES.DAT the
      * same way. See RPTABFD.CPY for the record layout, RPTABWS.CPY
      * for the working-storage fields and RPTABPR.CPY for the
      * load/seed/resolve paragraphs.
      ******************************************************************
           SELECT REMINDER-PROFILE-FILE
               ASSIGN TO 'REMINDER-PROFILES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RP-FILE-STATUS.
