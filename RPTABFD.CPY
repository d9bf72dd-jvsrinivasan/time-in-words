      ******************************************************************
      * Reminder profiles. An event that names a profile on
      * RECURRING-EVENTS.DAT (RE-PROFILE) is announced once per row of
      * that profile instead of once at its single lead time - the
      * reminder ladder facilities want for the fire drill and the
      * building close. RP-OFFSET is how many minutes before the event
      * that reminder is read (000 = at the event time itself) and
      * RP-WORDING is what is said in place of the standard "IN
      * <lead> MINUTES" / "NOW" wording, e.g. "IN THIRTY MINUTES" or
      * "STARTING NOW"; a blank wording falls back to the standard
      * words for that offset. One profile may hold up to ten rows,
      * in any order on the file - they are spoken earliest first.
      ******************************************************************
       FD  REMINDER-PROFILE-FILE.
       01  REMINDER-PROFILE-RECORD.
           05 RP-PROFILE            PIC X(08).
           05 FILLER                PIC X(01).
           05 RP-OFFSET             PIC 9(03).
           05 FILLER                PIC X(01).
           05 RP-WORDING            PIC X(30).
