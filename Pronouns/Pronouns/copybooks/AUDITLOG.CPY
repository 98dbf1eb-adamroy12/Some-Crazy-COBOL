           05 AL-AFTER-NOM PIC X(8).
           05 AL-AFTER-OBJ PIC X(8).
           05 AL-AFTER-POSS PIC X(8).
      * the second name an event involves: the person's new name on a
      * RENAME, so one audit line ties the old and new names together;
      * the other person's name on a MERGE or ABSORB; the program run
      * over the stream lock on an OVERRD. blank on every other action.
           05 AL-NEW-NAME PIC X(20).
      * the person number of the record the event touched - the
      * survivor on an ABSORB, the absorbed record on a MERGE. zero on
      * a refusal made before any person was picked.
           05 AL-PERSON-ID PIC 9(8).
      * the display consent flags (badge, letter, roster) either side
      * of the event - set on an ADD and a CONSNT change, blank where
      * the event left consent alone.
           05 AL-BEFORE-CONSENT PIC X(3).
           05 AL-AFTER-CONSENT PIC X(3).
      * the secondary set as it stands after an ADD, AMEND or CHANGE,
      * and the cohort given with the event - blank where an AMEND or
      * CHANGE left the cohort as it was. with the primary set and
      * consent above, enough for people-recovery to replay the event
      * onto a restored master.
           05 AL-AFTER-NOM-2 PIC X(8).
           05 AL-AFTER-OBJ-2 PIC X(8).
           05 AL-AFTER-POSS-2 PIC X(8).
           05 AL-COHORT-ID PIC X(8).
