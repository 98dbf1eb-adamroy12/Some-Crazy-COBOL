             10 RC-PERSON-PRONOUN-NOM-2 PIC X(8).
             10 RC-PERSON-PRONOUN-OBJ-2 PIC X(8).
             10 RC-PERSON-PRONOUN-POSS-2 PIC X(8).
      * the person number is handed out once, when someone is first
      * added, and never changes or gets reused - it is the record
      * key. the name stays an alternate key with duplicates, so two
      * people may share a name and operators can still look up by it.
           05 RC-PERSON-ID PIC 9(8).
      * display consent, one flag for each place the pronouns are shown
      * outside the office: the badge, letters, and cohort rosters.
      * "N" withholds them there - they stay on file for internal
      * use. anything else shows them, including the blanks on
      * records written before the flags existed.
           05 RC-PERSON-CONSENT.
             10 RC-CONSENT-BADGE PIC X(1).
               88 RC-BADGE-WITHHELD VALUE "N".
             10 RC-CONSENT-LETTER PIC X(1).
               88 RC-LETTER-WITHHELD VALUE "N".
             10 RC-CONSENT-ROSTER PIC X(1).
               88 RC-ROSTER-WITHHELD VALUE "N".
