           05 MT-ACTION PIC X(6).
           05 MT-NAME PIC X(20).
           05 MT-PRONOUN-NOM PIC X(8).
           05 MT-PRONOUN-OBJ PIC X(8).
           05 MT-PRONOUN-POSS PIC X(8).
           05 MT-PRONOUN-NOM-2 PIC X(8).
           05 MT-PRONOUN-OBJ-2 PIC X(8).
           05 MT-PRONOUN-POSS-2 PIC X(8).
           05 MT-NEW-NAME PIC X(20).
      * person numbers pick out who is meant when a name is shared:
      * the person acted on, and the survivor on a MERGE. zero (or
      * absent) falls back to the name, which must then be held by
      * exactly one person.
           05 MT-PERSON-ID PIC 9(8).
           05 MT-NEW-PERSON-ID PIC 9(8).
      * display consent on a CONSNT transaction: badge, letter and
      * roster, each "Y" or "N", blank leaving that flag as it is.
           05 MT-CONSENT PIC X(3).
