           05 EX-PRONOUN-NOM-2 PIC X(8).
           05 EX-PRONOUN-OBJ-2 PIC X(8).
           05 EX-PRONOUN-POSS-2 PIC X(8).
      * an arrival held because its name is already on file carries
      * the number of the person already holding it, so repair can
      * decide whether it is that person or somebody new; zero on
      * every other exception.
           05 EX-PERSON-ID PIC 9(8).
      * the display consent the arrival gave at intake, so a repaired
      * entry goes onto the master with the consent it came in with.
           05 EX-DISPLAY-CONSENT PIC X(3).
      * the date the exception left the open queue - repaired onto the
      * master ("R") or discarded ("C"). zero while it is open, and on
      * exceptions settled before the date was kept.
           05 EX-RESOLVED-DATE PIC 9(8).
