               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-PE-FILE-STATUS.
               SELECT ROSTER-SORT-FILE ASSIGN TO "cohortroster.tmp".
               SELECT ROSTER-FILE ASSIGN TO "cohortroster.dat"
             05 RS-PRONOUN-NOM PIC X(8).
             05 RS-PRONOUN-OBJ PIC X(8).
             05 RS-PRONOUN-POSS PIC X(8).
             05 RS-CONSENT-ROSTER PIC X(1).
               88 RS-ROSTER-WITHHELD VALUE "N".
           FD ROSTER-FILE.
           01 RO-RECORD PIC X(80).
           FD COHORT-MASTER-FILE.
                 MOVE RC-PERSON-PRONOUN-NOM TO RS-PRONOUN-NOM
                 MOVE RC-PERSON-PRONOUN-OBJ TO RS-PRONOUN-OBJ
                 MOVE RC-PERSON-PRONOUN-POSS TO RS-PRONOUN-POSS
                 MOVE RC-CONSENT-ROSTER TO RS-CONSENT-ROSTER
                 RELEASE RS-RECORD
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-IF.

      * a member who has withheld roster consent is listed and counted
      * by name alone.
       WRITE-ROSTER-MEMBER-LINE.
           ADD 1 TO WS-COHORT-MEMBER-COUNT.
           MOVE SPACES TO RO-RECORD.
           IF RS-ROSTER-WITHHELD
             STRING "  " DELIMITED BY SIZE
                    RS-NAME DELIMITED BY SIZE
               INTO RO-RECORD
             END-STRING
           ELSE
             STRING "  " DELIMITED BY SIZE
                    RS-NAME DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    RS-PRONOUN-NOM DELIMITED BY SPACE
                    "/" DELIMITED BY SIZE
                    RS-PRONOUN-OBJ DELIMITED BY SPACE
                    "/" DELIMITED BY SIZE
                    RS-PRONOUN-POSS DELIMITED BY SPACE
               INTO RO-RECORD
             END-STRING
           END-IF.
           WRITE RO-RECORD.

       WRITE-COHORT-TRAILER.
