               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-PE-FILE-STATUS.
               SELECT TEMPLATE-FILE ASSIGN TO "lettertemplate.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
      * without running off the item.
           01 WS-WORK-LINE PIC X(90).
           01 WS-MERGED-LINE PIC X(132).
           01 WS-PRONOUN-TOKEN-SW PIC X(1).
             88 LINE-HAS-PRONOUN-TOKEN VALUE "Y".
           78 WS-TEMPLATE-MAX VALUE 100.
           01 WS-TEMPLATE-TABLE.
             05 WS-TEMPLATE-LINE OCCURS 100 TIMES PIC X(80).
           END-IF.
           ADD 1 TO WS-LETTER-COUNT.
           PERFORM PREPARE-MERGE-VALUES.
      * a person who has withheld consent for letters gets the letter
      * without the template lines that would carry their pronouns.
           PERFORM VARYING WS-T FROM 1 BY 1
               UNTIL WS-T > WS-TEMPLATE-COUNT
             PERFORM SUBSTITUTE-TEMPLATE-LINE
             IF NOT (RC-LETTER-WITHHELD AND LINE-HAS-PRONOUN-TOKEN)
               MOVE WS-MERGED-LINE TO LP-RECORD
               WRITE LP-RECORD
             END-IF
           END-PERFORM.

      * sentence-initial forms carry the pronoun with its first
           MOVE SPACES TO WS-WORK-LINE.
           MOVE WS-TEMPLATE-LINE(WS-T) TO WS-WORK-LINE(1:80).
           MOVE SPACES TO WS-MERGED-LINE.
           MOVE "N" TO WS-PRONOUN-TOKEN-SW.
           MOVE 1 TO WS-IN-PTR.
           MOVE 1 TO WS-OUT-PTR.
           PERFORM UNTIL WS-IN-PTR > 80
             EVALUATE TRUE
               WHEN WS-WORK-LINE(WS-IN-PTR:6) = "&CPOSS"
                 MOVE WS-CAP-POSS-TEXT TO WS-VALUE-TEXT
                 MOVE "Y" TO WS-PRONOUN-TOKEN-SW
                 PERFORM EMIT-MERGE-VALUE
                 ADD 6 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:5) = "&CNOM"
                 MOVE WS-CAP-NOM-TEXT TO WS-VALUE-TEXT
                 MOVE "Y" TO WS-PRONOUN-TOKEN-SW
                 PERFORM EMIT-MERGE-VALUE
                 ADD 5 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:5) = "&COBJ"
                 MOVE WS-CAP-OBJ-TEXT TO WS-VALUE-TEXT
                 MOVE "Y" TO WS-PRONOUN-TOKEN-SW
                 PERFORM EMIT-MERGE-VALUE
                 ADD 5 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:5) = "&NAME"
                 ADD 5 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:5) = "&POSS"
                 MOVE WS-POSS-TEXT TO WS-VALUE-TEXT
                 MOVE "Y" TO WS-PRONOUN-TOKEN-SW
                 PERFORM EMIT-MERGE-VALUE
                 ADD 5 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:4) = "&NOM"
                 MOVE WS-NOM-TEXT TO WS-VALUE-TEXT
                 MOVE "Y" TO WS-PRONOUN-TOKEN-SW
                 PERFORM EMIT-MERGE-VALUE
                 ADD 4 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:4) = "&OBJ"
                 MOVE WS-OBJ-TEXT TO WS-VALUE-TEXT
                 MOVE "Y" TO WS-PRONOUN-TOKEN-SW
                 PERFORM EMIT-MERGE-VALUE
                 ADD 4 TO WS-IN-PTR
               WHEN OTHER
