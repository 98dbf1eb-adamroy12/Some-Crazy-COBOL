               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-PE-FILE-STATUS.
               SELECT PENDING-CHANGE-FILE
                 ASSIGN TO "pendingchanges.dat"
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-TODAY PIC 9(8).
           01 WS-NAME PIC X(20).
           01 WS-PERSON-ID PIC 9(8).
           01 WS-PRONOUN-NOM PIC X(8).
           01 WS-PRONOUN-OBJ PIC X(8).
           01 WS-PRONOUN-POSS PIC X(8).
           01 WS-PEND-TABLE.
             05 WS-PEND-ENTRY OCCURS 1000 TIMES.
               10 WS-PT-NAME PIC X(20).
               10 WS-PT-PERSON-ID PIC 9(8).
               10 WS-PT-NOM PIC X(8).
               10 WS-PT-OBJ PIC X(8).
               10 WS-PT-POSS PIC X(8).
                 END-IF
                 ADD 1 TO WS-PEND-COUNT
                 MOVE PC-NAME TO WS-PT-NAME(WS-PEND-COUNT)
      * changes queued before people carried a number have spaces
      * here and are found on their name instead.
                 IF PC-PERSON-ID IS NUMERIC
                   MOVE PC-PERSON-ID TO WS-PT-PERSON-ID(WS-PEND-COUNT)
                 ELSE
                   MOVE 0 TO WS-PT-PERSON-ID(WS-PEND-COUNT)
                 END-IF
                 MOVE PC-PRONOUN-NOM TO WS-PT-NOM(WS-PEND-COUNT)
                 MOVE PC-PRONOUN-OBJ TO WS-PT-OBJ(WS-PEND-COUNT)
                 MOVE PC-PRONOUN-POSS TO WS-PT-POSS(WS-PEND-COUNT)

       APPLY-ONE-PENDING-CHANGE.
           MOVE WS-PT-NAME(WS-I) TO WS-NAME.
           MOVE WS-PT-PERSON-ID(WS-I) TO WS-PERSON-ID.
           MOVE WS-PT-NOM(WS-I) TO WS-PRONOUN-NOM.
           MOVE WS-PT-OBJ(WS-I) TO WS-PRONOUN-OBJ.
           MOVE WS-PT-POSS(WS-I) TO WS-PRONOUN-POSS.
           END-STRING.
           WRITE PRT-RECORD.

      * the change is applied to the person it was queued against. a
      * number now held under another name (renamed or merged away
      * since) is not applied - the change is rejected for re-entry.
       READ-PERSON-RECORD.
           MOVE "N" TO WS-PERSON-FOUND-SW.
           IF WS-PERSON-ID = 0
             MOVE WS-NAME TO RC-PERSON-NAME
             READ F-PEOPLE-FILE KEY IS RC-PERSON-NAME
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "Y" TO WS-PERSON-FOUND-SW
             END-READ
           ELSE
             MOVE WS-PERSON-ID TO RC-PERSON-ID
             READ F-PEOPLE-FILE KEY IS RC-PERSON-ID
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF RC-PERSON-NAME = WS-NAME
                   MOVE "Y" TO WS-PERSON-FOUND-SW
                 END-IF
             END-READ
           END-IF.
           IF PERSON-WAS-FOUND
             MOVE RC-PERSON-ID TO WS-PERSON-ID
             MOVE RC-PERSON-ID TO WS-PT-PERSON-ID(WS-I)
             MOVE RC-PERSON-PRONOUN-NOM TO WS-BEFORE-NOM
             MOVE RC-PERSON-PRONOUN-OBJ TO WS-BEFORE-OBJ
             MOVE RC-PERSON-PRONOUN-POSS TO WS-BEFORE-POSS
           END-IF.

       WRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-CHANGE-FILE.
               UNTIL WS-I > WS-PEND-COUNT
             MOVE SPACES TO PC-RECORD
             MOVE WS-PT-NAME(WS-I) TO PC-NAME
             MOVE WS-PT-PERSON-ID(WS-I) TO PC-PERSON-ID
             MOVE WS-PT-NOM(WS-I) TO PC-PRONOUN-NOM
             MOVE WS-PT-OBJ(WS-I) TO PC-PRONOUN-OBJ
             MOVE WS-PT-POSS(WS-I) TO PC-PRONOUN-POSS
           MOVE WS-TERMINAL-ID TO AL-TERMINAL-ID.
           MOVE "CHANGE" TO AL-ACTION.
           MOVE WS-NAME TO AL-NAME.
           MOVE WS-PERSON-ID TO AL-PERSON-ID.
           MOVE WS-BEFORE-NOM TO AL-BEFORE-NOM.
           MOVE WS-BEFORE-OBJ TO AL-BEFORE-OBJ.
           MOVE WS-BEFORE-POSS TO AL-BEFORE-POSS.
           MOVE WS-PRONOUN-NOM TO AL-AFTER-NOM.
           MOVE WS-PRONOUN-OBJ TO AL-AFTER-OBJ.
           MOVE WS-PRONOUN-POSS TO AL-AFTER-POSS.
           MOVE WS-PRONOUN-NOM-2 TO AL-AFTER-NOM-2.
           MOVE WS-PRONOUN-OBJ-2 TO AL-AFTER-OBJ-2.
           MOVE WS-PRONOUN-POSS-2 TO AL-AFTER-POSS-2.
           WRITE AL-RECORD.
           CLOSE AUDIT-LOG-FILE.

