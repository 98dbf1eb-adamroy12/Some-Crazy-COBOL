           FILE-CONTROL.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-PE-FILE-STATUS.
               SELECT PENDING-CHANGE-FILE
                 ASSIGN TO "pendingchanges.dat"
             88 PERSON-WAS-FOUND VALUE "Y".
           01 WS-ENTERED-COUNT PIC 9(4).
           01 WS-ENTRY-IS-ENDED PIC 9.
           01 WS-PERSON-ID PIC 9(8).
           01 WS-LOOKUP-NAME PIC X(20).
           01 WS-LOOKUP-ID PIC 9(8).
           01 WS-PERSON-IN PIC X(8).
           01 WS-NAME-HOLDER-COUNT PIC 9(4).
           01 WS-HOLDER-IS-ENDED PIC 9.
           01 WS-LIST-HOLDERS-SW PIC X(1).
             88 LIST-NAME-HOLDERS VALUE "Y".
           01 WS-LOCK-REQUEST.
             05 WS-LQ-PROGRAM-NAME PIC X(20).
             05 WS-LQ-RUN-TYPE PIC X(1).
           01 WS-LOCK-RESULT.
             05 WS-LR-RESULT-SW PIC X(1).
               88 UPDATES-HELD-FOR-STREAM VALUE "H".
      * effective-dated changes are keyed ahead of time and validated
      * up front - the same pronoun checks the maintenance CHANGE
      * applies - so the nightly apply step finds nothing to argue
      * with on the morning the change comes due.
       PROCEDURE DIVISION.
           PERFORM CHECK-STREAM-LOCK.
           IF UPDATES-HELD-FOR-STREAM
             STOP RUN
           END-IF.

           OPEN INPUT F-PEOPLE-FILE.
           IF WS-PE-FILE-STATUS = "35"
             DISPLAY "PEOPLE.DAT NOT FOUND - NOTHING TO CHANGE"
             IF WS-NAME = SPACES
               MOVE 1 TO WS-ENTRY-IS-ENDED
             ELSE
               MOVE WS-NAME TO WS-LOOKUP-NAME
               PERFORM FIND-PERSON-BY-NAME
               MOVE WS-LOOKUP-ID TO WS-PERSON-ID
               PERFORM ENTER-ONE-PENDING-CHANGE
             END-IF
           END-PERFORM.
             END-IF
           END-IF.

      * the name is a lookup, not the key - several people may share
      * it. a lone holder is taken as is; a shared name is listed with
      * each holder's number and cohort for the operator to pick one.
       FIND-PERSON-BY-NAME.
           MOVE "N" TO WS-LIST-HOLDERS-SW.
           PERFORM SCAN-NAME-HOLDERS.
           IF WS-NAME-HOLDER-COUNT > 1
             DISPLAY WS-LOOKUP-NAME " IS HELD BY "
                 WS-NAME-HOLDER-COUNT " PEOPLE :"
             MOVE "Y" TO WS-LIST-HOLDERS-SW
             PERFORM SCAN-NAME-HOLDERS
             MOVE 0 TO WS-LOOKUP-ID
             DISPLAY "ENTER PERSON NUMBER, 8 DIGITS :"
                 WITH NO ADVANCING
             ACCEPT WS-PERSON-IN
             IF WS-PERSON-IN IS NUMERIC
               MOVE WS-PERSON-IN TO WS-LOOKUP-ID
             END-IF
           END-IF.

       SCAN-NAME-HOLDERS.
           MOVE 0 TO WS-NAME-HOLDER-COUNT.
           MOVE 0 TO WS-LOOKUP-ID.
           MOVE 0 TO WS-HOLDER-IS-ENDED.
           MOVE WS-LOOKUP-NAME TO RC-PERSON-NAME.
           START F-PEOPLE-FILE KEY IS EQUAL TO RC-PERSON-NAME
             INVALID KEY
               MOVE 1 TO WS-HOLDER-IS-ENDED
           END-START.
           PERFORM UNTIL WS-HOLDER-IS-ENDED = 1
             READ F-PEOPLE-FILE NEXT RECORD
               NOT AT END
                 IF RC-PERSON-NAME NOT = WS-LOOKUP-NAME
                   MOVE 1 TO WS-HOLDER-IS-ENDED
                 ELSE
                   ADD 1 TO WS-NAME-HOLDER-COUNT
                   MOVE RC-PERSON-ID TO WS-LOOKUP-ID
                   IF LIST-NAME-HOLDERS
                     DISPLAY "  PERSON " RC-PERSON-ID " COHORT "
                         RC-PERSON-COHORT " " RC-PERSON-PRONOUN-NOM
                         "/" RC-PERSON-PRONOUN-OBJ "/"
                         RC-PERSON-PRONOUN-POSS
                   END-IF
                 END-IF
               AT END
                 MOVE 1 TO WS-HOLDER-IS-ENDED
             END-READ
           END-PERFORM.

      * a number that belongs to someone under another name is
      * treated as not found, so a mis-keyed number cannot queue a
      * change against the wrong person.
       READ-PERSON-RECORD.
           MOVE "N" TO WS-PERSON-FOUND-SW.
           MOVE WS-PERSON-ID TO RC-PERSON-ID.
           READ F-PEOPLE-FILE KEY IS RC-PERSON-ID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF RC-PERSON-NAME = WS-NAME
                 MOVE "Y" TO WS-PERSON-FOUND-SW
               END-IF
           END-READ.

       VALIDATE-PENDING-ENTRY.
           END-IF.
           MOVE SPACES TO PC-RECORD.
           MOVE WS-NAME TO PC-NAME.
           MOVE WS-PERSON-ID TO PC-PERSON-ID.
           MOVE WS-PRONOUN-NOM TO PC-PRONOUN-NOM.
           MOVE WS-PRONOUN-OBJ TO PC-PRONOUN-OBJ.
           MOVE WS-PRONOUN-POSS TO PC-PRONOUN-POSS.
           WRITE PC-RECORD.
           CLOSE PENDING-CHANGE-FILE.
           ADD 1 TO WS-ENTERED-COUNT.
           DISPLAY WS-NAME " (PERSON " WS-PERSON-ID ") QUEUED "
               "EFFECTIVE " WS-EFFECTIVE-DATE.

       VALIDATE-PRONOUN-ENTRY.
           MOVE "Y" TO WS-ENTRY-IS-VALID.
               END-IF
             END-IF
           END-IF.

      * no update is made while the nightly stream holds the files;
      * stream-lock says whether this run may go ahead.
       CHECK-STREAM-LOCK.
           MOVE "pending-entry" TO WS-LQ-PROGRAM-NAME.
           MOVE "I" TO WS-LQ-RUN-TYPE.
           CALL "stream-lock" USING WS-LOCK-REQUEST WS-LOCK-RESULT.
