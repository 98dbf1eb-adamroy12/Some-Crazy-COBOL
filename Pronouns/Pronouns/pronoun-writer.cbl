           FILE-CONTROL.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-PE-FILE-STATUS.
               SELECT PERSON-NUMBER-FILE
                 ASSIGN TO "personnumber.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PN-FILE-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD F-PEOPLE-FILE.
           01 RC-PERSON.
             COPY "PEOPLEREC.CPY".
           FD PERSON-NUMBER-FILE.
           01 PN-RECORD.
             COPY "PERSNUM.CPY".
       WORKING-STORAGE SECTION.
           01 WS-PE-FILE-STATUS PIC X(2).
           01 WS-PN-FILE-STATUS PIC X(2).
           01 WS-LAST-PERSON-ID PIC 9(8).
           01 WS-SCAN-IS-ENDED PIC 9.
           01 WS-WRITE-FAILED-SW PIC X(1).
             88 WRITE-HAS-FAILED VALUE "Y".
       LINKAGE SECTION.
      * the caller says what kind of write this is: an intake arrival
      * (held back if the name is already on file), a person the
      * operator has confirmed is new despite sharing a name, or an
      * update to the person whose number is passed. a new person's
      * number comes back in PW-PERSON-ID. the display consent is
      * taken for a new person only - an update leaves the consent on
      * file alone, since only people-maintenance changes it. an
      * update whose number is not on file, or is on file under a
      * different name, comes back held as no person.
           01 PW-REQUEST.
             05 PW-REQUEST-TYPE PIC X(1).
               88 PW-INTAKE-ARRIVAL VALUE "I".
               88 PW-CONFIRMED-NEW-PERSON VALUE "N".
               88 PW-UPDATE-PERSON VALUE "U".
             05 PW-PERSON-ID PIC 9(8).
             05 PW-CONSENT PIC X(3).
           01 PW-NAME PIC X(20).
           01 PW-PRONOUN-NOM PIC X(8).
           01 PW-PRONOUN-OBJ PIC X(8).
             05 PW-BEFORE-NOM PIC X(8).
             05 PW-BEFORE-OBJ PIC X(8).
             05 PW-BEFORE-POSS PIC X(8).
             05 PW-HELD-SW PIC X(1).
               88 PW-HELD-SAME-NAME VALUE "S".
               88 PW-HELD-NO-PERSON VALUE "M".
               88 PW-WAS-WRITTEN VALUE "N".
       PROCEDURE DIVISION USING PW-REQUEST PW-NAME PW-PRONOUN-NOM
           PW-PRONOUN-OBJ PW-PRONOUN-POSS PW-PRONOUN-NOM-2
           PW-PRONOUN-OBJ-2 PW-PRONOUN-POSS-2 PW-COHORT-ID PW-RESULT.
           MOVE "N" TO PW-REPLACED-SW.
           MOVE "N" TO PW-HELD-SW.
           MOVE SPACES TO PW-BEFORE-NOM PW-BEFORE-OBJ PW-BEFORE-POSS.

           OPEN I-O F-PEOPLE-FILE.
             OPEN I-O F-PEOPLE-FILE
           END-IF.

           EVALUATE TRUE
             WHEN PW-UPDATE-PERSON
               PERFORM REPLACE-EXISTING-PERSON
             WHEN PW-CONFIRMED-NEW-PERSON
               PERFORM ADD-NEW-PERSON
             WHEN OTHER
               PERFORM CHECK-NAME-NOT-ON-FILE
               IF NOT PW-HELD-SAME-NAME
                 PERFORM ADD-NEW-PERSON
               END-IF
           END-EVALUATE.

           CLOSE F-PEOPLE-FILE.
           GOBACK.

      * an arrival whose name is already held by someone on the
      * master is not written at all - it may be that person again or
      * a different person who shares the name, and only an operator
      * can tell. the first holder's number goes back to the caller
      * for the review entry.
       CHECK-NAME-NOT-ON-FILE.
           MOVE PW-NAME TO RC-PERSON-NAME.
           READ F-PEOPLE-FILE KEY IS RC-PERSON-NAME
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "S" TO PW-HELD-SW
               MOVE RC-PERSON-ID TO PW-PERSON-ID
               MOVE RC-PERSON-PRONOUN-NOM TO PW-BEFORE-NOM
               MOVE RC-PERSON-PRONOUN-OBJ TO PW-BEFORE-OBJ
               MOVE RC-PERSON-PRONOUN-POSS TO PW-BEFORE-POSS
           END-READ.

       ADD-NEW-PERSON.
           PERFORM ASSIGN-PERSON-NUMBER.
           MOVE "N" TO WS-WRITE-FAILED-SW.
           PERFORM BUILD-NEW-PERSON-RECORD.
           WRITE RC-PERSON
             INVALID KEY
               MOVE "Y" TO WS-WRITE-FAILED-SW
           END-WRITE.
      * a number already taken means personnumber.dat was restored
      * from behind the master - the high-water mark is taken from the
      * master itself and the write tried once more.
           IF WRITE-HAS-FAILED
             DISPLAY "PERSON NUMBER " WS-LAST-PERSON-ID
                 " ALREADY ON PEOPLE.DAT - NUMBER RESET FROM MASTER"
             PERFORM FIND-HIGHEST-PERSON-NUMBER
             ADD 1 TO WS-LAST-PERSON-ID
             PERFORM SAVE-PERSON-NUMBER
             PERFORM BUILD-NEW-PERSON-RECORD
             WRITE RC-PERSON
           END-IF.
           MOVE WS-LAST-PERSON-ID TO PW-PERSON-ID.

       BUILD-NEW-PERSON-RECORD.
           MOVE WS-LAST-PERSON-ID TO RC-PERSON-ID.
           MOVE PW-NAME TO RC-PERSON-NAME.
           MOVE PW-PRONOUN-NOM TO RC-PERSON-PRONOUN-NOM.
           MOVE PW-PRONOUN-OBJ TO RC-PERSON-PRONOUN-OBJ.
           MOVE PW-PRONOUN-POSS TO RC-PERSON-PRONOUN-POSS.
           MOVE PW-PRONOUN-NOM-2 TO RC-PERSON-PRONOUN-NOM-2.
           MOVE PW-PRONOUN-OBJ-2 TO RC-PERSON-PRONOUN-OBJ-2.
           MOVE PW-PRONOUN-POSS-2 TO RC-PERSON-PRONOUN-POSS-2.
           MOVE PW-COHORT-ID TO RC-PERSON-COHORT.
           MOVE PW-CONSENT TO RC-PERSON-CONSENT.

      * a re-entry the operator has matched to an existing person
      * replaces that person's pronouns in place. the caller gets the
      * replaced record's pronouns back for its audit entry.
       REPLACE-EXISTING-PERSON.
           MOVE PW-PERSON-ID TO RC-PERSON-ID.
           READ F-PEOPLE-FILE KEY IS RC-PERSON-ID
             INVALID KEY
               MOVE "M" TO PW-HELD-SW
             NOT INVALID KEY
      * the number must still belong to the person named. a mis-keyed
      * number is treated as not on file rather than overwriting the
      * pronouns of somebody unrelated.
               IF RC-PERSON-NAME NOT = PW-NAME
                 MOVE "M" TO PW-HELD-SW
               ELSE
                 MOVE "Y" TO PW-REPLACED-SW
                 MOVE RC-PERSON-PRONOUN-NOM TO PW-BEFORE-NOM
                 MOVE RC-PERSON-PRONOUN-OBJ TO PW-BEFORE-OBJ
                 MOVE RC-PERSON-PRONOUN-POSS TO PW-BEFORE-POSS
                 MOVE PW-PRONOUN-NOM TO RC-PERSON-PRONOUN-NOM
                 MOVE PW-PRONOUN-OBJ TO RC-PERSON-PRONOUN-OBJ
                 MOVE PW-PRONOUN-POSS TO RC-PERSON-PRONOUN-POSS
      * the secondary set always takes the re-entered answer, blanks
      * included - giving one set this time means one set.
                 MOVE PW-PRONOUN-NOM-2 TO RC-PERSON-PRONOUN-NOM-2
                 MOVE PW-PRONOUN-OBJ-2 TO RC-PERSON-PRONOUN-OBJ-2
                 MOVE PW-PRONOUN-POSS-2 TO RC-PERSON-PRONOUN-POSS-2
      * a replace without a cohort (interactive entry, exception
      * repair) keeps the cohort the person arrived with.
                 IF PW-COHORT-ID NOT = SPACES
                   MOVE PW-COHORT-ID TO RC-PERSON-COHORT
                 END-IF
                 REWRITE RC-PERSON
               END-IF
           END-READ.

      * personnumber.dat holds the last number handed out. when it is
      * missing (first run after the reload, or lost) the high-water
      * mark is rebuilt from the master before a number is issued.
       ASSIGN-PERSON-NUMBER.
           MOVE 0 TO WS-LAST-PERSON-ID.
           OPEN INPUT PERSON-NUMBER-FILE.
           IF WS-PN-FILE-STATUS = "35"
             PERFORM FIND-HIGHEST-PERSON-NUMBER
           ELSE
             READ PERSON-NUMBER-FILE
               AT END
                 PERFORM FIND-HIGHEST-PERSON-NUMBER
               NOT AT END
                 MOVE PN-LAST-PERSON-ID TO WS-LAST-PERSON-ID
             END-READ
             CLOSE PERSON-NUMBER-FILE
           END-IF.
           ADD 1 TO WS-LAST-PERSON-ID.
           PERFORM SAVE-PERSON-NUMBER.

       SAVE-PERSON-NUMBER.
           OPEN OUTPUT PERSON-NUMBER-FILE.
           MOVE WS-LAST-PERSON-ID TO PN-LAST-PERSON-ID.
           WRITE PN-RECORD.
           CLOSE PERSON-NUMBER-FILE.

      * the master reads back in person-number order, so the last
      * record read is the highest number issued.
       FIND-HIGHEST-PERSON-NUMBER.
           MOVE 0 TO WS-LAST-PERSON-ID.
           MOVE 0 TO WS-SCAN-IS-ENDED.
           MOVE 0 TO RC-PERSON-ID.
           START F-PEOPLE-FILE KEY IS NOT LESS THAN RC-PERSON-ID
             INVALID KEY
               MOVE 1 TO WS-SCAN-IS-ENDED
           END-START.
           PERFORM UNTIL WS-SCAN-IS-ENDED = 1
             READ F-PEOPLE-FILE NEXT RECORD
               AT END
                 MOVE 1 TO WS-SCAN-IS-ENDED
               NOT AT END
                 MOVE RC-PERSON-ID TO WS-LAST-PERSON-ID
             END-READ
           END-PERFORM.
