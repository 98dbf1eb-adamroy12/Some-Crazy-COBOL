               SELECT OLD-PEOPLE-FILE ASSIGN TO "peopleseq.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OP-FILE-STATUS.
               SELECT OLD-MASTER-FILE ASSIGN TO "peopleold.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS OM-PERSON-NAME
                 FILE STATUS IS WS-OM-FILE-STATUS.
               SELECT NUMBERED-MASTER-FILE ASSIGN TO "peoplenum.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS NM-PERSON-ID
                 ALTERNATE RECORD KEY IS NM-PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-NM-FILE-STATUS.
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
           FD OLD-PEOPLE-FILE.
               10 OP-PERSON-PRONOUN-NOM PIC X(8).
               10 OP-PERSON-PRONOUN-OBJ PIC X(8).
               10 OP-PERSON-PRONOUN-POSS PIC X(8).
      * the indexed master as it stood before the person number, keyed
      * on the name alone.
           FD OLD-MASTER-FILE.
           01 OM-PERSON.
             05 OM-PERSON-NAME PIC X(20).
             05 OM-PERSON-PRONOUN.
               10 OM-PERSON-PRONOUN-NOM PIC X(8).
               10 OM-PERSON-PRONOUN-OBJ PIC X(8).
               10 OM-PERSON-PRONOUN-POSS PIC X(8).
             05 OM-PERSON-COHORT PIC X(8).
             05 OM-PERSON-PRONOUN-2.
               10 OM-PERSON-PRONOUN-NOM-2 PIC X(8).
               10 OM-PERSON-PRONOUN-OBJ-2 PIC X(8).
               10 OM-PERSON-PRONOUN-POSS-2 PIC X(8).
      * the master as it stood keyed on person number, before the
      * display consent flags were added.
           FD NUMBERED-MASTER-FILE.
           01 NM-PERSON.
             05 NM-PERSON-NAME PIC X(20).
             05 NM-PERSON-PRONOUN PIC X(24).
             05 NM-PERSON-COHORT PIC X(8).
             05 NM-PERSON-PRONOUN-2 PIC X(24).
             05 NM-PERSON-ID PIC 9(8).
           FD F-PEOPLE-FILE.
           01 RC-PERSON.
             COPY "PEOPLEREC.CPY".
           FD PERSON-NUMBER-FILE.
           01 PN-RECORD.
             COPY "PERSNUM.CPY".
       WORKING-STORAGE SECTION.
           01 WS-OP-FILE-STATUS PIC X(2).
           01 WS-OM-FILE-STATUS PIC X(2).
           01 WS-NM-FILE-STATUS PIC X(2).
           01 WS-PE-FILE-STATUS PIC X(2).
           01 WS-PN-FILE-STATUS PIC X(2).
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-LOADED-COUNT PIC 9(6).
           01 WS-COLLAPSED-COUNT PIC 9(6).
           01 WS-LAST-PERSON-ID PIC 9(8).
           01 WS-LOAD-SOURCE-SW PIC X(1).
             88 LOAD-FROM-NUMBERED-MASTER VALUE "N".
             88 LOAD-FROM-OLD-MASTER VALUE "M".
             88 LOAD-FROM-SEQUENTIAL VALUE "S".
           01 WS-LOCK-REQUEST.
             05 WS-LQ-PROGRAM-NAME PIC X(20).
             05 WS-LQ-RUN-TYPE PIC X(1).
           01 WS-LOCK-RESULT.
             05 WS-LR-RESULT-SW PIC X(1).
               88 UPDATES-HELD-FOR-STREAM VALUE "H".
      * builds the indexed master. three sources, taken in this order:
      *   - peoplenum.dat, the master already keyed on person number
      *     but written before the display consent flags - rename
      *     people.dat to peoplenum.dat before running. everyone keeps
      *     their number and starts with consent given everywhere, as
      *     the outputs have always treated them.
      * the other two predate the person number, and every person is
      * handed one in the order they are loaded, starting from 1:
      *   - peopleold.dat, the indexed master as it was keyed on name
      *     alone - rename people.dat to peopleold.dat before running.
      *     every field is carried across.
      *   - otherwise peopleseq.dat, the original sequential master -
      *     rename the old sequential people.dat to peopleseq.dat.
      *     repeated names collapse to their most recent occurrence, the
      *     same last-wins rule the reconciler applied to the
      *     sequential file.
      * personnumber.dat is rewritten with the last number issued.
       PROCEDURE DIVISION.
           PERFORM CHECK-STREAM-LOCK.
           IF UPDATES-HELD-FOR-STREAM
             STOP RUN
           END-IF.

           MOVE 0 TO WS-LOADED-COUNT.
           MOVE 0 TO WS-COLLAPSED-COUNT.
           MOVE 0 TO WS-LAST-PERSON-ID.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE "N" TO WS-LOAD-SOURCE-SW.
           OPEN INPUT NUMBERED-MASTER-FILE.
           IF WS-NM-FILE-STATUS = "35"
             MOVE "M" TO WS-LOAD-SOURCE-SW
             OPEN INPUT OLD-MASTER-FILE
           END-IF.
           IF LOAD-FROM-OLD-MASTER AND WS-OM-FILE-STATUS = "35"
             MOVE "S" TO WS-LOAD-SOURCE-SW
             OPEN INPUT OLD-PEOPLE-FILE
             IF WS-OP-FILE-STATUS = "35"
               DISPLAY "NONE OF PEOPLENUM.DAT, PEOPLEOLD.DAT OR "
                   "PEOPLESEQ.DAT FOUND - RENAME THE OLD PEOPLE.DAT "
                   "FIRST"
               STOP RUN
             END-IF
           END-IF.
      * numbers already issued are never issued again, so a reload of
      * a numbered master keeps the high-water mark it had, even where
      * the highest numbers belonged to people since deleted.
           IF LOAD-FROM-NUMBERED-MASTER
             OPEN INPUT PERSON-NUMBER-FILE
             IF WS-PN-FILE-STATUS NOT = "35"
               READ PERSON-NUMBER-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE PN-LAST-PERSON-ID TO WS-LAST-PERSON-ID
               END-READ
               CLOSE PERSON-NUMBER-FILE
             END-IF
           END-IF.
           OPEN OUTPUT F-PEOPLE-FILE.
           IF WS-PE-FILE-STATUS NOT = "00"
             DISPLAY "UNABLE TO CREATE INDEXED PEOPLE.DAT - STATUS "
                 WS-PE-FILE-STATUS
             PERFORM CLOSE-LOAD-SOURCE
             STOP RUN
           END-IF.
           CLOSE F-PEOPLE-FILE.
           OPEN I-O F-PEOPLE-FILE.

           EVALUATE TRUE
             WHEN LOAD-FROM-NUMBERED-MASTER
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                 READ NUMBERED-MASTER-FILE NEXT RECORD
                   NOT AT END
                     PERFORM LOAD-ONE-NUMBERED-PERSON
                   AT END
                     MOVE 1 TO WS-FILE-IS-ENDED
                 END-READ
               END-PERFORM
             WHEN LOAD-FROM-OLD-MASTER
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                 READ OLD-MASTER-FILE NEXT RECORD
                   NOT AT END
                     PERFORM LOAD-ONE-MASTER-PERSON
                   AT END
                     MOVE 1 TO WS-FILE-IS-ENDED
                 END-READ
               END-PERFORM
             WHEN OTHER
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                 READ OLD-PEOPLE-FILE
                   NOT AT END
                     PERFORM LOAD-ONE-PERSON
                   AT END
                     MOVE 1 TO WS-FILE-IS-ENDED
                 END-READ
               END-PERFORM
           END-EVALUATE.

           PERFORM CLOSE-LOAD-SOURCE.
           CLOSE F-PEOPLE-FILE.
           OPEN OUTPUT PERSON-NUMBER-FILE.
           MOVE WS-LAST-PERSON-ID TO PN-LAST-PERSON-ID.
           WRITE PN-RECORD.
           CLOSE PERSON-NUMBER-FILE.
           DISPLAY "PEOPLE MASTER LOAD COMPLETE - " WS-LOADED-COUNT
               " PEOPLE LOADED, " WS-COLLAPSED-COUNT
               " DUPLICATE NAMES COLLAPSED, LAST PERSON NUMBER "
               WS-LAST-PERSON-ID.
           STOP RUN.

       CLOSE-LOAD-SOURCE.
           EVALUATE TRUE
             WHEN LOAD-FROM-NUMBERED-MASTER
               CLOSE NUMBERED-MASTER-FILE
             WHEN LOAD-FROM-OLD-MASTER
               CLOSE OLD-MASTER-FILE
             WHEN OTHER
               CLOSE OLD-PEOPLE-FILE
           END-EVALUATE.

       LOAD-ONE-NUMBERED-PERSON.
           MOVE NM-PERSON TO RC-PERSON.
           MOVE "YYY" TO RC-PERSON-CONSENT.
           WRITE RC-PERSON.
           IF NM-PERSON-ID > WS-LAST-PERSON-ID
             MOVE NM-PERSON-ID TO WS-LAST-PERSON-ID
           END-IF.
           ADD 1 TO WS-LOADED-COUNT.

       LOAD-ONE-MASTER-PERSON.
           MOVE OM-PERSON TO RC-PERSON.
           ADD 1 TO WS-LAST-PERSON-ID.
           MOVE WS-LAST-PERSON-ID TO RC-PERSON-ID.
           MOVE "YYY" TO RC-PERSON-CONSENT.
           WRITE RC-PERSON.
           ADD 1 TO WS-LOADED-COUNT.

      * the old sequential master predates cohort identity and the
      * secondary pronoun set, so every migrated person starts
      * without either. a name already loaded keeps its number and
      * takes the later pronouns.
       LOAD-ONE-PERSON.
           MOVE OP-PERSON-NAME TO RC-PERSON-NAME.
           READ F-PEOPLE-FILE KEY IS RC-PERSON-NAME
             INVALID KEY
               MOVE OP-PERSON-NAME TO RC-PERSON-NAME
               ADD 1 TO WS-LAST-PERSON-ID
               MOVE WS-LAST-PERSON-ID TO RC-PERSON-ID
               PERFORM MOVE-SEQUENTIAL-PERSON
               WRITE RC-PERSON
               ADD 1 TO WS-LOADED-COUNT
             NOT INVALID KEY
               PERFORM MOVE-SEQUENTIAL-PERSON
               REWRITE RC-PERSON
               ADD 1 TO WS-COLLAPSED-COUNT
           END-READ.

       MOVE-SEQUENTIAL-PERSON.
           MOVE OP-PERSON-PRONOUN-NOM TO RC-PERSON-PRONOUN-NOM.
           MOVE OP-PERSON-PRONOUN-OBJ TO RC-PERSON-PRONOUN-OBJ.
           MOVE OP-PERSON-PRONOUN-POSS TO RC-PERSON-PRONOUN-POSS.
           MOVE SPACES TO RC-PERSON-COHORT.
           MOVE SPACES TO RC-PERSON-PRONOUN-2.
           MOVE "YYY" TO RC-PERSON-CONSENT.

      * no update is made while the nightly stream holds the files;
      * stream-lock says whether this run may go ahead.
       CHECK-STREAM-LOCK.
           MOVE "people-loader" TO WS-LQ-PROGRAM-NAME.
           MOVE "B" TO WS-LQ-RUN-TYPE.
           CALL "stream-lock" USING WS-LOCK-REQUEST WS-LOCK-RESULT.
