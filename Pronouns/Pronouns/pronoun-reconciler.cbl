               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES.
               SELECT RECON-SORT-FILE ASSIGN TO "reconcilesort.tmp".
               SELECT RECONCILE-REPORT-FILE
                 ASSIGN TO "reconcilereport.dat"
             COPY "PEOPLEREC.CPY".
           SD RECON-SORT-FILE.
           01 SR-RECORD.
             05 SR-PERSON-ID PIC 9(8).
             05 SR-NAME PIC X(20).
             05 SR-ARRIVAL-SEQ PIC 9(8).
             05 SR-NOM PIC X(8).
             05 SR-NOM-2 PIC X(8).
             05 SR-OBJ-2 PIC X(8).
             05 SR-POSS-2 PIC X(8).
             05 SR-CONSENT PIC X(3).
           FD RECONCILE-REPORT-FILE.
           01 RP-RECORD PIC X(100).
           FD AUDIT-LOG-FILE.
           01 WS-DUP-COUNT PIC 9(8).
           01 WS-I PIC 9(4).
           01 WS-J PIC 9(4).
           01 WS-GROUP-PERSON-ID PIC 9(8).
           01 WS-GROUP-NAME PIC X(20).
           01 WS-GROUP-COUNT PIC 9(4).
           01 WS-FIRST-GROUP-SW PIC X(1).
             88 FIRST-GROUP-PENDING VALUE "Y".
      * the whole master no longer sits in working storage - records
      * stream through the sort on person number, and only the records
      * sharing one number are held at a time, so the file can grow
      * past any fixed table size. two people who share a name are two
      * people and are both kept; only repeated numbers collapse, to
      * their most recent arrival (highest arrival sequence), the same
      * last-wins survivor rule the table scan applied.
           78 WS-GROUP-TABLE-MAX VALUE 200.
           01 WS-GROUP-TABLE.
             05 WS-GROUP-ENTRY OCCURS 200 TIMES.
               10 WS-GT-NOM-2 PIC X(8).
               10 WS-GT-OBJ-2 PIC X(8).
               10 WS-GT-POSS-2 PIC X(8).
               10 WS-GT-CONSENT PIC X(3).
           01 WS-LOCK-REQUEST.
             05 WS-LQ-PROGRAM-NAME PIC X(20).
             05 WS-LQ-RUN-TYPE PIC X(1).
           01 WS-LOCK-RESULT.
             05 WS-LR-RESULT-SW PIC X(1).
               88 UPDATES-HELD-FOR-STREAM VALUE "H".
       PROCEDURE DIVISION.
           PERFORM CHECK-STREAM-LOCK.
           IF UPDATES-HELD-FOR-STREAM
             STOP RUN
           END-IF.

           SORT RECON-SORT-FILE
             ON ASCENDING KEY SR-PERSON-ID
             ON ASCENDING KEY SR-ARRIVAL-SEQ
             INPUT PROCEDURE IS RELEASE-PEOPLE-TO-SORT
             OUTPUT PROCEDURE IS RECONCILE-FROM-SORT.
           STOP RUN.

      * arrival order is tagged onto each record before sorting so
      * that within a number the sort preserves which record came last.
       RELEASE-PEOPLE-TO-SORT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-ARRIVAL-SEQ.
             READ F-PEOPLE-FILE
               NOT AT END
                 ADD 1 TO WS-ARRIVAL-SEQ
                 MOVE RC-PERSON-ID TO SR-PERSON-ID
                 MOVE RC-PERSON-NAME TO SR-NAME
                 MOVE WS-ARRIVAL-SEQ TO SR-ARRIVAL-SEQ
                 MOVE RC-PERSON-PRONOUN-NOM TO SR-NOM
                 MOVE RC-PERSON-PRONOUN-NOM-2 TO SR-NOM-2
                 MOVE RC-PERSON-PRONOUN-OBJ-2 TO SR-OBJ-2
                 MOVE RC-PERSON-PRONOUN-POSS-2 TO SR-POSS-2
                 MOVE RC-PERSON-CONSENT TO SR-CONSENT
                 RELEASE SR-RECORD
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             RETURN RECON-SORT-FILE
               NOT AT END
                 IF FIRST-GROUP-PENDING
                   OR SR-PERSON-ID NOT = WS-GROUP-PERSON-ID
                   IF NOT FIRST-GROUP-PENDING
                     PERFORM FLUSH-NAME-GROUP
                   END-IF
                   MOVE "N" TO WS-FIRST-GROUP-SW
                   MOVE SR-PERSON-ID TO WS-GROUP-PERSON-ID
                   MOVE SR-NAME TO WS-GROUP-NAME
                   MOVE 0 TO WS-GROUP-COUNT
                 END-IF
             PERFORM FLUSH-NAME-GROUP
           END-IF.
           IF WS-DUP-COUNT = 0
             MOVE "NO DUPLICATE PERSON NUMBERS FOUND" TO RP-RECORD
             WRITE RP-RECORD
           END-IF.
           CLOSE RECONCILE-REPORT-FILE.
      * later one just arrived), so it is collapsed at once against
      * the newest record held so far to free its slot - only its
      * reported "now" values can differ from the final survivor,
      * and only when a single number carries more records than the
      * group table, which the keyed master prevents arising.
       HOLD-RECORD-IN-GROUP.
           IF WS-GROUP-COUNT = WS-GROUP-TABLE-MAX
           MOVE SR-NOM-2 TO WS-GT-NOM-2(WS-GROUP-COUNT).
           MOVE SR-OBJ-2 TO WS-GT-OBJ-2(WS-GROUP-COUNT).
           MOVE SR-POSS-2 TO WS-GT-POSS-2(WS-GROUP-COUNT).
           MOVE SR-CONSENT TO WS-GT-CONSENT(WS-GROUP-COUNT).

      * the last record held for the number is the survivor; everything
      * before it is collapsed, reported and audited against the
      * survivor's values - the same before/after the table scan
      * produced.
       FLUSH-NAME-GROUP.
           MOVE WS-GROUP-PERSON-ID TO RC-PERSON-ID.
           MOVE WS-GROUP-NAME TO RC-PERSON-NAME.
           MOVE WS-GT-NOM(WS-GROUP-COUNT) TO RC-PERSON-PRONOUN-NOM.
           MOVE WS-GT-OBJ(WS-GROUP-COUNT) TO RC-PERSON-PRONOUN-OBJ.
             TO RC-PERSON-PRONOUN-OBJ-2.
           MOVE WS-GT-POSS-2(WS-GROUP-COUNT)
             TO RC-PERSON-PRONOUN-POSS-2.
           MOVE WS-GT-CONSENT(WS-GROUP-COUNT) TO RC-PERSON-CONSENT.
           WRITE RC-PERSON.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >= WS-GROUP-COUNT
           MOVE WS-TERMINAL-ID TO AL-TERMINAL-ID.
           MOVE "AMEND" TO AL-ACTION.
           MOVE WS-GROUP-NAME TO AL-NAME.
           MOVE WS-GROUP-PERSON-ID TO AL-PERSON-ID.
           MOVE WS-GT-NOM(WS-I) TO AL-BEFORE-NOM.
           MOVE WS-GT-OBJ(WS-I) TO AL-BEFORE-OBJ.
           MOVE WS-GT-POSS(WS-I) TO AL-BEFORE-POSS.
           MOVE WS-GT-NOM(WS-GROUP-COUNT) TO AL-AFTER-NOM.
           MOVE WS-GT-OBJ(WS-GROUP-COUNT) TO AL-AFTER-OBJ.
           MOVE WS-GT-POSS(WS-GROUP-COUNT) TO AL-AFTER-POSS.
           MOVE WS-GT-NOM-2(WS-GROUP-COUNT) TO AL-AFTER-NOM-2.
           MOVE WS-GT-OBJ-2(WS-GROUP-COUNT) TO AL-AFTER-OBJ-2.
           MOVE WS-GT-POSS-2(WS-GROUP-COUNT) TO AL-AFTER-POSS-2.
           MOVE WS-GT-COHORT(WS-GROUP-COUNT) TO AL-COHORT-ID.
           WRITE AL-RECORD.
           CLOSE AUDIT-LOG-FILE.

      * no update is made while the nightly stream holds the files;
      * stream-lock says whether this run may go ahead.
       CHECK-STREAM-LOCK.
           MOVE "pronoun-reconciler" TO WS-LQ-PROGRAM-NAME.
           MOVE "B" TO WS-LQ-RUN-TYPE.
           CALL "stream-lock" USING WS-LOCK-REQUEST WS-LOCK-RESULT.
