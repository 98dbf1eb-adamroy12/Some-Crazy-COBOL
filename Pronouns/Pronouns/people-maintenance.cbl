           FILE-CONTROL.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-PE-FILE-STATUS.
               SELECT MAINT-TRANS-FILE ASSIGN TO "peoplemaint.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
             COPY "PEOPLEREC.CPY".
           FD MAINT-TRANS-FILE.
           01 MT-RECORD.
             COPY "MAINTTRN.CPY".
           FD AUDIT-LOG-FILE.
           01 AL-RECORD.
             COPY "AUDITLOG.CPY".
           01 WS-PERMS-IS-ENDED PIC 9.
           01 WS-PERMS-PRESENT-SW PIC X(1).
             88 PERMS-FILE-PRESENT VALUE "Y".
           01 WS-ALLOWED-ACTIONS PIC X(80).
           01 WS-WANTED-ACTION PIC X(8).
           01 WS-ACTION-ALLOWED-SW PIC X(1).
             88 ACTION-IS-ALLOWED VALUE "Y".
             88 DELETE-REQUESTED VALUE "DELETE".
             88 RENAME-REQUESTED VALUE "RENAME".
             88 MERGE-REQUESTED VALUE "MERGE".
             88 CONSENT-REQUESTED VALUE "CONSNT".
             88 MAINT-IS-ENDED VALUE "END".
           01 WS-NAME PIC X(20).
           01 WS-NEW-NAME PIC X(20).
           01 WS-CONSENT.
             05 WS-CONSENT-BADGE PIC X(1).
             05 WS-CONSENT-LETTER PIC X(1).
             05 WS-CONSENT-ROSTER PIC X(1).
           01 WS-PRONOUN-NOM PIC X(8).
           01 WS-PRONOUN-OBJ PIC X(8).
           01 WS-PRONOUN-POSS PIC X(8).
           01 WS-DELETE-COUNT PIC 9(4).
           01 WS-RENAME-COUNT PIC 9(4).
           01 WS-MERGE-COUNT PIC 9(4).
           01 WS-CONSENT-COUNT PIC 9(4).
           01 WS-SURV-NOM PIC X(8).
           01 WS-SURV-OBJ PIC X(8).
           01 WS-SURV-POSS PIC X(8).
           01 WS-AUDIT-ACTION PIC X(6).
           01 WS-AUDIT-NEW-NAME PIC X(20).
           01 WS-AUDIT-BEFORE-CONSENT PIC X(3).
           01 WS-AUDIT-AFTER-CONSENT PIC X(3).
           01 WS-HOLD-COHORT PIC X(8).
           01 WS-HOLD-NOM-2 PIC X(8).
           01 WS-HOLD-OBJ-2 PIC X(8).
           01 WS-BEFORE-POSS PIC X(8).
           01 WS-PERSON-FOUND-SW PIC X(1).
             88 PERSON-WAS-FOUND VALUE "Y".
           01 WS-PERSON-ID PIC 9(8).
           01 WS-NEW-PERSON-ID PIC 9(8).
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
       PROCEDURE DIVISION.
           DISPLAY "ENTER I FOR INTERACTIVE MAINTENANCE OR B FOR "
               "BATCH TRANSACTION FILE :" WITH NO ADVANCING.
           ACCEPT WS-MAINT-MODE.

           PERFORM LOAD-OPERATOR-PERMISSIONS.
           MOVE 0 TO WS-PERSON-ID.
           IF BATCH-MAINT-REQUESTED
             MOVE "BATCH" TO WS-WANTED-ACTION
             PERFORM CHECK-OPERATOR-ALLOWED
             END-IF
           END-IF.

           PERFORM CHECK-STREAM-LOCK.
           IF UPDATES-HELD-FOR-STREAM
             STOP RUN
           END-IF.

           OPEN I-O F-PEOPLE-FILE.
           IF WS-PE-FILE-STATUS = "35"
             DISPLAY "PEOPLE.DAT NOT FOUND - NOTHING TO MAINTAIN"
           MOVE 0 TO WS-DELETE-COUNT.
           MOVE 0 TO WS-RENAME-COUNT.
           MOVE 0 TO WS-MERGE-COUNT.
           MOVE 0 TO WS-CONSENT-COUNT.

           IF BATCH-MAINT-REQUESTED
             PERFORM PROCESS-BATCH-TRANSACTIONS
           DISPLAY "MAINTENANCE COMPLETE - " WS-CHANGE-COUNT
               " CHANGED, " WS-DELETE-COUNT " DELETED, "
               WS-RENAME-COUNT " RENAMED, " WS-MERGE-COUNT
               " MERGED, " WS-CONSENT-COUNT " CONSENT CHANGES".
           STOP RUN.

       PROCESS-INTERACTIVE-MAINTENANCE.
           MOVE SPACES TO WS-ACTION.
           PERFORM UNTIL MAINT-IS-ENDED
             DISPLAY "ENTER ACTION (CHANGE/DELETE/RENAME/MERGE/"
                 "CONSNT/END) :" WITH NO ADVANCING
             ACCEPT WS-ACTION
             IF NOT MAINT-IS-ENDED
               DISPLAY "ENTER PERSON NAME :" WITH NO ADVANCING
               ACCEPT WS-NAME
               MOVE 0 TO WS-PERSON-ID
               MOVE 0 TO WS-NEW-PERSON-ID
               IF CHANGE-REQUESTED
                 DISPLAY "NEW NOMINATIVE PRONOUN :" WITH NO ADVANCING
                 ACCEPT WS-PRONOUN-NOM
                 DISPLAY "SURVIVING PERSON NAME :" WITH NO ADVANCING
                 ACCEPT WS-NEW-NAME
               END-IF
               IF CONSENT-REQUESTED
                 DISPLAY "SHOW PRONOUNS ON BADGE (Y/N, BLANK = NO "
                     "CHANGE) :" WITH NO ADVANCING
                 ACCEPT WS-CONSENT-BADGE
                 DISPLAY "SHOW PRONOUNS IN LETTERS (Y/N, BLANK = NO "
                     "CHANGE) :" WITH NO ADVANCING
                 ACCEPT WS-CONSENT-LETTER
                 DISPLAY "SHOW PRONOUNS ON ROSTERS (Y/N, BLANK = NO "
                     "CHANGE) :" WITH NO ADVANCING
                 ACCEPT WS-CONSENT-ROSTER
               END-IF
               PERFORM APPLY-MAINT-TRANSACTION
             END-IF
           END-PERFORM.
                 MOVE MT-PRONOUN-OBJ-2 TO WS-PRONOUN-OBJ-2
                 MOVE MT-PRONOUN-POSS-2 TO WS-PRONOUN-POSS-2
                 MOVE MT-NEW-NAME TO WS-NEW-NAME
                 MOVE MT-CONSENT TO WS-CONSENT
                 IF MT-PERSON-ID IS NUMERIC
                   MOVE MT-PERSON-ID TO WS-PERSON-ID
                 ELSE
                   MOVE 0 TO WS-PERSON-ID
                 END-IF
                 IF MT-NEW-PERSON-ID IS NUMERIC
                   MOVE MT-NEW-PERSON-ID TO WS-NEW-PERSON-ID
                 ELSE
                   MOVE 0 TO WS-NEW-PERSON-ID
                 END-IF
                 PERFORM APPLY-MAINT-TRANSACTION
               AT END
                 MOVE 1 TO WS-TRANS-IS-ENDED

       APPLY-MAINT-TRANSACTION.
           MOVE SPACES TO WS-AUDIT-NEW-NAME.
           MOVE SPACES TO WS-AUDIT-BEFORE-CONSENT.
           MOVE SPACES TO WS-AUDIT-AFTER-CONSENT.
           IF NOT CHANGE-REQUESTED AND NOT DELETE-REQUESTED
             AND NOT RENAME-REQUESTED AND NOT MERGE-REQUESTED
             AND NOT CONSENT-REQUESTED
             DISPLAY "TRANSACTION REJECTED - UNKNOWN ACTION '"
                 WS-ACTION "' FOR " WS-NAME
           ELSE
                   " ON " WS-NAME
               PERFORM WRITE-REFUSAL-AUDIT-ENTRY
             ELSE
               MOVE 0 TO WS-NAME-HOLDER-COUNT
               IF WS-PERSON-ID = 0
                 MOVE WS-NAME TO WS-LOOKUP-NAME
                 PERFORM FIND-PERSON-BY-NAME
                 MOVE WS-LOOKUP-ID TO WS-PERSON-ID
               END-IF
               PERFORM READ-PERSON-RECORD
               IF NOT PERSON-WAS-FOUND
                 IF WS-NAME-HOLDER-COUNT > 1 AND WS-PERSON-ID = 0
                   DISPLAY "TRANSACTION REJECTED - " WS-NAME
                       " IS HELD BY MORE THAN ONE PERSON - PERSON "
                       "NUMBER NEEDED"
                 ELSE
                   DISPLAY "TRANSACTION REJECTED - " WS-NAME
                       " NOT ON PEOPLE FILE AS PERSON " WS-PERSON-ID
                 END-IF
               ELSE
                 EVALUATE TRUE
                   WHEN CHANGE-REQUESTED
                     PERFORM APPLY-RENAME-TRANSACTION
                   WHEN MERGE-REQUESTED
                     PERFORM APPLY-MERGE-TRANSACTION
                   WHEN CONSENT-REQUESTED
                     PERFORM APPLY-CONSENT-TRANSACTION
                 END-EVALUATE
               END-IF
             END-IF
             END-PERFORM
             IF WS-ACTION-LEN > 0
               PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P + WS-ACTION-LEN - 1
                     > LENGTH OF WS-ALLOWED-ACTIONS
                 IF WS-ALLOWED-ACTIONS(WS-P:WS-ACTION-LEN)
                     = WS-WANTED-ACTION(1:WS-ACTION-LEN)
                   AND (WS-P = 1
                        OR WS-ALLOWED-ACTIONS(WS-P - 1:1) = SPACE)
                   AND (WS-P + WS-ACTION-LEN
                        > LENGTH OF WS-ALLOWED-ACTIONS
                        OR WS-ALLOWED-ACTIONS
                            (WS-P + WS-ACTION-LEN:1) = SPACE)
                   MOVE "Y" TO WS-ACTION-ALLOWED-SW
           MOVE "REFUSE" TO AL-ACTION.
           MOVE WS-NAME TO AL-NAME.
           MOVE WS-WANTED-ACTION TO AL-BEFORE-NOM.
           MOVE WS-PERSON-ID TO AL-PERSON-ID.
           WRITE AL-RECORD.
           CLOSE AUDIT-LOG-FILE.

      * the name is a lookup, not the key - several people may share
      * it. a lone holder is taken as is; a shared name is listed with
      * each holder's number and cohort for the operator to pick one.
      * a batch run cannot ask, so a shared name there leaves no
      * person picked and the transaction must carry the number.
       FIND-PERSON-BY-NAME.
           MOVE "N" TO WS-LIST-HOLDERS-SW.
           PERFORM SCAN-NAME-HOLDERS.
           IF WS-NAME-HOLDER-COUNT > 1
             MOVE 0 TO WS-LOOKUP-ID
             IF NOT BATCH-MAINT-REQUESTED
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

      * the person is read on their number; a number that belongs to
      * someone under another name is treated as not found, so a
      * mis-keyed number cannot act on the wrong person.
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
           IF PERSON-WAS-FOUND
             MOVE RC-PERSON-PRONOUN-NOM TO WS-BEFORE-NOM
             MOVE RC-PERSON-PRONOUN-OBJ TO WS-BEFORE-OBJ
             MOVE RC-PERSON-PRONOUN-POSS TO WS-BEFORE-POSS
             MOVE RC-PERSON-COHORT TO WS-HOLD-COHORT
             MOVE RC-PERSON-PRONOUN-NOM-2 TO WS-HOLD-NOM-2
             MOVE RC-PERSON-PRONOUN-OBJ-2 TO WS-HOLD-OBJ-2
             MOVE RC-PERSON-PRONOUN-POSS-2 TO WS-HOLD-POSS-2
           END-IF.

       APPLY-CHANGE-TRANSACTION.
           PERFORM VALIDATE-PRONOUN-ENTRY.
           MOVE "DELETE" TO WS-AUDIT-ACTION.
           PERFORM WRITE-AUDIT-LOG-ENTRY.

      * a rename rewrites the name on the person's own record - the
      * person number, pronouns and cohort stay put - and leaves a
      * single RENAME audit event carrying both names. a new name
      * someone else already holds is allowed, since names are no
      * longer unique, but the operator is told.
       APPLY-RENAME-TRANSACTION.
           IF WS-NEW-NAME = SPACES
             DISPLAY "TRANSACTION REJECTED - MISSING NEW NAME FOR "
                   "FOR " WS-NAME
             ELSE
               MOVE WS-NEW-NAME TO RC-PERSON-NAME
               READ F-PEOPLE-FILE KEY IS RC-PERSON-NAME
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   DISPLAY "NOTE - " WS-NEW-NAME " IS ALSO HELD BY "
                       "PERSON " RC-PERSON-ID
               END-READ
               PERFORM REKEY-PERSON-RECORD
             END-IF
           END-IF.

      * the name check above has overlaid the record area, so the
      * person is read back on their number before the new name goes
      * on - everything else on the record is carried as it stands.
       REKEY-PERSON-RECORD.
           MOVE WS-PERSON-ID TO RC-PERSON-ID.
           READ F-PEOPLE-FILE KEY IS RC-PERSON-ID.
           MOVE WS-NEW-NAME TO RC-PERSON-NAME.
           REWRITE RC-PERSON.
           ADD 1 TO WS-RENAME-COUNT.
           MOVE "RENAME" TO WS-AUDIT-ACTION.
           MOVE WS-NEW-NAME TO WS-AUDIT-NEW-NAME.
      * a merge folds the named record into the survivor named in
      * the new-name field: the absorbed record is deleted, the
      * survivor keeps its own pronouns and cohort untouched, and
      * MERGE audit events go on under both names. the absorbed
      * person then flows through badge-delta as a departure, not a
      * rename and not a new person. survivor and absorbed may share
      * a name - two records for one person under the same name is
      * exactly what a merge now cleans up - but never a number.
       APPLY-MERGE-TRANSACTION.
           IF WS-NEW-NAME = SPACES
             DISPLAY "TRANSACTION REJECTED - MISSING SURVIVOR NAME "
                 "FOR " WS-NAME
           ELSE
             IF WS-NEW-PERSON-ID = 0
               MOVE WS-NEW-NAME TO WS-LOOKUP-NAME
               PERFORM FIND-PERSON-BY-NAME
               MOVE WS-LOOKUP-ID TO WS-NEW-PERSON-ID
             END-IF
             IF WS-NEW-PERSON-ID = WS-PERSON-ID
               DISPLAY "TRANSACTION REJECTED - SURVIVOR SAME AS "
                   "ABSORBED FOR " WS-NAME
             ELSE
               MOVE WS-NEW-PERSON-ID TO RC-PERSON-ID
               READ F-PEOPLE-FILE KEY IS RC-PERSON-ID
                 INVALID KEY
                   DISPLAY "TRANSACTION REJECTED - SURVIVOR "
                       WS-NEW-NAME " NOT ON PEOPLE FILE"
                 NOT INVALID KEY
                   IF RC-PERSON-NAME NOT = WS-NEW-NAME
                     DISPLAY "TRANSACTION REJECTED - SURVIVOR "
                         WS-NEW-NAME " NOT ON PEOPLE FILE AS PERSON "
                         WS-NEW-PERSON-ID
                   ELSE
                     MOVE RC-PERSON-PRONOUN-NOM TO WS-SURV-NOM
                     MOVE RC-PERSON-PRONOUN-OBJ TO WS-SURV-OBJ
                     MOVE RC-PERSON-PRONOUN-POSS TO WS-SURV-POSS
                     PERFORM MERGE-PERSON-RECORDS
                   END-IF
               END-READ
             END-IF
           END-IF.

       MERGE-PERSON-RECORDS.
           MOVE WS-PERSON-ID TO RC-PERSON-ID.
           DELETE F-PEOPLE-FILE.
           ADD 1 TO WS-MERGE-COUNT.
      * two audit events, one under each name, with the direction in
           MOVE "ABSORB" TO WS-AUDIT-ACTION.
           MOVE WS-NAME TO WS-AUDIT-NEW-NAME.
           MOVE WS-NEW-NAME TO WS-NAME.
           MOVE WS-NEW-PERSON-ID TO WS-PERSON-ID.
           MOVE WS-SURV-NOM TO WS-BEFORE-NOM.
           MOVE WS-SURV-OBJ TO WS-BEFORE-OBJ.
           MOVE WS-SURV-POSS TO WS-BEFORE-POSS.
           PERFORM WRITE-AUDIT-LOG-ENTRY.

      * display consent is changed flag by flag - a blank answer
      * leaves that flag as it stands. pronouns are untouched, and the
      * CONSNT audit event carries them unchanged on both sides with
      * the three flags before and after. a blank flag on file has
      * always meant shown, and is written back as "Y".
       APPLY-CONSENT-TRANSACTION.
           INSPECT WS-CONSENT CONVERTING "yn" TO "YN".
           IF (WS-CONSENT-BADGE NOT = "Y" AND NOT = "N"
                 AND NOT = SPACE)
             OR (WS-CONSENT-LETTER NOT = "Y" AND NOT = "N"
                 AND NOT = SPACE)
             OR (WS-CONSENT-ROSTER NOT = "Y" AND NOT = "N"
                 AND NOT = SPACE)
             DISPLAY "TRANSACTION REJECTED - INVALID DISPLAY CONSENT "
                 "FOR " WS-NAME
           ELSE
             MOVE RC-PERSON-CONSENT TO WS-AUDIT-BEFORE-CONSENT
             MOVE RC-PERSON-CONSENT TO WS-AUDIT-AFTER-CONSENT
             INSPECT WS-AUDIT-AFTER-CONSENT
               REPLACING ALL SPACE BY "Y"
             IF WS-CONSENT-BADGE NOT = SPACE
               MOVE WS-CONSENT-BADGE TO WS-AUDIT-AFTER-CONSENT(1:1)
             END-IF
             IF WS-CONSENT-LETTER NOT = SPACE
               MOVE WS-CONSENT-LETTER TO WS-AUDIT-AFTER-CONSENT(2:1)
             END-IF
             IF WS-CONSENT-ROSTER NOT = SPACE
               MOVE WS-CONSENT-ROSTER TO WS-AUDIT-AFTER-CONSENT(3:1)
             END-IF
             IF WS-AUDIT-AFTER-CONSENT = WS-AUDIT-BEFORE-CONSENT
               DISPLAY "TRANSACTION REJECTED - DISPLAY CONSENT "
                   "UNCHANGED FOR " WS-NAME
             ELSE
               MOVE WS-AUDIT-AFTER-CONSENT TO RC-PERSON-CONSENT
               REWRITE RC-PERSON
               ADD 1 TO WS-CONSENT-COUNT
               MOVE "CONSNT" TO WS-AUDIT-ACTION
               MOVE WS-BEFORE-NOM TO WS-PRONOUN-NOM
               MOVE WS-BEFORE-OBJ TO WS-PRONOUN-OBJ
               MOVE WS-BEFORE-POSS TO WS-PRONOUN-POSS
               PERFORM WRITE-AUDIT-LOG-ENTRY
             END-IF
           END-IF.

       VALIDATE-PRONOUN-ENTRY.
           MOVE "Y" TO WS-ENTRY-IS-VALID.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-PRONOUN-OBJ TO AL-AFTER-OBJ.
           MOVE WS-PRONOUN-POSS TO AL-AFTER-POSS.
           MOVE WS-AUDIT-NEW-NAME TO AL-NEW-NAME.
           MOVE WS-PERSON-ID TO AL-PERSON-ID.
           MOVE WS-AUDIT-BEFORE-CONSENT TO AL-BEFORE-CONSENT.
           MOVE WS-AUDIT-AFTER-CONSENT TO AL-AFTER-CONSENT.
      * only a CHANGE sets the secondary set; the cohort is never
      * touched here.
           IF WS-AUDIT-ACTION = "CHANGE"
             MOVE WS-PRONOUN-NOM-2 TO AL-AFTER-NOM-2
             MOVE WS-PRONOUN-OBJ-2 TO AL-AFTER-OBJ-2
             MOVE WS-PRONOUN-POSS-2 TO AL-AFTER-POSS-2
           END-IF.
           WRITE AL-RECORD.
           CLOSE AUDIT-LOG-FILE.

      * no update is made while the nightly stream holds the files;
      * stream-lock says whether this run may go ahead.
       CHECK-STREAM-LOCK.
           MOVE "people-maintenance" TO WS-LQ-PROGRAM-NAME.
           IF BATCH-MAINT-REQUESTED
             MOVE "B" TO WS-LQ-RUN-TYPE
           ELSE
             MOVE "I" TO WS-LQ-RUN-TYPE
           END-IF.
           CALL "stream-lock" USING WS-LOCK-REQUEST WS-LOCK-RESULT.
