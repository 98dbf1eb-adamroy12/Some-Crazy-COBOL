       IDENTIFICATION DIVISION.
       PROGRAM-ID. "people-recovery".
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-PE-FILE-STATUS.
               SELECT PRIOR-PEOPLE-FILE ASSIGN TO "peopleprior.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PR-FILE-STATUS.
               SELECT SNAPSHOT-STAMP-FILE ASSIGN TO "priorstamp.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PS-FILE-STATUS.
               SELECT AUDIT-LOG-FILE
                 ASSIGN TO "peopleaudit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AL-FILE-STATUS.
               SELECT ARCHIVE-LOG-FILE
                 ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AR-FILE-STATUS.
               SELECT PERSON-NUMBER-FILE
                 ASSIGN TO "personnumber.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PN-FILE-STATUS.
               SELECT RECOVERY-REPORT-FILE
                 ASSIGN TO "recoveryreport.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-PEOPLE-FILE.
           01 RC-PERSON.
             COPY "PEOPLEREC.CPY".
           FD PRIOR-PEOPLE-FILE.
           01 PR-PERSON PIC X(87).
           FD SNAPSHOT-STAMP-FILE.
           01 PS-RECORD.
             COPY "SNAPSTMP.CPY".
           FD AUDIT-LOG-FILE.
           01 AL-RECORD.
             COPY "AUDITLOG.CPY".
           FD ARCHIVE-LOG-FILE.
           01 AA-RECORD PIC X(256).
           FD PERSON-NUMBER-FILE.
           01 PN-RECORD.
             COPY "PERSNUM.CPY".
           FD RECOVERY-REPORT-FILE.
           01 RR-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-PE-FILE-STATUS PIC X(2).
           01 WS-PR-FILE-STATUS PIC X(2).
           01 WS-PS-FILE-STATUS PIC X(2).
           01 WS-AL-FILE-STATUS PIC X(2).
           01 WS-AR-FILE-STATUS PIC X(2).
           01 WS-PN-FILE-STATUS PIC X(2).
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-CONFIRM PIC X(1).
             88 REBUILD-CONFIRMED VALUE "Y" "y".
           01 WS-ARCHIVE-DATE-IN PIC X(8).
           01 WS-ARCHIVE-NAME PIC X(40).
           01 WS-STAMP-DATE-IN PIC X(8).
           01 WS-STAMP-TIME-IN PIC X(8).
           01 WS-SNAPSHOT-STAMP.
             05 WS-SNAP-DATE PIC 9(8).
             05 WS-SNAP-TIME PIC 9(8).
           01 WS-EVENT-STAMP.
             05 WS-EVENT-DATE PIC 9(8).
             05 WS-EVENT-TIME PIC 9(8).
           01 WS-STAMP-COUNT PIC 9(6).
           01 WS-STAMP-PRESENT-SW PIC X(1).
             88 STAMP-IS-PRESENT VALUE "Y".
           01 WS-PRIOR-COUNT PIC 9(6).
           01 WS-LOADED-COUNT PIC 9(6).
           01 WS-LOAD-REFUSED-COUNT PIC 9(6).
           01 WS-MASTER-COUNT PIC 9(6).
           01 WS-EVENTS-READ-COUNT PIC 9(6).
           01 WS-BEFORE-SNAP-COUNT PIC 9(6).
           01 WS-ADD-COUNT PIC 9(6).
           01 WS-AMEND-COUNT PIC 9(6).
           01 WS-CHANGE-COUNT PIC 9(6).
           01 WS-DELETE-COUNT PIC 9(6).
           01 WS-RENAME-COUNT PIC 9(6).
           01 WS-MERGE-COUNT PIC 9(6).
           01 WS-ABSORB-COUNT PIC 9(6).
           01 WS-CONSENT-COUNT PIC 9(6).
           01 WS-NO-CHANGE-COUNT PIC 9(6).
           01 WS-NOT-APPLIED-COUNT PIC 9(6).
           01 WS-CHECK-TOTAL PIC 9(6).
           01 WS-HIGHEST-PERSON-ID PIC 9(8).
           01 WS-NOT-APPLIED-REASON PIC X(30).
           01 WS-PERSON-FOUND-SW PIC X(1).
             88 PERSON-WAS-FOUND VALUE "Y".
           01 WS-ON-FILE-CONSENT PIC X(3).
           01 WS-EVENT-CONSENT PIC X(3).
           01 WS-BALANCE-SW PIC X(1).
             88 RECOVERY-IN-BALANCE VALUE "Y".
           01 WS-COUNT-LINE.
             05 WS-CL-LABEL PIC X(24).
             05 WS-CL-COUNT PIC ZZZ,ZZ9.
           01 WS-LOCK-REQUEST.
             05 WS-LQ-PROGRAM-NAME PIC X(20).
             05 WS-LQ-RUN-TYPE PIC X(1).
           01 WS-LOCK-RESULT.
             05 WS-LR-RESULT-SW PIC X(1).
               88 UPDATES-HELD-FOR-STREAM VALUE "H".
      * forward recovery: people.dat is rebuilt from peopleprior.dat,
      * the snapshot badge-delta leaves behind, and every audit event
      * stamped after the snapshot is replayed onto it in the order it
      * was logged. an event is applied only when the record it acts
      * on is exactly where the event left it - on file (or not, for
      * an ADD) under the same name, with the same pronouns or consent
      * the event says it replaced. anything else is listed on the
      * recovery report and left alone, along with every event after
      * it for the same person that then fails the same test. the
      * report's control totals tie events read to events accounted
      * for, and snapshot plus adds less removals to the rebuilt
      * master, the way stream-balancer ties the nightly outputs.
       PROCEDURE DIVISION.
           DISPLAY "RECOVERY REPLACES PEOPLE.DAT FROM PEOPLEPRIOR.DAT "
               "- ENTER Y TO CONTINUE :" WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF NOT REBUILD-CONFIRMED
             DISPLAY "RECOVERY NOT RUN - PEOPLE.DAT LEFT AS IT IS"
             STOP RUN
           END-IF.

           PERFORM CHECK-STREAM-LOCK.
           IF UPDATES-HELD-FOR-STREAM
             STOP RUN
           END-IF.

           PERFORM READ-SNAPSHOT-STAMP.
           PERFORM COUNT-PRIOR-SNAPSHOT.
           IF STAMP-IS-PRESENT AND WS-PRIOR-COUNT NOT = WS-STAMP-COUNT
             DISPLAY "PEOPLEPRIOR.DAT HOLDS " WS-PRIOR-COUNT
                 " PEOPLE BUT WAS STAMPED WITH " WS-STAMP-COUNT
                 " - SNAPSHOT INCOMPLETE, RECOVERY NOT RUN"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           DISPLAY "ARCHIVE DATE YYYYMMDD TO REPLAY FIRST (BLANK IF "
               "NONE) :" WITH NO ADVANCING.
           ACCEPT WS-ARCHIVE-DATE-IN.
           IF WS-ARCHIVE-DATE-IN NOT = SPACES
             MOVE SPACES TO WS-ARCHIVE-NAME
             STRING "peopleaudit." DELIMITED BY SIZE
                    WS-ARCHIVE-DATE-IN DELIMITED BY SIZE
                    ".dat" DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
             END-STRING
             OPEN INPUT ARCHIVE-LOG-FILE
             IF WS-AR-FILE-STATUS = "35"
               DISPLAY "ARCHIVE " WS-ARCHIVE-NAME " NOT FOUND - "
                   "RECOVERY NOT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             CLOSE ARCHIVE-LOG-FILE
           END-IF.

           OPEN OUTPUT RECOVERY-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           MOVE 0 TO WS-HIGHEST-PERSON-ID.
           PERFORM LOAD-PRIOR-SNAPSHOT.

           MOVE 0 TO WS-EVENTS-READ-COUNT.
           MOVE 0 TO WS-BEFORE-SNAP-COUNT.
           MOVE 0 TO WS-ADD-COUNT.
           MOVE 0 TO WS-AMEND-COUNT.
           MOVE 0 TO WS-CHANGE-COUNT.
           MOVE 0 TO WS-DELETE-COUNT.
           MOVE 0 TO WS-RENAME-COUNT.
           MOVE 0 TO WS-MERGE-COUNT.
           MOVE 0 TO WS-ABSORB-COUNT.
           MOVE 0 TO WS-CONSENT-COUNT.
           MOVE 0 TO WS-NO-CHANGE-COUNT.
           MOVE 0 TO WS-NOT-APPLIED-COUNT.
           OPEN I-O F-PEOPLE-FILE.
           IF WS-ARCHIVE-DATE-IN NOT = SPACES
             PERFORM REPLAY-ARCHIVE-LOG
           END-IF.
           PERFORM REPLAY-AUDIT-LOG.
           CLOSE F-PEOPLE-FILE.

           PERFORM COUNT-REBUILT-MASTER.
           PERFORM SAVE-PERSON-NUMBER.
           PERFORM WRITE-RECOVERY-TOTALS.
           CLOSE RECOVERY-REPORT-FILE.
           DISPLAY "RECOVERY COMPLETE - " WS-LOADED-COUNT
               " FROM SNAPSHOT, " WS-MASTER-COUNT " ON PEOPLE.DAT, "
               WS-NOT-APPLIED-COUNT " EVENTS NOT APPLIED".
           IF NOT RECOVERY-IN-BALANCE OR WS-NOT-APPLIED-COUNT > 0
             DISPLAY "REVIEW RECOVERYREPORT.DAT BEFORE RESUMING "
                 "UPDATES"
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * with no stamp on disk (a snapshot from before stamping began)
      * the operator supplies the time the snapshot was taken.
       READ-SNAPSHOT-STAMP.
           MOVE "N" TO WS-STAMP-PRESENT-SW.
           OPEN INPUT SNAPSHOT-STAMP-FILE.
           IF WS-PS-FILE-STATUS NOT = "35"
             READ SNAPSHOT-STAMP-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE "Y" TO WS-STAMP-PRESENT-SW
                 MOVE PS-SNAPSHOT-DATE TO WS-SNAP-DATE
                 MOVE PS-SNAPSHOT-TIME TO WS-SNAP-TIME
                 MOVE PS-RECORD-COUNT TO WS-STAMP-COUNT
             END-READ
             CLOSE SNAPSHOT-STAMP-FILE
           END-IF.
           IF NOT STAMP-IS-PRESENT
             DISPLAY "PRIORSTAMP.DAT NOT FOUND - SNAPSHOT DATE "
                 "YYYYMMDD :" WITH NO ADVANCING
             ACCEPT WS-STAMP-DATE-IN
             DISPLAY "SNAPSHOT TIME HHMMSSCC :" WITH NO ADVANCING
             ACCEPT WS-STAMP-TIME-IN
             IF WS-STAMP-DATE-IN IS NOT NUMERIC
               OR WS-STAMP-TIME-IN IS NOT NUMERIC
               DISPLAY "NO VALID SNAPSHOT TIME - RECOVERY NOT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE WS-STAMP-DATE-IN TO WS-SNAP-DATE
             MOVE WS-STAMP-TIME-IN TO WS-SNAP-TIME
           END-IF.

      * the snapshot is counted before people.dat is touched, so a
      * short or missing snapshot stops the run with the master still
      * as it was.
       COUNT-PRIOR-SNAPSHOT.
           MOVE 0 TO WS-PRIOR-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT PRIOR-PEOPLE-FILE.
           IF WS-PR-FILE-STATUS = "35"
             DISPLAY "PEOPLEPRIOR.DAT NOT FOUND - NOTHING TO RECOVER "
                 "FROM"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ PRIOR-PEOPLE-FILE
               NOT AT END
                 ADD 1 TO WS-PRIOR-COUNT
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           CLOSE PRIOR-PEOPLE-FILE.

      * the snapshot carries the master's own layout, person number
      * and consent included, so each line goes back on as it stands.
       LOAD-PRIOR-SNAPSHOT.
           MOVE 0 TO WS-LOADED-COUNT.
           MOVE 0 TO WS-LOAD-REFUSED-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT PRIOR-PEOPLE-FILE.
           OPEN OUTPUT F-PEOPLE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ PRIOR-PEOPLE-FILE
               NOT AT END
                 MOVE PR-PERSON TO RC-PERSON
                 IF RC-PERSON-ID IS NOT NUMERIC
                   MOVE 0 TO RC-PERSON-ID
                 END-IF
                 IF RC-PERSON-ID = 0
                   ADD 1 TO WS-LOAD-REFUSED-COUNT
                   MOVE "SNAPSHOT RECORD HAS NO NUMBER"
                     TO WS-NOT-APPLIED-REASON
                   PERFORM REPORT-SNAPSHOT-REFUSED
                 ELSE
                   WRITE RC-PERSON
                     INVALID KEY
                       ADD 1 TO WS-LOAD-REFUSED-COUNT
                       MOVE "SNAPSHOT NUMBER DUPLICATED"
                         TO WS-NOT-APPLIED-REASON
                       PERFORM REPORT-SNAPSHOT-REFUSED
                     NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
                       IF RC-PERSON-ID > WS-HIGHEST-PERSON-ID
                         MOVE RC-PERSON-ID TO WS-HIGHEST-PERSON-ID
                       END-IF
                   END-WRITE
                 END-IF
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           CLOSE PRIOR-PEOPLE-FILE.
           CLOSE F-PEOPLE-FILE.

       REPORT-SNAPSHOT-REFUSED.
           MOVE SPACES TO RR-RECORD.
           STRING "NOT LOADED " DELIMITED BY SIZE
                  RC-PERSON-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOT-APPLIED-REASON DELIMITED BY SIZE
             INTO RR-RECORD
           END-STRING.
           WRITE RR-RECORD.

      * the archive holds the older events, so it is replayed ahead of
      * the working log.
       REPLAY-ARCHIVE-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT ARCHIVE-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ ARCHIVE-LOG-FILE
               NOT AT END
                 MOVE SPACES TO AL-RECORD
                 MOVE AA-RECORD(1:172) TO AL-RECORD
                 PERFORM REPLAY-ONE-EVENT
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           CLOSE ARCHIVE-LOG-FILE.

       REPLAY-AUDIT-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AL-FILE-STATUS = "35"
             MOVE "NO AUDIT LOG FOUND - SNAPSHOT RESTORED AS IT STOOD"
               TO RR-RECORD
             WRITE RR-RECORD
             MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ AUDIT-LOG-FILE
               NOT AT END
                 PERFORM REPLAY-ONE-EVENT
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           IF WS-AL-FILE-STATUS NOT = "35"
             CLOSE AUDIT-LOG-FILE
           END-IF.

      * refusals and stream-lock overrides change nothing, and an
      * erasure only rewrote other files - all are counted and passed
      * over.
       REPLAY-ONE-EVENT.
           ADD 1 TO WS-EVENTS-READ-COUNT.
           MOVE AL-DATE TO WS-EVENT-DATE.
           MOVE AL-TIME TO WS-EVENT-TIME.
           IF WS-EVENT-STAMP NOT > WS-SNAPSHOT-STAMP
             ADD 1 TO WS-BEFORE-SNAP-COUNT
           ELSE
             MOVE SPACES TO WS-NOT-APPLIED-REASON
             IF AL-ACTION = "REFUSE" OR AL-ACTION = "ERASE"
               OR AL-ACTION = "OVERRD"
               ADD 1 TO WS-NO-CHANGE-COUNT
             ELSE
               IF AL-PERSON-ID IS NOT NUMERIC OR AL-PERSON-ID = 0
                 MOVE "EVENT CARRIES NO PERSON NUMBER"
                   TO WS-NOT-APPLIED-REASON
               ELSE
                 EVALUATE AL-ACTION
                   WHEN "ADD"
                     PERFORM REPLAY-ADD-EVENT
                   WHEN "AMEND"
                     PERFORM REPLAY-PRONOUN-EVENT
                   WHEN "CHANGE"
                     PERFORM REPLAY-PRONOUN-EVENT
                   WHEN "DELETE"
                     PERFORM REPLAY-REMOVE-EVENT
                   WHEN "MERGE"
                     PERFORM REPLAY-REMOVE-EVENT
                   WHEN "RENAME"
                     PERFORM REPLAY-RENAME-EVENT
                   WHEN "ABSORB"
                     PERFORM REPLAY-ABSORB-EVENT
                   WHEN "CONSNT"
                     PERFORM REPLAY-CONSENT-EVENT
                   WHEN OTHER
                     MOVE "ACTION NOT KNOWN TO RECOVERY"
                       TO WS-NOT-APPLIED-REASON
                 END-EVALUATE
               END-IF
               IF WS-NOT-APPLIED-REASON NOT = SPACES
                 PERFORM REPORT-EVENT-NOT-APPLIED
               END-IF
             END-IF
           END-IF.

      * the person the event acted on, read on the event's number and
      * checked against the event's name.
       READ-EVENT-PERSON.
           MOVE "N" TO WS-PERSON-FOUND-SW.
           MOVE AL-PERSON-ID TO RC-PERSON-ID.
           READ F-PEOPLE-FILE KEY IS RC-PERSON-ID
             INVALID KEY
               MOVE "PERSON NOT ON REBUILT MASTER"
                 TO WS-NOT-APPLIED-REASON
             NOT INVALID KEY
               IF RC-PERSON-NAME NOT = AL-NAME
                 MOVE "NAME ON FILE DIFFERS FROM EVENT"
                   TO WS-NOT-APPLIED-REASON
               ELSE
                 MOVE "Y" TO WS-PERSON-FOUND-SW
               END-IF
           END-READ.

       REPLAY-ADD-EVENT.
           MOVE AL-PERSON-ID TO RC-PERSON-ID.
           READ F-PEOPLE-FILE KEY IS RC-PERSON-ID
             INVALID KEY
               MOVE SPACES TO RC-PERSON
               MOVE AL-PERSON-ID TO RC-PERSON-ID
               MOVE AL-NAME TO RC-PERSON-NAME
               MOVE AL-AFTER-NOM TO RC-PERSON-PRONOUN-NOM
               MOVE AL-AFTER-OBJ TO RC-PERSON-PRONOUN-OBJ
               MOVE AL-AFTER-POSS TO RC-PERSON-PRONOUN-POSS
               MOVE AL-AFTER-NOM-2 TO RC-PERSON-PRONOUN-NOM-2
               MOVE AL-AFTER-OBJ-2 TO RC-PERSON-PRONOUN-OBJ-2
               MOVE AL-AFTER-POSS-2 TO RC-PERSON-PRONOUN-POSS-2
               MOVE AL-COHORT-ID TO RC-PERSON-COHORT
               MOVE AL-AFTER-CONSENT TO RC-PERSON-CONSENT
               WRITE RC-PERSON
               ADD 1 TO WS-ADD-COUNT
               IF RC-PERSON-ID > WS-HIGHEST-PERSON-ID
                 MOVE RC-PERSON-ID TO WS-HIGHEST-PERSON-ID
               END-IF
             NOT INVALID KEY
               MOVE "PERSON NUMBER ALREADY ON FILE"
                 TO WS-NOT-APPLIED-REASON
           END-READ.

      * the pronouns the event replaced must be the ones on file, or
      * the master is not where the event found it. the secondary set
      * always takes the event's, blanks included, as it did on the
      * day; a blank cohort leaves the cohort as it stands.
       REPLAY-PRONOUN-EVENT.
           PERFORM READ-EVENT-PERSON.
           IF PERSON-WAS-FOUND
             IF RC-PERSON-PRONOUN-NOM NOT = AL-BEFORE-NOM
               OR RC-PERSON-PRONOUN-OBJ NOT = AL-BEFORE-OBJ
               OR RC-PERSON-PRONOUN-POSS NOT = AL-BEFORE-POSS
               MOVE "PRONOUNS ON FILE DIFFER FROM EVENT"
                 TO WS-NOT-APPLIED-REASON
             ELSE
               MOVE AL-AFTER-NOM TO RC-PERSON-PRONOUN-NOM
               MOVE AL-AFTER-OBJ TO RC-PERSON-PRONOUN-OBJ
               MOVE AL-AFTER-POSS TO RC-PERSON-PRONOUN-POSS
               MOVE AL-AFTER-NOM-2 TO RC-PERSON-PRONOUN-NOM-2
               MOVE AL-AFTER-OBJ-2 TO RC-PERSON-PRONOUN-OBJ-2
               MOVE AL-AFTER-POSS-2 TO RC-PERSON-PRONOUN-POSS-2
               IF AL-COHORT-ID NOT = SPACES
                 MOVE AL-COHORT-ID TO RC-PERSON-COHORT
               END-IF
               REWRITE RC-PERSON
               IF AL-ACTION = "AMEND"
                 ADD 1 TO WS-AMEND-COUNT
               ELSE
                 ADD 1 TO WS-CHANGE-COUNT
               END-IF
             END-IF
           END-IF.

      * a DELETE and the absorbed side of a MERGE both take the
      * record off the master.
       REPLAY-REMOVE-EVENT.
           PERFORM READ-EVENT-PERSON.
           IF PERSON-WAS-FOUND
             DELETE F-PEOPLE-FILE
             IF AL-ACTION = "DELETE"
               ADD 1 TO WS-DELETE-COUNT
             ELSE
               ADD 1 TO WS-MERGE-COUNT
             END-IF
           END-IF.

       REPLAY-RENAME-EVENT.
           PERFORM READ-EVENT-PERSON.
           IF PERSON-WAS-FOUND
             IF AL-NEW-NAME = SPACES
               MOVE "RENAME CARRIES NO NEW NAME"
                 TO WS-NOT-APPLIED-REASON
             ELSE
               MOVE AL-NEW-NAME TO RC-PERSON-NAME
               REWRITE RC-PERSON
               ADD 1 TO WS-RENAME-COUNT
             END-IF
           END-IF.

      * the survivor of a merge keeps its own record untouched - the
      * event is only checked against the master.
       REPLAY-ABSORB-EVENT.
           PERFORM READ-EVENT-PERSON.
           IF PERSON-WAS-FOUND
             ADD 1 TO WS-ABSORB-COUNT
           END-IF.

      * a blank flag on file has always meant shown, so consent is
      * compared with blanks taken as "Y" on both sides.
       REPLAY-CONSENT-EVENT.
           PERFORM READ-EVENT-PERSON.
           IF PERSON-WAS-FOUND
             MOVE RC-PERSON-CONSENT TO WS-ON-FILE-CONSENT
             INSPECT WS-ON-FILE-CONSENT REPLACING ALL SPACE BY "Y"
             MOVE AL-BEFORE-CONSENT TO WS-EVENT-CONSENT
             INSPECT WS-EVENT-CONSENT REPLACING ALL SPACE BY "Y"
             IF WS-ON-FILE-CONSENT NOT = WS-EVENT-CONSENT
               MOVE "CONSENT ON FILE DIFFERS FROM EVENT"
                 TO WS-NOT-APPLIED-REASON
             ELSE
               MOVE AL-AFTER-CONSENT TO RC-PERSON-CONSENT
               REWRITE RC-PERSON
               ADD 1 TO WS-CONSENT-COUNT
             END-IF
           END-IF.

       REPORT-EVENT-NOT-APPLIED.
           ADD 1 TO WS-NOT-APPLIED-COUNT.
           MOVE SPACES TO RR-RECORD.
           STRING "NOT APPLIED " DELIMITED BY SIZE
                  AL-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AL-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AL-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AL-PERSON-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AL-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOT-APPLIED-REASON DELIMITED BY SIZE
             INTO RR-RECORD
           END-STRING.
           WRITE RR-RECORD.

       COUNT-REBUILT-MASTER.
           MOVE 0 TO WS-MASTER-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PEOPLE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ F-PEOPLE-FILE NEXT RECORD
               NOT AT END
                 ADD 1 TO WS-MASTER-COUNT
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           CLOSE F-PEOPLE-FILE.

      * numbers already issued are never issued again: the high-water
      * mark on file is kept unless the rebuilt master holds a higher
      * number than it does.
       SAVE-PERSON-NUMBER.
           OPEN INPUT PERSON-NUMBER-FILE.
           IF WS-PN-FILE-STATUS NOT = "35"
             READ PERSON-NUMBER-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF PN-LAST-PERSON-ID > WS-HIGHEST-PERSON-ID
                   MOVE PN-LAST-PERSON-ID TO WS-HIGHEST-PERSON-ID
                 END-IF
             END-READ
             CLOSE PERSON-NUMBER-FILE
           END-IF.
           OPEN OUTPUT PERSON-NUMBER-FILE.
           MOVE WS-HIGHEST-PERSON-ID TO PN-LAST-PERSON-ID.
           WRITE PN-RECORD.
           CLOSE PERSON-NUMBER-FILE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RR-RECORD.
           STRING "PEOPLE.DAT FORWARD RECOVERY - SNAPSHOT "
                  DELIMITED BY SIZE
                  WS-SNAP-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SNAP-TIME DELIMITED BY SIZE
             INTO RR-RECORD
           END-STRING.
           WRITE RR-RECORD.
           IF WS-ARCHIVE-DATE-IN NOT = SPACES
             MOVE SPACES TO RR-RECORD
             STRING "REPLAYING " DELIMITED BY SIZE
                    WS-ARCHIVE-NAME DELIMITED BY SPACE
                    " THEN PEOPLEAUDIT.DAT" DELIMITED BY SIZE
               INTO RR-RECORD
             END-STRING
             WRITE RR-RECORD
           END-IF.
           MOVE SPACES TO RR-RECORD.
           WRITE RR-RECORD.

       WRITE-RECOVERY-TOTALS.
           MOVE SPACES TO RR-RECORD.
           WRITE RR-RECORD.
           MOVE "SNAPSHOT RECORDS READ" TO WS-CL-LABEL.
           MOVE WS-PRIOR-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SNAPSHOT RECORDS LOADED" TO WS-CL-LABEL.
           MOVE WS-LOADED-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SNAPSHOT NOT LOADED" TO WS-CL-LABEL.
           MOVE WS-LOAD-REFUSED-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "AUDIT EVENTS READ" TO WS-CL-LABEL.
           MOVE WS-EVENTS-READ-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "EVENTS BEFORE SNAPSHOT" TO WS-CL-LABEL.
           MOVE WS-BEFORE-SNAP-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ADDS REPLAYED" TO WS-CL-LABEL.
           MOVE WS-ADD-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "AMENDS REPLAYED" TO WS-CL-LABEL.
           MOVE WS-AMEND-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CHANGES REPLAYED" TO WS-CL-LABEL.
           MOVE WS-CHANGE-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "DELETES REPLAYED" TO WS-CL-LABEL.
           MOVE WS-DELETE-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "RENAMES REPLAYED" TO WS-CL-LABEL.
           MOVE WS-RENAME-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "MERGES REPLAYED" TO WS-CL-LABEL.
           MOVE WS-MERGE-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "ABSORBS CHECKED" TO WS-CL-LABEL.
           MOVE WS-ABSORB-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "CONSENT CHANGES REPLAYED" TO WS-CL-LABEL.
           MOVE WS-CONSENT-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "EVENTS CHANGING NOTHING" TO WS-CL-LABEL.
           MOVE WS-NO-CHANGE-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "EVENTS NOT APPLIED" TO WS-CL-LABEL.
           MOVE WS-NOT-APPLIED-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "PEOPLE ON REBUILT MASTER" TO WS-CL-LABEL.
           MOVE WS-MASTER-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE "Y" TO WS-BALANCE-SW.
           MOVE SPACES TO RR-RECORD.
           WRITE RR-RECORD.
           COMPUTE WS-CHECK-TOTAL = WS-BEFORE-SNAP-COUNT
               + WS-ADD-COUNT + WS-AMEND-COUNT + WS-CHANGE-COUNT
               + WS-DELETE-COUNT + WS-RENAME-COUNT + WS-MERGE-COUNT
               + WS-ABSORB-COUNT + WS-CONSENT-COUNT
               + WS-NO-CHANGE-COUNT + WS-NOT-APPLIED-COUNT.
           IF WS-CHECK-TOTAL = WS-EVENTS-READ-COUNT
             MOVE "EVENTS IN BALANCE - EVERY EVENT ACCOUNTED FOR"
               TO RR-RECORD
           ELSE
             MOVE "EVENTS OUT OF BALANCE - INVESTIGATE" TO RR-RECORD
             MOVE "N" TO WS-BALANCE-SW
           END-IF.
           WRITE RR-RECORD.
           DISPLAY RR-RECORD.
           COMPUTE WS-CHECK-TOTAL = WS-LOADED-COUNT + WS-ADD-COUNT
               - WS-DELETE-COUNT - WS-MERGE-COUNT.
           IF WS-CHECK-TOTAL = WS-MASTER-COUNT
             MOVE "MASTER IN BALANCE - SNAPSHOT PLUS ADDS LESS REMOVALS"
               TO RR-RECORD
           ELSE
             MOVE "MASTER OUT OF BALANCE - INVESTIGATE" TO RR-RECORD
             MOVE "N" TO WS-BALANCE-SW
           END-IF.
           WRITE RR-RECORD.
           DISPLAY RR-RECORD.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO RR-RECORD.
           WRITE RR-RECORD.
           DISPLAY RR-RECORD.

      * no update is made while the nightly stream holds the files;
      * stream-lock says whether this run may go ahead.
       CHECK-STREAM-LOCK.
           MOVE "people-recovery" TO WS-LQ-PROGRAM-NAME.
           MOVE "I" TO WS-LQ-RUN-TYPE.
           CALL "stream-lock" USING WS-LOCK-REQUEST WS-LOCK-RESULT.
