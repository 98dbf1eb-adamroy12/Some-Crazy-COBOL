       IDENTIFICATION DIVISION.
       PROGRAM-ID. "integrity-check".
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
               SELECT COHORT-MASTER-FILE ASSIGN TO "cohortmaster.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CM-COHORT-ID
                 FILE STATUS IS WS-CM-FILE-STATUS.
               SELECT PENDING-CHANGE-FILE
                 ASSIGN TO "pendingchanges.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PC-FILE-STATUS.
               SELECT EXCEPTION-FILE
                 ASSIGN TO "pronounexceptions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EX-FILE-STATUS.
               SELECT INTEGRITY-REPORT-FILE
                 ASSIGN TO "integrityreport.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-PEOPLE-FILE.
           01 RC-PERSON.
             COPY "PEOPLEREC.CPY".
           FD COHORT-MASTER-FILE.
           01 CM-RECORD.
             COPY "COHORTRC.CPY".
           FD PENDING-CHANGE-FILE.
           01 PC-RECORD.
             COPY "PENDCHG.CPY".
           FD EXCEPTION-FILE.
           01 EX-RECORD.
             COPY "EXCEPTRC.CPY".
           FD INTEGRITY-REPORT-FILE.
           01 IR-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
           COPY "PRONSET.CPY".
           01 WS-PE-FILE-STATUS PIC X(2).
           01 WS-CM-FILE-STATUS PIC X(2).
           01 WS-PC-FILE-STATUS PIC X(2).
           01 WS-EX-FILE-STATUS PIC X(2).
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-COHORTS-OPEN-SW PIC X(1).
             88 COHORT-MASTER-IS-OPEN VALUE "Y".
           01 WS-PRONSET-INDEX PIC 9(2).
           01 WS-CHECK-NOM PIC X(8).
           01 WS-CHECK-OBJ PIC X(8).
           01 WS-CHECK-POSS PIC X(8).
           01 WS-SET-KNOWN-SW PIC X(1).
             88 SET-IS-KNOWN VALUE "Y".
           01 WS-PEOPLE-READ-COUNT PIC 9(6).
           01 WS-PENDING-READ-COUNT PIC 9(6).
           01 WS-EXCEPTION-READ-COUNT PIC 9(6).
           01 WS-NO-COHORT-COUNT PIC 9(6).
           01 WS-CLOSED-COHORT-COUNT PIC 9(6).
           01 WS-PEND-DELETED-COUNT PIC 9(6).
           01 WS-PEND-RENAMED-COUNT PIC 9(6).
           01 WS-OPEN-ON-FILE-COUNT PIC 9(6).
           01 WS-BAD-PRIMARY-COUNT PIC 9(6).
           01 WS-BAD-SECONDARY-COUNT PIC 9(6).
           01 WS-WARNING-COUNT PIC 9(6).
           01 WS-SEVERE-COUNT PIC 9(6).
           01 WS-FINDING-TEXT PIC X(30).
           01 WS-FINDING-NAME PIC X(20).
           01 WS-FINDING-ID PIC 9(8).
           01 WS-FINDING-DETAIL PIC X(30).
           01 WS-COUNT-LINE.
             05 WS-CL-LABEL PIC X(32).
             05 WS-CL-COUNT PIC ZZZ,ZZ9.
             05 FILLER PIC X(2) VALUE SPACES.
             05 WS-CL-SEVERITY PIC X(7).
      * the integrity check reads the master, the cohort master, the
      * pending changes and the exceptions together and reports where
      * they no longer agree. each finding is listed under its
      * category, and the categories are totalled at the end.
      * pronouns outside the PRONSET table are severe - they would go
      * onto badges as they stand - so any of those ends the step with
      * return code 8 and the stream holds before the badge feed is
      * cut. everything else is a warning for the morning: the feed
      * is still right, but something needs an operator.
       PROCEDURE DIVISION.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE "CROSS-FILE INTEGRITY FINDINGS" TO IR-RECORD.
           WRITE IR-RECORD.
           MOVE SPACES TO IR-RECORD.
           WRITE IR-RECORD.

           MOVE 0 TO WS-PEOPLE-READ-COUNT.
           MOVE 0 TO WS-PENDING-READ-COUNT.
           MOVE 0 TO WS-EXCEPTION-READ-COUNT.
           MOVE 0 TO WS-NO-COHORT-COUNT.
           MOVE 0 TO WS-CLOSED-COHORT-COUNT.
           MOVE 0 TO WS-PEND-DELETED-COUNT.
           MOVE 0 TO WS-PEND-RENAMED-COUNT.
           MOVE 0 TO WS-OPEN-ON-FILE-COUNT.
           MOVE 0 TO WS-BAD-PRIMARY-COUNT.
           MOVE 0 TO WS-BAD-SECONDARY-COUNT.

           OPEN INPUT F-PEOPLE-FILE.
           IF WS-PE-FILE-STATUS NOT = "00"
             DISPLAY "PEOPLE.DAT NOT READABLE - STATUS "
                 WS-PE-FILE-STATUS
             MOVE "PEOPLE.DAT NOT READABLE - NOTHING CHECKED"
               TO IR-RECORD
             WRITE IR-RECORD
             CLOSE INTEGRITY-REPORT-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM CHECK-PEOPLE-MASTER.
           PERFORM CHECK-PENDING-CHANGES.
           PERFORM CHECK-OPEN-EXCEPTIONS.
           CLOSE F-PEOPLE-FILE.

           PERFORM WRITE-CATEGORY-TOTALS.
           CLOSE INTEGRITY-REPORT-FILE.

           IF WS-SEVERE-COUNT > 0
             DISPLAY "INTEGRITY CHECK FOUND " WS-SEVERE-COUNT
                 " SEVERE FINDING(S) - HOLD THE BADGE FEED"
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "INTEGRITY CHECK COMPLETE - " WS-WARNING-COUNT
                 " WARNING(S), NOTHING SEVERE"
           END-IF.
           STOP RUN.

      * the cohort master is optional to this check: without it the
      * cohort findings are skipped and the report says so, since a
      * missing cohort master is not a fault in the people on file.
       CHECK-PEOPLE-MASTER.
           MOVE "N" TO WS-COHORTS-OPEN-SW.
           OPEN INPUT COHORT-MASTER-FILE.
           IF WS-CM-FILE-STATUS = "00"
             MOVE "Y" TO WS-COHORTS-OPEN-SW
           ELSE
             MOVE "COHORTMASTER.DAT NOT FOUND - COHORTS NOT CHECKED"
               TO IR-RECORD
             WRITE IR-RECORD
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ F-PEOPLE-FILE NEXT RECORD
               NOT AT END
                 ADD 1 TO WS-PEOPLE-READ-COUNT
                 PERFORM CHECK-ONE-PERSON
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           IF COHORT-MASTER-IS-OPEN
             CLOSE COHORT-MASTER-FILE
           END-IF.

      * a blank cohort (an interactive add) points at nothing and is
      * not a finding. the secondary set is optional, so only a set
      * that is there is held to the table.
       CHECK-ONE-PERSON.
           MOVE RC-PERSON-NAME TO WS-FINDING-NAME.
           MOVE RC-PERSON-ID TO WS-FINDING-ID.
           IF COHORT-MASTER-IS-OPEN AND RC-PERSON-COHORT NOT = SPACES
             MOVE RC-PERSON-COHORT TO CM-COHORT-ID
             READ COHORT-MASTER-FILE
               INVALID KEY
                 ADD 1 TO WS-NO-COHORT-COUNT
                 MOVE "COHORT NOT ON COHORT MASTER" TO WS-FINDING-TEXT
                 MOVE RC-PERSON-COHORT TO WS-FINDING-DETAIL
                 PERFORM WRITE-FINDING-LINE
               NOT INVALID KEY
                 IF CM-IS-CLOSED
                   ADD 1 TO WS-CLOSED-COHORT-COUNT
                   MOVE "COHORT IS CLOSED" TO WS-FINDING-TEXT
                   MOVE RC-PERSON-COHORT TO WS-FINDING-DETAIL
                   PERFORM WRITE-FINDING-LINE
                 END-IF
             END-READ
           END-IF.

           MOVE RC-PERSON-PRONOUN-NOM TO WS-CHECK-NOM.
           MOVE RC-PERSON-PRONOUN-OBJ TO WS-CHECK-OBJ.
           MOVE RC-PERSON-PRONOUN-POSS TO WS-CHECK-POSS.
           PERFORM CHECK-SET-IN-PRONSET.
           IF NOT SET-IS-KNOWN
             ADD 1 TO WS-BAD-PRIMARY-COUNT
             MOVE "PRONOUNS NOT IN PRONSET" TO WS-FINDING-TEXT
             PERFORM BUILD-PRONOUN-DETAIL
             PERFORM WRITE-FINDING-LINE
           END-IF.

           IF RC-PERSON-PRONOUN-2 NOT = SPACES
             MOVE RC-PERSON-PRONOUN-NOM-2 TO WS-CHECK-NOM
             MOVE RC-PERSON-PRONOUN-OBJ-2 TO WS-CHECK-OBJ
             MOVE RC-PERSON-PRONOUN-POSS-2 TO WS-CHECK-POSS
             PERFORM CHECK-SET-IN-PRONSET
             IF NOT SET-IS-KNOWN
               ADD 1 TO WS-BAD-SECONDARY-COUNT
               MOVE "SECONDARY NOT IN PRONSET" TO WS-FINDING-TEXT
               PERFORM BUILD-PRONOUN-DETAIL
               PERFORM WRITE-FINDING-LINE
             END-IF
           END-IF.

      * the master holds sets exactly as PRONSET spells them - intake
      * rejects anything else, case included - so only an exact match
      * passes here.
       CHECK-SET-IN-PRONSET.
           MOVE "N" TO WS-SET-KNOWN-SW.
           PERFORM VARYING WS-PRONSET-INDEX FROM 1 BY 1
               UNTIL WS-PRONSET-INDEX > PRONSET-COUNT
             IF WS-CHECK-NOM = PRONSET-NOM(WS-PRONSET-INDEX)
               AND WS-CHECK-OBJ = PRONSET-OBJ(WS-PRONSET-INDEX)
               AND WS-CHECK-POSS = PRONSET-POSS(WS-PRONSET-INDEX)
               MOVE "Y" TO WS-SET-KNOWN-SW
             END-IF
           END-PERFORM.

       BUILD-PRONOUN-DETAIL.
           MOVE SPACES TO WS-FINDING-DETAIL.
           STRING WS-CHECK-NOM DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-CHECK-OBJ DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-CHECK-POSS DELIMITED BY SPACE
             INTO WS-FINDING-DETAIL
           END-STRING.

      * a change still waiting is checked the way pending-apply will
      * look for its person: by number when it has one, by name on
      * the older entries that do not. a number no longer on file has
      * been deleted or merged away; a number now held under another
      * name has been renamed. an unnumbered entry whose name is gone
      * cannot say which, and is listed with the deletions.
       CHECK-PENDING-CHANGES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF WS-PC-FILE-STATUS = "35"
             MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ PENDING-CHANGE-FILE
               NOT AT END
                 ADD 1 TO WS-PENDING-READ-COUNT
                 IF PC-IS-PENDING
                   PERFORM CHECK-ONE-PENDING-CHANGE
                 END-IF
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           IF WS-PC-FILE-STATUS NOT = "35"
             CLOSE PENDING-CHANGE-FILE
           END-IF.

       CHECK-ONE-PENDING-CHANGE.
           MOVE PC-NAME TO WS-FINDING-NAME.
           MOVE SPACES TO WS-FINDING-DETAIL.
           STRING "EFFECTIVE " DELIMITED BY SIZE
                  PC-EFFECTIVE-DATE DELIMITED BY SIZE
             INTO WS-FINDING-DETAIL
           END-STRING.
           IF PC-PERSON-ID IS NOT NUMERIC OR PC-PERSON-ID = 0
             MOVE 0 TO WS-FINDING-ID
             MOVE PC-NAME TO RC-PERSON-NAME
             READ F-PEOPLE-FILE KEY IS RC-PERSON-NAME
               INVALID KEY
                 ADD 1 TO WS-PEND-DELETED-COUNT
                 MOVE "PENDING - NAME NOT ON FILE" TO WS-FINDING-TEXT
                 PERFORM WRITE-FINDING-LINE
               NOT INVALID KEY
                 CONTINUE
             END-READ
           ELSE
             MOVE PC-PERSON-ID TO WS-FINDING-ID
             MOVE PC-PERSON-ID TO RC-PERSON-ID
             READ F-PEOPLE-FILE KEY IS RC-PERSON-ID
               INVALID KEY
                 ADD 1 TO WS-PEND-DELETED-COUNT
                 MOVE "PENDING - PERSON DELETED" TO WS-FINDING-TEXT
                 PERFORM WRITE-FINDING-LINE
               NOT INVALID KEY
                 IF RC-PERSON-NAME NOT = PC-NAME
                   ADD 1 TO WS-PEND-RENAMED-COUNT
                   MOVE "PENDING - PERSON RENAMED" TO WS-FINDING-TEXT
                   MOVE SPACES TO WS-FINDING-DETAIL
                   STRING "NOW " DELIMITED BY SIZE
                          RC-PERSON-NAME DELIMITED BY SIZE
                     INTO WS-FINDING-DETAIL
                   END-STRING
                   PERFORM WRITE-FINDING-LINE
                 END-IF
             END-READ
           END-IF.

      * an exception held because its name is already on file is open
      * by design until repair decides who it is, so those are left
      * out; any other open exception whose name has since reached the
      * master has most likely been keyed again and repaired by hand.
       CHECK-OPEN-EXCEPTIONS.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT EXCEPTION-FILE.
           IF WS-EX-FILE-STATUS = "35"
             MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ EXCEPTION-FILE
               NOT AT END
                 ADD 1 TO WS-EXCEPTION-READ-COUNT
                 IF EX-IS-OPEN
                   AND EX-REJECT-REASON NOT = "NAME ALREADY ON FILE"
                   PERFORM CHECK-ONE-OPEN-EXCEPTION
                 END-IF
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           IF WS-EX-FILE-STATUS NOT = "35"
             CLOSE EXCEPTION-FILE
           END-IF.

       CHECK-ONE-OPEN-EXCEPTION.
           MOVE EX-NAME TO RC-PERSON-NAME.
           READ F-PEOPLE-FILE KEY IS RC-PERSON-NAME
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               ADD 1 TO WS-OPEN-ON-FILE-COUNT
               MOVE "OPEN EXCEPTION - NAME ON FILE" TO WS-FINDING-TEXT
               MOVE EX-NAME TO WS-FINDING-NAME
               MOVE RC-PERSON-ID TO WS-FINDING-ID
               MOVE EX-REJECT-REASON TO WS-FINDING-DETAIL
               PERFORM WRITE-FINDING-LINE
           END-READ.

       WRITE-FINDING-LINE.
           MOVE SPACES TO IR-RECORD.
           STRING WS-FINDING-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FINDING-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FINDING-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FINDING-DETAIL DELIMITED BY SIZE
             INTO IR-RECORD
           END-STRING.
           WRITE IR-RECORD.

       WRITE-CATEGORY-TOTALS.
           MOVE SPACES TO IR-RECORD.
           WRITE IR-RECORD.
           MOVE SPACES TO WS-CL-SEVERITY.
           MOVE "PEOPLE RECORDS READ" TO WS-CL-LABEL.
           MOVE WS-PEOPLE-READ-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "PENDING CHANGES READ" TO WS-CL-LABEL.
           MOVE WS-PENDING-READ-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "EXCEPTIONS READ" TO WS-CL-LABEL.
           MOVE WS-EXCEPTION-READ-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.

           MOVE "WARNING" TO WS-CL-SEVERITY.
           MOVE "COHORT NOT ON COHORT MASTER" TO WS-CL-LABEL.
           MOVE WS-NO-COHORT-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "COHORT IS CLOSED" TO WS-CL-LABEL.
           MOVE WS-CLOSED-COHORT-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "PENDING - DELETED OR NOT ON FILE" TO WS-CL-LABEL.
           MOVE WS-PEND-DELETED-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "PENDING - PERSON RENAMED" TO WS-CL-LABEL.
           MOVE WS-PEND-RENAMED-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "OPEN EXCEPTION - NAME ON FILE" TO WS-CL-LABEL.
           MOVE WS-OPEN-ON-FILE-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SEVERE" TO WS-CL-SEVERITY.
           MOVE "PRONOUNS NOT IN PRONSET" TO WS-CL-LABEL.
           MOVE WS-BAD-PRIMARY-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "SECONDARY NOT IN PRONSET" TO WS-CL-LABEL.
           MOVE WS-BAD-SECONDARY-COUNT TO WS-CL-COUNT.
           PERFORM WRITE-COUNT-LINE.

           ADD WS-NO-COHORT-COUNT WS-CLOSED-COHORT-COUNT
               WS-PEND-DELETED-COUNT WS-PEND-RENAMED-COUNT
               WS-OPEN-ON-FILE-COUNT
             GIVING WS-WARNING-COUNT.
           ADD WS-BAD-PRIMARY-COUNT WS-BAD-SECONDARY-COUNT
             GIVING WS-SEVERE-COUNT.
           MOVE SPACES TO IR-RECORD.
           WRITE IR-RECORD.
           IF WS-SEVERE-COUNT > 0
             MOVE "SEVERE FINDINGS - HOLD THE BADGE FEED" TO IR-RECORD
           ELSE
             IF WS-WARNING-COUNT > 0
               MOVE "WARNINGS ONLY - BADGE FEED MAY PROCEED"
                 TO IR-RECORD
             ELSE
               MOVE "NO FINDINGS - FILES AGREE" TO IR-RECORD
             END-IF
           END-IF.
           WRITE IR-RECORD.

       WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO IR-RECORD.
           WRITE IR-RECORD.
           DISPLAY IR-RECORD.
