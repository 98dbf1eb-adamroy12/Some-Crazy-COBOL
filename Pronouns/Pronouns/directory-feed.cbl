       IDENTIFICATION DIVISION.
       PROGRAM-ID. "directory-feed".
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-PE-FILE-STATUS.
               SELECT PRIOR-PEOPLE-FILE ASSIGN TO "dirprior.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PR-FILE-STATUS.
               SELECT CHANGE-REPORT-FILE ASSIGN TO "dirchangereport.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT DIRECTORY-FEED-FILE ASSIGN TO "dirfeed.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-PEOPLE-FILE.
           01 RC-PERSON.
             COPY "PEOPLEREC.CPY".
      * the directory keeps its own snapshot, apart from badge-delta's
      * peopleprior.dat - the two feeds go out on their own schedules
      * and a full load of one must not disturb the other's deltas.
           FD PRIOR-PEOPLE-FILE.
           01 PR-PERSON.
             05 PR-PERSON-NAME PIC X(20).
             05 PR-PERSON-PRONOUN.
               10 PR-PERSON-PRONOUN-NOM PIC X(8).
               10 PR-PERSON-PRONOUN-OBJ PIC X(8).
               10 PR-PERSON-PRONOUN-POSS PIC X(8).
             05 PR-PERSON-COHORT PIC X(8).
             05 PR-PERSON-PRONOUN-2.
               10 PR-PERSON-PRONOUN-NOM-2 PIC X(8).
               10 PR-PERSON-PRONOUN-OBJ-2 PIC X(8).
               10 PR-PERSON-PRONOUN-POSS-2 PIC X(8).
             05 PR-PERSON-ID PIC 9(8).
             05 PR-PERSON-CONSENT.
               10 PR-CONSENT-BADGE PIC X(1).
               10 PR-CONSENT-LETTER PIC X(1).
               10 PR-CONSENT-ROSTER PIC X(1).
                 88 PR-ROSTER-WITHHELD VALUE "N".
           FD CHANGE-REPORT-FILE.
           01 CR-RECORD PIC X(100).
           FD DIRECTORY-FEED-FILE.
           01 DF-RECORD.
             COPY "DIRFEED.CPY".
       WORKING-STORAGE SECTION.
           01 WS-PE-FILE-STATUS PIC X(2).
           01 WS-PR-FILE-STATUS PIC X(2).
           01 WS-MASTER-IS-ENDED PIC 9.
           01 WS-PRIOR-IS-ENDED PIC 9.
           01 WS-COPY-IS-ENDED PIC 9.
           01 WS-LOAD-MODE PIC X(1).
             88 FULL-LOAD-RUN VALUE "F".
           01 WS-ADD-COUNT PIC 9(6).
           01 WS-CHANGE-COUNT PIC 9(6).
           01 WS-DELETE-COUNT PIC 9(6).
           01 WS-UNCHANGED-COUNT PIC 9(6).
           01 WS-WITHHELD-COUNT PIC 9(6).
           01 WS-DIRECTORY-SEQUENCE PIC 9(6).
           01 WS-SNAPSHOT-COUNT PIC 9(6).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC 9(8).
           01 WS-RUN-ID PIC X(14).
           01 WS-CHANGE-TEXT PIC X(40).
           01 WS-COUNT-LINE.
             05 WS-CL-LABEL PIC X(24).
             05 WS-CL-COUNT PIC ZZZ,ZZ9.
      * the directory feed is cut the way badge-delta cuts the badge
      * feed: the master and the directory's own prior snapshot are
      * both in person-number order, so one sequential match finds
      * who was added, who changed and who left. with no snapshot -
      * the first run, or a full load asked for at the driver, which
      * removes it - every person goes out as an add and the header
      * tells the directory to replace its whole listing.
       PROCEDURE DIVISION.
           MOVE 0 TO WS-ADD-COUNT.
           MOVE 0 TO WS-CHANGE-COUNT.
           MOVE 0 TO WS-DELETE-COUNT.
           MOVE 0 TO WS-UNCHANGED-COUNT.
           MOVE 0 TO WS-WITHHELD-COUNT.
           MOVE 0 TO WS-DIRECTORY-SEQUENCE.

      * an unreadable master must not go out at all: against the
      * snapshot it would read as everyone leaving, and the directory
      * would take down every profile.
           OPEN INPUT F-PEOPLE-FILE.
           IF WS-PE-FILE-STATUS NOT = "00"
             DISPLAY "PEOPLE.DAT NOT READABLE - STATUS "
                 WS-PE-FILE-STATUS " - NO DIRECTORY FEED WRITTEN"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 0 TO WS-MASTER-IS-ENDED.
           MOVE "C" TO WS-LOAD-MODE.
           OPEN INPUT PRIOR-PEOPLE-FILE.
           MOVE 0 TO WS-PRIOR-IS-ENDED.
           IF WS-PR-FILE-STATUS = "35"
             DISPLAY "NO DIRECTORY SNAPSHOT - FULL DIRECTORY LOAD"
             MOVE "F" TO WS-LOAD-MODE
             MOVE 1 TO WS-PRIOR-IS-ENDED
           END-IF.

           PERFORM READ-NEXT-MASTER-RECORD.
           PERFORM READ-NEXT-PRIOR-RECORD.
      * an empty snapshot has nobody to delete or compare, so it is
      * a full load as surely as a missing one.
           IF WS-PRIOR-IS-ENDED = 1
             MOVE "F" TO WS-LOAD-MODE
           END-IF.
           IF WS-PRIOR-IS-ENDED = 0
             AND PR-PERSON-ID IS NOT NUMERIC
             DISPLAY "DIRECTORY SNAPSHOT CARRIES NO PERSON NUMBERS - "
                 "FULL DIRECTORY LOAD"
             MOVE "F" TO WS-LOAD-MODE
             MOVE 1 TO WS-PRIOR-IS-ENDED
           END-IF.

           OPEN OUTPUT CHANGE-REPORT-FILE.
           OPEN OUTPUT DIRECTORY-FEED-FILE.
           PERFORM WRITE-FEED-HEADER.
           IF FULL-LOAD-RUN
             MOVE "DIRECTORY FEED - FULL LOAD" TO CR-RECORD
           ELSE
             MOVE "DIRECTORY CHANGES SINCE LAST FEED" TO CR-RECORD
           END-IF.
           WRITE CR-RECORD.

           PERFORM MATCH-ONE-PAIR
             UNTIL WS-MASTER-IS-ENDED = 1 AND WS-PRIOR-IS-ENDED = 1.

           PERFORM WRITE-CHANGE-TOTALS.
           PERFORM WRITE-FEED-TRAILER.
           CLOSE CHANGE-REPORT-FILE.
           CLOSE DIRECTORY-FEED-FILE.
           IF WS-PR-FILE-STATUS NOT = "35"
             CLOSE PRIOR-PEOPLE-FILE
           END-IF.
           CLOSE F-PEOPLE-FILE.

           PERFORM REFRESH-DIRECTORY-SNAPSHOT.
           DISPLAY "DIRECTORY FEED COMPLETE - " WS-DIRECTORY-SEQUENCE
               " RECORDS FED, LOAD MODE " WS-LOAD-MODE.
           STOP RUN.

      * the run id is built as the badge feed's is, so directory-reject
      * can refuse a reject file returned against some other run.
       WRITE-FEED-HEADER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
             INTO WS-RUN-ID
           END-STRING.
           MOVE SPACES TO DF-RECORD.
           MOVE 0 TO DF-SEQUENCE.
           MOVE "HD" TO DF-RECORD-TYPE.
           MOVE WS-RUN-ID TO DF-RUN-ID.
           MOVE WS-RUN-DATE TO DF-RUN-DATE.
           MOVE WS-LOAD-MODE TO DF-LOAD-MODE.
           MOVE 0 TO DF-DETAIL-COUNT.
           WRITE DF-RECORD.

       WRITE-FEED-TRAILER.
           MOVE SPACES TO DF-RECORD.
           MOVE 0 TO DF-SEQUENCE.
           MOVE "TR" TO DF-RECORD-TYPE.
           MOVE WS-RUN-ID TO DF-RUN-ID.
           MOVE WS-RUN-DATE TO DF-RUN-DATE.
           MOVE WS-LOAD-MODE TO DF-LOAD-MODE.
           MOVE WS-DIRECTORY-SEQUENCE TO DF-DETAIL-COUNT.
           WRITE DF-RECORD.

       MATCH-ONE-PAIR.
           EVALUATE TRUE
             WHEN WS-PRIOR-IS-ENDED = 1
               PERFORM REPORT-ADDED-PERSON
               PERFORM READ-NEXT-MASTER-RECORD
             WHEN WS-MASTER-IS-ENDED = 1
               PERFORM REPORT-DELETED-PERSON
               PERFORM READ-NEXT-PRIOR-RECORD
             WHEN RC-PERSON-ID < PR-PERSON-ID
               PERFORM REPORT-ADDED-PERSON
               PERFORM READ-NEXT-MASTER-RECORD
             WHEN RC-PERSON-ID = PR-PERSON-ID
               PERFORM COMPARE-DIRECTORY-CONTENT
               PERFORM READ-NEXT-MASTER-RECORD
               PERFORM READ-NEXT-PRIOR-RECORD
             WHEN OTHER
               PERFORM REPORT-DELETED-PERSON
               PERFORM READ-NEXT-PRIOR-RECORD
           END-EVALUATE.

      * the profile shows the name and cohort to everyone, and the
      * pronouns only where roster consent is given - the directory
      * is a staff-wide listing, as a cohort roster is. behind
      * withheld consent a pronoun change leaves the profile as it
      * was; a consent change on its own puts the pronouns on or
      * takes them off.
       COMPARE-DIRECTORY-CONTENT.
           MOVE SPACES TO WS-CHANGE-TEXT.
           EVALUATE TRUE
             WHEN RC-PERSON-NAME NOT = PR-PERSON-NAME
               STRING "RENAMED FROM " DELIMITED BY SIZE
                      PR-PERSON-NAME DELIMITED BY SIZE
                 INTO WS-CHANGE-TEXT
               END-STRING
             WHEN RC-PERSON-COHORT NOT = PR-PERSON-COHORT
               STRING "COHORT WAS " DELIMITED BY SIZE
                      PR-PERSON-COHORT DELIMITED BY SIZE
                 INTO WS-CHANGE-TEXT
               END-STRING
             WHEN RC-ROSTER-WITHHELD AND PR-ROSTER-WITHHELD
               CONTINUE
             WHEN RC-ROSTER-WITHHELD
               MOVE "PRONOUNS NOW WITHHELD" TO WS-CHANGE-TEXT
             WHEN PR-ROSTER-WITHHELD
               MOVE "PRONOUNS NOW SHOWN" TO WS-CHANGE-TEXT
             WHEN RC-PERSON-PRONOUN NOT = PR-PERSON-PRONOUN
               OR RC-PERSON-PRONOUN-2 NOT = PR-PERSON-PRONOUN-2
               MOVE "PRONOUN SETS CHANGED" TO WS-CHANGE-TEXT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WS-CHANGE-TEXT = SPACES
             ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
             PERFORM REPORT-CHANGED-PERSON
           END-IF.

       READ-NEXT-MASTER-RECORD.
           IF WS-MASTER-IS-ENDED = 0
             READ F-PEOPLE-FILE
               AT END
                 MOVE 1 TO WS-MASTER-IS-ENDED
             END-READ
           END-IF.

       READ-NEXT-PRIOR-RECORD.
           IF WS-PRIOR-IS-ENDED = 0
             READ PRIOR-PEOPLE-FILE
               AT END
                 MOVE 1 TO WS-PRIOR-IS-ENDED
             END-READ
           END-IF.

       REPORT-ADDED-PERSON.
           ADD 1 TO WS-ADD-COUNT.
           MOVE SPACES TO CR-RECORD.
           STRING "ADD     " DELIMITED BY SIZE
                  RC-PERSON-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RC-PERSON-COHORT DELIMITED BY SIZE
             INTO CR-RECORD
           END-STRING.
           WRITE CR-RECORD.
           PERFORM WRITE-DIRECTORY-PERSON.
           MOVE "A" TO DF-ACTION.
           WRITE DF-RECORD.

       REPORT-CHANGED-PERSON.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE SPACES TO CR-RECORD.
           STRING "CHANGE  " DELIMITED BY SIZE
                  RC-PERSON-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHANGE-TEXT DELIMITED BY SIZE
             INTO CR-RECORD
           END-STRING.
           WRITE CR-RECORD.
           PERFORM WRITE-DIRECTORY-PERSON.
           MOVE "C" TO DF-ACTION.
           WRITE DF-RECORD.

      * a leaver goes out as a delete on their number alone, so the
      * directory takes the profile down; the name is carried only
      * for the people reading the feed.
       REPORT-DELETED-PERSON.
           ADD 1 TO WS-DELETE-COUNT.
           MOVE SPACES TO CR-RECORD.
           STRING "DELETE  " DELIMITED BY SIZE
                  PR-PERSON-NAME DELIMITED BY SIZE
             INTO CR-RECORD
           END-STRING.
           WRITE CR-RECORD.
           ADD 1 TO WS-DIRECTORY-SEQUENCE.
           MOVE SPACES TO DF-RECORD.
           MOVE WS-DIRECTORY-SEQUENCE TO DF-SEQUENCE.
           MOVE "01" TO DF-RECORD-TYPE.
           MOVE "D" TO DF-ACTION.
           MOVE PR-PERSON-ID TO DF-PERSON-ID.
           MOVE PR-PERSON-NAME TO DF-NAME.
           WRITE DF-RECORD.

      * builds the detail for a person on the master; the caller sets
      * the action. each set is written out in full, nominative first
      * ("she/her/hers"), and a person who has withheld roster consent
      * is listed with the pronoun fields left blank.
       WRITE-DIRECTORY-PERSON.
           ADD 1 TO WS-DIRECTORY-SEQUENCE.
           MOVE SPACES TO DF-RECORD.
           MOVE WS-DIRECTORY-SEQUENCE TO DF-SEQUENCE.
           MOVE "01" TO DF-RECORD-TYPE.
           MOVE RC-PERSON-ID TO DF-PERSON-ID.
           MOVE RC-PERSON-NAME TO DF-NAME.
           MOVE RC-PERSON-COHORT TO DF-COHORT.
           IF RC-ROSTER-WITHHELD
             ADD 1 TO WS-WITHHELD-COUNT
           ELSE
             STRING RC-PERSON-PRONOUN-NOM DELIMITED BY SPACE
                    "/" DELIMITED BY SIZE
                    RC-PERSON-PRONOUN-OBJ DELIMITED BY SPACE
                    "/" DELIMITED BY SIZE
                    RC-PERSON-PRONOUN-POSS DELIMITED BY SPACE
               INTO DF-PRIMARY-SET
             END-STRING
             IF RC-PERSON-PRONOUN-NOM-2 NOT = SPACES
               STRING RC-PERSON-PRONOUN-NOM-2 DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      RC-PERSON-PRONOUN-OBJ-2 DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      RC-PERSON-PRONOUN-POSS-2 DELIMITED BY SPACE
                 INTO DF-SECONDARY-SET
               END-STRING
               STRING RC-PERSON-PRONOUN-NOM DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      RC-PERSON-PRONOUN-NOM-2 DELIMITED BY SPACE
                 INTO DF-SIGNATURE-LINE
               END-STRING
             ELSE
               STRING RC-PERSON-PRONOUN-NOM DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      RC-PERSON-PRONOUN-OBJ DELIMITED BY SPACE
                 INTO DF-SIGNATURE-LINE
               END-STRING
             END-IF
           END-IF.

      * the totals labels must not share their first 8 bytes with the
      * "ADD     ", "CHANGE  " and "DELETE  " detail tags, or
      * stream-balancer would count a totals line as a fed record.
       WRITE-CHANGE-TOTALS.
           MOVE SPACES TO CR-RECORD.
           WRITE CR-RECORD.
           MOVE "PEOPLE ADDED" TO WS-CL-LABEL.
           MOVE WS-ADD-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO CR-RECORD.
           WRITE CR-RECORD.
           MOVE "PEOPLE CHANGED" TO WS-CL-LABEL.
           MOVE WS-CHANGE-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO CR-RECORD.
           WRITE CR-RECORD.
           MOVE "PEOPLE DELETED" TO WS-CL-LABEL.
           MOVE WS-DELETE-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO CR-RECORD.
           WRITE CR-RECORD.
           MOVE "UNCHANGED" TO WS-CL-LABEL.
           MOVE WS-UNCHANGED-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO CR-RECORD.
           WRITE CR-RECORD.
           MOVE "FED WITH PRONOUNS BLANK" TO WS-CL-LABEL.
           MOVE WS-WITHHELD-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO CR-RECORD.
           WRITE CR-RECORD.
           MOVE "FED TO DIRECTORY" TO WS-CL-LABEL.
           MOVE WS-DIRECTORY-SEQUENCE TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO CR-RECORD.
           WRITE CR-RECORD.

      * the snapshot is rewritten only once the feed and report have
      * closed, so a failed run leaves the old one in place and the
      * next run sends the same changes again rather than losing them.
       REFRESH-DIRECTORY-SNAPSHOT.
           MOVE 0 TO WS-COPY-IS-ENDED.
           MOVE 0 TO WS-SNAPSHOT-COUNT.
           OPEN INPUT F-PEOPLE-FILE.
           OPEN OUTPUT PRIOR-PEOPLE-FILE.
           PERFORM UNTIL WS-COPY-IS-ENDED = 1
             READ F-PEOPLE-FILE
               NOT AT END
                 MOVE RC-PERSON-NAME TO PR-PERSON-NAME
                 MOVE RC-PERSON-PRONOUN-NOM TO PR-PERSON-PRONOUN-NOM
                 MOVE RC-PERSON-PRONOUN-OBJ TO PR-PERSON-PRONOUN-OBJ
                 MOVE RC-PERSON-PRONOUN-POSS
                   TO PR-PERSON-PRONOUN-POSS
                 MOVE RC-PERSON-COHORT TO PR-PERSON-COHORT
                 MOVE RC-PERSON-PRONOUN-2 TO PR-PERSON-PRONOUN-2
                 MOVE RC-PERSON-ID TO PR-PERSON-ID
                 MOVE RC-PERSON-CONSENT TO PR-PERSON-CONSENT
                 WRITE PR-PERSON
                 ADD 1 TO WS-SNAPSHOT-COUNT
               AT END
                 MOVE 1 TO WS-COPY-IS-ENDED
             END-READ
           END-PERFORM.
           CLOSE F-PEOPLE-FILE.
           CLOSE PRIOR-PEOPLE-FILE.
           DISPLAY "DIRECTORY SNAPSHOT REFRESHED - " WS-SNAPSHOT-COUNT
               " PEOPLE".
