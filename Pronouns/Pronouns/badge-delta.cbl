               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-PE-FILE-STATUS.
               SELECT PRIOR-PEOPLE-FILE ASSIGN TO "peopleprior.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PR-FILE-STATUS.
               SELECT SNAPSHOT-STAMP-FILE ASSIGN TO "priorstamp.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT DELTA-REPORT-FILE ASSIGN TO "deltareport.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT BADGE-FEED-FILE ASSIGN TO "badgefeed.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-PEOPLE-FILE.
               10 PR-PERSON-PRONOUN-NOM-2 PIC X(8).
               10 PR-PERSON-PRONOUN-OBJ-2 PIC X(8).
               10 PR-PERSON-PRONOUN-POSS-2 PIC X(8).
             05 PR-PERSON-ID PIC 9(8).
             05 PR-PERSON-CONSENT.
               10 PR-CONSENT-BADGE PIC X(1).
                 88 PR-BADGE-WITHHELD VALUE "N".
               10 PR-CONSENT-LETTER PIC X(1).
               10 PR-CONSENT-ROSTER PIC X(1).
           FD DELTA-REPORT-FILE.
           01 DR-RECORD PIC X(100).
           FD SNAPSHOT-STAMP-FILE.
           01 PS-RECORD.
             COPY "SNAPSTMP.CPY".
           FD BADGE-FEED-FILE.
           01 BG-RECORD.
             05 BG-SEQUENCE PIC 9(6).
               10 BG-NAME PIC X(20).
               10 BG-PRONOUN-LINE PIC X(17).
               10 FILLER PIC X(5).
               10 BG-PERSON-ID PIC 9(8).
      * header ("HD") and trailer ("TR") records reuse the detail
      * area: the run id stamps the feed so the vendor's returned
      * acknowledgments can be tied to the run they answer for, and
               10 BG-RUN-ID PIC X(14).
               10 BG-RUN-DATE PIC 9(8).
               10 BG-DETAIL-COUNT PIC 9(6).
               10 FILLER PIC X(22).
       WORKING-STORAGE SECTION.
           01 WS-PE-FILE-STATUS PIC X(2).
           01 WS-PR-FILE-STATUS PIC X(2).
           01 WS-MASTER-IS-ENDED PIC 9.
           01 WS-PRIOR-IS-ENDED PIC 9.
           01 WS-COPY-IS-ENDED PIC 9.
           01 WS-SNAPSHOT-DATE PIC 9(8).
           01 WS-SNAPSHOT-TIME PIC 9(8).
           01 WS-SNAPSHOT-COUNT PIC 9(6).
           01 WS-NEW-COUNT PIC 9(6).
           01 WS-CHANGED-COUNT PIC 9(6).
           01 WS-LEFT-COUNT PIC 9(6).
           01 WS-UNCHANGED-COUNT PIC 9(6).
           01 WS-RENAMED-COUNT PIC 9(6).
           01 WS-CONSENT-CHANGED-COUNT PIC 9(6).
           01 WS-BADGE-SEQUENCE PIC 9(6).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC 9(8).
           01 WS-COUNT-LINE.
             05 WS-CL-LABEL PIC X(24).
             05 WS-CL-COUNT PIC ZZZ,ZZ9.
      * the master reads back in person-number order and the prior
      * snapshot was written from the same keyed read, so the two
      * files match number against number in one sequential pass -
      * nobody holds the population in storage. a person renamed
      * since the last run keeps their number, so the rename shows
      * up as the same number under a new name rather than a leaver
      * and a joiner.
       PROCEDURE DIVISION.
           MOVE 0 TO WS-NEW-COUNT.
           MOVE 0 TO WS-CHANGED-COUNT.
           MOVE 0 TO WS-LEFT-COUNT.
           MOVE 0 TO WS-UNCHANGED-COUNT.
           MOVE 0 TO WS-RENAMED-COUNT.
           MOVE 0 TO WS-CONSENT-CHANGED-COUNT.
           MOVE 0 TO WS-BADGE-SEQUENCE.

           OPEN INPUT F-PEOPLE-FILE.
           MOVE 0 TO WS-MASTER-IS-ENDED.

           PERFORM READ-NEXT-MASTER-RECORD.
           PERFORM READ-NEXT-PRIOR-RECORD.
      * a snapshot taken before people carried a number cannot be
      * matched - the run feeds everyone, as with no snapshot at all.
           IF WS-PRIOR-IS-ENDED = 0
             AND PR-PERSON-ID IS NOT NUMERIC
             DISPLAY "PRIOR SNAPSHOT CARRIES NO PERSON NUMBERS - "
                 "EVERY PERSON FEEDS AS NEW"
             MOVE 1 TO WS-PRIOR-IS-ENDED
           END-IF.
           PERFORM MATCH-ONE-PAIR
             UNTIL WS-MASTER-IS-ENDED = 1 AND WS-PRIOR-IS-ENDED = 1.

               " BADGES FED, " WS-LEFT-COUNT " LEFT".
           STOP RUN.

      * the run id is the feed's date and time down to the second -
      * unique per run and echoed back by the vendor so badge-ack can
      * refuse an acknowledgment file from some other run.
           MOVE WS-BADGE-SEQUENCE TO BG-DETAIL-COUNT.
           WRITE BG-RECORD.

       MATCH-ONE-PAIR.
           EVALUATE TRUE
             WHEN WS-PRIOR-IS-ENDED = 1
             WHEN WS-MASTER-IS-ENDED = 1
               PERFORM REPORT-LEFT-PERSON
               PERFORM READ-NEXT-PRIOR-RECORD
             WHEN RC-PERSON-ID < PR-PERSON-ID
               PERFORM REPORT-NEW-PERSON
               PERFORM READ-NEXT-MASTER-RECORD
             WHEN RC-PERSON-ID = PR-PERSON-ID
               IF RC-PERSON-NAME NOT = PR-PERSON-NAME
                 PERFORM REPORT-RENAMED-PERSON
               ELSE
                 PERFORM COMPARE-BADGE-CONTENT
               END-IF
               PERFORM READ-NEXT-MASTER-RECORD
               PERFORM READ-NEXT-PRIOR-RECORD
               PERFORM READ-NEXT-PRIOR-RECORD
           END-EVALUATE.

      * what goes on the badge is what counts: behind withheld badge
      * consent a pronoun change leaves the badge as it was, while a
      * consent change on its own reprints the badge with or without
      * its pronoun line.
       COMPARE-BADGE-CONTENT.
           EVALUATE TRUE
             WHEN RC-BADGE-WITHHELD AND PR-BADGE-WITHHELD
               ADD 1 TO WS-UNCHANGED-COUNT
             WHEN RC-BADGE-WITHHELD OR PR-BADGE-WITHHELD
               PERFORM REPORT-CONSENT-CHANGED-PERSON
             WHEN RC-PERSON-PRONOUN = PR-PERSON-PRONOUN
               AND RC-PERSON-PRONOUN-2 = PR-PERSON-PRONOUN-2
               ADD 1 TO WS-UNCHANGED-COUNT
             WHEN OTHER
               PERFORM REPORT-CHANGED-PERSON
           END-EVALUATE.

       READ-NEXT-MASTER-RECORD.
           IF WS-MASTER-IS-ENDED = 0
             READ F-PEOPLE-FILE
           END-IF.

       REPORT-NEW-PERSON.
           ADD 1 TO WS-NEW-COUNT.
           MOVE SPACES TO DR-RECORD.
           STRING "NEW     " DELIMITED BY SIZE
           PERFORM WRITE-DELTA-BADGE-RECORD.

      * the renamed person still needs a badge carrying the new name,
      * so the feed record is written; the report calls it a rename,
      * not a leaver and a joiner.
       REPORT-RENAMED-PERSON.
           ADD 1 TO WS-RENAMED-COUNT.
           MOVE SPACES TO DR-RECORD.
           STRING "RENAMED " DELIMITED BY SIZE
                  RC-PERSON-NAME DELIMITED BY SIZE
                  " WAS " DELIMITED BY SIZE
                  PR-PERSON-NAME DELIMITED BY SIZE
             INTO DR-RECORD
           END-STRING.
           WRITE DR-RECORD.
           PERFORM WRITE-DELTA-BADGE-RECORD.

       REPORT-CHANGED-PERSON.
           ADD 1 TO WS-CHANGED-COUNT.
           MOVE SPACES TO DR-RECORD.
           WRITE DR-RECORD.
           PERFORM WRITE-DELTA-BADGE-RECORD.

      * reported under the CHANGED tag, since the badge is fed again
      * just as for a pronoun change.
       REPORT-CONSENT-CHANGED-PERSON.
           ADD 1 TO WS-CONSENT-CHANGED-COUNT.
           MOVE SPACES TO DR-RECORD.
           IF RC-BADGE-WITHHELD
             STRING "CHANGED " DELIMITED BY SIZE
                    RC-PERSON-NAME DELIMITED BY SIZE
                    " BADGE PRONOUNS NOW WITHHELD" DELIMITED BY SIZE
               INTO DR-RECORD
             END-STRING
           ELSE
             STRING "CHANGED " DELIMITED BY SIZE
                    RC-PERSON-NAME DELIMITED BY SIZE
                    " BADGE PRONOUNS NOW SHOWN" DELIMITED BY SIZE
               INTO DR-RECORD
             END-STRING
           END-IF.
           WRITE DR-RECORD.
           PERFORM WRITE-DELTA-BADGE-RECORD.

       REPORT-LEFT-PERSON.
           ADD 1 TO WS-LEFT-COUNT.
           MOVE SPACES TO DR-RECORD.
           STRING "LEFT    " DELIMITED BY SIZE
                  PR-PERSON-NAME DELIMITED BY SIZE
             INTO DR-RECORD
           END-STRING.
           WRITE DR-RECORD.

       WRITE-DELTA-BADGE-RECORD.
           ADD 1 TO WS-BADGE-SEQUENCE.
           MOVE WS-BADGE-SEQUENCE TO BG-SEQUENCE.
           MOVE "01" TO BG-RECORD-TYPE.
           MOVE RC-PERSON-NAME TO BG-NAME.
           MOVE RC-PERSON-ID TO BG-PERSON-ID.
      * a person with a secondary set badges as the two nominatives
      * ("she/they"); one set keeps the nom/obj line as before. a
      * person who has withheld badge consent still gets a badge, but
      * with the pronoun line left blank.
           EVALUATE TRUE
             WHEN RC-BADGE-WITHHELD
               CONTINUE
             WHEN RC-PERSON-PRONOUN-NOM-2 NOT = SPACES
               STRING RC-PERSON-PRONOUN-NOM DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      RC-PERSON-PRONOUN-NOM-2 DELIMITED BY SPACE
                 INTO BG-PRONOUN-LINE
               END-STRING
             WHEN OTHER
               STRING RC-PERSON-PRONOUN-NOM DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      RC-PERSON-PRONOUN-OBJ DELIMITED BY SPACE
                 INTO BG-PRONOUN-LINE
               END-STRING
           END-EVALUATE.
           WRITE BG-RECORD.

       WRITE-DELTA-TOTALS.
           MOVE WS-CHANGED-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO DR-RECORD.
           WRITE DR-RECORD.
           MOVE "BADGE CONSENT CHANGED" TO WS-CL-LABEL.
           MOVE WS-CONSENT-CHANGED-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO DR-RECORD.
           WRITE DR-RECORD.
           MOVE "LEFT" TO WS-CL-LABEL.
           MOVE WS-LEFT-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO DR-RECORD.
      * the snapshot is rewritten from the master only after the feed
      * and report close cleanly, so a failed run leaves the old
      * snapshot in place and the next run picks the same deltas up
      * again rather than losing them. the time is taken before the
      * copy starts and stamped on priorstamp.dat with the count once
      * it ends, so recovery replays every event the copy might not
      * have caught.
       REFRESH-PRIOR-SNAPSHOT.
           IF WS-PE-FILE-STATUS = "35" OR WS-PE-FILE-STATUS = "91"
             DISPLAY "PRIOR SNAPSHOT LEFT UNTOUCHED - MASTER WAS "
                 "NOT READABLE"
           ELSE
             MOVE 0 TO WS-COPY-IS-ENDED
             MOVE 0 TO WS-SNAPSHOT-COUNT
             ACCEPT WS-SNAPSHOT-DATE FROM DATE YYYYMMDD
             ACCEPT WS-SNAPSHOT-TIME FROM TIME
             OPEN INPUT F-PEOPLE-FILE
             OPEN OUTPUT PRIOR-PEOPLE-FILE
             PERFORM UNTIL WS-COPY-IS-ENDED = 1
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
             END-PERFORM
             CLOSE F-PEOPLE-FILE
             CLOSE PRIOR-PEOPLE-FILE
             OPEN OUTPUT SNAPSHOT-STAMP-FILE
             MOVE WS-SNAPSHOT-DATE TO PS-SNAPSHOT-DATE
             MOVE WS-SNAPSHOT-TIME TO PS-SNAPSHOT-TIME
             MOVE WS-SNAPSHOT-COUNT TO PS-RECORD-COUNT
             WRITE PS-RECORD
             CLOSE SNAPSHOT-STAMP-FILE
           END-IF.
