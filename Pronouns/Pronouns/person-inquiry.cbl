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
             05 BG-NAME PIC X(20).
             05 BG-PRONOUN-LINE PIC X(17).
             05 FILLER PIC X(5).
             05 BG-PERSON-ID PIC 9(8).
           FD ACK-FILE.
           01 AK-RECORD.
             05 AK-SEQUENCE PIC 9(6).
           01 WS-SELECT-NAME PIC X(20).
           01 WS-PERSON-FOUND-SW PIC X(1).
             88 PERSON-WAS-FOUND VALUE "Y".
           01 WS-HOLDER-IS-ENDED PIC 9.
           01 WS-EVENT-COUNT PIC 9(6).
           01 WS-EXCEPT-COUNT PIC 9(6).
           01 WS-FEED-FOUND-SW PIC X(1).
             88 FEED-RECORD-FOUND VALUE "Y".
           01 WS-FEED-SEQUENCE PIC 9(6).
           01 WS-FEED-PRONOUN-LINE PIC X(17).
           01 WS-FEED-PERSON-ID PIC 9(8).
           01 WS-ACK-STATUS PIC X(1).
             88 ACK-BADGE-PRINTED VALUE "P".
             88 ACK-BADGE-FAILED VALUE "F".
           01 WS-ACK-FOUND-SW PIC X(1).
             88 ACK-RECORD-FOUND VALUE "Y".
           01 WS-PRONOUN-SET-TEXT PIC X(26).
           01 WS-CONSENT-TEXT PIC X(3).
           01 WS-BEFORE-SET PIC X(26).
           01 WS-AFTER-SET PIC X(26).
           01 WS-LINK-TEXT PIC X(14).
             WRITE IQ-RECORD
           ELSE
             MOVE "N" TO WS-PERSON-FOUND-SW
             PERFORM REPORT-NAME-HOLDERS
             IF NOT PERSON-WAS-FOUND
               MOVE "  NOT ON THE PEOPLE FILE" TO IQ-RECORD
               WRITE IQ-RECORD
             END-IF
             CLOSE F-PEOPLE-FILE
           END-IF.

      * the name is not unique - everyone holding it is reported,
      * each under their own person number. the histories below
      * follow the name and so cover all of them.
       REPORT-NAME-HOLDERS.
           MOVE 0 TO WS-HOLDER-IS-ENDED.
           MOVE WS-SELECT-NAME TO RC-PERSON-NAME.
           START F-PEOPLE-FILE KEY IS EQUAL TO RC-PERSON-NAME
             INVALID KEY
               MOVE 1 TO WS-HOLDER-IS-ENDED
           END-START.
           PERFORM UNTIL WS-HOLDER-IS-ENDED = 1
             READ F-PEOPLE-FILE NEXT RECORD
               NOT AT END
                 IF RC-PERSON-NAME NOT = WS-SELECT-NAME
                   MOVE 1 TO WS-HOLDER-IS-ENDED
                 ELSE
                   MOVE "Y" TO WS-PERSON-FOUND-SW
                   PERFORM WRITE-MASTER-DETAIL-LINES
                 END-IF
               AT END
                 MOVE 1 TO WS-HOLDER-IS-ENDED
             END-READ
           END-PERFORM.

       WRITE-MASTER-DETAIL-LINES.
           MOVE SPACES TO IQ-RECORD.
           STRING "  PERSON NUMBER " DELIMITED BY SIZE
                  RC-PERSON-ID DELIMITED BY SIZE
             INTO IQ-RECORD
           END-STRING.
           WRITE IQ-RECORD.
           MOVE SPACES TO WS-PRONOUN-SET-TEXT.
           STRING RC-PERSON-PRONOUN-NOM DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
             END-STRING
             WRITE IQ-RECORD
           END-IF.
      * a blank consent flag has always meant shown.
           MOVE RC-PERSON-CONSENT TO WS-CONSENT-TEXT.
           INSPECT WS-CONSENT-TEXT REPLACING ALL SPACE BY "Y".
           MOVE SPACES TO IQ-RECORD.
           STRING "  SHOWN ON BADGE " DELIMITED BY SIZE
                  WS-CONSENT-TEXT(1:1) DELIMITED BY SIZE
                  "  LETTERS " DELIMITED BY SIZE
                  WS-CONSENT-TEXT(2:1) DELIMITED BY SIZE
                  "  ROSTERS " DELIMITED BY SIZE
                  WS-CONSENT-TEXT(3:1) DELIMITED BY SIZE
             INTO IQ-RECORD
           END-STRING.
           WRITE IQ-RECORD.
           IF RC-PERSON-COHORT = SPACES
             MOVE "  COHORT (NONE)" TO IQ-RECORD
             WRITE IQ-RECORD
               INTO WS-AFTER-SET
             END-STRING
           END-IF.
      * a consent change leaves the pronouns as they were, so its line
      * shows the badge/letter/roster consent flags either side.
           IF AL-ACTION = "CONSNT"
             MOVE SPACES TO WS-BEFORE-SET
             MOVE SPACES TO WS-AFTER-SET
             STRING "CONSENT " DELIMITED BY SIZE
                    AL-BEFORE-CONSENT DELIMITED BY SIZE
               INTO WS-BEFORE-SET
             END-STRING
             STRING "CONSENT " DELIMITED BY SIZE
                    AL-AFTER-CONSENT DELIMITED BY SIZE
               INTO WS-AFTER-SET
             END-STRING
           END-IF.
      * the two-name events are worded by action: a RENAME's subject
      * is now known as the new name, a MERGE's subject was folded
      * into the survivor, and an ABSORB's subject absorbed the
                   MOVE "Y" TO WS-FEED-FOUND-SW
                   MOVE BG-SEQUENCE TO WS-FEED-SEQUENCE
                   MOVE BG-PRONOUN-LINE TO WS-FEED-PRONOUN-LINE
                   MOVE BG-PERSON-ID TO WS-FEED-PERSON-ID
                 END-IF
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             MOVE SPACES TO IQ-RECORD
             STRING "  ON BADGE FEED AS SEQUENCE " DELIMITED BY SIZE
                    WS-FEED-SEQUENCE DELIMITED BY SIZE
                    " PERSON " DELIMITED BY SIZE
                    WS-FEED-PERSON-ID DELIMITED BY SIZE
                    " LINE " DELIMITED BY SIZE
                    WS-FEED-PRONOUN-LINE DELIMITED BY SIZE
               INTO IQ-RECORD
