           01 AL-RECORD.
             COPY "AUDITLOG.CPY".
           FD ARCHIVE-LOG-FILE.
           01 AA-RECORD PIC X(256).
           FD INQUIRY-REPORT-FILE.
           01 IQ-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
             READ ARCHIVE-LOG-FILE
               NOT AT END
                 MOVE SPACES TO AL-RECORD
                 MOVE AA-RECORD(1:172) TO AL-RECORD
                 PERFORM SELECT-AND-REPORT-EVENT
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
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
      * the two-name events keep their pronouns, so their lines trade
      * the before/after arrow for the other name, worded by action:
      * a RENAME's subject is now known as the new name, a MERGE's
      * subject was folded into the survivor, and an ABSORB's subject
      * absorbed the record named alongside it. a stream-lock
      * override names no person, only the program run over the lock.
           MOVE SPACES TO WS-LINK-TEXT.
           IF AL-NEW-NAME NOT = SPACES
             EVALUATE AL-ACTION
                 MOVE " FOLDED INTO " TO WS-LINK-TEXT
               WHEN "ABSORB"
                 MOVE " ABSORBED " TO WS-LINK-TEXT
               WHEN "OVERRD"
                 MOVE " OVERRIDE FOR " TO WS-LINK-TEXT
             END-EVALUATE
           END-IF.
           MOVE SPACES TO IQ-RECORD.
                    " " DELIMITED BY SIZE
                    AL-TERMINAL-ID DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    AL-PERSON-ID DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    AL-NAME DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-BEFORE-SET DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    AL-TERMINAL-ID DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    AL-PERSON-ID DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    AL-NAME DELIMITED BY SIZE
                    WS-LINK-TEXT DELIMITED BY SIZE
                    AL-NEW-NAME DELIMITED BY SIZE
