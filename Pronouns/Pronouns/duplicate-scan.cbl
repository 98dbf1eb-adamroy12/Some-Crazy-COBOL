               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-PE-FILE-STATUS.
               SELECT DUP-SORT-FILE ASSIGN TO "duplicatesort.tmp".
               SELECT DUP-REPORT-FILE
             05 DS-OBJ PIC X(8).
             05 DS-POSS PIC X(8).
             05 DS-COHORT PIC X(8).
             05 DS-PERSON-ID PIC 9(8).
           FD DUP-REPORT-FILE.
           01 DP-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
             05 WS-HF-OBJ PIC X(8).
             05 WS-HF-POSS PIC X(8).
             05 WS-HF-COHORT PIC X(8).
             05 WS-HF-PERSON-ID PIC 9(8).
      * the master is keyed on person number, so exact repeats of a
      * name and its case, spacing and trailing-character variants
      * all live on as separate people. each name is reduced to a
      * normalized form - upper case, runs of spaces collapsed,
      * trailing periods and commas dropped - and names sharing a
      * normalized form are reported as probable duplicates for the
      * MERGE transaction in people-maintenance to fold together,
      * each with the person number the MERGE needs.
       PROCEDURE DIVISION.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 0 TO WS-MEMBER-COUNT.
           SORT DUP-SORT-FILE
             ON ASCENDING KEY DS-NORM-NAME
             ON ASCENDING KEY DS-NAME
             ON ASCENDING KEY DS-PERSON-ID
             INPUT PROCEDURE IS RELEASE-PEOPLE-TO-SORT
             OUTPUT PROCEDURE IS REPORT-DUPLICATES-FROM-SORT.
           DISPLAY "DUPLICATE SCAN COMPLETE - " WS-GROUP-COUNT
                 MOVE RC-PERSON-PRONOUN-OBJ TO DS-OBJ
                 MOVE RC-PERSON-PRONOUN-POSS TO DS-POSS
                 MOVE RC-PERSON-COHORT TO DS-COHORT
                 MOVE RC-PERSON-ID TO DS-PERSON-ID
                 RELEASE DS-RECORD
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
               MOVE DS-OBJ TO WS-HF-OBJ
               MOVE DS-POSS TO WS-HF-POSS
               MOVE DS-COHORT TO WS-HF-COHORT
               MOVE DS-PERSON-ID TO WS-HF-PERSON-ID
             WHEN 2
               ADD 1 TO WS-GROUP-COUNT
               MOVE SPACES TO DP-RECORD
       WRITE-HELD-MEMBER-LINE.
           ADD 1 TO WS-MEMBER-COUNT.
           MOVE SPACES TO DP-RECORD.
           STRING "  " DELIMITED BY SIZE
                  WS-HF-PERSON-ID DELIMITED BY SIZE
                  " '" DELIMITED BY SIZE
                  WS-HF-NAME DELIMITED BY SIZE
                  "' " DELIMITED BY SIZE
                  WS-HF-NOM DELIMITED BY SPACE
       WRITE-CURRENT-MEMBER-LINE.
           ADD 1 TO WS-MEMBER-COUNT.
           MOVE SPACES TO DP-RECORD.
           STRING "  " DELIMITED BY SIZE
                  DS-PERSON-ID DELIMITED BY SIZE
                  " '" DELIMITED BY SIZE
                  DS-NAME DELIMITED BY SIZE
                  "' " DELIMITED BY SIZE
                  DS-NOM DELIMITED BY SPACE
