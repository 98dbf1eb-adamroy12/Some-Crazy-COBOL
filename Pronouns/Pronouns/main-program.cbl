                 FILE STATUS IS WS-AL-FILE-STATUS.
               SELECT COHORT-ACCEPT-FILE
                 ASSIGN TO "cohortacceptance.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CA-FILE-STATUS.
               SELECT COHORT-MASTER-FILE ASSIGN TO "cohortmaster.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
               10 CI-PRONOUN-NOM-2 PIC X(8).
               10 CI-PRONOUN-OBJ-2 PIC X(8).
               10 CI-PRONOUN-POSS-2 PIC X(8).
      * display consent for badge, letters and roster - "Y" or "N",
      * blank taken as "Y" so older intake files still load.
               10 CI-CONSENT.
                 15 CI-CONSENT-BADGE PIC X(1).
                 15 CI-CONSENT-LETTER PIC X(1).
                 15 CI-CONSENT-ROSTER PIC X(1).
             05 CI-HEADER-DATA REDEFINES CI-DETAIL-DATA.
               10 CI-COHORT-ID PIC X(8).
               10 CI-COHORT-DESC PIC X(30).
               10 FILLER PIC X(33).
           FD COHORT-ACCEPT-FILE.
           01 CA-RECORD PIC X(80).
           FD COHORT-MASTER-FILE.
           01 WS-PRONOUN-NOM-2 PIC X(8).
           01 WS-PRONOUN-OBJ-2 PIC X(8).
           01 WS-PRONOUN-POSS-2 PIC X(8).
           01 WS-CONSENT.
             05 WS-CONSENT-BADGE PIC X(1).
             05 WS-CONSENT-LETTER PIC X(1).
             05 WS-CONSENT-ROSTER PIC X(1).
           01 WS-SAVE-NOM PIC X(8).
           01 WS-SAVE-OBJ PIC X(8).
           01 WS-SAVE-POSS PIC X(8).
           01 WS-AL-FILE-STATUS PIC X(2).
           01 WS-CI-FILE-STATUS PIC X(2).
           01 WS-CM-FILE-STATUS PIC X(2).
           01 WS-CA-FILE-STATUS PIC X(2).
           01 WS-INTAKE-DATE PIC 9(8).
           01 WS-MASTER-PRESENT-SW PIC X(1).
             88 COHORT-MASTER-PRESENT VALUE "Y".
           01 WS-COHORT-VALID-SW PIC X(1).
             88 NOM-OBJ-MATCH-FOUND VALUE "Y".
           01 WS-NOM-RECOGNIZED-SW PIC X(1).
             88 NOM-WAS-RECOGNIZED VALUE "Y".
           01 WS-WRITE-REQUEST.
             05 WS-WQ-REQUEST-TYPE PIC X(1).
             05 WS-WQ-PERSON-ID PIC 9(8).
             05 WS-WQ-CONSENT PIC X(3).
           01 WS-WRITE-RESULT.
             05 WS-WR-REPLACED-SW PIC X(1).
               88 WRITE-REPLACED-EXISTING VALUE "Y".
             05 WS-WR-BEFORE-NOM PIC X(8).
             05 WS-WR-BEFORE-OBJ PIC X(8).
             05 WS-WR-BEFORE-POSS PIC X(8).
             05 WS-WR-HELD-SW PIC X(1).
               88 WRITE-HELD-SAME-NAME VALUE "S".
           01 WS-HELD-PERSON-ID PIC 9(8).
           01 WS-CURRENT-COHORT PIC X(8).
           01 WS-COHORT-INDEX PIC 9(2).
           01 WS-COHORT-SLOT PIC 9(2).
               10 WS-CT-DESC PIC X(30).
               10 WS-CT-ACCEPTED PIC 9(4).
               10 WS-CT-REJECTED PIC 9(4).
           01 WS-LOCK-REQUEST.
             05 WS-LQ-PROGRAM-NAME PIC X(20).
             05 WS-LQ-RUN-TYPE PIC X(1).
           01 WS-LOCK-RESULT.
             05 WS-LR-RESULT-SW PIC X(1).
               88 UPDATES-HELD-FOR-STREAM VALUE "H".
       PROCEDURE DIVISION.
           DISPLAY "ENTER I FOR INTERACTIVE ENTRY OR B FOR BATCH "
               "COHORT INTAKE :" WITH NO ADVANCING.
           ACCEPT WS-INTAKE-MODE.

           PERFORM CHECK-STREAM-LOCK.
           IF UPDATES-HELD-FOR-STREAM
             STOP RUN
           END-IF.

           IF BATCH-INTAKE-REQUESTED
             PERFORM PROCESS-BATCH-INTAKE
           ELSE
           DISPLAY "Secondary possessive pronoun (blank if none) :"
               WITH NO ADVANCING.
           ACCEPT WS-PRONOUN-POSS-2.
           DISPLAY "Show your pronouns on your badge (Y/N) :"
               WITH NO ADVANCING.
           ACCEPT WS-CONSENT-BADGE.
           DISPLAY "Show your pronouns in letters to you (Y/N) :"
               WITH NO ADVANCING.
           ACCEPT WS-CONSENT-LETTER.
           DISPLAY "Show your pronouns on cohort rosters (Y/N) :"
               WITH NO ADVANCING.
           ACCEPT WS-CONSENT-ROSTER.

           PERFORM VALIDATE-AND-WRITE-ENTRY.

                     MOVE CI-PRONOUN-NOM-2 TO WS-PRONOUN-NOM-2
                     MOVE CI-PRONOUN-OBJ-2 TO WS-PRONOUN-OBJ-2
                     MOVE CI-PRONOUN-POSS-2 TO WS-PRONOUN-POSS-2
                     MOVE CI-CONSENT TO WS-CONSENT
                     IF COHORT-IS-VALID
                       PERFORM VALIDATE-AND-WRITE-ENTRY
                     ELSE
             END-IF
           END-IF.

      * each intake adds its own dated block to the acceptance file
      * rather than replacing the last one, so the monthly report can
      * take the acceptance rate of every cohort taken in that month.
       WRITE-COHORT-ACCEPTANCE-REPORT.
           OPEN EXTEND COHORT-ACCEPT-FILE.
           IF WS-CA-FILE-STATUS = "35"
             OPEN OUTPUT COHORT-ACCEPT-FILE
           END-IF.
           ACCEPT WS-INTAKE-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO CA-RECORD.
           STRING "COHORT INTAKE ACCEPTANCE " DELIMITED BY SIZE
                  WS-INTAKE-DATE DELIMITED BY SIZE
             INTO CA-RECORD
           END-STRING.
           WRITE CA-RECORD.
           PERFORM VARYING WS-COHORT-INDEX FROM 1 BY 1
               UNTIL WS-COHORT-INDEX > WS-COHORT-COUNT
           END-IF.
           CLOSE COHORT-ACCEPT-FILE.

      * an arrival whose name is already on the master is held on
      * the exception file for review instead of being written - it
      * may be that person again or someone new who shares the name,
      * and exception-repair is where an operator makes that call.
       VALIDATE-AND-WRITE-ENTRY.
           MOVE 0 TO WS-HELD-PERSON-ID.
           PERFORM VALIDATE-PRONOUN-ENTRY.

           IF ENTRY-IS-VALID
             MOVE "I" TO WS-WQ-REQUEST-TYPE
             MOVE 0 TO WS-WQ-PERSON-ID
             MOVE WS-CONSENT TO WS-WQ-CONSENT
             CALL "pronoun-writer" USING WS-WRITE-REQUEST WS-NAME
             WS-PRONOUN-NOM WS-PRONOUN-OBJ WS-PRONOUN-POSS
             WS-PRONOUN-NOM-2 WS-PRONOUN-OBJ-2 WS-PRONOUN-POSS-2
             WS-CURRENT-COHORT WS-WRITE-RESULT
             IF WRITE-HELD-SAME-NAME
               MOVE "N" TO WS-ENTRY-IS-VALID
               MOVE "NAME ALREADY ON FILE" TO WS-REJECT-REASON
               MOVE WS-WQ-PERSON-ID TO WS-HELD-PERSON-ID
               DISPLAY "HELD FOR REVIEW - " WS-NAME
                   " IS ALREADY ON FILE AS PERSON " WS-HELD-PERSON-ID
               PERFORM REPORT-REJECTED-ENTRY
             ELSE
               PERFORM WRITE-AUDIT-LOG-ENTRY
             END-IF
           ELSE
             PERFORM REPORT-REJECTED-ENTRY
           END-IF.
             PERFORM VALIDATE-SECONDARY-PRONOUN-SET
           END-IF.

           IF ENTRY-IS-VALID
             PERFORM VALIDATE-DISPLAY-CONSENT
           END-IF.

      * each consent answer is Y or N in either case; a blank answer
      * is taken as consent, which is how every person was treated
      * before the question was asked.
       VALIDATE-DISPLAY-CONSENT.
           INSPECT WS-CONSENT CONVERTING "yn" TO "YN".
           INSPECT WS-CONSENT REPLACING ALL SPACE BY "Y".
           IF (WS-CONSENT-BADGE NOT = "Y" AND NOT = "N")
             OR (WS-CONSENT-LETTER NOT = "Y" AND NOT = "N")
             OR (WS-CONSENT-ROSTER NOT = "Y" AND NOT = "N")
             MOVE "N" TO WS-ENTRY-IS-VALID
             MOVE "INVALID DISPLAY CONSENT" TO WS-REJECT-REASON
           END-IF.

      * the secondary set is optional: all blank passes, a partial
      * answer is rejected, and a full answer must sit in the PRONSET
      * table just like the primary. the check paragraph works on the
           ACCEPT EX-REJECT-DATE FROM DATE YYYYMMDD.
           MOVE "O" TO EX-STATUS.
           MOVE WS-CURRENT-COHORT TO EX-COHORT-ID.
           MOVE WS-HELD-PERSON-ID TO EX-PERSON-ID.
           MOVE WS-CONSENT TO EX-DISPLAY-CONSENT.
           MOVE 0 TO EX-RESOLVED-DATE.
           WRITE EX-RECORD.
           CLOSE EXCEPTION-REPORT-FILE.
           DISPLAY "ENTRY REJECTED - " WS-REJECT-REASON.
           ACCEPT AL-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-TERMINAL-ID TO AL-TERMINAL-ID.
      * intake only ever adds - a re-entered name is held for review
      * before the write, and becomes an amend only once repair has
      * matched it to the person already on file.
           MOVE "ADD" TO AL-ACTION.
           MOVE WS-NAME TO AL-NAME.
           MOVE WS-WR-BEFORE-NOM TO AL-BEFORE-NOM.
           MOVE WS-WR-BEFORE-OBJ TO AL-BEFORE-OBJ.
           MOVE WS-PRONOUN-NOM TO AL-AFTER-NOM.
           MOVE WS-PRONOUN-OBJ TO AL-AFTER-OBJ.
           MOVE WS-PRONOUN-POSS TO AL-AFTER-POSS.
           MOVE WS-WQ-PERSON-ID TO AL-PERSON-ID.
           MOVE WS-CONSENT TO AL-AFTER-CONSENT.
           MOVE WS-PRONOUN-NOM-2 TO AL-AFTER-NOM-2.
           MOVE WS-PRONOUN-OBJ-2 TO AL-AFTER-OBJ-2.
           MOVE WS-PRONOUN-POSS-2 TO AL-AFTER-POSS-2.
           MOVE WS-CURRENT-COHORT TO AL-COHORT-ID.
           WRITE AL-RECORD.
           CLOSE AUDIT-LOG-FILE.

      * no update is made while the nightly stream holds the files;
      * stream-lock says whether this run may go ahead.
       CHECK-STREAM-LOCK.
           MOVE "main-program" TO WS-LQ-PROGRAM-NAME.
           IF BATCH-INTAKE-REQUESTED
             MOVE "B" TO WS-LQ-RUN-TYPE
           ELSE
             MOVE "I" TO WS-LQ-RUN-TYPE
           END-IF.
           CALL "stream-lock" USING WS-LOCK-REQUEST WS-LOCK-RESULT.
