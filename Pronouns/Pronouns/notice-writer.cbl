       IDENTIFICATION DIVISION.
       PROGRAM-ID. "notice-writer".
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUDIT-LOG-FILE
                 ASSIGN TO "peopleaudit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AL-FILE-STATUS.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-PE-FILE-STATUS.
               SELECT PENDING-CHANGE-FILE
                 ASSIGN TO "pendingchanges.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PC-FILE-STATUS.
               SELECT TEMPLATE-FILE
                 ASSIGN TO DYNAMIC WS-TEMPLATE-FILE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TP-FILE-STATUS.
               SELECT NOTICE-STAMP-FILE ASSIGN TO "noticestamp.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-NS-FILE-STATUS.
               SELECT NOTICE-LOG-FILE ASSIGN TO "noticelog.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-NL-FILE-STATUS.
               SELECT NOTICE-PRINT-FILE ASSIGN TO "notices.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-NP-FILE-STATUS.
               SELECT SKIPPED-REPORT-FILE
                 ASSIGN TO "noticeskipped.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD AUDIT-LOG-FILE.
           01 AL-RECORD.
             COPY "AUDITLOG.CPY".
           FD F-PEOPLE-FILE.
           01 RC-PERSON.
             COPY "PEOPLEREC.CPY".
           FD PENDING-CHANGE-FILE.
           01 PC-RECORD.
             COPY "PENDCHG.CPY".
           FD TEMPLATE-FILE.
           01 TP-RECORD PIC X(80).
      * the date and time of the last audit event the notice run has
      * looked at. events stamped after it are the new ones.
           FD NOTICE-STAMP-FILE.
           01 NS-RECORD.
             05 NS-LAST-EVENT-DATE PIC 9(8).
             05 NS-LAST-EVENT-TIME PIC 9(8).
             05 NS-RUN-DATE PIC 9(8).
             05 NS-RUN-TIME PIC 9(8).
      * one line per notice written, naming the audit event it
      * confirms. the person is named only by number, so the log
      * holds nothing person-erasure would have to find.
           FD NOTICE-LOG-FILE.
           01 NL-RECORD.
             05 NL-EVENT-DATE PIC 9(8).
             05 NL-EVENT-TIME PIC 9(8).
             05 NL-ACTION PIC X(6).
             05 NL-PERSON-ID PIC 9(8).
             05 NL-NOTICE-TYPE PIC X(8).
             05 NL-SENT-DATE PIC 9(8).
           FD NOTICE-PRINT-FILE.
           01 NP-RECORD PIC X(132).
           FD SKIPPED-REPORT-FILE.
           01 SK-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-AL-FILE-STATUS PIC X(2).
           01 WS-PE-FILE-STATUS PIC X(2).
           01 WS-PC-FILE-STATUS PIC X(2).
           01 WS-TP-FILE-STATUS PIC X(2).
           01 WS-NS-FILE-STATUS PIC X(2).
           01 WS-NL-FILE-STATUS PIC X(2).
           01 WS-NP-FILE-STATUS PIC X(2).
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-FIRST-RUN-SW PIC X(1).
             88 FIRST-NOTICE-RUN VALUE "Y".
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC 9(8).
           01 WS-LAST-STAMP.
             05 WS-LS-DATE PIC 9(8).
             05 WS-LS-TIME PIC 9(8).
           01 WS-LAST-STAMP-N REDEFINES WS-LAST-STAMP PIC 9(16).
           01 WS-HIGH-STAMP.
             05 WS-HS-DATE PIC 9(8).
             05 WS-HS-TIME PIC 9(8).
           01 WS-HIGH-STAMP-N REDEFINES WS-HIGH-STAMP PIC 9(16).
           01 WS-EVENT-STAMP.
             05 WS-ES-DATE PIC 9(8).
             05 WS-ES-TIME PIC 9(8).
           01 WS-EVENT-STAMP-N REDEFINES WS-EVENT-STAMP PIC 9(16).
           01 WS-EVENT-PERSON-ID PIC 9(8).
           01 WS-PERSON-FOUND-SW PIC X(1).
             88 PERSON-WAS-FOUND VALUE "Y".
           01 WS-ALREADY-SENT-SW PIC X(1).
             88 NOTICE-ALREADY-SENT VALUE "Y".
           01 WS-NOTICE-TYPE PIC 9.
           01 WS-SKIP-REASON PIC X(30).
           01 WS-EVENTS-READ-COUNT PIC 9(6).
           01 WS-NEW-EVENT-COUNT PIC 9(6).
           01 WS-NOTICE-COUNT PIC 9(6).
           01 WS-ALREADY-SENT-COUNT PIC 9(6).
           01 WS-NO-CHANGE-COUNT PIC 9(6).
           01 WS-LEFT-FILE-COUNT PIC 9(6).
           01 WS-NO-TEMPLATE-COUNT PIC 9(6).
           01 WS-I PIC 9(4).
           01 WS-T PIC 9(3).
           01 WS-IN-PTR PIC 9(3).
           01 WS-OUT-PTR PIC 9(3).
           01 WS-V PIC 9(2).
           01 WS-VALUE-TEXT PIC X(20).
           01 WS-VALUE-LEN PIC 9(2).
           01 WS-NAME-TEXT PIC X(20).
           01 WS-OLD-NAME-TEXT PIC X(20).
           01 WS-NEW-NAME-TEXT PIC X(20).
           01 WS-EFFECTIVE-TEXT PIC X(10).
           01 WS-EFFECTIVE-DATE PIC 9(8).
           01 WS-BEFORE-NOM-TEXT PIC X(8).
           01 WS-BEFORE-OBJ-TEXT PIC X(8).
           01 WS-BEFORE-POSS-TEXT PIC X(8).
           01 WS-NOM-TEXT PIC X(8).
           01 WS-OBJ-TEXT PIC X(8).
           01 WS-POSS-TEXT PIC X(8).
           01 WS-CAP-NOM-TEXT PIC X(8).
           01 WS-CAP-OBJ-TEXT PIC X(8).
           01 WS-CAP-POSS-TEXT PIC X(8).
      * the template line is widened with trailing blanks so the
      * token scan can reference up to eight characters past column
      * 80 without running off the item.
           01 WS-WORK-LINE PIC X(90).
           01 WS-MERGED-LINE PIC X(132).
           01 WS-PRONOUN-TOKEN-SW PIC X(1).
             88 LINE-HAS-PRONOUN-TOKEN VALUE "Y".
      * one template per kind of notice, in this order: a CHANGE made
      * at the keyboard, a re-entered AMEND, a RENAME, and a CHANGE
      * applied on its effective date by pending-apply.
           01 WS-TEMPLATE-NAME-VALUES.
             05 FILLER PIC X(20) VALUE "noticechange.dat".
             05 FILLER PIC X(20) VALUE "noticeamend.dat".
             05 FILLER PIC X(20) VALUE "noticerename.dat".
             05 FILLER PIC X(20) VALUE "noticepending.dat".
           01 WS-TEMPLATE-NAME-TABLE
               REDEFINES WS-TEMPLATE-NAME-VALUES.
             05 WS-TEMPLATE-NAME OCCURS 4 TIMES PIC X(20).
           01 WS-NOTICE-TYPE-VALUES.
             05 FILLER PIC X(8) VALUE "CHANGE".
             05 FILLER PIC X(8) VALUE "AMEND".
             05 FILLER PIC X(8) VALUE "RENAME".
             05 FILLER PIC X(8) VALUE "EFFDATED".
           01 WS-NOTICE-TYPE-TABLE REDEFINES WS-NOTICE-TYPE-VALUES.
             05 WS-NOTICE-TYPE-NAME OCCURS 4 TIMES PIC X(8).
           01 WS-TEMPLATE-FILE-NAME PIC X(20).
           78 WS-TEMPLATE-MAX VALUE 100.
           01 WS-TEMPLATE-SETS.
             05 WS-TEMPLATE-SET OCCURS 4 TIMES.
               10 WS-TS-LINE-COUNT PIC 9(3).
               10 WS-TS-LINE OCCURS 100 TIMES PIC X(80).
      * notices already on the log for events at or after the last
      * mark - only a run that stopped part way leaves any - so a
      * rerun passes over them rather than writing them twice.
           78 WS-SENT-MAX VALUE 1000.
           01 WS-SENT-COUNT PIC 9(4).
           01 WS-SENT-TABLE.
             05 WS-SENT-ENTRY OCCURS 1000 TIMES.
               10 WS-ST-STAMP PIC 9(16).
               10 WS-ST-ACTION PIC X(6).
               10 WS-ST-PERSON-ID PIC 9(8).
      * pending changes applied since the last mark, to tell an
      * effective-dated CHANGE from one made at the keyboard.
           78 WS-APPLIED-MAX VALUE 500.
           01 WS-APPLIED-COUNT PIC 9(4).
           01 WS-APPLIED-TABLE.
             05 WS-APPLIED-ENTRY OCCURS 500 TIMES.
               10 WS-AT-PERSON-ID PIC 9(8).
               10 WS-AT-APPLIED-DATE PIC 9(8).
               10 WS-AT-NOM PIC X(8).
               10 WS-AT-OBJ PIC X(8).
               10 WS-AT-POSS PIC X(8).
               10 WS-AT-EFFECTIVE-DATE PIC 9(8).
           01 WS-COUNT-LINE.
             05 WS-CL-LABEL PIC X(24).
             05 WS-CL-COUNT PIC ZZZ,ZZ9.
      * the line that opens each notice carries the person's number
      * and name, so person-erasure can find a notice still waiting
      * for the print room and blank it.
           01 WS-NOTICE-SEPARATOR.
             05 FILLER PIC X(10) VALUE ALL "-".
             05 FILLER PIC X(8) VALUE " PERSON ".
             05 WS-SP-PERSON-ID PIC 9(8).
             05 FILLER PIC X(1) VALUE SPACE.
             05 WS-SP-NAME PIC X(20).
             05 FILLER PIC X(1) VALUE SPACE.
             05 FILLER PIC X(84) VALUE ALL "-".
      * confirmation notices: each pronoun change or rename logged on
      * peopleaudit.dat since the last run gets a letter telling the
      * person it is done, merged from the template for that kind of
      * change. noticestamp.dat marks how far the log has been read
      * and noticelog.dat records every notice written, so rerunning
      * the stream never sends one twice. an event whose person has
      * since left people.dat is listed on noticeskipped.dat instead.
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-NOTICE-STAMP.
           IF NOT FIRST-NOTICE-RUN
             PERFORM LOAD-SENT-NOTICES
             PERFORM LOAD-APPLIED-CHANGES
             PERFORM LOAD-NOTICE-TEMPLATES
           END-IF.

           OPEN INPUT F-PEOPLE-FILE.
           IF WS-PE-FILE-STATUS NOT = "00"
             DISPLAY "PEOPLE.DAT NOT READABLE - STATUS "
                 WS-PE-FILE-STATUS " - NO NOTICES WRITTEN"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 0 TO WS-EVENTS-READ-COUNT.
           MOVE 0 TO WS-NEW-EVENT-COUNT.
           MOVE 0 TO WS-NOTICE-COUNT.
           MOVE 0 TO WS-ALREADY-SENT-COUNT.
           MOVE 0 TO WS-NO-CHANGE-COUNT.
           MOVE 0 TO WS-LEFT-FILE-COUNT.
           MOVE 0 TO WS-NO-TEMPLATE-COUNT.
           MOVE WS-LAST-STAMP TO WS-HIGH-STAMP.

      * the notices file and the log are added to, never replaced: a
      * rerun after a run that stopped part way must not overwrite
      * notices the log already records as sent. the print room
      * clears notices.dat once the letters are out.
           OPEN EXTEND NOTICE-PRINT-FILE.
           IF WS-NP-FILE-STATUS = "35"
             OPEN OUTPUT NOTICE-PRINT-FILE
           END-IF.
           OPEN EXTEND NOTICE-LOG-FILE.
           IF WS-NL-FILE-STATUS = "35"
             OPEN OUTPUT NOTICE-LOG-FILE
           END-IF.
           OPEN OUTPUT SKIPPED-REPORT-FILE.
           MOVE SPACES TO SK-RECORD.
           STRING "CONFIRMATION NOTICES NOT SENT - RUN "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO SK-RECORD
           END-STRING.
           WRITE SK-RECORD.

           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AL-FILE-STATUS = "35"
             DISPLAY "PEOPLEAUDIT.DAT NOT FOUND - NO EVENTS TO NOTICE"
             MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ AUDIT-LOG-FILE
               NOT AT END
                 ADD 1 TO WS-EVENTS-READ-COUNT
                 PERFORM CONSIDER-ONE-EVENT
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           IF WS-AL-FILE-STATUS NOT = "35"
             CLOSE AUDIT-LOG-FILE
           END-IF.

           PERFORM WRITE-NOTICE-TOTALS.
           CLOSE SKIPPED-REPORT-FILE.
           CLOSE NOTICE-LOG-FILE.
           CLOSE NOTICE-PRINT-FILE.
           CLOSE F-PEOPLE-FILE.
           PERFORM WRITE-NOTICE-STAMP.
           IF FIRST-NOTICE-RUN
             DISPLAY "FIRST NOTICE RUN - AUDIT LOG MARKED AT "
                 WS-HS-DATE " " WS-HS-TIME ", NO NOTICES SENT"
           ELSE
             DISPLAY "NOTICE RUN COMPLETE - " WS-NOTICE-COUNT
                 " NOTICES WRITTEN TO NOTICES.DAT, "
                 WS-LEFT-FILE-COUNT " SKIPPED"
           END-IF.
           STOP RUN.

      * with no mark at all the run only sets one at the newest event
      * on the log - the notices start from installation, not with a
      * letter for every change ever made.
       READ-NOTICE-STAMP.
           MOVE "N" TO WS-FIRST-RUN-SW.
           MOVE 0 TO WS-LAST-STAMP-N.
           OPEN INPUT NOTICE-STAMP-FILE.
           IF WS-NS-FILE-STATUS = "35"
             MOVE "Y" TO WS-FIRST-RUN-SW
           ELSE
             READ NOTICE-STAMP-FILE
               AT END
                 MOVE "Y" TO WS-FIRST-RUN-SW
               NOT AT END
                 MOVE NS-LAST-EVENT-DATE TO WS-LS-DATE
                 MOVE NS-LAST-EVENT-TIME TO WS-LS-TIME
             END-READ
             CLOSE NOTICE-STAMP-FILE
           END-IF.

       WRITE-NOTICE-STAMP.
           OPEN OUTPUT NOTICE-STAMP-FILE.
           MOVE WS-HS-DATE TO NS-LAST-EVENT-DATE.
           MOVE WS-HS-TIME TO NS-LAST-EVENT-TIME.
           MOVE WS-RUN-DATE TO NS-RUN-DATE.
           MOVE WS-RUN-TIME TO NS-RUN-TIME.
           WRITE NS-RECORD.
           CLOSE NOTICE-STAMP-FILE.

       LOAD-SENT-NOTICES.
           MOVE 0 TO WS-SENT-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT NOTICE-LOG-FILE.
           IF WS-NL-FILE-STATUS = "35"
             MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ NOTICE-LOG-FILE
               NOT AT END
                 MOVE NL-EVENT-DATE TO WS-ES-DATE
                 MOVE NL-EVENT-TIME TO WS-ES-TIME
                 IF WS-EVENT-STAMP-N >= WS-LAST-STAMP-N
                   IF WS-SENT-COUNT = WS-SENT-MAX
                     DISPLAY "MORE THAN " WS-SENT-MAX " NOTICES "
                         "LOGGED PAST THE LAST MARK - ABORTING RUN"
                     CLOSE NOTICE-LOG-FILE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-SENT-COUNT
                   MOVE WS-EVENT-STAMP-N
                     TO WS-ST-STAMP(WS-SENT-COUNT)
                   MOVE NL-ACTION TO WS-ST-ACTION(WS-SENT-COUNT)
                   MOVE NL-PERSON-ID
                     TO WS-ST-PERSON-ID(WS-SENT-COUNT)
                 END-IF
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           IF WS-NL-FILE-STATUS NOT = "35"
             CLOSE NOTICE-LOG-FILE
           END-IF.

       LOAD-APPLIED-CHANGES.
           MOVE 0 TO WS-APPLIED-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF WS-PC-FILE-STATUS = "35"
             MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ PENDING-CHANGE-FILE
               NOT AT END
                 IF PC-IS-APPLIED
                   AND PC-APPLIED-DATE >= WS-LS-DATE
                   IF WS-APPLIED-COUNT = WS-APPLIED-MAX
                     DISPLAY "MORE THAN " WS-APPLIED-MAX " PENDING "
                         "CHANGES APPLIED SINCE THE LAST MARK - "
                         "ABORTING RUN"
                     CLOSE PENDING-CHANGE-FILE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE PC-PERSON-ID
                     TO WS-AT-PERSON-ID(WS-APPLIED-COUNT)
                   MOVE PC-APPLIED-DATE
                     TO WS-AT-APPLIED-DATE(WS-APPLIED-COUNT)
                   MOVE PC-PRONOUN-NOM TO WS-AT-NOM(WS-APPLIED-COUNT)
                   MOVE PC-PRONOUN-OBJ TO WS-AT-OBJ(WS-APPLIED-COUNT)
                   MOVE PC-PRONOUN-POSS
                     TO WS-AT-POSS(WS-APPLIED-COUNT)
                   MOVE PC-EFFECTIVE-DATE
                     TO WS-AT-EFFECTIVE-DATE(WS-APPLIED-COUNT)
                 END-IF
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           IF WS-PC-FILE-STATUS NOT = "35"
             CLOSE PENDING-CHANGE-FILE
           END-IF.

      * a template that is missing or empty does not stop the run:
      * its events are listed as skipped and, not being on the log,
      * cannot be sent later by a rerun either - the operator sends
      * those by hand from the skipped report.
       LOAD-NOTICE-TEMPLATES.
           PERFORM VARYING WS-NOTICE-TYPE FROM 1 BY 1
               UNTIL WS-NOTICE-TYPE > 4
             MOVE 0 TO WS-TS-LINE-COUNT(WS-NOTICE-TYPE)
             MOVE WS-TEMPLATE-NAME(WS-NOTICE-TYPE)
               TO WS-TEMPLATE-FILE-NAME
             MOVE 0 TO WS-FILE-IS-ENDED
             OPEN INPUT TEMPLATE-FILE
             IF WS-TP-FILE-STATUS = "35"
               DISPLAY "WARNING - " WS-TEMPLATE-FILE-NAME
                   " NOT FOUND - NO "
                   WS-NOTICE-TYPE-NAME(WS-NOTICE-TYPE)
                   " NOTICES CAN BE PRODUCED"
               MOVE 1 TO WS-FILE-IS-ENDED
             END-IF
             PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ TEMPLATE-FILE
                 NOT AT END
                   IF WS-TS-LINE-COUNT(WS-NOTICE-TYPE)
                       = WS-TEMPLATE-MAX
                     DISPLAY WS-TEMPLATE-FILE-NAME " EXCEEDS "
                         WS-TEMPLATE-MAX " LINES - ABORTING RUN"
                     CLOSE TEMPLATE-FILE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-TS-LINE-COUNT(WS-NOTICE-TYPE)
                   MOVE TP-RECORD TO WS-TS-LINE(WS-NOTICE-TYPE,
                       WS-TS-LINE-COUNT(WS-NOTICE-TYPE))
                 AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
             END-PERFORM
             IF WS-TP-FILE-STATUS NOT = "35"
               CLOSE TEMPLATE-FILE
             END-IF
           END-PERFORM.

      * every event moves the mark on, whether or not it is one that
      * gets a notice, so the next run starts after the newest event
      * this run saw.
       CONSIDER-ONE-EVENT.
           MOVE AL-DATE TO WS-ES-DATE.
           MOVE AL-TIME TO WS-ES-TIME.
           IF WS-EVENT-STAMP-N > WS-HIGH-STAMP-N
             MOVE WS-EVENT-STAMP TO WS-HIGH-STAMP
           END-IF.
           IF NOT FIRST-NOTICE-RUN
             AND WS-EVENT-STAMP-N > WS-LAST-STAMP-N
             AND (AL-ACTION = "CHANGE" OR AL-ACTION = "AMEND"
                  OR AL-ACTION = "RENAME")
             ADD 1 TO WS-NEW-EVENT-COUNT
             PERFORM PROCESS-NOTICE-EVENT
           END-IF.

      * pronoun-reconciler logs an AMEND for every duplicate it
      * collapses, including ones that held the same set as the
      * survivor - nothing changed for the person, so nothing is sent.
       PROCESS-NOTICE-EVENT.
           IF AL-PERSON-ID IS NUMERIC
             MOVE AL-PERSON-ID TO WS-EVENT-PERSON-ID
           ELSE
             MOVE 0 TO WS-EVENT-PERSON-ID
           END-IF.
           PERFORM CHOOSE-NOTICE-TYPE.
           PERFORM CHECK-ALREADY-SENT.
           EVALUATE TRUE
             WHEN NOTICE-ALREADY-SENT
               ADD 1 TO WS-ALREADY-SENT-COUNT
             WHEN AL-ACTION = "AMEND"
               AND AL-BEFORE-NOM = AL-AFTER-NOM
               AND AL-BEFORE-OBJ = AL-AFTER-OBJ
               AND AL-BEFORE-POSS = AL-AFTER-POSS
               ADD 1 TO WS-NO-CHANGE-COUNT
             WHEN OTHER
               PERFORM FIND-NOTICE-PERSON
               IF NOT PERSON-WAS-FOUND
                 ADD 1 TO WS-LEFT-FILE-COUNT
                 MOVE "NO LONGER ON PEOPLE FILE" TO WS-SKIP-REASON
                 PERFORM WRITE-SKIPPED-LINE
               ELSE
                 IF WS-TS-LINE-COUNT(WS-NOTICE-TYPE) = 0
                   ADD 1 TO WS-NO-TEMPLATE-COUNT
                   MOVE "NO NOTICE TEMPLATE" TO WS-SKIP-REASON
                   PERFORM WRITE-SKIPPED-LINE
                 ELSE
                   PERFORM WRITE-ONE-NOTICE
                   PERFORM WRITE-NOTICE-LOG-ENTRY
                 END-IF
               END-IF
           END-EVALUATE.

      * pending-apply logs its changes as CHANGE, like people-
      * maintenance. one that matches a pending change applied that
      * day to the same person and set came from the effective-date
      * queue, and gets the notice that says so.
       CHOOSE-NOTICE-TYPE.
           MOVE 0 TO WS-EFFECTIVE-DATE.
           EVALUATE AL-ACTION
             WHEN "AMEND"
               MOVE 2 TO WS-NOTICE-TYPE
             WHEN "RENAME"
               MOVE 3 TO WS-NOTICE-TYPE
             WHEN OTHER
               MOVE 1 TO WS-NOTICE-TYPE
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-APPLIED-COUNT
                 IF WS-AT-PERSON-ID(WS-I) = WS-EVENT-PERSON-ID
                   AND WS-AT-APPLIED-DATE(WS-I) = AL-DATE
                   AND WS-AT-NOM(WS-I) = AL-AFTER-NOM
                   AND WS-AT-OBJ(WS-I) = AL-AFTER-OBJ
                   AND WS-AT-POSS(WS-I) = AL-AFTER-POSS
                   MOVE 4 TO WS-NOTICE-TYPE
                   MOVE WS-AT-EFFECTIVE-DATE(WS-I)
                     TO WS-EFFECTIVE-DATE
                 END-IF
               END-PERFORM
           END-EVALUATE.

       CHECK-ALREADY-SENT.
           MOVE "N" TO WS-ALREADY-SENT-SW.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SENT-COUNT OR NOTICE-ALREADY-SENT
             IF WS-ST-STAMP(WS-I) = WS-EVENT-STAMP-N
               AND WS-ST-ACTION(WS-I) = AL-ACTION
               AND WS-ST-PERSON-ID(WS-I) = WS-EVENT-PERSON-ID
               MOVE "Y" TO WS-ALREADY-SENT-SW
             END-IF
           END-PERFORM.

      * the person is found on their number; an event logged before
      * people carried one is found by name - the new name on a
      * rename. the notice goes to the name they hold now.
       FIND-NOTICE-PERSON.
           MOVE "N" TO WS-PERSON-FOUND-SW.
           IF WS-EVENT-PERSON-ID > 0
             MOVE WS-EVENT-PERSON-ID TO RC-PERSON-ID
             READ F-PEOPLE-FILE KEY IS RC-PERSON-ID
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "Y" TO WS-PERSON-FOUND-SW
             END-READ
           ELSE
             IF AL-ACTION = "RENAME"
               MOVE AL-NEW-NAME TO RC-PERSON-NAME
             ELSE
               MOVE AL-NAME TO RC-PERSON-NAME
             END-IF
             READ F-PEOPLE-FILE KEY IS RC-PERSON-NAME
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "Y" TO WS-PERSON-FOUND-SW
             END-READ
           END-IF.

       WRITE-SKIPPED-LINE.
           MOVE SPACES TO SK-RECORD.
           STRING AL-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AL-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AL-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EVENT-PERSON-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SKIP-REASON DELIMITED BY SIZE
             INTO SK-RECORD
           END-STRING.
           WRITE SK-RECORD.

       WRITE-ONE-NOTICE.
           MOVE RC-PERSON-ID TO WS-SP-PERSON-ID.
           MOVE RC-PERSON-NAME TO WS-SP-NAME.
           MOVE WS-NOTICE-SEPARATOR TO NP-RECORD.
           WRITE NP-RECORD.
           ADD 1 TO WS-NOTICE-COUNT.
           PERFORM PREPARE-MERGE-VALUES.
      * as in letter-writer, a person who has withheld consent for
      * letters gets the notice without the lines that would carry
      * their pronouns.
           PERFORM VARYING WS-T FROM 1 BY 1
               UNTIL WS-T > WS-TS-LINE-COUNT(WS-NOTICE-TYPE)
             PERFORM SUBSTITUTE-TEMPLATE-LINE
             IF NOT (RC-LETTER-WITHHELD AND LINE-HAS-PRONOUN-TOKEN)
               MOVE WS-MERGED-LINE TO NP-RECORD
               WRITE NP-RECORD
             END-IF
           END-PERFORM.

       WRITE-NOTICE-LOG-ENTRY.
           MOVE SPACES TO NL-RECORD.
           MOVE AL-DATE TO NL-EVENT-DATE.
           MOVE AL-TIME TO NL-EVENT-TIME.
           MOVE AL-ACTION TO NL-ACTION.
           MOVE WS-EVENT-PERSON-ID TO NL-PERSON-ID.
           MOVE WS-NOTICE-TYPE-NAME(WS-NOTICE-TYPE) TO NL-NOTICE-TYPE.
           MOVE WS-RUN-DATE TO NL-SENT-DATE.
           WRITE NL-RECORD.

      * the before and after sets come from the event itself, so the
      * notice confirms the change it was written for even if another
      * has followed. a rename leaves the sets alone and logs no after
      * set, so its notice quotes the set the person holds now.
       PREPARE-MERGE-VALUES.
           MOVE RC-PERSON-NAME TO WS-NAME-TEXT.
           MOVE AL-NAME TO WS-OLD-NAME-TEXT.
           IF AL-ACTION = "RENAME"
             MOVE AL-NEW-NAME TO WS-NEW-NAME-TEXT
           ELSE
             MOVE AL-NAME TO WS-NEW-NAME-TEXT
           END-IF.
           IF AL-AFTER-NOM = SPACES
             MOVE RC-PERSON-PRONOUN-NOM TO WS-NOM-TEXT
             MOVE RC-PERSON-PRONOUN-OBJ TO WS-OBJ-TEXT
             MOVE RC-PERSON-PRONOUN-POSS TO WS-POSS-TEXT
           ELSE
             MOVE AL-AFTER-NOM TO WS-NOM-TEXT
             MOVE AL-AFTER-OBJ TO WS-OBJ-TEXT
             MOVE AL-AFTER-POSS TO WS-POSS-TEXT
           END-IF.
           IF AL-BEFORE-NOM = SPACES
             MOVE WS-NOM-TEXT TO WS-BEFORE-NOM-TEXT
             MOVE WS-OBJ-TEXT TO WS-BEFORE-OBJ-TEXT
             MOVE WS-POSS-TEXT TO WS-BEFORE-POSS-TEXT
           ELSE
             MOVE AL-BEFORE-NOM TO WS-BEFORE-NOM-TEXT
             MOVE AL-BEFORE-OBJ TO WS-BEFORE-OBJ-TEXT
             MOVE AL-BEFORE-POSS TO WS-BEFORE-POSS-TEXT
           END-IF.
           MOVE SPACES TO WS-EFFECTIVE-TEXT.
           IF WS-EFFECTIVE-DATE > 0
             STRING WS-EFFECTIVE-DATE(1:4) DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    WS-EFFECTIVE-DATE(5:2) DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    WS-EFFECTIVE-DATE(7:2) DELIMITED BY SIZE
               INTO WS-EFFECTIVE-TEXT
             END-STRING
           END-IF.
           MOVE WS-NOM-TEXT TO WS-CAP-NOM-TEXT.
           MOVE FUNCTION UPPER-CASE(WS-CAP-NOM-TEXT(1:1))
             TO WS-CAP-NOM-TEXT(1:1).
           MOVE WS-OBJ-TEXT TO WS-CAP-OBJ-TEXT.
           MOVE FUNCTION UPPER-CASE(WS-CAP-OBJ-TEXT(1:1))
             TO WS-CAP-OBJ-TEXT(1:1).
           MOVE WS-POSS-TEXT TO WS-CAP-POSS-TEXT.
           MOVE FUNCTION UPPER-CASE(WS-CAP-POSS-TEXT(1:1))
             TO WS-CAP-POSS-TEXT(1:1).

       MEASURE-VALUE-LENGTH.
           MOVE 0 TO WS-VALUE-LEN.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 20
             IF WS-VALUE-TEXT(WS-V:1) NOT = SPACE
               MOVE WS-V TO WS-VALUE-LEN
             END-IF
           END-PERFORM.

      * the tokens are letter-writer's, which merge the set as it
      * stands after the change, plus &BNOM, &BOBJ and &BPOSS for the
      * set before it, &OLDNAME and &NEWNAME either side of a rename,
      * and &EFFDATE for the date an effective-dated change was due.
      * the longer token names are tested first, as there.
       SUBSTITUTE-TEMPLATE-LINE.
           MOVE SPACES TO WS-WORK-LINE.
           MOVE WS-TS-LINE(WS-NOTICE-TYPE, WS-T) TO WS-WORK-LINE(1:80).
           MOVE SPACES TO WS-MERGED-LINE.
           MOVE "N" TO WS-PRONOUN-TOKEN-SW.
           MOVE 1 TO WS-IN-PTR.
           MOVE 1 TO WS-OUT-PTR.
           PERFORM UNTIL WS-IN-PTR > 80
             EVALUATE TRUE
               WHEN WS-WORK-LINE(WS-IN-PTR:8) = "&OLDNAME"
                 MOVE WS-OLD-NAME-TEXT TO WS-VALUE-TEXT
                 PERFORM EMIT-MERGE-VALUE
                 ADD 8 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:8) = "&NEWNAME"
                 MOVE WS-NEW-NAME-TEXT TO WS-VALUE-TEXT
                 PERFORM EMIT-MERGE-VALUE
                 ADD 8 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:8) = "&EFFDATE"
                 MOVE WS-EFFECTIVE-TEXT TO WS-VALUE-TEXT
                 PERFORM EMIT-MERGE-VALUE
                 ADD 8 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:6) = "&CPOSS"
                 MOVE WS-CAP-POSS-TEXT TO WS-VALUE-TEXT
                 MOVE "Y" TO WS-PRONOUN-TOKEN-SW
                 PERFORM EMIT-MERGE-VALUE
                 ADD 6 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:6) = "&BPOSS"
                 MOVE WS-BEFORE-POSS-TEXT TO WS-VALUE-TEXT
                 MOVE "Y" TO WS-PRONOUN-TOKEN-SW
                 PERFORM EMIT-MERGE-VALUE
                 ADD 6 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:5) = "&CNOM"
                 MOVE WS-CAP-NOM-TEXT TO WS-VALUE-TEXT
                 MOVE "Y" TO WS-PRONOUN-TOKEN-SW
                 PERFORM EMIT-MERGE-VALUE
                 ADD 5 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:5) = "&COBJ"
                 MOVE WS-CAP-OBJ-TEXT TO WS-VALUE-TEXT
                 MOVE "Y" TO WS-PRONOUN-TOKEN-SW
                 PERFORM EMIT-MERGE-VALUE
                 ADD 5 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:5) = "&BNOM"
                 MOVE WS-BEFORE-NOM-TEXT TO WS-VALUE-TEXT
                 MOVE "Y" TO WS-PRONOUN-TOKEN-SW
                 PERFORM EMIT-MERGE-VALUE
                 ADD 5 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:5) = "&BOBJ"
                 MOVE WS-BEFORE-OBJ-TEXT TO WS-VALUE-TEXT
                 MOVE "Y" TO WS-PRONOUN-TOKEN-SW
                 PERFORM EMIT-MERGE-VALUE
                 ADD 5 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:5) = "&NAME"
                 MOVE WS-NAME-TEXT TO WS-VALUE-TEXT
                 PERFORM EMIT-MERGE-VALUE
                 ADD 5 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:5) = "&POSS"
                 MOVE WS-POSS-TEXT TO WS-VALUE-TEXT
                 MOVE "Y" TO WS-PRONOUN-TOKEN-SW
                 PERFORM EMIT-MERGE-VALUE
                 ADD 5 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:4) = "&NOM"
                 MOVE WS-NOM-TEXT TO WS-VALUE-TEXT
                 MOVE "Y" TO WS-PRONOUN-TOKEN-SW
                 PERFORM EMIT-MERGE-VALUE
                 ADD 4 TO WS-IN-PTR
               WHEN WS-WORK-LINE(WS-IN-PTR:4) = "&OBJ"
                 MOVE WS-OBJ-TEXT TO WS-VALUE-TEXT
                 MOVE "Y" TO WS-PRONOUN-TOKEN-SW
                 PERFORM EMIT-MERGE-VALUE
                 ADD 4 TO WS-IN-PTR
               WHEN OTHER
                 IF WS-OUT-PTR <= 132
                   MOVE WS-WORK-LINE(WS-IN-PTR:1)
                     TO WS-MERGED-LINE(WS-OUT-PTR:1)
                   ADD 1 TO WS-OUT-PTR
                 END-IF
                 ADD 1 TO WS-IN-PTR
             END-EVALUATE
           END-PERFORM.

       EMIT-MERGE-VALUE.
           PERFORM MEASURE-VALUE-LENGTH.
           PERFORM VARYING WS-V FROM 1 BY 1
               UNTIL WS-V > WS-VALUE-LEN
             IF WS-OUT-PTR <= 132
               MOVE WS-VALUE-TEXT(WS-V:1)
                 TO WS-MERGED-LINE(WS-OUT-PTR:1)
               ADD 1 TO WS-OUT-PTR
             END-IF
           END-PERFORM.

       WRITE-NOTICE-TOTALS.
           MOVE SPACES TO SK-RECORD.
           WRITE SK-RECORD.
           MOVE "AUDIT EVENTS READ" TO WS-CL-LABEL.
           MOVE WS-EVENTS-READ-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO SK-RECORD.
           WRITE SK-RECORD.
           MOVE "NEW CHANGE EVENTS" TO WS-CL-LABEL.
           MOVE WS-NEW-EVENT-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO SK-RECORD.
           WRITE SK-RECORD.
           MOVE "NOTICES WRITTEN" TO WS-CL-LABEL.
           MOVE WS-NOTICE-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO SK-RECORD.
           WRITE SK-RECORD.
           MOVE "ALREADY SENT" TO WS-CL-LABEL.
           MOVE WS-ALREADY-SENT-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO SK-RECORD.
           WRITE SK-RECORD.
           MOVE "NOTHING TO CONFIRM" TO WS-CL-LABEL.
           MOVE WS-NO-CHANGE-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO SK-RECORD.
           WRITE SK-RECORD.
           MOVE "SKIPPED - LEFT FILE" TO WS-CL-LABEL.
           MOVE WS-LEFT-FILE-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO SK-RECORD.
           WRITE SK-RECORD.
           MOVE "SKIPPED - NO TEMPLATE" TO WS-CL-LABEL.
           MOVE WS-NO-TEMPLATE-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO SK-RECORD.
           WRITE SK-RECORD.
