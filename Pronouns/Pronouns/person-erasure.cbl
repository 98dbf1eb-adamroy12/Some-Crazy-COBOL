       IDENTIFICATION DIVISION.
       PROGRAM-ID. "person-erasure".
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ERASURE-LIST-FILE ASSIGN TO "erasurelist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EL-FILE-STATUS.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-PE-FILE-STATUS.
               SELECT AUDIT-LOG-FILE
                 ASSIGN TO "peopleaudit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AL-FILE-STATUS.
               SELECT EXCEPTION-REPORT-FILE
                 ASSIGN TO "pronounexceptions.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EX-FILE-STATUS.
               SELECT PENDING-CHANGE-FILE
                 ASSIGN TO "pendingchanges.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PC-FILE-STATUS.
               SELECT PRIOR-PEOPLE-FILE
                 ASSIGN TO DYNAMIC WS-PRIOR-FILE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PR-FILE-STATUS.
               SELECT BADGE-FEED-FILE
                 ASSIGN TO DYNAMIC WS-BADGE-FILE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BG-FILE-STATUS.
               SELECT DIRECTORY-FEED-FILE
                 ASSIGN TO DYNAMIC WS-DIRECTORY-FILE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DF-FILE-STATUS.
               SELECT ARCHIVE-FILE
                 ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AA-FILE-STATUS.
               SELECT ARCHIVE-LIST-FILE
                 ASSIGN TO "erasurearchives.tmp"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AX-FILE-STATUS.
               SELECT ERASURE-WORK-FILE ASSIGN TO "erasurework.tmp"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ERASURE-NUMBER-FILE
                 ASSIGN TO "erasurenumber.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EN-FILE-STATUS.
               SELECT OPERATOR-PERMS-FILE
                 ASSIGN TO "operatorperms.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OP-FILE-STATUS.
               SELECT NOTICE-PRINT-FILE ASSIGN TO "notices.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-NP-FILE-STATUS.
               SELECT CERTIFICATE-FILE ASSIGN TO "erasurecert.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      * one line per person to erase: the name, and the person number
      * where it is known. the number is the surer match - it also
      * finds the person's events under any earlier name, and keeps a
      * colleague still on file under the same name out of it.
           FD ERASURE-LIST-FILE.
           01 EL-RECORD.
             05 EL-NAME PIC X(20).
             05 EL-PERSON-ID PIC X(8).
           FD F-PEOPLE-FILE.
           01 RC-PERSON.
             COPY "PEOPLEREC.CPY".
           FD AUDIT-LOG-FILE.
           01 AL-RECORD.
             COPY "AUDITLOG.CPY".
           FD EXCEPTION-REPORT-FILE.
           01 EX-RECORD.
             COPY "EXCEPTRC.CPY".
           FD PENDING-CHANGE-FILE.
           01 PC-RECORD.
             COPY "PENDCHG.CPY".
           FD PRIOR-PEOPLE-FILE.
           01 PR-PERSON.
             05 PR-PERSON-NAME PIC X(20).
             05 PR-PERSON-PRONOUN PIC X(24).
             05 PR-PERSON-COHORT PIC X(8).
             05 PR-PERSON-PRONOUN-2 PIC X(24).
             05 PR-PERSON-ID PIC 9(8).
             05 PR-PERSON-CONSENT PIC X(3).
           FD BADGE-FEED-FILE.
           01 BG-RECORD.
             05 BG-SEQUENCE PIC 9(6).
             05 BG-RECORD-TYPE PIC X(2).
             05 BG-DETAIL-DATA.
               10 BG-NAME PIC X(20).
               10 BG-PRONOUN-LINE PIC X(17).
               10 FILLER PIC X(5).
               10 BG-PERSON-ID PIC 9(8).
           FD DIRECTORY-FEED-FILE.
           01 DF-RECORD.
             COPY "DIRFEED.CPY".
           FD ARCHIVE-FILE.
           01 AA-RECORD PIC X(256).
           FD ARCHIVE-LIST-FILE.
           01 AX-RECORD PIC X(60).
           FD ERASURE-WORK-FILE.
           01 EW-RECORD PIC X(256).
           FD ERASURE-NUMBER-FILE.
           01 EN-RECORD.
             05 EN-LAST-ERASURE-ID PIC 9(6).
           FD OPERATOR-PERMS-FILE.
           01 OP-RECORD.
             COPY "OPERPERM.CPY".
      * confirmation notices not yet taken by the print room. each
      * notice opens with a line of dashes carrying the person's
      * number and name; the lines after it, up to the next such
      * line, are the letter itself.
           FD NOTICE-PRINT-FILE.
           01 NP-RECORD.
             05 NP-SEPARATOR-MARK PIC X(10).
             05 NP-PERSON-TAG PIC X(8).
             05 NP-PERSON-ID PIC X(8).
             05 FILLER PIC X(1).
             05 NP-NAME PIC X(20).
             05 FILLER PIC X(85).
           FD CERTIFICATE-FILE.
           01 CF-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-EL-FILE-STATUS PIC X(2).
           01 WS-PE-FILE-STATUS PIC X(2).
           01 WS-AL-FILE-STATUS PIC X(2).
           01 WS-EX-FILE-STATUS PIC X(2).
           01 WS-PC-FILE-STATUS PIC X(2).
           01 WS-PR-FILE-STATUS PIC X(2).
           01 WS-BG-FILE-STATUS PIC X(2).
           01 WS-DF-FILE-STATUS PIC X(2).
           01 WS-AA-FILE-STATUS PIC X(2).
           01 WS-AX-FILE-STATUS PIC X(2).
           01 WS-EN-FILE-STATUS PIC X(2).
           01 WS-OP-FILE-STATUS PIC X(2).
           01 WS-NP-FILE-STATUS PIC X(2).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-TERMINAL-ID PIC X(8).
           01 WS-PERMS-IS-ENDED PIC 9.
           01 WS-PERMS-PRESENT-SW PIC X(1).
             88 PERMS-FILE-PRESENT VALUE "Y".
           01 WS-ALLOWED-ACTIONS PIC X(80).
           01 WS-WANTED-ACTION PIC X(8).
           01 WS-ACTION-ALLOWED-SW PIC X(1).
             88 ACTION-IS-ALLOWED VALUE "Y".
           01 WS-P PIC 9(2).
           01 WS-ACTION-LEN PIC 9(2).
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-LIST-IS-ENDED PIC 9.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC 9(8).
           01 WS-COMMAND PIC X(100).
           01 WS-CALL-RC PIC S9(9) COMP.
           01 WS-BADGE-FILE-NAME PIC X(40).
           01 WS-PRIOR-FILE-NAME PIC X(40).
           01 WS-DIRECTORY-FILE-NAME PIC X(40).
           01 WS-ARCHIVE-NAME PIC X(60).
           01 WS-LAST-ERASURE-ID PIC 9(6).
           01 WS-I PIC 9(4).
           01 WS-MATCH-INDEX PIC 9(4).
           01 WS-OTHER-INDEX PIC 9(4).
           01 WS-NOTICE-INDEX PIC 9(4).
           01 WS-MATCH-NAME PIC X(20).
           01 WS-MATCH-ID PIC 9(8).
           01 WS-READ-COUNT PIC 9(6).
           01 WS-CHANGED-COUNT PIC 9(6).
           01 WS-WRITTEN-COUNT PIC 9(6).
           01 WS-RESTORED-COUNT PIC 9(6).
           01 WS-FILE-COUNT PIC 9(4).
           01 WS-TOTAL-CHANGED-COUNT PIC 9(6).
           01 WS-ERASED-COUNT PIC 9(4).
           01 WS-REFUSED-COUNT PIC 9(4).
           01 WS-BALANCE-SW PIC X(1).
             88 ALL-FILES-BALANCE VALUE "Y".
      * every name on the list in the order given. an accepted entry
      * is handed the pseudonym that replaces the name wherever it is
      * found; a refused entry keeps the reason, and refused entries
      * are all that go back onto the list for the operator.
           78 WS-ERASE-MAX VALUE 100.
           01 WS-ERASE-COUNT PIC 9(4).
           01 WS-ERASE-TABLE.
             05 WS-ERASE-ENTRY OCCURS 100 TIMES.
               10 WS-ET-NAME PIC X(20).
               10 WS-ET-PERSON-IN PIC X(8).
               10 WS-ET-PERSON-ID PIC 9(8).
               10 WS-ET-STATUS PIC X(1).
                 88 WS-ET-ACCEPTED VALUE "A".
                 88 WS-ET-REFUSED VALUE "R".
               10 WS-ET-REFUSE-REASON PIC X(36).
               10 WS-ET-PSEUDONYM PIC X(20).
               10 WS-ET-CHANGED-COUNT PIC 9(6).
               10 WS-ET-NUMBER-ONLY-SW PIC X(1).
                 88 WS-ET-NUMBER-ONLY VALUE "Y".
           01 WS-PSEUDONYM.
             05 WS-PS-PREFIX PIC X(14) VALUE "ERASED PERSON ".
             05 WS-PS-NUMBER PIC 9(6).
           01 WS-FILE-LINE.
             05 WS-FL-FILE-NAME PIC X(32).
             05 FILLER PIC X(5) VALUE "READ ".
             05 WS-FL-READ PIC ZZZ,ZZ9.
             05 FILLER PIC X(9) VALUE " CHANGED ".
             05 WS-FL-CHANGED PIC ZZZ,ZZ9.
             05 FILLER PIC X(2) VALUE SPACES.
             05 WS-FL-STATUS PIC X(12).
           01 WS-PERSON-LINE.
             05 WS-PL-PSEUDONYM PIC X(20).
             05 FILLER PIC X(9) VALUE "  PERSON ".
             05 WS-PL-PERSON-ID PIC 9(8).
             05 FILLER PIC X(19) VALUE "  RECORDS CHANGED ".
             05 WS-PL-CHANGED PIC ZZZ,ZZ9.
           01 WS-COUNT-LINE.
             05 WS-CL-LABEL PIC X(24).
             05 WS-CL-COUNT PIC ZZZ,ZZ9.
           01 WS-LOCK-REQUEST.
             05 WS-LQ-PROGRAM-NAME PIC X(20).
             05 WS-LQ-RUN-TYPE PIC X(1).
           01 WS-LOCK-RESULT.
             05 WS-LR-RESULT-SW PIC X(1).
               88 UPDATES-HELD-FOR-STREAM VALUE "H".
      * right-to-erasure: each person on erasurelist.dat is replaced,
      * in every file the system keeps them in after they have left
      * the master, by a pseudonym ("ERASED PERSON nnnnnn") and their
      * pronouns are blanked. no record is added or dropped, so audit
      * event counts and period-end control totals still balance, and
      * person numbers stay as they were. the certificate in
      * erasurecert.dat lists every file looked at with its counts,
      * for the data-protection officer - it names the erased only by
      * pseudonym and person number.
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-OPERATOR-PERMISSIONS.
           MOVE "ERASE" TO WS-WANTED-ACTION.
           PERFORM CHECK-OPERATOR-ALLOWED.
           IF NOT ACTION-IS-ALLOWED
             DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT AUTHORIZED "
                 "FOR ERASURE - RUN REFUSED"
             PERFORM WRITE-REFUSAL-AUDIT-ENTRY
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM CHECK-STREAM-LOCK.
           IF UPDATES-HELD-FOR-STREAM
             STOP RUN
           END-IF.

           PERFORM LOAD-ERASURE-LIST.

           OPEN OUTPUT CERTIFICATE-FILE.
           PERFORM WRITE-CERTIFICATE-HEADING.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 0 TO WS-TOTAL-CHANGED-COUNT.
           MOVE "Y" TO WS-BALANCE-SW.
           IF WS-ERASED-COUNT > 0
             PERFORM ERASE-FROM-AUDIT-LOG
             PERFORM ERASE-FROM-EXCEPTION-FILE
             PERFORM ERASE-FROM-PENDING-CHANGES
             MOVE "peopleprior.dat" TO WS-PRIOR-FILE-NAME
             PERFORM ERASE-FROM-PRIOR-SNAPSHOT
             MOVE "dirprior.dat" TO WS-PRIOR-FILE-NAME
             PERFORM ERASE-FROM-PRIOR-SNAPSHOT
             MOVE "badgefeed.dat" TO WS-BADGE-FILE-NAME
             PERFORM ERASE-FROM-BADGE-FILE
             MOVE "badgereprint.dat" TO WS-BADGE-FILE-NAME
             PERFORM ERASE-FROM-BADGE-FILE
             MOVE "dirfeed.dat" TO WS-DIRECTORY-FILE-NAME
             PERFORM ERASE-FROM-DIRECTORY-FILE
             MOVE "dirresend.dat" TO WS-DIRECTORY-FILE-NAME
             PERFORM ERASE-FROM-DIRECTORY-FILE
             PERFORM ERASE-FROM-NOTICE-FILE
             PERFORM ERASE-FROM-ARCHIVES
             PERFORM WRITE-ERASURE-AUDIT-ENTRIES
           END-IF.
           PERFORM WRITE-CERTIFICATE-PEOPLE.
           PERFORM WRITE-CERTIFICATE-TOTALS.
           CLOSE CERTIFICATE-FILE.
           PERFORM REWRITE-ERASURE-LIST.

           DISPLAY "ERASURE COMPLETE - " WS-ERASED-COUNT " ERASED, "
               WS-REFUSED-COUNT " REFUSED, " WS-TOTAL-CHANGED-COUNT
               " RECORDS CHANGED".
           IF NOT ALL-FILES-BALANCE
             DISPLAY "ERASURE OUT OF BALANCE - SEE ERASURECERT.DAT"
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * erasure cannot be waved through the way the update actions
      * are on first rollout: with no permissions file nobody holds
      * the ERASE grant, so nobody may run it.
       LOAD-OPERATOR-PERMISSIONS.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE SPACES TO WS-ALLOWED-ACTIONS.
           MOVE "Y" TO WS-PERMS-PRESENT-SW.
           MOVE 0 TO WS-PERMS-IS-ENDED.
           OPEN INPUT OPERATOR-PERMS-FILE.
           IF WS-OP-FILE-STATUS = "35"
             DISPLAY "OPERATORPERMS.DAT NOT FOUND - NO OPERATOR "
                 "HOLDS THE ERASE GRANT"
             MOVE "N" TO WS-PERMS-PRESENT-SW
             MOVE 1 TO WS-PERMS-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-PERMS-IS-ENDED = 1
             READ OPERATOR-PERMS-FILE
               NOT AT END
                 IF OP-OPERATOR-ID = WS-OPERATOR-ID
                   MOVE OP-ALLOWED-ACTIONS TO WS-ALLOWED-ACTIONS
                 END-IF
               AT END
                 MOVE 1 TO WS-PERMS-IS-ENDED
             END-READ
           END-PERFORM.
           IF PERMS-FILE-PRESENT
             CLOSE OPERATOR-PERMS-FILE
           END-IF.

      * the wanted action is matched as a whole word in the allowed
      * list, as people-maintenance matches its grants.
       CHECK-OPERATOR-ALLOWED.
           MOVE "N" TO WS-ACTION-ALLOWED-SW.
           IF PERMS-FILE-PRESENT
             MOVE 0 TO WS-ACTION-LEN
             PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 8
               IF WS-WANTED-ACTION(WS-P:1) NOT = SPACE
                 MOVE WS-P TO WS-ACTION-LEN
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
                 END-IF
               END-PERFORM
             END-IF
           END-IF.

      * a refused run names nobody on the audit log - the list it was
      * given is exactly what should not be copied anywhere else.
       WRITE-REFUSAL-AUDIT-ENTRY.
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMINAL".
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AL-FILE-STATUS = "35"
             OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AL-RECORD.
           ACCEPT AL-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID.
           MOVE WS-TERMINAL-ID TO AL-TERMINAL-ID.
           MOVE "REFUSE" TO AL-ACTION.
           MOVE WS-WANTED-ACTION TO AL-BEFORE-NOM.
           MOVE 0 TO AL-PERSON-ID.
           WRITE AL-RECORD.
           CLOSE AUDIT-LOG-FILE.

      * a person is only erased once they are off the master - a
      * DELETE through people-maintenance comes first. a name with no
      * number is refused while anyone still holds it, since their
      * history could not be told apart by name alone.
       LOAD-ERASURE-LIST.
           MOVE 0 TO WS-ERASE-COUNT.
           MOVE 0 TO WS-ERASED-COUNT.
           MOVE 0 TO WS-REFUSED-COUNT.
           OPEN INPUT ERASURE-LIST-FILE.
           IF WS-EL-FILE-STATUS = "35"
             DISPLAY "ERASURELIST.DAT NOT FOUND - NOTHING TO ERASE"
             STOP RUN
           END-IF.
           OPEN INPUT F-PEOPLE-FILE.
           IF WS-PE-FILE-STATUS = "35"
             DISPLAY "PEOPLE.DAT NOT FOUND - CANNOT CONFIRM WHO HAS "
                 "LEFT - ERASURE NOT RUN"
             CLOSE ERASURE-LIST-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM READ-ERASURE-NUMBER.
           MOVE 0 TO WS-LIST-IS-ENDED.
           PERFORM UNTIL WS-LIST-IS-ENDED = 1
             READ ERASURE-LIST-FILE
               NOT AT END
                 IF EL-NAME NOT = SPACES
                   IF WS-ERASE-COUNT >= WS-ERASE-MAX
                     DISPLAY "ERASURELIST.DAT HOLDS MORE THAN "
                         WS-ERASE-MAX " NAMES - SPLIT IT AND RERUN"
                     CLOSE ERASURE-LIST-FILE
                     CLOSE F-PEOPLE-FILE
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                   END-IF
                   ADD 1 TO WS-ERASE-COUNT
                   PERFORM CHECK-ONE-LIST-ENTRY
                 END-IF
               AT END
                 MOVE 1 TO WS-LIST-IS-ENDED
             END-READ
           END-PERFORM.
           CLOSE ERASURE-LIST-FILE.
           CLOSE F-PEOPLE-FILE.
           IF WS-ERASED-COUNT > 0
             PERFORM SAVE-ERASURE-NUMBER
           END-IF.

       CHECK-ONE-LIST-ENTRY.
           MOVE WS-ERASE-COUNT TO WS-I.
           MOVE EL-NAME TO WS-ET-NAME(WS-I).
           MOVE EL-PERSON-ID TO WS-ET-PERSON-IN(WS-I).
           MOVE 0 TO WS-ET-PERSON-ID(WS-I).
           MOVE 0 TO WS-ET-CHANGED-COUNT(WS-I).
           MOVE SPACES TO WS-ET-PSEUDONYM(WS-I).
           MOVE SPACES TO WS-ET-REFUSE-REASON(WS-I).
           MOVE "N" TO WS-ET-NUMBER-ONLY-SW(WS-I).
           MOVE "A" TO WS-ET-STATUS(WS-I).
           EVALUATE TRUE
             WHEN EL-PERSON-ID = SPACES
               MOVE EL-NAME TO RC-PERSON-NAME
               READ F-PEOPLE-FILE KEY IS RC-PERSON-NAME
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "R" TO WS-ET-STATUS(WS-I)
                   MOVE "NAME STILL ON PEOPLE.DAT"
                     TO WS-ET-REFUSE-REASON(WS-I)
               END-READ
             WHEN EL-PERSON-ID IS NOT NUMERIC
               MOVE "R" TO WS-ET-STATUS(WS-I)
               MOVE "PERSON NUMBER NOT NUMERIC"
                 TO WS-ET-REFUSE-REASON(WS-I)
             WHEN OTHER
               MOVE EL-PERSON-ID TO WS-ET-PERSON-ID(WS-I)
               MOVE WS-ET-PERSON-ID(WS-I) TO RC-PERSON-ID
               READ F-PEOPLE-FILE KEY IS RC-PERSON-ID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "R" TO WS-ET-STATUS(WS-I)
                   MOVE "PERSON STILL ON PEOPLE.DAT"
                     TO WS-ET-REFUSE-REASON(WS-I)
               END-READ
           END-EVALUATE.
      * a numbered entry whose name someone on file still holds is
      * erased from numbered records only - a record carrying the
      * name alone could be the colleague's as easily as theirs.
           IF WS-ET-ACCEPTED(WS-I) AND WS-ET-PERSON-ID(WS-I) NOT = 0
             MOVE EL-NAME TO RC-PERSON-NAME
             READ F-PEOPLE-FILE KEY IS RC-PERSON-NAME
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "Y" TO WS-ET-NUMBER-ONLY-SW(WS-I)
                 DISPLAY "NAME " EL-NAME " STILL ON PEOPLE.DAT - "
                     "PERSON " EL-PERSON-ID " ERASED FROM NUMBERED "
                     "RECORDS ONLY"
             END-READ
           END-IF.
           IF WS-ET-ACCEPTED(WS-I)
             ADD 1 TO WS-ERASED-COUNT
             ADD 1 TO WS-LAST-ERASURE-ID
             MOVE WS-LAST-ERASURE-ID TO WS-PS-NUMBER
             MOVE WS-PSEUDONYM TO WS-ET-PSEUDONYM(WS-I)
           ELSE
             ADD 1 TO WS-REFUSED-COUNT
             DISPLAY "ERASURE REFUSED - " EL-NAME " "
                 WS-ET-REFUSE-REASON(WS-I)
           END-IF.

      * erasurenumber.dat holds the last pseudonym number handed out,
      * so a pseudonym is never reused across runs.
       READ-ERASURE-NUMBER.
           MOVE 0 TO WS-LAST-ERASURE-ID.
           OPEN INPUT ERASURE-NUMBER-FILE.
           IF WS-EN-FILE-STATUS NOT = "35"
             READ ERASURE-NUMBER-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE EN-LAST-ERASURE-ID TO WS-LAST-ERASURE-ID
             END-READ
             CLOSE ERASURE-NUMBER-FILE
           END-IF.

       SAVE-ERASURE-NUMBER.
           OPEN OUTPUT ERASURE-NUMBER-FILE.
           MOVE WS-LAST-ERASURE-ID TO EN-LAST-ERASURE-ID.
           WRITE EN-RECORD.
           CLOSE ERASURE-NUMBER-FILE.

      * the entry a record belongs to: on the person number where
      * both the entry and the record carry one, otherwise on the
      * name - unless the name is shared with someone still on file.
      * a name already pseudonymized is never matched again.
       FIND-ERASED-PERSON.
           MOVE 0 TO WS-MATCH-INDEX.
           IF WS-MATCH-NAME(1:14) NOT = WS-PS-PREFIX
             PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-ERASE-COUNT OR WS-MATCH-INDEX > 0
               IF WS-ET-ACCEPTED(WS-I)
                 IF WS-ET-PERSON-ID(WS-I) NOT = 0
                   AND WS-MATCH-ID NOT = 0
                   IF WS-MATCH-ID = WS-ET-PERSON-ID(WS-I)
                     MOVE WS-I TO WS-MATCH-INDEX
                   END-IF
                 ELSE
                   IF WS-MATCH-NAME = WS-ET-NAME(WS-I)
                     AND NOT WS-ET-NUMBER-ONLY(WS-I)
                     MOVE WS-I TO WS-MATCH-INDEX
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

      * the name-only match for the second party on a MERGE or ABSORB
      * event, whose number the event does not carry.
       FIND-ERASED-NAME.
           MOVE 0 TO WS-OTHER-INDEX.
           IF WS-MATCH-NAME(1:14) NOT = WS-PS-PREFIX
             PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-ERASE-COUNT OR WS-OTHER-INDEX > 0
               IF WS-ET-ACCEPTED(WS-I)
                 AND NOT WS-ET-NUMBER-ONLY(WS-I)
                 AND WS-MATCH-NAME = WS-ET-NAME(WS-I)
                 MOVE WS-I TO WS-OTHER-INDEX
               END-IF
             END-PERFORM
           END-IF.

      * ------------------------------------------------------------
      * each file is copied through erasurework.tmp with the erased
      * people pseudonymized on the way, and copied back only when
      * something changed and every record read was written - a
      * short copy leaves the original alone and the run out of
      * balance.
      * ------------------------------------------------------------
       ERASE-FROM-AUDIT-LOG.
           MOVE "peopleaudit.dat" TO WS-FL-FILE-NAME.
           PERFORM START-FILE-COUNTS.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AL-FILE-STATUS = "35"
             PERFORM WRITE-FILE-NOT-PRESENT
           ELSE
             OPEN OUTPUT ERASURE-WORK-FILE
             PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ AUDIT-LOG-FILE
                 NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM ERASE-AUDIT-RECORD
                   MOVE SPACES TO EW-RECORD
                   MOVE AL-RECORD TO EW-RECORD(1:172)
                   WRITE EW-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
                 AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
             END-PERFORM
             CLOSE AUDIT-LOG-FILE
             CLOSE ERASURE-WORK-FILE
             IF WS-CHANGED-COUNT > 0
               AND WS-WRITTEN-COUNT = WS-READ-COUNT
               PERFORM RESTORE-AUDIT-LOG
             END-IF
             PERFORM WRITE-FILE-CERTIFICATE-LINE
           END-IF.

       RESTORE-AUDIT-LOG.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT ERASURE-WORK-FILE.
           OPEN OUTPUT AUDIT-LOG-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ ERASURE-WORK-FILE
               NOT AT END
                 MOVE SPACES TO AL-RECORD
                 MOVE EW-RECORD(1:172) TO AL-RECORD
                 WRITE AL-RECORD
                 ADD 1 TO WS-RESTORED-COUNT
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           CLOSE ERASURE-WORK-FILE.
           CLOSE AUDIT-LOG-FILE.

      * the event is the person's own when it is found on its number
      * or its name (or the new name of a RENAME - both names were
      * theirs); pronouns go along with the name, except on a REFUSE,
      * whose before slot holds the action refused. the other party to
      * a MERGE or ABSORB is matched on the new name alone and only
      * that name is replaced - the pronouns are the first party's.
       ERASE-AUDIT-RECORD.
           MOVE AL-NAME TO WS-MATCH-NAME.
           MOVE AL-PERSON-ID TO WS-MATCH-ID.
           PERFORM FIND-ERASED-PERSON.
           IF WS-MATCH-INDEX = 0 AND AL-ACTION = "RENAME"
             MOVE AL-NEW-NAME TO WS-MATCH-NAME
             PERFORM FIND-ERASED-PERSON
           END-IF.
           MOVE 0 TO WS-OTHER-INDEX.
           IF AL-ACTION = "MERGE" OR AL-ACTION = "ABSORB"
             MOVE AL-NEW-NAME TO WS-MATCH-NAME
             PERFORM FIND-ERASED-NAME
           END-IF.
           IF WS-MATCH-INDEX > 0
             MOVE WS-ET-PSEUDONYM(WS-MATCH-INDEX) TO AL-NAME
             IF AL-ACTION = "RENAME"
               MOVE WS-ET-PSEUDONYM(WS-MATCH-INDEX) TO AL-NEW-NAME
             END-IF
             IF AL-ACTION NOT = "REFUSE"
               MOVE SPACES TO AL-BEFORE-NOM AL-BEFORE-OBJ
                   AL-BEFORE-POSS
               MOVE SPACES TO AL-AFTER-NOM AL-AFTER-OBJ AL-AFTER-POSS
               MOVE SPACES TO AL-AFTER-NOM-2 AL-AFTER-OBJ-2
                   AL-AFTER-POSS-2
             END-IF
             ADD 1 TO WS-ET-CHANGED-COUNT(WS-MATCH-INDEX)
           END-IF.
           IF WS-OTHER-INDEX > 0
             MOVE WS-ET-PSEUDONYM(WS-OTHER-INDEX) TO AL-NEW-NAME
             IF WS-OTHER-INDEX NOT = WS-MATCH-INDEX
               ADD 1 TO WS-ET-CHANGED-COUNT(WS-OTHER-INDEX)
             END-IF
           END-IF.
           IF WS-MATCH-INDEX > 0 OR WS-OTHER-INDEX > 0
             ADD 1 TO WS-CHANGED-COUNT
           END-IF.

      * an exception carries the number of the person already holding
      * its name, never its own, so it is matched on the name alone.
      * an open one is closed - an erased arrival can never be
      * repaired onto the master.
       ERASE-FROM-EXCEPTION-FILE.
           MOVE "pronounexceptions.dat" TO WS-FL-FILE-NAME.
           PERFORM START-FILE-COUNTS.
           OPEN INPUT EXCEPTION-REPORT-FILE.
           IF WS-EX-FILE-STATUS = "35"
             PERFORM WRITE-FILE-NOT-PRESENT
           ELSE
             OPEN OUTPUT ERASURE-WORK-FILE
             PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ EXCEPTION-REPORT-FILE
                 NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM ERASE-EXCEPTION-RECORD
                   MOVE SPACES TO EW-RECORD
                   MOVE EX-RECORD TO EW-RECORD(1:134)
                   WRITE EW-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
                 AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
             END-PERFORM
             CLOSE EXCEPTION-REPORT-FILE
             CLOSE ERASURE-WORK-FILE
             IF WS-CHANGED-COUNT > 0
               AND WS-WRITTEN-COUNT = WS-READ-COUNT
               PERFORM RESTORE-EXCEPTION-FILE
             END-IF
             PERFORM WRITE-FILE-CERTIFICATE-LINE
           END-IF.

       RESTORE-EXCEPTION-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT ERASURE-WORK-FILE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ ERASURE-WORK-FILE
               NOT AT END
                 MOVE SPACES TO EX-RECORD
                 MOVE EW-RECORD(1:134) TO EX-RECORD
                 WRITE EX-RECORD
                 ADD 1 TO WS-RESTORED-COUNT
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           CLOSE ERASURE-WORK-FILE.
           CLOSE EXCEPTION-REPORT-FILE.

       ERASE-EXCEPTION-RECORD.
           MOVE EX-NAME TO WS-MATCH-NAME.
           PERFORM FIND-ERASED-NAME.
           IF WS-OTHER-INDEX > 0
             MOVE WS-ET-PSEUDONYM(WS-OTHER-INDEX) TO EX-NAME
             MOVE SPACES TO EX-PRONOUN-NOM EX-PRONOUN-OBJ
                 EX-PRONOUN-POSS
             MOVE SPACES TO EX-PRONOUN-NOM-2 EX-PRONOUN-OBJ-2
                 EX-PRONOUN-POSS-2
             IF EX-IS-OPEN
               MOVE "C" TO EX-STATUS
             END-IF
             ADD 1 TO WS-ET-CHANGED-COUNT(WS-OTHER-INDEX)
             ADD 1 TO WS-CHANGED-COUNT
           END-IF.

      * a change still pending for an erased person is rejected so
      * pending-apply never looks for them again.
       ERASE-FROM-PENDING-CHANGES.
           MOVE "pendingchanges.dat" TO WS-FL-FILE-NAME.
           PERFORM START-FILE-COUNTS.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF WS-PC-FILE-STATUS = "35"
             PERFORM WRITE-FILE-NOT-PRESENT
           ELSE
             OPEN OUTPUT ERASURE-WORK-FILE
             PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ PENDING-CHANGE-FILE
                 NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM ERASE-PENDING-RECORD
                   MOVE SPACES TO EW-RECORD
                   MOVE PC-RECORD TO EW-RECORD(1:101)
                   WRITE EW-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
                 AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
             END-PERFORM
             CLOSE PENDING-CHANGE-FILE
             CLOSE ERASURE-WORK-FILE
             IF WS-CHANGED-COUNT > 0
               AND WS-WRITTEN-COUNT = WS-READ-COUNT
               PERFORM RESTORE-PENDING-CHANGES
             END-IF
             PERFORM WRITE-FILE-CERTIFICATE-LINE
           END-IF.

       RESTORE-PENDING-CHANGES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT ERASURE-WORK-FILE.
           OPEN OUTPUT PENDING-CHANGE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ ERASURE-WORK-FILE
               NOT AT END
                 MOVE SPACES TO PC-RECORD
                 MOVE EW-RECORD(1:101) TO PC-RECORD
                 WRITE PC-RECORD
                 ADD 1 TO WS-RESTORED-COUNT
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           CLOSE ERASURE-WORK-FILE.
           CLOSE PENDING-CHANGE-FILE.

       ERASE-PENDING-RECORD.
           MOVE PC-NAME TO WS-MATCH-NAME.
           IF PC-PERSON-ID IS NUMERIC
             MOVE PC-PERSON-ID TO WS-MATCH-ID
           ELSE
             MOVE 0 TO WS-MATCH-ID
           END-IF.
           PERFORM FIND-ERASED-PERSON.
           IF WS-MATCH-INDEX > 0
             MOVE WS-ET-PSEUDONYM(WS-MATCH-INDEX) TO PC-NAME
             MOVE SPACES TO PC-PRONOUN-NOM PC-PRONOUN-OBJ
                 PC-PRONOUN-POSS
             MOVE SPACES TO PC-PRONOUN-NOM-2 PC-PRONOUN-OBJ-2
                 PC-PRONOUN-POSS-2
             IF PC-IS-PENDING
               MOVE "R" TO PC-STATUS
             END-IF
             ADD 1 TO WS-ET-CHANGED-COUNT(WS-MATCH-INDEX)
             ADD 1 TO WS-CHANGED-COUNT
           END-IF.

      * a person deleted since the last badge-delta or directory-feed
      * run is still on that program's snapshot; under the pseudonym
      * they still flow through the next run as a departure, so its
      * counts are unaffected. both snapshots share one layout.
       ERASE-FROM-PRIOR-SNAPSHOT.
           MOVE WS-PRIOR-FILE-NAME TO WS-FL-FILE-NAME.
           PERFORM START-FILE-COUNTS.
           OPEN INPUT PRIOR-PEOPLE-FILE.
           IF WS-PR-FILE-STATUS = "35"
             PERFORM WRITE-FILE-NOT-PRESENT
           ELSE
             OPEN OUTPUT ERASURE-WORK-FILE
             PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ PRIOR-PEOPLE-FILE
                 NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM ERASE-PRIOR-RECORD
                   MOVE SPACES TO EW-RECORD
                   MOVE PR-PERSON TO EW-RECORD(1:87)
                   WRITE EW-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
                 AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
             END-PERFORM
             CLOSE PRIOR-PEOPLE-FILE
             CLOSE ERASURE-WORK-FILE
             IF WS-CHANGED-COUNT > 0
               AND WS-WRITTEN-COUNT = WS-READ-COUNT
               PERFORM RESTORE-PRIOR-SNAPSHOT
             END-IF
             PERFORM WRITE-FILE-CERTIFICATE-LINE
           END-IF.

       RESTORE-PRIOR-SNAPSHOT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT ERASURE-WORK-FILE.
           OPEN OUTPUT PRIOR-PEOPLE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ ERASURE-WORK-FILE
               NOT AT END
                 MOVE SPACES TO PR-PERSON
                 MOVE EW-RECORD(1:87) TO PR-PERSON
                 WRITE PR-PERSON
                 ADD 1 TO WS-RESTORED-COUNT
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           CLOSE ERASURE-WORK-FILE.
           CLOSE PRIOR-PEOPLE-FILE.

       ERASE-PRIOR-RECORD.
           MOVE PR-PERSON-NAME TO WS-MATCH-NAME.
           IF PR-PERSON-ID IS NUMERIC
             MOVE PR-PERSON-ID TO WS-MATCH-ID
           ELSE
             MOVE 0 TO WS-MATCH-ID
           END-IF.
           PERFORM FIND-ERASED-PERSON.
           IF WS-MATCH-INDEX > 0
             MOVE WS-ET-PSEUDONYM(WS-MATCH-INDEX) TO PR-PERSON-NAME
             MOVE SPACES TO PR-PERSON-PRONOUN PR-PERSON-PRONOUN-2
             ADD 1 TO WS-ET-CHANGED-COUNT(WS-MATCH-INDEX)
             ADD 1 TO WS-CHANGED-COUNT
           END-IF.

      * the feed and the reprint feed share one layout. header and
      * trailer records carry no person and pass through untouched,
      * so the trailer count and the vendor's sequences still tie.
       ERASE-FROM-BADGE-FILE.
           MOVE WS-BADGE-FILE-NAME TO WS-FL-FILE-NAME.
           PERFORM START-FILE-COUNTS.
           OPEN INPUT BADGE-FEED-FILE.
           IF WS-BG-FILE-STATUS = "35"
             PERFORM WRITE-FILE-NOT-PRESENT
           ELSE
             OPEN OUTPUT ERASURE-WORK-FILE
             PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ BADGE-FEED-FILE
                 NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF BG-RECORD-TYPE NOT = "HD"
                     AND BG-RECORD-TYPE NOT = "TR"
                     PERFORM ERASE-BADGE-RECORD
                   END-IF
                   MOVE SPACES TO EW-RECORD
                   MOVE BG-RECORD TO EW-RECORD(1:58)
                   WRITE EW-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
                 AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
             END-PERFORM
             CLOSE BADGE-FEED-FILE
             CLOSE ERASURE-WORK-FILE
             IF WS-CHANGED-COUNT > 0
               AND WS-WRITTEN-COUNT = WS-READ-COUNT
               PERFORM RESTORE-BADGE-FILE
             END-IF
             PERFORM WRITE-FILE-CERTIFICATE-LINE
           END-IF.

       RESTORE-BADGE-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT ERASURE-WORK-FILE.
           OPEN OUTPUT BADGE-FEED-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ ERASURE-WORK-FILE
               NOT AT END
                 MOVE SPACES TO BG-RECORD
                 MOVE EW-RECORD(1:58) TO BG-RECORD
                 WRITE BG-RECORD
                 ADD 1 TO WS-RESTORED-COUNT
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           CLOSE ERASURE-WORK-FILE.
           CLOSE BADGE-FEED-FILE.

       ERASE-BADGE-RECORD.
           MOVE BG-NAME TO WS-MATCH-NAME.
           IF BG-PERSON-ID IS NUMERIC
             MOVE BG-PERSON-ID TO WS-MATCH-ID
           ELSE
             MOVE 0 TO WS-MATCH-ID
           END-IF.
           PERFORM FIND-ERASED-PERSON.
           IF WS-MATCH-INDEX > 0
             MOVE WS-ET-PSEUDONYM(WS-MATCH-INDEX) TO BG-NAME
             MOVE SPACES TO BG-PRONOUN-LINE
             ADD 1 TO WS-ET-CHANGED-COUNT(WS-MATCH-INDEX)
             ADD 1 TO WS-CHANGED-COUNT
           END-IF.

      * the directory feed and its resend file share one layout. as
      * on the badge feeds, header and trailer records pass through
      * untouched; an erased person's record keeps its action,
      * number and cohort so the directory can still apply it.
       ERASE-FROM-DIRECTORY-FILE.
           MOVE WS-DIRECTORY-FILE-NAME TO WS-FL-FILE-NAME.
           PERFORM START-FILE-COUNTS.
           OPEN INPUT DIRECTORY-FEED-FILE.
           IF WS-DF-FILE-STATUS = "35"
             PERFORM WRITE-FILE-NOT-PRESENT
           ELSE
             OPEN OUTPUT ERASURE-WORK-FILE
             PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ DIRECTORY-FEED-FILE
                 NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF DF-RECORD-TYPE NOT = "HD"
                     AND DF-RECORD-TYPE NOT = "TR"
                     PERFORM ERASE-DIRECTORY-RECORD
                   END-IF
                   MOVE SPACES TO EW-RECORD
                   MOVE DF-RECORD TO EW-RECORD(1:114)
                   WRITE EW-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
                 AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
             END-PERFORM
             CLOSE DIRECTORY-FEED-FILE
             CLOSE ERASURE-WORK-FILE
             IF WS-CHANGED-COUNT > 0
               AND WS-WRITTEN-COUNT = WS-READ-COUNT
               PERFORM RESTORE-DIRECTORY-FILE
             END-IF
             PERFORM WRITE-FILE-CERTIFICATE-LINE
           END-IF.

       RESTORE-DIRECTORY-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT ERASURE-WORK-FILE.
           OPEN OUTPUT DIRECTORY-FEED-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ ERASURE-WORK-FILE
               NOT AT END
                 MOVE SPACES TO DF-RECORD
                 MOVE EW-RECORD(1:114) TO DF-RECORD
                 WRITE DF-RECORD
                 ADD 1 TO WS-RESTORED-COUNT
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           CLOSE ERASURE-WORK-FILE.
           CLOSE DIRECTORY-FEED-FILE.

       ERASE-DIRECTORY-RECORD.
           MOVE DF-NAME TO WS-MATCH-NAME.
           IF DF-PERSON-ID IS NUMERIC
             MOVE DF-PERSON-ID TO WS-MATCH-ID
           ELSE
             MOVE 0 TO WS-MATCH-ID
           END-IF.
           PERFORM FIND-ERASED-PERSON.
           IF WS-MATCH-INDEX > 0
             MOVE WS-ET-PSEUDONYM(WS-MATCH-INDEX) TO DF-NAME
             MOVE SPACES TO DF-PRIMARY-SET DF-SECONDARY-SET
                 DF-SIGNATURE-LINE
             ADD 1 TO WS-ET-CHANGED-COUNT(WS-MATCH-INDEX)
             ADD 1 TO WS-CHANGED-COUNT
           END-IF.

      * notices.dat is copied through the work file like the rest.
      * a notice opening on an erased person's line has the name on
      * that line replaced by the pseudonym and every line of the
      * letter beneath it blanked - the line count is kept, so the
      * file still balances.
       ERASE-FROM-NOTICE-FILE.
           MOVE "notices.dat" TO WS-FL-FILE-NAME.
           PERFORM START-FILE-COUNTS.
           MOVE 0 TO WS-NOTICE-INDEX.
           OPEN INPUT NOTICE-PRINT-FILE.
           IF WS-NP-FILE-STATUS = "35"
             PERFORM WRITE-FILE-NOT-PRESENT
           ELSE
             OPEN OUTPUT ERASURE-WORK-FILE
             PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ NOTICE-PRINT-FILE
                 NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM ERASE-NOTICE-RECORD
                   MOVE SPACES TO EW-RECORD
                   MOVE NP-RECORD TO EW-RECORD(1:132)
                   WRITE EW-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
                 AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
             END-PERFORM
             CLOSE NOTICE-PRINT-FILE
             CLOSE ERASURE-WORK-FILE
             IF WS-CHANGED-COUNT > 0
               AND WS-WRITTEN-COUNT = WS-READ-COUNT
               PERFORM RESTORE-NOTICE-FILE
             END-IF
             PERFORM WRITE-FILE-CERTIFICATE-LINE
           END-IF.

       RESTORE-NOTICE-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT ERASURE-WORK-FILE.
           OPEN OUTPUT NOTICE-PRINT-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ ERASURE-WORK-FILE
               NOT AT END
                 MOVE SPACES TO NP-RECORD
                 MOVE EW-RECORD(1:132) TO NP-RECORD
                 WRITE NP-RECORD
                 ADD 1 TO WS-RESTORED-COUNT
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           CLOSE ERASURE-WORK-FILE.
           CLOSE NOTICE-PRINT-FILE.

      * an opening line written before notices carried the person is
      * plain dashes; it matches nobody, and the letter under it is
      * left as it stands.
       ERASE-NOTICE-RECORD.
           IF NP-SEPARATOR-MARK = ALL "-"
             MOVE 0 TO WS-NOTICE-INDEX
             MOVE NP-NAME TO WS-MATCH-NAME
             IF NP-PERSON-ID IS NUMERIC
               MOVE NP-PERSON-ID TO WS-MATCH-ID
             ELSE
               MOVE 0 TO WS-MATCH-ID
             END-IF
             IF NP-PERSON-TAG = " PERSON "
               PERFORM FIND-ERASED-PERSON
               MOVE WS-MATCH-INDEX TO WS-NOTICE-INDEX
             END-IF
             IF WS-NOTICE-INDEX > 0
               MOVE WS-ET-PSEUDONYM(WS-NOTICE-INDEX) TO NP-NAME
               ADD 1 TO WS-ET-CHANGED-COUNT(WS-NOTICE-INDEX)
               ADD 1 TO WS-CHANGED-COUNT
             END-IF
           ELSE
             IF WS-NOTICE-INDEX > 0 AND NP-RECORD NOT = SPACES
               MOVE SPACES TO NP-RECORD
               ADD 1 TO WS-ET-CHANGED-COUNT(WS-NOTICE-INDEX)
               ADD 1 TO WS-CHANGED-COUNT
             END-IF
           END-IF.

      * period-end names its archives by cutoff date, so the ones on
      * disk are listed by the shell into erasurearchives.tmp and each
      * is taken in turn - audit archives by the audit layout,
      * exception archives by the exception layout.
       ERASE-FROM-ARCHIVES.
           MOVE SPACES TO WS-COMMAND.
           STRING "ls peopleaudit.[0-9]*.dat "
                  DELIMITED BY SIZE
                  "pronounexceptions.[0-9]*.dat "
                  DELIMITED BY SIZE
                  "> erasurearchives.tmp 2>/dev/null"
                  DELIMITED BY SIZE
             INTO WS-COMMAND
           END-STRING.
           CALL "SYSTEM" USING BY CONTENT WS-COMMAND
             RETURNING WS-CALL-RC.
           MOVE 0 TO WS-LIST-IS-ENDED.
           OPEN INPUT ARCHIVE-LIST-FILE.
           IF WS-AX-FILE-STATUS = "35"
             MOVE 1 TO WS-LIST-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-LIST-IS-ENDED = 1
             READ ARCHIVE-LIST-FILE
               NOT AT END
                 IF AX-RECORD NOT = SPACES
                   MOVE AX-RECORD TO WS-ARCHIVE-NAME
                   PERFORM ERASE-FROM-ONE-ARCHIVE
                 END-IF
               AT END
                 MOVE 1 TO WS-LIST-IS-ENDED
             END-READ
           END-PERFORM.
           IF WS-AX-FILE-STATUS NOT = "35"
             CLOSE ARCHIVE-LIST-FILE
           END-IF.

       ERASE-FROM-ONE-ARCHIVE.
           MOVE WS-ARCHIVE-NAME TO WS-FL-FILE-NAME.
           PERFORM START-FILE-COUNTS.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-AA-FILE-STATUS = "35"
             PERFORM WRITE-FILE-NOT-PRESENT
           ELSE
             OPEN OUTPUT ERASURE-WORK-FILE
             PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ ARCHIVE-FILE
                 NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM ERASE-ARCHIVE-RECORD
                   MOVE AA-RECORD TO EW-RECORD
                   WRITE EW-RECORD
                   ADD 1 TO WS-WRITTEN-COUNT
                 AT END
                   MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
             END-PERFORM
             CLOSE ARCHIVE-FILE
             CLOSE ERASURE-WORK-FILE
             IF WS-CHANGED-COUNT > 0
               AND WS-WRITTEN-COUNT = WS-READ-COUNT
               PERFORM RESTORE-ARCHIVE
             END-IF
             PERFORM WRITE-FILE-CERTIFICATE-LINE
           END-IF.

       ERASE-ARCHIVE-RECORD.
           IF WS-ARCHIVE-NAME(1:12) = "peopleaudit."
             MOVE SPACES TO AL-RECORD
             MOVE AA-RECORD(1:172) TO AL-RECORD
             PERFORM ERASE-AUDIT-RECORD
             MOVE SPACES TO AA-RECORD
             MOVE AL-RECORD TO AA-RECORD(1:172)
           ELSE
             MOVE SPACES TO EX-RECORD
             MOVE AA-RECORD(1:134) TO EX-RECORD
             PERFORM ERASE-EXCEPTION-RECORD
             MOVE SPACES TO AA-RECORD
             MOVE EX-RECORD TO AA-RECORD(1:134)
           END-IF.

       RESTORE-ARCHIVE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT ERASURE-WORK-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ ERASURE-WORK-FILE
               NOT AT END
                 MOVE EW-RECORD TO AA-RECORD
                 WRITE AA-RECORD
                 ADD 1 TO WS-RESTORED-COUNT
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           CLOSE ERASURE-WORK-FILE.
           CLOSE ARCHIVE-FILE.

      * one ERASE event per person, under the pseudonym, written after
      * the passes so the log records that the erasure was made and by
      * whom without naming anyone.
       WRITE-ERASURE-AUDIT-ENTRIES.
           ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMINAL".
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AL-FILE-STATUS = "35"
             OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ERASE-COUNT
             IF WS-ET-ACCEPTED(WS-I)
               MOVE SPACES TO AL-RECORD
               ACCEPT AL-DATE FROM DATE YYYYMMDD
               ACCEPT AL-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
               MOVE WS-TERMINAL-ID TO AL-TERMINAL-ID
               MOVE "ERASE" TO AL-ACTION
               MOVE WS-ET-PSEUDONYM(WS-I) TO AL-NAME
               MOVE WS-ET-PERSON-ID(WS-I) TO AL-PERSON-ID
               WRITE AL-RECORD
             END-IF
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.

      * the list names people who asked to be erased, so it is not
      * left behind: it is rewritten holding only the refused
      * entries, for the operator to correct and resubmit.
       REWRITE-ERASURE-LIST.
           OPEN OUTPUT ERASURE-LIST-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ERASE-COUNT
             IF WS-ET-REFUSED(WS-I)
               MOVE WS-ET-NAME(WS-I) TO EL-NAME
               MOVE WS-ET-PERSON-IN(WS-I) TO EL-PERSON-ID
               WRITE EL-RECORD
             END-IF
           END-PERFORM.
           CLOSE ERASURE-LIST-FILE.

       START-FILE-COUNTS.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-CHANGED-COUNT.
           MOVE 0 TO WS-WRITTEN-COUNT.
           MOVE 0 TO WS-RESTORED-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.

       WRITE-FILE-NOT-PRESENT.
           MOVE 0 TO WS-FL-READ.
           MOVE 0 TO WS-FL-CHANGED.
           MOVE "NOT PRESENT" TO WS-FL-STATUS.
           MOVE WS-FILE-LINE TO CF-RECORD.
           WRITE CF-RECORD.

      * a file is in balance when every record read went back out -
      * either through the work file and back again, or untouched
      * because nothing in it belonged to an erased person.
       WRITE-FILE-CERTIFICATE-LINE.
           ADD 1 TO WS-FILE-COUNT.
           MOVE WS-READ-COUNT TO WS-FL-READ.
           MOVE WS-CHANGED-COUNT TO WS-FL-CHANGED.
           EVALUATE TRUE
             WHEN WS-WRITTEN-COUNT NOT = WS-READ-COUNT
               MOVE "NOT REPLACED" TO WS-FL-STATUS
               MOVE "N" TO WS-BALANCE-SW
             WHEN WS-CHANGED-COUNT = 0
               MOVE "UNCHANGED" TO WS-FL-STATUS
             WHEN WS-RESTORED-COUNT NOT = WS-READ-COUNT
               MOVE "OUT OF BAL" TO WS-FL-STATUS
               MOVE "N" TO WS-BALANCE-SW
             WHEN OTHER
               MOVE "IN BALANCE" TO WS-FL-STATUS
               ADD WS-CHANGED-COUNT TO WS-TOTAL-CHANGED-COUNT
           END-EVALUATE.
           MOVE WS-FILE-LINE TO CF-RECORD.
           WRITE CF-RECORD.

       WRITE-CERTIFICATE-HEADING.
           MOVE SPACES TO CF-RECORD.
           STRING "PERSONAL DATA ERASURE CERTIFICATE - RUN "
                  DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
             INTO CF-RECORD
           END-STRING.
           WRITE CF-RECORD.
           MOVE SPACES TO CF-RECORD.
           STRING "OPERATOR " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
             INTO CF-RECORD
           END-STRING.
           WRITE CF-RECORD.
           MOVE SPACES TO CF-RECORD.
           WRITE CF-RECORD.
           MOVE "FILE                            RECORDS" TO CF-RECORD.
           WRITE CF-RECORD.

      * erased people are named by pseudonym only; a refused entry is
      * still named, since nothing of theirs was erased and the
      * operator must know which line to correct.
       WRITE-CERTIFICATE-PEOPLE.
           MOVE SPACES TO CF-RECORD.
           WRITE CF-RECORD.
           MOVE "PEOPLE ERASED" TO CF-RECORD.
           WRITE CF-RECORD.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ERASE-COUNT
             IF WS-ET-ACCEPTED(WS-I)
               MOVE WS-ET-PSEUDONYM(WS-I) TO WS-PL-PSEUDONYM
               MOVE WS-ET-PERSON-ID(WS-I) TO WS-PL-PERSON-ID
               MOVE WS-ET-CHANGED-COUNT(WS-I) TO WS-PL-CHANGED
               MOVE WS-PERSON-LINE TO CF-RECORD
               WRITE CF-RECORD
               IF WS-ET-NUMBER-ONLY(WS-I)
                 MOVE "    NAME SHARED - NUMBERED RECORDS ONLY"
                   TO CF-RECORD
                 WRITE CF-RECORD
               END-IF
             END-IF
           END-PERFORM.
           IF WS-REFUSED-COUNT > 0
             MOVE SPACES TO CF-RECORD
             WRITE CF-RECORD
             MOVE "ENTRIES REFUSED - LEFT ON ERASURELIST.DAT"
               TO CF-RECORD
             WRITE CF-RECORD
             PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-ERASE-COUNT
               IF WS-ET-REFUSED(WS-I)
                 MOVE SPACES TO CF-RECORD
                 STRING WS-ET-NAME(WS-I) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-ET-PERSON-IN(WS-I) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-ET-REFUSE-REASON(WS-I) DELIMITED BY SIZE
                   INTO CF-RECORD
                 END-STRING
                 WRITE CF-RECORD
               END-IF
             END-PERFORM
           END-IF.

       WRITE-CERTIFICATE-TOTALS.
           MOVE SPACES TO CF-RECORD.
           WRITE CF-RECORD.
           MOVE "PEOPLE ERASED" TO WS-CL-LABEL.
           MOVE WS-ERASED-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO CF-RECORD.
           WRITE CF-RECORD.
           MOVE "ENTRIES REFUSED" TO WS-CL-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO CF-RECORD.
           WRITE CF-RECORD.
           MOVE "FILES EXAMINED" TO WS-CL-LABEL.
           MOVE WS-FILE-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO CF-RECORD.
           WRITE CF-RECORD.
           MOVE "RECORDS CHANGED" TO WS-CL-LABEL.
           MOVE WS-TOTAL-CHANGED-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO CF-RECORD.
           WRITE CF-RECORD.
           IF ALL-FILES-BALANCE
             MOVE "ALL FILES IN BALANCE - NO RECORD ADDED OR DROPPED"
               TO CF-RECORD
           ELSE
             MOVE "ERASURE OUT OF BALANCE - INVESTIGATE BEFORE ISSUE"
               TO CF-RECORD
           END-IF.
           WRITE CF-RECORD.

      * no update is made while the nightly stream holds the files;
      * stream-lock says whether this run may go ahead.
       CHECK-STREAM-LOCK.
           MOVE "person-erasure" TO WS-LQ-PROGRAM-NAME.
           MOVE "I" TO WS-LQ-RUN-TYPE.
           CALL "stream-lock" USING WS-LOCK-REQUEST WS-LOCK-RESULT.
