       IDENTIFICATION DIVISION.
       PROGRAM-ID. "stream-lock".
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STREAM-LOCK-FILE ASSIGN TO "streamlock.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SL-FILE-STATUS.
               SELECT OPERATOR-PERMS-FILE
                 ASSIGN TO "operatorperms.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-OP-FILE-STATUS.
               SELECT AUDIT-LOG-FILE
                 ASSIGN TO "peopleaudit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AL-FILE-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD STREAM-LOCK-FILE.
           01 SL-RECORD.
             COPY "STRMLOCK.CPY".
           FD OPERATOR-PERMS-FILE.
           01 OP-RECORD.
             COPY "OPERPERM.CPY".
           FD AUDIT-LOG-FILE.
           01 AL-RECORD.
             COPY "AUDITLOG.CPY".
       WORKING-STORAGE SECTION.
           01 WS-SL-FILE-STATUS PIC X(2).
           01 WS-OP-FILE-STATUS PIC X(2).
           01 WS-AL-FILE-STATUS PIC X(2).
           01 WS-LOCK-FOUND-SW PIC X(1).
             88 LOCK-IS-SET VALUE "Y".
           01 WS-OVERRIDE-ANSWER PIC X(8).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-TERMINAL-ID PIC X(8).
           01 WS-PERMS-IS-ENDED PIC 9.
           01 WS-PERMS-PRESENT-SW PIC X(1).
             88 PERMS-FILE-PRESENT VALUE "Y".
           01 WS-ALLOWED-ACTIONS PIC X(80).
           01 WS-WANTED-ACTION PIC X(8).
           01 WS-ACTION-ALLOWED-SW PIC X(1).
             88 ACTION-IS-ALLOWED VALUE "Y".
           01 WS-ACTION-LEN PIC 9(2).
           01 WS-P PIC 9(2).
       LINKAGE SECTION.
      * the caller names itself and says whether an operator is at
      * the keyboard. the answer says whether it may go ahead: no
      * stream running, or an override granted; otherwise it must
      * refuse its updates (interactive) or leave its transactions
      * where they are for the next cycle (batch).
           01 SK-REQUEST.
             05 SK-PROGRAM-NAME PIC X(20).
             05 SK-RUN-TYPE PIC X(1).
               88 SK-INTERACTIVE-RUN VALUE "I".
               88 SK-BATCH-RUN VALUE "B".
           01 SK-RESULT.
             05 SK-RESULT-SW PIC X(1).
               88 SK-STREAM-NOT-RUNNING VALUE "N".
               88 SK-UPDATES-HELD VALUE "H".
               88 SK-OVERRIDE-GRANTED VALUE "O".
      * every update program asks here before it touches a file the
      * nightly stream reads or writes. while streamlock.dat is in
      * place the answer is no - the extracts, the badge feed and the
      * prior snapshot must all be cut from the same master. in an
      * emergency an operator holding the OVERRIDE grant may go ahead
      * anyway; the override, or the refused attempt at one, goes on
      * the audit log.
       PROCEDURE DIVISION USING SK-REQUEST SK-RESULT.
           MOVE "N" TO SK-RESULT-SW.
           PERFORM READ-STREAM-LOCK.
           IF NOT LOCK-IS-SET
             GOBACK
           END-IF.

           MOVE "H" TO SK-RESULT-SW.
           IF SL-STREAM-STOPPED
             DISPLAY "NIGHTLY STREAM STOPPED AT STEP " SL-STEP-NUMBER
                 " (" SL-STEP-NAME ") ON " SL-LOCK-DATE
                 " - FILES LOCKED UNTIL THE DRIVER IS RERUN"
           ELSE
             DISPLAY "NIGHTLY STREAM RUNNING SINCE " SL-LOCK-DATE " "
                 SL-LOCK-TIME " - NOW AT STEP " SL-STEP-NUMBER " ("
                 SL-STEP-NAME ")"
           END-IF.

           IF SK-BATCH-RUN
             DISPLAY SK-PROGRAM-NAME " BATCH TRANSACTIONS HELD FOR "
                 "THE NEXT CYCLE - NOTHING PROCESSED"
             GOBACK
           END-IF.

           DISPLAY "UPDATES REFUSED WHILE THE STREAM HOLDS THE FILES. "
               "IN AN EMERGENCY ENTER OVERRIDE (OVERRIDE GRANT "
               "ONLY) OR PRESS ENTER TO LEAVE :" WITH NO ADVANCING.
           ACCEPT WS-OVERRIDE-ANSWER.
           IF WS-OVERRIDE-ANSWER NOT = "OVERRIDE"
             DISPLAY SK-PROGRAM-NAME " - NO UPDATES MADE"
             GOBACK
           END-IF.

           PERFORM LOAD-OPERATOR-PERMISSIONS.
           MOVE "OVERRIDE" TO WS-WANTED-ACTION.
           PERFORM CHECK-OPERATOR-ALLOWED.
           IF ACTION-IS-ALLOWED
             MOVE "O" TO SK-RESULT-SW
             DISPLAY "STREAM LOCK OVERRIDDEN BY " WS-OPERATOR-ID
                 " - OVERRIDE RECORDED ON THE AUDIT LOG"
             PERFORM WRITE-OVERRIDE-AUDIT-ENTRY
           ELSE
             DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT AUTHORIZED "
                 "TO OVERRIDE THE STREAM LOCK - NO UPDATES MADE"
             PERFORM WRITE-REFUSAL-AUDIT-ENTRY
           END-IF.
           GOBACK.

      * the lock is the file itself; an empty file left by a driver
      * killed mid-write still counts as a stream in progress.
       READ-STREAM-LOCK.
           MOVE "N" TO WS-LOCK-FOUND-SW.
           OPEN INPUT STREAM-LOCK-FILE.
           IF WS-SL-FILE-STATUS NOT = "35"
             MOVE "Y" TO WS-LOCK-FOUND-SW
             READ STREAM-LOCK-FILE
               AT END
                 MOVE SPACES TO SL-RECORD
                 MOVE "R" TO SL-LOCK-STATE
                 MOVE 0 TO SL-LOCK-DATE
                 MOVE 0 TO SL-LOCK-TIME
                 MOVE 0 TO SL-STEP-NUMBER
             END-READ
             CLOSE STREAM-LOCK-FILE
           END-IF.

      * the override is for emergencies only, so it is never waved
      * through on first rollout: with no permissions file nobody
      * holds the OVERRIDE grant.
       LOAD-OPERATOR-PERMISSIONS.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           MOVE SPACES TO WS-ALLOWED-ACTIONS.
           MOVE "Y" TO WS-PERMS-PRESENT-SW.
           MOVE 0 TO WS-PERMS-IS-ENDED.
           OPEN INPUT OPERATOR-PERMS-FILE.
           IF WS-OP-FILE-STATUS = "35"
             DISPLAY "OPERATORPERMS.DAT NOT FOUND - NO OPERATOR "
                 "HOLDS THE OVERRIDE GRANT"
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

      * an override event names no person - it covers the whole
      * session. the program overridden goes in the new-name field and
      * the step the stream was at in the before-pronoun fields, so
      * audit-inquiry shows what was run over what.
       WRITE-OVERRIDE-AUDIT-ENTRY.
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
           MOVE "OVERRD" TO AL-ACTION.
           MOVE SK-PROGRAM-NAME TO AL-NEW-NAME.
           MOVE SL-STEP-NAME(1:8) TO AL-BEFORE-NOM.
           MOVE SL-STEP-NAME(9:8) TO AL-BEFORE-OBJ.
           MOVE SL-STEP-NAME(17:4) TO AL-BEFORE-POSS.
           MOVE 0 TO AL-PERSON-ID.
           WRITE AL-RECORD.
           CLOSE AUDIT-LOG-FILE.

      * a refused override is logged the way every refusal is: action
      * REFUSE with the action wanted in the before-pronoun field.
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
