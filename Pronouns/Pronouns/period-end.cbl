           01 AL-RECORD.
             COPY "AUDITLOG.CPY".
           FD AUDIT-ARCHIVE-FILE.
           01 AA-RECORD PIC X(256).
           FD AUDIT-KEEP-FILE.
           01 AKP-RECORD PIC X(256).
           FD EXCEPTION-REPORT-FILE.
           01 EX-RECORD.
             COPY "EXCEPTRC.CPY".
           FD EXCEPT-ARCHIVE-FILE.
           01 EA-RECORD PIC X(256).
           FD EXCEPT-KEEP-FILE.
           01 EKP-RECORD PIC X(256).
           FD PERIOD-REPORT-FILE.
           01 PE-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-COUNT-LINE.
             05 WS-CL-LABEL PIC X(24).
             05 WS-CL-COUNT PIC ZZZ,ZZ9.
           01 WS-LOCK-REQUEST.
             05 WS-LQ-PROGRAM-NAME PIC X(20).
             05 WS-LQ-RUN-TYPE PIC X(1).
           01 WS-LOCK-RESULT.
             05 WS-LR-RESULT-SW PIC X(1).
               88 UPDATES-HELD-FOR-STREAM VALUE "H".
      * period-end housekeeping: audit events before the cutoff move
      * to a dated archive, resolved and closed exceptions move out
      * of the working file the same way, and control counts on both
             STOP RUN
           END-IF.
           MOVE WS-CUTOFF-DATE-IN TO WS-CUTOFF-DATE.
           PERFORM CHECK-STREAM-LOCK.
           IF UPDATES-HELD-FOR-STREAM
             STOP RUN
           END-IF.

           MOVE SPACES TO WS-AUDIT-ARCHIVE-NAME.
           STRING "peopleaudit." DELIMITED BY SIZE
                 IF AL-DATE < WS-CUTOFF-DATE
                   ADD 1 TO WS-AUDIT-ARCH-COUNT
                   MOVE SPACES TO AA-RECORD
                   MOVE AL-RECORD TO AA-RECORD(1:172)
                   WRITE AA-RECORD
                 ELSE
                   ADD 1 TO WS-AUDIT-KEEP-COUNT
                   MOVE SPACES TO AKP-RECORD
                   MOVE AL-RECORD TO AKP-RECORD(1:172)
                   WRITE AKP-RECORD
                 END-IF
               AT END
             READ AUDIT-KEEP-FILE
               NOT AT END
                 MOVE SPACES TO AL-RECORD
                 MOVE AKP-RECORD(1:172) TO AL-RECORD
                 WRITE AL-RECORD
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
                 IF EX-IS-RESOLVED OR EX-IS-CLOSED
                   ADD 1 TO WS-EXCEPT-ARCH-COUNT
                   MOVE SPACES TO EA-RECORD
                   MOVE EX-RECORD TO EA-RECORD(1:134)
                   WRITE EA-RECORD
                 ELSE
                   ADD 1 TO WS-EXCEPT-KEEP-COUNT
                   MOVE SPACES TO EKP-RECORD
                   MOVE EX-RECORD TO EKP-RECORD(1:134)
                   WRITE EKP-RECORD
                 END-IF
               AT END
             READ EXCEPT-KEEP-FILE
               NOT AT END
                 MOVE SPACES TO EX-RECORD
                 MOVE EKP-RECORD(1:134) TO EX-RECORD
                 WRITE EX-RECORD
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           WRITE PE-RECORD.
           DISPLAY PE-RECORD.

      * no update is made while the nightly stream holds the files;
      * stream-lock says whether this run may go ahead.
       CHECK-STREAM-LOCK.
           MOVE "period-end" TO WS-LQ-PROGRAM-NAME.
           MOVE "I" TO WS-LQ-RUN-TYPE.
           CALL "stream-lock" USING WS-LOCK-REQUEST WS-LOCK-RESULT.
