           FILE-CONTROL.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-PE-FILE-STATUS.
               SELECT SHE-PEOPLE-FILE ASSIGN TO "sheherpeople.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
               SELECT DELTA-REPORT-FILE ASSIGN TO "deltareport.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DR-FILE-STATUS.
               SELECT DIRECTORY-FEED-FILE ASSIGN TO "dirfeed.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DF-FILE-STATUS.
               SELECT CHANGE-REPORT-FILE
                 ASSIGN TO "dirchangereport.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CR-FILE-STATUS.
               SELECT BALANCE-REPORT-FILE
                 ASSIGN TO "balancereport.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
           01 RC-PERSON.
             COPY "PEOPLEREC.CPY".
           FD SHE-PEOPLE-FILE.
           01 RC-SHE-PERSON PIC X(87).
           FD HE-PEOPLE-FILE.
           01 RC-HE-PERSON PIC X(87).
           FD THEY-PEOPLE-FILE.
           01 RC-THEY-PERSON PIC X(87).
           FD OTHER-PEOPLE-FILE.
           01 RC-OTHER-PERSON PIC X(87).
           FD BADGE-FEED-FILE.
           01 BG-RECORD.
             05 BG-SEQUENCE PIC 9(6).
             05 BG-NAME PIC X(20).
             05 BG-PRONOUN-LINE PIC X(17).
             05 FILLER PIC X(5).
             05 BG-PERSON-ID PIC 9(8).
           FD SUMMARY-REPORT-FILE.
           01 SR-RECORD.
             05 SR-LABEL PIC X(15).
           01 DR-RECORD.
             05 DR-TAG PIC X(8).
             05 FILLER PIC X(92).
           FD DIRECTORY-FEED-FILE.
           01 DF-RECORD.
             COPY "DIRFEED.CPY".
           FD CHANGE-REPORT-FILE.
           01 CR-RECORD.
             05 CR-TAG PIC X(8).
             05 FILLER PIC X(92).
           FD BALANCE-REPORT-FILE.
           01 BL-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-BG-FILE-STATUS PIC X(2).
           01 WS-SR-FILE-STATUS PIC X(2).
           01 WS-DR-FILE-STATUS PIC X(2).
           01 WS-DF-FILE-STATUS PIC X(2).
           01 WS-CR-FILE-STATUS PIC X(2).
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-DELTA-FEED-COUNT PIC 9(6).
           01 WS-DELTA-RUN-SW PIC X(1).
           01 WS-EXTRACT-TOTAL PIC 9(6).
           01 WS-BADGE-COUNT PIC 9(6).
           01 WS-BADGE-HIGH-SEQ PIC 9(6).
           01 WS-BADGE-WITHHELD-COUNT PIC 9(6).
           01 WS-BADGE-BLANK-COUNT PIC 9(6).
           01 WS-DIRECTORY-COUNT PIC 9(6).
           01 WS-DIRECTORY-HIGH-SEQ PIC 9(6).
           01 WS-DIRECTORY-TRAILER-COUNT PIC 9(6).
           01 WS-DIRECTORY-CHANGE-COUNT PIC 9(6).
           01 WS-DIRECTORY-LOAD-MODE PIC X(1).
             88 DIRECTORY-FULL-LOAD VALUE "F".
           01 WS-MASTER-OPEN-SW PIC X(1).
             88 MASTER-IS-OPEN VALUE "Y".
           01 WS-SUM-SHE-COUNT PIC 9(6).
           01 WS-SUM-HE-COUNT PIC 9(6).
           01 WS-SUM-THEY-COUNT PIC 9(6).
           PERFORM COUNT-BADGE-FEED.
           PERFORM READ-SUMMARY-COUNTS.
           PERFORM COUNT-DELTA-FEED.
           PERFORM COUNT-DIRECTORY-FEED.
           PERFORM COUNT-DIRECTORY-CHANGES.

           MOVE 0 TO WS-OUT-OF-BALANCE-COUNT.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           MOVE WS-BADGE-COUNT TO WS-ACTUAL-COUNT.
           PERFORM WRITE-BALANCE-LEG.

      * people who withheld badge consent stay on the feed with the
      * pronoun line blank, so the counts above tie as they always
      * did; this leg proves the blanking itself - every blank line
      * belongs to a withheld person and every withheld person on
      * the feed went out blank.
           MOVE "BADGE LINES BLANK VS CONSENT" TO WS-BL-LEG.
           MOVE WS-BADGE-WITHHELD-COUNT TO WS-EXPECTED-COUNT.
           MOVE WS-BADGE-BLANK-COUNT TO WS-ACTUAL-COUNT.
           PERFORM WRITE-BALANCE-LEG.

      * the directory feed ties the same way: a full load to the
      * people master, a changes-only feed to the adds, changes and
      * deletes directory-feed listed on its changes report, and the
      * records on hand to the trailer the directory will check.
           IF DIRECTORY-FULL-LOAD
             MOVE "DIRECTORY FULL LOAD VS MASTER" TO WS-BL-LEG
             MOVE WS-PEOPLE-COUNT TO WS-EXPECTED-COUNT
           ELSE
             MOVE "DIRECTORY HIGH SEQ VS CHANGES" TO WS-BL-LEG
             MOVE WS-DIRECTORY-CHANGE-COUNT TO WS-EXPECTED-COUNT
           END-IF.
           MOVE WS-DIRECTORY-HIGH-SEQ TO WS-ACTUAL-COUNT.
           PERFORM WRITE-BALANCE-LEG.

           MOVE "DIRECTORY FEED RECORD COUNT" TO WS-BL-LEG.
           MOVE WS-DIRECTORY-HIGH-SEQ TO WS-EXPECTED-COUNT.
           MOVE WS-DIRECTORY-COUNT TO WS-ACTUAL-COUNT.
           PERFORM WRITE-BALANCE-LEG.

           MOVE "DIRECTORY TRAILER VS DETAILS" TO WS-BL-LEG.
           MOVE WS-DIRECTORY-TRAILER-COUNT TO WS-EXPECTED-COUNT.
           MOVE WS-DIRECTORY-COUNT TO WS-ACTUAL-COUNT.
           PERFORM WRITE-BALANCE-LEG.

           MOVE "SUMMARY SHE/HER VS EXTRACT" TO WS-BL-LEG.
           MOVE WS-SHE-COUNT TO WS-EXPECTED-COUNT.
           MOVE WS-SUM-SHE-COUNT TO WS-ACTUAL-COUNT.
             WRITE BL-RECORD
             DISPLAY "STREAM IS IN BALANCE"
           ELSE
             MOVE SPACES TO BL-RECORD
             STRING "STREAM IS OUT OF BALANCE - " DELIMITED BY SIZE
                    "HOLD THE BADGE AND DIRECTORY FEEDS"
                    DELIMITED BY SIZE
               INTO BL-RECORD
             END-STRING
             WRITE BL-RECORD
             DISPLAY "STREAM IS OUT OF BALANCE - "
                 WS-OUT-OF-BALANCE-COUNT " LEG(S) DO NOT TIE"
             MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ F-PEOPLE-FILE NEXT RECORD
               NOT AT END
                 ADD 1 TO WS-PEOPLE-COUNT
               AT END
       COUNT-BADGE-FEED.
           MOVE 0 TO WS-BADGE-COUNT.
           MOVE 0 TO WS-BADGE-HIGH-SEQ.
           MOVE 0 TO WS-BADGE-WITHHELD-COUNT.
           MOVE 0 TO WS-BADGE-BLANK-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE "N" TO WS-MASTER-OPEN-SW.
           OPEN INPUT F-PEOPLE-FILE.
           IF WS-PE-FILE-STATUS = "00"
             MOVE "Y" TO WS-MASTER-OPEN-SW
           END-IF.
           OPEN INPUT BADGE-FEED-FILE.
           IF WS-BG-FILE-STATUS = "35"
             DISPLAY "BADGEFEED.DAT NOT FOUND - COUNTED AS EMPTY"
                   IF BG-SEQUENCE > WS-BADGE-HIGH-SEQ
                     MOVE BG-SEQUENCE TO WS-BADGE-HIGH-SEQ
                   END-IF
                   PERFORM CHECK-BADGE-CONSENT
                 END-IF
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
           IF WS-BG-FILE-STATUS NOT = "35"
             CLOSE BADGE-FEED-FILE
           END-IF.
           IF MASTER-IS-OPEN
             CLOSE F-PEOPLE-FILE
           END-IF.

      * the badge's person is looked up on their number; one no longer
      * on the master counts as having given consent. a line blanked by
      * person-erasure ("ERASED PERSON nnnnnn") answers to no consent
      * and is left out of the blank count.
       CHECK-BADGE-CONSENT.
           IF BG-PRONOUN-LINE = SPACES
             AND BG-NAME(1:14) NOT = "ERASED PERSON "
             ADD 1 TO WS-BADGE-BLANK-COUNT
           END-IF.
           IF MASTER-IS-OPEN AND BG-PERSON-ID IS NUMERIC
             MOVE BG-PERSON-ID TO RC-PERSON-ID
             READ F-PEOPLE-FILE KEY IS RC-PERSON-ID
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF RC-BADGE-WITHHELD
                   ADD 1 TO WS-BADGE-WITHHELD-COUNT
                 END-IF
             END-READ
           END-IF.

       READ-SUMMARY-COUNTS.
           MOVE 0 TO WS-SUM-SHE-COUNT.
             CLOSE DELTA-REPORT-FILE
           END-IF.

      * only "01" details are people; the trailer's count is kept to
      * prove the feed was written whole, and the header's load mode
      * says which total the feed should tie to.
       COUNT-DIRECTORY-FEED.
           MOVE 0 TO WS-DIRECTORY-COUNT.
           MOVE 0 TO WS-DIRECTORY-HIGH-SEQ.
           MOVE 0 TO WS-DIRECTORY-TRAILER-COUNT.
           MOVE "C" TO WS-DIRECTORY-LOAD-MODE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT DIRECTORY-FEED-FILE.
           IF WS-DF-FILE-STATUS = "35"
             DISPLAY "DIRFEED.DAT NOT FOUND - COUNTED AS EMPTY"
             MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ DIRECTORY-FEED-FILE
               NOT AT END
                 EVALUATE DF-RECORD-TYPE
                   WHEN "HD"
                     MOVE DF-LOAD-MODE TO WS-DIRECTORY-LOAD-MODE
                   WHEN "TR"
                     MOVE DF-DETAIL-COUNT
                       TO WS-DIRECTORY-TRAILER-COUNT
                   WHEN "01"
                     ADD 1 TO WS-DIRECTORY-COUNT
                     IF DF-SEQUENCE > WS-DIRECTORY-HIGH-SEQ
                       MOVE DF-SEQUENCE TO WS-DIRECTORY-HIGH-SEQ
                     END-IF
                 END-EVALUATE
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           IF WS-DF-FILE-STATUS NOT = "35"
             CLOSE DIRECTORY-FEED-FILE
           END-IF.

       COUNT-DIRECTORY-CHANGES.
           MOVE 0 TO WS-DIRECTORY-CHANGE-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT CHANGE-REPORT-FILE.
           IF WS-CR-FILE-STATUS = "35"
             MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ CHANGE-REPORT-FILE
               NOT AT END
                 IF CR-TAG = "ADD     " OR CR-TAG = "CHANGE  "
                   OR CR-TAG = "DELETE  "
                   ADD 1 TO WS-DIRECTORY-CHANGE-COUNT
                 END-IF
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           IF WS-CR-FILE-STATUS NOT = "35"
             CLOSE CHANGE-REPORT-FILE
           END-IF.

      * the summary report prints its counts edited (ZZZ,ZZ9), so the
      * digits are picked back out one character at a time, skipping
      * the blanks and the comma.
