       IDENTIFICATION DIVISION.
       PROGRAM-ID. "directory-reject".
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DIRECTORY-FEED-FILE ASSIGN TO "dirfeed.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DF-FILE-STATUS.
               SELECT REJECT-FILE ASSIGN TO "dirreject.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RJ-FILE-STATUS.
               SELECT SORTED-REJECT-FILE
                 ASSIGN TO "dirrejectsorted.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SJ-FILE-STATUS.
               SELECT REJECT-SORT-FILE ASSIGN TO "dirrejectsort.tmp".
               SELECT RESEND-FEED-FILE ASSIGN TO "dirresend.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REJECT-REPORT-FILE
                 ASSIGN TO "dirrejectreport.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD DIRECTORY-FEED-FILE.
           01 DF-RECORD.
             COPY "DIRFEED.CPY".
      * the directory returns only the records it could not take, each
      * with its feed sequence and a reason. like the badge vendor it
      * echoes the feed's run id on a leading record with status "H"
      * and sequence zero.
           FD REJECT-FILE.
           01 RJ-RECORD.
             05 RJ-SEQUENCE PIC 9(6).
             05 RJ-STATUS PIC X(1).
             05 RJ-RUN-ID PIC X(14).
             05 RJ-REASON PIC X(30).
           FD SORTED-REJECT-FILE.
           01 SJ-RECORD.
             05 SJ-SEQUENCE PIC 9(6).
             05 SJ-STATUS PIC X(1).
               88 SJ-RUN-HEADER VALUE "H".
             05 SJ-RUN-ID PIC X(14).
             05 SJ-REASON PIC X(30).
           SD REJECT-SORT-FILE.
           01 RS-RECORD.
             05 RS-SEQUENCE PIC 9(6).
             05 RS-STATUS PIC X(1).
             05 RS-RUN-ID PIC X(14).
             05 RS-REASON PIC X(30).
           FD RESEND-FEED-FILE.
           01 RF-RECORD PIC X(114).
           FD REJECT-REPORT-FILE.
           01 RR-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-DF-FILE-STATUS PIC X(2).
           01 WS-RJ-FILE-STATUS PIC X(2).
           01 WS-SJ-FILE-STATUS PIC X(2).
           01 WS-FEED-IS-ENDED PIC 9.
           01 WS-REJECT-IS-ENDED PIC 9.
           01 WS-HEAD-IS-ENDED PIC 9.
           01 WS-ACCEPTED-COUNT PIC 9(6).
           01 WS-REJECTED-COUNT PIC 9(6).
           01 WS-UNKNOWN-REJECT-COUNT PIC 9(6).
           01 WS-RESEND-COUNT PIC 9(6).
           01 WS-FEED-RUN-ID PIC X(14).
           01 WS-REJECT-RUN-ID PIC X(14).
           01 WS-FEED-STAMPED-SW PIC X(1).
             88 FEED-IS-STAMPED VALUE "Y".
           01 WS-REJECT-STAMPED-SW PIC X(1).
             88 REJECT-IS-STAMPED VALUE "Y".
           01 WS-FEED-DETAIL-SW PIC X(1).
             88 FEED-DETAIL-IN-HAND VALUE "Y".
           01 WS-DF-BUILD.
             05 WS-DB-SEQUENCE PIC 9(6).
             05 WS-DB-RECORD-TYPE PIC X(2).
             05 WS-DB-RUN-ID PIC X(14).
             05 WS-DB-RUN-DATE PIC 9(8).
             05 WS-DB-LOAD-MODE PIC X(1).
             05 WS-DB-DETAIL-COUNT PIC 9(6).
             05 FILLER PIC X(77).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-COUNT-LINE.
             05 WS-CL-LABEL PIC X(24).
             05 WS-CL-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
           PERFORM READ-REJECT-RUN-HEADER.

      * the directory gives no promise about the order of its rejects,
      * so they are sorted onto sequence before the two-file match
      * against the feed.
           SORT REJECT-SORT-FILE ON ASCENDING KEY RS-SEQUENCE
             USING REJECT-FILE
             GIVING SORTED-REJECT-FILE.

           OPEN INPUT DIRECTORY-FEED-FILE.
           IF WS-DF-FILE-STATUS = "35"
             DISPLAY "DIRFEED.DAT NOT FOUND - NOTHING TO MATCH"
             STOP RUN
           END-IF.
           MOVE "N" TO WS-FEED-STAMPED-SW.
           MOVE SPACES TO WS-FEED-RUN-ID.
           MOVE 0 TO WS-FEED-IS-ENDED.
           PERFORM READ-NEXT-FEED-RECORD.
           PERFORM CHECK-REJECTS-BELONG-TO-FEED.

           OPEN INPUT SORTED-REJECT-FILE.
           OPEN OUTPUT RESEND-FEED-FILE.
           OPEN OUTPUT REJECT-REPORT-FILE.
           PERFORM WRITE-RESEND-HEADER.

           MOVE SPACES TO RR-RECORD.
           STRING "DIRECTORY REJECTS - FEED RUN " DELIMITED BY SIZE
                  WS-FEED-RUN-ID DELIMITED BY SIZE
             INTO RR-RECORD
           END-STRING.
           WRITE RR-RECORD.
           MOVE 0 TO WS-ACCEPTED-COUNT.
           MOVE 0 TO WS-REJECTED-COUNT.
           MOVE 0 TO WS-UNKNOWN-REJECT-COUNT.
           MOVE 0 TO WS-RESEND-COUNT.

           MOVE 0 TO WS-REJECT-IS-ENDED.
           PERFORM READ-NEXT-REJECT-RECORD.
           PERFORM MATCH-ONE-PAIR
             UNTIL WS-FEED-IS-ENDED = 1 AND WS-REJECT-IS-ENDED = 1.

           PERFORM WRITE-MATCH-TOTALS.
           PERFORM WRITE-RESEND-TRAILER.
           CLOSE DIRECTORY-FEED-FILE.
           CLOSE SORTED-REJECT-FILE.
           CLOSE RESEND-FEED-FILE.
           CLOSE REJECT-REPORT-FILE.
           DISPLAY "DIRECTORY REJECT MATCH COMPLETE - "
               WS-RESEND-COUNT " RECORDS ON THE RESEND FEED".
           STOP RUN.

      * the directory's run header is read off the raw reject file
      * before the sort, as badge-ack reads the vendor's.
       READ-REJECT-RUN-HEADER.
           MOVE "N" TO WS-REJECT-STAMPED-SW.
           MOVE SPACES TO WS-REJECT-RUN-ID.
           OPEN INPUT REJECT-FILE.
           IF WS-RJ-FILE-STATUS = "35"
             DISPLAY "DIRREJECT.DAT NOT FOUND - NOTHING TO PROCESS"
             STOP RUN
           END-IF.
           MOVE 0 TO WS-HEAD-IS-ENDED.
           READ REJECT-FILE
             AT END
               MOVE 1 TO WS-HEAD-IS-ENDED
           END-READ.
           IF WS-HEAD-IS-ENDED = 0
             IF RJ-STATUS = "H"
               MOVE "Y" TO WS-REJECT-STAMPED-SW
               MOVE RJ-RUN-ID TO WS-REJECT-RUN-ID
             END-IF
           END-IF.
           CLOSE REJECT-FILE.

      * every directory feed has carried a run header from the start,
      * so a feed without one, or rejects that do not answer for the
      * feed on hand, are refused outright rather than matched
      * against the wrong run's sequence numbers.
       CHECK-REJECTS-BELONG-TO-FEED.
           IF NOT FEED-IS-STAMPED
             DISPLAY "REJECT FILE REFUSED - DIRFEED.DAT CARRIES NO "
                 "RUN HEADER"
             CLOSE DIRECTORY-FEED-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF NOT REJECT-IS-STAMPED
             DISPLAY "REJECT FILE REFUSED - NO RUN ID RETURNED BY "
                 "THE DIRECTORY FOR FEED RUN " WS-FEED-RUN-ID
             CLOSE DIRECTORY-FEED-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF WS-REJECT-RUN-ID NOT = WS-FEED-RUN-ID
             DISPLAY "REJECT FILE REFUSED - REJECT RUN "
                 WS-REJECT-RUN-ID " DOES NOT BELONG TO FEED RUN "
                 WS-FEED-RUN-ID
             CLOSE DIRECTORY-FEED-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

      * a feed sequence below the reject was taken by the directory, a
      * matching pair was refused and goes to the resend feed, and a
      * reject below the feed answers to no record we sent.
       MATCH-ONE-PAIR.
           EVALUATE TRUE
             WHEN WS-REJECT-IS-ENDED = 1
               ADD 1 TO WS-ACCEPTED-COUNT
               PERFORM READ-NEXT-FEED-RECORD
             WHEN WS-FEED-IS-ENDED = 1
               PERFORM REPORT-UNKNOWN-REJECT
               PERFORM READ-NEXT-REJECT-RECORD
             WHEN DF-SEQUENCE < SJ-SEQUENCE
               ADD 1 TO WS-ACCEPTED-COUNT
               PERFORM READ-NEXT-FEED-RECORD
             WHEN DF-SEQUENCE = SJ-SEQUENCE
               PERFORM REPORT-REJECTED-RECORD
               PERFORM READ-NEXT-FEED-RECORD
               PERFORM READ-NEXT-REJECT-RECORD
             WHEN OTHER
               PERFORM REPORT-UNKNOWN-REJECT
               PERFORM READ-NEXT-REJECT-RECORD
           END-EVALUATE.

       READ-NEXT-FEED-RECORD.
           MOVE "N" TO WS-FEED-DETAIL-SW.
           PERFORM UNTIL WS-FEED-IS-ENDED = 1
               OR FEED-DETAIL-IN-HAND
             READ DIRECTORY-FEED-FILE
               NOT AT END
                 EVALUATE DF-RECORD-TYPE
                   WHEN "HD"
                     MOVE "Y" TO WS-FEED-STAMPED-SW
                     MOVE DF-RUN-ID TO WS-FEED-RUN-ID
                   WHEN "TR"
                     CONTINUE
                   WHEN OTHER
                     MOVE "Y" TO WS-FEED-DETAIL-SW
                 END-EVALUATE
               AT END
                 MOVE 1 TO WS-FEED-IS-ENDED
             END-READ
           END-PERFORM.

       READ-NEXT-REJECT-RECORD.
           MOVE 0 TO WS-HEAD-IS-ENDED.
           PERFORM UNTIL WS-REJECT-IS-ENDED = 1
               OR WS-HEAD-IS-ENDED = 1
             READ SORTED-REJECT-FILE
               NOT AT END
                 IF NOT SJ-RUN-HEADER
                   MOVE 1 TO WS-HEAD-IS-ENDED
                 END-IF
               AT END
                 MOVE 1 TO WS-REJECT-IS-ENDED
             END-READ
           END-PERFORM.

       REPORT-REJECTED-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO RR-RECORD.
           STRING "REJECTED " DELIMITED BY SIZE
                  DF-SEQUENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DF-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DF-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SJ-REASON DELIMITED BY SIZE
             INTO RR-RECORD
           END-STRING.
           WRITE RR-RECORD.
           PERFORM WRITE-RESEND-RECORD.

       REPORT-UNKNOWN-REJECT.
           ADD 1 TO WS-UNKNOWN-REJECT-COUNT.
           MOVE SPACES TO RR-RECORD.
           STRING "REJECT FOR UNKNOWN SEQUENCE " DELIMITED BY SIZE
                  SJ-SEQUENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SJ-REASON DELIMITED BY SIZE
             INTO RR-RECORD
           END-STRING.
           WRITE RR-RECORD.

      * the resend record keeps its original sequence number so the
      * directory's next reject file still ties back to the record it
      * answers for.
       WRITE-RESEND-RECORD.
           ADD 1 TO WS-RESEND-COUNT.
           MOVE DF-RECORD TO RF-RECORD.
           WRITE RF-RECORD.

      * the resend goes out under the original run id, as the badge
      * reprint feed does. it is always a changes-only load - it
      * carries a handful of people, and marked full it would tell the
      * directory to drop everybody else.
       WRITE-RESEND-HEADER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-DF-BUILD.
           MOVE 0 TO WS-DB-SEQUENCE.
           MOVE "HD" TO WS-DB-RECORD-TYPE.
           MOVE WS-FEED-RUN-ID TO WS-DB-RUN-ID.
           MOVE WS-RUN-DATE TO WS-DB-RUN-DATE.
           MOVE "C" TO WS-DB-LOAD-MODE.
           MOVE 0 TO WS-DB-DETAIL-COUNT.
           MOVE WS-DF-BUILD TO RF-RECORD.
           WRITE RF-RECORD.

       WRITE-RESEND-TRAILER.
           MOVE SPACES TO WS-DF-BUILD.
           MOVE 0 TO WS-DB-SEQUENCE.
           MOVE "TR" TO WS-DB-RECORD-TYPE.
           MOVE WS-FEED-RUN-ID TO WS-DB-RUN-ID.
           MOVE WS-RUN-DATE TO WS-DB-RUN-DATE.
           MOVE "C" TO WS-DB-LOAD-MODE.
           MOVE WS-RESEND-COUNT TO WS-DB-DETAIL-COUNT.
           MOVE WS-DF-BUILD TO RF-RECORD.
           WRITE RF-RECORD.

       WRITE-MATCH-TOTALS.
           MOVE SPACES TO RR-RECORD.
           WRITE RR-RECORD.
           MOVE "TAKEN BY DIRECTORY" TO WS-CL-LABEL.
           MOVE WS-ACCEPTED-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO RR-RECORD.
           WRITE RR-RECORD.
           MOVE "REJECTED" TO WS-CL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO RR-RECORD.
           WRITE RR-RECORD.
           MOVE "REJECTS FOR UNKNOWN SEQ" TO WS-CL-LABEL.
           MOVE WS-UNKNOWN-REJECT-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO RR-RECORD.
           WRITE RR-RECORD.
           MOVE "SENT TO RESEND FEED" TO WS-CL-LABEL.
           MOVE WS-RESEND-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO RR-RECORD.
           WRITE RR-RECORD.
