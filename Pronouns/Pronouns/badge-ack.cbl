               10 BG-NAME PIC X(20).
               10 BG-PRONOUN-LINE PIC X(17).
               10 FILLER PIC X(5).
               10 BG-PERSON-ID PIC 9(8).
      * header ("HD") and trailer ("TR") records reuse the detail
      * area: the run id stamps the feed so the vendor's returned
      * acknowledgments can be tied to the run they answer for, and
               10 BG-RUN-ID PIC X(14).
               10 BG-RUN-DATE PIC 9(8).
               10 BG-DETAIL-COUNT PIC 9(6).
               10 FILLER PIC X(22).
           FD ACK-FILE.
           01 AK-RECORD.
             05 AK-SEQUENCE PIC 9(6).
             05 AS-STATUS PIC X(1).
             05 AS-RUN-ID PIC X(14).
           FD REPRINT-FEED-FILE.
           01 RP-RECORD PIC X(58).
           FD ACK-REPORT-FILE.
           01 AR-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
             05 WS-BB-RUN-ID PIC X(14).
             05 WS-BB-RUN-DATE PIC 9(8).
             05 WS-BB-DETAIL-COUNT PIC 9(6).
             05 FILLER PIC X(22).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-COUNT-LINE.
             05 WS-CL-LABEL PIC X(24).
