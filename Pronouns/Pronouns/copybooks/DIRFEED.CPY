      * one record of dirfeed.dat, the outbound feed to the corporate
      * directory (staff profiles and email signature blocks). the
      * person number is the directory's key, so a rename arrives as
      * a change to the same person. each set goes out whole in the
      * directory's form ("she/her/hers"); the signature line is the
      * short form the badge carries ("she/they" or "she/her").
           05 DF-SEQUENCE PIC 9(6).
           05 DF-RECORD-TYPE PIC X(2).
           05 DF-DETAIL-DATA.
             10 DF-ACTION PIC X(1).
               88 DF-ADD-PERSON VALUE "A".
               88 DF-CHANGE-PERSON VALUE "C".
               88 DF-DELETE-PERSON VALUE "D".
             10 DF-PERSON-ID PIC 9(8).
             10 DF-NAME PIC X(20).
             10 DF-COHORT PIC X(8).
             10 DF-PRIMARY-SET PIC X(26).
             10 DF-SECONDARY-SET PIC X(26).
             10 DF-SIGNATURE-LINE PIC X(17).
      * header ("HD") and trailer ("TR") records reuse the detail
      * area as the badge feed's do. the load mode tells the directory
      * whether the feed is everyone (F, replace the lot) or only the
      * people added, changed or deleted since the last feed (C).
           05 DF-CONTROL-DATA REDEFINES DF-DETAIL-DATA.
             10 DF-RUN-ID PIC X(14).
             10 DF-RUN-DATE PIC 9(8).
             10 DF-LOAD-MODE PIC X(1).
               88 DF-FULL-LOAD VALUE "F".
               88 DF-CHANGES-ONLY VALUE "C".
             10 DF-DETAIL-COUNT PIC 9(6).
             10 FILLER PIC X(77).
