           01 WS-CLOSE-COUNT PIC 9(4).
           01 WS-COHORT-FOUND-SW PIC X(1).
             88 COHORT-WAS-FOUND VALUE "Y".
           01 WS-LOCK-REQUEST.
             05 WS-LQ-PROGRAM-NAME PIC X(20).
             05 WS-LQ-RUN-TYPE PIC X(1).
           01 WS-LOCK-RESULT.
             05 WS-LR-RESULT-SW PIC X(1).
               88 UPDATES-HELD-FOR-STREAM VALUE "H".
      * the cohort master gives cohort identity a home of its own:
      * intake headers are checked against it, so a typoed id can no
      * longer conjure a phantom cohort, and the description outlives
           DISPLAY "ENTER I FOR INTERACTIVE MAINTENANCE OR B FOR "
               "BATCH TRANSACTION FILE :" WITH NO ADVANCING.
           ACCEPT WS-MAINT-MODE.
           PERFORM CHECK-STREAM-LOCK.
           IF UPDATES-HELD-FOR-STREAM
             STOP RUN
           END-IF.

           OPEN I-O COHORT-MASTER-FILE.
           IF WS-CM-FILE-STATUS = "35"
           ELSE
             MOVE WS-START-DATE-IN TO CM-START-DATE
           END-IF.

      * no update is made while the nightly stream holds the files;
      * stream-lock says whether this run may go ahead.
       CHECK-STREAM-LOCK.
           MOVE "cohort-maintenance" TO WS-LQ-PROGRAM-NAME.
           IF BATCH-MAINT-REQUESTED
             MOVE "B" TO WS-LQ-RUN-TYPE
           ELSE
             MOVE "I" TO WS-LQ-RUN-TYPE
           END-IF.
           CALL "stream-lock" USING WS-LOCK-REQUEST WS-LOCK-RESULT.
