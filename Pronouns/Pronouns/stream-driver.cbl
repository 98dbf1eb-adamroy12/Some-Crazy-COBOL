               SELECT RUN-CONTROL-FILE ASSIGN TO "runcontrol.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RN-FILE-STATUS.
               SELECT STREAM-LOCK-FILE ASSIGN TO "streamlock.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SL-FILE-STATUS.
       DATA DIVISION.
           FILE SECTION.
           FD RUN-CONTROL-FILE.
               88 RN-STEP-FAILED VALUE "F".
             05 RN-DATE PIC 9(8).
             05 RN-TIME PIC 9(8).
           FD STREAM-LOCK-FILE.
           01 SL-RECORD.
             COPY "STRMLOCK.CPY".
       WORKING-STORAGE SECTION.
           01 WS-RN-FILE-STATUS PIC X(2).
           01 WS-SL-FILE-STATUS PIC X(2).
           01 WS-LOCK-STATE PIC X(1).
           01 WS-LOCK-DATE PIC 9(8).
           01 WS-LOCK-TIME PIC 9(8).
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-CLEAR-LOCK PIC X(1).
             88 CLEAR-LOCK-CONFIRMED VALUE "Y" "y".
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-FEED-MODE PIC X(1).
             88 FULL-FEED-REQUESTED VALUE "F" "f".
           01 WS-DIRECTORY-MODE PIC X(1).
             88 FULL-DIRECTORY-REQUESTED VALUE "F" "f".
           01 WS-RESUME-STEP PIC 9(2).
           01 WS-STEP PIC 9(2).
           01 WS-I PIC 9(2).
      * disk from the last run, and badge-delta's OPEN OUTPUT would
      * destroy that feed before its acks could ever be matched. with
      * no ack file waiting the step simply reports nothing to
      * process and the stream moves on. hr-reconcile is optional the
      * same way - with no roster from HR it has nothing to do - and
      * runs before the feeds so its differences report describes the
      * master the feeds are cut from. integrity-check follows it,
      * still ahead of the feeds, so a severe finding holds the stream
      * before a badge feed is cut from a master that disagrees with
      * itself. the directory's reject match and its feed sit beside
      * the badge vendor's for the same reasons. notice-writer comes
      * last: its confirmation letters hold nothing the feeds need,
      * and a stream held on an out-of-balance verdict holds the
      * letters with it until the night's changes are put right.
           01 WS-STEP-INIT-VALUES.
             05 FILLER PIC X(20) VALUE "pending-apply".
             05 FILLER PIC X(20) VALUE "badge-ack".
             05 FILLER PIC X(20) VALUE "directory-reject".
             05 FILLER PIC X(20) VALUE "hr-reconcile".
             05 FILLER PIC X(20) VALUE "integrity-check".
             05 FILLER PIC X(20) VALUE "pronoun-filterer".
             05 FILLER PIC X(20) VALUE "pronoun-summary".
             05 FILLER PIC X(20) VALUE "badge-delta".
             05 FILLER PIC X(20) VALUE "directory-feed".
             05 FILLER PIC X(20) VALUE "stream-balancer".
             05 FILLER PIC X(20) VALUE "notice-writer".
           01 WS-STEP-NAME-TABLE REDEFINES WS-STEP-INIT-VALUES.
             05 WS-STEP-PROGRAM OCCURS 11 TIMES PIC X(20).
           01 WS-STEP-COUNT PIC 9(2) VALUE 11.
           01 WS-STEP-STATUS-TABLE.
             05 WS-STEP-STATUS OCCURS 11 TIMES PIC X(1).
      * the driver runs the nightly stream in order - due pronoun
      * changes first so the night's extracts and feed already carry
      * them, then the vendor acknowledgment match while last run's
      * feed is still on disk - and records each step's completion
      * in runcontrol.dat as it goes. when a step signals failure
      * (nonzero return code, as stream-balancer does with 8 on its
      * HOLD THE BADGE AND DIRECTORY FEEDS verdict) the stream
      * stops, and the next invocation resumes from the failed step
      * instead of rebuilding outputs that already finished cleanly.
      * for the whole run streamlock.dat keeps the update programs
      * off the files, so the extracts, the feeds and the prior
      * snapshots are all cut from the same master.
       PROCEDURE DIVISION.
           PERFORM READ-RUN-CONTROL.
           PERFORM CHECK-LEFTOVER-LOCK.

           IF WS-RESUME-STEP = 1
             DISPLAY "ENTER D FOR DELTA FEED OR F FOR FULL BADGE "
                 "FEED :" WITH NO ADVANCING
             ACCEPT WS-FEED-MODE
             DISPLAY "ENTER C FOR CHANGES-ONLY OR F FOR FULL "
                 "DIRECTORY LOAD :" WITH NO ADVANCING
             ACCEPT WS-DIRECTORY-MODE
           ELSE
             DISPLAY "RESUMING STREAM FROM STEP " WS-RESUME-STEP
           END-IF.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER".
           ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOCK-TIME FROM TIME.
           PERFORM VARYING WS-STEP FROM WS-RESUME-STEP BY 1
               UNTIL WS-STEP > WS-STEP-COUNT
             PERFORM RUN-ONE-STEP
                   WS-STEP-PROGRAM-NAME ") ENDED WITH RETURN CODE "
                   WS-STEP-RC
               DISPLAY "RERUN THE DRIVER TO RESUME FROM THIS STEP"
               MOVE "F" TO WS-LOCK-STATE
               PERFORM WRITE-STREAM-LOCK
               DISPLAY "UPDATES STAY LOCKED OUT UNTIL THE STREAM "
                   "COMPLETES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-PERFORM.

           PERFORM RELEASE-STREAM-LOCK.
           DISPLAY "NIGHTLY STREAM COMPLETE - ALL " WS-STEP-COUNT
               " STEPS RAN CLEAN".
           STOP RUN.

      * a lock left marked stopped is this stream's own, from the
      * step that failed last time - the restart takes it over and
      * carries on. a lock still marked running means a driver was
      * killed mid-step, or another driver is running now; only the
      * operator can say which, so the stream will not start over it
      * without a yes.
       CHECK-LEFTOVER-LOCK.
           OPEN INPUT STREAM-LOCK-FILE.
           IF WS-SL-FILE-STATUS NOT = "35"
             READ STREAM-LOCK-FILE
               AT END
                 MOVE SPACES TO SL-RECORD
                 MOVE 0 TO SL-LOCK-DATE
                 MOVE 0 TO SL-LOCK-TIME
                 MOVE 0 TO SL-STEP-NUMBER
             END-READ
             CLOSE STREAM-LOCK-FILE
             IF SL-STREAM-STOPPED
               DISPLAY "STREAM LOCK LEFT BY FAILED STEP "
                   SL-STEP-NUMBER " (" SL-STEP-NAME
                   ") TAKEN OVER FOR THE RESTART"
             ELSE
               PERFORM CONFIRM-CLEAR-LOCK
             END-IF
           END-IF.

       CONFIRM-CLEAR-LOCK.
           DISPLAY "STREAM LOCK SET " SL-LOCK-DATE " " SL-LOCK-TIME
               " BY " SL-OPERATOR-ID " AT STEP " SL-STEP-NUMBER
               " (" SL-STEP-NAME ") IS STILL IN PLACE".
           DISPLAY "ENTER Y ONLY IF NO OTHER DRIVER IS RUNNING, TO "
               "CLEAR IT AND CONTINUE :" WITH NO ADVANCING.
           ACCEPT WS-CLEAR-LOCK.
           IF NOT CLEAR-LOCK-CONFIRMED
             DISPLAY "STREAM NOT STARTED - LOCK LEFT IN PLACE"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY "STREAM LOCK CLEARED BY OPERATOR".

      * the lock is rewritten as each step starts, so an update
      * program turned away can say how far the stream has got.
       WRITE-STREAM-LOCK.
           OPEN OUTPUT STREAM-LOCK-FILE.
           MOVE SPACES TO SL-RECORD.
           MOVE WS-LOCK-STATE TO SL-LOCK-STATE.
           MOVE WS-LOCK-DATE TO SL-LOCK-DATE.
           MOVE WS-LOCK-TIME TO SL-LOCK-TIME.
           MOVE WS-OPERATOR-ID TO SL-OPERATOR-ID.
           MOVE WS-STEP TO SL-STEP-NUMBER.
           MOVE WS-STEP-PROGRAM-NAME TO SL-STEP-NAME.
           WRITE SL-RECORD.
           CLOSE STREAM-LOCK-FILE.

       RELEASE-STREAM-LOCK.
           MOVE SPACES TO WS-COMMAND.
           MOVE "rm -f streamlock.dat" TO WS-COMMAND.
           CALL "SYSTEM" USING BY CONTENT WS-COMMAND
             RETURNING WS-CALL-RC.

      * a missing or fully completed control file means a fresh run
      * from the top; otherwise the stream resumes at the first step
      * not recorded complete. the badge feed-mode and directory-mode
      * headers are carried in the control file so a restart reruns
      * the modes the stream started with rather than asking again.
       READ-RUN-CONTROL.
           MOVE "D" TO WS-FEED-MODE.
           MOVE "C" TO WS-DIRECTORY-MODE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-STEP-COUNT
             MOVE SPACE TO WS-STEP-STATUS(WS-I)
             READ RUN-CONTROL-FILE
               NOT AT END
                 IF RN-STEP-NUMBER = 0
                   IF RN-STEP-NAME = "DIRECTORY MODE"
                     MOVE RN-STATUS TO WS-DIRECTORY-MODE
                   ELSE
                     MOVE RN-STATUS TO WS-FEED-MODE
                   END-IF
                 ELSE
                   IF RN-STEP-NUMBER <= WS-STEP-COUNT
                     MOVE RN-STATUS
           END-IF.

      * the badge feed step runs the delta by default; a full feed
      * from badge-extract replaces it when the operator asks. a full
      * directory load runs the same directory-feed step with its
      * snapshot removed, so every person goes out again.
       RUN-ONE-STEP.
           MOVE WS-STEP-PROGRAM(WS-STEP) TO WS-STEP-PROGRAM-NAME.
           IF WS-STEP-PROGRAM-NAME = "badge-delta"
             MOVE "badge-extract" TO WS-STEP-PROGRAM-NAME
             PERFORM CLEAR-DELTA-REPORT
           END-IF.
           IF WS-STEP-PROGRAM-NAME = "directory-feed"
             AND FULL-DIRECTORY-REQUESTED
             PERFORM CLEAR-DIRECTORY-SNAPSHOT
           END-IF.
           DISPLAY "STREAM STEP " WS-STEP " - RUNNING "
               WS-STEP-PROGRAM-NAME.
           MOVE "R" TO WS-LOCK-STATE.
           PERFORM WRITE-STREAM-LOCK.
           MOVE SPACES TO WS-COMMAND.
           STRING "./" DELIMITED BY SIZE
                  WS-STEP-PROGRAM-NAME DELIMITED BY SPACE
           CALL "SYSTEM" USING BY CONTENT WS-COMMAND
             RETURNING WS-CALL-RC.

      * directory-feed rewrites its snapshot only after a clean run,
      * so a full load rerun after a failure removes it again and
      * still sends everyone.
       CLEAR-DIRECTORY-SNAPSHOT.
           MOVE SPACES TO WS-COMMAND.
           MOVE "rm -f dirprior.dat" TO WS-COMMAND.
           CALL "SYSTEM" USING BY CONTENT WS-COMMAND
             RETURNING WS-CALL-RC.

      * the control file is rewritten in full after every step, so a
      * driver killed mid-stream still leaves the completed steps on
      * record for the restart.
           ACCEPT RN-DATE FROM DATE YYYYMMDD.
           ACCEPT RN-TIME FROM TIME.
           WRITE RN-RECORD.
           MOVE SPACES TO RN-RECORD.
           MOVE 0 TO RN-STEP-NUMBER.
           MOVE "DIRECTORY MODE" TO RN-STEP-NAME.
           MOVE WS-DIRECTORY-MODE TO RN-STATUS.
           ACCEPT RN-DATE FROM DATE YYYYMMDD.
           ACCEPT RN-TIME FROM TIME.
           WRITE RN-RECORD.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-STEP-COUNT
             MOVE SPACES TO RN-RECORD
