       IDENTIFICATION DIVISION.
       PROGRAM-ID. "monthly-report".
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HISTORY-INPUT-FILE
                 ASSIGN TO DYNAMIC WS-INPUT-NAME
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HI-FILE-STATUS.
               SELECT ARCHIVE-LIST-FILE
                 ASSIGN TO "monthlyarchives.tmp"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AX-FILE-STATUS.
               SELECT COHORT-ACCEPT-FILE
                 ASSIGN TO "cohortacceptance.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CA-FILE-STATUS.
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-PE-FILE-STATUS.
               SELECT SHARE-HISTORY-FILE
                 ASSIGN TO "pronounshares.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SH-FILE-STATUS.
               SELECT MONTHLY-REPORT-FILE
                 ASSIGN TO "monthlyreport.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      * the live audit log and exception file and their period-end
      * archives are all read through this one file, sliced to the
      * audit or exception layout as period-end and person-erasure
      * slice them.
           FD HISTORY-INPUT-FILE.
           01 HI-RECORD PIC X(256).
           FD ARCHIVE-LIST-FILE.
           01 AX-RECORD PIC X(60).
      * main-program's acceptance file: a dated header ahead of each
      * intake's block, then one line per cohort with its counts.
           FD COHORT-ACCEPT-FILE.
           01 CA-RECORD PIC X(80).
           01 CA-HEADER-LINE REDEFINES CA-RECORD.
             05 CA-HEADER-TITLE PIC X(25).
             05 CA-INTAKE-DATE PIC X(8).
             05 FILLER PIC X(47).
           01 CA-COHORT-LINE REDEFINES CA-RECORD.
             05 CA-COHORT-ID PIC X(8).
             05 FILLER PIC X(1).
             05 CA-COHORT-DESC PIC X(30).
             05 CA-ACCEPTED-LABEL PIC X(10).
             05 CA-ACCEPTED-PRINT PIC ZZZ9.
             05 CA-REJECTED-LABEL PIC X(10).
             05 CA-REJECTED-PRINT PIC ZZZ9.
             05 FILLER PIC X(13).
           FD F-PEOPLE-FILE.
           01 RC-PERSON.
             COPY "PEOPLEREC.CPY".
      * one line per pronoun set per month: how many people held it
      * when that month's report was run, out of how many on file.
           FD SHARE-HISTORY-FILE.
           01 SH-RECORD.
             05 SH-MONTH PIC 9(6).
             05 SH-SET-CODE PIC X(1).
             05 SH-SET-COUNT PIC 9(7).
             05 SH-TOTAL-COUNT PIC 9(7).
           FD MONTHLY-REPORT-FILE.
           01 MR-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
           COPY "PRONSET.CPY".
           01 AL-RECORD.
             COPY "AUDITLOG.CPY".
           01 EX-RECORD.
             COPY "EXCEPTRC.CPY".
           01 WS-HI-FILE-STATUS PIC X(2).
           01 WS-AX-FILE-STATUS PIC X(2).
           01 WS-CA-FILE-STATUS PIC X(2).
           01 WS-PE-FILE-STATUS PIC X(2).
           01 WS-SH-FILE-STATUS PIC X(2).
           01 WS-INPUT-NAME PIC X(60).
           01 WS-COMMAND PIC X(100).
           01 WS-CALL-RC PIC S9(9) COMP.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-LIST-IS-ENDED PIC 9.
           01 WS-TODAY PIC 9(8).
           01 WS-TODAY-PARTS REDEFINES WS-TODAY.
             05 WS-TODAY-YEAR PIC 9(4).
             05 WS-TODAY-MONTH PIC 9(2).
             05 WS-TODAY-DAY PIC 9(2).
           01 WS-MONTH-IN PIC X(6).
           01 WS-REPORT-MONTH PIC 9(6).
           01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
             05 WS-RM-YEAR PIC 9(4).
             05 WS-RM-MONTH PIC 9(2).
           01 WS-LAST-MONTH PIC 9(6).
           01 WS-PRIOR-MONTH PIC 9(6).
      * months are counted as year times twelve plus month less one,
      * so the twelve months ending with the report month are a
      * plain range of numbers whatever years they straddle.
           01 WS-END-INDEX PIC 9(6).
           01 WS-START-INDEX PIC 9(6).
           01 WS-EVENT-INDEX PIC 9(6).
           01 WS-WORK-YEAR PIC 9(4).
           01 WS-WORK-MONTH PIC 9(2).
           01 WS-WORK-DATE PIC 9(8).
           01 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
             05 WS-WD-YEAR PIC 9(4).
             05 WS-WD-MONTH PIC 9(2).
             05 WS-WD-DAY PIC 9(2).
           01 WS-MONTH-LABEL PIC X(7).
           01 WS-PRIOR-LABEL PIC X(7).
           01 WS-IN-WINDOW-SW PIC X(1).
             88 DATE-IN-WINDOW VALUE "Y".
           01 WS-ROW PIC 9(2).
           01 WS-COL PIC 9(2).
           01 WS-I PIC 9(4).
           01 WS-SLOT PIC 9(4).
           01 WS-SET PIC 9(2).
           01 WS-AUDIT-FILES-READ PIC 9(4).
           01 WS-EXCEPT-FILES-READ PIC 9(4).
      * the activity columns, in the order the report prints them.
      * ABSORB is the far side of a MERGE, logged under the person
      * absorbed, so it is not counted again; CONSNT, ERASE, OVERRD
      * and anything newer fall under OTHER.
           01 WS-ACTION-NAME-VALUES.
             05 FILLER PIC X(6) VALUE "ADD".
             05 FILLER PIC X(6) VALUE "AMEND".
             05 FILLER PIC X(6) VALUE "CHANGE".
             05 FILLER PIC X(6) VALUE "DELETE".
             05 FILLER PIC X(6) VALUE "RENAME".
             05 FILLER PIC X(6) VALUE "MERGE".
             05 FILLER PIC X(6) VALUE "REFUSE".
           01 WS-ACTION-NAME-TABLE REDEFINES WS-ACTION-NAME-VALUES.
             05 WS-ACTION-NAME OCCURS 7 TIMES PIC X(6).
           78 WS-OTHER-COLUMN VALUE 8.
           78 WS-REJECT-COLUMN VALUE 9.
           01 WS-MONTH-TABLE.
             05 WS-MONTH-ENTRY OCCURS 12 TIMES.
               10 WS-MT-COUNT OCCURS 9 TIMES PIC 9(6).
           78 WS-OPERATOR-MAX VALUE 100.
           01 WS-OPERATOR-COUNT PIC 9(4).
           01 WS-OPERATOR-TABLE.
             05 WS-OPERATOR-ENTRY OCCURS 100 TIMES.
               10 WS-OT-OPERATOR-ID PIC X(8).
               10 WS-OT-COUNT OCCURS 8 TIMES PIC 9(6).
           78 WS-REASON-MAX VALUE 20.
           01 WS-REASON-COUNT PIC 9(4).
           01 WS-REASON-TABLE.
             05 WS-REASON-ENTRY OCCURS 20 TIMES.
               10 WS-RT-REASON PIC X(30).
               10 WS-RT-COUNT PIC 9(6).
           78 WS-COHORT-MAX VALUE 100.
           01 WS-COHORT-COUNT PIC 9(4).
           01 WS-COHORT-TABLE.
             05 WS-COHORT-ENTRY OCCURS 100 TIMES.
               10 WS-CT-ID PIC X(8).
               10 WS-CT-DESC PIC X(30).
               10 WS-CT-ACCEPTED PIC 9(6).
               10 WS-CT-REJECTED PIC 9(6).
           01 WS-BLOCK-IN-MONTH-SW PIC X(1).
             88 BLOCK-IN-REPORT-MONTH VALUE "Y".
           01 WS-WORK-ACCEPTED PIC 9(6).
           01 WS-WORK-REJECTED PIC 9(6).
           01 WS-REPAIRED-COUNT PIC 9(6).
           01 WS-REPAIR-DAYS PIC 9(6).
           01 WS-TOTAL-REPAIR-DAYS PIC 9(9).
           01 WS-WORST-REPAIR-DAYS PIC 9(6).
           01 WS-AVERAGE-DAYS PIC 9(6)V9.
           01 WS-MONTH-REJECTED PIC 9(6).
           01 WS-MONTH-ARRIVALS PIC 9(7).
           01 WS-RATE PIC 9(3)V9.
      * the sets are PRONSET's, in its order, then everyone whose
      * primary set matches none of them.
           01 WS-SET-LABEL-VALUES.
             05 FILLER PIC X(16) VALUE "SHE/HER".
             05 FILLER PIC X(16) VALUE "HE/HIM".
             05 FILLER PIC X(16) VALUE "THEY/THEM".
             05 FILLER PIC X(16) VALUE "OTHER/UNMATCHED".
           01 WS-SET-LABEL-TABLE REDEFINES WS-SET-LABEL-VALUES.
             05 WS-SET-LABEL OCCURS 4 TIMES PIC X(16).
           01 WS-SHARE-TABLE.
             05 WS-SHARE-ENTRY OCCURS 4 TIMES.
               10 WS-SS-CODE PIC X(1).
               10 WS-SS-COUNT PIC 9(7).
               10 WS-SS-PRIOR-COUNT PIC 9(7).
           01 WS-POPULATION PIC 9(7).
           01 WS-PRIOR-POPULATION PIC 9(7).
           01 WS-POPULATION-SW PIC X(1).
             88 POPULATION-COUNTED VALUE "Y".
           01 WS-FROM-HISTORY-SW PIC X(1).
             88 POPULATION-FROM-HISTORY VALUE "Y".
           01 WS-SHARE PIC 9(3)V9.
           01 WS-PRIOR-SHARE PIC 9(3)V9.
           01 WS-MOVEMENT PIC S9(3)V9.
           78 WS-HISTORY-MAX VALUE 1200.
           01 WS-HISTORY-COUNT PIC 9(4).
           01 WS-HISTORY-TABLE.
             05 WS-HISTORY-ENTRY OCCURS 1200 TIMES.
               10 WS-HT-MONTH PIC 9(6).
               10 WS-HT-SET-CODE PIC X(1).
               10 WS-HT-SET-COUNT PIC 9(7).
               10 WS-HT-TOTAL-COUNT PIC 9(7).
      * print lines. the activity line serves both the month rows and
      * the operator rows; the operator rows leave the reject columns
      * blank.
           01 WS-ACTIVITY-HEADING.
             05 FILLER PIC X(8) VALUE "MONTH".
             05 FILLER PIC X(40) VALUE
                "     ADD   AMEND  CHANGE  DELETE  RENAME".
             05 FILLER PIC X(40) VALUE
                "   MERGE  REFUSE   OTHER  REJECT   RATE%".
           01 WS-OPERATOR-HEADING.
             05 FILLER PIC X(8) VALUE "OPERATOR".
             05 FILLER PIC X(40) VALUE
                "     ADD   AMEND  CHANGE  DELETE  RENAME".
             05 FILLER PIC X(24) VALUE
                "   MERGE  REFUSE   OTHER".
           01 WS-ACTIVITY-LINE.
             05 WS-AR-LABEL PIC X(8).
             05 WS-AR-COLUMN OCCURS 9 TIMES.
               10 FILLER PIC X(1).
               10 WS-AR-COUNT PIC ZZZ,ZZ9.
             05 FILLER PIC X(2).
             05 WS-AR-RATE PIC ZZ9.9.
           01 WS-REASON-HEADING.
             05 FILLER PIC X(30) VALUE "REJECT REASON".
             05 FILLER PIC X(16) VALUE "REJECTED   RATE%".
           01 WS-REASON-LINE.
             05 WS-RL-REASON PIC X(30).
             05 FILLER PIC X(1).
             05 WS-RL-COUNT PIC ZZZ,ZZ9.
             05 FILLER PIC X(3).
             05 WS-RL-RATE PIC ZZ9.9.
           01 WS-COHORT-HEADING.
             05 FILLER PIC X(39) VALUE "COHORT   DESCRIPTION".
             05 FILLER PIC X(25) VALUE
                "ACCEPTED  REJECTED  RATE%".
           01 WS-COHORT-LINE.
             05 WS-CL-ID PIC X(8).
             05 FILLER PIC X(1).
             05 WS-CL-DESC PIC X(30).
             05 FILLER PIC X(1).
             05 WS-CL-ACCEPTED PIC ZZZ,ZZ9.
             05 FILLER PIC X(3).
             05 WS-CL-REJECTED PIC ZZZ,ZZ9.
             05 FILLER PIC X(2).
             05 WS-CL-RATE PIC ZZ9.9.
           01 WS-SHARE-HEADING.
             05 FILLER PIC X(16) VALUE "PRONOUN SET".
             05 FILLER PIC X(33) VALUE
                " PEOPLE   SHARE%  PRIOR%    MOVED".
           01 WS-SHARE-LINE.
             05 WS-SL-LABEL PIC X(16).
             05 WS-SL-COUNT PIC ZZZ,ZZ9.
             05 FILLER PIC X(3).
             05 WS-SL-SHARE PIC ZZ9.9.
             05 FILLER PIC X(3).
             05 WS-SL-PRIOR PIC ZZ9.9.
             05 FILLER PIC X(4).
             05 WS-SL-MOVEMENT PIC +ZZ9.9.
           01 WS-COUNT-LINE.
             05 WS-CLN-LABEL PIC X(24).
             05 WS-CLN-COUNT PIC ZZZ,ZZ9.
           01 WS-DAYS-LINE.
             05 WS-DL-LABEL PIC X(24).
             05 WS-DL-DAYS PIC ZZZ,ZZ9.9.
      * the monthly management report: for the twelve months ending
      * with the report month, how many adds, amends, changes,
      * deletes, renames, merges and refused attempts the audit log
      * holds and how many arrivals intake rejected; then, for the
      * report month itself, the rejections by reason and by cohort,
      * how long repaired exceptions took to put right, each
      * operator's update activity, and how each pronoun set's share
      * of the people on file moved since the month before. the live
      * audit log and exception file are read together with every
      * period-end archive, so a month that has been archived still
      * reports in full.
       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           COMPUTE WS-END-INDEX =
               WS-TODAY-YEAR * 12 + WS-TODAY-MONTH - 2.
           PERFORM MAKE-MONTH-FROM-INDEX.
           MOVE WS-REPORT-MONTH TO WS-LAST-MONTH.
           DISPLAY "REPORT MONTH YYYYMM (ENTER FOR " WS-LAST-MONTH
               ") :" WITH NO ADVANCING.
           ACCEPT WS-MONTH-IN.
           IF WS-MONTH-IN NOT = SPACES
             IF WS-MONTH-IN IS NOT NUMERIC
               DISPLAY "NO VALID REPORT MONTH - NO REPORT WRITTEN"
               STOP RUN
             END-IF
             MOVE WS-MONTH-IN TO WS-REPORT-MONTH
             IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
               DISPLAY "NO VALID REPORT MONTH - NO REPORT WRITTEN"
               STOP RUN
             END-IF
           END-IF.
           COMPUTE WS-END-INDEX = WS-RM-YEAR * 12 + WS-RM-MONTH - 1.
           COMPUTE WS-START-INDEX = WS-END-INDEX - 11.
           COMPUTE WS-EVENT-INDEX = WS-END-INDEX - 1.
           PERFORM MAKE-PRIOR-MONTH.

           MOVE ZERO TO WS-MONTH-TABLE.
           MOVE 0 TO WS-OPERATOR-COUNT.
           MOVE 0 TO WS-REASON-COUNT.
           MOVE 0 TO WS-COHORT-COUNT.
           MOVE 0 TO WS-REPAIRED-COUNT.
           MOVE 0 TO WS-TOTAL-REPAIR-DAYS.
           MOVE 0 TO WS-WORST-REPAIR-DAYS.
           MOVE 0 TO WS-AUDIT-FILES-READ.
           MOVE 0 TO WS-EXCEPT-FILES-READ.

           PERFORM READ-PERIOD-END-ARCHIVES.
           MOVE "peopleaudit.dat" TO WS-INPUT-NAME.
           PERFORM TALLY-AUDIT-FILE.
           MOVE "pronounexceptions.dat" TO WS-INPUT-NAME.
           PERFORM TALLY-EXCEPTION-FILE.
           PERFORM TALLY-COHORT-ACCEPTANCE.
           PERFORM TAKE-POPULATION-SHARES.

           OPEN OUTPUT MONTHLY-REPORT-FILE.
           PERFORM WRITE-REPORT-TITLE.
           PERFORM WRITE-ACTIVITY-SECTION.
           PERFORM WRITE-REASON-SECTION.
           PERFORM WRITE-COHORT-SECTION.
           PERFORM WRITE-RESOLUTION-SECTION.
           PERFORM WRITE-OPERATOR-SECTION.
           PERFORM WRITE-SHARE-SECTION.
           CLOSE MONTHLY-REPORT-FILE.
           DISPLAY "MONTHLY REPORT FOR " WS-REPORT-MONTH
               " WRITTEN TO MONTHLYREPORT.DAT - " WS-AUDIT-FILES-READ
               " AUDIT AND " WS-EXCEPT-FILES-READ
               " EXCEPTION FILES READ".
           STOP RUN.

      * turns a month index back into YYYYMM in the report month.
       MAKE-MONTH-FROM-INDEX.
           DIVIDE WS-END-INDEX BY 12 GIVING WS-WORK-YEAR
             REMAINDER WS-WORK-MONTH.
           ADD 1 TO WS-WORK-MONTH.
           MOVE WS-WORK-YEAR TO WS-RM-YEAR.
           MOVE WS-WORK-MONTH TO WS-RM-MONTH.

       MAKE-PRIOR-MONTH.
           DIVIDE WS-EVENT-INDEX BY 12 GIVING WS-WORK-YEAR
             REMAINDER WS-WORK-MONTH.
           ADD 1 TO WS-WORK-MONTH.
           COMPUTE WS-PRIOR-MONTH = WS-WORK-YEAR * 100 + WS-WORK-MONTH.

      * a date's month index, and its row in the twelve-month table
      * when it falls inside the window.
       PLACE-DATE-IN-WINDOW.
           MOVE "N" TO WS-IN-WINDOW-SW.
           MOVE 0 TO WS-ROW.
           IF WS-WORK-DATE > 0
             COMPUTE WS-EVENT-INDEX = WS-WD-YEAR * 12 + WS-WD-MONTH - 1
             IF WS-EVENT-INDEX >= WS-START-INDEX
               AND WS-EVENT-INDEX <= WS-END-INDEX
               MOVE "Y" TO WS-IN-WINDOW-SW
               COMPUTE WS-ROW = WS-EVENT-INDEX - WS-START-INDEX + 1
             END-IF
           END-IF.

      * period-end names its archives by cutoff date, so the ones on
      * disk are listed by the shell, as person-erasure lists them,
      * and each is read by its own layout.
       READ-PERIOD-END-ARCHIVES.
           MOVE SPACES TO WS-COMMAND.
           STRING "ls peopleaudit.[0-9]*.dat "
                  DELIMITED BY SIZE
                  "pronounexceptions.[0-9]*.dat "
                  DELIMITED BY SIZE
                  "> monthlyarchives.tmp 2>/dev/null"
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
                   MOVE AX-RECORD TO WS-INPUT-NAME
                   IF WS-INPUT-NAME(1:12) = "peopleaudit."
                     PERFORM TALLY-AUDIT-FILE
                   ELSE
                     PERFORM TALLY-EXCEPTION-FILE
                   END-IF
                 END-IF
               AT END
                 MOVE 1 TO WS-LIST-IS-ENDED
             END-READ
           END-PERFORM.
           IF WS-AX-FILE-STATUS NOT = "35"
             CLOSE ARCHIVE-LIST-FILE
           END-IF.

       TALLY-AUDIT-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT HISTORY-INPUT-FILE.
           IF WS-HI-FILE-STATUS = "35"
             DISPLAY "WARNING - " WS-INPUT-NAME " NOT FOUND"
             MOVE 1 TO WS-FILE-IS-ENDED
           ELSE
             ADD 1 TO WS-AUDIT-FILES-READ
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ HISTORY-INPUT-FILE
               NOT AT END
                 MOVE SPACES TO AL-RECORD
                 MOVE HI-RECORD(1:172) TO AL-RECORD
                 PERFORM TALLY-ONE-AUDIT-EVENT
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           IF WS-HI-FILE-STATUS NOT = "35"
             CLOSE HISTORY-INPUT-FILE
           END-IF.

       TALLY-ONE-AUDIT-EVENT.
           IF AL-DATE IS NUMERIC AND AL-ACTION NOT = "ABSORB"
             MOVE AL-DATE TO WS-WORK-DATE
             PERFORM PLACE-DATE-IN-WINDOW
             IF DATE-IN-WINDOW
               MOVE WS-OTHER-COLUMN TO WS-COL
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 7
                 IF AL-ACTION = WS-ACTION-NAME(WS-I)
                   MOVE WS-I TO WS-COL
                 END-IF
               END-PERFORM
               ADD 1 TO WS-MT-COUNT(WS-ROW, WS-COL)
               IF WS-ROW = 12
                 PERFORM TALLY-OPERATOR-ACTIVITY
               END-IF
             END-IF
           END-IF.

       TALLY-OPERATOR-ACTIVITY.
           MOVE 0 TO WS-SLOT.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-OPERATOR-COUNT
             IF WS-OT-OPERATOR-ID(WS-I) = AL-OPERATOR-ID
               MOVE WS-I TO WS-SLOT
             END-IF
           END-PERFORM.
           IF WS-SLOT = 0
             IF WS-OPERATOR-COUNT = WS-OPERATOR-MAX
               DISPLAY "MORE THAN " WS-OPERATOR-MAX " OPERATORS IN "
                   "THE MONTH - OPERATOR " AL-OPERATOR-ID
                   " NOT LISTED"
             ELSE
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE WS-OPERATOR-COUNT TO WS-SLOT
               MOVE AL-OPERATOR-ID TO WS-OT-OPERATOR-ID(WS-SLOT)
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
                 MOVE 0 TO WS-OT-COUNT(WS-SLOT, WS-I)
               END-PERFORM
             END-IF
           END-IF.
           IF WS-SLOT > 0
             ADD 1 TO WS-OT-COUNT(WS-SLOT, WS-COL)
           END-IF.

       TALLY-EXCEPTION-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT HISTORY-INPUT-FILE.
           IF WS-HI-FILE-STATUS = "35"
             DISPLAY "WARNING - " WS-INPUT-NAME " NOT FOUND"
             MOVE 1 TO WS-FILE-IS-ENDED
           ELSE
             ADD 1 TO WS-EXCEPT-FILES-READ
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ HISTORY-INPUT-FILE
               NOT AT END
                 MOVE SPACES TO EX-RECORD
                 MOVE HI-RECORD(1:134) TO EX-RECORD
                 PERFORM TALLY-ONE-EXCEPTION
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           IF WS-HI-FILE-STATUS NOT = "35"
             CLOSE HISTORY-INPUT-FILE
           END-IF.

      * every exception counts as a rejection in the month it was
      * rejected, whatever has become of it since. a repaired one
      * also counts toward the time to resolve in the month it was
      * repaired - those settled before the resolved date was kept
      * have none and are left out.
       TALLY-ONE-EXCEPTION.
           IF EX-REJECT-DATE IS NUMERIC
             MOVE EX-REJECT-DATE TO WS-WORK-DATE
             PERFORM PLACE-DATE-IN-WINDOW
             IF DATE-IN-WINDOW
               ADD 1 TO WS-MT-COUNT(WS-ROW, WS-REJECT-COLUMN)
               IF WS-ROW = 12
                 PERFORM TALLY-REJECT-REASON
               END-IF
             END-IF
             IF EX-IS-RESOLVED AND EX-RESOLVED-DATE IS NUMERIC
               AND EX-RESOLVED-DATE >= EX-REJECT-DATE
               AND EX-REJECT-DATE > 0
               MOVE EX-RESOLVED-DATE TO WS-WORK-DATE
               PERFORM PLACE-DATE-IN-WINDOW
               IF WS-ROW = 12
                 PERFORM TALLY-REPAIR-TIME
               END-IF
             END-IF
           END-IF.

       TALLY-REJECT-REASON.
           MOVE 0 TO WS-SLOT.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-REASON-COUNT
             IF WS-RT-REASON(WS-I) = EX-REJECT-REASON
               MOVE WS-I TO WS-SLOT
             END-IF
           END-PERFORM.
           IF WS-SLOT = 0
             IF WS-REASON-COUNT = WS-REASON-MAX
               DISPLAY "MORE THAN " WS-REASON-MAX " REJECT REASONS "
                   "IN THE MONTH - " EX-REJECT-REASON " NOT LISTED"
             ELSE
               ADD 1 TO WS-REASON-COUNT
               MOVE WS-REASON-COUNT TO WS-SLOT
               MOVE EX-REJECT-REASON TO WS-RT-REASON(WS-SLOT)
               MOVE 0 TO WS-RT-COUNT(WS-SLOT)
             END-IF
           END-IF.
           IF WS-SLOT > 0
             ADD 1 TO WS-RT-COUNT(WS-SLOT)
           END-IF.

       TALLY-REPAIR-TIME.
           COMPUTE WS-REPAIR-DAYS =
               FUNCTION INTEGER-OF-DATE(EX-RESOLVED-DATE)
               - FUNCTION INTEGER-OF-DATE(EX-REJECT-DATE).
           ADD 1 TO WS-REPAIRED-COUNT.
           ADD WS-REPAIR-DAYS TO WS-TOTAL-REPAIR-DAYS.
           IF WS-REPAIR-DAYS > WS-WORST-REPAIR-DAYS
             MOVE WS-REPAIR-DAYS TO WS-WORST-REPAIR-DAYS
           END-IF.

      * acceptance blocks written before main-program dated them have
      * no date on the header and belong to no month.
       TALLY-COHORT-ACCEPTANCE.
           MOVE "N" TO WS-BLOCK-IN-MONTH-SW.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT COHORT-ACCEPT-FILE.
           IF WS-CA-FILE-STATUS = "35"
             MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ COHORT-ACCEPT-FILE
               NOT AT END
                 EVALUATE TRUE
                   WHEN CA-HEADER-TITLE = "COHORT INTAKE ACCEPTANCE"
                     MOVE "N" TO WS-BLOCK-IN-MONTH-SW
                     IF CA-INTAKE-DATE IS NUMERIC
                       AND CA-INTAKE-DATE(1:6) = WS-REPORT-MONTH
                       MOVE "Y" TO WS-BLOCK-IN-MONTH-SW
                     END-IF
                   WHEN CA-ACCEPTED-LABEL = " ACCEPTED="
                     IF BLOCK-IN-REPORT-MONTH
                       PERFORM TALLY-ONE-COHORT
                     END-IF
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           IF WS-CA-FILE-STATUS NOT = "35"
             CLOSE COHORT-ACCEPT-FILE
           END-IF.

       TALLY-ONE-COHORT.
           MOVE CA-ACCEPTED-PRINT TO WS-WORK-ACCEPTED.
           MOVE CA-REJECTED-PRINT TO WS-WORK-REJECTED.
           MOVE 0 TO WS-SLOT.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-COHORT-COUNT
             IF WS-CT-ID(WS-I) = CA-COHORT-ID
               MOVE WS-I TO WS-SLOT
             END-IF
           END-PERFORM.
           IF WS-SLOT = 0
             IF WS-COHORT-COUNT = WS-COHORT-MAX
               DISPLAY "MORE THAN " WS-COHORT-MAX " COHORTS IN THE "
                   "MONTH - COHORT " CA-COHORT-ID " NOT LISTED"
             ELSE
               ADD 1 TO WS-COHORT-COUNT
               MOVE WS-COHORT-COUNT TO WS-SLOT
               MOVE CA-COHORT-ID TO WS-CT-ID(WS-SLOT)
               MOVE CA-COHORT-DESC TO WS-CT-DESC(WS-SLOT)
               MOVE 0 TO WS-CT-ACCEPTED(WS-SLOT)
               MOVE 0 TO WS-CT-REJECTED(WS-SLOT)
             END-IF
           END-IF.
           IF WS-SLOT > 0
             ADD WS-WORK-ACCEPTED TO WS-CT-ACCEPTED(WS-SLOT)
             ADD WS-WORK-REJECTED TO WS-CT-REJECTED(WS-SLOT)
           END-IF.

      * people.dat is counted under the report month, as it stands
      * when the report is run - at the turn of the month that is the
      * month-end population. a month older than last month is not
      * what people.dat holds now, so if its figures are already on
      * pronounshares.dat they are used as they were recorded; every
      * other run records its count, replacing any earlier run for
      * the same month.
       TAKE-POPULATION-SHARES.
           MOVE "N" TO WS-POPULATION-SW.
           MOVE "N" TO WS-FROM-HISTORY-SW.
           PERFORM VARYING WS-SET FROM 1 BY 1 UNTIL WS-SET > 4
             IF WS-SET > PRONSET-COUNT
               MOVE "O" TO WS-SS-CODE(WS-SET)
             ELSE
               MOVE PRONSET-FILE-CODE(WS-SET) TO WS-SS-CODE(WS-SET)
             END-IF
             MOVE 0 TO WS-SS-COUNT(WS-SET)
             MOVE 0 TO WS-SS-PRIOR-COUNT(WS-SET)
           END-PERFORM.
           MOVE 0 TO WS-POPULATION.
           MOVE 0 TO WS-PRIOR-POPULATION.
           PERFORM LOAD-SHARE-HISTORY.
           PERFORM FIND-PRIOR-SHARES.
           IF WS-REPORT-MONTH < WS-LAST-MONTH
             PERFORM FIND-RECORDED-SHARES
           END-IF.
           IF NOT POPULATION-FROM-HISTORY
             PERFORM COUNT-PEOPLE-BY-SET
             IF POPULATION-COUNTED
               PERFORM WRITE-SHARE-HISTORY
             END-IF
           END-IF.

       LOAD-SHARE-HISTORY.
           MOVE 0 TO WS-HISTORY-COUNT.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT SHARE-HISTORY-FILE.
           IF WS-SH-FILE-STATUS = "35"
             MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ SHARE-HISTORY-FILE
               NOT AT END
                 IF WS-HISTORY-COUNT = WS-HISTORY-MAX
                   DISPLAY "PRONOUNSHARES.DAT EXCEEDS " WS-HISTORY-MAX
                       " LINES - ABORTING RUN"
                   CLOSE SHARE-HISTORY-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                 END-IF
                 ADD 1 TO WS-HISTORY-COUNT
                 MOVE SH-MONTH TO WS-HT-MONTH(WS-HISTORY-COUNT)
                 MOVE SH-SET-CODE TO WS-HT-SET-CODE(WS-HISTORY-COUNT)
                 MOVE SH-SET-COUNT
                   TO WS-HT-SET-COUNT(WS-HISTORY-COUNT)
                 MOVE SH-TOTAL-COUNT
                   TO WS-HT-TOTAL-COUNT(WS-HISTORY-COUNT)
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           IF WS-SH-FILE-STATUS NOT = "35"
             CLOSE SHARE-HISTORY-FILE
           END-IF.

      * the prior figures are the month before the report month's;
      * with none recorded for it the movement cannot be shown.
       FIND-PRIOR-SHARES.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-HISTORY-COUNT
             IF WS-HT-MONTH(WS-I) = WS-PRIOR-MONTH
               MOVE WS-HT-TOTAL-COUNT(WS-I) TO WS-PRIOR-POPULATION
               PERFORM VARYING WS-SET FROM 1 BY 1 UNTIL WS-SET > 4
                 IF WS-HT-SET-CODE(WS-I) = WS-SS-CODE(WS-SET)
                   MOVE WS-HT-SET-COUNT(WS-I)
                     TO WS-SS-PRIOR-COUNT(WS-SET)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

       FIND-RECORDED-SHARES.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-HISTORY-COUNT
             IF WS-HT-MONTH(WS-I) = WS-REPORT-MONTH
               MOVE "Y" TO WS-FROM-HISTORY-SW
               MOVE "Y" TO WS-POPULATION-SW
               MOVE WS-HT-TOTAL-COUNT(WS-I) TO WS-POPULATION
               PERFORM VARYING WS-SET FROM 1 BY 1 UNTIL WS-SET > 4
                 IF WS-HT-SET-CODE(WS-I) = WS-SS-CODE(WS-SET)
                   MOVE WS-HT-SET-COUNT(WS-I) TO WS-SS-COUNT(WS-SET)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

      * the primary set is matched on its subject and object forms,
      * as pronoun-summary matches it.
       COUNT-PEOPLE-BY-SET.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-PEOPLE-FILE.
           IF WS-PE-FILE-STATUS NOT = "00"
             DISPLAY "PEOPLE.DAT NOT READABLE - STATUS "
                 WS-PE-FILE-STATUS " - NO PRONOUN SHARES TAKEN"
             MOVE 1 TO WS-FILE-IS-ENDED
           ELSE
             MOVE "Y" TO WS-POPULATION-SW
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
             READ F-PEOPLE-FILE
               NOT AT END
                 ADD 1 TO WS-POPULATION
                 MOVE 4 TO WS-SLOT
                 PERFORM VARYING WS-SET FROM 1 BY 1
                     UNTIL WS-SET > PRONSET-COUNT
                   IF RC-PERSON-PRONOUN-NOM = PRONSET-NOM(WS-SET)
                     AND RC-PERSON-PRONOUN-OBJ = PRONSET-OBJ(WS-SET)
                     MOVE WS-SET TO WS-SLOT
                   END-IF
                 END-PERFORM
                 ADD 1 TO WS-SS-COUNT(WS-SLOT)
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
           END-PERFORM.
           IF POPULATION-COUNTED
             CLOSE F-PEOPLE-FILE
           END-IF.

       WRITE-SHARE-HISTORY.
           OPEN OUTPUT SHARE-HISTORY-FILE.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-HISTORY-COUNT
             IF WS-HT-MONTH(WS-I) NOT = WS-REPORT-MONTH
               MOVE WS-HT-MONTH(WS-I) TO SH-MONTH
               MOVE WS-HT-SET-CODE(WS-I) TO SH-SET-CODE
               MOVE WS-HT-SET-COUNT(WS-I) TO SH-SET-COUNT
               MOVE WS-HT-TOTAL-COUNT(WS-I) TO SH-TOTAL-COUNT
               WRITE SH-RECORD
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-SET FROM 1 BY 1 UNTIL WS-SET > 4
             MOVE WS-REPORT-MONTH TO SH-MONTH
             MOVE WS-SS-CODE(WS-SET) TO SH-SET-CODE
             MOVE WS-SS-COUNT(WS-SET) TO SH-SET-COUNT
             MOVE WS-POPULATION TO SH-TOTAL-COUNT
             WRITE SH-RECORD
           END-PERFORM.
           CLOSE SHARE-HISTORY-FILE.

       WRITE-REPORT-TITLE.
           MOVE WS-END-INDEX TO WS-EVENT-INDEX.
           PERFORM MAKE-MONTH-LABEL.
           MOVE SPACES TO MR-RECORD.
           STRING "MONTHLY PRONOUN ACTIVITY AND DATA QUALITY - "
                  DELIMITED BY SIZE
                  WS-MONTH-LABEL DELIMITED BY SIZE
                  " - RUN " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
             INTO MR-RECORD
           END-STRING.
           WRITE MR-RECORD.
           DISPLAY MR-RECORD.

       MAKE-MONTH-LABEL.
           DIVIDE WS-EVENT-INDEX BY 12 GIVING WS-WORK-YEAR
             REMAINDER WS-WORK-MONTH.
           ADD 1 TO WS-WORK-MONTH.
           MOVE SPACES TO WS-MONTH-LABEL.
           STRING WS-WORK-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-WORK-MONTH DELIMITED BY SIZE
             INTO WS-MONTH-LABEL
           END-STRING.

      * the rejection rate is the month's rejections over the month's
      * attempts to put someone on file - rejections plus adds.
       COMPUTE-REJECTION-RATE.
           MOVE 0 TO WS-RATE.
           IF WS-MONTH-ARRIVALS > 0
             COMPUTE WS-RATE ROUNDED =
                 WS-MONTH-REJECTED * 100 / WS-MONTH-ARRIVALS
           END-IF.

       WRITE-ACTIVITY-SECTION.
           MOVE SPACES TO MR-RECORD.
           WRITE MR-RECORD.
           MOVE "ACTIVITY AND INTAKE REJECTIONS BY MONTH" TO MR-RECORD.
           WRITE MR-RECORD.
           MOVE WS-ACTIVITY-HEADING TO MR-RECORD.
           WRITE MR-RECORD.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 12
             COMPUTE WS-EVENT-INDEX = WS-START-INDEX + WS-ROW - 1
             PERFORM MAKE-MONTH-LABEL
             MOVE SPACES TO WS-ACTIVITY-LINE
             MOVE WS-MONTH-LABEL TO WS-AR-LABEL
             PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 9
               MOVE WS-MT-COUNT(WS-ROW, WS-COL)
                 TO WS-AR-COUNT(WS-COL)
             END-PERFORM
             MOVE WS-MT-COUNT(WS-ROW, WS-REJECT-COLUMN)
               TO WS-MONTH-REJECTED
             ADD WS-MT-COUNT(WS-ROW, WS-REJECT-COLUMN)
                 WS-MT-COUNT(WS-ROW, 1) GIVING WS-MONTH-ARRIVALS
             PERFORM COMPUTE-REJECTION-RATE
             MOVE WS-RATE TO WS-AR-RATE
             MOVE WS-ACTIVITY-LINE TO MR-RECORD
             WRITE MR-RECORD
           END-PERFORM.

       WRITE-REASON-SECTION.
           MOVE WS-MT-COUNT(12, WS-REJECT-COLUMN) TO WS-MONTH-REJECTED.
           ADD WS-MT-COUNT(12, WS-REJECT-COLUMN) WS-MT-COUNT(12, 1)
             GIVING WS-MONTH-ARRIVALS.
           MOVE SPACES TO MR-RECORD.
           WRITE MR-RECORD.
           MOVE SPACES TO MR-RECORD.
           STRING "INTAKE REJECTIONS BY REASON - " DELIMITED BY SIZE
                  WS-MONTH-LABEL DELIMITED BY SIZE
             INTO MR-RECORD
           END-STRING.
           WRITE MR-RECORD.
           IF WS-REASON-COUNT = 0
             MOVE "NO ARRIVALS REJECTED IN THE MONTH" TO MR-RECORD
             WRITE MR-RECORD
           ELSE
             MOVE WS-REASON-HEADING TO MR-RECORD
             WRITE MR-RECORD
             PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-REASON-COUNT
               MOVE SPACES TO WS-REASON-LINE
               MOVE WS-RT-REASON(WS-I) TO WS-RL-REASON
               MOVE WS-RT-COUNT(WS-I) TO WS-RL-COUNT
               MOVE WS-RT-COUNT(WS-I) TO WS-MONTH-REJECTED
               PERFORM COMPUTE-REJECTION-RATE
               MOVE WS-RATE TO WS-RL-RATE
               MOVE WS-REASON-LINE TO MR-RECORD
               WRITE MR-RECORD
             END-PERFORM
             MOVE SPACES TO WS-REASON-LINE
             MOVE "ALL REASONS" TO WS-RL-REASON
             MOVE WS-MT-COUNT(12, WS-REJECT-COLUMN) TO WS-RL-COUNT
             MOVE WS-MT-COUNT(12, WS-REJECT-COLUMN)
               TO WS-MONTH-REJECTED
             PERFORM COMPUTE-REJECTION-RATE
             MOVE WS-RATE TO WS-RL-RATE
             MOVE WS-REASON-LINE TO MR-RECORD
             WRITE MR-RECORD
           END-IF.

      * a cohort's rate is taken from main-program's own acceptance
      * counts for the intakes run in the month.
       WRITE-COHORT-SECTION.
           MOVE SPACES TO MR-RECORD.
           WRITE MR-RECORD.
           MOVE SPACES TO MR-RECORD.
           STRING "INTAKE ACCEPTANCE BY COHORT - " DELIMITED BY SIZE
                  WS-MONTH-LABEL DELIMITED BY SIZE
             INTO MR-RECORD
           END-STRING.
           WRITE MR-RECORD.
           IF WS-COHORT-COUNT = 0
             MOVE "NO COHORT INTAKE RUN IN THE MONTH" TO MR-RECORD
             WRITE MR-RECORD
           ELSE
             MOVE WS-COHORT-HEADING TO MR-RECORD
             WRITE MR-RECORD
             PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-COHORT-COUNT
               MOVE SPACES TO WS-COHORT-LINE
               MOVE WS-CT-ID(WS-I) TO WS-CL-ID
               MOVE WS-CT-DESC(WS-I) TO WS-CL-DESC
               MOVE WS-CT-ACCEPTED(WS-I) TO WS-CL-ACCEPTED
               MOVE WS-CT-REJECTED(WS-I) TO WS-CL-REJECTED
               MOVE WS-CT-REJECTED(WS-I) TO WS-MONTH-REJECTED
               ADD WS-CT-ACCEPTED(WS-I) WS-CT-REJECTED(WS-I)
                 GIVING WS-MONTH-ARRIVALS
               PERFORM COMPUTE-REJECTION-RATE
               MOVE WS-RATE TO WS-CL-RATE
               MOVE WS-COHORT-LINE TO MR-RECORD
               WRITE MR-RECORD
             END-PERFORM
           END-IF.

       WRITE-RESOLUTION-SECTION.
           MOVE SPACES TO MR-RECORD.
           WRITE MR-RECORD.
           MOVE SPACES TO MR-RECORD.
           STRING "EXCEPTIONS REPAIRED - " DELIMITED BY SIZE
                  WS-MONTH-LABEL DELIMITED BY SIZE
             INTO MR-RECORD
           END-STRING.
           WRITE MR-RECORD.
           MOVE "REPAIRED IN THE MONTH" TO WS-CLN-LABEL.
           MOVE WS-REPAIRED-COUNT TO WS-CLN-COUNT.
           MOVE WS-COUNT-LINE TO MR-RECORD.
           WRITE MR-RECORD.
           MOVE 0 TO WS-AVERAGE-DAYS.
           IF WS-REPAIRED-COUNT > 0
             COMPUTE WS-AVERAGE-DAYS ROUNDED =
                 WS-TOTAL-REPAIR-DAYS / WS-REPAIRED-COUNT
           END-IF.
           MOVE "AVERAGE DAYS TO REPAIR" TO WS-DL-LABEL.
           MOVE WS-AVERAGE-DAYS TO WS-DL-DAYS.
           MOVE WS-DAYS-LINE TO MR-RECORD.
           WRITE MR-RECORD.
           MOVE "WORST DAYS TO REPAIR" TO WS-CLN-LABEL.
           MOVE WS-WORST-REPAIR-DAYS TO WS-CLN-COUNT.
           MOVE WS-COUNT-LINE TO MR-RECORD.
           WRITE MR-RECORD.

       WRITE-OPERATOR-SECTION.
           MOVE SPACES TO MR-RECORD.
           WRITE MR-RECORD.
           MOVE SPACES TO MR-RECORD.
           STRING "UPDATE ACTIVITY BY OPERATOR - " DELIMITED BY SIZE
                  WS-MONTH-LABEL DELIMITED BY SIZE
             INTO MR-RECORD
           END-STRING.
           WRITE MR-RECORD.
           IF WS-OPERATOR-COUNT = 0
             MOVE "NO AUDITED ACTIVITY IN THE MONTH" TO MR-RECORD
             WRITE MR-RECORD
           ELSE
             MOVE WS-OPERATOR-HEADING TO MR-RECORD
             WRITE MR-RECORD
             PERFORM VARYING WS-I FROM 1 BY 1
                 UNTIL WS-I > WS-OPERATOR-COUNT
               MOVE SPACES TO WS-ACTIVITY-LINE
               MOVE WS-OT-OPERATOR-ID(WS-I) TO WS-AR-LABEL
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
                 MOVE WS-OT-COUNT(WS-I, WS-COL) TO WS-AR-COUNT(WS-COL)
               END-PERFORM
               MOVE WS-ACTIVITY-LINE(1:72) TO MR-RECORD
               WRITE MR-RECORD
             END-PERFORM
           END-IF.

       WRITE-SHARE-SECTION.
           MOVE SPACES TO WS-PRIOR-LABEL.
           STRING WS-PRIOR-MONTH(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PRIOR-MONTH(5:2) DELIMITED BY SIZE
             INTO WS-PRIOR-LABEL
           END-STRING.
           MOVE SPACES TO MR-RECORD.
           WRITE MR-RECORD.
           MOVE SPACES TO MR-RECORD.
           STRING "PRONOUN SET SHARE OF PEOPLE ON FILE - "
                  DELIMITED BY SIZE
                  WS-MONTH-LABEL DELIMITED BY SIZE
                  " AGAINST " DELIMITED BY SIZE
                  WS-PRIOR-LABEL DELIMITED BY SIZE
             INTO MR-RECORD
           END-STRING.
           WRITE MR-RECORD.
           IF NOT POPULATION-COUNTED
             MOVE "PEOPLE.DAT NOT READABLE - NO SHARES TAKEN"
               TO MR-RECORD
             WRITE MR-RECORD
           ELSE
             MOVE WS-SHARE-HEADING TO MR-RECORD
             WRITE MR-RECORD
             PERFORM VARYING WS-SET FROM 1 BY 1 UNTIL WS-SET > 4
               PERFORM WRITE-ONE-SHARE-LINE
             END-PERFORM
             MOVE "PEOPLE ON FILE" TO WS-CLN-LABEL
             MOVE WS-POPULATION TO WS-CLN-COUNT
             MOVE WS-COUNT-LINE TO MR-RECORD
             WRITE MR-RECORD
             IF WS-PRIOR-POPULATION = 0
               MOVE "NO FIGURES ON FILE FOR THE MONTH BEFORE"
                 TO MR-RECORD
               WRITE MR-RECORD
             END-IF
           END-IF.

       WRITE-ONE-SHARE-LINE.
           MOVE SPACES TO WS-SHARE-LINE.
           MOVE WS-SET-LABEL(WS-SET) TO WS-SL-LABEL.
           MOVE WS-SS-COUNT(WS-SET) TO WS-SL-COUNT.
           MOVE 0 TO WS-SHARE.
           IF WS-POPULATION > 0
             COMPUTE WS-SHARE ROUNDED =
                 WS-SS-COUNT(WS-SET) * 100 / WS-POPULATION
           END-IF.
           MOVE WS-SHARE TO WS-SL-SHARE.
           IF WS-PRIOR-POPULATION > 0
             COMPUTE WS-PRIOR-SHARE ROUNDED =
                 WS-SS-PRIOR-COUNT(WS-SET) * 100 / WS-PRIOR-POPULATION
             MOVE WS-PRIOR-SHARE TO WS-SL-PRIOR
             COMPUTE WS-MOVEMENT = WS-SHARE - WS-PRIOR-SHARE
             MOVE WS-MOVEMENT TO WS-SL-MOVEMENT
           END-IF.
           MOVE WS-SHARE-LINE TO MR-RECORD.
           WRITE MR-RECORD.
