       IDENTIFICATION DIVISION.
       PROGRAM-ID. "hr-reconcile".
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HR-ROSTER-FILE ASSIGN TO "hrroster.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HR-FILE-STATUS.
               SELECT SORTED-ROSTER-FILE ASSIGN TO "hrrostersorted.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HS-FILE-STATUS.
               SELECT ROSTER-SORT-FILE ASSIGN TO "hrrostersort.tmp".
               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES
                 FILE STATUS IS WS-PE-FILE-STATUS.
               SELECT COHORT-MASTER-FILE ASSIGN TO "cohortmaster.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS RANDOM
                 RECORD KEY IS CM-COHORT-ID
                 FILE STATUS IS WS-CM-FILE-STATUS.
               SELECT LEAVERS-FILE ASSIGN TO "hrleavers.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT CHASE-SORT-FILE ASSIGN TO "hrchasesort.tmp".
               SELECT CHASE-LIST-FILE ASSIGN TO "hrchaselist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
               SELECT HR-REPORT-FILE ASSIGN TO "hrreconreport.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      * HR's nightly roster: one record per person currently employed,
      * with the cohort HR has them in.
           FD HR-ROSTER-FILE.
           01 HR-RECORD.
             05 HR-EMPLOYEE-ID PIC X(10).
             05 HR-NAME PIC X(20).
             05 HR-COHORT-ID PIC X(8).
             05 HR-HIRE-DATE PIC 9(8).
           FD SORTED-ROSTER-FILE.
           01 HS-RECORD.
             05 HS-EMPLOYEE-ID PIC X(10).
             05 HS-NAME PIC X(20).
             05 HS-COHORT-ID PIC X(8).
             05 HS-HIRE-DATE PIC 9(8).
           SD ROSTER-SORT-FILE.
           01 RS-RECORD.
             05 RS-EMPLOYEE-ID PIC X(10).
             05 RS-NAME PIC X(20).
             05 RS-COHORT-ID PIC X(8).
             05 RS-HIRE-DATE PIC 9(8).
           FD F-PEOPLE-FILE.
           01 RC-PERSON.
             COPY "PEOPLEREC.CPY".
           FD COHORT-MASTER-FILE.
           01 CM-COHORT.
             COPY "COHORTRC.CPY".
      * leavers go out as DELETE transactions in the peoplemaint.dat
      * layout, person number filled in so a shared name deletes the
      * right person. nothing is deleted here - the file is reviewed
      * and handed to people-maintenance's batch mode.
           FD LEAVERS-FILE.
           01 MT-RECORD.
             COPY "MAINTTRN.CPY".
           SD CHASE-SORT-FILE.
           01 CS-RECORD.
             05 CS-COHORT-ID PIC X(8).
             05 CS-NAME PIC X(20).
             05 CS-EMPLOYEE-ID PIC X(10).
             05 CS-HIRE-DATE PIC 9(8).
           FD CHASE-LIST-FILE.
           01 CL-RECORD PIC X(100).
           FD HR-REPORT-FILE.
           01 HP-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-HR-FILE-STATUS PIC X(2).
           01 WS-HS-FILE-STATUS PIC X(2).
           01 WS-PE-FILE-STATUS PIC X(2).
           01 WS-CM-FILE-STATUS PIC X(2).
           01 WS-MASTER-IS-ENDED PIC 9.
           01 WS-ROSTER-IS-ENDED PIC 9.
           01 WS-SORT-IS-ENDED PIC 9.
           01 WS-MATCH-NAME PIC X(20).
           01 WS-I PIC 9(4).
           01 WS-J PIC 9(4).
           01 WS-ROSTER-COUNT PIC 9(6).
           01 WS-MASTER-COUNT PIC 9(6).
           01 WS-MATCHED-COUNT PIC 9(6).
           01 WS-LEAVER-COUNT PIC 9(6).
           01 WS-NEW-HIRE-COUNT PIC 9(6).
           01 WS-COHORT-DIFF-COUNT PIC 9(6).
           01 WS-UNKNOWN-COHORT-COUNT PIC 9(6).
           01 WS-OVERFLOW-COUNT PIC 9(6).
           01 WS-CHASE-COHORT PIC X(8).
           01 WS-CHASE-COHORT-COUNT PIC 9(6).
           01 WS-FIRST-COHORT-SW PIC X(1).
             88 FIRST-COHORT-PENDING VALUE "Y".
           01 WS-COHORT-MASTER-SW PIC X(1).
             88 COHORT-MASTER-PRESENT VALUE "Y".
           01 WS-COHORT-FOUND-SW PIC X(1).
             88 COHORT-WAS-FOUND VALUE "Y".
           01 WS-COHORT-DESC PIC X(30).
      * everyone sharing one name is held at a time, from each side,
      * so people with the same name can be paired by cohort.
           78 WS-NAME-GROUP-MAX VALUE 50.
           01 WS-MASTER-GROUP-COUNT PIC 9(4).
           01 WS-MASTER-GROUP.
             05 WS-MASTER-ENTRY OCCURS 50 TIMES.
               10 WS-MG-PERSON-ID PIC 9(8).
               10 WS-MG-COHORT PIC X(8).
               10 WS-MG-PAIRED PIC X(1).
           01 WS-ROSTER-GROUP-COUNT PIC 9(4).
           01 WS-ROSTER-GROUP.
             05 WS-ROSTER-ENTRY OCCURS 50 TIMES.
               10 WS-RG-EMPLOYEE-ID PIC X(10).
               10 WS-RG-COHORT PIC X(8).
               10 WS-RG-HIRE-DATE PIC 9(8).
               10 WS-RG-PAIRED PIC X(1).
           01 WS-COUNT-LINE.
             05 WS-CL-LABEL PIC X(24).
             05 WS-CL-COUNT PIC ZZZ,ZZ9.
      * HR's roster is the word on who works here. it is sorted onto
      * name and matched against the master read on its name key:
      *   - on the master, not on the roster: a leaver. a DELETE
      *     transaction goes to hrleavers.dat for review.
      *   - on the roster, not on the master: a starter who never went
      *     through intake. they go on the chase list by cohort.
      *   - on both under different cohorts, or under a cohort that is
      *     not on cohortmaster.dat: reported as a difference.
      * the step is optional in the nightly stream - with no roster
      * delivered it reports nothing to reconcile and ends clean.
       PROCEDURE DIVISION.
           OPEN INPUT HR-ROSTER-FILE.
           IF WS-HR-FILE-STATUS = "35"
             DISPLAY "HRROSTER.DAT NOT FOUND - NOTHING TO RECONCILE"
             STOP RUN
           END-IF.
           CLOSE HR-ROSTER-FILE.

           SORT ROSTER-SORT-FILE
             ON ASCENDING KEY RS-NAME
             ON ASCENDING KEY RS-COHORT-ID
             USING HR-ROSTER-FILE
             GIVING SORTED-ROSTER-FILE.

           OPEN INPUT SORTED-ROSTER-FILE.
           MOVE 0 TO WS-ROSTER-IS-ENDED.
           PERFORM READ-NEXT-ROSTER-RECORD.
      * an empty roster would make every person on file a leaver -
      * that is a bad delivery from HR, not a mass departure.
           IF WS-ROSTER-IS-ENDED = 1
             DISPLAY "HRROSTER.DAT IS EMPTY - NOTHING RECONCILED"
             CLOSE SORTED-ROSTER-FILE
             STOP RUN
           END-IF.

           OPEN INPUT F-PEOPLE-FILE.
           IF WS-PE-FILE-STATUS NOT = "00"
             DISPLAY "PEOPLE.DAT NOT READABLE - STATUS "
                 WS-PE-FILE-STATUS
             CLOSE SORTED-ROSTER-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "Y" TO WS-COHORT-MASTER-SW.
           OPEN INPUT COHORT-MASTER-FILE.
           IF WS-CM-FILE-STATUS = "35"
             DISPLAY "COHORTMASTER.DAT NOT FOUND - ROSTER COHORTS "
                 "NOT CHECKED"
             MOVE "N" TO WS-COHORT-MASTER-SW
           END-IF.

           OPEN OUTPUT LEAVERS-FILE.
           OPEN OUTPUT HR-REPORT-FILE.
           MOVE "HR ROSTER RECONCILIATION - DIFFERENCES" TO HP-RECORD.
           WRITE HP-RECORD.
           MOVE SPACES TO HP-RECORD.
           WRITE HP-RECORD.
           MOVE 0 TO WS-ROSTER-COUNT.
           MOVE 0 TO WS-MASTER-COUNT.
           MOVE 0 TO WS-MATCHED-COUNT.
           MOVE 0 TO WS-LEAVER-COUNT.
           MOVE 0 TO WS-NEW-HIRE-COUNT.
           MOVE 0 TO WS-COHORT-DIFF-COUNT.
           MOVE 0 TO WS-UNKNOWN-COHORT-COUNT.
           MOVE 0 TO WS-OVERFLOW-COUNT.

           SORT CHASE-SORT-FILE
             ON ASCENDING KEY CS-COHORT-ID
             ON ASCENDING KEY CS-NAME
             INPUT PROCEDURE IS MATCH-ROSTER-TO-MASTER
             OUTPUT PROCEDURE IS WRITE-CHASE-LIST.

           PERFORM WRITE-RECONCILE-TOTALS.
           CLOSE SORTED-ROSTER-FILE.
           CLOSE F-PEOPLE-FILE.
           IF COHORT-MASTER-PRESENT
             CLOSE COHORT-MASTER-FILE
           END-IF.
           CLOSE LEAVERS-FILE.
           CLOSE HR-REPORT-FILE.
           DISPLAY "HR RECONCILIATION COMPLETE - " WS-LEAVER-COUNT
               " LEAVERS, " WS-NEW-HIRE-COUNT " TO CHASE, "
               WS-COHORT-DIFF-COUNT " COHORT DIFFERENCES".
           STOP RUN.

      * the master is walked on its name key so both sides arrive in
      * name order; each pass takes every record for the lower name
      * from whichever side holds it.
       MATCH-ROSTER-TO-MASTER.
           MOVE 0 TO WS-MASTER-IS-ENDED.
           MOVE LOW-VALUES TO RC-PERSON-NAME.
           START F-PEOPLE-FILE KEY IS NOT LESS THAN RC-PERSON-NAME
             INVALID KEY
               MOVE 1 TO WS-MASTER-IS-ENDED
           END-START.
           PERFORM READ-NEXT-MASTER-RECORD.
           PERFORM MATCH-ONE-NAME
             UNTIL WS-MASTER-IS-ENDED = 1 AND WS-ROSTER-IS-ENDED = 1.

       MATCH-ONE-NAME.
           EVALUATE TRUE
             WHEN WS-ROSTER-IS-ENDED = 1
               MOVE RC-PERSON-NAME TO WS-MATCH-NAME
             WHEN WS-MASTER-IS-ENDED = 1
               MOVE HS-NAME TO WS-MATCH-NAME
             WHEN RC-PERSON-NAME < HS-NAME
               MOVE RC-PERSON-NAME TO WS-MATCH-NAME
             WHEN OTHER
               MOVE HS-NAME TO WS-MATCH-NAME
           END-EVALUATE.
           MOVE 0 TO WS-MASTER-GROUP-COUNT.
           PERFORM UNTIL WS-MASTER-IS-ENDED = 1
               OR RC-PERSON-NAME NOT = WS-MATCH-NAME
             PERFORM HOLD-MASTER-IN-GROUP
             PERFORM READ-NEXT-MASTER-RECORD
           END-PERFORM.
           MOVE 0 TO WS-ROSTER-GROUP-COUNT.
           PERFORM UNTIL WS-ROSTER-IS-ENDED = 1
               OR HS-NAME NOT = WS-MATCH-NAME
             PERFORM HOLD-ROSTER-IN-GROUP
             PERFORM READ-NEXT-ROSTER-RECORD
           END-PERFORM.
           PERFORM PAIR-NAME-GROUP.

       READ-NEXT-MASTER-RECORD.
           IF WS-MASTER-IS-ENDED = 0
             READ F-PEOPLE-FILE NEXT RECORD
               AT END
                 MOVE 1 TO WS-MASTER-IS-ENDED
             END-READ
           END-IF.

       READ-NEXT-ROSTER-RECORD.
           IF WS-ROSTER-IS-ENDED = 0
             READ SORTED-ROSTER-FILE
               AT END
                 MOVE 1 TO WS-ROSTER-IS-ENDED
             END-READ
           END-IF.

      * a name held by more people than the group table is reported
      * and the excess left out of the reconciliation rather than
      * being taken for leavers or starters.
       HOLD-MASTER-IN-GROUP.
           ADD 1 TO WS-MASTER-COUNT.
           IF WS-MASTER-GROUP-COUNT = WS-NAME-GROUP-MAX
             ADD 1 TO WS-OVERFLOW-COUNT
             MOVE SPACES TO HP-RECORD
             STRING "NOT CHECKED  " DELIMITED BY SIZE
                    RC-PERSON-NAME DELIMITED BY SIZE
                    " PERSON " DELIMITED BY SIZE
                    RC-PERSON-ID DELIMITED BY SIZE
                    " - TOO MANY PEOPLE SHARE THE NAME"
                      DELIMITED BY SIZE
               INTO HP-RECORD
             END-STRING
             WRITE HP-RECORD
           ELSE
             ADD 1 TO WS-MASTER-GROUP-COUNT
             MOVE RC-PERSON-ID
               TO WS-MG-PERSON-ID(WS-MASTER-GROUP-COUNT)
             MOVE RC-PERSON-COHORT
               TO WS-MG-COHORT(WS-MASTER-GROUP-COUNT)
             MOVE "N" TO WS-MG-PAIRED(WS-MASTER-GROUP-COUNT)
           END-IF.

       HOLD-ROSTER-IN-GROUP.
           ADD 1 TO WS-ROSTER-COUNT.
           IF WS-ROSTER-GROUP-COUNT = WS-NAME-GROUP-MAX
             ADD 1 TO WS-OVERFLOW-COUNT
             MOVE SPACES TO HP-RECORD
             STRING "NOT CHECKED  " DELIMITED BY SIZE
                    HS-NAME DELIMITED BY SIZE
                    " HR ID " DELIMITED BY SIZE
                    HS-EMPLOYEE-ID DELIMITED BY SIZE
                    " - TOO MANY PEOPLE SHARE THE NAME"
                      DELIMITED BY SIZE
               INTO HP-RECORD
             END-STRING
             WRITE HP-RECORD
           ELSE
             ADD 1 TO WS-ROSTER-GROUP-COUNT
             MOVE HS-EMPLOYEE-ID
               TO WS-RG-EMPLOYEE-ID(WS-ROSTER-GROUP-COUNT)
             MOVE HS-COHORT-ID TO WS-RG-COHORT(WS-ROSTER-GROUP-COUNT)
             MOVE HS-HIRE-DATE
               TO WS-RG-HIRE-DATE(WS-ROSTER-GROUP-COUNT)
             MOVE "N" TO WS-RG-PAIRED(WS-ROSTER-GROUP-COUNT)
             PERFORM CHECK-ROSTER-COHORT
           END-IF.

      * within a name, people pair first on a matching cohort; anyone
      * left on both sides then pairs off in turn as the same person
      * under a cohort HR disagrees with. only what is left over after
      * that is a leaver or a starter.
       PAIR-NAME-GROUP.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ROSTER-GROUP-COUNT
             PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-MASTER-GROUP-COUNT
                 OR WS-RG-PAIRED(WS-I) = "Y"
               IF WS-MG-PAIRED(WS-J) = "N"
                 AND WS-MG-COHORT(WS-J) = WS-RG-COHORT(WS-I)
                 MOVE "Y" TO WS-MG-PAIRED(WS-J)
                 MOVE "Y" TO WS-RG-PAIRED(WS-I)
                 ADD 1 TO WS-MATCHED-COUNT
               END-IF
             END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ROSTER-GROUP-COUNT
             PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-MASTER-GROUP-COUNT
                 OR WS-RG-PAIRED(WS-I) = "Y"
               IF WS-MG-PAIRED(WS-J) = "N"
                 MOVE "Y" TO WS-MG-PAIRED(WS-J)
                 MOVE "Y" TO WS-RG-PAIRED(WS-I)
                 ADD 1 TO WS-MATCHED-COUNT
                 PERFORM REPORT-COHORT-DIFFERENCE
               END-IF
             END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-MASTER-GROUP-COUNT
             IF WS-MG-PAIRED(WS-J) = "N"
               PERFORM REPORT-LEAVER
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ROSTER-GROUP-COUNT
             IF WS-RG-PAIRED(WS-I) = "N"
               PERFORM REPORT-NEW-HIRE
             END-IF
           END-PERFORM.

       REPORT-COHORT-DIFFERENCE.
           ADD 1 TO WS-COHORT-DIFF-COUNT.
           MOVE SPACES TO HP-RECORD.
           STRING "COHORT DIFF  " DELIMITED BY SIZE
                  WS-MATCH-NAME DELIMITED BY SIZE
                  " PERSON " DELIMITED BY SIZE
                  WS-MG-PERSON-ID(WS-J) DELIMITED BY SIZE
                  " FILE " DELIMITED BY SIZE
                  WS-MG-COHORT(WS-J) DELIMITED BY SIZE
                  " HR " DELIMITED BY SIZE
                  WS-RG-COHORT(WS-I) DELIMITED BY SIZE
             INTO HP-RECORD
           END-STRING.
           WRITE HP-RECORD.

       REPORT-LEAVER.
           ADD 1 TO WS-LEAVER-COUNT.
           MOVE SPACES TO HP-RECORD.
           STRING "LEAVER       " DELIMITED BY SIZE
                  WS-MATCH-NAME DELIMITED BY SIZE
                  " PERSON " DELIMITED BY SIZE
                  WS-MG-PERSON-ID(WS-J) DELIMITED BY SIZE
                  " COHORT " DELIMITED BY SIZE
                  WS-MG-COHORT(WS-J) DELIMITED BY SIZE
                  " - NOT ON HR ROSTER" DELIMITED BY SIZE
             INTO HP-RECORD
           END-STRING.
           WRITE HP-RECORD.
           MOVE SPACES TO MT-RECORD.
           MOVE "DELETE" TO MT-ACTION.
           MOVE WS-MATCH-NAME TO MT-NAME.
           MOVE WS-MG-PERSON-ID(WS-J) TO MT-PERSON-ID.
           MOVE 0 TO MT-NEW-PERSON-ID.
           WRITE MT-RECORD.

       REPORT-NEW-HIRE.
           ADD 1 TO WS-NEW-HIRE-COUNT.
           MOVE SPACES TO HP-RECORD.
           STRING "NO PRONOUNS  " DELIMITED BY SIZE
                  WS-MATCH-NAME DELIMITED BY SIZE
                  " HR ID " DELIMITED BY SIZE
                  WS-RG-EMPLOYEE-ID(WS-I) DELIMITED BY SIZE
                  " COHORT " DELIMITED BY SIZE
                  WS-RG-COHORT(WS-I) DELIMITED BY SIZE
                  " - NOT ON PEOPLE FILE" DELIMITED BY SIZE
             INTO HP-RECORD
           END-STRING.
           WRITE HP-RECORD.
           MOVE WS-RG-COHORT(WS-I) TO CS-COHORT-ID.
           MOVE WS-MATCH-NAME TO CS-NAME.
           MOVE WS-RG-EMPLOYEE-ID(WS-I) TO CS-EMPLOYEE-ID.
           MOVE WS-RG-HIRE-DATE(WS-I) TO CS-HIRE-DATE.
           RELEASE CS-RECORD.

      * a roster cohort that cohortmaster.dat does not know means HR
      * and the cohort file have drifted apart; a blank cohort is a
      * starter not yet placed and is not a difference.
       CHECK-ROSTER-COHORT.
           IF COHORT-MASTER-PRESENT AND HS-COHORT-ID NOT = SPACES
             MOVE HS-COHORT-ID TO CM-COHORT-ID
             READ COHORT-MASTER-FILE
               INVALID KEY
                 ADD 1 TO WS-UNKNOWN-COHORT-COUNT
                 MOVE SPACES TO HP-RECORD
                 STRING "BAD COHORT   " DELIMITED BY SIZE
                        HS-NAME DELIMITED BY SIZE
                        " HR ID " DELIMITED BY SIZE
                        HS-EMPLOYEE-ID DELIMITED BY SIZE
                        " COHORT " DELIMITED BY SIZE
                        HS-COHORT-ID DELIMITED BY SIZE
                        " - NOT ON COHORT MASTER" DELIMITED BY SIZE
                   INTO HP-RECORD
                 END-STRING
                 WRITE HP-RECORD
             END-READ
           END-IF.

      * the chase list comes back from the sort in cohort order, with
      * a heading and a count for each cohort so it can be handed to
      * the cohort's coordinator as it stands.
       WRITE-CHASE-LIST.
           OPEN OUTPUT CHASE-LIST-FILE.
           MOVE "STARTERS WITH NO PRONOUN RECORD YET - BY COHORT"
             TO CL-RECORD.
           WRITE CL-RECORD.
           MOVE "Y" TO WS-FIRST-COHORT-SW.
           MOVE 0 TO WS-CHASE-COHORT-COUNT.
           MOVE 0 TO WS-SORT-IS-ENDED.
           PERFORM UNTIL WS-SORT-IS-ENDED = 1
             RETURN CHASE-SORT-FILE
               NOT AT END
                 IF FIRST-COHORT-PENDING
                   OR CS-COHORT-ID NOT = WS-CHASE-COHORT
                   IF NOT FIRST-COHORT-PENDING
                     PERFORM WRITE-CHASE-COHORT-COUNT
                   END-IF
                   MOVE "N" TO WS-FIRST-COHORT-SW
                   MOVE CS-COHORT-ID TO WS-CHASE-COHORT
                   MOVE 0 TO WS-CHASE-COHORT-COUNT
                   PERFORM WRITE-CHASE-COHORT-HEADING
                 END-IF
                 ADD 1 TO WS-CHASE-COHORT-COUNT
                 MOVE SPACES TO CL-RECORD
                 STRING "  " DELIMITED BY SIZE
                        CS-NAME DELIMITED BY SIZE
                        " HR ID " DELIMITED BY SIZE
                        CS-EMPLOYEE-ID DELIMITED BY SIZE
                        " HIRED " DELIMITED BY SIZE
                        CS-HIRE-DATE DELIMITED BY SIZE
                   INTO CL-RECORD
                 END-STRING
                 WRITE CL-RECORD
               AT END
                 MOVE 1 TO WS-SORT-IS-ENDED
             END-RETURN
           END-PERFORM.
           IF FIRST-COHORT-PENDING
             MOVE SPACES TO CL-RECORD
             WRITE CL-RECORD
             MOVE "EVERY PERSON ON THE HR ROSTER HAS A PRONOUN RECORD"
               TO CL-RECORD
             WRITE CL-RECORD
           ELSE
             PERFORM WRITE-CHASE-COHORT-COUNT
           END-IF.
           CLOSE CHASE-LIST-FILE.

       WRITE-CHASE-COHORT-HEADING.
           MOVE SPACES TO WS-COHORT-DESC.
           IF WS-CHASE-COHORT = SPACES
             MOVE "(NOT YET IN A COHORT)" TO WS-COHORT-DESC
           ELSE
             IF COHORT-MASTER-PRESENT
               MOVE WS-CHASE-COHORT TO CM-COHORT-ID
               READ COHORT-MASTER-FILE
                 INVALID KEY
                   MOVE "(NOT ON COHORT MASTER)" TO WS-COHORT-DESC
                 NOT INVALID KEY
                   MOVE CM-COHORT-DESC TO WS-COHORT-DESC
               END-READ
             END-IF
           END-IF.
           MOVE SPACES TO CL-RECORD.
           WRITE CL-RECORD.
           MOVE SPACES TO CL-RECORD.
           STRING "COHORT " DELIMITED BY SIZE
                  WS-CHASE-COHORT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COHORT-DESC DELIMITED BY SIZE
             INTO CL-RECORD
           END-STRING.
           WRITE CL-RECORD.

       WRITE-CHASE-COHORT-COUNT.
           MOVE "  TO CHASE" TO WS-CL-LABEL.
           MOVE WS-CHASE-COHORT-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO CL-RECORD.
           WRITE CL-RECORD.

       WRITE-RECONCILE-TOTALS.
           MOVE SPACES TO HP-RECORD.
           WRITE HP-RECORD.
           MOVE "ON HR ROSTER" TO WS-CL-LABEL.
           MOVE WS-ROSTER-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO HP-RECORD.
           WRITE HP-RECORD.
           MOVE "ON PEOPLE FILE" TO WS-CL-LABEL.
           MOVE WS-MASTER-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO HP-RECORD.
           WRITE HP-RECORD.
           MOVE "MATCHED" TO WS-CL-LABEL.
           MOVE WS-MATCHED-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO HP-RECORD.
           WRITE HP-RECORD.
           MOVE "  WITH COHORT DIFFERENCE" TO WS-CL-LABEL.
           MOVE WS-COHORT-DIFF-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO HP-RECORD.
           WRITE HP-RECORD.
           MOVE "LEAVERS TO DELETE" TO WS-CL-LABEL.
           MOVE WS-LEAVER-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO HP-RECORD.
           WRITE HP-RECORD.
           MOVE "STARTERS TO CHASE" TO WS-CL-LABEL.
           MOVE WS-NEW-HIRE-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO HP-RECORD.
           WRITE HP-RECORD.
           MOVE "HR COHORT NOT ON MASTER" TO WS-CL-LABEL.
           MOVE WS-UNKNOWN-COHORT-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO HP-RECORD.
           WRITE HP-RECORD.
           MOVE "NOT CHECKED" TO WS-CL-LABEL.
           MOVE WS-OVERFLOW-COUNT TO WS-CL-COUNT.
           MOVE WS-COUNT-LINE TO HP-RECORD.
           WRITE HP-RECORD.
