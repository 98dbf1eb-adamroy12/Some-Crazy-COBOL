           01 WS-PERMS-IS-ENDED PIC 9.
           01 WS-PERMS-PRESENT-SW PIC X(1).
             88 PERMS-FILE-PRESENT VALUE "Y".
           01 WS-ALLOWED-ACTIONS PIC X(80).
           01 WS-WANTED-ACTION PIC X(8).
           01 WS-ACTION-ALLOWED-SW PIC X(1).
             88 ACTION-IS-ALLOWED VALUE "Y".
           01 WS-CORRECTED-NOM PIC X(8).
           01 WS-CORRECTED-OBJ PIC X(8).
           01 WS-CORRECTED-POSS PIC X(8).
           01 WS-WRITE-REQUEST.
             05 WS-WQ-REQUEST-TYPE PIC X(1).
             05 WS-WQ-PERSON-ID PIC 9(8).
             05 WS-WQ-CONSENT PIC X(3).
           01 WS-WRITE-RESULT.
             05 WS-WR-REPLACED-SW PIC X(1).
               88 WRITE-REPLACED-EXISTING VALUE "Y".
             05 WS-WR-BEFORE-NOM PIC X(8).
             05 WS-WR-BEFORE-OBJ PIC X(8).
             05 WS-WR-BEFORE-POSS PIC X(8).
             05 WS-WR-HELD-SW PIC X(1).
               88 WRITE-HELD-SAME-NAME VALUE "S".
               88 WRITE-HELD-NO-PERSON VALUE "M".
           01 WS-MATCH-PERSON-IN PIC X(8).
           01 WS-EXCEPT-COUNT PIC 9(4).
           01 WS-OPEN-COUNT PIC 9(4).
           01 WS-RESOLVED-COUNT PIC 9(4).
           01 WS-QUIT-SW PIC X(1).
             88 WALK-WAS-QUIT VALUE "Y".
           01 WS-PRINT-COUNT PIC ZZZ9.
           01 WS-TODAY PIC 9(8).
           78 WS-EXCEPT-TABLE-MAX VALUE 2000.
           01 WS-EXCEPT-TABLE.
             05 WS-EXCEPT-ENTRY OCCURS 2000 TIMES.
               10 WS-ET-NOM-2 PIC X(8).
               10 WS-ET-OBJ-2 PIC X(8).
               10 WS-ET-POSS-2 PIC X(8).
               10 WS-ET-PERSON-ID PIC 9(8).
               10 WS-ET-CONSENT PIC X(3).
               10 WS-ET-RESOLVED-DATE PIC 9(8).
           01 WS-REASON-TABLE.
             05 WS-REASON-ENTRY OCCURS 10 TIMES.
               10 WS-RT-REASON PIC X(30).
               10 WS-RT-COUNT PIC 9(4).
               10 WS-RT-OLDEST PIC 9(8).
           01 WS-LOCK-REQUEST.
             05 WS-LQ-PROGRAM-NAME PIC X(20).
             05 WS-LQ-RUN-TYPE PIC X(1).
           01 WS-LOCK-RESULT.
             05 WS-LR-RESULT-SW PIC X(1).
               88 UPDATES-HELD-FOR-STREAM VALUE "H".
       PROCEDURE DIVISION.
           DISPLAY "ENTER I FOR INTERACTIVE REPAIR OR A FOR "
               "AUTOMATIC CASE-MISMATCH REPAIR :" WITH NO ADVANCING.
           ACCEPT WS-REPAIR-MODE.

           PERFORM CHECK-STREAM-LOCK.
           IF UPDATES-HELD-FOR-STREAM
             STOP RUN
           END-IF.

           PERFORM LOAD-OPERATOR-PERMISSIONS.
           PERFORM LOAD-EXCEPTION-TABLE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-RESOLVED-COUNT.
           MOVE 0 TO WS-CLOSED-COUNT.

                 MOVE EX-PRONOUN-OBJ-2 TO WS-ET-OBJ-2(WS-EXCEPT-COUNT)
                 MOVE EX-PRONOUN-POSS-2
                   TO WS-ET-POSS-2(WS-EXCEPT-COUNT)
                 MOVE EX-DISPLAY-CONSENT
                   TO WS-ET-CONSENT(WS-EXCEPT-COUNT)
                 IF EX-PERSON-ID IS NUMERIC
                   MOVE EX-PERSON-ID
                     TO WS-ET-PERSON-ID(WS-EXCEPT-COUNT)
                 ELSE
                   MOVE 0 TO WS-ET-PERSON-ID(WS-EXCEPT-COUNT)
                 END-IF
                 IF EX-RESOLVED-DATE IS NUMERIC
                   MOVE EX-RESOLVED-DATE
                     TO WS-ET-RESOLVED-DATE(WS-EXCEPT-COUNT)
                 ELSE
                   MOVE 0 TO WS-ET-RESOLVED-DATE(WS-EXCEPT-COUNT)
                 END-IF
               AT END
                 MOVE 1 TO WS-FILE-IS-ENDED
             END-READ
                 DISPLAY "CASE CORRECTED FOR " WS-ET-NAME(WS-I)
                     " TO " WS-CORRECTED-NOM "/" WS-CORRECTED-OBJ
                     "/" WS-CORRECTED-POSS
                 MOVE "I" TO WS-WQ-REQUEST-TYPE
                 PERFORM RESUBMIT-EXCEPTION
               END-IF
             END-IF
           IF WS-ET-COHORT(WS-I) NOT = SPACES
             DISPLAY "COHORT     : " WS-ET-COHORT(WS-I)
           END-IF.
           IF WS-ET-PERSON-ID(WS-I) > 0
             DISPLAY "NAME HELD  : PERSON " WS-ET-PERSON-ID(WS-I)
           END-IF.
           DISPLAY "ACTION (F=FIX, S=SKIP, D=DISCARD, Q=QUIT) :"
               WITH NO ADVANCING.
           ACCEPT WS-REPAIR-ACTION.
                 PERFORM WRITE-REFUSAL-AUDIT-ENTRY
               ELSE
                 MOVE "C" TO WS-ET-STATUS(WS-I)
                 MOVE WS-TODAY TO WS-ET-RESOLVED-DATE(WS-I)
                 ADD 1 TO WS-CLOSED-COUNT
               END-IF
             WHEN QUIT-REQUESTED
      * table's casing so the operator only confirms; anything else
      * is re-keyed in full.
       FIX-ONE-EXCEPTION.
           MOVE "I" TO WS-WQ-REQUEST-TYPE.
           IF WS-ET-REASON(WS-I) = "CASE MISMATCH"
             PERFORM FIND-CASE-CORRECTION
           ELSE
           ELSE
             PERFORM ACCEPT-CORRECTED-FIELDS
           END-IF.
           IF WS-ET-PERSON-ID(WS-I) > 0
             PERFORM ACCEPT-PERSON-MATCH
           END-IF.
           PERFORM RESUBMIT-EXCEPTION.

      * an arrival held because its name is already on file needs the
      * operator's word on who it is: the held person's number (or
      * another person of the same name, looked up in person-inquiry)
      * makes the fix an amend to that person, and zero adds a new
      * person under the shared name. blank keeps the number on the
      * exception. a number held under some other name is refused by
      * the writer and the exception stays open.
       ACCEPT-PERSON-MATCH.
           DISPLAY "PERSON NUMBER THIS ENTRY IS, 8 DIGITS (00000000 "
               "= A NEW PERSON, BLANK = " WS-ET-PERSON-ID(WS-I) ") :"
               WITH NO ADVANCING.
           ACCEPT WS-MATCH-PERSON-IN.
           IF WS-MATCH-PERSON-IN NOT = SPACES
             IF WS-MATCH-PERSON-IN IS NUMERIC
               MOVE WS-MATCH-PERSON-IN TO WS-ET-PERSON-ID(WS-I)
             ELSE
               DISPLAY "NOT A PERSON NUMBER - "
                   WS-ET-PERSON-ID(WS-I) " KEPT"
             END-IF
           END-IF.
           IF WS-ET-PERSON-ID(WS-I) = 0
             MOVE "N" TO WS-WQ-REQUEST-TYPE
           ELSE
             MOVE "U" TO WS-WQ-REQUEST-TYPE
           END-IF.

      * a blank answer keeps the field as it stands, so a stray
      * enter cannot wipe the stored name or pronouns off the
      * exception record.
             END-IF
           END-PERFORM.

      * a fix goes back through the intake rule - held again if its
      * name is already on file - unless the operator has just said
      * who it is.
       RESUBMIT-EXCEPTION.
           MOVE WS-ET-NAME(WS-I) TO WS-NAME.
           MOVE WS-ET-NOM(WS-I) TO WS-PRONOUN-NOM.
           MOVE WS-ET-OBJ-2(WS-I) TO WS-PRONOUN-OBJ-2.
           MOVE WS-ET-POSS-2(WS-I) TO WS-PRONOUN-POSS-2.
           PERFORM VALIDATE-PRONOUN-ENTRY.
           PERFORM PREPARE-DISPLAY-CONSENT.
           IF ENTRY-IS-VALID
             MOVE WS-ET-PERSON-ID(WS-I) TO WS-WQ-PERSON-ID
             CALL "pronoun-writer" USING WS-WRITE-REQUEST WS-NAME
             WS-PRONOUN-NOM WS-PRONOUN-OBJ WS-PRONOUN-POSS
             WS-PRONOUN-NOM-2 WS-PRONOUN-OBJ-2 WS-PRONOUN-POSS-2
             WS-ET-COHORT(WS-I) WS-WRITE-RESULT
             EVALUATE TRUE
               WHEN WRITE-HELD-SAME-NAME
                 MOVE "NAME ALREADY ON FILE" TO WS-ET-REASON(WS-I)
                 MOVE WS-WQ-PERSON-ID TO WS-ET-PERSON-ID(WS-I)
                 DISPLAY "STILL HELD - " WS-NAME
                     " IS ALREADY ON FILE AS PERSON " WS-WQ-PERSON-ID
               WHEN WRITE-HELD-NO-PERSON
                 DISPLAY "STILL REJECTED - PERSON " WS-WQ-PERSON-ID
                     " NOT ON PEOPLE FILE AS " WS-NAME
               WHEN OTHER
                 PERFORM WRITE-AUDIT-LOG-ENTRY
                 MOVE WS-WQ-PERSON-ID TO WS-ET-PERSON-ID(WS-I)
                 MOVE "R" TO WS-ET-STATUS(WS-I)
                 MOVE WS-TODAY TO WS-ET-RESOLVED-DATE(WS-I)
                 ADD 1 TO WS-RESOLVED-COUNT
                 DISPLAY WS-NAME " RESOLVED TO PEOPLE FILE AS PERSON "
                     WS-WQ-PERSON-ID
             END-EVALUATE
           ELSE
             MOVE WS-REJECT-REASON TO WS-ET-REASON(WS-I)
             DISPLAY "STILL REJECTED - " WS-REJECT-REASON
                 " FOR " WS-NAME
           END-IF.

      * the consent the arrival gave goes on with it. a blank answer
      * (or an exception from before consent was asked) is consent, as
      * at intake; an answer that is neither Y nor N is taken as
      * withheld - people-maintenance can open it up once the person
      * has been asked.
       PREPARE-DISPLAY-CONSENT.
           MOVE WS-ET-CONSENT(WS-I) TO WS-WQ-CONSENT.
           INSPECT WS-WQ-CONSENT CONVERTING "yn" TO "YN".
           INSPECT WS-WQ-CONSENT REPLACING ALL SPACE BY "Y".
           IF WS-WQ-CONSENT(1:1) NOT = "Y"
             MOVE "N" TO WS-WQ-CONSENT(1:1)
           END-IF.
           IF WS-WQ-CONSENT(2:1) NOT = "Y"
             MOVE "N" TO WS-WQ-CONSENT(2:1)
           END-IF.
           IF WS-WQ-CONSENT(3:1) NOT = "Y"
             MOVE "N" TO WS-WQ-CONSENT(3:1)
           END-IF.
           IF WS-ET-REASON(WS-I) = "INVALID DISPLAY CONSENT"
             DISPLAY "DISPLAY CONSENT FOR " WS-ET-NAME(WS-I)
                 " TAKEN AS " WS-WQ-CONSENT
                 " (BADGE/LETTER/ROSTER)"
           END-IF.

       VALIDATE-PRONOUN-ENTRY.
           MOVE "Y" TO WS-ENTRY-IS-VALID.
           MOVE SPACES TO WS-REJECT-REASON.
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
             MOVE "AMEND" TO AL-ACTION
           ELSE
             MOVE "ADD" TO AL-ACTION
             MOVE WS-WQ-CONSENT TO AL-AFTER-CONSENT
           END-IF.
           MOVE WS-NAME TO AL-NAME.
           MOVE WS-WR-BEFORE-NOM TO AL-BEFORE-NOM.
           MOVE WS-PRONOUN-NOM TO AL-AFTER-NOM.
           MOVE WS-PRONOUN-OBJ TO AL-AFTER-OBJ.
           MOVE WS-PRONOUN-POSS TO AL-AFTER-POSS.
           MOVE WS-WQ-PERSON-ID TO AL-PERSON-ID.
           MOVE WS-PRONOUN-NOM-2 TO AL-AFTER-NOM-2.
           MOVE WS-PRONOUN-OBJ-2 TO AL-AFTER-OBJ-2.
           MOVE WS-PRONOUN-POSS-2 TO AL-AFTER-POSS-2.
           MOVE WS-ET-COHORT(WS-I) TO AL-COHORT-ID.
           WRITE AL-RECORD.
           CLOSE AUDIT-LOG-FILE.

             MOVE WS-ET-NOM-2(WS-I) TO EX-PRONOUN-NOM-2
             MOVE WS-ET-OBJ-2(WS-I) TO EX-PRONOUN-OBJ-2
             MOVE WS-ET-POSS-2(WS-I) TO EX-PRONOUN-POSS-2
             MOVE WS-ET-PERSON-ID(WS-I) TO EX-PERSON-ID
             MOVE WS-ET-CONSENT(WS-I) TO EX-DISPLAY-CONSENT
             MOVE WS-ET-RESOLVED-DATE(WS-I) TO EX-RESOLVED-DATE
             WRITE EX-RECORD
           END-PERFORM.
           CLOSE EXCEPTION-REPORT-FILE.
           IF WS-ET-DATE(WS-I) < WS-RT-OLDEST(WS-REASON-INDEX)
             MOVE WS-ET-DATE(WS-I) TO WS-RT-OLDEST(WS-REASON-INDEX)
           END-IF.

      * no update is made while the nightly stream holds the files;
      * stream-lock says whether this run may go ahead.
       CHECK-STREAM-LOCK.
           MOVE "exception-repair" TO WS-LQ-PROGRAM-NAME.
           MOVE "I" TO WS-LQ-RUN-TYPE.
           CALL "stream-lock" USING WS-LOCK-REQUEST WS-LOCK-RESULT.
