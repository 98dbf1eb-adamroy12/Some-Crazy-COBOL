               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES.
               SELECT SHE-PEOPLE-FILE ASSIGN TO "sheherpeople.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SHE-FILE-STATUS.
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
           FD GEN-IN-FILE.
           01 GI-RECORD PIC X(87).
           FD GEN-OUT-FILE.
           01 GO-RECORD PIC X(87).
           WORKING-STORAGE SECTION.
           COPY "PRONSET.CPY".
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-GEN-IN-NAME PIC X(40).
           01 WS-GEN-OUT-NAME PIC X(40).
           01 WS-GEN-IS-ENDED PIC 9.
      * the extracts are always rebuilt in full. when the indexed
      * master was keyed on name, a newly added name could land ahead
      * of any saved position - the old skip-count checkpoint resume
      * would both miss the new name and re-extract records behind
      * it, which is how the badge feed went out of balance. the
      * master now reads back in person-number order.
       PROCEDURE DIVISION.
           PERFORM OPEN-ALL-FILES.
           PERFORM FILTER-PEOPLE-FILE.
