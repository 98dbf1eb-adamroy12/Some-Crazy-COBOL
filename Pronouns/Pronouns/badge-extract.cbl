             05 RC-SHE-PRONOUN-NOM-2 PIC X(8).
             05 RC-SHE-PRONOUN-OBJ-2 PIC X(8).
             05 RC-SHE-PRONOUN-POSS-2 PIC X(8).
             05 RC-SHE-PERSON-ID PIC 9(8).
             05 RC-SHE-CONSENT-BADGE PIC X(1).
             05 RC-SHE-CONSENT-LETTER PIC X(1).
             05 RC-SHE-CONSENT-ROSTER PIC X(1).
           FD HE-PEOPLE-FILE.
           01 RC-HE-PERSON.
             05 RC-HE-NAME PIC X(20).
             05 RC-HE-PRONOUN-NOM-2 PIC X(8).
             05 RC-HE-PRONOUN-OBJ-2 PIC X(8).
             05 RC-HE-PRONOUN-POSS-2 PIC X(8).
             05 RC-HE-PERSON-ID PIC 9(8).
             05 RC-HE-CONSENT-BADGE PIC X(1).
             05 RC-HE-CONSENT-LETTER PIC X(1).
             05 RC-HE-CONSENT-ROSTER PIC X(1).
           FD THEY-PEOPLE-FILE.
           01 RC-THEY-PERSON.
             05 RC-THEY-NAME PIC X(20).
             05 RC-THEY-PRONOUN-NOM-2 PIC X(8).
             05 RC-THEY-PRONOUN-OBJ-2 PIC X(8).
             05 RC-THEY-PRONOUN-POSS-2 PIC X(8).
             05 RC-THEY-PERSON-ID PIC 9(8).
             05 RC-THEY-CONSENT-BADGE PIC X(1).
             05 RC-THEY-CONSENT-LETTER PIC X(1).
             05 RC-THEY-CONSENT-ROSTER PIC X(1).
           FD OTHER-PEOPLE-FILE.
           01 RC-OTHER-PERSON.
             05 RC-OTHER-NAME PIC X(20).
             05 RC-OTHER-PRONOUN-NOM-2 PIC X(8).
             05 RC-OTHER-PRONOUN-OBJ-2 PIC X(8).
             05 RC-OTHER-PRONOUN-POSS-2 PIC X(8).
             05 RC-OTHER-PERSON-ID PIC 9(8).
             05 RC-OTHER-CONSENT-BADGE PIC X(1).
             05 RC-OTHER-CONSENT-LETTER PIC X(1).
             05 RC-OTHER-CONSENT-ROSTER PIC X(1).
           FD BADGE-FEED-FILE.
           01 BG-RECORD.
             05 BG-SEQUENCE PIC 9(6).
               10 BG-NAME PIC X(20).
               10 BG-PRONOUN-LINE PIC X(17).
               10 FILLER PIC X(5).
      * the person number tells apart two badges for the same name.
               10 BG-PERSON-ID PIC 9(8).
      * header ("HD") and trailer ("TR") records reuse the detail
      * area: the run id stamps the feed so the vendor's returned
      * acknowledgments can be tied to the run they answer for, and
               10 BG-RUN-ID PIC X(14).
               10 BG-RUN-DATE PIC 9(8).
               10 BG-DETAIL-COUNT PIC 9(6).
               10 FILLER PIC X(22).
       WORKING-STORAGE SECTION.
           01 WS-SHE-IS-ENDED PIC 9.
           01 WS-HE-IS-ENDED PIC 9.
           01 WS-OTHER-IS-ENDED PIC 9.
           01 WS-BADGE-SEQUENCE PIC 9(6).
           01 WS-BADGE-NAME PIC X(20).
           01 WS-BADGE-PERSON-ID PIC 9(8).
           01 WS-BADGE-NOM PIC X(8).
           01 WS-BADGE-OBJ PIC X(8).
           01 WS-BADGE-NOM-2 PIC X(8).
           01 WS-BADGE-CONSENT PIC X(1).
             88 BADGE-PRONOUNS-WITHHELD VALUE "N".
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC 9(8).
           01 WS-RUN-ID PIC X(14).
             READ SHE-PEOPLE-FILE
               NOT AT END
                 MOVE RC-SHE-NAME TO WS-BADGE-NAME
                 MOVE RC-SHE-PERSON-ID TO WS-BADGE-PERSON-ID
                 MOVE RC-SHE-PRONOUN-NOM TO WS-BADGE-NOM
                 MOVE RC-SHE-PRONOUN-OBJ TO WS-BADGE-OBJ
                 MOVE RC-SHE-PRONOUN-NOM-2 TO WS-BADGE-NOM-2
                 MOVE RC-SHE-CONSENT-BADGE TO WS-BADGE-CONSENT
                 PERFORM WRITE-BADGE-RECORD
               AT END
                 MOVE 1 TO WS-SHE-IS-ENDED
             READ HE-PEOPLE-FILE
               NOT AT END
                 MOVE RC-HE-NAME TO WS-BADGE-NAME
                 MOVE RC-HE-PERSON-ID TO WS-BADGE-PERSON-ID
                 MOVE RC-HE-PRONOUN-NOM TO WS-BADGE-NOM
                 MOVE RC-HE-PRONOUN-OBJ TO WS-BADGE-OBJ
                 MOVE RC-HE-PRONOUN-NOM-2 TO WS-BADGE-NOM-2
                 MOVE RC-HE-CONSENT-BADGE TO WS-BADGE-CONSENT
                 PERFORM WRITE-BADGE-RECORD
               AT END
                 MOVE 1 TO WS-HE-IS-ENDED
             READ THEY-PEOPLE-FILE
               NOT AT END
                 MOVE RC-THEY-NAME TO WS-BADGE-NAME
                 MOVE RC-THEY-PERSON-ID TO WS-BADGE-PERSON-ID
                 MOVE RC-THEY-PRONOUN-NOM TO WS-BADGE-NOM
                 MOVE RC-THEY-PRONOUN-OBJ TO WS-BADGE-OBJ
                 MOVE RC-THEY-PRONOUN-NOM-2 TO WS-BADGE-NOM-2
                 MOVE RC-THEY-CONSENT-BADGE TO WS-BADGE-CONSENT
                 PERFORM WRITE-BADGE-RECORD
               AT END
                 MOVE 1 TO WS-THEY-IS-ENDED
             READ OTHER-PEOPLE-FILE
               NOT AT END
                 MOVE RC-OTHER-NAME TO WS-BADGE-NAME
                 MOVE RC-OTHER-PERSON-ID TO WS-BADGE-PERSON-ID
                 MOVE RC-OTHER-PRONOUN-NOM TO WS-BADGE-NOM
                 MOVE RC-OTHER-PRONOUN-OBJ TO WS-BADGE-OBJ
                 MOVE RC-OTHER-PRONOUN-NOM-2 TO WS-BADGE-NOM-2
                 MOVE RC-OTHER-CONSENT-BADGE TO WS-BADGE-CONSENT
                 PERFORM WRITE-BADGE-RECORD
               AT END
                 MOVE 1 TO WS-OTHER-IS-ENDED
           MOVE WS-BADGE-SEQUENCE TO BG-SEQUENCE.
           MOVE "01" TO BG-RECORD-TYPE.
           MOVE WS-BADGE-NAME TO BG-NAME.
           MOVE WS-BADGE-PERSON-ID TO BG-PERSON-ID.
      * a person with a secondary set badges as the two nominatives
      * ("she/they"); one set keeps the nom/obj line as before. a
      * person who has withheld badge consent still gets a badge, but
      * with the pronoun line left blank.
           EVALUATE TRUE
             WHEN BADGE-PRONOUNS-WITHHELD
               CONTINUE
             WHEN WS-BADGE-NOM-2 NOT = SPACES
               STRING WS-BADGE-NOM DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      WS-BADGE-NOM-2 DELIMITED BY SPACE
                 INTO BG-PRONOUN-LINE
               END-STRING
             WHEN OTHER
               STRING WS-BADGE-NOM DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      WS-BADGE-OBJ DELIMITED BY SPACE
                 INTO BG-PRONOUN-LINE
               END-STRING
           END-EVALUATE.
           WRITE BG-RECORD.
