               SELECT F-PEOPLE-FILE ASSIGN TO "people.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS RC-PERSON-ID
                 ALTERNATE RECORD KEY IS RC-PERSON-NAME
                   WITH DUPLICATES.
               SELECT SUMMARY-REPORT-FILE
                 ASSIGN TO "pronounsummary.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.
