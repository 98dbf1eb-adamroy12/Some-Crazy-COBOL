             88 PC-IS-APPLIED VALUE "A".
             88 PC-IS-REJECTED VALUE "R".
           05 PC-APPLIED-DATE PIC 9(8).
      * the person the change is for - the name alone no longer
      * picks out one record.
           05 PC-PERSON-ID PIC 9(8).
