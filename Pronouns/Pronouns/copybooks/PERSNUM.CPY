      * the last person number handed out. numbers only ever go up,
      * so a departed person's number is never given to anyone else.
           05 PN-LAST-PERSON-ID PIC 9(8).
