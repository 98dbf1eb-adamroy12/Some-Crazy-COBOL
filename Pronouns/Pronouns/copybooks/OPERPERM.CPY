      * one record per operator: the id the system sees at sign-on
      * and the update actions that operator may take, written as
      * space-separated words (CHANGE DELETE RENAME MERGE CONSNT
      * DISCARD BATCH ERASE OVERRIDE). an operator with no record may
      * take no update action.
           05 OP-OPERATOR-ID PIC X(8).
           05 OP-ALLOWED-ACTIONS PIC X(80).
