      *OPAUTH.CPY
      *SHARED LAYOUT OF ONE OPERATOR-AUTHORITY.txt CARD. EACH CARD
      *GRANTS ONE OPERATOR ONE FUNCTION; AN OPERATOR WITH SEVERAL
      *FUNCTIONS HAS SEVERAL CARDS. THE FUNCTIONS CHECKED TODAY:
      *   RUN-OVERRIDE   SECOND SAME-DAY RUN OF JOB-DRIVER
      *   EDIT-OVERRIDE  CALC-EDIT RE-USE OF AN ACCEPTED BATCH NUMBER
      *   POST-OVERRIDE  CALC-POSTING RE-EXTRACTION OF POSTED STAMPS
      *   MAINT-DELETE   ELEMENTS-MAINT DELETE CARDS
      *   MAINT-ADJUST   ELEMENTS-MAINT ADJUST CARDS
      *   MAINT-RESET    ELEMENTS-MAINT RESET CARDS
      *   PERIOD-CLOSE   GL-PERIOD-CLOSE CLOSING A FISCAL PERIOD
      *NO CARD, NO AUTHORITY -- A FUNCTION NOBODY HOLDS IS REFUSED
      *TO EVERYBODY. A "*" IN COLUMN 1 IS A COMMENT CARD.
       02 OPA-OPERATOR PIC X(8).
       02 FILLER PIC X.
       02 OPA-FUNCTION PIC X(14).
       02 FILLER PIC X.
       02 OPA-NAME PIC X(30).
