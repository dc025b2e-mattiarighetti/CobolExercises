      *REJMAST.CPY
      *SHARED LAYOUT OF ONE CALC-REJECT-MASTER ENTRY, THE KEYED
      *MASTER OF EVERY REJECT CALC-EDIT HAS EVER WRITTEN. THE
      *RECORD KEY IS THE DATE THE REJECT WAS POSTED FOLLOWED BY A
      *POSTING NUMBER RUNNING WITHIN THAT DAY, SO THE MASTER READS
      *IN THE ORDER THE REJECTS WERE POSTED. THE REJECT SEQUENCE --
      *THE RECORD'S POSITION IN ITS TRANSMISSION, AND THE NUMBER A
      *CORRECTION IS KEYED UNDER -- IS THE ALTERNATE KEY. SEQUENCE
      *NUMBERS RESTART WITH EVERY TRANSMISSION, SO IT ALLOWS
      *DUPLICATES; THEY READ BACK OLDEST FIRST. STATUS IS
      *OUTSTANDING UNTIL CALC-RESUBMIT MARKS THE REJECT MADE-GOOD
      *AND SETS THE CLEAR DATE. A BLANK CURRENCY MEANS BASE.
       02 RM-KEY.
           03 RM-REJECT-DATE PIC 9(8).
           03 FILLER PIC X.
           03 RM-POSTING-NUMBER PIC 9(5).
       02 FILLER PIC X.
       02 RM-SEQUENCE PIC 9(5).
       02 FILLER PIC X.
       02 RM-REASON PIC XX.
       02 FILLER PIC X.
       02 RM-CLEAR-DATE PIC 9(8).
       02 FILLER PIC X.
       02 RM-STATUS PIC X(11).
       02 FILLER PIC X.
       02 RM-IMAGE PIC X(17).
       02 FILLER PIC X.
       02 RM-BATCH-NUMBER PIC X(4).
       02 FILLER PIC X.
       02 RM-BUREAU-CODE PIC X(4).
       02 FILLER PIC X.
       02 RM-CURRENCY PIC X(3).
