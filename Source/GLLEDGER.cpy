      *GLLEDGER.CPY
      *SHARED LAYOUT OF ONE GL-PERIOD-LEDGER.txt ENTRY. EVERY
      *POSTING LINE SENT TO THE LEDGER -- ORIGINAL, REPOST OR
      *REVERSAL -- IS APPENDED HERE UNDER THE FISCAL PERIOD IT WAS
      *POSTED TO, SO WHAT A PERIOD HOLDS OUTLIVES THE NEXT NIGHT'S
      *INTERFACE FILE. DATED-PERIOD IS THE PERIOD THE RUN STAMP
      *FELL IN; FLAG IS ROLLED WHEN THAT PERIOD WAS CLOSED AND THE
      *LINE WAS POSTED FORWARD INTO THE FIRST OPEN PERIOD AFTER IT.
      *A RE-EXTRACTION UNDER POST-OVERRIDE IS NOT A NEW POSTING AND
      *ADDS NOTHING. THE FILE IS NEVER REWRITTEN -- GL-PERIOD-CLOSE
      *READS IT FOR THE CLOSE REPORT. AMOUNT IS IN THE CURRENCY THE
      *RUN WAS KEYED IN; BASE-AMOUNT IS THAT AMOUNT CONVERTED TO THE
      *BASE CURRENCY AT RATE. LINES WRITTEN BEFORE RUNS CARRIED A
      *CURRENCY HAVE SPACES IN ALL THREE AND ARE IN BASE CURRENCY.
       02 PLG-PERIOD PIC X(6).
       02 FILLER PIC X.
       02 PLG-STAMP PIC X(20).
       02 FILLER PIC X.
       02 PLG-ENTRY PIC X(8).
       02 FILLER PIC X.
       02 PLG-ACCOUNT PIC X(8).
       02 FILLER PIC X.
       02 PLG-OP-SYM PIC X.
       02 FILLER PIC X.
       02 PLG-COUNT PIC 9(5).
       02 FILLER PIC X.
       02 PLG-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 PLG-FLAG PIC X(6).
       02 FILLER PIC X.
       02 PLG-DATED-PERIOD PIC X(6).
       02 FILLER PIC X.
       02 PLG-POST-DATE PIC 9(8).
       02 FILLER PIC X.
       02 PLG-CURRENCY PIC X(3).
       02 FILLER PIC X.
       02 PLG-RATE PIC 9(4)V9(6).
       02 FILLER PIC X.
       02 PLG-BASE-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
