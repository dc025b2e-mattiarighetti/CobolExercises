      *GLRATE.CPY
      *SHARED LAYOUT OF ONE GL-EXCHANGE-RATES.txt CARD: THE DATED
      *EXCHANGE RATES FINANCE KEEPS FOR EVERY CURRENCY THE BUREAU
      *KEYS WORK IN. THE CURRENCY IS THE THREE-LETTER CODE ON THE
      *CALC-INPUT BATCH HEADER; THE RATE IS HOW MANY UNITS OF THE
      *BASE CURRENCY ONE UNIT OF IT BUYS, KEYED AS TEN DIGITS WITH
      *SIX DECIMALS IMPLIED (0001085000 IS 1,085). A RATE TAKES
      *EFFECT ON ITS DATE AND STANDS UNTIL A LATER CARD FOR THE SAME
      *CURRENCY REPLACES IT. THE BASE CURRENCY NEVER HAS A CARD --
      *IT CONVERTS AT ONE. A "*" IN COLUMN 1 IS A COMMENT CARD.
       02 RATE-CURRENCY PIC X(3).
       02 FILLER PIC X.
       02 RATE-DATE PIC X(8).
       02 FILLER PIC X.
       02 RATE-VALUE PIC 9(4)V9(6).
