      *GLPERIOD.CPY
      *SHARED LAYOUT OF ONE GL-PERIOD-CALENDAR.txt CARD: THE
      *ACCOUNTING CALENDAR FINANCE KEEPS, ONE CARD PER FISCAL
      *PERIOD. THE PERIOD IS THE FISCAL YEAR AND PERIOD NUMBER
      *(YYYYPP), AND RUNS FROM ITS START DATE TO ITS END DATE, BOTH
      *INCLUSIVE. STATUS IS OPEN OR CLOSED; GL-PERIOD-CLOSE IS THE
      *ONLY PROGRAM THAT CLOSES A PERIOD, AND IT FILLS IN THE CLOSE
      *DATE AND WHO CLOSED IT. A "*" IN COLUMN 1 IS A COMMENT CARD.
       02 CAL-PERIOD PIC X(6).
       02 FILLER PIC X.
       02 CAL-START-DATE PIC X(8).
       02 FILLER PIC X.
       02 CAL-END-DATE PIC X(8).
       02 FILLER PIC X.
       02 CAL-STATUS PIC X(6).
       02 FILLER PIC X.
       02 CAL-CLOSED-DATE PIC X(8).
       02 FILLER PIC X.
       02 CAL-CLOSED-BY PIC X(8).
