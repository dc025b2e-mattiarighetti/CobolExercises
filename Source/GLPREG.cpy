      *GLPREG.CPY
      *SHARED LAYOUT OF ONE GL-POSTING-REGISTER ENTRY, THE KEYED
      *REGISTER OF EVERY RUN STAMP SENT TO THE GENERAL LEDGER. THE
      *KEY IS THE RUN STAMP FOLLOWED BY AN ENTRY NUMBER, SO A
      *STAMP'S ORIGINAL, REVERSAL AND REPOST ENTRIES READ TOGETHER
      *IN THE ORDER THEY WERE WRITTEN AND THE HIGHEST-NUMBERED ONE
      *IS THE STAMP'S CURRENT STANDING. PREG-GATE SAYS HOW THE
      *STAMP GOT THROUGH THE POSTING GATE: PASSED ALL THREE CHECKS,
      *OR RELEASED BY HAND AFTER BEING HELD. PREG-ENTRY IS
      *ORIGINAL, REVERSAL OR REPOST; KEYED-BY AND REASON ARE ONLY
      *FILLED IN ON A REVERSAL, ON A REPOST MADE ON THE STRENGTH
      *OF A REPOST CARD, AND ON AN ENTRY WHOSE GATE IS RELEASED,
      *FROM ITS RELEASE CARD. ENTRIES WRITTEN BEFORE THE GATE
      *EXISTED CARRY SPACES IN ALL FOUR AND COUNT AS ORIGINALS.
      *PREG-PERIOD IS THE FISCAL PERIOD THE ENTRY WAS POSTED TO,
      *WITH ITS ROLLED FLAG; ENTRIES WRITTEN BEFORE THE CALENDAR
      *EXISTED CARRY SPACES THERE. PREG-CURRENCY AND PREG-RATE ARE
      *THE CURRENCY THE STAMP WAS KEYED IN AND THE RATE IT WAS
      *CONVERTED AT, SO A RE-EXTRACTION OR A REVERSAL CONVERTS AT
      *THE SAME RATE; ENTRIES WRITTEN BEFORE RUNS CARRIED A
      *CURRENCY HAVE SPACES THERE AND ARE IN BASE.
      *PREG-CONTROL-RECORD IS THE POSITION ON CALC-RUN-CONTROL.txt
      *(FIRST RECORD 1) OF THE CONTROL RECORD WHOSE FIGURES THE
      *ENTRY CARRIES: THE ONE POSTED FOR AN ORIGINAL OR REPOST, THE
      *ONE TAKEN BACK FOR A REVERSAL. THE CONTROL FILE IS ONLY EVER
      *APPENDED TO, SO A POSITION NEVER MOVES. ENTRIES WRITTEN
      *BEFORE THE POSITION WAS KEPT CARRY SPACES THERE.
       02 PREG-KEY.
           03 PREG-STAMP PIC X(20).
           03 FILLER PIC X.
           03 PREG-ENTRY-NUMBER PIC 9(3).
       02 FILLER PIC X.
       02 PREG-EXTRACT-DATE PIC 9(8).
       02 FILLER PIC X.
       02 PREG-GATE PIC X(8).
       02 FILLER PIC X.
       02 PREG-ENTRY PIC X(8).
       02 FILLER PIC X.
       02 PREG-KEYED-BY PIC X(8).
       02 FILLER PIC X.
       02 PREG-REASON PIC X(40).
       02 FILLER PIC X.
       02 PREG-PERIOD PIC X(6).
       02 FILLER PIC X.
       02 PREG-PERIOD-FLAG PIC X(6).
       02 FILLER PIC X.
       02 PREG-CURRENCY PIC X(3).
       02 FILLER PIC X.
       02 PREG-RATE PIC 9(4)V9(6).
       02 PREG-RATE-TEXT REDEFINES PREG-RATE PIC X(10).
       02 FILLER PIC X.
       02 PREG-CONTROL-RECORD PIC 9(7).
       02 PREG-CONTROL-TEXT REDEFINES PREG-CONTROL-RECORD PIC X(7).
