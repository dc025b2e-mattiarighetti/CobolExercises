      *BATCHREG.CPY
      *SHARED LAYOUT OF ONE CALC-BATCH-REGISTER ENTRY, THE KEYED
      *REGISTER OF EVERY BUREAU BATCH CALC-EDIT HAS RECEIVED. THE
      *KEY IS THE BATCH NUMBER FOLLOWED BY AN ENTRY NUMBER: A BATCH
      *NUMBER REFUSED AND LATER RE-SENT, OR RE-USED UNDER
      *EDIT-OVERRIDE, IS REGISTERED AGAIN UNDER THE NEXT ENTRY
      *NUMBER, SO ALL OF A NUMBER'S ENTRIES READ TOGETHER IN THE
      *ORDER THEY WERE WRITTEN. OUTCOME IS ACCEPTED OR REFUSED;
      *ENTRIES WRITTEN BEFORE THE OUTCOME WAS RECORDED ARE ALL
      *ACCEPTED ONES AND CARRY SPACES THERE.
       02 BREG-KEY.
           03 BREG-BATCH-NUMBER PIC X(4).
           03 FILLER PIC X.
           03 BREG-ENTRY-NUMBER PIC 9(3).
       02 FILLER PIC X.
       02 BREG-PREP-DATE PIC X(8).
       02 FILLER PIC X.
       02 BREG-ACCEPT-DATE PIC 9(8).
       02 FILLER PIC X.
       02 BREG-RECORD-COUNT PIC 9(5).
       02 FILLER PIC X.
       02 BREG-BUREAU-CODE PIC X(4).
       02 FILLER PIC X.
       02 BREG-OUTCOME PIC X(8).
       02 FILLER PIC X.
       02 BREG-DETAIL-COUNT PIC 9(5).
       02 FILLER PIC X.
       02 BREG-CURRENCY PIC X(3).
