      *OVRLOG.CPY
      *SHARED LAYOUT OF ONE OVERRIDE-LOG.txt ENTRY. EVERY PROGRAM
      *THAT HONOURS OR REFUSES AN OVERRIDE OR A KEYED MAINTENANCE
      *CARD APPENDS ONE ENTRY: WHEN, WHICH PROGRAM, WHICH FUNCTION
      *(AS NAMED ON OPERATOR-AUTHORITY.txt), WHO, THE OUTCOME
      *(HONOURED OR REFUSED), WHAT IT APPLIED TO, WHY IT WAS
      *REFUSED, AND THE OPERATOR'S OWN REASON. THE LOG IS NEVER
      *REWRITTEN -- OVERRIDE-INQ READS IT FOR THE AUDITORS.
       02 OVL-DATE PIC 9(8).
       02 FILLER PIC X.
       02 OVL-TIME PIC 9(8).
       02 FILLER PIC X.
       02 OVL-PROGRAM PIC X(16).
       02 FILLER PIC X.
       02 OVL-FUNCTION PIC X(14).
       02 FILLER PIC X.
       02 OVL-OPERATOR PIC X(8).
       02 FILLER PIC X.
       02 OVL-OUTCOME PIC X(8).
       02 FILLER PIC X.
       02 OVL-SUBJECT PIC X(20).
       02 FILLER PIC X.
       02 OVL-CAUSE PIC X(24).
       02 FILLER PIC X.
       02 OVL-REASON PIC X(40).
