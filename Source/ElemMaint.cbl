           SELECT MAINT-REPORT ASSIGN TO "ELEM-MAINT-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINT-REPORT-STATUS.
           SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERATOR-AUTHORITY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-AUTHORITY-STATUS.
           SELECT OVERRIDE-LOG ASSIGN TO "OVERRIDE-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OVERRIDE-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *MAINTENANCE TRANSACTION CARDS, ONE CHANGE PER CARD:
      *   REASON (29-68)      WHY, IN THE KEYER'S OWN WORDS
      *A "*" IN COLUMN 1 IS A COMMENT CARD. EVERY APPLIED CHANGE
      *PRINTS BEFORE AND AFTER FIGURES WITH THE WHO AND WHY, SO A
      *CORRECTED MASTER STAYS BELIEVABLE. THE KEYER MUST HOLD THE
      *ACTION (MAINT-DELETE, MAINT-ADJUST OR MAINT-RESET) ON
      *OPERATOR-AUTHORITY.txt AND GIVE A REASON; EVERY CARD APPLIED
      *OR REFUSED ON THOSE GROUNDS GOES TO OVERRIDE-LOG.txt.
       FD MAINT-TRANS
           LABEL RECORD IS OMITTED.
       01 MAINT-TRANS-RECORD.
       01 REPORT-RECORD.
           COPY RUNSTMP.
           02 REPORT-ROW PIC X(80).
      *WHO MAY USE WHICH OVERRIDE, AND THE APPEND-ONLY LOG OF EVERY
      *OVERRIDE HONOURED OR REFUSED -- BOTH SHARED ACROSS THE SUITE.
       FD OPERATOR-AUTHORITY
           LABEL RECORD IS OMITTED.
       01 OPERATOR-AUTHORITY-RECORD.
           COPY OPAUTH.
       FD OVERRIDE-LOG
           LABEL RECORD IS OMITTED.
       01 OVERRIDE-LOG-RECORD.
           COPY OVRLOG.
       WORKING-STORAGE SECTION.
       01 OPERATOR-AUTHORITY-STATUS PIC XX.
       01 OVERRIDE-LOG-STATUS PIC XX.
       01 AUTHORITY-EOF-SWITCH PIC X VALUE "N".
       01 AUTHORITY-LOADED-SWITCH PIC X VALUE "N".
      *ONE ENTRY PER OPERATOR-AUTHORITY.txt CARD. A HANDFUL OF
      *OPERATORS HOLDING AT MOST SEVEN FUNCTIONS EACH FITS IN 200.
       01 AUTH-COUNT PIC 9(3) VALUE ZERO.
       01 AUTH-INDEX PIC 9(3).
       01 AUTHORITY-TABLE.
           02 AUTHORITY-ENTRY OCCURS 200 TIMES.
               03 AUTH-OPERATOR PIC X(8).
               03 AUTH-FUNCTION PIC X(14).
      *THE OVERRIDE BEING CHECKED AND LOGGED.
       01 OVR-FUNCTION PIC X(14).
       01 OVR-OPERATOR PIC X(8).
       01 OVR-REASON PIC X(40).
       01 OVR-SUBJECT PIC X(20).
       01 OVR-OUTCOME PIC X(8).
       01 OVR-CAUSE PIC X(24).
       01 MAINT-TRANS-STATUS PIC XX.
       01 ELEMENTS-MASTER-STATUS PIC XX.
       01 MAINT-REPORT-STATUS PIC XX.
                 MOVE "ACTION NOT RECOGNISED         " TO REJ-TEXT
                 PERFORM WRITE-CARD-REJECT
              ELSE
              PERFORM CHECK-KEYER-AUTHORITY
              IF OVR-CAUSE NOT = SPACES
                 MOVE OVR-CAUSE TO REJ-TEXT
                 PERFORM WRITE-CARD-REJECT
                 MOVE "REFUSED" TO OVR-OUTCOME
                 PERFORM WRITE-OVERRIDE-LOG
              ELSE
              IF M-FOUND-INDEX = 0
                 MOVE "CHARACTER NOT ON MASTER       " TO REJ-TEXT
                 PERFORM WRITE-CARD-REJECT
                 PERFORM WRITE-CARD-REJECT
              ELSE
                 PERFORM APPLY-GOOD-CARD
                 MOVE "HONOURED" TO OVR-OUTCOME
                 PERFORM WRITE-OVERRIDE-LOG
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

       CHECK-KEYER-AUTHORITY.
      *THE CARD'S ACTION NAMES THE FUNCTION THE KEYER MUST HOLD;
      *THE SUBJECT LOGGED IS THE ACTION AND THE MASTER CHARACTER.
           MOVE SPACES TO OVR-FUNCTION
           STRING "MAINT-" DELIMITED BY SIZE
              TRN-ACTION DELIMITED BY SPACE
              INTO OVR-FUNCTION
           MOVE TRN-KEYED-BY TO OVR-OPERATOR
           MOVE TRN-REASON TO OVR-REASON
           MOVE SPACES TO OVR-SUBJECT
           STRING TRN-ACTION DELIMITED BY SPACE
              " CHARACTER " DELIMITED BY SIZE
              TRN-CHAR DELIMITED BY SIZE
              INTO OVR-SUBJECT
           PERFORM CHECK-OVERRIDE-AUTHORITY.

       APPLY-GOOD-CARD.
           MOVE TRN-ACTION TO CHG-ACTION
           MOVE TRN-CHAR TO CHG-CHAR
              "APPLIED, " CARDS-REJECTED " CARDS REJECTED."
           DISPLAY "SEE ELEM-MAINT-REPORT.txt FOR THE BEFORE/AFTER "
                                                        "REPORT.".

       LOAD-OPERATOR-AUTHORITY.
      *LOADED ONCE, ON THE FIRST OVERRIDE TO CHECK. A MISSING FILE
      *LEAVES THE TABLE EMPTY, AND EVERY OVERRIDE IS REFUSED.
           MOVE "Y" TO AUTHORITY-LOADED-SWITCH
           OPEN INPUT OPERATOR-AUTHORITY
           IF OPERATOR-AUTHORITY-STATUS NOT = "00"
              DISPLAY "OPERATOR-AUTHORITY.txt NOT FOUND - NO "
                 "OVERRIDE CAN BE HONOURED."
              MOVE "Y" TO AUTHORITY-EOF-SWITCH
           END-IF
           PERFORM UNTIL AUTHORITY-EOF-SWITCH = "Y"
              READ OPERATOR-AUTHORITY
                 AT END
                    MOVE "Y" TO AUTHORITY-EOF-SWITCH
                 NOT AT END
                    IF OPA-OPERATOR(1:1) NOT = "*"
                       AND OPA-OPERATOR NOT = SPACES
                       AND AUTH-COUNT < 200
                       ADD 1 TO AUTH-COUNT
                       MOVE OPA-OPERATOR TO AUTH-OPERATOR(AUTH-COUNT)
                       MOVE OPA-FUNCTION TO AUTH-FUNCTION(AUTH-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF OPERATOR-AUTHORITY-STATUS = "00"
              OR OPERATOR-AUTHORITY-STATUS = "10"
              CLOSE OPERATOR-AUTHORITY
           END-IF.

       CHECK-OVERRIDE-AUTHORITY.
      *LEAVES OVR-CAUSE BLANK WHEN OVR-OPERATOR HOLDS OVR-FUNCTION
      *AND HAS SAID WHY; OTHERWISE OVR-CAUSE SAYS WHAT IS MISSING.
           IF AUTHORITY-LOADED-SWITCH = "N"
              PERFORM LOAD-OPERATOR-AUTHORITY
           END-IF
           MOVE "OPERATOR NOT AUTHORISED" TO OVR-CAUSE
           IF OVR-OPERATOR = SPACES
              MOVE "NO OPERATOR ID" TO OVR-CAUSE
           ELSE
           IF OVR-REASON = SPACES
              MOVE "NO REASON GIVEN" TO OVR-CAUSE
           ELSE
              MOVE 1 TO AUTH-INDEX
              PERFORM UNTIL AUTH-INDEX > AUTH-COUNT
                 IF AUTH-OPERATOR(AUTH-INDEX) = OVR-OPERATOR
                    AND AUTH-FUNCTION(AUTH-INDEX) = OVR-FUNCTION
                    MOVE SPACES TO OVR-CAUSE
                    COMPUTE AUTH-INDEX = AUTH-COUNT + 1
                 ELSE
                    ADD 1 TO AUTH-INDEX
                 END-IF
              END-PERFORM
           END-IF
           END-IF.

       WRITE-OVERRIDE-LOG.
      *OPEN EXTEND ABENDS WHEN THE LOG DOES NOT YET EXIST, SO THE
      *FIRST ENTRY CREATES IT WITH OPEN OUTPUT INSTEAD. THE LOG IS
      *OPENED AND CLOSED ROUND EVERY ENTRY SO THAT AN ABEND LATER
      *IN THE STEP CANNOT LOSE ONE.
           OPEN EXTEND OVERRIDE-LOG
           IF OVERRIDE-LOG-STATUS = "35"
              OPEN OUTPUT OVERRIDE-LOG
           END-IF
           MOVE SPACES TO OVERRIDE-LOG-RECORD
           MOVE RUN-DATE TO OVL-DATE
           MOVE RUN-TIME TO OVL-TIME
           MOVE "ELEMENTS-MAINT" TO OVL-PROGRAM
           MOVE OVR-FUNCTION TO OVL-FUNCTION
           MOVE OVR-OPERATOR TO OVL-OPERATOR
           MOVE OVR-OUTCOME TO OVL-OUTCOME
           MOVE OVR-SUBJECT TO OVL-SUBJECT
           MOVE OVR-CAUSE TO OVL-CAUSE
           MOVE OVR-REASON TO OVL-REASON
           WRITE OVERRIDE-LOG-RECORD
           CLOSE OVERRIDE-LOG.
