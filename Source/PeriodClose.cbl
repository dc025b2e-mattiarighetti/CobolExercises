       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-PERIOD-CLOSE.
       AUTHOR. Mattia Righetti (mattiarighe@me.com).
       DATE-WRITTEN. OCTOBER 2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-PARMS ASSIGN TO "JOB-PARMS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-PARMS-STATUS.
           SELECT PERIOD-CALENDAR ASSIGN TO "GL-PERIOD-CALENDAR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIOD-CALENDAR-STATUS.
           SELECT PERIOD-LEDGER ASSIGN TO "GL-PERIOD-LEDGER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIOD-LEDGER-STATUS.
           SELECT POSTING-HELD ASSIGN TO "GL-POSTING-HELD.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTING-HELD-STATUS.
           SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERATOR-AUTHORITY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-AUTHORITY-STATUS.
           SELECT OVERRIDE-LOG ASSIGN TO "OVERRIDE-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OVERRIDE-LOG-STATUS.
           SELECT CLOSE-REPORT ASSIGN TO "GL-PERIOD-CLOSE-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLOSE-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *SHARED CONTROL-CARD FILE FOR THE OVERNIGHT SUITE. THIS
      *PROGRAM TAKES ONE CARD:
      *   CLOSE-PERIOD   THE FISCAL PERIOD TO CLOSE (YYYYPP), WITH
      *                  THE OPERATOR ID IN COLUMNS 25-32 AND THE
      *                  REASON IN COLUMNS 34-73, AS ON AN OVERRIDE
      *                  CARD
      *   BASE-CURRENCY  THE LEDGER'S OWN CURRENCY (DEFAULT EUR),
      *                  WHICH EVERY NET ON THE REPORT IS IN
      *A "*" IN COLUMN 1 IS A COMMENT CARD.
       FD JOB-PARMS
           LABEL RECORD IS OMITTED.
       01 JOB-PARMS-RECORD.
           02 PARM-KEYWORD PIC X(14).
           02 PARM-VALUE PIC X(10).
           02 PARM-OPERATOR PIC X(8).
           02 FILLER PIC X.
           02 PARM-REASON PIC X(40).
           02 FILLER PIC X(7).
      *THE ACCOUNTING CALENDAR. IT IS READ WHOLE AND WRITTEN BACK
      *WHOLE, COMMENT CARDS AND ALL, WITH ONLY THE CLOSED PERIOD'S
      *CARD CHANGED.
       FD PERIOD-CALENDAR
           LABEL RECORD IS OMITTED.
       01 PERIOD-CALENDAR-RECORD.
           COPY GLPERIOD.
      *EVERY LINE CALC-POSTING AND CALC-REVERSAL HAVE SENT TO THE
      *LEDGER, UNDER THE PERIOD IT WENT TO.
       FD PERIOD-LEDGER
           LABEL RECORD IS OMITTED.
       01 PERIOD-LEDGER-RECORD.
           COPY GLLEDGER.
      *THE STAMPS CALC-POSTING HELD LAST NIGHT, IN ITS LAYOUT. ANY
      *DATED INSIDE THE PERIOD BEING CLOSED ARE LISTED ON THE
      *REPORT: ONCE THE PERIOD IS CLOSED THEY CAN ONLY ROLL FORWARD.
       FD POSTING-HELD
           LABEL RECORD IS OMITTED.
       01 POSTING-HELD-RECORD.
           02 HELD-STAMP PIC X(20).
           02 FILLER PIC X.
           02 HELD-BALANCE-VERDICT PIC X(4).
           02 FILLER PIC X.
           02 HELD-RECON-VERDICT PIC X(4).
           02 FILLER PIC X.
           02 HELD-DATE PIC 9(8).
           02 FILLER PIC X.
           02 HELD-RECALC-VERDICT PIC X(4).
           02 FILLER PIC X.
           02 HELD-PERIOD PIC X(6).
           02 FILLER PIC X.
           02 HELD-PERIOD-STATUS PIC X(6).
           02 FILLER PIC X.
           02 HELD-CURRENCY PIC X(3).
           02 FILLER PIC X.
           02 HELD-RATE-STATUS PIC X(4).
      *WHO MAY CLOSE A PERIOD, AND THE APPEND-ONLY LOG OF EVERY
      *CLOSE HONOURED OR REFUSED -- BOTH SHARED ACROSS THE SUITE.
       FD OPERATOR-AUTHORITY
           LABEL RECORD IS OMITTED.
       01 OPERATOR-AUTHORITY-RECORD.
           COPY OPAUTH.
       FD OVERRIDE-LOG
           LABEL RECORD IS OMITTED.
       01 OVERRIDE-LOG-RECORD.
           COPY OVRLOG.
       FD CLOSE-REPORT
           LABEL RECORD IS OMITTED.
       01 REPORT-RECORD.
           COPY RUNSTMP.
           02 REPORT-ROW PIC X(80).
       WORKING-STORAGE SECTION.
       01 JOB-PARMS-STATUS PIC XX.
       01 PERIOD-CALENDAR-STATUS PIC XX.
       01 PERIOD-LEDGER-STATUS PIC XX.
       01 POSTING-HELD-STATUS PIC XX.
       01 OPERATOR-AUTHORITY-STATUS PIC XX.
       01 OVERRIDE-LOG-STATUS PIC XX.
       01 CLOSE-REPORT-STATUS PIC XX.
       01 PARMS-EOF-SWITCH PIC X VALUE "N".
       01 CALENDAR-EOF-SWITCH PIC X VALUE "N".
       01 LEDGER-EOF-SWITCH PIC X VALUE "N".
       01 HELD-EOF-SWITCH PIC X VALUE "N".
       01 AUTHORITY-EOF-SWITCH PIC X VALUE "N".
       01 AUTHORITY-LOADED-SWITCH PIC X VALUE "N".
       01 CALENDAR-FOUND-SWITCH PIC X VALUE "N".
       01 REPRINT-SWITCH PIC X VALUE "N".
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME PIC 9(8).
      *THE CLOSE-PERIOD CARD.
       01 CLOSE-CARD-FOUND PIC X VALUE "N".
       01 CLOSE-PERIOD-ID PIC X(6) VALUE SPACES.
       01 CLOSE-OPERATOR PIC X(8) VALUE SPACES.
       01 CLOSE-REASON PIC X(40) VALUE SPACES.
      *THE LEDGER'S OWN CURRENCY, FROM THE BASE-CURRENCY CARD.
       01 BASE-CURRENCY PIC X(3) VALUE "EUR".
      *ONE LINE'S AMOUNT IN THE BASE CURRENCY. LINES POSTED BEFORE
      *THE LEDGER CARRIED A CURRENCY WERE ALL IN BASE ALREADY.
       01 LINE-BASE-AMOUNT PIC S9(11)V99.
       01 FOREIGN-LINES PIC 9(5) VALUE ZERO.
      *A HANDFUL OF OPERATORS HOLDING A FEW FUNCTIONS EACH FITS IN
      *200, AS IN CALC-POSTING.
       01 AUTH-COUNT PIC 9(3) VALUE ZERO.
       01 AUTH-INDEX PIC 9(3).
       01 AUTHORITY-TABLE.
           02 AUTHORITY-ENTRY OCCURS 200 TIMES.
               03 AUTH-OPERATOR PIC X(8).
               03 AUTH-FUNCTION PIC X(14).
      *THE CLOSE BEING CHECKED AND LOGGED.
       01 OVR-FUNCTION PIC X(14).
       01 OVR-OPERATOR PIC X(8).
       01 OVR-REASON PIC X(40).
       01 OVR-SUBJECT PIC X(20).
       01 OVR-OUTCOME PIC X(8).
       01 OVR-CAUSE PIC X(24).
      *THE CALENDAR CARD FOR CARD, COMMENTS INCLUDED, SO IT CAN BE
      *WRITTEN BACK AS IT WAS. 300 PERIODS AS IN CALC-POSTING, WITH
      *ROOM FOR THE COMMENT CARDS FINANCE KEEPS BETWEEN THE YEARS.
       01 CARD-COUNT PIC 9(3) VALUE ZERO.
       01 C-INDEX PIC 9(3).
       01 C-FOUND-INDEX PIC 9(3) VALUE ZERO.
       01 CALENDAR-TABLE.
           02 CALENDAR-CARD PIC X(80) OCCURS 400 TIMES.
       01 CALENDAR-WORK-CARD.
           COPY GLPERIOD.
       01 CLOSE-START-DATE PIC X(8).
       01 CLOSE-END-DATE PIC X(8).
       01 EARLIER-OPEN-PERIOD PIC X(6) VALUE SPACES.
      *THE PERIOD'S LEDGER LINES. FIVE RUNS A DAY FOR A
      *THIRTEEN-WEEK PERIOD, SIX LINES A RUN, STAYS UNDER 3000.
       01 LINE-COUNT PIC 9(4) VALUE ZERO.
       01 L-INDEX PIC 9(4).
       01 LINES-DROPPED PIC 9(5) VALUE ZERO.
       01 LINE-TABLE.
           02 LINE-ENTRY OCCURS 3000 TIMES.
               03 LN-STAMP PIC X(20).
               03 LN-ENTRY PIC X(8).
               03 LN-ACCOUNT PIC X(8).
               03 LN-OP-SYM PIC X.
               03 LN-COUNT PIC 9(5).
               03 LN-AMOUNT PIC S9(11)V99.
               03 LN-CURRENCY PIC X(3).
               03 LN-RATE PIC 9(4)V9(6).
               03 LN-BASE-AMOUNT PIC S9(11)V99.
               03 LN-FLAG PIC X(6).
               03 LN-DATED-PERIOD PIC X(6).
               03 LN-POST-DATE PIC 9(8).
      *THE PERIOD'S RUN STAMPS IN THE ORDER THEY FIRST POSTED: 3000
      *LINES ARE AT MOST 500 BATCHES OF SIX.
       01 STAMP-COUNT PIC 9(3) VALUE ZERO.
       01 S-INDEX PIC 9(3).
       01 S-FOUND-INDEX PIC 9(3).
       01 STAMP-TABLE.
           02 STAMP-ENTRY PIC X(20) OCCURS 500 TIMES.
      *NET BY ACCOUNT. THE MAP HAS SIX OPERATORS, AND ACCOUNTS
      *CHANGE RARELY; 50 COVERS EVERY MAPPING A PERIOD HAS SEEN.
      *A LINE FOR A 51ST ACCOUNT STILL COUNTS IN THE PERIOD TOTALS
      *BUT HAS NO ROW OF ITS OWN; SUCH LINES ARE COUNTED AND THE
      *CLOSE ENDS WITH CONDITION CODE 4, AS FOR DROPPED LINES.
       01 ACCOUNT-COUNT PIC 9(2) VALUE ZERO.
       01 ACCOUNT-LINES-DROPPED PIC 9(5) VALUE ZERO.
       01 A-INDEX PIC 9(2).
       01 A-FOUND-INDEX PIC 9(2).
       01 ACCOUNT-TABLE.
           02 ACCOUNT-ENTRY OCCURS 50 TIMES.
               03 AT-ACCOUNT PIC X(8).
               03 AT-COUNT PIC 9(7).
               03 AT-AMOUNT PIC S9(11)V99.
       01 STAMP-NET PIC S9(11)V99.
       01 STAMP-OPS PIC 9(7).
       01 PERIOD-NET PIC S9(11)V99 VALUE ZERO.
       01 PERIOD-OPS PIC 9(7) VALUE ZERO.
       01 BATCHES-POSTED PIC 9(5) VALUE ZERO.
       01 BATCHES-ROLLED-IN PIC 9(5) VALUE ZERO.
       01 BATCHES-REVERSED PIC 9(5) VALUE ZERO.
       01 HELD-IN-PERIOD PIC 9(5) VALUE ZERO.
       01 HEADING-ROW.
           02 FILLER PIC X(25) VALUE SPACES.
           02 HEADING-TEXT PIC X(30).
           02 FILLER PIC X(25) VALUE SPACES.
       01 RUN-STAMP-ROW.
           02 FILLER PIC X(10) VALUE "RUN DATE: ".
           02 STAMP-DATE PIC 9(8).
           02 FILLER PIC X(7) VALUE SPACES.
           02 FILLER PIC X(10) VALUE "RUN TIME: ".
           02 STAMP-TIME PIC 9(8).
           02 FILLER PIC X(37) VALUE SPACES.
       01 PERIOD-ROW.
           02 FILLER PIC X(7) VALUE "PERIOD ".
           02 PRD-PERIOD PIC X(6).
           02 FILLER PIC X(6) VALUE " FROM ".
           02 PRD-START PIC X(8).
           02 FILLER PIC X(4) VALUE " TO ".
           02 PRD-END PIC X(8).
           02 FILLER PIC X(8) VALUE " CLOSED ".
           02 PRD-CLOSED-DATE PIC X(8).
           02 FILLER PIC X(4) VALUE " BY ".
           02 PRD-CLOSED-BY PIC X(8).
           02 FILLER PIC X(13) VALUE SPACES.
       01 REASON-ROW.
           02 FILLER PIC X(11) VALUE "   REASON: ".
           02 RSN-TEXT PIC X(40).
           02 FILLER PIC X(29) VALUE SPACES.
       01 MESSAGE-ROW.
           02 FILLER PIC X(5) VALUE SPACES.
           02 MESSAGE-TEXT PIC X(75).
       01 REFUSED-ROW.
           02 FILLER PIC X(15) VALUE "CLOSE REFUSED: ".
           02 REF-CAUSE PIC X(24).
           02 FILLER PIC X(9) VALUE " PERIOD: ".
           02 REF-PERIOD PIC X(6).
           02 FILLER PIC X(11) VALUE " OPERATOR: ".
           02 REF-OPERATOR PIC X(8).
           02 FILLER PIC X(7) VALUE SPACES.
       01 STAMP-ROW.
           02 FILLER PIC X(10) VALUE "RUN STAMP ".
           02 STR-STAMP PIC X(20).
           02 FILLER PIC X(50) VALUE SPACES.
       01 LINE-ROW.
           02 FILLER PIC X(3) VALUE SPACES.
           02 LNR-ENTRY PIC X(8).
           02 FILLER PIC X(9) VALUE " ACCOUNT ".
           02 LNR-ACCOUNT PIC X(8).
           02 FILLER PIC X(4) VALUE " OP ".
           02 LNR-OP-SYM PIC X.
           02 FILLER PIC X(7) VALUE " COUNT ".
           02 LNR-COUNT PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 LNR-AMOUNT PIC -(11)9,99.
           02 FILLER PIC X VALUE SPACE.
           02 LNR-FLAG PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 LNR-DATED-PERIOD PIC X(6).
           02 FILLER PIC X(5) VALUE SPACES.
       01 NET-ROW.
           02 FILLER PIC X(5) VALUE SPACES.
           02 NET-LABEL PIC X(30).
           02 NET-COUNT PIC Z(6)9.
           02 FILLER PIC X VALUE SPACE.
           02 NET-AMOUNT PIC -(11)9,99.
           02 FILLER PIC X(22) VALUE SPACES.
       01 HELD-ROW.
           02 FILLER PIC X(3) VALUE SPACES.
           02 HLD-STAMP PIC X(20).
           02 FILLER PIC X(10) VALUE " BALANCE: ".
           02 HLD-BALANCE PIC X(4).
           02 FILLER PIC X(8) VALUE " RECON: ".
           02 HLD-RECON PIC X(4).
           02 FILLER PIC X(9) VALUE " RECALC: ".
           02 HLD-RECALC PIC X(4).
           02 FILLER PIC X(7) VALUE " RATE: ".
           02 HLD-RATE PIC X(4).
           02 FILLER PIC X(7) VALUE SPACES.
       01 FOREIGN-ROW.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "KEYED IN ".
           02 FGN-CURRENCY PIC X(3).
           02 FILLER PIC X VALUE SPACE.
           02 FGN-AMOUNT PIC -(11)9,99.
           02 FILLER PIC X(9) VALUE " AT RATE ".
           02 FGN-RATE PIC ZZZ9,999999.
           02 FILLER PIC X(12) VALUE SPACES.
       01 SUMMARY-ROW.
           02 FILLER PIC X(5) VALUE SPACES.
           02 SUMMARY-LABEL PIC X(30).
           02 SUMMARY-COUNT PIC ZZZZ9.
           02 FILLER PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
      *ACCOUNTING-PERIOD CLOSE. THE CLOSE-PERIOD CARD NAMES THE
      *PERIOD, WHO IS CLOSING IT AND WHY; THE OPERATOR MUST HOLD
      *PERIOD-CLOSE ON OPERATOR-AUTHORITY.txt. THE PERIOD MUST HAVE
      *ENDED, AND EVERY EARLIER PERIOD MUST ALREADY BE CLOSED, SO
      *THE BOOKS CLOSE IN ORDER. THE CALENDAR CARD IS THEN MARKED
      *CLOSED -- FROM THAT MOMENT CALC-POSTING ROLLS OR HOLDS ANY
      *STAMP DATED IN IT -- AND THE CLOSE REPORT LISTS EVERYTHING
      *POSTED TO THE PERIOD BY RUN STAMP AND ACCOUNT, WITH THE NET
      *BY ACCOUNT. A PERIOD ALREADY CLOSED GETS ITS REPORT
      *REPRINTED AND THE CALENDAR IS LEFT ALONE. EVERY CLOSE
      *HONOURED OR REFUSED GOES ON OVERRIDE-LOG.txt.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           OPEN OUTPUT CLOSE-REPORT
           PERFORM SET-RUN-STAMP
           PERFORM PRINT-HEADING
           PERFORM READ-JOB-PARMS
           PERFORM LOAD-PERIOD-CALENDAR
           PERFORM CHECK-CLOSE-REQUEST
           IF OVR-CAUSE NOT = SPACES
              PERFORM REFUSE-CLOSE
              CLOSE CLOSE-REPORT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF REPRINT-SWITCH = "N"
              PERFORM REWRITE-PERIOD-CALENDAR
              MOVE "HONOURED" TO OVR-OUTCOME
              PERFORM WRITE-OVERRIDE-LOG
              DISPLAY "GL-PERIOD-CLOSE: PERIOD " CLOSE-PERIOD-ID
                 " CLOSED."
           ELSE
              DISPLAY "GL-PERIOD-CLOSE: PERIOD " CLOSE-PERIOD-ID
                 " WAS ALREADY CLOSED - REPORT REPRINTED."
           END-IF
           PERFORM PRINT-PERIOD-ROWS
           PERFORM LOAD-PERIOD-LINES
           PERFORM PRINT-STAMP-SECTION
           PERFORM PRINT-ACCOUNT-SECTION
           PERFORM PRINT-HELD-SECTION
           PERFORM PRINT-CLOSE-SUMMARY
           CLOSE CLOSE-REPORT
           DISPLAY "SEE GL-PERIOD-CLOSE-REPORT.txt FOR THE CLOSE "
                                                      "REPORT."
           IF REPRINT-SWITCH = "Y" OR HELD-IN-PERIOD > ZERO
              OR LINES-DROPPED > ZERO
              OR ACCOUNT-LINES-DROPPED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       SET-RUN-STAMP.
           MOVE RUN-DATE TO RUN-STAMP-DATE
           MOVE RUN-TIME TO RUN-STAMP-TIME
           MOVE RUN-TIME(1:4) TO RUN-STAMP-ID
           MOVE SPACE TO RUN-STAMP-SEP.

       PRINT-HEADING.
           MOVE "GL ACCOUNTING PERIOD CLOSE" TO HEADING-TEXT
           MOVE HEADING-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE RUN-DATE TO STAMP-DATE
           MOVE RUN-TIME TO STAMP-TIME
           MOVE RUN-STAMP-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       READ-JOB-PARMS.
           OPEN INPUT JOB-PARMS
           IF JOB-PARMS-STATUS = "00"
              PERFORM UNTIL PARMS-EOF-SWITCH = "Y"
                 READ JOB-PARMS
                    AT END
                       MOVE "Y" TO PARMS-EOF-SWITCH
                    NOT AT END
                       IF PARM-KEYWORD = "CLOSE-PERIOD"
                          MOVE "Y" TO CLOSE-CARD-FOUND
                          MOVE PARM-VALUE(1:6) TO CLOSE-PERIOD-ID
                          MOVE PARM-OPERATOR TO CLOSE-OPERATOR
                          MOVE PARM-REASON TO CLOSE-REASON
                       END-IF
                       IF PARM-KEYWORD = "BASE-CURRENCY"
                          AND PARM-VALUE(1:3) IS ALPHABETIC-UPPER
                          AND PARM-VALUE(1:1) NOT = SPACE
                          AND PARM-VALUE(2:1) NOT = SPACE
                          AND PARM-VALUE(3:1) NOT = SPACE
                          MOVE PARM-VALUE(1:3) TO BASE-CURRENCY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOB-PARMS
           END-IF.

       LOAD-PERIOD-CALENDAR.
      *EVERY CARD IS KEPT FOR THE REWRITE. ON THE WAY THROUGH, THE
      *CARD FOR THE PERIOD TO CLOSE IS FOUND, AND THE FIRST EARLIER
      *PERIOD STILL OPEN IS NOTED. CALC-POSTING HAS ALREADY PROVED
      *THE CARDS' DATES, SO THEY ARE NOT RE-EDITED HERE.
           OPEN INPUT PERIOD-CALENDAR
           IF PERIOD-CALENDAR-STATUS NOT = "00"
              MOVE "Y" TO CALENDAR-EOF-SWITCH
           ELSE
              MOVE "Y" TO CALENDAR-FOUND-SWITCH
           END-IF
           PERFORM UNTIL CALENDAR-EOF-SWITCH = "Y"
              READ PERIOD-CALENDAR
                 AT END
                    MOVE "Y" TO CALENDAR-EOF-SWITCH
                 NOT AT END
                    PERFORM TAKE-CALENDAR-CARD
              END-READ
           END-PERFORM
           IF PERIOD-CALENDAR-STATUS = "00"
              OR PERIOD-CALENDAR-STATUS = "10"
              CLOSE PERIOD-CALENDAR
           END-IF
           IF C-FOUND-INDEX > 0
              PERFORM FIND-EARLIER-OPEN-PERIOD
           END-IF.

       TAKE-CALENDAR-CARD.
           IF CARD-COUNT < 400
              ADD 1 TO CARD-COUNT
              MOVE PERIOD-CALENDAR-RECORD TO CALENDAR-CARD(CARD-COUNT)
              IF CAL-PERIOD OF PERIOD-CALENDAR-RECORD = CLOSE-PERIOD-ID
                 AND CLOSE-PERIOD-ID NOT = SPACES
                 MOVE CARD-COUNT TO C-FOUND-INDEX
                 MOVE CAL-START-DATE OF PERIOD-CALENDAR-RECORD
                   TO CLOSE-START-DATE
                 MOVE CAL-END-DATE OF PERIOD-CALENDAR-RECORD
                   TO CLOSE-END-DATE
              END-IF
           ELSE
              MOVE "N" TO CALENDAR-FOUND-SWITCH
              MOVE "Y" TO CALENDAR-EOF-SWITCH
           END-IF.

       FIND-EARLIER-OPEN-PERIOD.
      *ANY OPEN PERIOD THAT ENDS BEFORE THE ONE BEING CLOSED
      *BEGINS.
           MOVE 1 TO C-INDEX
           PERFORM UNTIL C-INDEX > CARD-COUNT
              MOVE CALENDAR-CARD(C-INDEX) TO CALENDAR-WORK-CARD
              IF CAL-PERIOD OF CALENDAR-WORK-CARD(1:1) NOT = "*"
                 AND CAL-STATUS OF CALENDAR-WORK-CARD = "OPEN"
                 AND CAL-END-DATE OF CALENDAR-WORK-CARD
                     < CLOSE-START-DATE
                 MOVE CAL-PERIOD OF CALENDAR-WORK-CARD
                   TO EARLIER-OPEN-PERIOD
                 COMPUTE C-INDEX = CARD-COUNT + 1
              ELSE
                 ADD 1 TO C-INDEX
              END-IF
           END-PERFORM.

       CHECK-CLOSE-REQUEST.
      *LEAVES OVR-CAUSE BLANK WHEN THE CLOSE MAY GO AHEAD, OR WHEN
      *THE PERIOD IS ALREADY CLOSED AND ONLY THE REPORT IS WANTED;
      *OTHERWISE OVR-CAUSE SAYS WHY NOT. THE FIRST FAILING TEST IS
      *THE ONE REPORTED.
           MOVE "PERIOD-CLOSE" TO OVR-FUNCTION
           MOVE CLOSE-OPERATOR TO OVR-OPERATOR
           MOVE CLOSE-REASON TO OVR-REASON
           MOVE CLOSE-PERIOD-ID TO OVR-SUBJECT
           MOVE SPACES TO OVR-CAUSE
           IF CLOSE-CARD-FOUND = "N" OR CLOSE-PERIOD-ID = SPACES
              MOVE "NO CLOSE-PERIOD CARD" TO OVR-CAUSE
           ELSE
           IF CALENDAR-FOUND-SWITCH = "N"
              MOVE "CALENDAR NOT READABLE" TO OVR-CAUSE
           ELSE
           IF C-FOUND-INDEX = 0
              MOVE "PERIOD NOT ON CALENDAR" TO OVR-CAUSE
           ELSE
              MOVE CALENDAR-CARD(C-FOUND-INDEX) TO CALENDAR-WORK-CARD
              IF CAL-STATUS OF CALENDAR-WORK-CARD = "CLOSED"
                 MOVE "Y" TO REPRINT-SWITCH
              ELSE
                 PERFORM CHECK-OVERRIDE-AUTHORITY
                 IF OVR-CAUSE = SPACES
                    IF CLOSE-END-DATE NOT < RUN-DATE
                       MOVE "PERIOD HAS NOT ENDED" TO OVR-CAUSE
                    ELSE
                    IF EARLIER-OPEN-PERIOD NOT = SPACES
                       MOVE "EARLIER PERIOD OPEN" TO OVR-CAUSE
                    END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

       REFUSE-CLOSE.
      *A CARD WITH NOTHING TO CLOSE IS NOT LOGGED -- THERE IS NO
      *OPERATOR OR PERIOD TO LOG IT AGAINST.
           DISPLAY "GL-PERIOD-CLOSE: CLOSE REFUSED - " OVR-CAUSE
           IF OVR-CAUSE = "EARLIER PERIOD OPEN"
              DISPLAY "GL-PERIOD-CLOSE: CLOSE PERIOD "
                 EARLIER-OPEN-PERIOD " FIRST."
           END-IF
           MOVE OVR-CAUSE TO REF-CAUSE
           MOVE CLOSE-PERIOD-ID TO REF-PERIOD
           MOVE CLOSE-OPERATOR TO REF-OPERATOR
           MOVE REFUSED-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           IF CLOSE-CARD-FOUND = "Y" AND CLOSE-PERIOD-ID NOT = SPACES
              MOVE "REFUSED" TO OVR-OUTCOME
              PERFORM WRITE-OVERRIDE-LOG
           END-IF.

       REWRITE-PERIOD-CALENDAR.
      *THE CALENDAR IS REPLACED WHOLE, THE WAY CALC-RESUBMIT
      *REPLACES THE REJECT MASTER, WITH THE CLOSED PERIOD'S CARD
      *CARRYING ITS NEW STATUS, TODAY'S DATE AND THE OPERATOR.
           MOVE CALENDAR-CARD(C-FOUND-INDEX) TO CALENDAR-WORK-CARD
           MOVE "CLOSED" TO CAL-STATUS OF CALENDAR-WORK-CARD
           MOVE RUN-DATE TO CAL-CLOSED-DATE OF CALENDAR-WORK-CARD
           MOVE CLOSE-OPERATOR TO CAL-CLOSED-BY OF CALENDAR-WORK-CARD
           MOVE CALENDAR-WORK-CARD TO CALENDAR-CARD(C-FOUND-INDEX)
           OPEN OUTPUT PERIOD-CALENDAR
           MOVE 1 TO C-INDEX
           PERFORM UNTIL C-INDEX > CARD-COUNT
              MOVE CALENDAR-CARD(C-INDEX) TO PERIOD-CALENDAR-RECORD
              WRITE PERIOD-CALENDAR-RECORD
              ADD 1 TO C-INDEX
           END-PERFORM
           CLOSE PERIOD-CALENDAR.

       PRINT-PERIOD-ROWS.
           MOVE CALENDAR-CARD(C-FOUND-INDEX) TO CALENDAR-WORK-CARD
           MOVE CAL-PERIOD OF CALENDAR-WORK-CARD TO PRD-PERIOD
           MOVE CAL-START-DATE OF CALENDAR-WORK-CARD TO PRD-START
           MOVE CAL-END-DATE OF CALENDAR-WORK-CARD TO PRD-END
           MOVE CAL-CLOSED-DATE OF CALENDAR-WORK-CARD
             TO PRD-CLOSED-DATE
           MOVE CAL-CLOSED-BY OF CALENDAR-WORK-CARD TO PRD-CLOSED-BY
           MOVE PERIOD-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           IF REPRINT-SWITCH = "Y"
              MOVE "REPRINT - ALREADY CLOSED, CALENDAR UNCHANGED."
                TO MESSAGE-TEXT
              MOVE MESSAGE-ROW TO REPORT-ROW
              WRITE REPORT-RECORD
           ELSE
              MOVE CLOSE-REASON TO RSN-TEXT
              MOVE REASON-ROW TO REPORT-ROW
              WRITE REPORT-RECORD
           END-IF.

       LOAD-PERIOD-LINES.
      *EVERY LEDGER LINE POSTED TO THE PERIOD, IN THE ORDER IT WAS
      *POSTED, WITH EACH NEW RUN STAMP NOTED AS IT FIRST APPEARS.
      *NO LEDGER FILE MEANS NOTHING HAS BEEN POSTED UNDER A PERIOD.
           OPEN INPUT PERIOD-LEDGER
           IF PERIOD-LEDGER-STATUS NOT = "00"
              MOVE "Y" TO LEDGER-EOF-SWITCH
           END-IF
           PERFORM UNTIL LEDGER-EOF-SWITCH = "Y"
              READ PERIOD-LEDGER
                 AT END
                    MOVE "Y" TO LEDGER-EOF-SWITCH
                 NOT AT END
                    IF PLG-PERIOD = CLOSE-PERIOD-ID
                       PERFORM TAKE-LEDGER-LINE
                    END-IF
              END-READ
           END-PERFORM
           IF PERIOD-LEDGER-STATUS = "00"
              OR PERIOD-LEDGER-STATUS = "10"
              CLOSE PERIOD-LEDGER
           END-IF.

       TAKE-LEDGER-LINE.
      *A LINE THE TABLES CANNOT HOLD IS COUNTED, NOT LOST SILENTLY:
      *THE REPORT SAYS HOW MANY WERE LEFT OFF. EVERY NET IS TAKEN
      *ON THE BASE-CURRENCY AMOUNT; A LINE WRITTEN BEFORE THE
      *LEDGER CARRIED ONE WAS IN BASE ALREADY.
           IF PLG-BASE-AMOUNT IS NUMERIC
              MOVE PLG-BASE-AMOUNT TO LINE-BASE-AMOUNT
           ELSE
              MOVE PLG-AMOUNT TO LINE-BASE-AMOUNT
           END-IF
           MOVE 0 TO S-FOUND-INDEX
           MOVE 1 TO S-INDEX
           PERFORM UNTIL S-INDEX > STAMP-COUNT
              IF STAMP-ENTRY(S-INDEX) = PLG-STAMP
                 MOVE S-INDEX TO S-FOUND-INDEX
                 COMPUTE S-INDEX = STAMP-COUNT + 1
              ELSE
                 ADD 1 TO S-INDEX
              END-IF
           END-PERFORM
           IF LINE-COUNT NOT < 3000
              OR (S-FOUND-INDEX = 0 AND STAMP-COUNT NOT < 500)
              ADD 1 TO LINES-DROPPED
           ELSE
              IF S-FOUND-INDEX = 0
                 ADD 1 TO STAMP-COUNT
                 MOVE PLG-STAMP TO STAMP-ENTRY(STAMP-COUNT)
              END-IF
              ADD 1 TO LINE-COUNT
              MOVE PLG-STAMP TO LN-STAMP(LINE-COUNT)
              MOVE PLG-ENTRY TO LN-ENTRY(LINE-COUNT)
              MOVE PLG-ACCOUNT TO LN-ACCOUNT(LINE-COUNT)
              MOVE PLG-OP-SYM TO LN-OP-SYM(LINE-COUNT)
              MOVE PLG-COUNT TO LN-COUNT(LINE-COUNT)
              MOVE PLG-AMOUNT TO LN-AMOUNT(LINE-COUNT)
              MOVE LINE-BASE-AMOUNT TO LN-BASE-AMOUNT(LINE-COUNT)
              IF PLG-CURRENCY = SPACES
                 MOVE BASE-CURRENCY TO LN-CURRENCY(LINE-COUNT)
              ELSE
                 MOVE PLG-CURRENCY TO LN-CURRENCY(LINE-COUNT)
              END-IF
              IF PLG-RATE IS NUMERIC
                 MOVE PLG-RATE TO LN-RATE(LINE-COUNT)
              ELSE
                 MOVE 1 TO LN-RATE(LINE-COUNT)
              END-IF
              IF LN-CURRENCY(LINE-COUNT) NOT = BASE-CURRENCY
                 ADD 1 TO FOREIGN-LINES
              END-IF
              MOVE PLG-FLAG TO LN-FLAG(LINE-COUNT)
              MOVE PLG-DATED-PERIOD TO LN-DATED-PERIOD(LINE-COUNT)
              MOVE PLG-POST-DATE TO LN-POST-DATE(LINE-COUNT)
              PERFORM ADD-TO-ACCOUNT
              PERFORM COUNT-BATCH
           END-IF.

       ADD-TO-ACCOUNT.
           MOVE 0 TO A-FOUND-INDEX
           MOVE 1 TO A-INDEX
           PERFORM UNTIL A-INDEX > ACCOUNT-COUNT
              IF AT-ACCOUNT(A-INDEX) = PLG-ACCOUNT
                 MOVE A-INDEX TO A-FOUND-INDEX
                 COMPUTE A-INDEX = ACCOUNT-COUNT + 1
              ELSE
                 ADD 1 TO A-INDEX
              END-IF
           END-PERFORM
           IF A-FOUND-INDEX = 0 AND ACCOUNT-COUNT < 50
              ADD 1 TO ACCOUNT-COUNT
              MOVE PLG-ACCOUNT TO AT-ACCOUNT(ACCOUNT-COUNT)
              MOVE ZERO TO AT-COUNT(ACCOUNT-COUNT)
              MOVE ZERO TO AT-AMOUNT(ACCOUNT-COUNT)
              MOVE ACCOUNT-COUNT TO A-FOUND-INDEX
           END-IF
           IF A-FOUND-INDEX > 0
              ADD PLG-COUNT TO AT-COUNT(A-FOUND-INDEX)
              ADD LINE-BASE-AMOUNT TO AT-AMOUNT(A-FOUND-INDEX)
           ELSE
              ADD 1 TO ACCOUNT-LINES-DROPPED
           END-IF
           ADD PLG-COUNT TO PERIOD-OPS
           ADD LINE-BASE-AMOUNT TO PERIOD-NET.

       COUNT-BATCH.
      *A BATCH IS ALWAYS SIX LINES, ONE PER OPERATOR, SO IT IS
      *COUNTED ON ITS "+" LINE.
           IF PLG-OP-SYM = "+"
              IF PLG-ENTRY = "REVERSAL"
                 ADD 1 TO BATCHES-REVERSED
              ELSE
                 ADD 1 TO BATCHES-POSTED
              END-IF
              IF PLG-FLAG = "ROLLED"
                 ADD 1 TO BATCHES-ROLLED-IN
              END-IF
           END-IF.

       PRINT-STAMP-SECTION.
      *ONE BLOCK PER RUN STAMP: EVERY LINE POSTED UNDER IT IN THIS
      *PERIOD -- ORIGINAL, REVERSAL AND REPOST TOGETHER -- AND THE
      *STAMP'S NET. AMOUNTS ARE IN THE BASE CURRENCY; A LINE KEYED
      *IN ANOTHER IS FOLLOWED BY ITS ORIGINAL AMOUNT AND RATE.
           MOVE SPACES TO REPORT-ROW
           STRING "POSTED BY RUN STAMP AND ACCOUNT, IN "
                                                   DELIMITED BY SIZE
              BASE-CURRENCY DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              INTO REPORT-ROW
           WRITE REPORT-RECORD
           IF STAMP-COUNT = ZERO
              MOVE "NOTHING HAS BEEN POSTED TO THIS PERIOD."
                TO MESSAGE-TEXT
              MOVE MESSAGE-ROW TO REPORT-ROW
              WRITE REPORT-RECORD
           END-IF
           MOVE 1 TO S-INDEX
           PERFORM UNTIL S-INDEX > STAMP-COUNT
              PERFORM PRINT-ONE-STAMP
              ADD 1 TO S-INDEX
           END-PERFORM.

       PRINT-ONE-STAMP.
           MOVE STAMP-ENTRY(S-INDEX) TO STR-STAMP
           MOVE STAMP-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE ZERO TO STAMP-NET
           MOVE ZERO TO STAMP-OPS
           MOVE 1 TO L-INDEX
           PERFORM UNTIL L-INDEX > LINE-COUNT
              IF LN-STAMP(L-INDEX) = STAMP-ENTRY(S-INDEX)
                 MOVE LN-ENTRY(L-INDEX) TO LNR-ENTRY
                 MOVE LN-ACCOUNT(L-INDEX) TO LNR-ACCOUNT
                 MOVE LN-OP-SYM(L-INDEX) TO LNR-OP-SYM
                 MOVE LN-COUNT(L-INDEX) TO LNR-COUNT
                 MOVE LN-BASE-AMOUNT(L-INDEX) TO LNR-AMOUNT
                 MOVE LN-FLAG(L-INDEX) TO LNR-FLAG
                 IF LN-FLAG(L-INDEX) = "ROLLED"
                    MOVE LN-DATED-PERIOD(L-INDEX) TO LNR-DATED-PERIOD
                 ELSE
                    MOVE SPACES TO LNR-DATED-PERIOD
                 END-IF
                 MOVE LINE-ROW TO REPORT-ROW
                 WRITE REPORT-RECORD
                 IF LN-CURRENCY(L-INDEX) NOT = BASE-CURRENCY
                    MOVE LN-CURRENCY(L-INDEX) TO FGN-CURRENCY
                    MOVE LN-AMOUNT(L-INDEX) TO FGN-AMOUNT
                    MOVE LN-RATE(L-INDEX) TO FGN-RATE
                    MOVE FOREIGN-ROW TO REPORT-ROW
                    WRITE REPORT-RECORD
                 END-IF
                 ADD LN-COUNT(L-INDEX) TO STAMP-OPS
                 ADD LN-BASE-AMOUNT(L-INDEX) TO STAMP-NET
              END-IF
              ADD 1 TO L-INDEX
           END-PERFORM
           MOVE "NET FOR RUN STAMP:" TO NET-LABEL
           MOVE STAMP-OPS TO NET-COUNT
           MOVE STAMP-NET TO NET-AMOUNT
           MOVE NET-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       PRINT-ACCOUNT-SECTION.
           MOVE SPACES TO REPORT-ROW
           STRING "NET BY ACCOUNT, IN " DELIMITED BY SIZE
              BASE-CURRENCY DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              INTO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE 1 TO A-INDEX
           PERFORM UNTIL A-INDEX > ACCOUNT-COUNT
              MOVE SPACES TO NET-LABEL
              STRING "ACCOUNT " DELIMITED BY SIZE
                 AT-ACCOUNT(A-INDEX) DELIMITED BY SIZE
                 INTO NET-LABEL
              MOVE AT-COUNT(A-INDEX) TO NET-COUNT
              MOVE AT-AMOUNT(A-INDEX) TO NET-AMOUNT
              MOVE NET-ROW TO REPORT-ROW
              WRITE REPORT-RECORD
              ADD 1 TO A-INDEX
           END-PERFORM
           MOVE "NET FOR THE PERIOD:" TO NET-LABEL
           MOVE PERIOD-OPS TO NET-COUNT
           MOVE PERIOD-NET TO NET-AMOUNT
           MOVE NET-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       PRINT-HELD-SECTION.
      *STAMPS DATED IN THE PERIOD THAT CALC-POSTING HELD ON ITS
      *LAST RUN HAVE NOT REACHED THE LEDGER. THEY DO NOT STOP THE
      *CLOSE, BUT THE BACK OFFICE MUST KNOW THEY WILL NOW ROLL
      *FORWARD OR STAY HELD.
           MOVE "HELD STAMPS DATED IN THE PERIOD:" TO REPORT-ROW
           WRITE REPORT-RECORD
           OPEN INPUT POSTING-HELD
           IF POSTING-HELD-STATUS NOT = "00"
              MOVE "Y" TO HELD-EOF-SWITCH
           END-IF
           PERFORM UNTIL HELD-EOF-SWITCH = "Y"
              READ POSTING-HELD
                 AT END
                    MOVE "Y" TO HELD-EOF-SWITCH
                 NOT AT END
                    IF HELD-STAMP(1:8) NOT < CLOSE-START-DATE
                       AND HELD-STAMP(1:8) NOT > CLOSE-END-DATE
                       ADD 1 TO HELD-IN-PERIOD
                       MOVE HELD-STAMP TO HLD-STAMP
                       MOVE HELD-BALANCE-VERDICT TO HLD-BALANCE
                       MOVE HELD-RECON-VERDICT TO HLD-RECON
                       MOVE HELD-RECALC-VERDICT TO HLD-RECALC
                       MOVE HELD-RATE-STATUS TO HLD-RATE
                       MOVE HELD-ROW TO REPORT-ROW
                       WRITE REPORT-RECORD
                    END-IF
              END-READ
           END-PERFORM
           IF POSTING-HELD-STATUS = "00" OR POSTING-HELD-STATUS = "10"
              CLOSE POSTING-HELD
           END-IF
           IF HELD-IN-PERIOD = ZERO
              MOVE "NONE." TO MESSAGE-TEXT
              MOVE MESSAGE-ROW TO REPORT-ROW
              WRITE REPORT-RECORD
           END-IF.

       PRINT-CLOSE-SUMMARY.
           MOVE "RUN STAMPS IN THE PERIOD:     " TO SUMMARY-LABEL
           MOVE STAMP-COUNT TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "BATCHES POSTED:               " TO SUMMARY-LABEL
           MOVE BATCHES-POSTED TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "REVERSAL BATCHES:             " TO SUMMARY-LABEL
           MOVE BATCHES-REVERSED TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "ROLLED IN FROM CLOSED PERIODS:" TO SUMMARY-LABEL
           MOVE BATCHES-ROLLED-IN TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "POSTING LINES:                " TO SUMMARY-LABEL
           MOVE LINE-COUNT TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "LINES KEYED IN OTHER CURRENCY:" TO SUMMARY-LABEL
           MOVE FOREIGN-LINES TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "HELD STAMPS DATED IN PERIOD:  " TO SUMMARY-LABEL
           MOVE HELD-IN-PERIOD TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           IF LINES-DROPPED > ZERO
              MOVE "LINES NOT LISTED (TABLE FULL):" TO SUMMARY-LABEL
              MOVE LINES-DROPPED TO SUMMARY-COUNT
              MOVE SUMMARY-ROW TO REPORT-ROW
              WRITE REPORT-RECORD
           END-IF
           IF ACCOUNT-LINES-DROPPED > ZERO
              MOVE "LINES NOT NETTED (ACCOUNTS):  " TO SUMMARY-LABEL
              MOVE ACCOUNT-LINES-DROPPED TO SUMMARY-COUNT
              MOVE SUMMARY-ROW TO REPORT-ROW
              WRITE REPORT-RECORD
           END-IF.

       LOAD-OPERATOR-AUTHORITY.
      *A MISSING FILE LEAVES THE TABLE EMPTY, AND THE CLOSE IS
      *REFUSED.
           MOVE "Y" TO AUTHORITY-LOADED-SWITCH
           OPEN INPUT OPERATOR-AUTHORITY
           IF OPERATOR-AUTHORITY-STATUS NOT = "00"
              DISPLAY "OPERATOR-AUTHORITY.txt NOT FOUND - NO "
                 "PERIOD CAN BE CLOSED."
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
      *FIRST ENTRY CREATES IT WITH OPEN OUTPUT INSTEAD.
           OPEN EXTEND OVERRIDE-LOG
           IF OVERRIDE-LOG-STATUS = "35"
              OPEN OUTPUT OVERRIDE-LOG
           END-IF
           MOVE SPACES TO OVERRIDE-LOG-RECORD
           MOVE RUN-DATE TO OVL-DATE
           MOVE RUN-TIME TO OVL-TIME
           MOVE "GL-PERIOD-CLOSE" TO OVL-PROGRAM
           MOVE OVR-FUNCTION TO OVL-FUNCTION
           MOVE OVR-OPERATOR TO OVL-OPERATOR
           MOVE OVR-OUTCOME TO OVL-OUTCOME
           MOVE OVR-SUBJECT TO OVL-SUBJECT
           MOVE OVR-CAUSE TO OVL-CAUSE
           MOVE OVR-REASON TO OVL-REASON
           WRITE OVERRIDE-LOG-RECORD
           CLOSE OVERRIDE-LOG.
