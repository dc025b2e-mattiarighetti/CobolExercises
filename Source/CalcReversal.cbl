       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-REVERSAL.
       AUTHOR. Mattia Righetti (mattiarighe@me.com).
       DATE-WRITTEN. OCTOBER 2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-TRANS ASSIGN TO "GL-REVERSAL-TRANS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REVERSAL-TRANS-STATUS.
           SELECT CALC-RUN-CONTROL ASSIGN TO "CALC-RUN-CONTROL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT GL-ACCOUNT-MAP ASSIGN TO "GL-ACCOUNT-MAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-ACCOUNT-MAP-STATUS.
           SELECT GL-REVERSAL ASSIGN TO "GL-REVERSAL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-REVERSAL-STATUS.
           SELECT POSTING-REGISTER
           ASSIGN TO "GL-POSTING-REGISTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREG-KEY
           FILE STATUS IS POSTING-REGISTER-STATUS.
           SELECT OLD-POSTING-REGISTER
           ASSIGN TO "GL-POSTING-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLD-POSTING-STATUS.
           SELECT PERIOD-CALENDAR ASSIGN TO "GL-PERIOD-CALENDAR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIOD-CALENDAR-STATUS.
           SELECT PERIOD-LEDGER ASSIGN TO "GL-PERIOD-LEDGER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIOD-LEDGER-STATUS.
           SELECT REVERSAL-REPORT ASSIGN TO "GL-REVERSAL-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REVERSAL-REPORT-STATUS.
           SELECT JOB-PARMS ASSIGN TO "JOB-PARMS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-PARMS-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *REVERSAL CARDS, ONE RUN STAMP PER CARD:
      *   RUN STAMP (COLS 1-20)  THE STAMP TO TAKE BACK OUT OF THE
      *                          LEDGER, EXACTLY AS THE POSTING
      *                          REGISTER SHOWS IT
      *   KEYED BY (22-29)       WHO KEYED THE CARD
      *   REASON (31-70)         WHY, IN THE KEYER'S OWN WORDS
      *A "*" IN COLUMN 1 IS A COMMENT CARD.
       FD REVERSAL-TRANS
           LABEL RECORD IS OMITTED.
       01 REVERSAL-TRANS-RECORD.
           02 REV-STAMP PIC X(20).
           02 FILLER PIC X.
           02 REV-KEYED-BY PIC X(8).
           02 FILLER PIC X.
           02 REV-REASON PIC X(40).
      *THE SAME CONTROL RECORD CALC-POSTING EXTRACTS FROM: THE
      *CONTRA BATCH TAKES BACK EXACTLY THE FIGURES THAT WENT OUT.
       FD CALC-RUN-CONTROL
           LABEL RECORD IS OMITTED.
       01 RUN-CONTROL-RECORD.
           02 RC-STAMP.
               03 RC-STAMP-DATE PIC 9(8).
               03 RC-STAMP-TIME PIC 9(8).
               03 RC-STAMP-ID PIC 9(4).
           02 FILLER PIC X.
           02 RC-PLUS-COUNT PIC 9(3).
           02 RC-PLUS-SUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 RC-MINUS-COUNT PIC 9(3).
           02 RC-MINUS-SUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 RC-MULT-COUNT PIC 9(3).
           02 RC-MULT-SUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 RC-DIV-COUNT PIC 9(3).
           02 RC-DIV-SUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 RC-PCT-COUNT PIC 9(3).
           02 RC-PCT-SUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 RC-REM-COUNT PIC 9(3).
           02 RC-REM-SUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 RC-ERROR-COUNT PIC 9(3).
      *THE SAME OPERATOR-TO-ACCOUNT MAPPING CALC-POSTING USES, READ
      *UNDER THE SAME RULES, SO A CONTRA ENTRY ALWAYS LANDS ON THE
      *ACCOUNT THE ORIGINAL WENT TO.
       FD GL-ACCOUNT-MAP
           LABEL RECORD IS OMITTED.
       01 ACCOUNT-MAP-RECORD.
           02 MAP-OP-SYM PIC X.
           02 FILLER PIC X.
           02 MAP-ACCOUNT PIC X(8).
           02 FILLER PIC X(70).
      *THE REVERSAL INTERFACE FILE, IN EXACTLY THE SHAPE OF
      *GL-POSTING.txt: EACH REVERSED STAMP GOES OUT AS ONE BATCH
      *BRACKETED BY AN "H" HEADER (THE STAMP'S BATCH NUMBER AND
      *TODAY'S PREPARATION DATE) AND A "T" TRAILER WITH THE RECORD
      *COUNT AND THE HASH OF THE ABSOLUTE AMOUNTS. THE AMOUNTS ARE
      *THE ORIGINALS WITH THE SIGN TURNED OVER. IT IS A FILE OF ITS
      *OWN SO A REVERSAL NEVER REWRITES, OR ADDS TO, A POSTING FILE
      *THE LEDGER MAY ALREADY HAVE COLLECTED. A CONTRA BATCH IS
      *DATED TODAY, SO IT POSTS TO TODAY'S FISCAL PERIOD, OR IS
      *ROLLED INTO THE FIRST OPEN PERIOD AFTER IT IF THAT IS CLOSED.
      *THE CONTRA BATCH CARRIES THE CURRENCY THE STAMP WAS POSTED IN
      *AND CONVERTS AT THE RATE IT WAS POSTED AT, FROM THE REGISTER,
      *SO THE BASE AMOUNTS TAKE BACK EXACTLY WHAT WENT OUT.
       FD GL-REVERSAL
           LABEL RECORD IS OMITTED.
       01 POSTING-HEADER-RECORD.
           02 PH-RECORD-TYPE PIC X.
           02 PH-BATCH-NUMBER PIC X(4).
           02 PH-PREP-DATE PIC X(8).
           02 FILLER PIC X.
           02 PH-PERIOD PIC X(6).
           02 FILLER PIC X.
           02 PH-CURRENCY PIC X(3).
           02 FILLER PIC X.
           02 PH-RATE PIC 9(4)V9(6).
       01 POSTING-TRAILER-RECORD.
           02 PT-RECORD-TYPE PIC X.
           02 PT-RECORD-COUNT PIC 9(5).
           02 PT-HASH-TOTAL PIC 9(11)V99.
           02 FILLER PIC X.
           02 PT-BASE-HASH-TOTAL PIC 9(11)V99.
       01 POSTING-DETAIL-RECORD.
           02 PST-STAMP-DATE PIC 9(8).
           02 PST-STAMP-TIME PIC 9(8).
           02 PST-STAMP-ID PIC 9(4).
           02 FILLER PIC X.
           02 PST-ACCOUNT PIC X(8).
           02 FILLER PIC X.
           02 PST-OP-SYM PIC X.
           02 FILLER PIC X.
           02 PST-COUNT PIC 9(5).
           02 FILLER PIC X.
           02 PST-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
           02 FILLER PIC X.
           02 PST-PERIOD PIC X(6).
           02 FILLER PIC X.
           02 PST-PERIOD-FLAG PIC X(6).
           02 FILLER PIC X.
           02 PST-CURRENCY PIC X(3).
           02 FILLER PIC X.
           02 PST-BASE-AMOUNT PIC S9(11)V99 SIGN LEADING SEPARATE.
      *THE POSTING REGISTER CALC-POSTING KEEPS. A REVERSAL ENTRY IS
      *APPENDED FOR EVERY STAMP TAKEN BACK OUT, WITH WHO AND WHY;
      *CALC-POSTING THEN TREATS THE STAMP AS DUE AGAIN AND
      *REGISTERS ITS CORRECTED RERUN AS A REPOST.
       FD POSTING-REGISTER
           LABEL RECORD IS STANDARD.
       01 POSTING-REGISTER-RECORD.
           COPY GLPREG.
      *THE REGISTER AS IT WAS HELD BEFORE IT WAS KEYED. IT IS ONLY
      *OPENED TO SEE WHETHER IT IS STILL THERE: A KEYED REGISTER
      *THAT DOES NOT EXIST YET BESIDE AN OLD ONE THAT DOES MEANS
      *REGISTER-CONVERT HAS NOT BEEN RUN.
       FD OLD-POSTING-REGISTER
           LABEL RECORD IS OMITTED.
       01 OLD-POSTING-RECORD PIC X(80).
      *THE ACCOUNTING CALENDAR, AND THE LEDGER OF EVERY LINE POSTED
      *UNDER EACH PERIOD, SHARED WITH CALC-POSTING.
       FD PERIOD-CALENDAR
           LABEL RECORD IS OMITTED.
       01 PERIOD-CALENDAR-RECORD.
           COPY GLPERIOD.
       FD PERIOD-LEDGER
           LABEL RECORD IS OMITTED.
       01 PERIOD-LEDGER-RECORD.
           COPY GLLEDGER.
       FD REVERSAL-REPORT
           LABEL RECORD IS OMITTED.
       01 REPORT-RECORD.
           COPY RUNSTMP.
           02 REPORT-ROW PIC X(80).
      *SHARED CONTROL-CARD FILE FOR THE OVERNIGHT SUITE: KEYWORD IN
      *COLUMNS 1-14, VALUE FROM COLUMN 15. EACH PROGRAM PICKS OUT
      *ITS OWN CARDS AND IGNORES THE REST. A "*" IN COLUMN 1 IS A
      *COMMENT CARD.
       FD JOB-PARMS
           LABEL RECORD IS OMITTED.
       01 JOB-PARMS-RECORD.
           02 PARM-KEYWORD PIC X(14).
           02 PARM-VALUE PIC X(10).
           02 FILLER PIC X(56).
       WORKING-STORAGE SECTION.
       01 JOB-PARMS-STATUS PIC XX.
       01 PARMS-EOF-SWITCH PIC X VALUE "N".
      *THE LEDGER'S OWN CURRENCY, FROM THE BASE-CURRENCY CARD: A
      *STAMP REGISTERED BEFORE RUNS CARRIED A CURRENCY WAS POSTED
      *IN IT, AT ONE.
       01 BASE-CURRENCY PIC X(3) VALUE "EUR".
       01 BATCH-BASE-HASH-TOTAL PIC 9(11)V99.
       01 BASE-WORK-AMOUNT PIC S9(11)V99.
       01 REVERSAL-TRANS-STATUS PIC XX.
       01 RUN-CONTROL-STATUS PIC XX.
       01 GL-ACCOUNT-MAP-STATUS PIC XX.
       01 GL-REVERSAL-STATUS PIC XX.
       01 POSTING-REGISTER-STATUS PIC XX.
       01 OLD-POSTING-STATUS PIC XX.
       01 REGISTER-ERROR-SWITCH PIC X VALUE "N".
       01 REVERSAL-REPORT-STATUS PIC XX.
       01 PERIOD-CALENDAR-STATUS PIC XX.
       01 PERIOD-LEDGER-STATUS PIC XX.
       01 CALENDAR-EOF-SWITCH PIC X VALUE "N".
       01 CALENDAR-ERROR-SWITCH PIC X VALUE "N".
      *SIZED AS CALC-POSTING SIZES ITS COPY OF THE CALENDAR.
       01 PERIOD-COUNT PIC 9(3) VALUE ZERO.
       01 P-INDEX PIC 9(3).
       01 P-FOUND-INDEX PIC 9(3).
       01 P-POST-INDEX PIC 9(3).
       01 PERIOD-TABLE.
           02 PERIOD-ENTRY OCCURS 300 TIMES.
               03 PD-PERIOD PIC X(6).
               03 PD-START-DATE PIC X(8).
               03 PD-END-DATE PIC X(8).
               03 PD-STATUS PIC X(6).
       01 PERIOD-WORK-DATE PIC X(8).
       01 DATED-PERIOD PIC X(6).
       01 POST-PERIOD PIC X(6).
       01 POST-PERIOD-FLAG PIC X(6).
       01 TRANS-EOF-SWITCH PIC X VALUE "N".
       01 CONTROL-EOF-SWITCH PIC X.
       01 MAP-EOF-SWITCH PIC X VALUE "N".
       01 REGISTER-EOF-SWITCH PIC X VALUE "N".
       01 REGISTER-OPEN-SWITCH PIC X VALUE "N".
       01 REGISTER-WRITTEN-SWITCH PIC X.
       01 MAP-ERROR-SWITCH PIC X VALUE "N".
       01 MAP-MATCH-SWITCH PIC X.
       01 CONTROL-FOUND-SWITCH PIC X.
       01 CONTROL-RECORD-NUMBER PIC 9(7).
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME PIC 9(8).
       01 CARDS-READ PIC 9(4) VALUE ZERO.
       01 CARDS-REJECTED PIC 9(4) VALUE ZERO.
       01 BATCHES-REVERSED PIC 9(4) VALUE ZERO.
       01 BATCH-RECORD-COUNT PIC 9(5).
       01 BATCH-HASH-TOTAL PIC 9(11)V99.
       01 WORK-AMOUNT PIC S9(11)V99.
       01 OP-INDEX PIC 9.
       01 ACCOUNT-MAP-TABLE.
           02 MAP-ENTRY OCCURS 6 TIMES.
               03 MAP-T-SYM PIC X.
               03 MAP-T-ACCOUNT PIC X(8).
               03 MAP-T-FOUND PIC X.
      *THE LATEST REGISTER ENTRY FOR THE STAMP ON THE CARD, AS READ
      *BY KEY: X-WORK-NUMBER IS ITS ENTRY NUMBER, ZERO WHEN THE
      *STAMP IS NOT ON THE REGISTER. X-WORK-CONTROL IS THE POSITION
      *ON THE CONTROL FILE OF THE RECORD IT POSTED, ZERO WHEN THE
      *ENTRY PREDATES THE POSITION BEING KEPT.
       01 X-WORK-STAMP PIC X(20).
       01 X-WORK-NUMBER PIC 9(3).
       01 X-WORK-ENTRY PIC X(8).
       01 X-WORK-CURRENCY PIC X(3).
       01 X-WORK-RATE PIC X(10).
       01 X-WORK-RATE-VALUE REDEFINES X-WORK-RATE PIC 9(4)V9(6).
       01 X-WORK-CONTROL PIC 9(7).
      *CARDS THAT PASS EVERY CHECK ARE STAGED HERE WITH THE
      *FIGURES TO REVERSE, SO GL-REVERSAL.txt IS ONLY OPENED WHEN
      *THERE IS AT LEAST ONE BATCH TO WRITE. A REVERSAL IS A RARE,
      *DELIBERATE ACT; 50 IN ONE RUN IS FAR MORE THAN EVER NEEDED.
       01 STAGE-COUNT PIC 9(2) VALUE ZERO.
       01 S-INDEX PIC 9(2).
       01 STAGE-TABLE.
           02 STAGE-ENTRY OCCURS 50 TIMES.
               03 SG-STAMP.
                   04 SG-STAMP-DATE PIC 9(8).
                   04 SG-STAMP-TIME PIC 9(8).
                   04 SG-STAMP-ID PIC 9(4).
               03 SG-ENTRY-NUMBER PIC 9(3).
               03 SG-KEYED-BY PIC X(8).
               03 SG-REASON PIC X(40).
               03 SG-CURRENCY PIC X(3).
               03 SG-RATE PIC 9(4)V9(6).
               03 SG-CONTROL-RECORD PIC 9(7).
               03 SG-OP-COUNT PIC 9(3) OCCURS 6 TIMES.
               03 SG-OP-SUM PIC S9(9)V99 OCCURS 6 TIMES.
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
       01 REVERSED-ROW.
           02 FILLER PIC X(9) VALUE "REVERSED ".
           02 RVR-STAMP PIC X(20).
           02 FILLER PIC X(8) VALUE " HASH: ".
           02 RVR-HASH PIC ZZZZZZZZZZ9,99.
           02 FILLER PIC X(5) VALUE " BY: ".
           02 RVR-KEYED-BY PIC X(8).
           02 FILLER PIC X(16) VALUE SPACES.
       01 REASON-ROW.
           02 FILLER PIC X(11) VALUE "   REASON: ".
           02 RSN-TEXT PIC X(40).
           02 FILLER PIC X(29) VALUE SPACES.
       01 REJECT-ROW.
           02 FILLER PIC X(15) VALUE "CARD REJECTED: ".
           02 REJ-TEXT PIC X(30).
           02 FILLER PIC X(7) VALUE " CARD: ".
           02 REJ-STAMP PIC X(20).
           02 FILLER PIC X(8) VALUE SPACES.
       01 PERIOD-ROW.
           02 FILLER PIC X(16) VALUE "POSTING PERIOD: ".
           02 PRD-PERIOD PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 PRD-FLAG PIC X(6).
           02 PRD-NOTE PIC X(36).
           02 FILLER PIC X(15) VALUE SPACES.
       01 SUMMARY-ROW.
           02 FILLER PIC X(5) VALUE SPACES.
           02 SUMMARY-LABEL PIC X(30).
           02 SUMMARY-COUNT PIC ZZZZ9.
           02 FILLER PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
      *REVERSAL OF A RUN STAMP ALREADY SENT TO THE GENERAL LEDGER.
      *ONCE A STAMP IS ON THE POSTING REGISTER CALC-POSTING NEVER
      *TOUCHES IT AGAIN, SO A DAY LATER FOUND WRONG USED TO NEED A
      *MANUAL JOURNAL IN THE LEDGER. A REVERSAL CARD NAMES THE STAMP,
      *WHO KEYED IT AND WHY; THIS PROGRAM SENDS THE CONTRA BATCH ON
      *THE SAME ACCOUNTS WITH THE SAME BRACKETING, AND MARKS THE
      *STAMP REVERSED ON THE REGISTER SO THE CORRECTED RERUN CAN BE
      *POSTED LEGITIMATELY. THE CONTRA BATCH POSTS TO TODAY'S FISCAL
      *PERIOD; WITH NO OPEN PERIOD TO TAKE IT, NOTHING IS REVERSED.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           OPEN OUTPUT REVERSAL-REPORT
           PERFORM SET-RUN-STAMP
           PERFORM PRINT-HEADING
           PERFORM READ-JOB-PARMS
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-PERIOD-CALENDAR
           IF CALENDAR-ERROR-SWITCH = "N"
              PERFORM RESOLVE-REVERSAL-PERIOD
           END-IF
           IF MAP-ERROR-SWITCH = "Y" OR CALENDAR-ERROR-SWITCH = "Y"
              CLOSE REVERSAL-REPORT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM OPEN-POSTING-REGISTER
           IF REGISTER-ERROR-SWITCH = "Y"
              CLOSE REVERSAL-REPORT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM PROCESS-REVERSAL-CARDS
      *NOTHING ACCEPTED MEANS GL-REVERSAL.txt IS LEFT AS IT IS, FOR
      *THE SAME REASON CALC-POSTING LEAVES GL-POSTING.txt ALONE
      *WHEN NOTHING IS DUE.
           IF STAGE-COUNT > ZERO
              OPEN OUTPUT GL-REVERSAL
              MOVE 1 TO S-INDEX
              PERFORM UNTIL S-INDEX > STAGE-COUNT
                 PERFORM REVERSE-ONE-STAMP
                 ADD 1 TO S-INDEX
              END-PERFORM
              CLOSE GL-REVERSAL
           ELSE
              DISPLAY "CALC-REVERSAL: NO STAMPS REVERSED - "
                 "GL-REVERSAL.txt LEFT UNTOUCHED."
           END-IF
           IF REGISTER-OPEN-SWITCH = "Y"
              CLOSE POSTING-REGISTER
           END-IF
           PERFORM PRINT-REVERSAL-SUMMARY
           CLOSE REVERSAL-REPORT
           IF CARDS-REJECTED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       SET-RUN-STAMP.
           MOVE RUN-DATE TO RUN-STAMP-DATE
           MOVE RUN-TIME TO RUN-STAMP-TIME
           MOVE RUN-TIME(1:4) TO RUN-STAMP-ID
           MOVE SPACE TO RUN-STAMP-SEP.

       READ-JOB-PARMS.
      *ONE CARD IS TAKEN FROM JOB-PARMS.txt: BASE-CURRENCY. JOB-
      *DRIVER VALIDATES IT; A CARD THAT IS NOT THREE LETTERS IS
      *IGNORED HERE AND THE DEFAULT KEPT.
           OPEN INPUT JOB-PARMS
           IF JOB-PARMS-STATUS = "00"
              PERFORM UNTIL PARMS-EOF-SWITCH = "Y"
                 READ JOB-PARMS
                    AT END
                       MOVE "Y" TO PARMS-EOF-SWITCH
                    NOT AT END
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

       PRINT-HEADING.
           MOVE "GL POSTING REVERSALS" TO HEADING-TEXT
           MOVE HEADING-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE RUN-DATE TO STAMP-DATE
           MOVE RUN-TIME TO STAMP-TIME
           MOVE RUN-STAMP-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       LOAD-ACCOUNT-MAP.
      *SEEDED AND CHECKED EXACTLY AS CALC-POSTING DOES IT: EVERY ONE
      *OF THE SIX OPERATORS MUST BE MAPPED OR NOTHING IS REVERSED.
           MOVE "+" TO MAP-T-SYM(1)
           MOVE "-" TO MAP-T-SYM(2)
           MOVE "*" TO MAP-T-SYM(3)
           MOVE "/" TO MAP-T-SYM(4)
           MOVE "%" TO MAP-T-SYM(5)
           MOVE "R" TO MAP-T-SYM(6)
           MOVE 1 TO OP-INDEX
           PERFORM UNTIL OP-INDEX > 6
              MOVE "N" TO MAP-T-FOUND(OP-INDEX)
              MOVE SPACES TO MAP-T-ACCOUNT(OP-INDEX)
              ADD 1 TO OP-INDEX
           END-PERFORM
           OPEN INPUT GL-ACCOUNT-MAP
           IF GL-ACCOUNT-MAP-STATUS NOT = "00"
              DISPLAY "GL-ACCOUNT-MAP.txt NOT FOUND. SUPPLY THE "
                      "OPERATOR-TO-ACCOUNT MAPPING."
              MOVE "Y" TO MAP-ERROR-SWITCH
              MOVE "Y" TO MAP-EOF-SWITCH
           END-IF
           PERFORM UNTIL MAP-EOF-SWITCH = "Y"
              READ GL-ACCOUNT-MAP
                 AT END
                    MOVE "Y" TO MAP-EOF-SWITCH
                 NOT AT END
                    PERFORM TAKE-MAP-CARD
              END-READ
           END-PERFORM
           IF GL-ACCOUNT-MAP-STATUS = "00"
              OR GL-ACCOUNT-MAP-STATUS = "10"
              CLOSE GL-ACCOUNT-MAP
           END-IF
           IF MAP-ERROR-SWITCH = "N"
              MOVE 1 TO OP-INDEX
              PERFORM UNTIL OP-INDEX > 6
                 IF MAP-T-FOUND(OP-INDEX) = "N"
                    DISPLAY "GL-ACCOUNT-MAP.txt: NO ACCOUNT MAPPED "
                       "FOR OPERATOR " MAP-T-SYM(OP-INDEX) "."
                    MOVE "Y" TO MAP-ERROR-SWITCH
                 END-IF
                 ADD 1 TO OP-INDEX
              END-PERFORM
           END-IF.

       TAKE-MAP-CARD.
      *THE "*" COMMENT-OR-MULTIPLY RULE IS CALC-POSTING'S: ONLY A
      *CARD WITH AN ACCOUNT IN COLUMNS 3-10 AND NOTHING AFTER IT IS
      *THE MULTIPLY MAPPING.
           IF MAP-OP-SYM = "*"
              AND (MAP-ACCOUNT = SPACES
                   OR ACCOUNT-MAP-RECORD(11:70) NOT = SPACES)
              CONTINUE
           ELSE
           IF ACCOUNT-MAP-RECORD = SPACES
              CONTINUE
           ELSE
           IF MAP-ACCOUNT = SPACES
              DISPLAY "GL-ACCOUNT-MAP.txt: ACCOUNT CODE MISSING ON "
                 "CARD FOR " MAP-OP-SYM "."
              MOVE "Y" TO MAP-ERROR-SWITCH
           ELSE
              MOVE "N" TO MAP-MATCH-SWITCH
              MOVE 1 TO OP-INDEX
              PERFORM UNTIL OP-INDEX > 6
                 IF MAP-T-SYM(OP-INDEX) = MAP-OP-SYM
                    MOVE MAP-ACCOUNT TO MAP-T-ACCOUNT(OP-INDEX)
                    MOVE "Y" TO MAP-T-FOUND(OP-INDEX)
                    MOVE "Y" TO MAP-MATCH-SWITCH
                    MOVE 7 TO OP-INDEX
                 ELSE
                    ADD 1 TO OP-INDEX
                 END-IF
              END-PERFORM
              IF MAP-MATCH-SWITCH = "N"
                 DISPLAY "GL-ACCOUNT-MAP.txt: OPERATOR NOT POSTED "
                    "BY THE SUITE: " ACCOUNT-MAP-RECORD(1:20)
                 MOVE "Y" TO MAP-ERROR-SWITCH
              END-IF
           END-IF
           END-IF
           END-IF.

       LOAD-PERIOD-CALENDAR.
      *LOADED AND CHECKED UNDER CALC-POSTING'S RULES: A MISSING
      *FILE OR A BAD CARD STOPS THE RUN WITH EVERY PROBLEM NAMED.
           OPEN INPUT PERIOD-CALENDAR
           IF PERIOD-CALENDAR-STATUS NOT = "00"
              DISPLAY "GL-PERIOD-CALENDAR.txt NOT FOUND. SUPPLY THE "
                      "ACCOUNTING-PERIOD CALENDAR."
              MOVE "Y" TO CALENDAR-ERROR-SWITCH
              MOVE "Y" TO CALENDAR-EOF-SWITCH
           END-IF
           PERFORM UNTIL CALENDAR-EOF-SWITCH = "Y"
              READ PERIOD-CALENDAR
                 AT END
                    MOVE "Y" TO CALENDAR-EOF-SWITCH
                 NOT AT END
                    IF CAL-PERIOD(1:1) = "*"
                       OR PERIOD-CALENDAR-RECORD = SPACES
                       CONTINUE
                    ELSE
                       PERFORM TAKE-CALENDAR-CARD
                    END-IF
              END-READ
           END-PERFORM
           IF PERIOD-CALENDAR-STATUS = "00"
              OR PERIOD-CALENDAR-STATUS = "10"
              CLOSE PERIOD-CALENDAR
           END-IF
           IF CALENDAR-ERROR-SWITCH = "N" AND PERIOD-COUNT = ZERO
              DISPLAY "GL-PERIOD-CALENDAR.txt HOLDS NO PERIODS."
              MOVE "Y" TO CALENDAR-ERROR-SWITCH
           END-IF.

       TAKE-CALENDAR-CARD.
           MOVE 0 TO P-FOUND-INDEX
           MOVE 1 TO P-INDEX
           PERFORM UNTIL P-INDEX > PERIOD-COUNT
              IF PD-PERIOD(P-INDEX) = CAL-PERIOD
                 OR (CAL-START-DATE NOT > PD-END-DATE(P-INDEX)
                     AND CAL-END-DATE NOT < PD-START-DATE(P-INDEX))
                 MOVE P-INDEX TO P-FOUND-INDEX
                 COMPUTE P-INDEX = PERIOD-COUNT + 1
              ELSE
                 ADD 1 TO P-INDEX
              END-IF
           END-PERFORM
           IF CAL-PERIOD = SPACES
              OR CAL-START-DATE IS NOT NUMERIC
              OR CAL-END-DATE IS NOT NUMERIC
              OR CAL-START-DATE > CAL-END-DATE
              DISPLAY "GL-PERIOD-CALENDAR.txt: PERIOD OR DATES NOT "
                 "VALID ON CARD " PERIOD-CALENDAR-RECORD(1:24)
              MOVE "Y" TO CALENDAR-ERROR-SWITCH
           ELSE
           IF CAL-STATUS NOT = "OPEN" AND CAL-STATUS NOT = "CLOSED"
              DISPLAY "GL-PERIOD-CALENDAR.txt: STATUS NOT OPEN OR "
                 "CLOSED FOR PERIOD " CAL-PERIOD "."
              MOVE "Y" TO CALENDAR-ERROR-SWITCH
           ELSE
           IF P-FOUND-INDEX > 0
              DISPLAY "GL-PERIOD-CALENDAR.txt: PERIOD " CAL-PERIOD
                 " OVERLAPS PERIOD " PD-PERIOD(P-FOUND-INDEX) "."
              MOVE "Y" TO CALENDAR-ERROR-SWITCH
           ELSE
           IF PERIOD-COUNT NOT < 300
              DISPLAY "GL-PERIOD-CALENDAR.txt: MORE THAN 300 "
                 "PERIODS - ARCHIVE THE OLDEST CARDS."
              MOVE "Y" TO CALENDAR-ERROR-SWITCH
           ELSE
              ADD 1 TO PERIOD-COUNT
              MOVE CAL-PERIOD TO PD-PERIOD(PERIOD-COUNT)
              MOVE CAL-START-DATE TO PD-START-DATE(PERIOD-COUNT)
              MOVE CAL-END-DATE TO PD-END-DATE(PERIOD-COUNT)
              MOVE CAL-STATUS TO PD-STATUS(PERIOD-COUNT)
           END-IF
           END-IF
           END-IF
           END-IF.

       RESOLVE-REVERSAL-PERIOD.
      *TODAY'S PERIOD IF IT IS OPEN; IF IT IS CLOSED, THE EARLIEST
      *OPEN PERIOD AFTER IT, FLAGGED ROLLED. A CONTRA BATCH IS NEVER
      *HELD -- IT IS KEYED ON PURPOSE -- BUT WITH NO OPEN PERIOD
      *TO TAKE IT THE RUN STOPS, AS FOR A BAD CALENDAR.
           MOVE SPACES TO DATED-PERIOD
           MOVE SPACES TO POST-PERIOD
           MOVE SPACES TO POST-PERIOD-FLAG
           MOVE RUN-DATE TO PERIOD-WORK-DATE
           MOVE 0 TO P-FOUND-INDEX
           MOVE 1 TO P-INDEX
           PERFORM UNTIL P-INDEX > PERIOD-COUNT
              IF PERIOD-WORK-DATE NOT < PD-START-DATE(P-INDEX)
                 AND PERIOD-WORK-DATE NOT > PD-END-DATE(P-INDEX)
                 MOVE P-INDEX TO P-FOUND-INDEX
                 COMPUTE P-INDEX = PERIOD-COUNT + 1
              ELSE
                 ADD 1 TO P-INDEX
              END-IF
           END-PERFORM
           IF P-FOUND-INDEX = 0
              DISPLAY "GL-PERIOD-CALENDAR.txt: NO PERIOD TAKES IN "
                 "TODAY, " RUN-DATE " - NOTHING REVERSED."
              MOVE "Y" TO CALENDAR-ERROR-SWITCH
           ELSE
              MOVE PD-PERIOD(P-FOUND-INDEX) TO DATED-PERIOD
              IF PD-STATUS(P-FOUND-INDEX) = "OPEN"
                 MOVE DATED-PERIOD TO POST-PERIOD
              ELSE
                 MOVE 0 TO P-POST-INDEX
                 MOVE 1 TO P-INDEX
                 PERFORM UNTIL P-INDEX > PERIOD-COUNT
                    IF PD-STATUS(P-INDEX) = "OPEN"
                       AND PD-START-DATE(P-INDEX)
                           > PD-END-DATE(P-FOUND-INDEX)
                       IF P-POST-INDEX = 0
                          MOVE P-INDEX TO P-POST-INDEX
                       ELSE
                       IF PD-START-DATE(P-INDEX)
                          < PD-START-DATE(P-POST-INDEX)
                          MOVE P-INDEX TO P-POST-INDEX
                       END-IF
                       END-IF
                    END-IF
                    ADD 1 TO P-INDEX
                 END-PERFORM
                 IF P-POST-INDEX = 0
                    DISPLAY "GL-PERIOD-CALENDAR.txt: PERIOD "
                       DATED-PERIOD " IS CLOSED AND NO LATER PERIOD "
                       "IS OPEN - NOTHING REVERSED."
                    MOVE "Y" TO CALENDAR-ERROR-SWITCH
                 ELSE
                    MOVE PD-PERIOD(P-POST-INDEX) TO POST-PERIOD
                    MOVE "ROLLED" TO POST-PERIOD-FLAG
                 END-IF
              END-IF
           END-IF
           IF CALENDAR-ERROR-SWITCH = "N"
              MOVE POST-PERIOD TO PRD-PERIOD
              MOVE POST-PERIOD-FLAG TO PRD-FLAG
              IF POST-PERIOD-FLAG = "ROLLED"
                 MOVE SPACES TO PRD-NOTE
                 STRING "FROM CLOSED PERIOD " DELIMITED BY SIZE
                    DATED-PERIOD DELIMITED BY SIZE
                    INTO PRD-NOTE
              ELSE
                 MOVE SPACES TO PRD-NOTE
              END-IF
              MOVE PERIOD-ROW TO REPORT-ROW
              WRITE REPORT-RECORD
           END-IF.

       OPEN-POSTING-REGISTER.
      *THE REGISTER STAYS OPEN FOR UPDATE ALL RUN. ONLY A REGISTER
      *THAT DOES NOT EXIST (STATUS 35) MEANS NOTHING HAS EVER BEEN
      *POSTED, SO EVERY CARD IS REJECTED AS NOT ON THE REGISTER --
      *UNLESS THE OLD GL-POSTING-REGISTER.txt IS STILL THERE, WHEN
      *REGISTER-CONVERT HAS NOT BEEN RUN AND GOOD CARDS WOULD BE
      *REJECTED AGAINST AN EMPTY REGISTER. THAT, OR A REGISTER THAT
      *IS THERE BUT WILL NOT OPEN, STOPS THE STEP BEFORE ANY CARD
      *IS READ.
           OPEN I-O POSTING-REGISTER
           IF POSTING-REGISTER-STATUS = "00"
              MOVE "Y" TO REGISTER-OPEN-SWITCH
           ELSE
           IF POSTING-REGISTER-STATUS = "35"
              OPEN INPUT OLD-POSTING-REGISTER
              IF OLD-POSTING-STATUS = "00"
                 CLOSE OLD-POSTING-REGISTER
                 DISPLAY "GL-POSTING-REGISTER: NOT YET CONVERTED - "
                         "GL-POSTING-REGISTER.txt IS STILL ON FILE."
                 DISPLAY "RUN REGISTER-CONVERT FIRST. NO CARD "
                         "PROCESSED."
                 MOVE "Y" TO REGISTER-ERROR-SWITCH
              ELSE
              IF OLD-POSTING-STATUS NOT = "35"
                 DISPLAY "GL-POSTING-REGISTER.txt: OPEN FAILED, "
                         "STATUS " OLD-POSTING-STATUS
                         ". NO CARD PROCESSED."
                 MOVE "Y" TO REGISTER-ERROR-SWITCH
              END-IF
              END-IF
           ELSE
              DISPLAY "GL-POSTING-REGISTER: OPEN FAILED, STATUS "
                      POSTING-REGISTER-STATUS ". NO CARD PROCESSED."
              MOVE "Y" TO REGISTER-ERROR-SWITCH
           END-IF
           END-IF.

       READ-STAMP-ENTRIES.
      *READS EVERY REGISTER ENTRY FOR X-WORK-STAMP BY KEY, OLDEST
      *FIRST. THE LAST ONE READ IS THE STAMP'S CURRENT STANDING; AN
      *ENTRY FROM BEFORE THE REGISTER CARRIED ENTRY TYPES COUNTS AS
      *AN ORIGINAL POSTING. THE CURRENCY AND RATE COME FROM THE
      *SAME ENTRY, SO THEY ARE THE ONES THE STAMP STANDS POSTED AT.
           MOVE ZERO TO X-WORK-NUMBER
           MOVE ZERO TO X-WORK-CONTROL
           MOVE "N" TO REGISTER-EOF-SWITCH
           IF REGISTER-OPEN-SWITCH = "N"
              MOVE "Y" TO REGISTER-EOF-SWITCH
           ELSE
              MOVE SPACES TO PREG-KEY
              MOVE X-WORK-STAMP TO PREG-STAMP
              MOVE ZERO TO PREG-ENTRY-NUMBER
              START POSTING-REGISTER KEY IS NOT LESS THAN PREG-KEY
                 INVALID KEY
                    MOVE "Y" TO REGISTER-EOF-SWITCH
              END-START
           END-IF
           PERFORM UNTIL REGISTER-EOF-SWITCH = "Y"
              READ POSTING-REGISTER NEXT
                 AT END
                    MOVE "Y" TO REGISTER-EOF-SWITCH
                 NOT AT END
                    IF PREG-STAMP NOT = X-WORK-STAMP
                       MOVE "Y" TO REGISTER-EOF-SWITCH
                    ELSE
                       PERFORM TAKE-REGISTER-ENTRY
                    END-IF
              END-READ
           END-PERFORM.

       TAKE-REGISTER-ENTRY.
           MOVE PREG-ENTRY-NUMBER TO X-WORK-NUMBER
           IF PREG-ENTRY = SPACES
              MOVE "ORIGINAL" TO X-WORK-ENTRY
           ELSE
              MOVE PREG-ENTRY TO X-WORK-ENTRY
           END-IF
           MOVE PREG-CURRENCY TO X-WORK-CURRENCY
           MOVE PREG-RATE-TEXT TO X-WORK-RATE
           IF PREG-CONTROL-TEXT IS NUMERIC
              MOVE PREG-CONTROL-RECORD TO X-WORK-CONTROL
           ELSE
              MOVE ZERO TO X-WORK-CONTROL
           END-IF.

       FIND-STAGED-STAMP.
      *A STAMP ALREADY STAGED BY AN EARLIER CARD THIS RUN HAS NOT
      *REACHED THE REGISTER YET, BUT STANDS REVERSED ALL THE SAME.
           MOVE 1 TO S-INDEX
           PERFORM UNTIL S-INDEX > STAGE-COUNT
              IF SG-STAMP(S-INDEX) = X-WORK-STAMP
                 MOVE "REVERSAL" TO X-WORK-ENTRY
                 COMPUTE S-INDEX = STAGE-COUNT + 1
              ELSE
                 ADD 1 TO S-INDEX
              END-IF
           END-PERFORM.

       PROCESS-REVERSAL-CARDS.
           OPEN INPUT REVERSAL-TRANS
           IF REVERSAL-TRANS-STATUS NOT = "00"
              DISPLAY "GL-REVERSAL-TRANS.txt NOT FOUND. NO "
                                       "REVERSAL CARDS TO APPLY."
              MOVE "Y" TO TRANS-EOF-SWITCH
           END-IF
           PERFORM UNTIL TRANS-EOF-SWITCH = "Y"
              READ REVERSAL-TRANS
                 AT END
                    MOVE "Y" TO TRANS-EOF-SWITCH
                 NOT AT END
                    PERFORM CHECK-ONE-CARD
              END-READ
           END-PERFORM
           IF REVERSAL-TRANS-STATUS = "00"
              OR REVERSAL-TRANS-STATUS = "10"
              CLOSE REVERSAL-TRANS
           END-IF.

       CHECK-ONE-CARD.
      *ONLY A STAMP THAT STANDS POSTED ON THE REGISTER -- AN
      *ORIGINAL OR A REPOST -- CAN BE REVERSED, AND ONLY ONCE: A
      *SECOND CARD FOR THE SAME STAMP FINDS IT ALREADY REVERSED.
           IF REV-STAMP(1:1) = "*" OR REVERSAL-TRANS-RECORD = SPACES
              CONTINUE
           ELSE
              ADD 1 TO CARDS-READ
              MOVE REV-STAMP TO X-WORK-STAMP
              PERFORM READ-STAMP-ENTRIES
              PERFORM FIND-STAGED-STAMP
              IF REV-STAMP IS NOT NUMERIC
                 MOVE "RUN STAMP NOT NUMERIC         " TO REJ-TEXT
                 PERFORM WRITE-CARD-REJECT
              ELSE
              IF REV-KEYED-BY = SPACES
                 MOVE "KEYED-BY MISSING              " TO REJ-TEXT
                 PERFORM WRITE-CARD-REJECT
              ELSE
              IF REV-REASON = SPACES
                 MOVE "REASON MISSING                " TO REJ-TEXT
                 PERFORM WRITE-CARD-REJECT
              ELSE
              IF X-WORK-NUMBER = ZERO
                 MOVE "STAMP NOT ON POSTING REGISTER " TO REJ-TEXT
                 PERFORM WRITE-CARD-REJECT
              ELSE
              IF X-WORK-ENTRY = "REVERSAL"
                 MOVE "STAMP ALREADY REVERSED        " TO REJ-TEXT
                 PERFORM WRITE-CARD-REJECT
              ELSE
              IF STAGE-COUNT NOT < 50
                 MOVE "TOO MANY REVERSALS IN ONE RUN " TO REJ-TEXT
                 PERFORM WRITE-CARD-REJECT
              ELSE
                 PERFORM FIND-RUN-CONTROL
                 IF CONTROL-FOUND-SWITCH = "N"
                    MOVE "NO RUN CONTROL RECORD ON FILE " TO REJ-TEXT
                    PERFORM WRITE-CARD-REJECT
                 END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.

       FIND-RUN-CONTROL.
      *STAGES THE FIGURES TO REVERSE FROM THE STAMP'S CONTROL
      *RECORD. THE REGISTER ENTRY NAMES THE POSITION OF THE RECORD
      *IT POSTED, AND ONLY THAT RECORD IS TAKEN. AN ENTRY FROM
      *BEFORE POSITIONS WERE KEPT FALLS BACK ON THE RULE THEN IN
      *FORCE: AN ORIGINAL WENT OUT FROM THE FIRST CONTROL RECORD
      *CARRYING THE STAMP, A REPOST FROM THE LAST -- SO A REPOST'S
      *FIGURES KEEP BEING OVERLAID UNTIL THE FILE ENDS.
           MOVE "N" TO CONTROL-FOUND-SWITCH
           MOVE ZERO TO CONTROL-RECORD-NUMBER
           MOVE "N" TO CONTROL-EOF-SWITCH
           OPEN INPUT CALC-RUN-CONTROL
           IF RUN-CONTROL-STATUS NOT = "00"
              MOVE "Y" TO CONTROL-EOF-SWITCH
           END-IF
           PERFORM UNTIL CONTROL-EOF-SWITCH = "Y"
              READ CALC-RUN-CONTROL
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO CONTROL-RECORD-NUMBER
                    IF RC-STAMP = REV-STAMP
                       IF X-WORK-CONTROL > ZERO
                          IF CONTROL-RECORD-NUMBER = X-WORK-CONTROL
                             PERFORM STAGE-CONTROL-FIGURES
                          END-IF
                       ELSE
                       IF CONTROL-FOUND-SWITCH = "N"
                          OR X-WORK-ENTRY = "REPOST"
                          PERFORM STAGE-CONTROL-FIGURES
                       END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF RUN-CONTROL-STATUS = "00" OR RUN-CONTROL-STATUS = "10"
              CLOSE CALC-RUN-CONTROL
           END-IF
           IF CONTROL-FOUND-SWITCH = "Y"
              ADD 1 TO STAGE-COUNT
           END-IF.

       STAGE-CONTROL-FIGURES.
           COMPUTE S-INDEX = STAGE-COUNT + 1
           MOVE "Y" TO CONTROL-FOUND-SWITCH
           MOVE RC-STAMP TO SG-STAMP(S-INDEX)
           MOVE REV-KEYED-BY TO SG-KEYED-BY(S-INDEX)
           MOVE REV-REASON TO SG-REASON(S-INDEX)
           MOVE X-WORK-NUMBER TO SG-ENTRY-NUMBER(S-INDEX)
           MOVE CONTROL-RECORD-NUMBER TO SG-CONTROL-RECORD(S-INDEX)
           MOVE X-WORK-CURRENCY TO SG-CURRENCY(S-INDEX)
           IF SG-CURRENCY(S-INDEX) = SPACES
              MOVE BASE-CURRENCY TO SG-CURRENCY(S-INDEX)
           END-IF
           IF X-WORK-RATE IS NUMERIC
              MOVE X-WORK-RATE-VALUE TO SG-RATE(S-INDEX)
           ELSE
              MOVE 1 TO SG-RATE(S-INDEX)
           END-IF
           MOVE RC-PLUS-COUNT TO SG-OP-COUNT(S-INDEX, 1)
           MOVE RC-PLUS-SUM TO SG-OP-SUM(S-INDEX, 1)
           MOVE RC-MINUS-COUNT TO SG-OP-COUNT(S-INDEX, 2)
           MOVE RC-MINUS-SUM TO SG-OP-SUM(S-INDEX, 2)
           MOVE RC-MULT-COUNT TO SG-OP-COUNT(S-INDEX, 3)
           MOVE RC-MULT-SUM TO SG-OP-SUM(S-INDEX, 3)
           MOVE RC-DIV-COUNT TO SG-OP-COUNT(S-INDEX, 4)
           MOVE RC-DIV-SUM TO SG-OP-SUM(S-INDEX, 4)
           MOVE RC-PCT-COUNT TO SG-OP-COUNT(S-INDEX, 5)
           MOVE RC-PCT-SUM TO SG-OP-SUM(S-INDEX, 5)
           MOVE RC-REM-COUNT TO SG-OP-COUNT(S-INDEX, 6)
           MOVE RC-REM-SUM TO SG-OP-SUM(S-INDEX, 6).

       WRITE-CARD-REJECT.
           ADD 1 TO CARDS-REJECTED
           MOVE REV-STAMP TO REJ-STAMP
           MOVE REJECT-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       REVERSE-ONE-STAMP.
      *ONE STAMP, ONE CONTRA BATCH: HEADER, THE SIX OPERATOR
      *RECORDS WITH THEIR AMOUNTS NEGATED, AND THE TRAILER. THE
      *HASH OF ABSOLUTE AMOUNTS COMES OUT THE SAME AS THE ORIGINAL
      *BATCH'S, WHICH IS HOW THE LEDGER SIDE PAIRS THE TWO. EACH
      *CONTRA LINE ALSO GOES ONTO THE PERIOD LEDGER, OPENED AND
      *CLOSED ROUND THE BATCH AS CALC-POSTING DOES IT.
           PERFORM WRITE-REVERSAL-HEADER
           MOVE ZERO TO BATCH-RECORD-COUNT
           MOVE ZERO TO BATCH-HASH-TOTAL
           MOVE ZERO TO BATCH-BASE-HASH-TOTAL
           OPEN EXTEND PERIOD-LEDGER
           IF PERIOD-LEDGER-STATUS = "35"
              OPEN OUTPUT PERIOD-LEDGER
           END-IF
           MOVE 1 TO OP-INDEX
           PERFORM UNTIL OP-INDEX > 6
              PERFORM WRITE-ONE-CONTRA
              ADD 1 TO OP-INDEX
           END-PERFORM
           CLOSE PERIOD-LEDGER
           PERFORM WRITE-REVERSAL-TRAILER
           PERFORM APPEND-REVERSAL-ENTRY
           ADD 1 TO BATCHES-REVERSED
           MOVE SG-STAMP(S-INDEX) TO RVR-STAMP
           MOVE BATCH-HASH-TOTAL TO RVR-HASH
           MOVE SG-KEYED-BY(S-INDEX) TO RVR-KEYED-BY
           MOVE REVERSED-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE SG-REASON(S-INDEX) TO RSN-TEXT
           MOVE REASON-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       WRITE-REVERSAL-HEADER.
           MOVE SPACES TO POSTING-HEADER-RECORD
           MOVE "H" TO PH-RECORD-TYPE
           MOVE SG-STAMP-ID(S-INDEX) TO PH-BATCH-NUMBER
           MOVE RUN-DATE TO PH-PREP-DATE
           MOVE POST-PERIOD TO PH-PERIOD
           MOVE SG-CURRENCY(S-INDEX) TO PH-CURRENCY
           MOVE SG-RATE(S-INDEX) TO PH-RATE
           WRITE POSTING-HEADER-RECORD.

       WRITE-ONE-CONTRA.
           MOVE SPACES TO POSTING-DETAIL-RECORD
           MOVE SG-STAMP-DATE(S-INDEX) TO PST-STAMP-DATE
           MOVE SG-STAMP-TIME(S-INDEX) TO PST-STAMP-TIME
           MOVE SG-STAMP-ID(S-INDEX) TO PST-STAMP-ID
           MOVE MAP-T-ACCOUNT(OP-INDEX) TO PST-ACCOUNT
           MOVE MAP-T-SYM(OP-INDEX) TO PST-OP-SYM
           MOVE SG-OP-COUNT(S-INDEX, OP-INDEX) TO PST-COUNT
           COMPUTE WORK-AMOUNT = ZERO - SG-OP-SUM(S-INDEX, OP-INDEX)
           COMPUTE BASE-WORK-AMOUNT ROUNDED =
              WORK-AMOUNT * SG-RATE(S-INDEX)
           MOVE WORK-AMOUNT TO PST-AMOUNT
           MOVE POST-PERIOD TO PST-PERIOD
           MOVE POST-PERIOD-FLAG TO PST-PERIOD-FLAG
           MOVE SG-CURRENCY(S-INDEX) TO PST-CURRENCY
           MOVE BASE-WORK-AMOUNT TO PST-BASE-AMOUNT
           WRITE POSTING-DETAIL-RECORD
           MOVE SPACES TO PERIOD-LEDGER-RECORD
           MOVE POST-PERIOD TO PLG-PERIOD
           MOVE SG-STAMP(S-INDEX) TO PLG-STAMP
           MOVE "REVERSAL" TO PLG-ENTRY
           MOVE MAP-T-ACCOUNT(OP-INDEX) TO PLG-ACCOUNT
           MOVE MAP-T-SYM(OP-INDEX) TO PLG-OP-SYM
           MOVE SG-OP-COUNT(S-INDEX, OP-INDEX) TO PLG-COUNT
           MOVE WORK-AMOUNT TO PLG-AMOUNT
           MOVE POST-PERIOD-FLAG TO PLG-FLAG
           MOVE DATED-PERIOD TO PLG-DATED-PERIOD
           MOVE RUN-DATE TO PLG-POST-DATE
           MOVE SG-CURRENCY(S-INDEX) TO PLG-CURRENCY
           MOVE SG-RATE(S-INDEX) TO PLG-RATE
           MOVE BASE-WORK-AMOUNT TO PLG-BASE-AMOUNT
           WRITE PERIOD-LEDGER-RECORD
           ADD 1 TO BATCH-RECORD-COUNT
           IF WORK-AMOUNT < ZERO
              COMPUTE WORK-AMOUNT = ZERO - WORK-AMOUNT
           END-IF
           ADD WORK-AMOUNT TO BATCH-HASH-TOTAL
           IF BASE-WORK-AMOUNT < ZERO
              COMPUTE BASE-WORK-AMOUNT = ZERO - BASE-WORK-AMOUNT
           END-IF
           ADD BASE-WORK-AMOUNT TO BATCH-BASE-HASH-TOTAL.

       WRITE-REVERSAL-TRAILER.
           MOVE SPACES TO POSTING-TRAILER-RECORD
           MOVE "T" TO PT-RECORD-TYPE
           MOVE BATCH-RECORD-COUNT TO PT-RECORD-COUNT
           MOVE BATCH-HASH-TOTAL TO PT-HASH-TOTAL
           MOVE BATCH-BASE-HASH-TOTAL TO PT-BASE-HASH-TOTAL
           WRITE POSTING-TRAILER-RECORD.

       APPEND-REVERSAL-ENTRY.
      *THE REGISTER IS ALWAYS OPEN HERE, SINCE ONLY A REGISTERED
      *STAMP PASSES THE CARD CHECKS. THE REVERSAL GOES IN UNDER THE
      *STAMP'S NEXT ENTRY NUMBER.
           MOVE SPACES TO POSTING-REGISTER-RECORD
           MOVE SG-STAMP(S-INDEX) TO PREG-STAMP
           COMPUTE PREG-ENTRY-NUMBER = SG-ENTRY-NUMBER(S-INDEX) + 1
           MOVE RUN-DATE TO PREG-EXTRACT-DATE
           MOVE "REVERSAL" TO PREG-ENTRY
           MOVE SG-KEYED-BY(S-INDEX) TO PREG-KEYED-BY
           MOVE SG-REASON(S-INDEX) TO PREG-REASON
           MOVE POST-PERIOD TO PREG-PERIOD
           MOVE POST-PERIOD-FLAG TO PREG-PERIOD-FLAG
           MOVE SG-CURRENCY(S-INDEX) TO PREG-CURRENCY
           MOVE SG-RATE(S-INDEX) TO PREG-RATE
           MOVE SG-CONTROL-RECORD(S-INDEX) TO PREG-CONTROL-RECORD
           MOVE "N" TO REGISTER-WRITTEN-SWITCH
           PERFORM UNTIL REGISTER-WRITTEN-SWITCH = "Y"
              WRITE POSTING-REGISTER-RECORD
                 INVALID KEY
                    IF PREG-ENTRY-NUMBER < 999
                       ADD 1 TO PREG-ENTRY-NUMBER
                    ELSE
                       DISPLAY "CALC-REVERSAL: STAMP " PREG-STAMP
                          " HAS NO FREE REGISTER ENTRY - NOT "
                          "REGISTERED."
                       MOVE "Y" TO REGISTER-WRITTEN-SWITCH
                    END-IF
                 NOT INVALID KEY
                    MOVE "Y" TO REGISTER-WRITTEN-SWITCH
              END-WRITE
           END-PERFORM.

       PRINT-REVERSAL-SUMMARY.
           MOVE "REVERSAL CARDS READ:          " TO SUMMARY-LABEL
           MOVE CARDS-READ TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "STAMPS REVERSED:              " TO SUMMARY-LABEL
           MOVE BATCHES-REVERSED TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "CARDS REJECTED:               " TO SUMMARY-LABEL
           MOVE CARDS-REJECTED TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           DISPLAY "CALC-REVERSAL: " BATCHES-REVERSED " STAMPS "
              "REVERSED, " CARDS-REJECTED " CARDS REJECTED."
           DISPLAY "SEE GL-REVERSAL-REPORT.txt FOR THE REVERSAL "
                                                        "REPORT.".
