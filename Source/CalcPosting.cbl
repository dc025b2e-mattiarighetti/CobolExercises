           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GL-POSTING-STATUS.
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
           SELECT JOB-PARMS ASSIGN TO "JOB-PARMS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-PARMS-STATUS.
           SELECT BALANCE-GATE ASSIGN TO "CALC-BALANCE-GATE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BALANCE-GATE-STATUS.
           SELECT RECON-GATE ASSIGN TO "JOURNAL-RECON-GATE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECON-GATE-STATUS.
           SELECT RECALC-GATE ASSIGN TO "CALC-RECALC-GATE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECALC-GATE-STATUS.
           SELECT POSTING-HELD ASSIGN TO "GL-POSTING-HELD.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTING-HELD-STATUS.
           SELECT POSTING-RELEASE ASSIGN TO "GL-POSTING-RELEASE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTING-RELEASE-STATUS.
           SELECT POSTING-REPOST ASSIGN TO "GL-POSTING-REPOST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTING-REPOST-STATUS.
           SELECT POSTING-GATES ASSIGN TO "CALC-POSTING-GATES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GW-STAMP
           FILE STATUS IS POSTING-GATES-STATUS.
           SELECT PERIOD-CALENDAR ASSIGN TO "GL-PERIOD-CALENDAR.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIOD-CALENDAR-STATUS.
           SELECT PERIOD-LEDGER ASSIGN TO "GL-PERIOD-LEDGER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERIOD-LEDGER-STATUS.
           SELECT EXCHANGE-RATES ASSIGN TO "GL-EXCHANGE-RATES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCHANGE-RATES-STATUS.
           SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERATOR-AUTHORITY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-AUTHORITY-STATUS.
           SELECT OVERRIDE-LOG ASSIGN TO "OVERRIDE-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OVERRIDE-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *THE FIXED, UNEDITED CONTROL RECORD CALC-STAMP WRITES ONCE
      *PER RUN -- THE SAME FIGURES PRINT-TOTALS PRINTS, WHICH
      *FINANCE USED TO RE-KEY INTO THE LEDGER BY HAND. THE SUMS ARE
      *IN THE CURRENCY THE RUN WAS KEYED IN; A BLANK CURRENCY IS
      *THE BASE CURRENCY.
       FD CALC-RUN-CONTROL
           LABEL RECORD IS OMITTED.
       01 RUN-CONTROL-RECORD.
           02 RC-REM-COUNT PIC 9(3).
           02 RC-REM-SUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 RC-ERROR-COUNT PIC 9(3).
           02 FILLER PIC X.
           02 RC-CURRENCY PIC X(3).
      *ACCOUNT MAPPING CONTROL FILE: THE OPERATOR SYMBOL IN COLUMN
      *1 AND THE LEDGER ACCOUNT CODE FROM COLUMN 3. EVERY ONE OF
      *THE SIX OPERATORS MUST BE MAPPED OR THE STEP FAILS -- AN
      *DATE), THE FIXED-LAYOUT POSTING RECORDS, AND A "T" TRAILER
      *WITH THE RECORD COUNT AND THE HASH OF THE ABSOLUTE AMOUNTS
      *-- SO THE LEDGER SIDE VERIFIES THE TRANSFER THE SAME WAY
      *CALC-EDIT VERIFIES OURS. THE HEADER AND EVERY POSTING RECORD
      *CARRY THE FISCAL PERIOD THE BATCH POSTS TO, AND THE POSTING
      *RECORDS ARE FLAGGED ROLLED WHEN THE STAMP WAS DATED IN A
      *CLOSED PERIOD AND POSTED FORWARD OUT OF IT. THE HEADER
      *CARRIES THE CURRENCY THE RUN WAS KEYED IN AND THE RATE IT
      *WAS CONVERTED AT; EVERY POSTING RECORD CARRIES ITS AMOUNT IN
      *THAT CURRENCY AND CONVERTED TO BASE, AND THE TRAILER HASHES
      *BOTH.
       FD GL-POSTING
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
      *PERSISTENT REGISTER OF EVERY RUN STAMP ALREADY EXTRACTED,
      *KEYED BY RUN STAMP AS CALC-EDIT KEYS ITS BATCH REGISTER BY
      *BATCH NUMBER, AND READ BY KEY FOR EACH STAMP: A STAMP ON
      *FILE IS NEVER EXTRACTED AGAIN, SO A SECOND RUN OF THIS STEP
      *CANNOT DOUBLE-POST A DAY INTO THE LEDGER. A POST-OVERRIDE Y
      *CARD IN JOB-PARMS.txt IS THE EXPLICIT PERMISSION TO
      *RE-EXTRACT REGISTERED STAMPS -- THE SUPPORTED WAY TO REBUILD
      *A LOST INTERFACE FILE WITHOUT HAND-EDITING THE REGISTER.
      *CALC-REVERSAL APPENDS A REVERSAL ENTRY WHEN IT SENDS A
      *STAMP'S CONTRA BATCH; A STAMP WHOSE LATEST ENTRY IS A
      *REVERSAL IS DUE AGAIN ONCE A CORRECTED RERUN OR A REPOST
      *CARD BRINGS IT BACK, AND IS THEN REGISTERED AS A REPOST --
      *SO THE REGISTER SHOWS ORIGINAL, REVERSAL AND REPOST SIDE BY
      *SIDE.
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
      *SHARED CONTROL-CARD FILE FOR THE OVERNIGHT SUITE: KEYWORD IN
      *COLUMNS 1-14, VALUE FROM COLUMN 15. EACH PROGRAM PICKS OUT
      *ITS OWN CARDS AND IGNORES THE REST. A "*" IN COLUMN 1 IS A
       01 JOB-PARMS-RECORD.
           02 PARM-KEYWORD PIC X(14).
           02 PARM-VALUE PIC X(10).
           02 PARM-OPERATOR PIC X(8).
           02 FILLER PIC X.
           02 PARM-REASON PIC X(40).
           02 FILLER PIC X(7).
      *THE THREE BACK-OFFICE CHECKS EACH LEAVE ONE VERDICT PER RUN
      *STAMP THEY EXAMINED, PASS OR FAIL, IN THE SAME LAYOUT. A
      *STAMP IS ONLY EXTRACTED WHEN ALL THREE FILES SAY PASS.
       FD BALANCE-GATE
           LABEL RECORD IS OMITTED.
       01 BALANCE-GATE-RECORD.
           02 BGATE-STAMP PIC X(20).
           02 FILLER PIC X.
           02 BGATE-VERDICT PIC X(4).
           02 FILLER PIC X.
           02 BGATE-CHECK-DATE PIC 9(8).
       FD RECON-GATE
           LABEL RECORD IS OMITTED.
       01 RECON-GATE-RECORD.
           02 RGATE-STAMP PIC X(20).
           02 FILLER PIC X.
           02 RGATE-VERDICT PIC X(4).
           02 FILLER PIC X.
           02 RGATE-CHECK-DATE PIC 9(8).
       FD RECALC-GATE
           LABEL RECORD IS OMITTED.
       01 RECALC-GATE-RECORD.
           02 CGATE-STAMP PIC X(20).
           02 FILLER PIC X.
           02 CGATE-VERDICT PIC X(4).
           02 FILLER PIC X.
           02 CGATE-CHECK-DATE PIC 9(8).
      *EVERY STAMP DUE FOR EXTRACTION THAT THE GATE STOPPED, WITH
      *THE VERDICT FROM EACH CHECK (NONE WHEN THE CHECK NEVER SAW
      *THE STAMP). REWRITTEN EVERY RUN, SO IT ALWAYS LISTS WHAT IS
      *HELD TONIGHT; JOB-DRIVER PRINTS IT ON JOB-SUMMARY.txt. THE
      *PERIOD THE STAMP IS DATED IN AND ITS STATUS CLOSE THE RECORD:
      *A STAMP HELD OUT OF A CLOSED PERIOD SHOWS CLOSED, ONE DATED
      *OFF THE CALENDAR SHOWS NONE. THE STAMP'S CURRENCY FOLLOWS,
      *WITH RATE WHEN A RATE WAS FOUND FOR IT AND NONE WHEN THE
      *EXCHANGE-RATE FILE HAS NO RATE IN FORCE ON THE STAMP'S DATE.
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
      *RELEASE CARDS FOR HELD STAMPS, KEYED BY THE BACK OFFICE ONCE
      *THE EXCEPTION BEHIND THE HOLD HAS BEEN CLEARED OR EXPLAINED:
      *THE RUN STAMP IN COLUMNS 1-20, WHO KEYED THE RELEASE AND WHY.
      *A RELEASED STAMP IS EXTRACTED WHATEVER THE CHECKS SAY AND
      *REGISTERED AS RELEASED, WITH THE CARD'S KEYED-BY AND REASON
      *ON THE ENTRY; ONCE REGISTERED THE CARD HAS NO FURTHER EFFECT,
      *SO THE FILE NEED NOT BE CLEARED DOWN. A CARD THAT DOES NOT
      *SAY WHO KEYED IT AND WHY RELEASES NOTHING. A "*" IN COLUMN 1
      *IS A COMMENT CARD.
       FD POSTING-RELEASE
           LABEL RECORD IS OMITTED.
       01 POSTING-RELEASE-RECORD.
           02 REL-STAMP PIC X(20).
           02 FILLER PIC X.
           02 REL-KEYED-BY PIC X(8).
           02 FILLER PIC X.
           02 REL-REASON PIC X(40).
      *REPOST CARDS, IN THE RELEASE CARD'S LAYOUT, FOR A REVERSED
      *STAMP THAT IS TO GO BACK TO THE LEDGER WITHOUT A CORRECTED
      *RERUN BEHIND IT: THE REVERSAL WAS ITSELF THE MISTAKE. A
      *REVERSED STAMP IS OTHERWISE ONLY REPOSTED FROM A CONTROL
      *RECORD NEWER THAN THE ONE IT WAS REVERSED FROM. THE REPOST
      *ENTRY ON THE REGISTER CARRIES THE CARD'S KEYED-BY AND
      *REASON, WHICH IS HOW A CARD LEFT ON FILE IS KNOWN TO HAVE
      *BEEN USED AND HAS NO FURTHER EFFECT. WHEN SEVERAL CARDS NAME
      *THE SAME STAMP THE LAST ONE COUNTS. A "*" IN COLUMN 1 IS A
      *COMMENT CARD.
       FD POSTING-REPOST
           LABEL RECORD IS OMITTED.
       01 POSTING-REPOST-RECORD.
           02 RPC-STAMP PIC X(20).
           02 FILLER PIC X.
           02 RPC-KEYED-BY PIC X(8).
           02 FILLER PIC X.
           02 RPC-REASON PIC X(40).
      *WORK FILE, REBUILT EVERY RUN, KEYED BY RUN STAMP: WHAT EACH
      *OF THE THREE CHECKS SAID OF THE STAMP (NONE WHEN IT NEVER
      *SAW IT), WHETHER A RELEASE CARD NAMES IT, THE REPOST CARD
      *THAT NAMES IT, AND THE POSITION OF THE LAST CONTROL RECORD
      *CARRYING IT. EVERY CHECK RE-EXAMINES THE WHOLE ACCUMULATED
      *PRINT FILE, SO THE STAMPS ARE KEPT ON DISK RATHER THAN IN A
      *TABLE THAT THE FILE WOULD ONE DAY OUTGROW.
       FD POSTING-GATES
           LABEL RECORD IS STANDARD.
       01 POSTING-GATE-RECORD.
           02 GW-STAMP PIC X(20).
           02 GW-BALANCE PIC X(4).
           02 GW-RECON PIC X(4).
           02 GW-RECALC PIC X(4).
           02 GW-RELEASED PIC X.
           02 GW-LAST-RECORD PIC 9(7).
           02 GW-REPOST-KEYED-BY PIC X(8).
           02 GW-REPOST-REASON PIC X(40).
           02 GW-RELEASE-KEYED-BY PIC X(8).
           02 GW-RELEASE-REASON PIC X(40).
      *THE ACCOUNTING CALENDAR, AND THE APPEND-ONLY LEDGER OF EVERY
      *LINE POSTED UNDER EACH PERIOD THAT GL-PERIOD-CLOSE REPORTS
      *FROM.
       FD PERIOD-CALENDAR
           LABEL RECORD IS OMITTED.
       01 PERIOD-CALENDAR-RECORD.
           COPY GLPERIOD.
       FD PERIOD-LEDGER
           LABEL RECORD IS OMITTED.
       01 PERIOD-LEDGER-RECORD.
           COPY GLLEDGER.
       FD EXCHANGE-RATES
           LABEL RECORD IS OMITTED.
       01 EXCHANGE-RATES-RECORD.
           COPY GLRATE.
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
       01 BALANCE-GATE-STATUS PIC XX.
       01 RECON-GATE-STATUS PIC XX.
       01 RECALC-GATE-STATUS PIC XX.
       01 POSTING-HELD-STATUS PIC XX.
       01 POSTING-RELEASE-STATUS PIC XX.
       01 POSTING-REPOST-STATUS PIC XX.
       01 POSTING-GATES-STATUS PIC XX.
       01 GATES-OPEN-SWITCH PIC X VALUE "N".
       01 GATE-EOF-SWITCH PIC X.
       01 GATE-PASS-SWITCH PIC X.
       01 GATE-HOW PIC X(8).
       01 BATCHES-HELD PIC 9(5) VALUE ZERO.
      *THE STAMP WHOSE GATE RECORD IS WANTED, AND WHETHER THE RECORD
      *WAS STARTED HERE RATHER THAN FOUND ON FILE.
       01 GATE-WORK-STAMP PIC X(20).
       01 GATE-NEW-SWITCH PIC X.
       01 PERIOD-CALENDAR-STATUS PIC XX.
       01 PERIOD-LEDGER-STATUS PIC XX.
       01 CALENDAR-EOF-SWITCH PIC X VALUE "N".
       01 CALENDAR-ERROR-SWITCH PIC X VALUE "N".
      *THE CLOSED-PERIOD CARD: HOLD (THE DEFAULT) KEEPS A STAMP
      *DATED IN A CLOSED PERIOD OFF THE LEDGER UNTIL FINANCE DECIDES;
      *ROLL POSTS IT INTO THE FIRST OPEN PERIOD AFTER, FLAGGED.
       01 CLOSED-PERIOD-ACTION PIC X(4) VALUE "HOLD".
      *TWENTY YEARS OF MONTHLY PERIODS, WITH A THIRTEENTH
      *ADJUSTMENT PERIOD EACH YEAR, STAYS UNDER 300 CARDS.
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
       01 PERIOD-PASS-SWITCH PIC X.
       01 DATED-PERIOD PIC X(6).
       01 DATED-PERIOD-STATUS PIC X(6).
       01 POST-PERIOD PIC X(6).
       01 POST-PERIOD-FLAG PIC X(6).
       01 BATCHES-ROLLED PIC 9(5) VALUE ZERO.
       01 EXCHANGE-RATES-STATUS PIC XX.
       01 RATES-EOF-SWITCH PIC X VALUE "N".
       01 RATES-ERROR-SWITCH PIC X VALUE "N".
      *THE LEDGER'S OWN CURRENCY, FROM THE BASE-CURRENCY CARD. A
      *STAMP IN IT CONVERTS AT ONE AND NEEDS NO RATE CARD.
       01 BASE-CURRENCY PIC X(3) VALUE "EUR".
      *A DOZEN CURRENCIES AT WEEKLY RATES FOR FIVE YEARS IS UNDER
      *3200 CARDS; FINANCE ARCHIVES RATES OLDER THAN ANY STAMP STILL
      *WAITING TO POST, SO 4000 LEAVES ROOM.
       01 RATE-COUNT PIC 9(4) VALUE ZERO.
       01 RT-INDEX PIC 9(4).
       01 RT-FOUND-INDEX PIC 9(4).
       01 RATE-TABLE.
           02 RATE-ENTRY OCCURS 4000 TIMES.
               03 RT-CURRENCY PIC X(3).
               03 RT-DATE PIC X(8).
               03 RT-VALUE PIC 9(4)V9(6).
      *THE STAMP BEING POSTED: ITS CURRENCY, THE RATE IT CONVERTS
      *AT, AND WHETHER A RATE WAS FOUND.
       01 STAMP-CURRENCY PIC X(3).
       01 POST-RATE PIC 9(4)V9(6).
       01 RATE-PASS-SWITCH PIC X.
       01 RATE-STATUS PIC X(4).
       01 BATCHES-CONVERTED PIC 9(5) VALUE ZERO.
       01 RUN-CONTROL-STATUS PIC XX.
       01 GL-ACCOUNT-MAP-STATUS PIC XX.
       01 GL-POSTING-STATUS PIC XX.
       01 POSTING-REGISTER-STATUS PIC XX.
       01 OLD-POSTING-STATUS PIC XX.
       01 REGISTER-ERROR-SWITCH PIC X VALUE "N".
       01 CONTROL-EOF-SWITCH PIC X VALUE "N".
       01 MAP-EOF-SWITCH PIC X VALUE "N".
       01 REGISTER-EOF-SWITCH PIC X VALUE "N".
       01 REGISTER-OPEN-SWITCH PIC X VALUE "N".
       01 REGISTER-WRITTEN-SWITCH PIC X.
       01 MAP-ERROR-SWITCH PIC X VALUE "N".
       01 JOB-PARMS-STATUS PIC XX.
       01 PARMS-EOF-SWITCH PIC X VALUE "N".
       01 POSTING-OVERRIDE-SWITCH PIC X VALUE "N".
       01 EXTRACT-DUE-COUNT PIC 9(5) VALUE ZERO.
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME PIC 9(8).
       01 POST-OVERRIDE-OPERATOR PIC X(8) VALUE SPACES.
       01 POST-OVERRIDE-REASON PIC X(40) VALUE SPACES.
       01 BATCHES-EXTRACTED PIC 9(5) VALUE ZERO.
       01 BATCHES-SKIPPED PIC 9(5) VALUE ZERO.
       01 RECORDS-WRITTEN PIC 9(7) VALUE ZERO.
       01 BATCH-RECORD-COUNT PIC 9(5).
       01 BATCH-HASH-TOTAL PIC 9(11)V99.
       01 BATCH-BASE-HASH-TOTAL PIC 9(11)V99.
       01 WORK-AMOUNT PIC S9(11)V99.
       01 OP-INDEX PIC 9.
       01 OP-COUNTS.
           02 OP-COUNT-WORK PIC 9(3) OCCURS 6 TIMES.
       01 OP-SUMS.
           02 OP-SUM-WORK PIC S9(9)V99 OCCURS 6 TIMES.
       01 OP-BASE-SUMS.
           02 OP-BASE-WORK PIC S9(11)V99 OCCURS 6 TIMES.
       01 ACCOUNT-MAP-TABLE.
           02 MAP-ENTRY OCCURS 6 TIMES.
               03 MAP-T-SYM PIC X.
               03 MAP-T-ACCOUNT PIC X(8).
               03 MAP-T-FOUND PIC X.
      *THE LATEST REGISTER ENTRY FOR THE STAMP IN HAND, AS READ BY
      *KEY: X-WORK-NUMBER IS ITS ENTRY NUMBER, ZERO WHEN THE STAMP
      *IS NOT ON THE REGISTER.
       01 X-WORK-STAMP PIC X(20).
       01 X-WORK-NUMBER PIC 9(3).
       01 X-WORK-ENTRY PIC X(8).
       01 X-WORK-PERIOD PIC X(6).
       01 X-WORK-FLAG PIC X(6).
       01 X-WORK-CURRENCY PIC X(3).
       01 X-WORK-RATE PIC X(10).
       01 X-WORK-RATE-VALUE REDEFINES X-WORK-RATE PIC 9(4)V9(6).
      *X-WORK-CONTROL IS THE CONTROL-FILE POSITION THE LATEST
      *ENTRY CARRIES, ZERO WHEN IT PREDATES THE POSITION BEING KEPT.
       01 X-WORK-CONTROL PIC 9(7).
       01 STAMP-FOUND-SWITCH PIC X.
       01 STAMP-REVERSED-SWITCH PIC X.
       01 CONTROL-RECORD-NUMBER PIC 9(7).
      *THE STAMP'S LAST CONTROL-FILE POSITION AND ITS REPOST CARD,
      *FROM THE GATE WORK FILE. REPOST-CARD-SWITCH IS SET WHILE A
      *CARD NAMES THE STAMP THAT NO REPOST ENTRY HAS USED YET.
       01 STAMP-LAST-RECORD PIC 9(7).
       01 REPOST-CARD-KEYED-BY PIC X(8).
       01 REPOST-CARD-REASON PIC X(40).
       01 REPOST-CARD-SWITCH PIC X.
      *WHO KEYED THE STAMP'S RELEASE CARD AND WHY, FOR A STAMP THE
      *GATE LETS THROUGH AS RELEASED.
       01 RELEASE-CARD-KEYED-BY PIC X(8).
       01 RELEASE-CARD-REASON PIC X(40).
       01 REPOST-DUE-SWITCH PIC X.
       01 STAMPS-AWAITING-REPOST PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
      *GENERAL-LEDGER POSTING EXTRACT FROM THE CALCULATOR RUN
      *TOTALS. FOR EVERY RUN STAMP NOT YET EXTRACTED, THE OPERATOR
      *EACH OPERATOR IS MAPPED TO ITS ACCOUNT CODE FROM THE
      *CONTROL FILE, AND THE BATCH GOES OUT BRACKETED WITH A COUNT
      *AND HASH THE LEDGER SIDE CAN PROVE -- NO RE-KEYING, NO
      *TRANSPOSED DIGITS REACHING THE GL. EVERY BATCH POSTS TO THE
      *FISCAL PERIOD ITS STAMP IS DATED IN ON GL-PERIOD-CALENDAR.txt;
      *A STAMP DATED IN A CLOSED PERIOD IS ROLLED OR HELD AS THE
      *CLOSED-PERIOD CARD SAYS, SO A LATE RERUN CAN NO LONGER POST
      *INTO A MONTH THE LEDGER HAS ALREADY CLOSED. A RUN KEYED IN
      *A FOREIGN CURRENCY POSTS BOTH ITS OWN AMOUNTS AND THOSE
      *AMOUNTS CONVERTED TO BASE AT THE RATE IN FORCE ON THE STAMP'S
      *DATE FROM GL-EXCHANGE-RATES.txt; WITH NO RATE ON FILE IT IS
      *HELD, NEVER POSTED AS IF IT WERE BASE.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           PERFORM READ-JOB-PARMS
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-PERIOD-CALENDAR
           PERFORM LOAD-EXCHANGE-RATES
           IF MAP-ERROR-SWITCH = "Y" OR CALENDAR-ERROR-SWITCH = "Y"
              OR RATES-ERROR-SWITCH = "Y"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM OPEN-POSTING-REGISTER
           IF REGISTER-ERROR-SWITCH = "Y"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM OPEN-POSTING-GATES
           IF GATES-OPEN-SWITCH = "N"
              IF REGISTER-OPEN-SWITCH = "Y"
                 CLOSE POSTING-REGISTER
              END-IF
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-POSTING-GATE
           PERFORM LOAD-POSTING-RELEASES
           PERFORM LOAD-POSTING-REPOSTS
           PERFORM LOAD-LAST-CONTROL-RECORDS
           PERFORM COUNT-DUE-RUNS
           IF STAMPS-AWAITING-REPOST > ZERO
              DISPLAY "CALC-POSTING: " STAMPS-AWAITING-REPOST
                 " REVERSED STAMPS AWAIT A CORRECTED RERUN OR A "
                 "REPOST CARD."
           END-IF
      *A RUN WITH NOTHING TO EXTRACT MUST NOT TOUCH GL-POSTING.txt:
      *AN ACCIDENTAL SECOND RUN WOULD OTHERWISE REPLACE A NOT-YET-
      *COLLECTED INTERFACE FILE WITH AN EMPTY ONE, AND THE REGISTER
                 "EXTRACTION - GL-POSTING.txt LEFT UNTOUCHED."
              DISPLAY "ADD A POST-OVERRIDE Y CARD TO "
                 "JOB-PARMS.txt TO RE-EXTRACT REGISTERED STAMPS."
              IF BATCHES-HELD > ZERO
                 DISPLAY "CALC-POSTING: " BATCHES-HELD " RUN STAMPS "
                    "HELD - SEE GL-POSTING-HELD.txt."
              END-IF
              IF REGISTER-OPEN-SWITCH = "Y"
                 CLOSE POSTING-REGISTER
              END-IF
              CLOSE POSTING-GATES
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE ZERO TO CONTROL-RECORD-NUMBER
           OPEN INPUT CALC-RUN-CONTROL
           OPEN OUTPUT GL-POSTING
           PERFORM UNTIL CONTROL-EOF-SWITCH = "Y"
              CLOSE CALC-RUN-CONTROL
           END-IF
           CLOSE GL-POSTING
           IF REGISTER-OPEN-SWITCH = "Y"
              CLOSE POSTING-REGISTER
           END-IF
           CLOSE POSTING-GATES
           DISPLAY "CALC-POSTING: " BATCHES-EXTRACTED " BATCHES "
              "EXTRACTED, " BATCHES-SKIPPED " ALREADY ON THE "
              "REGISTER."
           DISPLAY "SEE GL-POSTING.txt FOR THE POSTING INTERFACE "
                                                        "FILE."
           IF BATCHES-ROLLED > ZERO
              DISPLAY "CALC-POSTING: " BATCHES-ROLLED " BATCHES "
                 "DATED IN A CLOSED PERIOD POSTED FORWARD, FLAGGED "
                 "ROLLED."
           END-IF
           IF BATCHES-CONVERTED > ZERO
              DISPLAY "CALC-POSTING: " BATCHES-CONVERTED " BATCHES "
                 "CONVERTED TO BASE CURRENCY " BASE-CURRENCY "."
           END-IF
      *A HELD STAMP IS A WARNING, NOT A FAILURE: THE STAMPS THAT
      *PASSED HAVE GONE OUT, AND THE HELD ONES WAIT ON THE BACK
      *OFFICE.
           IF BATCHES-HELD > ZERO
              DISPLAY "CALC-POSTING: " BATCHES-HELD " RUN STAMPS "
                 "HELD - SEE GL-POSTING-HELD.txt."
              MOVE 4 TO RETURN-CODE
           END-IF
           IF REGISTER-ERROR-SWITCH = "Y"
              DISPLAY "CALC-POSTING: EXTRACTION STOPPED - THE LAST "
                 "BATCH ON GL-POSTING.txt IS NOT ON THE REGISTER."
              MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-JOB-PARMS.
      *THIS PROGRAM TAKES THREE CARDS FROM JOB-PARMS.txt.
      *POST-OVERRIDE
      *IS THE EXPLICIT PERMISSION TO RE-EXTRACT RUN STAMPS THE
      *REGISTER ALREADY SHOWS EXTRACTED. THE CARD MUST
      *CARRY THE OPERATOR ID AND REASON, AND THE OPERATOR MUST HOLD
      *POST-OVERRIDE ON OPERATOR-AUTHORITY.txt; A CARD THAT FAILS
      *EITHER TEST IS LOGGED AS REFUSED AND IGNORED. CLOSED-PERIOD
      *SAYS WHAT BECOMES OF A STAMP DATED IN A CLOSED PERIOD, ROLL
      *OR HOLD; ANY OTHER VALUE LEAVES THE SAFE DEFAULT, HOLD.
      *BASE-CURRENCY NAMES THE LEDGER'S OWN CURRENCY; JOB-DRIVER
      *VALIDATES IT, AND ONE THAT IS NOT THREE LETTERS IS IGNORED
      *HERE AND THE DEFAULT KEPT.
           OPEN INPUT JOB-PARMS
           IF JOB-PARMS-STATUS = "00"
              PERFORM UNTIL PARMS-EOF-SWITCH = "Y"
                       IF PARM-KEYWORD = "POST-OVERRIDE"
                          MOVE PARM-VALUE(1:1)
                            TO POSTING-OVERRIDE-SWITCH
                          MOVE PARM-OPERATOR TO POST-OVERRIDE-OPERATOR
                          MOVE PARM-REASON TO POST-OVERRIDE-REASON
                       END-IF
                       IF PARM-KEYWORD = "CLOSED-PERIOD"
                          PERFORM TAKE-CLOSED-PERIOD-CARD
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
           END-IF
           IF POSTING-OVERRIDE-SWITCH = "Y"
              PERFORM SET-POST-OVERRIDE
              PERFORM CHECK-OVERRIDE-AUTHORITY
              IF OVR-CAUSE NOT = SPACES
                 DISPLAY "CALC-POSTING: POST-OVERRIDE CARD REFUSED - "
                    OVR-CAUSE
                 MOVE "REFUSED" TO OVR-OUTCOME
                 PERFORM WRITE-OVERRIDE-LOG
                 MOVE "N" TO POSTING-OVERRIDE-SWITCH
              END-IF
           END-IF.

       TAKE-CLOSED-PERIOD-CARD.
           IF PARM-VALUE(1:4) = "ROLL" OR PARM-VALUE(1:4) = "HOLD"
              MOVE PARM-VALUE(1:4) TO CLOSED-PERIOD-ACTION
           ELSE
              DISPLAY "CALC-POSTING: CLOSED-PERIOD CARD NOT ROLL OR "
                 "HOLD - STAMPS IN CLOSED PERIODS WILL BE HELD."
              MOVE "HOLD" TO CLOSED-PERIOD-ACTION
           END-IF.

       SET-POST-OVERRIDE.
           MOVE "POST-OVERRIDE" TO OVR-FUNCTION
           MOVE POST-OVERRIDE-OPERATOR TO OVR-OPERATOR
           MOVE POST-OVERRIDE-REASON TO OVR-REASON
           MOVE SPACES TO OVR-SUBJECT.

       COUNT-DUE-RUNS.
      *FIRST PASS OVER THE CONTROL FILE: HOW MANY STAMPS WOULD
      *ACTUALLY GO OUT. NOTHING IS WRITTEN UNTIL AT LEAST ONE IS
      *DUE. A NEW STAMP THE POSTING GATE STOPS IS NOT DUE -- IT IS
      *LISTED ON THE HELD FILE INSTEAD, WHICH IS REWRITTEN HERE ON
      *EVERY RUN SO IT NEVER SHOWS YESTERDAY'S HOLDS. A REVERSED
      *STAMP IS ONLY CONSIDERED ON THE LAST CONTROL RECORD CARRYING
      *IT, AND ONLY WHEN CHECK-REPOST-DUE FINDS IT DUE; IT IS THEN
      *GATED LIKE A NEW ONE. ONE THAT IS NOT DUE IS COUNTED AS
      *AWAITING REPOST AND LEFT OUT OF THE DUE COUNT. A STAMP THE
      *GATE PASSES IS STILL HELD WHEN IT HAS NO PERIOD TO POST TO,
      *OR WHEN IT IS IN A CURRENCY WITH NO RATE ON FILE FOR ITS DATE.
           MOVE ZERO TO CONTROL-RECORD-NUMBER
           OPEN OUTPUT POSTING-HELD
           OPEN INPUT CALC-RUN-CONTROL
           IF RUN-CONTROL-STATUS NOT = "00"
              DISPLAY "CALC-RUN-CONTROL.txt NOT FOUND. NOTHING TO "
                 AT END
                    MOVE "Y" TO CONTROL-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO CONTROL-RECORD-NUMBER
                    PERFORM FIND-EXTRACTED-STAMP
                    IF STAMP-FOUND-SWITCH = "Y"
                       IF POSTING-OVERRIDE-SWITCH = "Y"
                          ADD 1 TO EXTRACT-DUE-COUNT
                       END-IF
                    ELSE
                       PERFORM CHECK-REPOST-DUE
                       IF REPOST-DUE-SWITCH = "Y"
                          PERFORM CHECK-POSTING-GATE
                          PERFORM RESOLVE-POSTING-PERIOD
                          PERFORM RESOLVE-POSTING-RATE
                          IF GATE-PASS-SWITCH = "Y"
                             AND PERIOD-PASS-SWITCH = "Y"
                             AND RATE-PASS-SWITCH = "Y"
                             ADD 1 TO EXTRACT-DUE-COUNT
                          ELSE
                             PERFORM WRITE-HELD-STAMP
                          END-IF
                       ELSE
                       IF CONTROL-RECORD-NUMBER = STAMP-LAST-RECORD
                          ADD 1 TO STAMPS-AWAITING-REPOST
                       END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF RUN-CONTROL-STATUS = "00" OR RUN-CONTROL-STATUS = "10"
              CLOSE CALC-RUN-CONTROL
              MOVE "N" TO CONTROL-EOF-SWITCH
           END-IF
           CLOSE POSTING-HELD.

       WRITE-HELD-STAMP.
           ADD 1 TO BATCHES-HELD
           MOVE SPACES TO POSTING-HELD-RECORD
           MOVE RC-STAMP TO HELD-STAMP
           MOVE GW-BALANCE TO HELD-BALANCE-VERDICT
           MOVE GW-RECON TO HELD-RECON-VERDICT
           MOVE GW-RECALC TO HELD-RECALC-VERDICT
           MOVE RUN-DATE TO HELD-DATE
           MOVE DATED-PERIOD TO HELD-PERIOD
           MOVE DATED-PERIOD-STATUS TO HELD-PERIOD-STATUS
           MOVE STAMP-CURRENCY TO HELD-CURRENCY
           MOVE RATE-STATUS TO HELD-RATE-STATUS
           WRITE POSTING-HELD-RECORD.

       OPEN-POSTING-GATES.
      *THE GATE WORK FILE IS CREATED EMPTY AND OPENED FOR UPDATE.
      *ONE THAT CANNOT BE BUILT FAILS THE STEP: WITHOUT IT NO STAMP
      *COULD BE SHOWN TO HAVE PASSED THE CHECKS.
           OPEN OUTPUT POSTING-GATES
           IF POSTING-GATES-STATUS = "00"
              CLOSE POSTING-GATES
              OPEN I-O POSTING-GATES
           END-IF
           IF POSTING-GATES-STATUS = "00"
              MOVE "Y" TO GATES-OPEN-SWITCH
           ELSE
              DISPLAY "CALC-POSTING: CALC-POSTING-GATES CANNOT BE "
                 "BUILT - STATUS " POSTING-GATES-STATUS
                 ". NOTHING EXTRACTED."
           END-IF.

       LOAD-POSTING-GATE.
      *ALL THREE VERDICT FILES ARE FOLDED INTO THE GATE WORK FILE,
      *KEYED BY STAMP.
      *A CHECK THAT HAS NOT RUN LEAVES NO FILE, AND EVERY NEW STAMP
      *IS THEN HELD -- AN UNCHECKED DAY MUST NOT REACH THE LEDGER.
           MOVE "N" TO GATE-EOF-SWITCH
           OPEN INPUT BALANCE-GATE
           IF BALANCE-GATE-STATUS NOT = "00"
              DISPLAY "CALC-BALANCE-GATE.txt NOT FOUND - NEW STAMPS "
                      "WILL BE HELD."
              MOVE "Y" TO GATE-EOF-SWITCH
           END-IF
           PERFORM UNTIL GATE-EOF-SWITCH = "Y"
              READ BALANCE-GATE
                 AT END
                    MOVE "Y" TO GATE-EOF-SWITCH
                 NOT AT END
                    MOVE BGATE-STAMP TO GATE-WORK-STAMP
                    PERFORM FIND-GATE-SLOT
                    PERFORM TAKE-BALANCE-VERDICT
                    PERFORM SAVE-GATE-SLOT
              END-READ
           END-PERFORM
           IF BALANCE-GATE-STATUS = "00" OR BALANCE-GATE-STATUS = "10"
              CLOSE BALANCE-GATE
           END-IF
           MOVE "N" TO GATE-EOF-SWITCH
           OPEN INPUT RECON-GATE
           IF RECON-GATE-STATUS NOT = "00"
              DISPLAY "JOURNAL-RECON-GATE.txt NOT FOUND - NEW STAMPS "
                      "WILL BE HELD."
              MOVE "Y" TO GATE-EOF-SWITCH
           END-IF
           PERFORM UNTIL GATE-EOF-SWITCH = "Y"
              READ RECON-GATE
                 AT END
                    MOVE "Y" TO GATE-EOF-SWITCH
                 NOT AT END
                    MOVE RGATE-STAMP TO GATE-WORK-STAMP
                    PERFORM FIND-GATE-SLOT
                    PERFORM TAKE-RECON-VERDICT
                    PERFORM SAVE-GATE-SLOT
              END-READ
           END-PERFORM
           IF RECON-GATE-STATUS = "00" OR RECON-GATE-STATUS = "10"
              CLOSE RECON-GATE
           END-IF
           MOVE "N" TO GATE-EOF-SWITCH
           OPEN INPUT RECALC-GATE
           IF RECALC-GATE-STATUS NOT = "00"
              DISPLAY "CALC-RECALC-GATE.txt NOT FOUND - NEW STAMPS "
                      "WILL BE HELD."
              MOVE "Y" TO GATE-EOF-SWITCH
           END-IF
           PERFORM UNTIL GATE-EOF-SWITCH = "Y"
              READ RECALC-GATE
                 AT END
                    MOVE "Y" TO GATE-EOF-SWITCH
                 NOT AT END
                    MOVE CGATE-STAMP TO GATE-WORK-STAMP
                    PERFORM FIND-GATE-SLOT
                    PERFORM TAKE-RECALC-VERDICT
                    PERFORM SAVE-GATE-SLOT
              END-READ
           END-PERFORM
           IF RECALC-GATE-STATUS = "00" OR RECALC-GATE-STATUS = "10"
              CLOSE RECALC-GATE
           END-IF.

       TAKE-BALANCE-VERDICT.
      *A STAMP THAT TURNS UP TWICE IN THE PRINT FILE IS BALANCED
      *TWICE; ONE FAIL IS ENOUGH TO HOLD IT.
           IF GW-BALANCE NOT = "FAIL"
              MOVE BGATE-VERDICT TO GW-BALANCE
           END-IF.

       TAKE-RECON-VERDICT.
           IF GW-RECON NOT = "FAIL"
              MOVE RGATE-VERDICT TO GW-RECON
           END-IF.

       TAKE-RECALC-VERDICT.
           IF GW-RECALC NOT = "FAIL"
              MOVE CGATE-VERDICT TO GW-RECALC
           END-IF.

       FIND-GATE-SLOT.
      *READS THE GATE RECORD FOR GATE-WORK-STAMP BY KEY. A STAMP
      *NOT YET ON FILE STARTS A NEW RECORD WITH NO CHECK HEARD
      *FROM, NO CARD AND NO CONTROL RECORD, AND GATE-NEW-SWITCH
      *TELLS SAVE-GATE-SLOT TO WRITE RATHER THAN REWRITE IT.
           MOVE GATE-WORK-STAMP TO GW-STAMP
           READ POSTING-GATES
              INVALID KEY
                 MOVE "Y" TO GATE-NEW-SWITCH
                 MOVE SPACES TO POSTING-GATE-RECORD
                 MOVE GATE-WORK-STAMP TO GW-STAMP
                 MOVE "NONE" TO GW-BALANCE
                 MOVE "NONE" TO GW-RECON
                 MOVE "NONE" TO GW-RECALC
                 MOVE "N" TO GW-RELEASED
                 MOVE ZERO TO GW-LAST-RECORD
              NOT INVALID KEY
                 MOVE "N" TO GATE-NEW-SWITCH
           END-READ.

       SAVE-GATE-SLOT.
           IF GATE-NEW-SWITCH = "Y"
              WRITE POSTING-GATE-RECORD
                 INVALID KEY
                    CONTINUE
              END-WRITE
           ELSE
              REWRITE POSTING-GATE-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           END-IF.

       LOAD-POSTING-RELEASES.
      *NO RELEASE FILE SIMPLY MEANS NOTHING HAS BEEN RELEASED. A
      *CARD THAT DOES NOT SAY WHO KEYED IT AND WHY IS IGNORED: THE
      *REGISTER ENTRY MUST BE ABLE TO ANSWER FOR THE RELEASE.
           MOVE "N" TO GATE-EOF-SWITCH
           OPEN INPUT POSTING-RELEASE
           IF POSTING-RELEASE-STATUS NOT = "00"
              MOVE "Y" TO GATE-EOF-SWITCH
           END-IF
           PERFORM UNTIL GATE-EOF-SWITCH = "Y"
              READ POSTING-RELEASE
                 AT END
                    MOVE "Y" TO GATE-EOF-SWITCH
                 NOT AT END
                    IF REL-STAMP(1:1) = "*" OR REL-STAMP = SPACES
                       CONTINUE
                    ELSE
                    IF REL-KEYED-BY = SPACES OR REL-REASON = SPACES
                       DISPLAY "CALC-POSTING: RELEASE CARD FOR "
                          REL-STAMP " LACKS KEYED-BY OR REASON - "
                          "IGNORED."
                    ELSE
                       MOVE REL-STAMP TO GATE-WORK-STAMP
                       PERFORM FIND-GATE-SLOT
                       MOVE "Y" TO GW-RELEASED
                       MOVE REL-KEYED-BY TO GW-RELEASE-KEYED-BY
                       MOVE REL-REASON TO GW-RELEASE-REASON
                       PERFORM SAVE-GATE-SLOT
                    END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF POSTING-RELEASE-STATUS = "00"
              OR POSTING-RELEASE-STATUS = "10"
              CLOSE POSTING-RELEASE
           END-IF.

       LOAD-POSTING-REPOSTS.
      *NO REPOST FILE SIMPLY MEANS NO REVERSAL HAS BEEN UNDONE BY
      *HAND. A CARD THAT DOES NOT SAY WHO KEYED IT AND WHY IS
      *IGNORED: THE REPOST ENTRY MUST BE ABLE TO ANSWER FOR IT.
           MOVE "N" TO GATE-EOF-SWITCH
           OPEN INPUT POSTING-REPOST
           IF POSTING-REPOST-STATUS NOT = "00"
              MOVE "Y" TO GATE-EOF-SWITCH
           END-IF
           PERFORM UNTIL GATE-EOF-SWITCH = "Y"
              READ POSTING-REPOST
                 AT END
                    MOVE "Y" TO GATE-EOF-SWITCH
                 NOT AT END
                    IF RPC-STAMP(1:1) = "*" OR RPC-STAMP = SPACES
                       CONTINUE
                    ELSE
                    IF RPC-KEYED-BY = SPACES OR RPC-REASON = SPACES
                       DISPLAY "CALC-POSTING: REPOST CARD FOR "
                          RPC-STAMP " LACKS KEYED-BY OR REASON - "
                          "IGNORED."
                    ELSE
                       MOVE RPC-STAMP TO GATE-WORK-STAMP
                       PERFORM FIND-GATE-SLOT
                       MOVE RPC-KEYED-BY TO GW-REPOST-KEYED-BY
                       MOVE RPC-REASON TO GW-REPOST-REASON
                       PERFORM SAVE-GATE-SLOT
                    END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF POSTING-REPOST-STATUS = "00"
              OR POSTING-REPOST-STATUS = "10"
              CLOSE POSTING-REPOST
           END-IF.

       LOAD-LAST-CONTROL-RECORDS.
      *THE POSITION OF THE LAST CONTROL RECORD CARRYING EACH STAMP,
      *COUNTED FROM 1 AS THE TWO PASSES BELOW COUNT. A MISSING
      *CONTROL FILE IS REPORTED BY THE FIRST PASS.
           MOVE ZERO TO CONTROL-RECORD-NUMBER
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
                    MOVE RC-STAMP TO GATE-WORK-STAMP
                    PERFORM FIND-GATE-SLOT
                    MOVE CONTROL-RECORD-NUMBER TO GW-LAST-RECORD
                    PERFORM SAVE-GATE-SLOT
              END-READ
           END-PERFORM
           IF RUN-CONTROL-STATUS = "00" OR RUN-CONTROL-STATUS = "10"
              CLOSE CALC-RUN-CONTROL
           END-IF
           MOVE "N" TO CONTROL-EOF-SWITCH.

       CHECK-POSTING-GATE.
      *A NEW STAMP GOES OUT ONLY WHEN CALC-BALANCE, JOURNAL-RECON
      *AND CALC-RECALC ALL PASSED IT, OR WHEN A RELEASE CARD NAMES
      *IT. GATE-HOW
      *CARRIES WHICH, FOR THE POSTING REGISTER. A RELEASE CARD
      *ANSWERS FOR THE CHECKS ONLY: IT NEVER OPENS A CLOSED PERIOD
      *AND NEVER SUPPLIES A MISSING EXCHANGE RATE. THE STAMP'S GATE
      *RECORD WAS READ BY FIND-EXTRACTED-STAMP.
           MOVE "N" TO GATE-PASS-SWITCH
           MOVE SPACES TO GATE-HOW
           IF GW-BALANCE = "PASS"
              AND GW-RECON = "PASS"
              AND GW-RECALC = "PASS"
              MOVE "Y" TO GATE-PASS-SWITCH
              MOVE "PASSED" TO GATE-HOW
           END-IF
           IF GATE-PASS-SWITCH = "N" AND GW-RELEASED = "Y"
              MOVE "Y" TO GATE-PASS-SWITCH
              MOVE "RELEASED" TO GATE-HOW
           END-IF.

       LOAD-ACCOUNT-MAP.
           END-IF
           END-IF.

       OPEN-POSTING-REGISTER.
      *THE REGISTER STAYS OPEN FOR UPDATE WHILE THE CONTROL FILE IS
      *READ. ONLY A REGISTER THAT DOES NOT EXIST (STATUS 35) MEANS
      *NO STAMP HAS EVER BEEN EXTRACTED, AND THE FIRST STAMP
      *REGISTERED CREATES IT -- UNLESS THE OLD GL-POSTING-REGISTER.txt
      *IS STILL THERE, WHEN REGISTER-CONVERT HAS NOT BEEN RUN AND
      *EVERY STAMP IT HOLDS WOULD BE SENT TO THE LEDGER AGAIN. A
      *REGISTER THAT IS THERE BUT WILL NOT OPEN WOULD DO THE SAME,
      *AND BE EMPTIED BESIDES. EITHER STOPS THE STEP BEFORE ANYTHING
      *IS EXTRACTED.
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
                 DISPLAY "RUN REGISTER-CONVERT FIRST. NOTHING "
                         "EXTRACTED."
                 MOVE "Y" TO REGISTER-ERROR-SWITCH
              ELSE
              IF OLD-POSTING-STATUS NOT = "35"
                 DISPLAY "GL-POSTING-REGISTER.txt: OPEN FAILED, "
                         "STATUS " OLD-POSTING-STATUS
                         ". NOTHING EXTRACTED."
                 MOVE "Y" TO REGISTER-ERROR-SWITCH
              END-IF
              END-IF
           ELSE
              DISPLAY "GL-POSTING-REGISTER: OPEN FAILED, STATUS "
                      POSTING-REGISTER-STATUS ". NOTHING EXTRACTED."
              MOVE "Y" TO REGISTER-ERROR-SWITCH
           END-IF
           END-IF.

       READ-STAMP-ENTRIES.
      *READS EVERY REGISTER ENTRY FOR X-WORK-STAMP BY KEY, OLDEST
      *FIRST. THE LAST ONE READ IS THE STAMP'S CURRENT STANDING.
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
      *AN ENTRY FROM BEFORE THE REGISTER CARRIED ENTRY TYPES COUNTS
      *AS AN ORIGINAL POSTING. A REPOST ENTRY CARRYING THE KEYED-BY
      *AND REASON OF THE STAMP'S REPOST CARD SHOWS THE CARD USED.
           MOVE PREG-ENTRY-NUMBER TO X-WORK-NUMBER
           IF PREG-ENTRY = SPACES
              MOVE "ORIGINAL" TO X-WORK-ENTRY
           ELSE
              MOVE PREG-ENTRY TO X-WORK-ENTRY
           END-IF
           MOVE PREG-PERIOD TO X-WORK-PERIOD
           MOVE PREG-PERIOD-FLAG TO X-WORK-FLAG
           MOVE PREG-CURRENCY TO X-WORK-CURRENCY
           MOVE PREG-RATE-TEXT TO X-WORK-RATE
           IF PREG-CONTROL-TEXT IS NUMERIC
              MOVE PREG-CONTROL-RECORD TO X-WORK-CONTROL
           ELSE
              MOVE ZERO TO X-WORK-CONTROL
           END-IF
           IF PREG-ENTRY = "REPOST"
              AND PREG-KEYED-BY = REPOST-CARD-KEYED-BY
              AND PREG-REASON = REPOST-CARD-REASON
              MOVE "N" TO REPOST-CARD-SWITCH
           END-IF.

       FIND-EXTRACTED-STAMP.
      *STAMP-FOUND-SWITCH IS SET WHEN THE STAMP STANDS POSTED ON THE
      *REGISTER; STAMP-REVERSED-SWITCH WHEN ITS LATEST ENTRY IS A
      *REVERSAL AND IT IS WAITING TO BE REPOSTED. THE STAMP'S GATE
      *RECORD IS READ FIRST FOR ITS LAST CONTROL RECORD AND ANY
      *REPOST OR RELEASE CARD.
           MOVE "N" TO STAMP-FOUND-SWITCH
           MOVE "N" TO STAMP-REVERSED-SWITCH
           MOVE RC-STAMP TO GATE-WORK-STAMP
           PERFORM FIND-GATE-SLOT
           MOVE GW-LAST-RECORD TO STAMP-LAST-RECORD
           MOVE GW-REPOST-KEYED-BY TO REPOST-CARD-KEYED-BY
           MOVE GW-REPOST-REASON TO REPOST-CARD-REASON
           MOVE GW-RELEASE-KEYED-BY TO RELEASE-CARD-KEYED-BY
           MOVE GW-RELEASE-REASON TO RELEASE-CARD-REASON
           IF REPOST-CARD-KEYED-BY = SPACES
              MOVE "N" TO REPOST-CARD-SWITCH
           ELSE
              MOVE "Y" TO REPOST-CARD-SWITCH
           END-IF
           MOVE RC-STAMP TO X-WORK-STAMP
           PERFORM READ-STAMP-ENTRIES
           IF X-WORK-NUMBER > ZERO
              IF X-WORK-ENTRY = "REVERSAL"
                 MOVE "Y" TO STAMP-REVERSED-SWITCH
              ELSE
                 MOVE "Y" TO STAMP-FOUND-SWITCH
              END-IF
           END-IF.

       CHECK-REPOST-DUE.
      *A STAMP NOT STANDING REVERSED IS ALWAYS DUE HERE. A REVERSED
      *ONE IS ONLY EVER REPOSTED FROM THE LAST CONTROL RECORD
      *CARRYING IT, AND ONLY WHEN THAT RECORD IS NEWER THAN THE ONE
      *THE REVERSAL TOOK BACK -- A CORRECTED RERUN -- OR WHEN A
      *REPOST CARD NOT YET USED NAMES THE STAMP. WITHOUT EITHER IT
      *WOULD ONLY SEND THE REVERSED FIGURES BACK TO THE LEDGER. A
      *REVERSAL FROM BEFORE POSITIONS WERE KEPT NEEDS A CARD.
           MOVE "Y" TO REPOST-DUE-SWITCH
           IF STAMP-REVERSED-SWITCH = "Y"
              MOVE "N" TO REPOST-DUE-SWITCH
              IF CONTROL-RECORD-NUMBER = STAMP-LAST-RECORD
                 IF REPOST-CARD-SWITCH = "Y"
                    MOVE "Y" TO REPOST-DUE-SWITCH
                 END-IF
                 IF X-WORK-CONTROL > ZERO
                    AND CONTROL-RECORD-NUMBER > X-WORK-CONTROL
                    MOVE "Y" TO REPOST-DUE-SWITCH
                 END-IF
              END-IF
           END-IF.

       EXTRACT-ONE-RUN.
      *ONE RUN STAMP, ONE BALANCED POSTING BATCH: HEADER, THE SIX
      *AND HASH. A STAMP ALREADY ON THE POSTING REGISTER IS PASSED
      *OVER -- IT HAS BEEN POSTED ONCE AND MUST NOT POST TWICE --
      *UNLESS THE POST-OVERRIDE CARD PERMITS THE RE-EXTRACTION,
      *IN WHICH CASE THE STAMP IS NOT REGISTERED A SECOND TIME. A
      *NEW STAMP THE POSTING GATE HELD WAS ALREADY LISTED ON THE
      *HELD FILE BY THE FIRST PASS AND IS PASSED OVER HERE, AS IS
      *A REVERSED STAMP CHECK-REPOST-DUE DOES NOT FIND DUE. A
      *RE-EXTRACTED STAMP GOES OUT UNDER THE PERIOD IT WAS FIRST
      *POSTED TO, WHATEVER THAT PERIOD'S STATUS NOW, AND AT THE
      *RATE IT WAS FIRST CONVERTED AT.
           ADD 1 TO CONTROL-RECORD-NUMBER
           PERFORM FIND-EXTRACTED-STAMP
           MOVE "Y" TO GATE-PASS-SWITCH
           IF STAMP-FOUND-SWITCH = "N"
              PERFORM CHECK-POSTING-GATE
              PERFORM RESOLVE-POSTING-PERIOD
              PERFORM RESOLVE-POSTING-RATE
              IF PERIOD-PASS-SWITCH = "N" OR RATE-PASS-SWITCH = "N"
                 MOVE "N" TO GATE-PASS-SWITCH
              END-IF
           ELSE
              PERFORM TAKE-REGISTERED-PERIOD
              PERFORM TAKE-REGISTERED-RATE
           END-IF
           IF STAMP-REVERSED-SWITCH = "Y"
              PERFORM CHECK-REPOST-DUE
              IF REPOST-DUE-SWITCH = "N"
                 MOVE "N" TO GATE-PASS-SWITCH
              END-IF
           END-IF
           IF STAMP-FOUND-SWITCH = "Y"
              AND POSTING-OVERRIDE-SWITCH NOT = "Y"
              ADD 1 TO BATCHES-SKIPPED
           ELSE
           IF GATE-PASS-SWITCH = "N"
              CONTINUE
           ELSE
              MOVE RC-PLUS-COUNT TO OP-COUNT-WORK(1)
              MOVE RC-PLUS-SUM TO OP-SUM-WORK(1)
              MOVE RC-PCT-SUM TO OP-SUM-WORK(5)
              MOVE RC-REM-COUNT TO OP-COUNT-WORK(6)
              MOVE RC-REM-SUM TO OP-SUM-WORK(6)
              PERFORM CONVERT-TO-BASE
              PERFORM WRITE-POSTING-HEADER
              MOVE ZERO TO BATCH-RECORD-COUNT
              MOVE ZERO TO BATCH-HASH-TOTAL
              MOVE ZERO TO BATCH-BASE-HASH-TOTAL
              MOVE 1 TO OP-INDEX
              PERFORM UNTIL OP-INDEX > 6
                 PERFORM WRITE-ONE-POSTING
              END-PERFORM
              PERFORM WRITE-POSTING-TRAILER
              IF STAMP-FOUND-SWITCH = "N"
                 PERFORM APPEND-PERIOD-LEDGER
                 PERFORM APPEND-POSTING-REGISTER
              ELSE
                 PERFORM SET-POST-OVERRIDE
                 MOVE RC-STAMP TO OVR-SUBJECT
                 MOVE "HONOURED" TO OVR-OUTCOME
                 MOVE SPACES TO OVR-CAUSE
                 PERFORM WRITE-OVERRIDE-LOG
              END-IF
              ADD 1 TO BATCHES-EXTRACTED
           END-IF
           END-IF.

       WRITE-POSTING-HEADER.
           MOVE "H" TO PH-RECORD-TYPE
           MOVE RC-STAMP-ID TO PH-BATCH-NUMBER
           MOVE RC-STAMP-DATE TO PH-PREP-DATE
           MOVE POST-PERIOD TO PH-PERIOD
           MOVE STAMP-CURRENCY TO PH-CURRENCY
           MOVE POST-RATE TO PH-RATE
           WRITE POSTING-HEADER-RECORD.

       CONVERT-TO-BASE.
      *EACH OPERATOR TOTAL IS CONVERTED ON ITS OWN AND ROUNDED TO
      *THE CENT, SO THE BASE AMOUNTS ON THE LEDGER ARE EXACTLY THE
      *ONES POSTED AND A BASE-CURRENCY RUN CONVERTS TO ITSELF.
           MOVE 1 TO OP-INDEX
           PERFORM UNTIL OP-INDEX > 6
              COMPUTE OP-BASE-WORK(OP-INDEX) ROUNDED =
                 OP-SUM-WORK(OP-INDEX) * POST-RATE
              ADD 1 TO OP-INDEX
           END-PERFORM
           IF STAMP-CURRENCY NOT = BASE-CURRENCY
              ADD 1 TO BATCHES-CONVERTED
           END-IF.

       WRITE-ONE-POSTING.
           MOVE SPACES TO POSTING-DETAIL-RECORD
           MOVE RC-STAMP-DATE TO PST-STAMP-DATE
           MOVE MAP-T-SYM(OP-INDEX) TO PST-OP-SYM
           MOVE OP-COUNT-WORK(OP-INDEX) TO PST-COUNT
           MOVE OP-SUM-WORK(OP-INDEX) TO PST-AMOUNT
           MOVE POST-PERIOD TO PST-PERIOD
           MOVE POST-PERIOD-FLAG TO PST-PERIOD-FLAG
           MOVE STAMP-CURRENCY TO PST-CURRENCY
           MOVE OP-BASE-WORK(OP-INDEX) TO PST-BASE-AMOUNT
           WRITE POSTING-DETAIL-RECORD
           ADD 1 TO BATCH-RECORD-COUNT
           ADD 1 TO RECORDS-WRITTEN
           IF WORK-AMOUNT < ZERO
              COMPUTE WORK-AMOUNT = ZERO - WORK-AMOUNT
           END-IF
           ADD WORK-AMOUNT TO BATCH-HASH-TOTAL
           MOVE OP-BASE-WORK(OP-INDEX) TO WORK-AMOUNT
           IF WORK-AMOUNT < ZERO
              COMPUTE WORK-AMOUNT = ZERO - WORK-AMOUNT
           END-IF
           ADD WORK-AMOUNT TO BATCH-BASE-HASH-TOTAL.

       WRITE-POSTING-TRAILER.
           MOVE SPACES TO POSTING-TRAILER-RECORD
           MOVE "T" TO PT-RECORD-TYPE
           MOVE BATCH-RECORD-COUNT TO PT-RECORD-COUNT
           MOVE BATCH-HASH-TOTAL TO PT-HASH-TOTAL
           MOVE BATCH-BASE-HASH-TOTAL TO PT-BASE-HASH-TOTAL
           WRITE POSTING-TRAILER-RECORD.

       APPEND-POSTING-REGISTER.
      *OPEN-POSTING-REGISTER ONLY LETS THE STEP RUN WITHOUT AN
      *OPEN REGISTER WHEN NONE EXISTS YET, SO THE FIRST EXTRACTED
      *BATCH CREATES IT WITH OPEN OUTPUT AND OPENS IT AGAIN FOR
      *UPDATE. IF EITHER OPEN FAILS THE BATCH JUST WRITTEN TO
      *GL-POSTING.txt CANNOT BE REGISTERED: IT IS NAMED, NOTHING
      *MORE IS EXTRACTED AND THE STEP ENDS WITH 16. THE ENTRY GOES
      *IN UNDER THE STAMP'S NEXT ENTRY NUMBER. A RELEASED STAMP'S
      *ENTRY CARRIES ITS RELEASE CARD'S KEYED-BY AND REASON, A
      *REPOST MADE ON A REPOST CARD THAT CARD'S.
           IF REGISTER-OPEN-SWITCH = "N"
              OPEN OUTPUT POSTING-REGISTER
              IF POSTING-REGISTER-STATUS = "00"
                 CLOSE POSTING-REGISTER
                 OPEN I-O POSTING-REGISTER
              END-IF
              IF POSTING-REGISTER-STATUS = "00"
                 MOVE "Y" TO REGISTER-OPEN-SWITCH
              ELSE
                 DISPLAY "CALC-POSTING: STAMP " RC-STAMP
                    " NOT REGISTERED - GL-POSTING-REGISTER OPEN "
                    "FAILED, STATUS " POSTING-REGISTER-STATUS "."
                 MOVE "Y" TO REGISTER-ERROR-SWITCH
                 MOVE "Y" TO CONTROL-EOF-SWITCH
              END-IF
           END-IF
           IF REGISTER-OPEN-SWITCH = "Y"
              PERFORM WRITE-POSTING-ENTRY
           END-IF.

       WRITE-POSTING-ENTRY.
           MOVE SPACES TO POSTING-REGISTER-RECORD
           MOVE RC-STAMP TO PREG-STAMP
           COMPUTE PREG-ENTRY-NUMBER = X-WORK-NUMBER + 1
           MOVE RUN-DATE TO PREG-EXTRACT-DATE
           MOVE GATE-HOW TO PREG-GATE
           IF STAMP-REVERSED-SWITCH = "Y"
              MOVE "REPOST" TO X-WORK-ENTRY
           ELSE
              MOVE "ORIGINAL" TO X-WORK-ENTRY
           END-IF
           MOVE X-WORK-ENTRY TO PREG-ENTRY
           MOVE POST-PERIOD TO PREG-PERIOD
           MOVE POST-PERIOD-FLAG TO PREG-PERIOD-FLAG
           MOVE STAMP-CURRENCY TO PREG-CURRENCY
           MOVE POST-RATE TO PREG-RATE
           MOVE CONTROL-RECORD-NUMBER TO PREG-CONTROL-RECORD
           IF GATE-HOW = "RELEASED"
              MOVE RELEASE-CARD-KEYED-BY TO PREG-KEYED-BY
              MOVE RELEASE-CARD-REASON TO PREG-REASON
           END-IF
           IF STAMP-REVERSED-SWITCH = "Y" AND REPOST-CARD-SWITCH = "Y"
              MOVE REPOST-CARD-KEYED-BY TO PREG-KEYED-BY
              MOVE REPOST-CARD-REASON TO PREG-REASON
           END-IF
           MOVE "N" TO REGISTER-WRITTEN-SWITCH
           PERFORM UNTIL REGISTER-WRITTEN-SWITCH = "Y"
              WRITE POSTING-REGISTER-RECORD
                 INVALID KEY
                    IF PREG-ENTRY-NUMBER < 999
                       ADD 1 TO PREG-ENTRY-NUMBER
                    ELSE
                       DISPLAY "CALC-POSTING: STAMP " RC-STAMP
                          " HAS NO FREE REGISTER ENTRY - NOT "
                          "REGISTERED."
                       MOVE "Y" TO REGISTER-WRITTEN-SWITCH
                    END-IF
                 NOT INVALID KEY
                    MOVE "Y" TO REGISTER-WRITTEN-SWITCH
              END-WRITE
           END-PERFORM
           IF POST-PERIOD-FLAG = "ROLLED"
              ADD 1 TO BATCHES-ROLLED
           END-IF.

       APPEND-PERIOD-LEDGER.
      *THE BATCH'S SIX POSTING LINES, UNDER THE PERIOD THEY POSTED
      *TO. OPENED AND CLOSED ROUND EACH BATCH, AND WRITTEN JUST
      *BEFORE THE BATCH'S REGISTER ENTRY, SO THE LEDGER AND THE
      *REGISTER NEVER DRIFT MORE THAN ONE BATCH APART.
           OPEN EXTEND PERIOD-LEDGER
           IF PERIOD-LEDGER-STATUS = "35"
              OPEN OUTPUT PERIOD-LEDGER
           END-IF
           MOVE 1 TO OP-INDEX
           PERFORM UNTIL OP-INDEX > 6
              MOVE SPACES TO PERIOD-LEDGER-RECORD
              MOVE POST-PERIOD TO PLG-PERIOD
              MOVE RC-STAMP TO PLG-STAMP
              IF STAMP-REVERSED-SWITCH = "Y"
                 MOVE "REPOST" TO PLG-ENTRY
              ELSE
                 MOVE "ORIGINAL" TO PLG-ENTRY
              END-IF
              MOVE MAP-T-ACCOUNT(OP-INDEX) TO PLG-ACCOUNT
              MOVE MAP-T-SYM(OP-INDEX) TO PLG-OP-SYM
              MOVE OP-COUNT-WORK(OP-INDEX) TO PLG-COUNT
              MOVE OP-SUM-WORK(OP-INDEX) TO PLG-AMOUNT
              MOVE POST-PERIOD-FLAG TO PLG-FLAG
              MOVE DATED-PERIOD TO PLG-DATED-PERIOD
              MOVE RUN-DATE TO PLG-POST-DATE
              MOVE STAMP-CURRENCY TO PLG-CURRENCY
              MOVE POST-RATE TO PLG-RATE
              MOVE OP-BASE-WORK(OP-INDEX) TO PLG-BASE-AMOUNT
              WRITE PERIOD-LEDGER-RECORD
              ADD 1 TO OP-INDEX
           END-PERFORM
           CLOSE PERIOD-LEDGER.

       LOAD-PERIOD-CALENDAR.
      *THE CALENDAR IS AS ESSENTIAL AS THE ACCOUNT MAP: WITHOUT IT
      *NO BATCH HAS A PERIOD TO POST TO, SO A MISSING FILE OR A BAD
      *CARD FAILS THE STEP WITH EVERY PROBLEM NAMED.
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
      *A PERIOD NEEDS AN ID, TWO NUMERIC DATES IN ORDER AND A
      *STATUS OF OPEN OR CLOSED, AND MUST NOT SHARE A DAY OR AN ID
      *WITH ANY PERIOD ALREADY LOADED -- A DATE IN TWO PERIODS
      *WOULD POST WHEREVER THE CARDS HAPPENED TO SIT.
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

       FIND-DATED-PERIOD.
      *THE PERIOD WHOSE DATES TAKE IN PERIOD-WORK-DATE, INTO
      *P-FOUND-INDEX; ZERO WHEN THE DATE IS OFF THE CALENDAR.
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
           END-PERFORM.

       FIND-NEXT-OPEN-PERIOD.
      *THE EARLIEST OPEN PERIOD STARTING AFTER THE PERIOD AT
      *P-FOUND-INDEX ENDS, INTO P-POST-INDEX; ZERO WHEN THERE IS
      *NONE. THE CARDS NEED NOT BE IN DATE ORDER.
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
           END-PERFORM.

       RESOLVE-POSTING-PERIOD.
      *DECIDES WHERE A NEW OR REPOSTED STAMP POSTS. DATED IN AN
      *OPEN PERIOD, IT POSTS THERE. DATED IN A CLOSED PERIOD, IT IS
      *HELD -- OR, UNDER A CLOSED-PERIOD ROLL CARD, POSTED INTO THE
      *FIRST OPEN PERIOD AFTER AND FLAGGED ROLLED, AND HELD ONLY IF
      *NO LATER PERIOD IS OPEN. DATED OFF THE CALENDAR, IT IS HELD
      *UNTIL FINANCE ADDS THE PERIOD. PERIOD-PASS-SWITCH SAYS
      *WHETHER IT MAY POST.
           MOVE "N" TO PERIOD-PASS-SWITCH
           MOVE SPACES TO DATED-PERIOD
           MOVE SPACES TO POST-PERIOD
           MOVE SPACES TO POST-PERIOD-FLAG
           MOVE RC-STAMP-DATE TO PERIOD-WORK-DATE
           PERFORM FIND-DATED-PERIOD
           IF P-FOUND-INDEX = 0
              MOVE "NONE" TO DATED-PERIOD-STATUS
           ELSE
              MOVE PD-PERIOD(P-FOUND-INDEX) TO DATED-PERIOD
              MOVE PD-STATUS(P-FOUND-INDEX) TO DATED-PERIOD-STATUS
              IF PD-STATUS(P-FOUND-INDEX) = "OPEN"
                 MOVE "Y" TO PERIOD-PASS-SWITCH
                 MOVE DATED-PERIOD TO POST-PERIOD
              ELSE
              IF CLOSED-PERIOD-ACTION = "ROLL"
                 PERFORM FIND-NEXT-OPEN-PERIOD
                 IF P-POST-INDEX > 0
                    MOVE "Y" TO PERIOD-PASS-SWITCH
                    MOVE PD-PERIOD(P-POST-INDEX) TO POST-PERIOD
                    MOVE "ROLLED" TO POST-PERIOD-FLAG
                 END-IF
              END-IF
              END-IF
           END-IF.

       TAKE-REGISTERED-PERIOD.
      *A RE-EXTRACTION REBUILDS WHAT WENT OUT BEFORE, SO IT KEEPS
      *THE PERIOD AND FLAG ON THE REGISTER. A STAMP REGISTERED
      *BEFORE THE CALENDAR EXISTED GOES OUT UNDER THE PERIOD ITS
      *DATE FALLS IN, OPEN OR CLOSED.
           MOVE X-WORK-PERIOD TO POST-PERIOD
           MOVE X-WORK-FLAG TO POST-PERIOD-FLAG
           IF POST-PERIOD = SPACES
              MOVE RC-STAMP-DATE TO PERIOD-WORK-DATE
              PERFORM FIND-DATED-PERIOD
              IF P-FOUND-INDEX > 0
                 MOVE PD-PERIOD(P-FOUND-INDEX) TO POST-PERIOD
              END-IF
           END-IF.

       LOAD-EXCHANGE-RATES.
      *UNLIKE THE CALENDAR, THE RATE FILE IS ONLY NEEDED FOR RUNS
      *KEYED IN A FOREIGN CURRENCY, SO A MISSING FILE IS A WARNING:
      *BASE-CURRENCY RUNS POST AS BEFORE AND FOREIGN ONES ARE HELD.
      *A BAD CARD STILL FAILS THE STEP WITH EVERY PROBLEM NAMED --
      *A MISKEYED RATE WOULD POST WRONG MONEY, NOT MERELY LATE.
           OPEN INPUT EXCHANGE-RATES
           IF EXCHANGE-RATES-STATUS NOT = "00"
              DISPLAY "GL-EXCHANGE-RATES.txt NOT FOUND - RUNS IN A "
                      "FOREIGN CURRENCY WILL BE HELD."
              MOVE "Y" TO RATES-EOF-SWITCH
           END-IF
           PERFORM UNTIL RATES-EOF-SWITCH = "Y"
              READ EXCHANGE-RATES
                 AT END
                    MOVE "Y" TO RATES-EOF-SWITCH
                 NOT AT END
                    IF RATE-CURRENCY(1:1) = "*"
                       OR EXCHANGE-RATES-RECORD = SPACES
                       CONTINUE
                    ELSE
                       PERFORM TAKE-RATE-CARD
                    END-IF
              END-READ
           END-PERFORM
           IF EXCHANGE-RATES-STATUS = "00"
              OR EXCHANGE-RATES-STATUS = "10"
              CLOSE EXCHANGE-RATES
           END-IF.

       TAKE-RATE-CARD.
      *A RATE NEEDS A THREE-LETTER CURRENCY OTHER THAN THE BASE, A
      *NUMERIC DATE AND A NUMERIC RATE ABOVE ZERO, AND ONLY ONE
      *CARD PER CURRENCY MAY TAKE EFFECT ON ANY ONE DAY.
           MOVE 0 TO RT-FOUND-INDEX
           MOVE 1 TO RT-INDEX
           PERFORM UNTIL RT-INDEX > RATE-COUNT
              IF RT-CURRENCY(RT-INDEX) = RATE-CURRENCY
                 AND RT-DATE(RT-INDEX) = RATE-DATE
                 MOVE RT-INDEX TO RT-FOUND-INDEX
                 COMPUTE RT-INDEX = RATE-COUNT + 1
              ELSE
                 ADD 1 TO RT-INDEX
              END-IF
           END-PERFORM
           IF RATE-CURRENCY IS NOT ALPHABETIC-UPPER
              OR RATE-CURRENCY(1:1) = SPACE
              OR RATE-CURRENCY(2:1) = SPACE
              OR RATE-CURRENCY(3:1) = SPACE
              DISPLAY "GL-EXCHANGE-RATES.txt: CURRENCY NOT VALID ON "
                 "CARD " EXCHANGE-RATES-RECORD(1:23)
              MOVE "Y" TO RATES-ERROR-SWITCH
           ELSE
           IF RATE-CURRENCY = BASE-CURRENCY
              DISPLAY "GL-EXCHANGE-RATES.txt: CARD FOR THE BASE "
                 "CURRENCY " RATE-CURRENCY " - IT ALWAYS CONVERTS "
                 "AT ONE."
              MOVE "Y" TO RATES-ERROR-SWITCH
           ELSE
           IF RATE-DATE IS NOT NUMERIC
              OR RATE-VALUE IS NOT NUMERIC
              OR RATE-VALUE = ZERO
              DISPLAY "GL-EXCHANGE-RATES.txt: DATE OR RATE NOT "
                 "VALID ON CARD " EXCHANGE-RATES-RECORD(1:23)
              MOVE "Y" TO RATES-ERROR-SWITCH
           ELSE
           IF RT-FOUND-INDEX > 0
              DISPLAY "GL-EXCHANGE-RATES.txt: TWO RATES FOR "
                 RATE-CURRENCY " ON " RATE-DATE "."
              MOVE "Y" TO RATES-ERROR-SWITCH
           ELSE
           IF RATE-COUNT NOT < 4000
              DISPLAY "GL-EXCHANGE-RATES.txt: MORE THAN 4000 "
                 "RATES - ARCHIVE THE OLDEST CARDS."
              MOVE "Y" TO RATES-ERROR-SWITCH
           ELSE
              ADD 1 TO RATE-COUNT
              MOVE RATE-CURRENCY TO RT-CURRENCY(RATE-COUNT)
              MOVE RATE-DATE TO RT-DATE(RATE-COUNT)
              MOVE RATE-VALUE TO RT-VALUE(RATE-COUNT)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       RESOLVE-POSTING-RATE.
      *THE RATE A NEW OR REPOSTED STAMP CONVERTS AT: ONE FOR THE
      *BASE CURRENCY, OTHERWISE THE LATEST CARD FOR ITS CURRENCY
      *DATED ON OR BEFORE THE STAMP'S DATE -- THE RATE IN FORCE
      *THE DAY THE RUN WAS MADE. RATE-PASS-SWITCH SAYS WHETHER ONE
      *WAS FOUND; A STAMP WITH NO RATE IS HELD.
           MOVE RC-CURRENCY TO STAMP-CURRENCY
           IF STAMP-CURRENCY = SPACES
              MOVE BASE-CURRENCY TO STAMP-CURRENCY
           END-IF
           MOVE "N" TO RATE-PASS-SWITCH
           MOVE "NONE" TO RATE-STATUS
           MOVE ZERO TO POST-RATE
           IF STAMP-CURRENCY = BASE-CURRENCY
              MOVE 1 TO POST-RATE
              MOVE "Y" TO RATE-PASS-SWITCH
              MOVE "RATE" TO RATE-STATUS
           ELSE
              MOVE RC-STAMP-DATE TO PERIOD-WORK-DATE
              MOVE 0 TO RT-FOUND-INDEX
              MOVE 1 TO RT-INDEX
              PERFORM UNTIL RT-INDEX > RATE-COUNT
                 IF RT-CURRENCY(RT-INDEX) = STAMP-CURRENCY
                    AND RT-DATE(RT-INDEX) NOT > PERIOD-WORK-DATE
                    IF RT-FOUND-INDEX = 0
                       MOVE RT-INDEX TO RT-FOUND-INDEX
                    ELSE
                    IF RT-DATE(RT-INDEX) > RT-DATE(RT-FOUND-INDEX)
                       MOVE RT-INDEX TO RT-FOUND-INDEX
                    END-IF
                    END-IF
                 END-IF
                 ADD 1 TO RT-INDEX
              END-PERFORM
              IF RT-FOUND-INDEX > 0
                 MOVE RT-VALUE(RT-FOUND-INDEX) TO POST-RATE
                 MOVE "Y" TO RATE-PASS-SWITCH
                 MOVE "RATE" TO RATE-STATUS
              END-IF
           END-IF.

       TAKE-REGISTERED-RATE.
      *A RE-EXTRACTION REBUILDS WHAT WENT OUT BEFORE, SO IT KEEPS
      *THE CURRENCY AND RATE ON THE REGISTER. A STAMP REGISTERED
      *BEFORE RUNS CARRIED A CURRENCY WAS POSTED AS BASE, AT ONE.
           MOVE X-WORK-CURRENCY TO STAMP-CURRENCY
           IF STAMP-CURRENCY = SPACES
              MOVE BASE-CURRENCY TO STAMP-CURRENCY
           END-IF
           IF X-WORK-RATE IS NUMERIC
              MOVE X-WORK-RATE-VALUE TO POST-RATE
           ELSE
              MOVE 1 TO POST-RATE
           END-IF.

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
           MOVE "CALC-POSTING" TO OVL-PROGRAM
           MOVE OVR-FUNCTION TO OVL-FUNCTION
           MOVE OVR-OPERATOR TO OVL-OPERATOR
           MOVE OVR-OUTCOME TO OVL-OUTCOME
           MOVE OVR-SUBJECT TO OVL-SUBJECT
           MOVE OVR-CAUSE TO OVL-CAUSE
           MOVE OVR-REASON TO OVL-REASON
           WRITE OVERRIDE-LOG-RECORD
           CLOSE OVERRIDE-LOG.
