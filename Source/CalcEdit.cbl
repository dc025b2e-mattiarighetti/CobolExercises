           SELECT CALC-REJECTS ASSIGN TO "CALC-REJECTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALC-REJECTS-STATUS.
           SELECT BATCH-REGISTER ASSIGN TO "CALC-BATCH-REGISTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BREG-KEY
           FILE STATUS IS BATCH-REGISTER-STATUS.
           SELECT OLD-BATCH-REGISTER
           ASSIGN TO "CALC-BATCH-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLD-BATCH-STATUS.
           SELECT REJECT-MASTER ASSIGN TO "CALC-REJECT-MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           ALTERNATE RECORD KEY IS RM-SEQUENCE WITH DUPLICATES
           FILE STATUS IS REJECT-MASTER-STATUS.
           SELECT JOB-PARMS ASSIGN TO "JOB-PARMS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-PARMS-STATUS.
           SELECT BUREAU-MASTER ASSIGN TO "CALC-BUREAU-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUREAU-MASTER-STATUS.
           SELECT EDIT-ACK ASSIGN TO "CALC-EDIT-ACK.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EDIT-ACK-STATUS.
           SELECT DETAIL-HISTORY ASSIGN TO "CALC-DETAIL-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DETAIL-HISTORY-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "CALC-SUSPENSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUSPENSE-FILE-STATUS.
           SELECT SUSPECT-REPORT ASSIGN TO "CALC-SUSPECT-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUSPECT-REPORT-STATUS.
           SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERATOR-AUTHORITY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-AUTHORITY-STATUS.
           SELECT OVERRIDE-LOG ASSIGN TO "OVERRIDE-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OVERRIDE-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CALC-INPUT-FILE
      *OPERATIONS WERE SUPPORTED, WHICH IS TAKEN AS POSITIVE. THE
      *FIRST BYTE DECIDES WHICH LAYOUT A RECORD USES; EVERY RELEASED
      *RECORD IS NORMALISED TO THE SIGNED LAYOUT FOR CALC-STAMP.
       01 EDIT-INPUT-RECORD PIC X(20).
      *THE KEYING BUREAU BRACKETS EVERY BATCH WITH A HEADER RECORD
      *("H", BATCH NUMBER, PREPARATION DATE, KEYING BUREAU CODE,
      *CURRENCY CODE OF THE BATCH'S AMOUNTS)
      *AND A TRAILER RECORD
      *("T", DETAIL RECORD COUNT, HASH TOTAL OF BOTH AMOUNT FIELDS)
      *SO A TRUNCATED TRANSFER IS CAUGHT HERE INSTEAD OF SURFACING
      *AS A SHORT REPORT AT MONTH END. A TRANSMISSION MAY CARRY ANY
           02 BH-RECORD-TYPE PIC X.
           02 BH-BATCH-NUMBER PIC X(4).
           02 BH-PREP-DATE PIC X(8).
           02 BH-BUREAU-CODE PIC X(4).
           02 BH-CURRENCY-CODE PIC X(3).
       01 BATCH-TRAILER-RECORD.
           02 BT-RECORD-TYPE PIC X.
           02 BT-RECORD-COUNT PIC X(5).
           02 BT-HASH-TOTAL PIC X(13).
      *EACH RELEASED DETAIL GOES OUT WITH THE CURRENCY CODE OF THE
      *BATCH IT CAME IN, SO CALC-STAMP KNOWS WHAT ITS TOTALS ARE IN.
       FD CALC-VALIDATED
           LABEL RECORD IS OMITTED.
       01 VALIDATED-RECORD.
           02 VAL-IMAGE PIC X(17).
           02 VAL-CURRENCY PIC X(3).
       FD CALC-REJECTS
           LABEL RECORD IS OMITTED.
       01 REJECT-RECORD.
           02 REJECT-REASON PIC XX.
           02 FILLER PIC X.
           02 REJECT-IMAGE PIC X(17).
      *PERSISTENT REGISTER OF EVERY BUREAU BATCH EVER ACCEPTED,
      *KEYED BY BATCH NUMBER: ONE RECORD PER RELEASED BATCH, NEVER
      *UPDATED ONCE WRITTEN. A HEADER WHOSE BATCH NUMBER IS
      *ALREADY ON FILE IS A RE-TRANSMISSION AND IS REFUSED AT THE
      *FRONT DOOR INSTEAD OF DOUBLE-POSTING INTO CALCULATIONS.txt
      *WEEKS BEFORE CALC-BALANCE WOULD CATCH IT. A REFUSED BATCH IS
      *REGISTERED TOO, MARKED REFUSED, SO THE BUREAU SCORECARD CAN
      *COUNT IT; ONLY ACCEPTED ENTRIES BLOCK A BATCH NUMBER.
       FD BATCH-REGISTER
           LABEL RECORD IS STANDARD.
       01 BATCH-REGISTER-RECORD.
           COPY BATCHREG.
      *THE REGISTER AS IT WAS KEPT BEFORE IT WAS KEYED. ONLY ITS
      *PRESENCE IS TESTED: WHILE IT IS STILL THERE THE KEYED
      *REGISTER HAS NOT BEEN LOADED FROM IT BY REGISTER-CONVERT.
       FD OLD-BATCH-REGISTER
           LABEL RECORD IS OMITTED.
       01 OLD-BATCH-RECORD PIC X(80).
      *PERSISTENT MASTER OF EVERY REJECT EVER WRITTEN, SO A REJECT'S
      *LIFE CAN BE PROVED END TO END: CALC-EDIT POSTS EACH REJECT
      *HERE AS OUTSTANDING WITH THE DATE IT WAS REFUSED, AND
      *CALC-RESUBMIT MARKS IT MADE-GOOD WHEN THE CORRECTED RECORD
      *PASSES THE SAME EDITS. THE AGING REPORT RUNS OFF THIS FILE.
      *EACH REJECT CARRIES ITS BATCH NUMBER AND KEYING BUREAU SO THE
      *BUREAU SCORECARD CAN CHARGE IT TO THE BUREAU THAT KEYED IT,
      *AND ITS BATCH'S CURRENCY SO THE REPAIR GOES OUT IN THE SAME.
       FD REJECT-MASTER
           LABEL RECORD IS STANDARD.
       01 REJECT-MASTER-RECORD.
           COPY REJMAST.
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
      *EVERY KEYING BUREAU AUTHORISED TO SEND US WORK: ITS CODE AS
      *KEYED ON THE BATCH HEADER, ITS STANDING (ACTIVE OR
      *SUSPENDED) AND ITS NAME FOR THE REPORTS. A BATCH FROM A
      *BUREAU NOT ON FILE, OR NOT ACTIVE, IS REFUSED WHOLE. A "*"
      *IN COLUMN 1 IS A COMMENT CARD.
       FD BUREAU-MASTER
           LABEL RECORD IS OMITTED.
       01 BUREAU-MASTER-RECORD.
           02 BUR-CODE PIC X(4).
           02 FILLER PIC X.
           02 BUR-STATUS PIC X(9).
           02 FILLER PIC X.
           02 BUR-NAME PIC X(30).
      *ACKNOWLEDGEMENT RETURNED TO THE KEYING BUREAU AFTER EVERY
      *RUN, SO REPAIRS CAN START THE SAME DAY WITHOUT WAITING FOR A
      *PHONE CALL FROM THE REJECT DESK. ONE SECTION PER BATCH IN THE
      *TRANSMISSION, IN THE ORDER THE BATCHES ARRIVED:
      *   "B" RECORD  THE BATCH, ITS BUREAU AND PREPARATION DATE,
      *               ACCEPTED OR REFUSED, THE DETAIL RECORDS
      *               RECEIVED, ACCEPTED AND REJECTED, FOR A
      *               REFUSAL THE REFUSAL CODE AND ITS WORDING,
      *               AND THE BATCH'S CURRENCY CODE
      *   "R" RECORD  ONE PER REJECTED DETAIL: INPUT SEQUENCE,
      *               REASON CODE AND THE RECORD IMAGE AS KEYED
      *   "S" RECORD  ONE PER DETAIL HELD AS A SUSPECTED DUPLICATE:
      *               INPUT SEQUENCE, SUSPENSE NUMBER, THE IMAGE,
      *               AND THE EARLIER BATCH AND DATE IT MATCHED
      *AN "F" RECORD CARRIES A PROBLEM WITH THE TRANSMISSION AS A
      *WHOLE -- A FILE THAT NEVER ARRIVED OR LOST ITS SHAPE -- THAT
      *BELONGS TO NO ONE BATCH.
       FD EDIT-ACK
           LABEL RECORD IS OMITTED.
       01 ACK-BATCH-RECORD.
           02 ACKB-RECORD-TYPE PIC X.
           02 FILLER PIC X.
           02 ACKB-BATCH-NUMBER PIC X(4).
           02 FILLER PIC X.
           02 ACKB-BUREAU-CODE PIC X(4).
           02 FILLER PIC X.
           02 ACKB-PREP-DATE PIC X(8).
           02 FILLER PIC X.
           02 ACKB-OUTCOME PIC X(8).
           02 FILLER PIC X.
           02 ACKB-RECEIVED PIC 9(5).
           02 FILLER PIC X.
           02 ACKB-ACCEPTED PIC 9(5).
           02 FILLER PIC X.
           02 ACKB-REJECTED PIC 9(5).
           02 FILLER PIC X.
           02 ACKB-SUSPENDED PIC 9(5).
           02 FILLER PIC X.
           02 ACKB-REFUSAL-CODE PIC 99.
           02 FILLER PIC X.
           02 ACKB-REFUSAL-TEXT PIC X(32).
           02 FILLER PIC X.
           02 ACKB-CURRENCY PIC X(3).
       01 ACK-REJECT-RECORD.
           02 ACKR-RECORD-TYPE PIC X.
           02 FILLER PIC X.
           02 ACKR-SEQUENCE PIC 9(5).
           02 FILLER PIC X.
           02 ACKR-REASON PIC XX.
           02 FILLER PIC X.
           02 ACKR-IMAGE PIC X(17).
       01 ACK-SUSPENSE-RECORD.
           02 ACKS-RECORD-TYPE PIC X.
           02 FILLER PIC X.
           02 ACKS-SEQUENCE PIC 9(5).
           02 FILLER PIC X.
           02 ACKS-SUSPENSE-NUMBER PIC 9(6).
           02 FILLER PIC X.
           02 ACKS-IMAGE PIC X(17).
           02 FILLER PIC X.
           02 ACKS-MATCH-BATCH PIC X(4).
           02 FILLER PIC X.
           02 ACKS-MATCH-DATE PIC 9(8).
       01 ACK-FILE-RECORD.
           02 ACKF-RECORD-TYPE PIC X.
           02 FILLER PIC X.
           02 ACKF-TEXT PIC X(60).
      *ROLLING HISTORY OF EVERY DETAIL IMAGE RELEASED, IN THE
      *NORMALISED SIGNED LAYOUT, WITH THE BATCH AND BUREAU IT CAME
      *IN AND THE DATE IT WAS ACCEPTED. THE BATCH REGISTER CATCHES A
      *WHOLE BATCH RE-SENT UNDER ITS OLD NUMBER; THIS CATCHES THE
      *SAME OPERATIONS RE-KEYED UNDER A NEW ONE. ENTRIES OLDER THAN
      *THE DUP-WINDOW ARE DROPPED EACH TIME THE FILE IS REWRITTEN.
       FD DETAIL-HISTORY
           LABEL RECORD IS OMITTED.
       01 DETAIL-HISTORY-RECORD.
           02 DH-IMAGE PIC X(17).
           02 FILLER PIC X.
           02 DH-BATCH-NUMBER PIC X(4).
           02 FILLER PIC X.
           02 DH-BUREAU-CODE PIC X(4).
           02 FILLER PIC X.
           02 DH-ACCEPT-DATE PIC 9(8).
      *SUSPENSE FILE OF DETAILS HELD AS SUSPECTED DUPLICATES: NOT
      *RELEASED, NOT REJECTED, BUT WAITING FOR SOMEONE TO DECIDE.
      *CALC-EDIT ADDS EACH ONE AS SUSPENDED UNDER THE NEXT SUSPENSE
      *NUMBER; CALC-SUSPENSE RELEASES OR CANCELS IT ON A CARD AND
      *RECORDS WHO AND WHY.
       FD SUSPENSE-FILE
           LABEL RECORD IS OMITTED.
       01 SUSPENSE-RECORD.
           02 SUS-NUMBER PIC 9(6).
           02 FILLER PIC X.
           02 SUS-STATUS PIC X(9).
           02 FILLER PIC X.
           02 SUS-SUSPEND-DATE PIC 9(8).
           02 FILLER PIC X.
           02 SUS-BATCH-NUMBER PIC X(4).
           02 FILLER PIC X.
           02 SUS-BUREAU-CODE PIC X(4).
           02 FILLER PIC X.
           02 SUS-SEQUENCE PIC 9(5).
           02 FILLER PIC X.
           02 SUS-IMAGE PIC X(17).
           02 FILLER PIC X.
           02 SUS-MATCH-BATCH PIC X(4).
           02 FILLER PIC X.
           02 SUS-MATCH-DATE PIC 9(8).
           02 FILLER PIC X.
           02 SUS-CLEAR-DATE PIC 9(8).
           02 FILLER PIC X.
           02 SUS-KEYED-BY PIC X(8).
           02 FILLER PIC X.
           02 SUS-REASON PIC X(40).
           02 FILLER PIC X.
           02 SUS-CURRENCY PIC X(3).
       FD SUSPECT-REPORT
           LABEL RECORD IS OMITTED.
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
       01 CALC-INPUT-STATUS PIC XX.
       01 CALC-VALIDATED-STATUS PIC XX.
       01 CALC-REJECTS-STATUS PIC XX.
       01 REASON-CODE PIC XX.
       01 BATCH-NUMBER PIC X(4).
       01 BATCH-PREP-DATE PIC X(8).
       01 BATCH-BUREAU-CODE PIC X(4).
       01 BATCH-CURRENCY-CODE PIC X(3).
      *THE LEDGER'S OWN CURRENCY, FROM THE BASE-CURRENCY CARD; A
      *HEADER WITH NO CURRENCY CODE IS IN IT, AS EVERY BATCH WAS
      *BEFORE FOREIGN-CURRENCY WORK WAS KEYED. A TRANSMISSION MAY
      *MIX CURRENCIES BATCH BY BATCH; CALC-STAMP GIVES EACH RUN OF
      *ONE CURRENCY A STAMP OF ITS OWN.
       01 BASE-CURRENCY PIC X(3) VALUE "EUR".
       01 CURRENCY-REFUSED-SWITCH PIC X.
       01 BATCH-OUTCOME PIC X(8).
       01 HASH-TOTAL PIC 9(11)V99 VALUE ZERO.
       01 TRAILER-COUNT PIC 9(5).
      *A GOOD BATCH IS ONLY RELEASED ONCE ITS TRAILER HAS VERIFIED,
       01 COUNT-DISPLAY PIC ZZZZ9.
       01 HASH-DISPLAY PIC Z(11)9,99.
       01 BATCH-REGISTER-STATUS PIC XX.
       01 OLD-BATCH-STATUS PIC XX.
      *SET WHEN THE REGISTER CANNOT BE READ: NO BATCH CAN THEN BE
      *PROVED NEW, SO NONE IS RELEASED AND THE STEP ENDS WITH 16.
       01 REGISTER-ERROR-SWITCH PIC X VALUE "N".
       01 REJECT-MASTER-STATUS PIC XX.
       01 JOB-PARMS-STATUS PIC XX.
       01 REGISTER-EOF-SWITCH PIC X VALUE "N".
       01 REGISTER-WRITTEN-SWITCH PIC X.
      *POSTING NUMBER OF THE LAST REJECT THIS RUN PUT ON THE MASTER
      *UNDER TODAY'S DATE; THE NEXT ONE TAKES THE NEXT NUMBER FREE.
       01 REJECT-POSTING-NUMBER PIC 9(5) VALUE ZERO.
       01 PARMS-EOF-SWITCH PIC X VALUE "N".
       01 EDIT-OVERRIDE-SWITCH PIC X VALUE "N".
       01 EDIT-OVERRIDE-OPERATOR PIC X(8) VALUE SPACES.
       01 EDIT-OVERRIDE-REASON PIC X(40) VALUE SPACES.
       01 DUP-BATCH-SWITCH PIC X.
       01 BUREAU-REFUSED-SWITCH PIC X.
       01 BUREAU-MASTER-STATUS PIC XX.
       01 EDIT-ACK-STATUS PIC XX.
       01 DETAIL-HISTORY-STATUS PIC XX.
       01 SUSPENSE-FILE-STATUS PIC XX.
       01 SUSPECT-REPORT-STATUS PIC XX.
       01 HISTORY-EOF-SWITCH PIC X VALUE "N".
       01 SUSPENSE-EOF-SWITCH PIC X VALUE "N".
       01 HISTORY-OVERFLOW-SWITCH PIC X VALUE "N".
       01 SUSPECT-SWITCH PIC X.
       01 EDIT-RUN-TIME PIC 9(8).
       01 NORMALISED-IMAGE PIC X(17).
       01 SUSPENDED-COUNT PIC 9(5) VALUE ZERO.
       01 LAST-SUSPENSE-NUMBER PIC 9(6) VALUE ZERO.
      *DAYS A RELEASED DETAIL STAYS IN THE HISTORY AND CAN CATCH A
      *RE-KEYED COPY, FROM THE DUP-WINDOW CARD IN JOB-PARMS.txt.
      *A WEEK COVERS THE USUAL LATE RE-SEND WHEN NO CARD IS GIVEN.
       01 DUP-WINDOW-DAYS PIC 9(3) VALUE 7.
      *DAY ARITHMETIC FOR THE WINDOW RUNS ON SERIAL DAY NUMBERS,
      *THE SAME WAY CALC-RESUBMIT AGES ITS REJECTS.
       01 SERIAL-DATE PIC 9(8).
       01 SERIAL-DATE-SPLIT REDEFINES SERIAL-DATE.
           02 SERIAL-YEAR PIC 9(4).
           02 SERIAL-MONTH PIC 99.
           02 SERIAL-DAY PIC 99.
       01 SERIAL-DAYS PIC 9(7).
       01 TODAY-SERIAL PIC 9(7).
       01 LEAP-WORK PIC 9(7).
       01 LEAP-REMAINDER PIC 9(4).
       01 MONTH-OFFSET-TABLE.
           02 FILLER PIC X(36)
              VALUE "000031059090120151181212243273304334".
       01 MONTH-OFFSETS REDEFINES MONTH-OFFSET-TABLE.
           02 MONTH-OFFSET PIC 9(3) OCCURS 12 TIMES.
      *THE HISTORY INSIDE THE WINDOW IS HELD IN STORAGE FOR THE
      *MATCHING AND REWRITTEN FROM IT. A FEW HUNDRED DETAILS A DAY
      *OVER A WINDOW OF A MONTH OR SO FITS COMFORTABLY IN 9999
      *SLOTS; A HISTORY THAT OVERFLOWS IS MATCHED AS FAR AS IT WAS
      *LOADED BUT NEVER REWRITTEN FROM THE SHORT TABLE.
       01 HISTORY-COUNT PIC 9(4) VALUE ZERO.
       01 H-INDEX PIC 9(4).
       01 H-FOUND-INDEX PIC 9(4).
       01 HISTORY-TABLE.
           02 HISTORY-ENTRY OCCURS 9999 TIMES.
               03 HT-IMAGE PIC X(17).
               03 HT-BATCH-NUMBER PIC X(4).
               03 HT-BUREAU-CODE PIC X(4).
               03 HT-ACCEPT-DATE PIC 9(8).
      *SUSPECTED DUPLICATES ARE STAGED PER BATCH LIKE THE RELEASES
      *AND THE REJECTS: THEY ONLY REACH THE SUSPENSE FILE IF THEIR
      *BATCH IS RELEASED.
       01 SSTG-COUNT PIC 9(5) VALUE ZERO.
       01 SSTG-INDEX PIC 9(5).
       01 SUSPENSE-STAGE-TABLE.
           02 SUSPENSE-STAGE-ENTRY OCCURS 1000 TIMES.
               03 SSTG-SEQUENCE PIC 9(5).
               03 SSTG-IMAGE PIC X(17).
               03 SSTG-MATCH-BATCH PIC X(4).
               03 SSTG-MATCH-DATE PIC 9(8).
               03 SSTG-NUMBER PIC 9(6).
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
       01 SUSPECT-ROW.
           02 SPR-NUMBER PIC 9(6).
           02 FILLER PIC X(7) VALUE " BATCH ".
           02 SPR-BATCH PIC X(4).
           02 FILLER PIC X(5) VALUE " SEQ ".
           02 SPR-SEQUENCE PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 SPR-IMAGE PIC X(17).
           02 FILLER PIC X(15) VALUE " MATCHES BATCH ".
           02 SPR-MATCH-BATCH PIC X(4).
           02 FILLER PIC X(4) VALUE " OF ".
           02 SPR-MATCH-DATE PIC 9(8).
           02 FILLER PIC X(4) VALUE SPACES.
       01 SUMMARY-ROW.
           02 FILLER PIC X(5) VALUE SPACES.
           02 SUMMARY-LABEL PIC X(30).
           02 SUMMARY-COUNT PIC ZZZZ9.
           02 FILLER PIC X(40) VALUE SPACES.
       01 BATCH-REFUSAL-CODE PIC 99.
       01 NEW-REFUSAL-CODE PIC 99.
       01 ACK-FILE-TEXT PIC X(60).
       01 BUREAU-EOF-SWITCH PIC X VALUE "N".
       01 EDIT-RUN-DATE PIC 9(8).
       01 BATCH-FOUND-SWITCH PIC X.
       01 BATCH-FOUND-DATE PIC 9(8).
      *THE BUREAU MASTER IS A SHORT LIST -- A HANDFUL OF CONTRACTED
      *KEYING SHOPS -- SO 200 SLOTS IS AMPLE.
       01 BUREAU-COUNT PIC 9(3) VALUE ZERO.
       01 B-INDEX PIC 9(3).
       01 B-FOUND-INDEX PIC 9(3).
       01 BUREAU-TABLE.
           02 BUREAU-ENTRY OCCURS 200 TIMES.
               03 BT-CODE PIC X(4).
               03 BT-STATUS PIC X(9).
      *REASON CODES WRITTEN TO CALC-REJECTS.txt:
      *   01  RECORD COMPLETELY BLANK
      *   02  FIRST NUMBER NOT NUMERIC
      *   03  OPERATION NOT RECOGNISED
      *   04  SECOND NUMBER NOT NUMERIC
      *REFUSAL CODES RETURNED ON THE ACKNOWLEDGEMENT FOR A WHOLE
      *BATCH, NUMBERED CLEAR OF THE RECORD REASON CODES. WHEN A
      *BATCH FAILS MORE THAN ONE CONTROL THE FIRST FOUND IS GIVEN.
       01 REFUSAL-TEXT-TABLE.
           02 FILLER PIC X(32) VALUE "TRAILER MISSING".
           02 FILLER PIC X(32) VALUE "TRAILER COUNT/HASH NOT NUMERIC".
           02 FILLER PIC X(32) VALUE "CONTROL COUNT MISMATCH".
           02 FILLER PIC X(32) VALUE "CONTROL HASH TOTAL MISMATCH".
           02 FILLER PIC X(32) VALUE "DUPLICATE BATCH NUMBER".
           02 FILLER PIC X(32) VALUE "BATCH EXCEEDS 1000 RECORDS".
           02 FILLER PIC X(32) VALUE "NO BUREAU CODE ON HEADER".
           02 FILLER PIC X(32) VALUE "BUREAU NOT AUTHORISED".
           02 FILLER PIC X(32) VALUE "BUREAU NOT ACTIVE".
           02 FILLER PIC X(32) VALUE "CURRENCY CODE NOT VALID".
           02 FILLER PIC X(32) VALUE "BATCH REGISTER NOT READABLE".
      *CODES 10 THRU 20, IN THE ORDER ABOVE.
       01 REFUSAL-TEXTS REDEFINES REFUSAL-TEXT-TABLE.
           02 REFUSAL-TEXT PIC X(32) OCCURS 11 TIMES.
       PROCEDURE DIVISION.
      *FRONT-END EDIT STEP FOR THE CALCULATOR TRANSACTION FILE. EVERY
      *CALC-INPUT.txt RECORD IS VALIDATED BEFORE CALC-STAMP EVER SEES
      *DAY'S WORK IS RELEASED.
       MAIN.
           ACCEPT EDIT-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT EDIT-RUN-TIME FROM TIME
           PERFORM CHECK-REGISTER-READY
           IF REGISTER-ERROR-SWITCH = "Y"
              MOVE "Y" TO FILE-ERROR-SWITCH
              DISPLAY "CALC-EDIT: NO BATCH RELEASED."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM READ-JOB-PARMS
           PERFORM LOAD-BUREAU-MASTER
           PERFORM LOAD-DETAIL-HISTORY
           PERFORM FIND-LAST-SUSPENSE-NUMBER
           OPEN OUTPUT SUSPECT-REPORT
           PERFORM PRINT-SUSPECT-HEADING
           OPEN INPUT CALC-INPUT-FILE
           OPEN OUTPUT CALC-VALIDATED
           OPEN OUTPUT CALC-REJECTS
           OPEN OUTPUT EDIT-ACK
      *A MISSING TRANSACTION FILE IS THE LIKELIEST TRANSFER FAILURE
      *OF ALL -- IT IS REFUSED EXACTLY LIKE A TRUNCATED ONE, NOT
      *WAVED THROUGH AS AN EMPTY RUN.
              DISPLAY "BATCH CONTROL ERROR: TRANSACTION FILE "
                      "CALC-INPUT.txt NOT FOUND -"
              DISPLAY "THE TRANSFER MAY HAVE FAILED."
              MOVE "TRANSMISSION NOT RECEIVED - PLEASE RE-SEND"
                TO ACK-FILE-TEXT
              PERFORM WRITE-ACK-FILE-PROBLEM
              MOVE "Y" TO FILE-ERROR-SWITCH
              MOVE "Y" TO EDIT-EOF-SWITCH
           END-IF
           IF BATCH-OPEN-SWITCH = "Y"
              DISPLAY "BATCH CONTROL ERROR: TRAILER MISSING - FILE "
                                              "MAY BE TRUNCATED."
              MOVE 10 TO NEW-REFUSAL-CODE
              PERFORM NOTE-BATCH-REFUSAL
              PERFORM REFUSE-BATCH
           END-IF
           IF INPUT-PRESENT-SWITCH = "Y" AND FILE-ERROR-SWITCH = "N"
              AND BATCHES-REFUSED = ZERO
              DISPLAY "BATCH CONTROL ERROR: NO BATCHES ON FILE - "
                                       "FILE MAY BE TRUNCATED."
              MOVE "NO BATCHES IN TRANSMISSION - PLEASE RE-SEND"
                TO ACK-FILE-TEXT
              PERFORM WRITE-ACK-FILE-PROBLEM
              MOVE "Y" TO FILE-ERROR-SWITCH
           END-IF
           CLOSE CALC-VALIDATED
           CLOSE CALC-REJECTS
           CLOSE EDIT-ACK
           PERFORM REWRITE-DETAIL-HISTORY
           PERFORM PRINT-SUSPECT-SUMMARY
           CLOSE SUSPECT-REPORT
           PERFORM PRINT-EDIT-SUMMARY
           PERFORM SET-EDIT-CONDITION
           GOBACK.
           IF BATCH-OPEN-SWITCH = "Y"
              DISPLAY "BATCH CONTROL ERROR: TRAILER MISSING BEFORE "
                                              "THE NEXT HEADER."
              MOVE 10 TO NEW-REFUSAL-CODE
              PERFORM NOTE-BATCH-REFUSAL
              PERFORM REFUSE-BATCH
           END-IF
           PERFORM START-NEW-BATCH.
           MOVE "Y" TO BATCH-OPEN-SWITCH
           MOVE BH-BATCH-NUMBER TO BATCH-NUMBER
           MOVE BH-PREP-DATE TO BATCH-PREP-DATE
           MOVE BH-BUREAU-CODE TO BATCH-BUREAU-CODE
           MOVE BH-CURRENCY-CODE TO BATCH-CURRENCY-CODE
           IF BATCH-CURRENCY-CODE = SPACES
              MOVE BASE-CURRENCY TO BATCH-CURRENCY-CODE
           END-IF
           MOVE ZERO TO BATCH-DETAIL-COUNT
           MOVE ZERO TO HASH-TOTAL
           MOVE ZERO TO STAGE-COUNT
           MOVE ZERO TO RSTG-COUNT
           MOVE ZERO TO SSTG-COUNT
           MOVE "N" TO BATCH-REFUSED-SWITCH
           MOVE "N" TO DUP-BATCH-SWITCH
           MOVE "N" TO BUREAU-REFUSED-SWITCH
           MOVE "N" TO CURRENCY-REFUSED-SWITCH
           MOVE ZERO TO BATCH-REFUSAL-CODE
           PERFORM CHECK-BATCH-REGISTER
           PERFORM CHECK-BATCH-BUREAU
           PERFORM CHECK-BATCH-CURRENCY.

       CHECK-BATCH-REGISTER.
      *A BATCH NUMBER ALREADY ON THE REGISTER MEANS THE BUREAU HAS
      *REFUSED AT ITS TRAILER; AN EDIT-OVERRIDE Y CARD IN
      *JOB-PARMS.txt IS THE EXPLICIT PERMISSION FOR THE RARE
      *LEGITIMATE RE-USE OF A NUMBER.
           PERFORM FIND-REGISTERED-BATCH
           IF REGISTER-ERROR-SWITCH = "Y"
              DISPLAY "BATCH CONTROL ERROR: BATCH " BATCH-NUMBER
                 " CANNOT BE CHECKED AGAINST THE REGISTER."
              MOVE "Y" TO DUP-BATCH-SWITCH
              MOVE "Y" TO BATCH-REFUSED-SWITCH
              MOVE 20 TO NEW-REFUSAL-CODE
              PERFORM NOTE-BATCH-REFUSAL
           ELSE
           IF BATCH-FOUND-SWITCH = "Y"
              IF EDIT-OVERRIDE-SWITCH = "Y"
                 DISPLAY "CALC-EDIT: BATCH " BATCH-NUMBER " ALREADY "
                    "ACCEPTED ON " BATCH-FOUND-DATE " -"
                 DISPLAY "EDIT-OVERRIDE CARD HONOURED, BATCH WILL "
                                               "BE PROCESSED."
                 PERFORM SET-EDIT-OVERRIDE
                 STRING "BATCH " DELIMITED BY SIZE
                    BATCH-NUMBER DELIMITED BY SIZE
                    INTO OVR-SUBJECT
                 MOVE "HONOURED" TO OVR-OUTCOME
                 MOVE SPACES TO OVR-CAUSE
                 PERFORM WRITE-OVERRIDE-LOG
              ELSE
                 DISPLAY "BATCH CONTROL ERROR: BATCH " BATCH-NUMBER
                    " ALREADY ACCEPTED ON " BATCH-FOUND-DATE "."
                                                    "RE-USE."
                 MOVE "Y" TO DUP-BATCH-SWITCH
                 MOVE "Y" TO BATCH-REFUSED-SWITCH
                 MOVE 14 TO NEW-REFUSAL-CODE
                 PERFORM NOTE-BATCH-REFUSAL
              END-IF
           END-IF
           END-IF.

       CHECK-BATCH-BUREAU.
      *ONLY AN ACTIVE BUREAU ON CALC-BUREAU-MASTER.txt MAY SEND US
      *WORK. A BATCH WITH NO BUREAU CODE, FROM A BUREAU NOT ON
      *FILE, OR FROM ONE UNDER SUSPENSION IS SKIPPED AND REFUSED AT
      *ITS TRAILER THE SAME WAY A RE-TRANSMITTED BATCH IS. THERE IS
      *NO OVERRIDE: A BUREAU IS REINSTATED ON THE MASTER ITSELF.
           MOVE 0 TO B-FOUND-INDEX
           MOVE 1 TO B-INDEX
           PERFORM UNTIL B-INDEX > BUREAU-COUNT
              IF BT-CODE(B-INDEX) = BATCH-BUREAU-CODE
                 MOVE B-INDEX TO B-FOUND-INDEX
                 COMPUTE B-INDEX = BUREAU-COUNT + 1
              ELSE
                 ADD 1 TO B-INDEX
              END-IF
           END-PERFORM
           IF BATCH-BUREAU-CODE = SPACES
              DISPLAY "BATCH CONTROL ERROR: BATCH " BATCH-NUMBER
                 " CARRIES NO BUREAU CODE."
              MOVE "Y" TO BUREAU-REFUSED-SWITCH
              MOVE 16 TO NEW-REFUSAL-CODE
           ELSE
           IF B-FOUND-INDEX = 0
              DISPLAY "BATCH CONTROL ERROR: BATCH " BATCH-NUMBER
                 " FROM BUREAU " BATCH-BUREAU-CODE
                 " - NOT ON CALC-BUREAU-MASTER.txt."
              MOVE "Y" TO BUREAU-REFUSED-SWITCH
              MOVE 17 TO NEW-REFUSAL-CODE
           ELSE
           IF BT-STATUS(B-FOUND-INDEX) NOT = "ACTIVE"
              DISPLAY "BATCH CONTROL ERROR: BATCH " BATCH-NUMBER
                 " FROM BUREAU " BATCH-BUREAU-CODE " - BUREAU IS "
                 BT-STATUS(B-FOUND-INDEX) "."
              MOVE "Y" TO BUREAU-REFUSED-SWITCH
              MOVE 18 TO NEW-REFUSAL-CODE
           END-IF
           END-IF
           END-IF
           IF BUREAU-REFUSED-SWITCH = "Y"
              MOVE "Y" TO BATCH-REFUSED-SWITCH
              PERFORM NOTE-BATCH-REFUSAL
           END-IF.

       CHECK-BATCH-CURRENCY.
      *A CURRENCY CODE IS THREE LETTERS. A BATCH WHOSE CODE IS NOT
      *IS SKIPPED AND REFUSED AT ITS TRAILER LIKE A BUREAU REFUSAL.
      *ANY VALID CODE IS TAKEN: BATCHES IN DIFFERENT CURRENCIES MAY
      *SHARE A TRANSMISSION.
           IF BATCH-CURRENCY-CODE IS NOT ALPHABETIC-UPPER
              OR BATCH-CURRENCY-CODE(1:1) = SPACE
              OR BATCH-CURRENCY-CODE(2:1) = SPACE
              OR BATCH-CURRENCY-CODE(3:1) = SPACE
              DISPLAY "BATCH CONTROL ERROR: BATCH " BATCH-NUMBER
                 " CURRENCY CODE " BATCH-CURRENCY-CODE " NOT VALID."
              MOVE "Y" TO CURRENCY-REFUSED-SWITCH
              MOVE 19 TO NEW-REFUSAL-CODE
           END-IF
           IF CURRENCY-REFUSED-SWITCH = "Y"
              MOVE "Y" TO BATCH-REFUSED-SWITCH
              PERFORM NOTE-BATCH-REFUSAL
           END-IF.

       NOTE-BATCH-REFUSAL.
      *KEEPS THE FIRST REFUSAL CODE RAISED AGAINST THE OPEN BATCH
      *FOR ITS ACKNOWLEDGEMENT SECTION.
           IF BATCH-REFUSAL-CODE = ZERO
              MOVE NEW-REFUSAL-CODE TO BATCH-REFUSAL-CODE
           END-IF.

       TAKE-BATCH-TRAILER.
           IF BATCH-OPEN-SWITCH = "N"
              DISPLAY "BATCH CONTROL ERROR: TRAILER RECORD WITH NO "
                                                  "OPEN BATCH."
              MOVE "TRAILER RECORD WITH NO OPEN BATCH - REST IGNORED"
                TO ACK-FILE-TEXT
              PERFORM WRITE-ACK-FILE-PROBLEM
              MOVE "Y" TO FILE-ERROR-SWITCH
              MOVE "Y" TO EDIT-EOF-SWITCH
           ELSE
           IF DUP-BATCH-SWITCH = "Y" OR BUREAU-REFUSED-SWITCH = "Y"
              OR CURRENCY-REFUSED-SWITCH = "Y"
              PERFORM REFUSE-BATCH
           ELSE
              IF BT-RECORD-COUNT IS NOT NUMERIC
                 OR BT-HASH-TOTAL IS NOT NUMERIC
                 DISPLAY "BATCH CONTROL ERROR: TRAILER COUNT OR HASH "
                                                     "NOT NUMERIC."
                 MOVE 11 TO NEW-REFUSAL-CODE
                 PERFORM NOTE-BATCH-REFUSAL
                 PERFORM REFUSE-BATCH
              ELSE
                 MOVE BT-RECORD-COUNT TO TRAILER-COUNT
           IF BATCH-OPEN-SWITCH = "N"
              DISPLAY "BATCH CONTROL ERROR: DETAIL RECORD OUTSIDE "
                                                   "ANY BATCH."
              MOVE "DETAIL RECORD OUTSIDE ANY BATCH - REST IGNORED"
                TO ACK-FILE-TEXT
              PERFORM WRITE-ACK-FILE-PROBLEM
              MOVE "Y" TO FILE-ERROR-SWITCH
              MOVE "Y" TO EDIT-EOF-SWITCH
           ELSE
      *THE DETAILS OF A RE-TRANSMITTED BATCH WERE ALREADY EDITED
      *AND RELEASED OR REJECTED THE FIRST TIME ROUND, SO THEY ARE
      *PASSED OVER WITHOUT EDITING OR RE-REJECTING HERE; SO ARE
      *THE DETAILS OF A BATCH FROM A BUREAU WE DO NOT TAKE WORK
      *FROM OR WITH A CURRENCY CODE WE CANNOT READ. THEY
      *ARE STILL COUNTED FOR THE BATCH REGISTER.
           IF DUP-BATCH-SWITCH = "Y" OR BUREAU-REFUSED-SWITCH = "Y"
              OR CURRENCY-REFUSED-SWITCH = "Y"
              ADD 1 TO BATCH-DETAIL-COUNT
           ELSE
              ADD 1 TO RECORD-SEQUENCE
              ADD 1 TO BATCH-DETAIL-COUNT
              DISPLAY "   BUT " COUNT-DISPLAY " DETAIL RECORDS "
                                                        "READ."
              MOVE "Y" TO BATCH-REFUSED-SWITCH
              MOVE 12 TO NEW-REFUSAL-CODE
              PERFORM NOTE-BATCH-REFUSAL
           END-IF
           IF TRAILER-HASH NOT = HASH-TOTAL
              MOVE TRAILER-HASH TO HASH-DISPLAY
              DISPLAY "   BUT HASH OF RECORDS READ IS "
                 HASH-DISPLAY
              MOVE "Y" TO BATCH-REFUSED-SWITCH
              MOVE 13 TO NEW-REFUSAL-CODE
              PERFORM NOTE-BATCH-REFUSAL
           END-IF.

       RELEASE-BATCH.
      *THE BATCH BALANCED: ITS STAGED RECORDS GO OUT TO THE
      *VALIDATED FILE IN THE ORDER THEY WERE KEYED, EACH WITH THE
      *BATCH'S CURRENCY.
           MOVE 1 TO STAGE-INDEX
           PERFORM UNTIL STAGE-INDEX > STAGE-COUNT
              MOVE STAGED-RECORD(STAGE-INDEX) TO VAL-IMAGE
              MOVE BATCH-CURRENCY-CODE TO VAL-CURRENCY
              WRITE VALIDATED-RECORD
              ADD 1 TO ACCEPTED-COUNT
              ADD 1 TO STAGE-INDEX
           ADD 1 TO BATCHES-RELEASED
           DISPLAY "CALC-EDIT: BATCH " BATCH-NUMBER " BALANCED AND "
                                                      "RELEASED."
           PERFORM ADD-BATCH-TO-HISTORY
           IF SSTG-COUNT > ZERO
              PERFORM APPEND-STAGED-SUSPENSE
           END-IF
           MOVE "ACCEPTED" TO BATCH-OUTCOME
           PERFORM WRITE-ACK-SECTION
           IF RSTG-COUNT > ZERO
              PERFORM APPEND-STAGED-REJECTS
           END-IF
           MOVE "N" TO BATCH-OPEN-SWITCH.

       READ-JOB-PARMS.
      *THIS PROGRAM TAKES THREE CARDS FROM JOB-PARMS.txt:
      *EDIT-OVERRIDE, THE EXPLICIT PERMISSION TO ACCEPT A BATCH
      *NUMBER THE REGISTER ALREADY SHOWS ACCEPTED, DUP-WINDOW,
      *THE DAYS (001-999) A RELEASED DETAIL CAN CATCH A RE-KEYED
      *COPY, AND BASE-CURRENCY, THE LEDGER'S CURRENCY CODE.
      *JOB-DRIVER VALIDATES ALL THREE; A DUP-WINDOW OR BASE-CURRENCY
      *CARD THAT IS NOT VALID IS IGNORED HERE AND THE DEFAULT KEPT. AN
      *EDIT-OVERRIDE CARD MUST CARRY THE OPERATOR ID AND REASON,
      *AND THE OPERATOR MUST HOLD EDIT-OVERRIDE ON
      *OPERATOR-AUTHORITY.txt; A CARD THAT FAILS EITHER TEST IS
      *LOGGED AS REFUSED AND IGNORED.
           OPEN INPUT JOB-PARMS
           IF JOB-PARMS-STATUS = "00"
              PERFORM UNTIL PARMS-EOF-SWITCH = "Y"
                       IF PARM-KEYWORD = "EDIT-OVERRIDE"
                          MOVE PARM-VALUE(1:1)
                            TO EDIT-OVERRIDE-SWITCH
                          MOVE PARM-OPERATOR TO EDIT-OVERRIDE-OPERATOR
                          MOVE PARM-REASON TO EDIT-OVERRIDE-REASON
                       END-IF
                       IF PARM-KEYWORD = "DUP-WINDOW"
                          AND PARM-VALUE(1:3) IS NUMERIC
                          AND PARM-VALUE(1:3) NOT = "000"
                          MOVE PARM-VALUE(1:3) TO DUP-WINDOW-DAYS
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
           IF EDIT-OVERRIDE-SWITCH = "Y"
              PERFORM SET-EDIT-OVERRIDE
              PERFORM CHECK-OVERRIDE-AUTHORITY
              IF OVR-CAUSE NOT = SPACES
                 DISPLAY "CALC-EDIT: EDIT-OVERRIDE CARD REFUSED - "
                    OVR-CAUSE
                 MOVE "REFUSED" TO OVR-OUTCOME
                 PERFORM WRITE-OVERRIDE-LOG
                 MOVE "N" TO EDIT-OVERRIDE-SWITCH
              END-IF
           END-IF.

       SET-EDIT-OVERRIDE.
           MOVE "EDIT-OVERRIDE" TO OVR-FUNCTION
           MOVE EDIT-OVERRIDE-OPERATOR TO OVR-OPERATOR
           MOVE EDIT-OVERRIDE-REASON TO OVR-REASON
           MOVE SPACES TO OVR-SUBJECT.

       FIND-REGISTERED-BATCH.
      *READS THE REGISTER BY KEY FOR THE BATCH NUMBER ON THE HEADER:
      *EVERY ENTRY UNDER THE NUMBER, OLDEST FIRST, UNTIL AN ACCEPTED
      *ONE TURNS UP. A MISSING REGISTER MEANS NO BATCH HAS EVER
      *BEEN ACCEPTED -- CHECK-REGISTER-READY HAS ALREADY MADE SURE
      *IT IS NOT MISSING MERELY FOR WANT OF CONVERSION. ANY OTHER
      *FAILURE TO OPEN IT IS A REGISTER ERROR: THE BATCH CANNOT BE
      *PROVED NEW AND NOTHING FURTHER IS RELEASED.
           MOVE "N" TO BATCH-FOUND-SWITCH
           MOVE "N" TO REGISTER-EOF-SWITCH
           IF REGISTER-ERROR-SWITCH = "Y"
              MOVE "Y" TO REGISTER-EOF-SWITCH
           ELSE
              OPEN INPUT BATCH-REGISTER
              IF BATCH-REGISTER-STATUS = "35"
                 MOVE "Y" TO REGISTER-EOF-SWITCH
              ELSE
              IF BATCH-REGISTER-STATUS NOT = "00"
                 DISPLAY "CALC-EDIT: CALC-BATCH-REGISTER OPEN FAILED, "
                    "STATUS " BATCH-REGISTER-STATUS "."
                 MOVE "Y" TO REGISTER-ERROR-SWITCH
                 MOVE "Y" TO FILE-ERROR-SWITCH
                 MOVE "Y" TO REGISTER-EOF-SWITCH
              END-IF
              END-IF
           END-IF
           IF REGISTER-EOF-SWITCH = "N"
              MOVE SPACES TO BREG-KEY
              MOVE BATCH-NUMBER TO BREG-BATCH-NUMBER
              MOVE ZERO TO BREG-ENTRY-NUMBER
              START BATCH-REGISTER KEY IS NOT LESS THAN BREG-KEY
                 INVALID KEY
                    MOVE "Y" TO REGISTER-EOF-SWITCH
              END-START
           END-IF
           PERFORM UNTIL REGISTER-EOF-SWITCH = "Y"
              READ BATCH-REGISTER NEXT
                 AT END
                    MOVE "Y" TO REGISTER-EOF-SWITCH
                 NOT AT END
                    IF BREG-BATCH-NUMBER NOT = BATCH-NUMBER
                       MOVE "Y" TO REGISTER-EOF-SWITCH
                    ELSE
                    IF BREG-OUTCOME NOT = "REFUSED"
                       MOVE "Y" TO BATCH-FOUND-SWITCH
                       MOVE BREG-ACCEPT-DATE TO BATCH-FOUND-DATE
                       MOVE "Y" TO REGISTER-EOF-SWITCH
                    END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF BATCH-REGISTER-STATUS NOT = "35"
              AND REGISTER-ERROR-SWITCH = "N"
              CLOSE BATCH-REGISTER
           END-IF.

       CHECK-REGISTER-READY.
      *BEFORE ANY BATCH IS LOOKED AT. ONLY STATUS 35 -- THE KEYED
      *REGISTER DOES NOT EXIST -- MEANS AN EMPTY REGISTER, AND THEN
      *ONLY WHEN CALC-BATCH-REGISTER.txt IS GONE TOO: WHILE THAT IS
      *STILL THERE REGISTER-CONVERT HAS NOT BEEN RUN, AND EVERY
      *BATCH IT LISTS WOULD PASS AS NEW. ANY OTHER STATUS IS A
      *REGISTER THAT CANNOT BE TRUSTED.
           OPEN INPUT BATCH-REGISTER
           IF BATCH-REGISTER-STATUS = "00"
              CLOSE BATCH-REGISTER
           ELSE
           IF BATCH-REGISTER-STATUS = "35"
              OPEN INPUT OLD-BATCH-REGISTER
              IF OLD-BATCH-STATUS = "00"
                 CLOSE OLD-BATCH-REGISTER
                 DISPLAY "CALC-EDIT: CALC-BATCH-REGISTER NOT YET "
                    "CONVERTED - CALC-BATCH-REGISTER.txt STILL HERE."
                 DISPLAY "RUN REGISTER-CONVERT FIRST."
                 MOVE "Y" TO REGISTER-ERROR-SWITCH
              ELSE
              IF OLD-BATCH-STATUS NOT = "35"
                 DISPLAY "CALC-EDIT: CALC-BATCH-REGISTER.txt OPEN "
                    "FAILED, STATUS " OLD-BATCH-STATUS "."
                 MOVE "Y" TO REGISTER-ERROR-SWITCH
              END-IF
              END-IF
           ELSE
              DISPLAY "CALC-EDIT: CALC-BATCH-REGISTER OPEN FAILED, "
                 "STATUS " BATCH-REGISTER-STATUS "."
              MOVE "Y" TO REGISTER-ERROR-SWITCH
           END-IF
           END-IF.

       LOAD-BUREAU-MASTER.
      *A MISSING BUREAU MASTER LEAVES NO BUREAU AUTHORISED, SO
      *EVERY BATCH IN THE TRANSMISSION IS REFUSED -- WORK FROM AN
      *UNVERIFIED SOURCE IS NEVER RELEASED BY DEFAULT.
           OPEN INPUT BUREAU-MASTER
           IF BUREAU-MASTER-STATUS NOT = "00"
              DISPLAY "CALC-BUREAU-MASTER.txt NOT FOUND - NO BUREAU "
                 "IS AUTHORISED AND EVERY BATCH WILL BE REFUSED."
              MOVE "Y" TO BUREAU-EOF-SWITCH
           END-IF
           PERFORM UNTIL BUREAU-EOF-SWITCH = "Y"
              READ BUREAU-MASTER
                 AT END
                    MOVE "Y" TO BUREAU-EOF-SWITCH
                 NOT AT END
                    IF BUR-CODE(1:1) NOT = "*"
                       AND BUR-CODE NOT = SPACES
                       AND BUREAU-COUNT < 200
                       ADD 1 TO BUREAU-COUNT
                       MOVE BUR-CODE TO BT-CODE(BUREAU-COUNT)
                       MOVE BUR-STATUS TO BT-STATUS(BUREAU-COUNT)
                    END-IF
              END-READ
           END-PERFORM
           IF BUREAU-MASTER-STATUS = "00"
              OR BUREAU-MASTER-STATUS = "10"
              CLOSE BUREAU-MASTER
           END-IF.

       APPEND-BATCH-REGISTER.
      *OPEN I-O FAILS WHEN THE REGISTER DOES NOT YET EXIST, SO THE
      *FIRST BATCH REGISTERED CREATES IT WITH OPEN OUTPUT INSTEAD.
      *THE ENTRY GOES IN UNDER THE FIRST ENTRY NUMBER NOT ALREADY
      *TAKEN FOR THE BATCH NUMBER. NOTHING IS WRITTEN TO A
      *REGISTER THAT HAS ALREADY FAILED THIS RUN, OR THAT WILL NOT
      *OPEN NOW: EITHER IS A REGISTER ERROR AND ENDS THE STEP
      *WITH 16.
           IF REGISTER-ERROR-SWITCH = "N"
              OPEN I-O BATCH-REGISTER
              IF BATCH-REGISTER-STATUS = "35"
                 OPEN OUTPUT BATCH-REGISTER
              END-IF
              IF BATCH-REGISTER-STATUS = "00"
                 PERFORM WRITE-BATCH-ENTRY
              ELSE
                 DISPLAY "CALC-EDIT: BATCH " BATCH-NUMBER
                    " NOT REGISTERED - CALC-BATCH-REGISTER OPEN "
                    "FAILED, STATUS " BATCH-REGISTER-STATUS "."
                 MOVE "Y" TO REGISTER-ERROR-SWITCH
                 MOVE "Y" TO FILE-ERROR-SWITCH
              END-IF
           END-IF.

       WRITE-BATCH-ENTRY.
           MOVE SPACES TO BATCH-REGISTER-RECORD
           MOVE BATCH-NUMBER TO BREG-BATCH-NUMBER
           MOVE 1 TO BREG-ENTRY-NUMBER
           MOVE BATCH-PREP-DATE TO BREG-PREP-DATE
           MOVE EDIT-RUN-DATE TO BREG-ACCEPT-DATE
           IF BATCH-OUTCOME = "ACCEPTED"
              MOVE STAGE-COUNT TO BREG-RECORD-COUNT
           ELSE
              MOVE ZERO TO BREG-RECORD-COUNT
           END-IF
           MOVE BATCH-BUREAU-CODE TO BREG-BUREAU-CODE
           MOVE BATCH-OUTCOME TO BREG-OUTCOME
           MOVE BATCH-DETAIL-COUNT TO BREG-DETAIL-COUNT
           MOVE BATCH-CURRENCY-CODE TO BREG-CURRENCY
           MOVE "N" TO REGISTER-WRITTEN-SWITCH
           PERFORM UNTIL REGISTER-WRITTEN-SWITCH = "Y"
              WRITE BATCH-REGISTER-RECORD
                 INVALID KEY
                    IF BREG-ENTRY-NUMBER < 999
                       ADD 1 TO BREG-ENTRY-NUMBER
                    ELSE
                       DISPLAY "CALC-EDIT: BATCH " BATCH-NUMBER
                          " HAS NO FREE REGISTER ENTRY - NOT "
                          "REGISTERED."
                       MOVE "Y" TO REGISTER-WRITTEN-SWITCH
                    END-IF
                 NOT INVALID KEY
                    MOVE "Y" TO REGISTER-WRITTEN-SWITCH
              END-WRITE
           END-PERFORM
           CLOSE BATCH-REGISTER.

       REFUSE-BATCH.
      *A BATCH THAT FAILS ITS CONTROL CHECKS IS NOT RELEASED AT ALL:
           ADD 1 TO BATCHES-REFUSED
           DISPLAY "CALC-EDIT: BATCH " BATCH-NUMBER " REFUSED - NO "
                           "RECORDS RELEASED FROM THIS BATCH."
           MOVE "REFUSED" TO BATCH-OUTCOME
           PERFORM APPEND-BATCH-REGISTER
           PERFORM WRITE-ACK-SECTION
           MOVE ZERO TO STAGE-COUNT
           MOVE ZERO TO RSTG-COUNT
           MOVE ZERO TO SSTG-COUNT
           MOVE "N" TO BATCH-OPEN-SWITCH.

       WRITE-ACK-SECTION.
      *THE BATCH'S SECTION OF THE ACKNOWLEDGEMENT, WRITTEN WHILE
      *ITS STAGES STILL HOLD THE ACCEPTED RECORDS AND THE REJECTS.
      *A REFUSED BATCH RELEASES NOTHING, BUT ITS REJECTED RECORDS
      *ARE STILL LISTED SO THE RE-KEYED BATCH COMES BACK CLEAN.
           MOVE SPACES TO ACK-BATCH-RECORD
           MOVE "B" TO ACKB-RECORD-TYPE
           MOVE BATCH-NUMBER TO ACKB-BATCH-NUMBER
           MOVE BATCH-BUREAU-CODE TO ACKB-BUREAU-CODE
           MOVE BATCH-PREP-DATE TO ACKB-PREP-DATE
           MOVE BATCH-OUTCOME TO ACKB-OUTCOME
           MOVE BATCH-DETAIL-COUNT TO ACKB-RECEIVED
           MOVE BATCH-CURRENCY-CODE TO ACKB-CURRENCY
           MOVE RSTG-COUNT TO ACKB-REJECTED
           MOVE ZERO TO ACKB-SUSPENDED
           IF BATCH-OUTCOME = "ACCEPTED"
              MOVE STAGE-COUNT TO ACKB-ACCEPTED
              MOVE SSTG-COUNT TO ACKB-SUSPENDED
              MOVE ZERO TO ACKB-REFUSAL-CODE
           ELSE
              MOVE ZERO TO ACKB-ACCEPTED
              MOVE BATCH-REFUSAL-CODE TO ACKB-REFUSAL-CODE
              IF BATCH-REFUSAL-CODE >= 10 AND BATCH-REFUSAL-CODE <= 20
                 MOVE REFUSAL-TEXT(BATCH-REFUSAL-CODE - 9)
                   TO ACKB-REFUSAL-TEXT
              END-IF
           END-IF
           WRITE ACK-BATCH-RECORD
           MOVE 1 TO RSTG-INDEX
           PERFORM UNTIL RSTG-INDEX > RSTG-COUNT
              MOVE SPACES TO ACK-REJECT-RECORD
              MOVE "R" TO ACKR-RECORD-TYPE
              MOVE RSTG-SEQUENCE(RSTG-INDEX) TO ACKR-SEQUENCE
              MOVE RSTG-REASON(RSTG-INDEX) TO ACKR-REASON
              MOVE RSTG-IMAGE(RSTG-INDEX) TO ACKR-IMAGE
              WRITE ACK-REJECT-RECORD
              ADD 1 TO RSTG-INDEX
           END-PERFORM
           IF BATCH-OUTCOME = "ACCEPTED"
              MOVE 1 TO SSTG-INDEX
              PERFORM UNTIL SSTG-INDEX > SSTG-COUNT
                 MOVE SPACES TO ACK-SUSPENSE-RECORD
                 MOVE "S" TO ACKS-RECORD-TYPE
                 MOVE SSTG-SEQUENCE(SSTG-INDEX) TO ACKS-SEQUENCE
                 MOVE SSTG-NUMBER(SSTG-INDEX) TO ACKS-SUSPENSE-NUMBER
                 MOVE SSTG-IMAGE(SSTG-INDEX) TO ACKS-IMAGE
                 MOVE SSTG-MATCH-BATCH(SSTG-INDEX) TO ACKS-MATCH-BATCH
                 MOVE SSTG-MATCH-DATE(SSTG-INDEX) TO ACKS-MATCH-DATE
                 WRITE ACK-SUSPENSE-RECORD
                 ADD 1 TO SSTG-INDEX
              END-PERFORM
           END-IF.

       WRITE-ACK-FILE-PROBLEM.
           MOVE SPACES TO ACK-FILE-RECORD
           MOVE "F" TO ACKF-RECORD-TYPE
           MOVE ACK-FILE-TEXT TO ACKF-TEXT
           WRITE ACK-FILE-RECORD.

       EDIT-RECORD.
           MOVE SPACES TO REASON-CODE
           PERFORM SPLIT-DETAIL-FIELDS
      *WRITTEN STRAIGHT OUT: NOTHING LEAVES FOR CALC-STAMP UNTIL
      *THE BATCH'S TRAILER HAS VERIFIED. A BATCH TOO BIG FOR THE
      *STAGE IS REFUSED OUTRIGHT -- HALF A BATCH MUST NEVER GO OUT.
      *A RECORD MATCHING ONE ALREADY RELEASED INSIDE THE DUP-WINDOW
      *IS STAGED FOR THE SUSPENSE FILE INSTEAD.
           MOVE SPACES TO NORMALISED-IMAGE
           STRING EDIT-SIGN-1 DELIMITED BY SIZE
              EDIT-DIGITS-1 DELIMITED BY SIZE
              EDIT-OPERATION DELIMITED BY SIZE
              EDIT-SIGN-2 DELIMITED BY SIZE
              EDIT-DIGITS-2 DELIMITED BY SIZE
              INTO NORMALISED-IMAGE
           PERFORM CHECK-DUPLICATE-HISTORY
           IF SUSPECT-SWITCH = "Y"
              PERFORM STAGE-SUSPECTED-DUPLICATE
           ELSE
           IF STAGE-COUNT >= 1000
              IF BATCH-REFUSED-SWITCH = "N"
                 DISPLAY "BATCH CONTROL ERROR: BATCH " BATCH-NUMBER
                    " EXCEEDS 1000 DETAIL RECORDS."
                 MOVE "Y" TO BATCH-REFUSED-SWITCH
                 MOVE 15 TO NEW-REFUSAL-CODE
                 PERFORM NOTE-BATCH-REFUSAL
              END-IF
           ELSE
              ADD 1 TO STAGE-COUNT
              MOVE NORMALISED-IMAGE TO STAGED-RECORD(STAGE-COUNT)
           END-IF
           END-IF.

       CHECK-DUPLICATE-HISTORY.
      *THE HISTORY TABLE ONLY EVER HOLDS DETAILS FROM BATCHES
      *ALREADY RELEASED -- EARLIER DAYS INSIDE THE WINDOW AND
      *EARLIER BATCHES OF THIS TRANSMISSION -- SO A MATCH IS ALWAYS
      *AGAINST ANOTHER BATCH. REPEATS WITHIN ONE BATCH ARE THE
      *BUREAU'S OWN KEYING AND ARE NOT SUSPECT. THE NEWEST MATCH
      *IS THE ONE REPORTED.
           MOVE "N" TO SUSPECT-SWITCH
           MOVE 0 TO H-FOUND-INDEX
           MOVE HISTORY-COUNT TO H-INDEX
           PERFORM UNTIL H-INDEX = 0
              IF HT-IMAGE(H-INDEX) = NORMALISED-IMAGE
                 MOVE H-INDEX TO H-FOUND-INDEX
                 MOVE "Y" TO SUSPECT-SWITCH
                 MOVE 0 TO H-INDEX
              ELSE
                 SUBTRACT 1 FROM H-INDEX
              END-IF
           END-PERFORM.

       STAGE-SUSPECTED-DUPLICATE.
      *SAME OVERFLOW GUARD AS THE OTHER BATCH STAGES.
           IF SSTG-COUNT >= 1000
              IF BATCH-REFUSED-SWITCH = "N"
                 DISPLAY "BATCH CONTROL ERROR: BATCH " BATCH-NUMBER
                    " EXCEEDS 1000 DETAIL RECORDS."
                 MOVE "Y" TO BATCH-REFUSED-SWITCH
                 MOVE 15 TO NEW-REFUSAL-CODE
                 PERFORM NOTE-BATCH-REFUSAL
              END-IF
           ELSE
              ADD 1 TO SSTG-COUNT
              MOVE RECORD-SEQUENCE TO SSTG-SEQUENCE(SSTG-COUNT)
              MOVE NORMALISED-IMAGE TO SSTG-IMAGE(SSTG-COUNT)
              MOVE HT-BATCH-NUMBER(H-FOUND-INDEX)
                TO SSTG-MATCH-BATCH(SSTG-COUNT)
              MOVE HT-ACCEPT-DATE(H-FOUND-INDEX)
                TO SSTG-MATCH-DATE(SSTG-COUNT)
              MOVE ZERO TO SSTG-NUMBER(SSTG-COUNT)
           END-IF.

       ADD-BATCH-TO-HISTORY.
      *EVERY DETAIL THE BATCH RELEASED JOINS THE HISTORY, SO A
      *LATER BATCH IN THE SAME TRANSMISSION IS CHECKED AGAINST IT
      *TOO. SUSPENDED DETAILS JOIN IT ONLY IF CALC-SUSPENSE
      *RELEASES THEM.
           MOVE 1 TO STAGE-INDEX
           PERFORM UNTIL STAGE-INDEX > STAGE-COUNT
              IF HISTORY-COUNT < 9999
                 ADD 1 TO HISTORY-COUNT
                 MOVE STAGED-RECORD(STAGE-INDEX)
                   TO HT-IMAGE(HISTORY-COUNT)
                 MOVE BATCH-NUMBER TO HT-BATCH-NUMBER(HISTORY-COUNT)
                 MOVE BATCH-BUREAU-CODE
                   TO HT-BUREAU-CODE(HISTORY-COUNT)
                 MOVE EDIT-RUN-DATE TO HT-ACCEPT-DATE(HISTORY-COUNT)
              ELSE
                 MOVE "Y" TO HISTORY-OVERFLOW-SWITCH
              END-IF
              ADD 1 TO STAGE-INDEX
           END-PERFORM.

       APPEND-STAGED-SUSPENSE.
      *OPEN EXTEND ABENDS WHEN THE SUSPENSE FILE DOES NOT YET
      *EXIST, SO THE FIRST SUSPECTED DUPLICATE CREATES IT WITH OPEN
      *OUTPUT INSTEAD. EACH ITEM TAKES THE NEXT SUSPENSE NUMBER,
      *WHICH IS WHAT THE RELEASE OR CANCEL CARD QUOTES.
           OPEN EXTEND SUSPENSE-FILE
           IF SUSPENSE-FILE-STATUS = "35"
              OPEN OUTPUT SUSPENSE-FILE
           END-IF
           MOVE 1 TO SSTG-INDEX
           PERFORM UNTIL SSTG-INDEX > SSTG-COUNT
              ADD 1 TO LAST-SUSPENSE-NUMBER
              MOVE LAST-SUSPENSE-NUMBER TO SSTG-NUMBER(SSTG-INDEX)
              MOVE SPACES TO SUSPENSE-RECORD
              MOVE LAST-SUSPENSE-NUMBER TO SUS-NUMBER
              MOVE "SUSPENDED" TO SUS-STATUS
              MOVE EDIT-RUN-DATE TO SUS-SUSPEND-DATE
              MOVE BATCH-NUMBER TO SUS-BATCH-NUMBER
              MOVE BATCH-BUREAU-CODE TO SUS-BUREAU-CODE
              MOVE SSTG-SEQUENCE(SSTG-INDEX) TO SUS-SEQUENCE
              MOVE SSTG-IMAGE(SSTG-INDEX) TO SUS-IMAGE
              MOVE SSTG-MATCH-BATCH(SSTG-INDEX) TO SUS-MATCH-BATCH
              MOVE SSTG-MATCH-DATE(SSTG-INDEX) TO SUS-MATCH-DATE
              MOVE ZERO TO SUS-CLEAR-DATE
              MOVE BATCH-CURRENCY-CODE TO SUS-CURRENCY
              WRITE SUSPENSE-RECORD
              ADD 1 TO SUSPENDED-COUNT
              MOVE LAST-SUSPENSE-NUMBER TO SPR-NUMBER
              MOVE BATCH-NUMBER TO SPR-BATCH
              MOVE SSTG-SEQUENCE(SSTG-INDEX) TO SPR-SEQUENCE
              MOVE SSTG-IMAGE(SSTG-INDEX) TO SPR-IMAGE
              MOVE SSTG-MATCH-BATCH(SSTG-INDEX) TO SPR-MATCH-BATCH
              MOVE SSTG-MATCH-DATE(SSTG-INDEX) TO SPR-MATCH-DATE
              MOVE SUSPECT-ROW TO REPORT-ROW
              WRITE REPORT-RECORD
              ADD 1 TO SSTG-INDEX
           END-PERFORM
           CLOSE SUSPENSE-FILE.

       LOAD-DETAIL-HISTORY.
      *ONLY ENTRIES STILL INSIDE THE WINDOW ARE KEPT; THE REST HAVE
      *AGED OUT AND FALL AWAY WHEN THE FILE IS REWRITTEN. A MISSING
      *HISTORY SIMPLY MEANS NOTHING HAS BEEN RELEASED YET.
           MOVE EDIT-RUN-DATE TO SERIAL-DATE
           PERFORM COMPUTE-SERIAL-DAYS
           MOVE SERIAL-DAYS TO TODAY-SERIAL
           OPEN INPUT DETAIL-HISTORY
           IF DETAIL-HISTORY-STATUS NOT = "00"
              MOVE "Y" TO HISTORY-EOF-SWITCH
           END-IF
           PERFORM UNTIL HISTORY-EOF-SWITCH = "Y"
              READ DETAIL-HISTORY
                 AT END
                    MOVE "Y" TO HISTORY-EOF-SWITCH
                 NOT AT END
                    PERFORM TAKE-HISTORY-ENTRY
              END-READ
           END-PERFORM
           IF DETAIL-HISTORY-STATUS = "00"
              OR DETAIL-HISTORY-STATUS = "10"
              CLOSE DETAIL-HISTORY
           END-IF.

       TAKE-HISTORY-ENTRY.
           IF DH-ACCEPT-DATE IS NUMERIC AND DH-ACCEPT-DATE > ZERO
              MOVE DH-ACCEPT-DATE TO SERIAL-DATE
              PERFORM COMPUTE-SERIAL-DAYS
              IF SERIAL-DAYS + DUP-WINDOW-DAYS >= TODAY-SERIAL
                 IF HISTORY-COUNT < 9999
                    ADD 1 TO HISTORY-COUNT
                    MOVE DH-IMAGE TO HT-IMAGE(HISTORY-COUNT)
                    MOVE DH-BATCH-NUMBER
                      TO HT-BATCH-NUMBER(HISTORY-COUNT)
                    MOVE DH-BUREAU-CODE
                      TO HT-BUREAU-CODE(HISTORY-COUNT)
                    MOVE DH-ACCEPT-DATE
                      TO HT-ACCEPT-DATE(HISTORY-COUNT)
                 ELSE
                    MOVE "Y" TO HISTORY-OVERFLOW-SWITCH
                 END-IF
              END-IF
           END-IF.

       REWRITE-DETAIL-HISTORY.
      *A HISTORY THAT OVERFLOWED THE TABLE IS LEFT AS IT IS RATHER
      *THAN REWRITTEN SHORT -- TONIGHT'S RELEASES ARE THEN NOT
      *ADDED, WHICH ONLY WEAKENS TOMORROW'S CHECK, AND THE WINDOW
      *NEEDS SHORTENING.
           IF HISTORY-OVERFLOW-SWITCH = "Y"
              DISPLAY "CALC-DETAIL-HISTORY.txt EXCEEDS 9999 DETAILS "
                 "INSIDE THE DUP-WINDOW -"
              DISPLAY "HISTORY NOT REWRITTEN. SHORTEN THE DUP-WINDOW "
                 "CARD IN JOB-PARMS.txt."
           ELSE
              OPEN OUTPUT DETAIL-HISTORY
              MOVE 1 TO H-INDEX
              PERFORM UNTIL H-INDEX > HISTORY-COUNT
                 MOVE SPACES TO DETAIL-HISTORY-RECORD
                 MOVE HT-IMAGE(H-INDEX) TO DH-IMAGE
                 MOVE HT-BATCH-NUMBER(H-INDEX) TO DH-BATCH-NUMBER
                 MOVE HT-BUREAU-CODE(H-INDEX) TO DH-BUREAU-CODE
                 MOVE HT-ACCEPT-DATE(H-INDEX) TO DH-ACCEPT-DATE
                 WRITE DETAIL-HISTORY-RECORD
                 ADD 1 TO H-INDEX
              END-PERFORM
              CLOSE DETAIL-HISTORY
           END-IF.

       FIND-LAST-SUSPENSE-NUMBER.
      *SUSPENSE NUMBERS RUN ON FROM THE HIGHEST EVER ISSUED, SO A
      *NUMBER QUOTED ON A CARD NAMES ONE ITEM FOR ALL TIME.
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-FILE-STATUS NOT = "00"
              MOVE "Y" TO SUSPENSE-EOF-SWITCH
           END-IF
           PERFORM UNTIL SUSPENSE-EOF-SWITCH = "Y"
              READ SUSPENSE-FILE
                 AT END
                    MOVE "Y" TO SUSPENSE-EOF-SWITCH
                 NOT AT END
                    IF SUS-NUMBER IS NUMERIC
                       AND SUS-NUMBER > LAST-SUSPENSE-NUMBER
                       MOVE SUS-NUMBER TO LAST-SUSPENSE-NUMBER
                    END-IF
              END-READ
           END-PERFORM
           IF SUSPENSE-FILE-STATUS = "00"
              OR SUSPENSE-FILE-STATUS = "10"
              CLOSE SUSPENSE-FILE
           END-IF.

       COMPUTE-SERIAL-DAYS.
      *TURNS THE YYYYMMDD IN SERIAL-DATE INTO A RUNNING DAY COUNT.
      *THE MONTH OFFSETS ASSUME A NON-LEAP YEAR; ONE DAY IS ADDED
      *BACK FOR A LEAP YEAR ONCE FEBRUARY IS PAST. ONLY DIFFERENCES
      *BETWEEN TWO SERIALS ARE EVER USED, SO THE EPOCH DOES NOT
      *MATTER.
           COMPUTE SERIAL-DAYS = SERIAL-YEAR * 365
              + MONTH-OFFSET(SERIAL-MONTH) + SERIAL-DAY
           DIVIDE SERIAL-YEAR BY 4 GIVING LEAP-WORK
           ADD LEAP-WORK TO SERIAL-DAYS
           DIVIDE SERIAL-YEAR BY 100 GIVING LEAP-WORK
           SUBTRACT LEAP-WORK FROM SERIAL-DAYS
           DIVIDE SERIAL-YEAR BY 400 GIVING LEAP-WORK
           ADD LEAP-WORK TO SERIAL-DAYS
           IF SERIAL-MONTH > 2
              DIVIDE SERIAL-YEAR BY 4 GIVING LEAP-WORK
                 REMAINDER LEAP-REMAINDER
              IF LEAP-REMAINDER = 0
                 ADD 1 TO SERIAL-DAYS
                 DIVIDE SERIAL-YEAR BY 100 GIVING LEAP-WORK
                    REMAINDER LEAP-REMAINDER
                 IF LEAP-REMAINDER = 0
                    SUBTRACT 1 FROM SERIAL-DAYS
                    DIVIDE SERIAL-YEAR BY 400 GIVING LEAP-WORK
                       REMAINDER LEAP-REMAINDER
                    IF LEAP-REMAINDER = 0
                       ADD 1 TO SERIAL-DAYS
                    END-IF
                 END-IF
              END-IF
           END-IF.

       PRINT-SUSPECT-HEADING.
           MOVE EDIT-RUN-DATE TO RUN-STAMP-DATE
           MOVE EDIT-RUN-TIME TO RUN-STAMP-TIME
           MOVE EDIT-RUN-TIME(1:4) TO RUN-STAMP-ID
           MOVE SPACE TO RUN-STAMP-SEP
           MOVE "SUSPECTED DUPLICATE DETAILS" TO HEADING-TEXT
           MOVE HEADING-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE EDIT-RUN-DATE TO STAMP-DATE
           MOVE EDIT-RUN-TIME TO STAMP-TIME
           MOVE RUN-STAMP-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       PRINT-SUSPECT-SUMMARY.
           MOVE "DUP-WINDOW IN DAYS:           " TO SUMMARY-LABEL
           MOVE DUP-WINDOW-DAYS TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "DETAILS HELD IN SUSPENSE:     " TO SUMMARY-LABEL
           MOVE SUSPENDED-COUNT TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       WRITE-REJECT.
      *FILE SECTION ITEMS DO NOT HONOR VALUE CLAUSES, SO THE FILLER
      *SEPARATORS MUST BE BLANKED EXPLICITLY BEFORE THE FIELD MOVES.
                 DISPLAY "BATCH CONTROL ERROR: BATCH " BATCH-NUMBER
                    " EXCEEDS 1000 DETAIL RECORDS."
                 MOVE "Y" TO BATCH-REFUSED-SWITCH
                 MOVE 15 TO NEW-REFUSAL-CODE
                 PERFORM NOTE-BATCH-REFUSAL
              END-IF
           ELSE
              ADD 1 TO RSTG-COUNT
           END-IF.

       APPEND-STAGED-REJECTS.
      *OPEN I-O FAILS WHEN THE MASTER DOES NOT YET EXIST, SO THE
      *FIRST REJECT CREATES IT WITH OPEN OUTPUT INSTEAD. EACH
      *REJECT IS KEYED UNDER TODAY'S DATE AND THE NEXT POSTING
      *NUMBER FREE; AN EARLIER RUN THE SAME DAY HAS ALREADY TAKEN
      *THE LOW NUMBERS, WHICH THE FIRST WRITE OF THIS RUN STEPS
      *PAST.
           OPEN I-O REJECT-MASTER
           IF REJECT-MASTER-STATUS = "35"
              OPEN OUTPUT REJECT-MASTER
           END-IF
           MOVE 1 TO RSTG-INDEX
           PERFORM UNTIL RSTG-INDEX > RSTG-COUNT
              MOVE SPACES TO REJECT-MASTER-RECORD
              MOVE EDIT-RUN-DATE TO RM-REJECT-DATE
              MOVE RSTG-SEQUENCE(RSTG-INDEX) TO RM-SEQUENCE
              MOVE RSTG-REASON(RSTG-INDEX) TO RM-REASON
              MOVE ZERO TO RM-CLEAR-DATE
              MOVE "OUTSTANDING" TO RM-STATUS
              MOVE RSTG-IMAGE(RSTG-INDEX) TO RM-IMAGE
              MOVE BATCH-NUMBER TO RM-BATCH-NUMBER
              MOVE BATCH-BUREAU-CODE TO RM-BUREAU-CODE
              MOVE BATCH-CURRENCY-CODE TO RM-CURRENCY
              PERFORM WRITE-MASTER-REJECT
              ADD 1 TO RSTG-INDEX
           END-PERFORM
           CLOSE REJECT-MASTER
           MOVE ZERO TO RSTG-COUNT.

       WRITE-MASTER-REJECT.
           MOVE "N" TO REGISTER-WRITTEN-SWITCH
           PERFORM UNTIL REGISTER-WRITTEN-SWITCH = "Y"
              IF REJECT-POSTING-NUMBER < 99999
                 ADD 1 TO REJECT-POSTING-NUMBER
                 MOVE REJECT-POSTING-NUMBER TO RM-POSTING-NUMBER
                 WRITE REJECT-MASTER-RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "Y" TO REGISTER-WRITTEN-SWITCH
                 END-WRITE
              ELSE
                 DISPLAY "CALC-EDIT: NO FREE REJECT MASTER POSTING "
                    "NUMBER FOR " EDIT-RUN-DATE " - REJECT "
                    RM-SEQUENCE " NOT POSTED."
                 MOVE "Y" TO REGISTER-WRITTEN-SWITCH
              END-IF
           END-PERFORM.

       PRINT-EDIT-SUMMARY.
           DISPLAY "CALC-EDIT: " BATCHES-RELEASED " BATCHES "
              "RELEASED, " BATCHES-REFUSED " REFUSED."
           DISPLAY "CALC-EDIT: " RECORD-SEQUENCE " RECORDS READ, "
              ACCEPTED-COUNT " ACCEPTED, " REJECTED-COUNT " REJECTED."
           IF SUSPENDED-COUNT > ZERO
              DISPLAY "CALC-EDIT: " SUSPENDED-COUNT " SUSPECTED "
                 "DUPLICATES HELD IN CALC-SUSPENSE.txt."
              DISPLAY "SEE CALC-SUSPECT-REPORT.txt FOR THE SUSPECTED "
                                                 "DUPLICATES."
           END-IF
           IF REJECTED-COUNT > ZERO
              DISPLAY "SEE CALC-REJECTS.txt FOR THE REJECTED RECORDS."
           END-IF
           DISPLAY "SEE CALC-EDIT-ACK.txt FOR THE BUREAU "
                                          "ACKNOWLEDGEMENT.".

       SET-EDIT-CONDITION.
      *CONDITION CODES: 8 MEANS THE TRANSMISSION ITSELF CANNOT BE
      *TRUSTED (FILE MISSING, SHAPELESS, OR NOTHING RELEASED AT
      *ALL) AND THE JOB MUST STOP; 4 MEANS GOOD BATCHES WENT OUT
      *BUT AT LEAST ONE WAS REFUSED, SO THE RUN CONTINUES AND THE
      *MORNING CHECK IS FLAGGED. 16 MEANS THE BATCH REGISTER COULD
      *NOT BE READ, SO NO BATCH COULD BE PROVED NEW.
           IF REGISTER-ERROR-SWITCH = "Y"
              MOVE 16 TO RETURN-CODE
           ELSE
           IF FILE-ERROR-SWITCH = "Y"
              MOVE 8 TO RETURN-CODE
           ELSE
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           END-IF
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
           MOVE EDIT-RUN-DATE TO OVL-DATE
           MOVE EDIT-RUN-TIME TO OVL-TIME
           MOVE "CALC-EDIT" TO OVL-PROGRAM
           MOVE OVR-FUNCTION TO OVL-FUNCTION
           MOVE OVR-OPERATOR TO OVL-OPERATOR
           MOVE OVR-OUTCOME TO OVL-OUTCOME
           MOVE OVR-SUBJECT TO OVL-SUBJECT
           MOVE OVR-CAUSE TO OVL-CAUSE
           MOVE OVR-REASON TO OVL-REASON
           WRITE OVERRIDE-LOG-RECORD
           CLOSE OVERRIDE-LOG.
