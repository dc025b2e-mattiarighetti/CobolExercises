       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-SCORECARD.
       AUTHOR. Mattia Righetti (mattiarighe@me.com).
       DATE-WRITTEN. OCTOBER 2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUREAU-MASTER ASSIGN TO "CALC-BUREAU-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUREAU-MASTER-STATUS.
           SELECT BATCH-REGISTER ASSIGN TO "CALC-BATCH-REGISTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BREG-KEY
           FILE STATUS IS BATCH-REGISTER-STATUS.
           SELECT REJECT-MASTER ASSIGN TO "CALC-REJECT-MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           ALTERNATE RECORD KEY IS RM-SEQUENCE WITH DUPLICATES
           FILE STATUS IS REJECT-MASTER-STATUS.
           SELECT OLD-BATCH-REGISTER
           ASSIGN TO "CALC-BATCH-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLD-REGISTER-STATUS.
           SELECT OLD-REJECT-MASTER
           ASSIGN TO "CALC-REJECT-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLD-MASTER-STATUS.
           SELECT JOB-PARMS ASSIGN TO "JOB-PARMS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-PARMS-STATUS.
           SELECT SCORECARD-REPORT
           ASSIGN TO "CALC-BUREAU-SCORECARD.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCORECARD-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *THE SAME BUREAU MASTER CALC-EDIT AUTHORISES BATCHES FROM.
       FD BUREAU-MASTER
           LABEL RECORD IS OMITTED.
       01 BUREAU-MASTER-RECORD.
           02 BUR-CODE PIC X(4).
           02 FILLER PIC X.
           02 BUR-STATUS PIC X(9).
           02 FILLER PIC X.
           02 BUR-NAME PIC X(30).
      *CALC-EDIT'S BATCH REGISTER: ONE RECORD PER BATCH RECEIVED,
      *ACCEPTED OR REFUSED, WITH ITS BUREAU AND DETAIL COUNT. IT
      *IS KEYED BY BATCH NUMBER, NOT DATE, SO IT IS READ THROUGH.
       FD BATCH-REGISTER
           LABEL RECORD IS STANDARD.
       01 BATCH-REGISTER-RECORD.
           COPY BATCHREG.
      *THE REJECT MASTER CALC-EDIT POSTS AND CALC-RESUBMIT CLEARS.
      *ITS RECORD KEY BEGINS WITH THE REJECT DATE, SO ONLY THE
      *SCORED MONTH'S REJECTS ARE READ.
       FD REJECT-MASTER
           LABEL RECORD IS STANDARD.
       01 REJECT-MASTER-RECORD.
           COPY REJMAST.
      *THE REGISTER AND MASTER AS THEY WERE HELD BEFORE THEY WERE
      *KEYED. THEY ARE ONLY OPENED TO SEE WHETHER THEY ARE STILL
      *THERE: WHILE EITHER IS, REGISTER-CONVERT HAS NOT BEEN RUN.
       FD OLD-BATCH-REGISTER
           LABEL RECORD IS OMITTED.
       01 OLD-BATCH-RECORD PIC X(80).
       FD OLD-REJECT-MASTER
           LABEL RECORD IS OMITTED.
       01 OLD-MASTER-RECORD PIC X(80).
      *THE ONLY CARD THIS PROGRAM TAKES IS SCORE-MONTH, THE MONTH
      *TO SCORE AS YYYYMM. WITHOUT ONE THE PREVIOUS CALENDAR MONTH
      *IS SCORED, WHICH IS WHAT A RUN ON THE FIRST OF THE MONTH
      *WANTS.
       FD JOB-PARMS
           LABEL RECORD IS OMITTED.
       01 JOB-PARMS-RECORD.
           02 PARM-KEYWORD PIC X(14).
           02 PARM-VALUE PIC X(10).
           02 FILLER PIC X(56).
       FD SCORECARD-REPORT
           LABEL RECORD IS OMITTED.
       01 REPORT-RECORD.
           COPY RUNSTMP.
           02 REPORT-ROW PIC X(80).
       WORKING-STORAGE SECTION.
       01 BUREAU-MASTER-STATUS PIC XX.
       01 BATCH-REGISTER-STATUS PIC XX.
       01 REJECT-MASTER-STATUS PIC XX.
       01 OLD-REGISTER-STATUS PIC XX.
       01 OLD-MASTER-STATUS PIC XX.
      *SET WHEN THE REGISTER OR THE MASTER CANNOT BE READ: A
      *SCORECARD WITHOUT THEM WOULD SHOW EVERY BUREAU AS IDLE.
       01 REGISTER-ERROR-SWITCH PIC X VALUE "N".
       01 JOB-PARMS-STATUS PIC XX.
       01 SCORECARD-REPORT-STATUS PIC XX.
       01 BUREAU-EOF-SWITCH PIC X VALUE "N".
       01 REGISTER-EOF-SWITCH PIC X VALUE "N".
       01 MASTER-EOF-SWITCH PIC X VALUE "N".
       01 PARMS-EOF-SWITCH PIC X VALUE "N".
       01 PARM-ERROR-SWITCH PIC X VALUE "N".
       01 RUN-DATE PIC 9(8).
       01 RUN-DATE-SPLIT REDEFINES RUN-DATE.
           02 RUN-YEAR PIC 9(4).
           02 RUN-MONTH PIC 99.
           02 RUN-DAY PIC 99.
       01 RUN-TIME PIC 9(8).
       01 SCORE-MONTH PIC 9(6).
       01 SCORE-MONTH-SPLIT REDEFINES SCORE-MONTH.
           02 SCORE-YEAR PIC 9(4).
           02 SCORE-MM PIC 99.
       01 SCORE-CODE PIC X(4).
       01 BATCHES-SCORED PIC 9(5) VALUE ZERO.
       01 REJECTS-SCORED PIC 9(5) VALUE ZERO.
      *ONE SLOT PER BUREAU: EVERY BUREAU ON THE MASTER, PLUS ANY
      *CODE THE MONTH'S BATCHES CARRIED THAT THE MASTER DOES NOT
      *KNOW -- THOSE BATCHES WERE ALL REFUSED, AND THE CONTRACT
      *REVIEW STILL WANTS TO SEE THEM. 200 SLOTS MATCHES THE TABLE
      *CALC-EDIT LOADS THE MASTER INTO.
       01 BUREAU-COUNT PIC 9(3) VALUE ZERO.
       01 B-INDEX PIC 9(3).
       01 B-FOUND-INDEX PIC 9(3).
       01 REASON-INDEX PIC 9.
       01 BUREAU-TABLE.
           02 BUREAU-ENTRY OCCURS 200 TIMES.
               03 SC-CODE PIC X(4).
               03 SC-NAME PIC X(30).
               03 SC-STATUS PIC X(9).
               03 SC-BATCHES-SENT PIC 9(5).
               03 SC-BATCHES-REFUSED PIC 9(5).
               03 SC-RECORDS-RECEIVED PIC 9(7).
               03 SC-RECORDS-EDITED PIC 9(7).
               03 SC-REJECTS PIC 9(7).
               03 SC-REASON-COUNT PIC 9(7) OCCURS 4 TIMES.
               03 SC-MADE-GOOD PIC 9(7).
               03 SC-GOOD-DAYS PIC 9(9).
       01 RATE-TALLY PIC 9(7).
       01 RATE-WORK PIC 9(3)V99.
       01 AVERAGE-WORK PIC 9(5)V9.
      *DAYS-TO-MAKE-GOOD ARITHMETIC RUNS ON SERIAL DAY NUMBERS, THE
      *SAME WAY CALC-RESUBMIT AGES ITS OUTSTANDING REJECTS.
       01 SERIAL-DATE PIC 9(8).
       01 SERIAL-DATE-SPLIT REDEFINES SERIAL-DATE.
           02 SERIAL-YEAR PIC 9(4).
           02 SERIAL-MONTH PIC 99.
           02 SERIAL-DAY PIC 99.
       01 SERIAL-DAYS PIC 9(7).
       01 REJECT-SERIAL PIC 9(7).
       01 CLEAR-SERIAL PIC 9(7).
       01 LEAP-WORK PIC 9(7).
       01 LEAP-REMAINDER PIC 9(4).
       01 MONTH-OFFSET-TABLE.
           02 FILLER PIC X(36)
              VALUE "000031059090120151181212243273304334".
       01 MONTH-OFFSETS REDEFINES MONTH-OFFSET-TABLE.
           02 MONTH-OFFSET PIC 9(3) OCCURS 12 TIMES.
      *REASON CODES AS CALC-EDIT ASSIGNS THEM.
       01 REASON-NAME-TABLE.
           02 FILLER PIC X(25) VALUE "BLANK RECORD".
           02 FILLER PIC X(25) VALUE "FIRST NUMBER NOT NUMERIC".
           02 FILLER PIC X(25) VALUE "OPERATION NOT RECOGNISED".
           02 FILLER PIC X(25) VALUE "SECOND NUMBER NOT NUMERIC".
       01 REASON-NAMES REDEFINES REASON-NAME-TABLE.
           02 REASON-NAME PIC X(25) OCCURS 4 TIMES.
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
       01 MONTH-ROW.
           02 FILLER PIC X(16) VALUE "SCORING MONTH:  ".
           02 MTH-YEAR PIC 9(4).
           02 FILLER PIC X VALUE "-".
           02 MTH-MONTH PIC 99.
           02 FILLER PIC X(57) VALUE SPACES.
       01 BUREAU-ROW.
           02 FILLER PIC X(7) VALUE "BUREAU ".
           02 BRW-CODE PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BRW-NAME PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BRW-STATUS PIC X(13).
           02 FILLER PIC X(22) VALUE SPACES.
       01 SUMMARY-ROW.
           02 FILLER PIC X(5) VALUE SPACES.
           02 SUMMARY-LABEL PIC X(30).
           02 SUMMARY-COUNT PIC ZZZZ9.
           02 FILLER PIC X(40) VALUE SPACES.
       01 RATE-ROW.
           02 FILLER PIC X(5) VALUE SPACES.
           02 RATE-LABEL PIC X(30).
           02 RATE-COUNT PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RATE-PERCENT PIC ZZ9,99.
           02 FILLER PIC X(31) VALUE " PCT OF RECORDS EDITED".
       01 AVERAGE-ROW.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "AVERAGE DAYS TO MAKE GOOD:".
           02 AVG-DAYS PIC ZZZZ9,9.
           02 FILLER PIC X(38) VALUE SPACES.
       PROCEDURE DIVISION.
      *MONTHLY QUALITY SCORECARD FOR THE KEYING BUREAUS. FOR EACH
      *BUREAU IT SHOWS THE BATCHES SENT AND REFUSED IN THE MONTH,
      *THE RECORDS RECEIVED AND EDITED, THE REJECT RATE OVERALL AND
      *BY REASON CODE, AND HOW MANY DAYS THE MONTH'S REJECTS TOOK
      *ON AVERAGE TO BE MADE GOOD -- FIGURES FOR THE CONTRACT
      *REVIEW INSTEAD OF ANECDOTE. BATCHES ARE SCORED BY THE DATE
      *CALC-EDIT RECEIVED THEM, REJECTS BY THE DATE THEY WERE
      *REFUSED. REGISTER AND MASTER ENTRIES WRITTEN BEFORE BATCHES
      *CARRIED A BUREAU CODE BELONG TO NO BUREAU AND ARE NOT SCORED.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           PERFORM READ-JOB-PARMS
           IF PARM-ERROR-SWITCH = "Y"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CHECK-REGISTERS-READY
           IF REGISTER-ERROR-SWITCH = "Y"
              DISPLAY "CALC-SCORECARD: NO SCORECARD PRODUCED."
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SCORECARD-REPORT
           PERFORM SET-RUN-STAMP
           PERFORM PRINT-HEADING
           PERFORM LOAD-BUREAU-MASTER
           PERFORM SCORE-BATCH-REGISTER
           IF REGISTER-ERROR-SWITCH = "N"
              PERFORM SCORE-REJECT-MASTER
           END-IF
           IF REGISTER-ERROR-SWITCH = "Y"
              DISPLAY "CALC-SCORECARD: SCORECARD INCOMPLETE - DO "
                 "NOT USE CALC-BUREAU-SCORECARD.txt."
              CLOSE SCORECARD-REPORT
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 1 TO B-INDEX
           PERFORM UNTIL B-INDEX > BUREAU-COUNT
              PERFORM PRINT-ONE-BUREAU
              ADD 1 TO B-INDEX
           END-PERFORM
           PERFORM PRINT-SCORECARD-SUMMARY
           CLOSE SCORECARD-REPORT
           GOBACK.

       SET-RUN-STAMP.
           MOVE RUN-DATE TO RUN-STAMP-DATE
           MOVE RUN-TIME TO RUN-STAMP-TIME
           MOVE RUN-TIME(1:4) TO RUN-STAMP-ID
           MOVE SPACE TO RUN-STAMP-SEP.

       PRINT-HEADING.
           MOVE "BUREAU QUALITY SCORECARD" TO HEADING-TEXT
           MOVE HEADING-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE RUN-DATE TO STAMP-DATE
           MOVE RUN-TIME TO STAMP-TIME
           MOVE RUN-STAMP-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE SCORE-YEAR TO MTH-YEAR
           MOVE SCORE-MM TO MTH-MONTH
           MOVE MONTH-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       READ-JOB-PARMS.
      *THE DEFAULT IS LAST MONTH; A SCORE-MONTH CARD PICKS ANY
      *OTHER. A CARD THAT IS NOT A VALID YYYYMM STOPS THE RUN
      *RATHER THAN SCORING THE WRONG MONTH.
           IF RUN-MONTH = 1
              COMPUTE SCORE-YEAR = RUN-YEAR - 1
              MOVE 12 TO SCORE-MM
           ELSE
              MOVE RUN-YEAR TO SCORE-YEAR
              COMPUTE SCORE-MM = RUN-MONTH - 1
           END-IF
           OPEN INPUT JOB-PARMS
           IF JOB-PARMS-STATUS = "00"
              PERFORM UNTIL PARMS-EOF-SWITCH = "Y"
                 READ JOB-PARMS
                    AT END
                       MOVE "Y" TO PARMS-EOF-SWITCH
                    NOT AT END
                       IF PARM-KEYWORD = "SCORE-MONTH"
                          PERFORM TAKE-SCORE-MONTH
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOB-PARMS
           END-IF.

       TAKE-SCORE-MONTH.
           IF PARM-VALUE(1:6) IS NOT NUMERIC
              DISPLAY "JOB-PARMS.txt: SCORE-MONTH CARD MUST BE YYYYMM."
              MOVE "Y" TO PARM-ERROR-SWITCH
           ELSE
              MOVE PARM-VALUE(1:6) TO SCORE-MONTH
              IF SCORE-MM = 0 OR SCORE-MM > 12
                 DISPLAY "JOB-PARMS.txt: SCORE-MONTH MONTH MUST BE "
                                                    "01 THRU 12."
                 MOVE "Y" TO PARM-ERROR-SWITCH
              END-IF
           END-IF.

       LOAD-BUREAU-MASTER.
      *EVERY BUREAU ON THE MASTER GETS A SECTION, EVEN ONE THAT
      *SENT NOTHING IN THE MONTH -- A SILENT BUREAU IS A FINDING
      *IN ITSELF.
           OPEN INPUT BUREAU-MASTER
           IF BUREAU-MASTER-STATUS NOT = "00"
              DISPLAY "CALC-BUREAU-MASTER.txt NOT FOUND - ONLY "
                 "BUREAUS SEEN IN THE MONTH WILL BE SCORED."
              MOVE "Y" TO BUREAU-EOF-SWITCH
           END-IF
           PERFORM UNTIL BUREAU-EOF-SWITCH = "Y"
              READ BUREAU-MASTER
                 AT END
                    MOVE "Y" TO BUREAU-EOF-SWITCH
                 NOT AT END
                    IF BUR-CODE(1:1) NOT = "*"
                       AND BUR-CODE NOT = SPACES
                       MOVE BUR-CODE TO SCORE-CODE
                       PERFORM FIND-BUREAU-SLOT
                       IF B-FOUND-INDEX > 0
                          MOVE BUR-NAME TO SC-NAME(B-FOUND-INDEX)
                          MOVE BUR-STATUS TO SC-STATUS(B-FOUND-INDEX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF BUREAU-MASTER-STATUS = "00"
              OR BUREAU-MASTER-STATUS = "10"
              CLOSE BUREAU-MASTER
           END-IF.

       FIND-BUREAU-SLOT.
      *FINDS SCORE-CODE IN THE TABLE, ADDING A ZEROED SLOT FOR A
      *CODE NOT YET SEEN. A FULL TABLE LEAVES B-FOUND-INDEX AT 0.
           MOVE 0 TO B-FOUND-INDEX
           MOVE 1 TO B-INDEX
           PERFORM UNTIL B-INDEX > BUREAU-COUNT
              IF SC-CODE(B-INDEX) = SCORE-CODE
                 MOVE B-INDEX TO B-FOUND-INDEX
                 COMPUTE B-INDEX = BUREAU-COUNT + 1
              ELSE
                 ADD 1 TO B-INDEX
              END-IF
           END-PERFORM
           IF B-FOUND-INDEX = 0 AND BUREAU-COUNT < 200
              ADD 1 TO BUREAU-COUNT
              MOVE BUREAU-COUNT TO B-FOUND-INDEX
              MOVE SCORE-CODE TO SC-CODE(B-FOUND-INDEX)
              MOVE "NOT ON MASTER" TO SC-NAME(B-FOUND-INDEX)
              MOVE SPACES TO SC-STATUS(B-FOUND-INDEX)
              MOVE ZERO TO SC-BATCHES-SENT(B-FOUND-INDEX)
              MOVE ZERO TO SC-BATCHES-REFUSED(B-FOUND-INDEX)
              MOVE ZERO TO SC-RECORDS-RECEIVED(B-FOUND-INDEX)
              MOVE ZERO TO SC-RECORDS-EDITED(B-FOUND-INDEX)
              MOVE ZERO TO SC-REJECTS(B-FOUND-INDEX)
              MOVE ZERO TO SC-MADE-GOOD(B-FOUND-INDEX)
              MOVE ZERO TO SC-GOOD-DAYS(B-FOUND-INDEX)
              MOVE 1 TO REASON-INDEX
              PERFORM UNTIL REASON-INDEX > 4
                 MOVE ZERO TO SC-REASON-COUNT(B-FOUND-INDEX,
                                              REASON-INDEX)
                 ADD 1 TO REASON-INDEX
              END-PERFORM
           END-IF.

       CHECK-REGISTERS-READY.
      *THIS PROGRAM RUNS ON DEMAND, NOT BEHIND CALC-EDIT, SO IT
      *MAKES ITS OWN CHECK OF THE KEYED REGISTER AND MASTER. ONLY
      *STATUS 35 -- THE FILE DOES NOT EXIST -- MEANS NOTHING HAS
      *BEEN RECEIVED OR REJECTED, AND THEN ONLY WHEN THE OLD .txt
      *FILE IS GONE TOO: WHILE THAT IS STILL THERE REGISTER-CONVERT
      *HAS NOT BEEN RUN. ANY OTHER STATUS IS A FILE THAT CANNOT BE
      *TRUSTED. EITHER STOPS THE RUN BEFORE THE LAST SCORECARD IS
      *OVERWRITTEN.
           OPEN INPUT BATCH-REGISTER
           IF BATCH-REGISTER-STATUS = "00"
              CLOSE BATCH-REGISTER
           ELSE
           IF BATCH-REGISTER-STATUS = "35"
              OPEN INPUT OLD-BATCH-REGISTER
              IF OLD-REGISTER-STATUS = "00"
                 CLOSE OLD-BATCH-REGISTER
                 DISPLAY "CALC-SCORECARD: CALC-BATCH-REGISTER NOT "
                    "YET CONVERTED - CALC-BATCH-REGISTER.txt STILL "
                    "HERE."
                 DISPLAY "RUN REGISTER-CONVERT FIRST."
                 MOVE "Y" TO REGISTER-ERROR-SWITCH
              ELSE
              IF OLD-REGISTER-STATUS NOT = "35"
                 DISPLAY "CALC-SCORECARD: CALC-BATCH-REGISTER.txt "
                    "OPEN FAILED, STATUS " OLD-REGISTER-STATUS "."
                 MOVE "Y" TO REGISTER-ERROR-SWITCH
              END-IF
              END-IF
           ELSE
              DISPLAY "CALC-SCORECARD: CALC-BATCH-REGISTER OPEN "
                 "FAILED, STATUS " BATCH-REGISTER-STATUS "."
              MOVE "Y" TO REGISTER-ERROR-SWITCH
           END-IF
           END-IF
           OPEN INPUT REJECT-MASTER
           IF REJECT-MASTER-STATUS = "00"
              CLOSE REJECT-MASTER
           ELSE
           IF REJECT-MASTER-STATUS = "35"
              OPEN INPUT OLD-REJECT-MASTER
              IF OLD-MASTER-STATUS = "00"
                 CLOSE OLD-REJECT-MASTER
                 DISPLAY "CALC-SCORECARD: CALC-REJECT-MASTER NOT "
                    "YET CONVERTED - CALC-REJECT-MASTER.txt STILL "
                    "HERE."
                 DISPLAY "RUN REGISTER-CONVERT FIRST."
                 MOVE "Y" TO REGISTER-ERROR-SWITCH
              ELSE
              IF OLD-MASTER-STATUS NOT = "35"
                 DISPLAY "CALC-SCORECARD: CALC-REJECT-MASTER.txt "
                    "OPEN FAILED, STATUS " OLD-MASTER-STATUS "."
                 MOVE "Y" TO REGISTER-ERROR-SWITCH
              END-IF
              END-IF
           ELSE
              DISPLAY "CALC-SCORECARD: CALC-REJECT-MASTER OPEN "
                 "FAILED, STATUS " REJECT-MASTER-STATUS "."
              MOVE "Y" TO REGISTER-ERROR-SWITCH
           END-IF
           END-IF.

       SCORE-BATCH-REGISTER.
      *CHECK-REGISTERS-READY HAS PASSED THE REGISTER, SO 35 HERE
      *MEANS NO BATCH HAS EVER BEEN RECEIVED; ANY OTHER FAILURE
      *LEAVES THE SCORECARD UNUSABLE.
           OPEN INPUT BATCH-REGISTER
           IF BATCH-REGISTER-STATUS NOT = "00"
              MOVE "Y" TO REGISTER-EOF-SWITCH
              IF BATCH-REGISTER-STATUS NOT = "35"
                 DISPLAY "CALC-SCORECARD: CALC-BATCH-REGISTER OPEN "
                    "FAILED, STATUS " BATCH-REGISTER-STATUS "."
                 MOVE "Y" TO REGISTER-ERROR-SWITCH
              END-IF
           END-IF
           PERFORM UNTIL REGISTER-EOF-SWITCH = "Y"
              READ BATCH-REGISTER
                 AT END
                    MOVE "Y" TO REGISTER-EOF-SWITCH
                 NOT AT END
                    IF BREG-ACCEPT-DATE(1:6) = SCORE-MONTH
                       AND BREG-BUREAU-CODE NOT = SPACES
                       PERFORM SCORE-ONE-BATCH
                    END-IF
              END-READ
           END-PERFORM
           IF BATCH-REGISTER-STATUS = "00"
              OR BATCH-REGISTER-STATUS = "10"
              CLOSE BATCH-REGISTER
           END-IF.

       SCORE-ONE-BATCH.
      *RECORDS RECEIVED COUNTS EVERY DETAIL THE BUREAU SENT;
      *RECORDS EDITED ONLY THOSE IN BATCHES THAT WERE ACCEPTED,
      *SINCE A REFUSED BATCH'S DETAILS ARE NEVER EDITED AND SO
      *CANNOT BE REJECTED -- THE REJECT RATE IS TAKEN AGAINST IT.
           MOVE BREG-BUREAU-CODE TO SCORE-CODE
           PERFORM FIND-BUREAU-SLOT
           IF B-FOUND-INDEX > 0
              ADD 1 TO BATCHES-SCORED
              ADD 1 TO SC-BATCHES-SENT(B-FOUND-INDEX)
              ADD BREG-DETAIL-COUNT
                TO SC-RECORDS-RECEIVED(B-FOUND-INDEX)
              IF BREG-OUTCOME = "REFUSED"
                 ADD 1 TO SC-BATCHES-REFUSED(B-FOUND-INDEX)
              ELSE
                 ADD BREG-DETAIL-COUNT
                   TO SC-RECORDS-EDITED(B-FOUND-INDEX)
              END-IF
           END-IF.

       SCORE-REJECT-MASTER.
      *AS FOR THE REGISTER: 35 MEANS NOTHING HAS EVER BEEN
      *REJECTED, ANY OTHER FAILURE LEAVES THE SCORECARD UNUSABLE.
           OPEN INPUT REJECT-MASTER
           IF REJECT-MASTER-STATUS NOT = "00"
              MOVE "Y" TO MASTER-EOF-SWITCH
              IF REJECT-MASTER-STATUS NOT = "35"
                 DISPLAY "CALC-SCORECARD: CALC-REJECT-MASTER OPEN "
                    "FAILED, STATUS " REJECT-MASTER-STATUS "."
                 MOVE "Y" TO REGISTER-ERROR-SWITCH
              END-IF
           ELSE
              MOVE SPACES TO RM-KEY
              MOVE ZERO TO RM-REJECT-DATE
              MOVE SCORE-MONTH TO RM-REJECT-DATE(1:6)
              MOVE ZERO TO RM-POSTING-NUMBER
              START REJECT-MASTER KEY IS NOT LESS THAN RM-KEY
                 INVALID KEY
                    MOVE "Y" TO MASTER-EOF-SWITCH
              END-START
           END-IF
           PERFORM UNTIL MASTER-EOF-SWITCH = "Y"
              READ REJECT-MASTER NEXT
                 AT END
                    MOVE "Y" TO MASTER-EOF-SWITCH
                 NOT AT END
                    IF RM-REJECT-DATE(1:6) NOT = SCORE-MONTH
                       MOVE "Y" TO MASTER-EOF-SWITCH
                    ELSE
                    IF RM-BUREAU-CODE NOT = SPACES
                       PERFORM SCORE-ONE-REJECT
                    END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF REJECT-MASTER-STATUS NOT = "35"
              AND REGISTER-ERROR-SWITCH = "N"
              CLOSE REJECT-MASTER
           END-IF.

       SCORE-ONE-REJECT.
      *A REJECT MADE GOOD ADDS ITS DAYS FROM REFUSAL TO CLEARANCE
      *TO THE BUREAU'S RUNNING TOTAL; ONE STILL OUTSTANDING IS
      *COUNTED AS A REJECT BUT NOT AVERAGED, SO THE AVERAGE NEVER
      *FLATTERS A BUREAU FOR WORK IT HAS NOT YET REPAIRED.
           MOVE RM-BUREAU-CODE TO SCORE-CODE
           PERFORM FIND-BUREAU-SLOT
           IF B-FOUND-INDEX > 0
              ADD 1 TO REJECTS-SCORED
              ADD 1 TO SC-REJECTS(B-FOUND-INDEX)
              IF RM-REASON(2:1) >= "1" AND RM-REASON(2:1) <= "4"
                 MOVE RM-REASON(2:1) TO REASON-INDEX
                 ADD 1 TO SC-REASON-COUNT(B-FOUND-INDEX,
                                          REASON-INDEX)
              END-IF
              IF RM-STATUS = "MADE-GOOD"
                 MOVE RM-REJECT-DATE TO SERIAL-DATE
                 PERFORM COMPUTE-SERIAL-DAYS
                 MOVE SERIAL-DAYS TO REJECT-SERIAL
                 MOVE RM-CLEAR-DATE TO SERIAL-DATE
                 PERFORM COMPUTE-SERIAL-DAYS
                 MOVE SERIAL-DAYS TO CLEAR-SERIAL
                 ADD 1 TO SC-MADE-GOOD(B-FOUND-INDEX)
                 IF CLEAR-SERIAL > REJECT-SERIAL
                    COMPUTE SC-GOOD-DAYS(B-FOUND-INDEX) =
                       SC-GOOD-DAYS(B-FOUND-INDEX)
                       + CLEAR-SERIAL - REJECT-SERIAL
                 END-IF
              END-IF
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

       PRINT-ONE-BUREAU.
           MOVE SPACES TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE SC-CODE(B-INDEX) TO BRW-CODE
           MOVE SC-NAME(B-INDEX) TO BRW-NAME
           MOVE SC-STATUS(B-INDEX) TO BRW-STATUS
           MOVE BUREAU-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "BATCHES SENT:                 " TO SUMMARY-LABEL
           MOVE SC-BATCHES-SENT(B-INDEX) TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "BATCHES REFUSED:              " TO SUMMARY-LABEL
           MOVE SC-BATCHES-REFUSED(B-INDEX) TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "RECORDS RECEIVED:             " TO SUMMARY-LABEL
           MOVE SC-RECORDS-RECEIVED(B-INDEX) TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "RECORDS EDITED:               " TO SUMMARY-LABEL
           MOVE SC-RECORDS-EDITED(B-INDEX) TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "RECORDS REJECTED:             " TO RATE-LABEL
           MOVE SC-REJECTS(B-INDEX) TO RATE-TALLY
           PERFORM WRITE-RATE-ROW
           MOVE 1 TO REASON-INDEX
           PERFORM UNTIL REASON-INDEX > 4
              MOVE SPACES TO RATE-LABEL
              STRING "  0" DELIMITED BY SIZE
                 REASON-INDEX DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 REASON-NAME(REASON-INDEX) DELIMITED BY SIZE
                 INTO RATE-LABEL
              MOVE SC-REASON-COUNT(B-INDEX, REASON-INDEX)
                TO RATE-TALLY
              PERFORM WRITE-RATE-ROW
              ADD 1 TO REASON-INDEX
           END-PERFORM
           MOVE "REJECTS MADE GOOD:            " TO SUMMARY-LABEL
           MOVE SC-MADE-GOOD(B-INDEX) TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           IF SC-MADE-GOOD(B-INDEX) > ZERO
              COMPUTE AVERAGE-WORK ROUNDED =
                 SC-GOOD-DAYS(B-INDEX) / SC-MADE-GOOD(B-INDEX)
           ELSE
              MOVE ZERO TO AVERAGE-WORK
           END-IF
           MOVE AVERAGE-WORK TO AVG-DAYS
           MOVE AVERAGE-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       WRITE-RATE-ROW.
      *THE RATE IS AGAINST RECORDS EDITED; A BUREAU WITH NOTHING
      *EDITED IN THE MONTH SHOWS A ZERO RATE, NOT A DIVIDE FAULT.
           IF SC-RECORDS-EDITED(B-INDEX) > ZERO
              COMPUTE RATE-WORK ROUNDED = RATE-TALLY * 100
                 / SC-RECORDS-EDITED(B-INDEX)
                 ON SIZE ERROR
                    MOVE 999,99 TO RATE-WORK
              END-COMPUTE
           ELSE
              MOVE ZERO TO RATE-WORK
           END-IF
           MOVE RATE-TALLY TO RATE-COUNT
           MOVE RATE-WORK TO RATE-PERCENT
           MOVE RATE-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       PRINT-SCORECARD-SUMMARY.
           MOVE SPACES TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "BUREAUS SCORED:               " TO SUMMARY-LABEL
           MOVE BUREAU-COUNT TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "BATCHES IN THE MONTH:         " TO SUMMARY-LABEL
           MOVE BATCHES-SCORED TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "REJECTS IN THE MONTH:         " TO SUMMARY-LABEL
           MOVE REJECTS-SCORED TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           DISPLAY "CALC-SCORECARD: " BUREAU-COUNT " BUREAUS SCORED "
              "FOR " SCORE-YEAR "-" SCORE-MM "."
           DISPLAY "SEE CALC-BUREAU-SCORECARD.txt FOR THE SCORECARD.".
