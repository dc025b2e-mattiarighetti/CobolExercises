      *VALIDATED RECORDS CARRY A LEADING SEPARATE SIGN ON BOTH
      *AMOUNTS -- CALC-EDIT NORMALISES EVERY ACCEPTED RECORD TO
      *THIS LAYOUT, SO CREDITS ARRIVE AS ORDINARY SIGNED AMOUNTS.
      *THE CURRENCY CODE OF THE RECORD'S BATCH FOLLOWS; BLANK MEANS
      *THE BASE CURRENCY.
       01 CALC-INPUT-RECORD.
           02 IN-FIRST-NUMBER PIC S9(5)V99 SIGN LEADING SEPARATE.
           02 IN-OPERATION PIC X.
           02 IN-SECOND-NUMBER PIC S9(5)V99 SIGN LEADING SEPARATE.
           02 IN-CURRENCY PIC X(3).
       FD CALC-CHECKPOINT
           LABEL RECORD IS OMITTED.
       01 CHECKPOINT-RECORD.
           02 CKPT-PCT-SUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 CKPT-REM-COUNT PIC 9(3).
           02 CKPT-REM-SUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 CKPT-CURRENCY PIC X(3).
           02 CKPT-BLOCK-NUMBER PIC 99.
       FD JOB-STAMP
           LABEL RECORD IS OMITTED.
       01 JOB-STAMP-RECORD.
           02 JOB-STAMP-ACTIVE PIC X.
           02 JOB-STAMP-DATE PIC 9(8).
           02 JOB-STAMP-TIME PIC 9(8).
           02 JOB-STAMP-ISSUED-DATE PIC 9(8).
           02 FILLER PIC X(55).
      *SHARED CONTROL-CARD FILE FOR THE OVERNIGHT SUITE: KEYWORD IN
      *COLUMNS 1-14, VALUE FROM COLUMN 15. EACH PROGRAM PICKS OUT
      *ITS OWN CARDS AND IGNORES THE REST, SO ONE FILE ANSWERS EVERY
      *ACCUMULATORS, UNEDITED, PLUS THE ERROR COUNT. THE PRINT FILE
      *STAYS FOR PEOPLE; CALC-BALANCE VERIFIES THE PRINTED TRAILERS
      *AGAINST THESE REAL NUMBERS INSTEAD OF RE-PARSING EDITED
      *PRINT FIELDS CHARACTER BY CHARACTER. THE CURRENCY CODE
      *SAYS WHAT THE SUMS ARE IN; A FILE CARRYING MORE THAN ONE
      *CURRENCY WRITES ONE RECORD PER CURRENCY BLOCK, EACH UNDER
      *THE BLOCK'S OWN STAMP.
       FD CALC-RUN-CONTROL
           LABEL RECORD IS OMITTED.
       01 RUN-CONTROL-RECORD.
           02 RC-REM-COUNT PIC 9(3).
           02 RC-REM-SUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 RC-ERROR-COUNT PIC 9(3).
           02 FILLER PIC X.
           02 RC-CURRENCY PIC X(3).
       WORKING-STORAGE SECTION.
       01 RUN-CONTROL-STATUS PIC XX.
       01 JOB-STEP-STATS-STATUS PIC XX.
       01 STEP-START-TIME PIC 9(8).
       01 STEP-END-TIME PIC 9(8).
       01 ERROR-COUNT PIC 9(3) VALUE ZERO.
       01 STEP-ERROR-COUNT PIC 9(3) VALUE ZERO.
       01 CALCULATIONS-STATUS PIC XX.
       01 CALC-INPUT-STATUS PIC XX.
       01 CKPT-STATUS PIC XX.
       01 PARM-MODE-FOUND PIC X VALUE "N".
       01 PARM-OPS-VALUE PIC X(2).
       01 PARM-MODE-VALUE PIC X.
      *ONE SET OF TOTALS IS IN ONE CURRENCY. THE FIRST RECORD READ
      *SETS IT; A TERMINAL RUN, OR A FILE WITH NO RECORDS, IS IN THE
      *BASE CURRENCY FROM THE BASE-CURRENCY CARD. CALC-EDIT RELEASES
      *BATCHES IN ANY CURRENCY, SO A RECORD IN ANOTHER CLOSES THE
      *BLOCK SO FAR -- TRAILERS AND CONTROL RECORD UNDER ITS OWN
      *STAMP -- AND OPENS THE NEXT. EACH BLOCK'S STAMP ID IS THE
      *HOUR AND MINUTE OF THE RUN PLUS THE BLOCK NUMBER LESS ONE, SO
      *THE FIRST BLOCK KEEPS THE STAMP THE REST OF THE JOB SHARES
      *AND EVERY BLOCK IS BALANCED, GATED AND POSTED ON ITS OWN.
       01 BASE-CURRENCY PIC X(3) VALUE "EUR".
       01 RUN-CURRENCY PIC X(3) VALUE SPACES.
       01 RECORD-CURRENCY PIC X(3).
       01 BLOCK-NUMBER PIC 99 VALUE 1.
       01 BLOCK-STAMP-ID PIC 9(4).
       01 AUDIT-JOURNAL-STATUS PIC XX.
       01 AUDIT-DISPOSITION PIC X(12).
       01 AUDIT-IMAGE-WORK.
           02 TRAILER-COUNT PIC ZZ9.
           02 FILLER PIC X(8) VALUE " TOTAL: ".
           02 TRAILER-SUM PIC -(9)9,99.
           02 FILLER PIC X VALUE SPACE.
           02 TRAILER-CURRENCY PIC X(3).
           02 FILLER PIC X(38) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           ACCEPT STEP-START-TIME FROM TIME
                 MOVE "Y" TO EOF-SWITCH
              END-IF
           END-IF
           PERFORM GET-RUN-STAMP
           PERFORM PRINT-RUN-STAMP
           PERFORM PRINT-TITLE
           PERFORM OPEN-AUDIT-JOURNAL
           IF RUN-MODE = "F" AND CALC-INPUT-STATUS = "00"
              CLOSE CALC-INPUT-FILE
           END-IF
           IF RUN-CURRENCY = SPACES
              MOVE BASE-CURRENCY TO RUN-CURRENCY
           END-IF
           PERFORM PRINT-TOTALS
           CLOSE CALCULATIONS
           PERFORM WRITE-RUN-CONTROL
           IF PARM-KEYWORD = "CALC-MODE"
              MOVE PARM-VALUE(1:1) TO PARM-MODE-VALUE
              MOVE "Y" TO PARM-MODE-FOUND
           ELSE
      *JOB-DRIVER VALIDATES THE BASE-CURRENCY CARD; ONE THAT IS NOT
      *THREE LETTERS IS IGNORED HERE AND THE DEFAULT KEPT.
           IF PARM-KEYWORD = "BASE-CURRENCY"
              AND PARM-VALUE(1:3) IS ALPHABETIC-UPPER
              AND PARM-VALUE(1:1) NOT = SPACE
              AND PARM-VALUE(2:1) NOT = SPACE
              AND PARM-VALUE(3:1) NOT = SPACE
              MOVE PARM-VALUE(1:3) TO BASE-CURRENCY
           END-IF
           END-IF
           END-IF
           END-IF.
                    MOVE CKPT-PCT-SUM TO PCT-SUM
                    MOVE CKPT-REM-COUNT TO REM-COUNT
                    MOVE CKPT-REM-SUM TO REM-SUM
                    MOVE CKPT-CURRENCY TO RUN-CURRENCY
                    IF CKPT-BLOCK-NUMBER IS NUMERIC
                       AND CKPT-BLOCK-NUMBER > ZERO
                       MOVE CKPT-BLOCK-NUMBER TO BLOCK-NUMBER
                    END-IF
                 END-IF
              END-IF
              CLOSE CALC-CHECKPOINT
      *A DEAD JOB'S TIMESTAMP.
           MOVE "N" TO JOB-STAMP-ACTIVE
           MOVE ZERO TO JOB-STAMP-DATE
           MOVE ZERO TO JOB-STAMP-ISSUED-DATE
           OPEN INPUT JOB-STAMP
           IF JOB-STAMP-STATUS = "00"
              READ JOB-STAMP
              CLOSE JOB-STAMP
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
      *A RESTARTED JOB RUNS UNDER THE FAILED RUN'S ORIGINAL STAMP,
      *WHICH MAY CARRY AN EARLIER DATE, SO THE TEST IS ON THE DAY
      *THE DRIVER ISSUED THE STAMP RATHER THAN THE DAY IT CARRIES.
           IF JOB-STAMP-ACTIVE = "Y"
              AND JOB-STAMP-ISSUED-DATE = RUN-DATE
              MOVE JOB-STAMP-DATE TO RUN-DATE
              MOVE JOB-STAMP-TIME TO RUN-TIME
           ELSE
              ACCEPT RUN-TIME FROM TIME
              ACCEPT RUN-MODE
           END-PERFORM.

       SET-BLOCK-STAMP.
           MOVE RUN-TIME(1:4) TO BLOCK-STAMP-ID
           ADD BLOCK-NUMBER TO BLOCK-STAMP-ID
           SUBTRACT 1 FROM BLOCK-STAMP-ID.

       PRINT-RUN-STAMP.
      *HEADS EACH CURRENCY BLOCK; THE STAMP ON THIS ROW AND EVERY
      *ROW AFTER IT IS THE BLOCK'S.
           PERFORM SET-BLOCK-STAMP
           MOVE RUN-DATE TO STAMP-DATE
           MOVE RUN-TIME TO STAMP-TIME
           MOVE RUN-DATE TO RUN-STAMP-DATE
           MOVE RUN-TIME TO RUN-STAMP-TIME
           MOVE BLOCK-STAMP-ID TO RUN-STAMP-ID
           MOVE SPACE TO RUN-STAMP-SEP
           MOVE RUN-STAMP-ROW TO PRINT-ROW
           WRITE PRINT-RECORD.
                       DISPLAY "END OF TRANSACTION FILE REACHED."
                       MOVE "Y" TO EOF-SWITCH
                    NOT AT END
                       PERFORM TAKE-RECORD-CURRENCY
                       MOVE IN-FIRST-NUMBER TO FIRST-NUMBER
                       MOVE IN-OPERATION TO OPERATION
                       MOVE IN-SECOND-NUMBER TO SECOND-NUMBER
              PERFORM CLEAR-CHECKPOINT
           END-IF.

       TAKE-RECORD-CURRENCY.
           MOVE IN-CURRENCY TO RECORD-CURRENCY
           IF RECORD-CURRENCY = SPACES
              MOVE BASE-CURRENCY TO RECORD-CURRENCY
           END-IF
           IF RUN-CURRENCY = SPACES
              MOVE RECORD-CURRENCY TO RUN-CURRENCY
           ELSE
           IF RECORD-CURRENCY NOT = RUN-CURRENCY
              PERFORM CLOSE-CURRENCY-BLOCK
           END-IF
           END-IF.

       CLOSE-CURRENCY-BLOCK.
      *THE BLOCK SO FAR GETS ITS TRAILERS AND CONTROL RECORD AND
      *THE NEXT OPENS WITH ZERO TOTALS UNDER THE NEXT STAMP. THE
      *CHECKPOINT IS TAKEN STRAIGHT AWAY, SO A RESUME PICKS UP IN
      *THE NEW BLOCK AND NEVER CLOSES THE OLD ONE TWICE.
           PERFORM SET-BLOCK-STAMP
           DISPLAY "CALC-STAMP: RECORD " CKPT-POS " ENDS THE "
              RUN-CURRENCY " BLOCK UNDER STAMP " BLOCK-STAMP-ID "."
           PERFORM PRINT-TOTALS
           PERFORM WRITE-RUN-CONTROL
           MOVE ZERO TO PLUS-COUNT
           MOVE ZERO TO PLUS-SUM
           MOVE ZERO TO MINUS-COUNT
           MOVE ZERO TO MINUS-SUM
           MOVE ZERO TO MULT-COUNT
           MOVE ZERO TO MULT-SUM
           MOVE ZERO TO DIV-COUNT
           MOVE ZERO TO DIV-SUM
           MOVE ZERO TO PCT-COUNT
           MOVE ZERO TO PCT-SUM
           MOVE ZERO TO REM-COUNT
           MOVE ZERO TO REM-SUM
           MOVE ZERO TO ERROR-COUNT
           ADD 1 TO BLOCK-NUMBER
           MOVE RECORD-CURRENCY TO RUN-CURRENCY
           PERFORM PRINT-RUN-STAMP
           PERFORM PRINT-TITLE
           PERFORM WRITE-CHECKPOINT.

       SKIP-COMPLETED-RECORDS.
      *REPOSITIONS THE TRANSACTION FILE PAST THE OPERATIONS A PRIOR
      *RUN ALREADY COMPLETED AND PRINTED, SO A RESUMED BATCH DOES NOT
           MOVE PCT-COUNT TO CKPT-PCT-COUNT
           MOVE PCT-SUM TO CKPT-PCT-SUM
           MOVE REM-COUNT TO CKPT-REM-COUNT
           MOVE REM-SUM TO CKPT-REM-SUM
           MOVE RUN-CURRENCY TO CKPT-CURRENCY
           MOVE BLOCK-NUMBER TO CKPT-BLOCK-NUMBER.

       CALC-ERROR.
           MOVE "Y" TO CALC-ERROR-SWITCH
           MOVE SPACES TO AUDIT-JOURNAL-RECORD
           MOVE RUN-DATE TO JRN-STAMP-DATE
           MOVE RUN-TIME TO JRN-STAMP-TIME
           MOVE BLOCK-STAMP-ID TO JRN-STAMP-ID
           MOVE SPACE TO JRN-STAMP-SEP
           MOVE "CALC-STAMP" TO JRN-PROGRAM
           COMPUTE JRN-SEQUENCE = CKPT-POS + 1
           IF CALC-ERROR-SWITCH = "Y"
              MOVE "ERROR" TO CALC-RESULT-ERR
              ADD 1 TO ERROR-COUNT
              ADD 1 TO STEP-ERROR-COUNT
           ELSE
              MOVE RESULT TO CALC-RESULT
              PERFORM ACCUMULATE-TOTALS
           MOVE STEP-START-TIME TO STAT-START-TIME
           MOVE STEP-END-TIME TO STAT-END-TIME
           MOVE CKPT-POS TO STAT-FIGURE-1
           MOVE STEP-ERROR-COUNT TO STAT-FIGURE-2
           MOVE ZERO TO STAT-FIGURE-3
           WRITE STEP-STATS-RECORD
           CLOSE JOB-STEP-STATS.
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE RUN-DATE TO RC-STAMP-DATE
           MOVE RUN-TIME TO RC-STAMP-TIME
           MOVE BLOCK-STAMP-ID TO RC-STAMP-ID
           MOVE PLUS-COUNT TO RC-PLUS-COUNT
           MOVE PLUS-SUM TO RC-PLUS-SUM
           MOVE MINUS-COUNT TO RC-MINUS-COUNT
           MOVE REM-COUNT TO RC-REM-COUNT
           MOVE REM-SUM TO RC-REM-SUM
           MOVE ERROR-COUNT TO RC-ERROR-COUNT
           MOVE RUN-CURRENCY TO RC-CURRENCY
           WRITE RUN-CONTROL-RECORD
           CLOSE CALC-RUN-CONTROL.

       PRINT-TOTALS.
           MOVE RUN-CURRENCY TO TRAILER-CURRENCY
           MOVE "+" TO TRAILER-SYM
           MOVE PLUS-COUNT TO TRAILER-COUNT
           MOVE PLUS-SUM TO TRAILER-SUM
