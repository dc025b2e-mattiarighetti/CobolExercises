           SELECT CALC-RUN-CONTROL ASSIGN TO "CALC-RUN-CONTROL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT CONTROL-STAMPS ASSIGN TO "CALC-BALANCE-STAMPS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-STAMP
           FILE STATUS IS CONTROL-STAMPS-STATUS.
           SELECT BALANCE-GATE ASSIGN TO "CALC-BALANCE-GATE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BALANCE-GATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CALCULATIONS
           02 RC-REM-COUNT PIC 9(3).
           02 RC-REM-SUM PIC S9(9)V99 SIGN LEADING SEPARATE.
           02 RC-ERROR-COUNT PIC 9(3).
      *THE CONTROL FIGURES KEYED BY RUN STAMP, REBUILT FROM THE
      *CONTROL FILE EVERY RUN OF THIS PROGRAM SO EACH RUN BALANCED
      *FINDS ITS OWN FIGURES BY KEY.
       FD CONTROL-STAMPS
           LABEL RECORD IS STANDARD.
       01 CONTROL-STAMP-RECORD.
           02 CS-STAMP PIC X(20).
           02 CS-OP-COUNT PIC 9(5) OCCURS 6 TIMES.
           02 CS-OP-SUM PIC S9(11)V99 OCCURS 6 TIMES.
           02 CS-ERROR-COUNT PIC 9(3).
      *ONE VERDICT PER RUN STAMP BALANCED, REWRITTEN EVERY RUN OF
      *THIS PROGRAM: PASS WHEN THE RUN IS IN BALANCE, FAIL WHEN IT
      *WAS NAMED ON THE EXCEPTIONS REPORT. CALC-POSTING READS IT AS
      *ONE HALF OF THE POSTING GATE -- A STAMP THAT FAILS HERE IS
      *HELD OFF THE GENERAL LEDGER UNTIL IT IS CLEARED.
       FD BALANCE-GATE
           LABEL RECORD IS OMITTED.
       01 BALANCE-GATE-RECORD.
           02 GATE-STAMP PIC X(20).
           02 FILLER PIC X.
           02 GATE-VERDICT PIC X(4).
           02 FILLER PIC X.
           02 GATE-CHECK-DATE PIC 9(8).
       WORKING-STORAGE SECTION.
       01 BALANCE-GATE-STATUS PIC XX.
       01 RUN-CONTROL-STATUS PIC XX.
       01 CONTROL-EOF-SWITCH PIC X VALUE "N".
       01 CONTROL-STAMPS-STATUS PIC XX.
       01 CONTROL-STAMPS-SWITCH PIC X VALUE "N".
       01 CONTROL-STAMPS-ERROR-SWITCH PIC X VALUE "N".
       01 CONTROL-FOUND-SWITCH PIC X.
       01 RUNS-WITHOUT-CONTROL PIC 9(5) VALUE ZERO.
       01 CALCULATIONS-STATUS PIC XX.
       01 BALANCE-REPORT-STATUS PIC XX.
       01 BALANCE-EOF-SWITCH PIC X VALUE "N".
       MAIN.
           OPEN INPUT CALCULATIONS
           OPEN OUTPUT BALANCE-REPORT
           OPEN OUTPUT BALANCE-GATE
           PERFORM SET-RUN-STAMP
           PERFORM PRINT-HEADING
           PERFORM LOAD-RUN-CONTROL
              CLOSE CALCULATIONS
           END-IF
           CLOSE BALANCE-REPORT
           CLOSE BALANCE-GATE
           IF CONTROL-STAMPS-SWITCH = "Y"
              CLOSE CONTROL-STAMPS
           END-IF
           IF RUNS-IN-ERROR > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           IF CONTROL-STAMPS-ERROR-SWITCH = "Y"
              MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       SET-RUN-STAMP.
           END-IF.

       LOAD-RUN-CONTROL.
      *KEYS EVERY CONTROL RECORD BY ITS STAMP BEFORE THE PRINT FILE
      *IS READ. A MISSING CONTROL FILE MEANS NO RUN HAS WRITTEN ONE
      *YET -- EVERY RUN THEN BALANCES ON ITS TRAILERS ALONE, AS IT
      *ALWAYS DID. A KEYED FILE THAT CANNOT BE BUILT IS ANOTHER
      *MATTER: NO RUN COULD BE PROVED AGAINST ITS CONTROL RECORD, SO
      *EVERY RUN IS GIVEN A FAIL VERDICT AND THE STEP FAILS.
           OPEN OUTPUT CONTROL-STAMPS
           IF CONTROL-STAMPS-STATUS = "00"
              MOVE "Y" TO CONTROL-STAMPS-SWITCH
           ELSE
              PERFORM FAIL-CONTROL-STAMPS
           END-IF
           OPEN INPUT CALC-RUN-CONTROL
           IF RUN-CONTROL-STATUS NOT = "00"
              OR CONTROL-STAMPS-SWITCH = "N"
              MOVE "Y" TO CONTROL-EOF-SWITCH
           END-IF
           PERFORM UNTIL CONTROL-EOF-SWITCH = "Y"
           END-PERFORM
           IF RUN-CONTROL-STATUS = "00" OR RUN-CONTROL-STATUS = "10"
              CLOSE CALC-RUN-CONTROL
           END-IF
           IF CONTROL-STAMPS-SWITCH = "Y"
              CLOSE CONTROL-STAMPS
              OPEN INPUT CONTROL-STAMPS
              IF CONTROL-STAMPS-STATUS NOT = "00"
                 MOVE "N" TO CONTROL-STAMPS-SWITCH
                 PERFORM FAIL-CONTROL-STAMPS
              END-IF
           END-IF.

       FAIL-CONTROL-STAMPS.
           DISPLAY "CALC-BALANCE: CALC-BALANCE-STAMPS COULD NOT BE "
              "OPENED, STATUS " CONTROL-STAMPS-STATUS "."
           DISPLAY "CALC-BALANCE: EVERY RUN WILL BE GIVEN A FAIL "
              "VERDICT."
           MOVE "Y" TO CONTROL-STAMPS-ERROR-SWITCH.

       LOAD-ONE-CONTROL.
      *A STAMP ALREADY KEYED KEEPS ITS FIRST CONTROL RECORD.
           MOVE RC-STAMP TO CS-STAMP
           MOVE RC-PLUS-COUNT TO CS-OP-COUNT(1)
           MOVE RC-PLUS-SUM TO CS-OP-SUM(1)
           MOVE RC-MINUS-COUNT TO CS-OP-COUNT(2)
           MOVE RC-MINUS-SUM TO CS-OP-SUM(2)
           MOVE RC-MULT-COUNT TO CS-OP-COUNT(3)
           MOVE RC-MULT-SUM TO CS-OP-SUM(3)
           MOVE RC-DIV-COUNT TO CS-OP-COUNT(4)
           MOVE RC-DIV-SUM TO CS-OP-SUM(4)
           MOVE RC-PCT-COUNT TO CS-OP-COUNT(5)
           MOVE RC-PCT-SUM TO CS-OP-SUM(5)
           MOVE RC-REM-COUNT TO CS-OP-COUNT(6)
           MOVE RC-REM-SUM TO CS-OP-SUM(6)
           MOVE RC-ERROR-COUNT TO CS-ERROR-COUNT
           WRITE CONTROL-STAMP-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.

       FIND-CONTROL-ENTRY.
           MOVE "N" TO CONTROL-FOUND-SWITCH
           IF CONTROL-STAMPS-SWITCH = "Y"
              MOVE CURRENT-STAMP TO CS-STAMP
              READ CONTROL-STAMPS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO CONTROL-FOUND-SWITCH
              END-READ
           END-IF.

       BALANCE-RUN.
           ADD 1 TO RUNS-CHECKED
      *IS FOREIGN TO IT); IT STILL BALANCES ON ITS TRAILERS, AND
      *THE SUMMARY COUNTS IT SO A CONTROL FILE THAT STOPS GROWING
      *IS NOTICED.
           IF CONTROL-FOUND-SWITCH = "N"
              ADD 1 TO RUNS-WITHOUT-CONTROL
           END-IF
           MOVE 1 TO OP-INDEX
           PERFORM UNTIL OP-INDEX > 6
              PERFORM CHECK-OPERATOR
              IF CONTROL-FOUND-SWITCH = "Y"
                 PERFORM CHECK-CONTROL-OPERATOR
              END-IF
              ADD 1 TO OP-INDEX
           END-PERFORM
           IF CONTROL-FOUND-SWITCH = "Y"
              PERFORM CHECK-CONTROL-ERRORS
           END-IF
           IF RUN-ERROR-SWITCH = "Y"
              ADD 1 TO RUNS-IN-ERROR
           END-IF
           PERFORM WRITE-GATE-VERDICT.

       WRITE-GATE-VERDICT.
           MOVE SPACES TO BALANCE-GATE-RECORD
           MOVE CURRENT-STAMP TO GATE-STAMP
           IF RUN-ERROR-SWITCH = "Y"
              OR CONTROL-STAMPS-ERROR-SWITCH = "Y"
              MOVE "FAIL" TO GATE-VERDICT
           ELSE
              MOVE "PASS" TO GATE-VERDICT
           END-IF
           MOVE RUN-DATE TO GATE-CHECK-DATE
           WRITE BALANCE-GATE-RECORD.

       CHECK-CONTROL-ERRORS.
      *THE ERROR COUNT IS THE ONE CONTROL-RECORD FIGURE WITH NO
      *ROWS ARE RE-COUNTED AND COMPARED DIRECTLY. THIS IS A
      *RUN-LEVEL CHECK, NOT AN OPERATOR ONE, SO THE EXCEPTION LINE
      *CARRIES NO OPERATOR SYMBOL.
           IF CS-ERROR-COUNT NOT = RUN-ERROR-ROWS
              MOVE "Y" TO RUN-ERROR-SWITCH
              MOVE CURRENT-STAMP-DATE TO EXC-RUN-DATE
              MOVE CURRENT-STAMP-TIME TO EXC-RUN-TIME
              MOVE SPACE TO EXC-OP-SYM
              MOVE "ERROR CONTROL " TO EXC-TEXT
              MOVE CS-ERROR-COUNT TO EXC-TRAILER-AMOUNT
              MOVE RUN-ERROR-ROWS TO EXC-DETAIL-AMOUNT
              MOVE EXCEPTION-ROW TO REPORT-ROW
              WRITE REPORT-RECORD
      *THE UNEDITED NUMBERS CALC-STAMP WROTE TO THE CONTROL FILE --
      *THIS IS THE CHECK THAT RUNS ON REAL NUMBERS, IMMUNE TO A
      *PICTURE-CLAUSE CHANGE IN THE PRINT COLUMNS.
           IF CS-OP-COUNT(OP-INDEX) NOT = OP-DETAIL-COUNT(OP-INDEX)
              MOVE "COUNT CONTROL " TO EXC-TEXT
              MOVE CS-OP-COUNT(OP-INDEX) TO EXC-TRAILER-AMOUNT
              MOVE OP-DETAIL-COUNT(OP-INDEX) TO EXC-DETAIL-AMOUNT
              PERFORM WRITE-EXCEPTION
           END-IF
           IF CS-OP-SUM(OP-INDEX) NOT = OP-DETAIL-SUM(OP-INDEX)
              MOVE "TOTAL CONTROL " TO EXC-TEXT
              MOVE CS-OP-SUM(OP-INDEX) TO EXC-TRAILER-AMOUNT
              MOVE OP-DETAIL-SUM(OP-INDEX) TO EXC-DETAIL-AMOUNT
              PERFORM WRITE-EXCEPTION
           END-IF.
           IF OP-TRAILER-SEEN(OP-INDEX) = "N"
              IF OP-INDEX > 4
                 AND OP-DETAIL-COUNT(OP-INDEX) = ZERO
                 AND (CONTROL-FOUND-SWITCH = "N"
                      OR CS-OP-COUNT(OP-INDEX) = ZERO)
                 CONTINUE
              ELSE
                 MOVE "TRAILER MISSG " TO EXC-TEXT
