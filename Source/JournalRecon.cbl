           SELECT RECON-REPORT ASSIGN TO "JOURNAL-RECON-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECON-REPORT-STATUS.
           SELECT STAMP-TALLIES ASSIGN TO "JOURNAL-RECON-STAMPS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-STAMP
           FILE STATUS IS STAMP-TALLIES-STATUS.
           SELECT RECON-GATE ASSIGN TO "JOURNAL-RECON-GATE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECON-GATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-JOURNAL
       01 REPORT-RECORD.
           COPY RUNSTMP.
           02 REPORT-ROW PIC X(80).
      *ONE VERDICT PER RUN STAMP EXAMINED, REWRITTEN EVERY RUN OF
      *THIS PROGRAM IN THE SAME LAYOUT CALC-BALANCE WRITES ITS OWN:
      *PASS, OR FAIL WHEN ANY EXCEPTION WAS RAISED AGAINST THE
      *STAMP. CALC-POSTING READS IT AS THE OTHER HALF OF THE
      *POSTING GATE.
       FD RECON-GATE
           LABEL RECORD IS OMITTED.
       01 RECON-GATE-RECORD.
           02 GATE-STAMP PIC X(20).
           02 FILLER PIC X.
           02 GATE-VERDICT PIC X(4).
           02 FILLER PIC X.
           02 GATE-CHECK-DATE PIC 9(8).
      *ONE TALLY PER RUN STAMP SEEN ON ANY OF THE THREE FILES, WITH
      *THE JOURNAL'S FIGURES ON ONE SIDE AND THE REPORTED FIGURES
      *ON THE OTHER, KEYED BY STAMP AND REBUILT EVERY RUN OF THIS
      *PROGRAM.
       FD STAMP-TALLIES
           LABEL RECORD IS STANDARD.
       01 STAMP-TALLY-RECORD.
           02 ST-STAMP PIC X(20).
           02 ST-J-CALCULATED PIC 9(5).
           02 ST-J-ERRORS PIC 9(5).
           02 ST-J-CALC-SEEN PIC X.
           02 ST-J-CHARS PIC 9(9).
           02 ST-J-ELEM-SEEN PIC X.
           02 ST-P-OK-ROWS PIC 9(5).
           02 ST-P-ERR-ROWS PIC 9(5).
           02 ST-P-SEEN PIC X.
           02 ST-E-CHARS PIC 9(9).
           02 ST-E-SEEN PIC X.
       WORKING-STORAGE SECTION.
       01 RECON-GATE-STATUS PIC XX.
       01 STAMP-ERROR-SWITCH PIC X.
       01 AUDIT-JOURNAL-STATUS PIC XX.
       01 CALCULATIONS-STATUS PIC XX.
       01 ELEMENTS-TABLE-STATUS PIC XX.
       01 RUN-TIME PIC 9(8).
       01 EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       01 ARCHIVED-RUN-COUNT PIC 9(5) VALUE ZERO.
       01 STAMP-TALLIES-STATUS PIC XX.
       01 TALLIES-OPEN-SWITCH PIC X VALUE "N".
       01 TALLIES-EOF-SWITCH PIC X VALUE "N".
       01 STAMP-COUNT PIC 9(5) VALUE ZERO.
       01 STAMP-FOUND-SWITCH PIC X.
       01 WORK-STAMP PIC X(20).
       01 PARSE-FIELD PIC X(14).
       01 PARSE-INDEX PIC 99.
       01 PARSE-CHAR PIC X.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           OPEN OUTPUT RECON-REPORT
           OPEN OUTPUT RECON-GATE
           PERFORM SET-RUN-STAMP
           PERFORM PRINT-HEADING
           PERFORM OPEN-STAMP-TALLIES
           PERFORM READ-AUDIT-JOURNAL
           PERFORM READ-CALCULATIONS
           PERFORM READ-ELEMENTS-TABLE
           PERFORM RECONCILE-ALL-STAMPS
           PERFORM PRINT-RECON-SUMMARY
           CLOSE RECON-REPORT
           CLOSE RECON-GATE
           IF TALLIES-OPEN-SWITCH = "Y"
              CLOSE STAMP-TALLIES
           END-IF
           IF EXCEPTION-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE RUN-STAMP-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       OPEN-STAMP-TALLIES.
      *THE TALLY FILE STARTS EMPTY EVERY RUN AND IS THEN HELD OPEN
      *FOR UPDATE. IF IT CANNOT BE BUILT NO STAMP CAN BE TALLIED,
      *SO THE RUN IS FLAGGED RATHER THAN PASSED AS CLEAN.
           OPEN OUTPUT STAMP-TALLIES
           IF STAMP-TALLIES-STATUS = "00"
              CLOSE STAMP-TALLIES
              OPEN I-O STAMP-TALLIES
           END-IF
           IF STAMP-TALLIES-STATUS = "00"
              MOVE "Y" TO TALLIES-OPEN-SWITCH
           ELSE
              DISPLAY "JOURNAL-RECON: JOURNAL-RECON-STAMPS COULD NOT "
                 "BE OPENED, STATUS " STAMP-TALLIES-STATUS "."
              ADD 1 TO EXCEPTION-COUNT
           END-IF.

       FIND-STAMP-SLOT.
      *READS (OR ADDS) THE TALLY FOR WORK-STAMP BY KEY AND SETS
      *STAMP-FOUND-SWITCH WHEN ONE IS THERE TO UPDATE.
           MOVE "N" TO STAMP-FOUND-SWITCH
           IF TALLIES-OPEN-SWITCH = "Y"
              MOVE WORK-STAMP TO ST-STAMP
              READ STAMP-TALLIES
                 INVALID KEY
                    PERFORM ADD-STAMP-SLOT
                 NOT INVALID KEY
                    MOVE "Y" TO STAMP-FOUND-SWITCH
              END-READ
           END-IF.

       ADD-STAMP-SLOT.
           MOVE WORK-STAMP TO ST-STAMP
           MOVE ZERO TO ST-J-CALCULATED
           MOVE ZERO TO ST-J-ERRORS
           MOVE "N" TO ST-J-CALC-SEEN
           MOVE ZERO TO ST-J-CHARS
           MOVE "N" TO ST-J-ELEM-SEEN
           MOVE ZERO TO ST-P-OK-ROWS
           MOVE ZERO TO ST-P-ERR-ROWS
           MOVE "N" TO ST-P-SEEN
           MOVE ZERO TO ST-E-CHARS
           MOVE "N" TO ST-E-SEEN
           WRITE STAMP-TALLY-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO STAMP-COUNT
                 MOVE "Y" TO STAMP-FOUND-SWITCH
           END-WRITE.

       SAVE-STAMP-SLOT.
           REWRITE STAMP-TALLY-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE.

       READ-AUDIT-JOURNAL.
           OPEN INPUT AUDIT-JOURNAL
           IF AUDIT-JOURNAL-STATUS NOT = "00"
       TALLY-JOURNAL-RECORD.
           MOVE JRN-STAMP TO WORK-STAMP
           PERFORM FIND-STAMP-SLOT
           IF STAMP-FOUND-SWITCH = "N"
              CONTINUE
           ELSE
           IF JRN-PROGRAM = "CALC-STAMP"
              MOVE "Y" TO ST-J-CALC-SEEN
              IF JRN-DISPOSITION = "CALCULATED"
                 ADD 1 TO ST-J-CALCULATED
              ELSE
              IF JRN-DISPOSITION = "BAD-OP"
                 OR JRN-DISPOSITION = "SIZE-ERROR"
                 ADD 1 TO ST-J-ERRORS
              END-IF
              END-IF
           ELSE
           IF JRN-PROGRAM = "ELEMENTS-COUNTER"
              MOVE "Y" TO ST-J-ELEM-SEEN
              ADD JRN-COUNT TO ST-J-CHARS
           END-IF
           END-IF
           PERFORM SAVE-STAMP-SLOT
           END-IF.

       READ-CALCULATIONS.
              AND LINE-ROW(7:8) NOT = " COUNT: "
              MOVE LINE-STAMP(1:20) TO WORK-STAMP
              PERFORM FIND-STAMP-SLOT
              IF STAMP-FOUND-SWITCH = "Y"
                 MOVE "Y" TO ST-P-SEEN
                 IF LINE-ROW(21:5) = "ERROR"
                    OR LINE-ROW(19:5) = "ERROR"
                    ADD 1 TO ST-P-ERR-ROWS
                 ELSE
                    ADD 1 TO ST-P-OK-ROWS
                 END-IF
                 PERFORM SAVE-STAMP-SLOT
              END-IF
           END-IF.

              OR ELEM-ROW(6:14) = "SPECIAL COUNT:"
              MOVE ELEM-STAMP TO WORK-STAMP
              PERFORM FIND-STAMP-SLOT
              IF STAMP-FOUND-SWITCH = "Y"
                 MOVE "Y" TO ST-E-SEEN
                 MOVE ELEM-ROW(28:7) TO PARSE-FIELD(1:7)
                 MOVE SPACES TO PARSE-FIELD(8:7)
                 PERFORM PARSE-AMOUNT
                 IF PARSE-ERROR-SWITCH = "N"
                    ADD PARSE-VALUE TO ST-E-CHARS
                 END-IF
                 PERFORM SAVE-STAMP-SLOT
              END-IF
           END-IF.

       RECONCILE-ALL-STAMPS.
           MOVE "EXCEPTIONS:" TO REPORT-ROW
           WRITE REPORT-RECORD
      *THE TALLIES READ BACK IN STAMP ORDER.
           IF TALLIES-OPEN-SWITCH = "N"
              MOVE "Y" TO TALLIES-EOF-SWITCH
           ELSE
              MOVE LOW-VALUES TO ST-STAMP
              START STAMP-TALLIES KEY IS NOT LESS THAN ST-STAMP
                 INVALID KEY
                    MOVE "Y" TO TALLIES-EOF-SWITCH
              END-START
           END-IF
           PERFORM UNTIL TALLIES-EOF-SWITCH = "Y"
              READ STAMP-TALLIES NEXT
                 AT END
                    MOVE "Y" TO TALLIES-EOF-SWITCH
                 NOT AT END
                    PERFORM RECONCILE-ONE-STAMP
              END-READ
           END-PERFORM.

       RECONCILE-ONE-STAMP.
      *JOURNAL IS APPEND-ONLY AND OUTLIVES THE PRINT FILE -- SO
      *THOSE RUNS ARE LISTED FOR INFORMATION, NOT COUNTED AS
      *EXCEPTIONS. EVERYTHING ELSE MUST AGREE EXACTLY.
           MOVE "N" TO STAMP-ERROR-SWITCH
           IF ST-J-CALC-SEEN = "Y" AND ST-P-SEEN = "N"
              ADD 1 TO ARCHIVED-RUN-COUNT
              MOVE ST-STAMP TO ARC-STAMP
              MOVE ARCHIVED-ROW TO REPORT-ROW
              WRITE REPORT-RECORD
           ELSE
           IF ST-J-CALC-SEEN = "Y" OR ST-P-SEEN = "Y"
              IF ST-J-CALCULATED NOT = ST-P-OK-ROWS
                 MOVE "CALCULATED VS DETAIL ROWS" TO EXC-TEXT
                 MOVE ST-J-CALCULATED TO EXC-JOURNAL-FIGURE
                 MOVE ST-P-OK-ROWS TO EXC-OUTPUT-FIGURE
                 PERFORM WRITE-RECON-EXCEPTION
              END-IF
              IF ST-J-ERRORS NOT = ST-P-ERR-ROWS
                 MOVE "ERROR ENTRIES VS ERR ROWS" TO EXC-TEXT
                 MOVE ST-J-ERRORS TO EXC-JOURNAL-FIGURE
                 MOVE ST-P-ERR-ROWS TO EXC-OUTPUT-FIGURE
                 PERFORM WRITE-RECON-EXCEPTION
              END-IF
           END-IF
      *ELEMENT RUNS WHOSE TABLE HAS SINCE BEEN OVERWRITTEN BY A
      *LATER RUN HAVE NO REPORTED TOTALS LEFT, SO ONLY STAMPS STILL
      *ON ELEMENTS-TABLE.txt ARE CHECKED ON THE ELEMENTS SIDE.
           IF ST-E-SEEN = "Y"
              IF ST-J-CHARS NOT = ST-E-CHARS
                 MOVE "JRN CHARS VS CLASS TOTALS" TO EXC-TEXT
                 MOVE ST-J-CHARS TO EXC-JOURNAL-FIGURE
                 MOVE ST-E-CHARS TO EXC-OUTPUT-FIGURE
                 PERFORM WRITE-RECON-EXCEPTION
              END-IF
           END-IF
           PERFORM WRITE-GATE-VERDICT.

       WRITE-GATE-VERDICT.
      *CALC-STAMP AND ELEMENTS-COUNTER SHARE THE DRIVER'S RUN STAMP,
      *SO AN ELEMENTS-SIDE EXCEPTION FAILS THE STAMP AS SURELY AS A
      *CALCULATOR-SIDE ONE -- THE NIGHT IS HELD AS A WHOLE.
           MOVE SPACES TO RECON-GATE-RECORD
           MOVE ST-STAMP TO GATE-STAMP
           IF STAMP-ERROR-SWITCH = "Y"
              MOVE "FAIL" TO GATE-VERDICT
           ELSE
              MOVE "PASS" TO GATE-VERDICT
           END-IF
           MOVE RUN-DATE TO GATE-CHECK-DATE
           WRITE RECON-GATE-RECORD.

       WRITE-RECON-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT
           MOVE "Y" TO STAMP-ERROR-SWITCH
           MOVE ST-STAMP TO EXC-STAMP
           MOVE EXCEPTION-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

