       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-RECALC.
       AUTHOR. Mattia Righetti (mattiarighe@me.com).
       DATE-WRITTEN. OCTOBER 2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-JOURNAL ASSIGN TO "AUDIT-JOURNAL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-JOURNAL-STATUS.
           SELECT CALCULATIONS ASSIGN TO "CALCULATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALCULATIONS-STATUS.
           SELECT RECALC-REPORT ASSIGN TO "CALC-RECALC-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECALC-REPORT-STATUS.
           SELECT RECALC-GATE ASSIGN TO "CALC-RECALC-GATE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECALC-GATE-STATUS.
           SELECT STAMP-TALLIES ASSIGN TO "CALC-RECALC-STAMPS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ST-STAMP
           FILE STATUS IS STAMP-TALLIES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-JOURNAL
           LABEL RECORD IS OMITTED.
       01 AUDIT-JOURNAL-RECORD.
           02 JRN-STAMP PIC X(20).
           02 JRN-STAMP-SEP PIC X.
           02 JRN-PROGRAM PIC X(16).
           02 JRN-SEQUENCE PIC 9(5).
           02 FILLER PIC X.
           02 JRN-DISPOSITION PIC X(12).
           02 JRN-COUNT PIC 9(5).
           02 FILLER PIC X.
           02 JRN-DROPPED PIC 9(5).
           02 FILLER PIC X.
           02 JRN-IMAGE PIC X(34).
       FD CALCULATIONS
           LABEL RECORD IS OMITTED.
       01 CALC-LINE.
           02 LINE-STAMP.
               03 LINE-STAMP-DATE PIC 9(8).
               03 LINE-STAMP-TIME PIC 9(8).
               03 LINE-STAMP-ID PIC 9(4).
               03 LINE-STAMP-SEP PIC X.
           02 LINE-ROW PIC X(80).
       FD RECALC-REPORT
           LABEL RECORD IS OMITTED.
       01 REPORT-RECORD.
           COPY RUNSTMP.
           02 REPORT-ROW PIC X(80).
      *ONE VERDICT PER RUN STAMP EXAMINED, REWRITTEN EVERY RUN OF
      *THIS PROGRAM IN THE SAME LAYOUT CALC-BALANCE AND JOURNAL-RECON
      *WRITE THEIRS: PASS, OR FAIL WHEN ANY DETAIL LINE OF THE STAMP
      *WAS NAMED ON THE EXCEPTIONS REPORT. CALC-POSTING READS IT AS
      *THE THIRD PART OF THE POSTING GATE.
       FD RECALC-GATE
           LABEL RECORD IS OMITTED.
       01 RECALC-GATE-RECORD.
           02 GATE-STAMP PIC X(20).
           02 FILLER PIC X.
           02 GATE-VERDICT PIC X(4).
           02 FILLER PIC X.
           02 GATE-CHECK-DATE PIC 9(8).
      *ONE TALLY PER RUN STAMP SEEN ON EITHER FILE, KEYED BY STAMP
      *AND REBUILT EVERY RUN OF THIS PROGRAM: HOW MANY CALC-STAMP
      *ENTRIES THE JOURNAL HOLDS FOR IT, HOW MANY DETAIL LINES THE
      *PRINT FILE HOLDS, AND HOW MANY OF EACH ARE STILL TO BE PAIRED
      *OFF.
       FD STAMP-TALLIES
           LABEL RECORD IS STANDARD.
       01 STAMP-TALLY-RECORD.
           02 ST-STAMP PIC X(20).
           02 ST-J-COUNT PIC 9(5).
           02 ST-P-COUNT PIC 9(5).
           02 ST-J-LEFT PIC 9(5).
           02 ST-P-LEFT PIC 9(5).
           02 ST-CHECKED PIC 9(5).
           02 ST-EXCEPTIONS PIC 9(5).
       WORKING-STORAGE SECTION.
       01 AUDIT-JOURNAL-STATUS PIC XX.
       01 CALCULATIONS-STATUS PIC XX.
       01 RECALC-REPORT-STATUS PIC XX.
       01 RECALC-GATE-STATUS PIC XX.
       01 JOURNAL-EOF-SWITCH PIC X VALUE "N".
       01 CALC-EOF-SWITCH PIC X VALUE "N".
       01 ENTRY-FOUND-SWITCH PIC X.
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME PIC 9(8).
       01 LINES-CHECKED PIC 9(7) VALUE ZERO.
       01 EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       01 STAMPS-FAILED PIC 9(5) VALUE ZERO.
       01 ARCHIVED-RUN-COUNT PIC 9(5) VALUE ZERO.
       01 STAMP-TALLIES-STATUS PIC XX.
       01 TALLIES-OPEN-SWITCH PIC X VALUE "N".
       01 TALLIES-EOF-SWITCH PIC X VALUE "N".
       01 STAMP-COUNT PIC 9(5) VALUE ZERO.
       01 STAMP-FOUND-SWITCH PIC X.
       01 WORK-STAMP PIC X(20).
      *WHAT IS LEFT TO PAIR FOR THE JOURNAL'S STAMP AND FOR THE
      *PRINT FILE'S STAMP WHEN THE TWO FILES ARE ON DIFFERENT ONES.
       01 JOURNAL-SLOT-SWITCH PIC X.
       01 JOURNAL-P-LEFT PIC 9(5).
       01 DETAIL-SLOT-SWITCH PIC X.
       01 DETAIL-J-LEFT PIC 9(5).
      *THE JOURNAL IMAGE IN THE SIGNED LAYOUT CALC-STAMP WRITES NOW,
      *AND IN THE UNSIGNED LAYOUT OF THE RUNS BEFORE THE CUTOVER. A
      *SIGN IN THE FIRST BYTE TELLS THEM APART.
       01 SIGNED-IMAGE.
           02 SI-FIRST PIC S9(5)V99 SIGN LEADING SEPARATE.
           02 SI-OPERATION PIC X.
           02 SI-SECOND PIC S9(5)V99 SIGN LEADING SEPARATE.
       01 UNSIGNED-IMAGE.
           02 UI-FIRST PIC 9(5)V99.
           02 UI-OPERATION PIC X.
           02 UI-SECOND PIC 9(5)V99.
       01 IMAGE-BAD-SWITCH PIC X.
       01 IMAGE-FIRST PIC S9(5)V99.
       01 IMAGE-OPERATION PIC X.
       01 IMAGE-SECOND PIC S9(5)V99.
      *THE RECALCULATION RUNS IN FIELDS WIDE ENOUGH NEVER TO LOSE A
      *DIGIT, AND ONLY THEN IS THE ANSWER CUT BACK TO THE SEVEN DIGITS
      *AND TWO DECIMALS OF A PRINTED RESULT -- SO IT DOES NOT LEAN ON
      *THE SIZE ERROR AND TRUNCATION RULES OF CALC-STAMP'S OWN
      *COMPUTE STATEMENTS TO GET THE SAME ANSWER.
       01 WIDE-RESULT PIC S9(11)V9(6).
       01 WIDE-QUOTIENT PIC S9(11)V9(6).
       01 WHOLE-QUOTIENT PIC S9(11).
       01 RECALC-ERROR-SWITCH PIC X.
       01 RECALC-RESULT PIC S9(7)V99.
       01 RECALC-EDITED PIC -(7)9,99.
      *THE DETAIL LINE, TAKEN APART AGAIN FROM ITS PRINT COLUMNS.
       01 LINE-FIRST PIC S9(11)V99.
       01 LINE-OPERATION PIC X.
       01 LINE-SECOND PIC S9(11)V99.
       01 LINE-RESULT-TEXT PIC X(11).
       01 LINE-ERROR-SWITCH PIC X.
       01 LINE-BAD-SWITCH PIC X.
       01 LINE-RESULT PIC S9(11)V99.
       01 PARSE-FIELD PIC X(14).
       01 PARSE-INDEX PIC 99.
       01 PARSE-CHAR PIC X.
       01 PARSE-CHAR-NUM REDEFINES PARSE-CHAR PIC 9.
       01 PARSE-DIGITS PIC 9(13).
       01 PARSE-COMMA-SWITCH PIC X.
       01 PARSE-MINUS-SWITCH PIC X.
       01 PARSE-ERROR-SWITCH PIC X.
       01 PARSE-VALUE PIC S9(11)V99.
       01 HEADED-STAMP PIC X(20) VALUE SPACES.
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
       01 STAMP-HEADING-ROW.
           02 FILLER PIC X(10) VALUE "RUN STAMP ".
           02 SH-STAMP PIC X(20).
           02 FILLER PIC X(50) VALUE SPACES.
       01 EXCEPTION-ROW.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(4) VALUE "SEQ ".
           02 EXC-SEQUENCE PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 EXC-OPERATION PIC X.
           02 FILLER PIC X VALUE SPACE.
           02 EXC-TEXT PIC X(22).
           02 FILLER PIC X(9) VALUE " RECALC: ".
           02 EXC-RECALC PIC X(11).
           02 FILLER PIC X(10) VALUE " PRINTED: ".
           02 EXC-PRINTED PIC X(11).
           02 FILLER PIC X(2) VALUE SPACES.
       01 VERDICT-ROW.
           02 FILLER PIC X(5) VALUE SPACES.
           02 VR-STAMP PIC X(20).
           02 FILLER PIC X(10) VALUE "  CHECKED ".
           02 VR-CHECKED PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "  EXCEPTIONS ".
           02 VR-EXCEPTIONS PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 VR-VERDICT PIC X(8).
           02 FILLER PIC X(12) VALUE SPACES.
       01 SUMMARY-ROW.
           02 FILLER PIC X(5) VALUE SPACES.
           02 SUMMARY-LABEL PIC X(30).
           02 SUMMARY-COUNT PIC ZZZZZZ9.
           02 FILLER PIC X(38) VALUE SPACES.
       PROCEDURE DIVISION.
      *INDEPENDENT RECALCULATION OF THE CALCULATOR'S PRINTED RESULTS.
      *CALC-BALANCE PROVES THE PRINT FILE AGREES WITH ITS TRAILERS
      *AND JOURNAL-RECON THAT ITS LINE COUNTS AGREE WITH THE JOURNAL;
      *NEITHER PROVES A SINGLE RESULT IS RIGHT. THIS STEP TAKES EVERY
      *CALC-STAMP RECORD IMAGE ON AUDIT-JOURNAL.txt, WORKS THE
      *OPERATION OUT AGAIN FROM THE IMAGE ALONE, AND COMPARES THE
      *ANSWER WITH THE DETAIL LINE PRINTED FOR IT UNDER THE SAME RUN
      *STAMP -- THE TRUNCATION OF "/" AND "%" TO TWO DECIMALS AND THE
      *WHOLE-NUMBER QUOTIENT BEHIND "R" INCLUDED. AN ENTRY JOURNALLED
      *SIZE-ERROR OR BAD-OP MUST HAVE AN ERROR LINE, AND MUST REALLY
      *FAIL WHEN WORKED AGAIN. EVERY DISAGREEMENT IS LISTED LINE BY
      *LINE, AND EACH STAMP GETS A PASS OR FAIL ON THE GATE FILE.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           OPEN OUTPUT RECALC-REPORT
           OPEN OUTPUT RECALC-GATE
           PERFORM SET-RUN-STAMP
           PERFORM PRINT-HEADING
           PERFORM OPEN-STAMP-TALLIES
           PERFORM COUNT-JOURNAL-ENTRIES
           PERFORM COUNT-DETAIL-LINES
           PERFORM RECALCULATE-ALL-ENTRIES
           PERFORM WRITE-ALL-VERDICTS
           PERFORM PRINT-RECALC-SUMMARY
           CLOSE RECALC-REPORT
           CLOSE RECALC-GATE
           IF TALLIES-OPEN-SWITCH = "Y"
              CLOSE STAMP-TALLIES
           END-IF
           IF EXCEPTION-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       SET-RUN-STAMP.
           MOVE RUN-DATE TO RUN-STAMP-DATE
           MOVE RUN-TIME TO RUN-STAMP-TIME
           MOVE RUN-TIME(1:4) TO RUN-STAMP-ID
           MOVE SPACE TO RUN-STAMP-SEP.

       PRINT-HEADING.
           MOVE "RECALCULATION CHECK REPORT    " TO HEADING-TEXT
           MOVE HEADING-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE RUN-DATE TO STAMP-DATE
           MOVE RUN-TIME TO STAMP-TIME
           MOVE RUN-STAMP-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       OPEN-STAMP-TALLIES.
      *THE TALLY FILE STARTS EMPTY EVERY RUN AND IS THEN HELD OPEN
      *FOR UPDATE. IF IT CANNOT BE BUILT NO STAMP CAN BE TALLIED OR
      *GIVEN A VERDICT, SO THE RUN IS FLAGGED RATHER THAN PASSED AS
      *CLEAN, AND CALC-POSTING HOLDS EVERY NEW STAMP FOR WANT OF A
      *VERDICT.
           OPEN OUTPUT STAMP-TALLIES
           IF STAMP-TALLIES-STATUS = "00"
              CLOSE STAMP-TALLIES
              OPEN I-O STAMP-TALLIES
           END-IF
           IF STAMP-TALLIES-STATUS = "00"
              MOVE "Y" TO TALLIES-OPEN-SWITCH
           ELSE
              DISPLAY "CALC-RECALC: CALC-RECALC-STAMPS COULD NOT "
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
           MOVE ZERO TO ST-J-COUNT
           MOVE ZERO TO ST-P-COUNT
           MOVE ZERO TO ST-J-LEFT
           MOVE ZERO TO ST-P-LEFT
           MOVE ZERO TO ST-CHECKED
           MOVE ZERO TO ST-EXCEPTIONS
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

       COUNT-JOURNAL-ENTRIES.
      *FIRST PASS OVER THE JOURNAL: HOW MANY CALC-STAMP ENTRIES EACH
      *STAMP HAS, SO THE PAIRING PASS KNOWS WHEN ONE SIDE HAS RUN OUT.
           MOVE "N" TO JOURNAL-EOF-SWITCH
           OPEN INPUT AUDIT-JOURNAL
           IF AUDIT-JOURNAL-STATUS NOT = "00"
              DISPLAY "AUDIT-JOURNAL.txt NOT FOUND. NOTHING TO "
                                                 "RECALCULATE."
              MOVE "Y" TO JOURNAL-EOF-SWITCH
           END-IF
           PERFORM UNTIL JOURNAL-EOF-SWITCH = "Y"
              READ AUDIT-JOURNAL
                 AT END
                    MOVE "Y" TO JOURNAL-EOF-SWITCH
                 NOT AT END
                    IF JRN-PROGRAM = "CALC-STAMP"
                       MOVE JRN-STAMP TO WORK-STAMP
                       PERFORM FIND-STAMP-SLOT
                       IF STAMP-FOUND-SWITCH = "Y"
                          ADD 1 TO ST-J-COUNT
                          ADD 1 TO ST-J-LEFT
                          PERFORM SAVE-STAMP-SLOT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF AUDIT-JOURNAL-STATUS = "00"
              OR AUDIT-JOURNAL-STATUS = "10"
              CLOSE AUDIT-JOURNAL
           END-IF.

       COUNT-DETAIL-LINES.
           MOVE "N" TO CALC-EOF-SWITCH
           OPEN INPUT CALCULATIONS
           IF CALCULATIONS-STATUS NOT = "00"
              MOVE "Y" TO CALC-EOF-SWITCH
           END-IF
           PERFORM UNTIL CALC-EOF-SWITCH = "Y"
              READ CALCULATIONS
                 AT END
                    MOVE "Y" TO CALC-EOF-SWITCH
                 NOT AT END
                    IF (LINE-ROW(20:1) = "=" OR LINE-ROW(18:1) = "=")
                       AND LINE-ROW(7:8) NOT = " COUNT: "
                       MOVE LINE-STAMP(1:20) TO WORK-STAMP
                       PERFORM FIND-STAMP-SLOT
                       IF STAMP-FOUND-SWITCH = "Y"
                          ADD 1 TO ST-P-COUNT
                          ADD 1 TO ST-P-LEFT
                          PERFORM SAVE-STAMP-SLOT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF CALCULATIONS-STATUS = "00" OR CALCULATIONS-STATUS = "10"
              CLOSE CALCULATIONS
           END-IF.

       RECALCULATE-ALL-ENTRIES.
      *SECOND PASS: BOTH FILES ARE READ TOGETHER. CALC-STAMP PRINTS A
      *DETAIL LINE AND JOURNALS ITS IMAGE ONE AFTER THE OTHER, SO THE
      *N-TH ENTRY OF A STAMP ON THE JOURNAL BELONGS WITH THE N-TH
      *DETAIL LINE OF THE SAME STAMP ON THE PRINT FILE. WHEN THE TWO
      *FILES ARE ON DIFFERENT STAMPS, THE SIDE WHOSE STAMP HAS
      *NOTHING LEFT TO PAIR ON THE OTHER FILE IS TAKEN ALONE.
           MOVE "EXCEPTIONS:" TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "N" TO JOURNAL-EOF-SWITCH
           MOVE "N" TO CALC-EOF-SWITCH
           OPEN INPUT AUDIT-JOURNAL
           IF AUDIT-JOURNAL-STATUS NOT = "00"
              MOVE "Y" TO JOURNAL-EOF-SWITCH
           END-IF
           OPEN INPUT CALCULATIONS
           IF CALCULATIONS-STATUS NOT = "00"
              MOVE "Y" TO CALC-EOF-SWITCH
           END-IF
           PERFORM NEXT-JOURNAL-ENTRY
           PERFORM NEXT-DETAIL-LINE
           PERFORM UNTIL JOURNAL-EOF-SWITCH = "Y"
                     AND CALC-EOF-SWITCH = "Y"
              PERFORM PAIR-NEXT-ENTRY
           END-PERFORM
           IF AUDIT-JOURNAL-STATUS = "00"
              OR AUDIT-JOURNAL-STATUS = "10"
              CLOSE AUDIT-JOURNAL
           END-IF
           IF CALCULATIONS-STATUS = "00" OR CALCULATIONS-STATUS = "10"
              CLOSE CALCULATIONS
           END-IF.

       NEXT-JOURNAL-ENTRY.
      *READS ON TO THE NEXT CALC-STAMP ENTRY; THE OTHER PROGRAMS'
      *JOURNAL RECORDS ARE PASSED OVER.
           MOVE "N" TO ENTRY-FOUND-SWITCH
           PERFORM UNTIL ENTRY-FOUND-SWITCH = "Y"
                     OR JOURNAL-EOF-SWITCH = "Y"
              READ AUDIT-JOURNAL
                 AT END
                    MOVE "Y" TO JOURNAL-EOF-SWITCH
                 NOT AT END
                    IF JRN-PROGRAM = "CALC-STAMP"
                       MOVE "Y" TO ENTRY-FOUND-SWITCH
                    END-IF
              END-READ
           END-PERFORM.

       NEXT-DETAIL-LINE.
      *READS ON TO THE NEXT DETAIL LINE; RUN HEADERS, TITLES AND
      *TRAILER ROWS ARE PASSED OVER, AS JOURNAL-RECON PASSES THEM.
           MOVE "N" TO ENTRY-FOUND-SWITCH
           PERFORM UNTIL ENTRY-FOUND-SWITCH = "Y"
                     OR CALC-EOF-SWITCH = "Y"
              READ CALCULATIONS
                 AT END
                    MOVE "Y" TO CALC-EOF-SWITCH
                 NOT AT END
                    IF (LINE-ROW(20:1) = "=" OR LINE-ROW(18:1) = "=")
                       AND LINE-ROW(7:8) NOT = " COUNT: "
                       MOVE "Y" TO ENTRY-FOUND-SWITCH
                    END-IF
              END-READ
           END-PERFORM.

       PAIR-NEXT-ENTRY.
      *A STAMP WITH NO DETAIL LINES LEFT TAKES THE JOURNAL ENTRY
      *ALONE; A STAMP WITH NO JOURNAL ENTRIES LEFT TAKES THE DETAIL
      *LINE ALONE. WHEN BOTH STILL HAVE SOME, THE FILES HAVE FALLEN
      *OUT OF STEP AND THE JOURNAL ENTRY IS REPORTED AS UNPAIRED.
           IF JOURNAL-EOF-SWITCH = "Y"
              PERFORM TAKE-UNJOURNALLED-LINE
           ELSE
           IF CALC-EOF-SWITCH = "Y"
              PERFORM TAKE-UNPRINTED-ENTRY
           ELSE
           IF JRN-STAMP = LINE-STAMP(1:20)
              PERFORM CHECK-ONE-PAIR
           ELSE
              MOVE JRN-STAMP TO WORK-STAMP
              PERFORM FIND-STAMP-SLOT
              MOVE STAMP-FOUND-SWITCH TO JOURNAL-SLOT-SWITCH
              MOVE ST-P-LEFT TO JOURNAL-P-LEFT
              MOVE LINE-STAMP(1:20) TO WORK-STAMP
              PERFORM FIND-STAMP-SLOT
              MOVE STAMP-FOUND-SWITCH TO DETAIL-SLOT-SWITCH
              MOVE ST-J-LEFT TO DETAIL-J-LEFT
              IF JOURNAL-SLOT-SWITCH = "N"
                 PERFORM TAKE-UNPRINTED-ENTRY
              ELSE
              IF JOURNAL-P-LEFT = ZERO
                 PERFORM TAKE-UNPRINTED-ENTRY
              ELSE
              IF DETAIL-SLOT-SWITCH = "N"
                 PERFORM TAKE-UNJOURNALLED-LINE
              ELSE
              IF DETAIL-J-LEFT = ZERO
                 PERFORM TAKE-UNJOURNALLED-LINE
              ELSE
                 PERFORM TAKE-UNPRINTED-ENTRY
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           END-IF
           END-IF.

       TAKE-UNPRINTED-ENTRY.
      *A JOURNAL ENTRY WITH NO DETAIL LINE TO PAIR WITH. WHEN THE
      *STAMP HAS NO DETAIL LINES ON THE PRINT FILE AT ALL THE RUN HAS
      *USUALLY BEEN SWEPT OUT BY CALC-ARCHIVE, AS JOURNAL-RECON
      *ASSUMES TOO, AND THE ENTRY IS PASSED OVER WITHOUT COMPLAINT.
           MOVE JRN-STAMP TO WORK-STAMP
           PERFORM FIND-STAMP-SLOT
           IF STAMP-FOUND-SWITCH = "Y"
              IF ST-J-LEFT > ZERO
                 SUBTRACT 1 FROM ST-J-LEFT
              END-IF
              PERFORM SAVE-STAMP-SLOT
              IF ST-P-COUNT > ZERO
                 PERFORM TAKE-JOURNAL-IMAGE
                 PERFORM RECALCULATE-IMAGE
                 PERFORM EDIT-RECALC-RESULT
                 MOVE "NO DETAIL LINE PRINTED" TO EXC-TEXT
                 MOVE JRN-SEQUENCE TO EXC-SEQUENCE
                 MOVE IMAGE-OPERATION TO EXC-OPERATION
                 MOVE SPACES TO EXC-PRINTED
                 PERFORM WRITE-RECALC-EXCEPTION
              END-IF
           END-IF
           PERFORM NEXT-JOURNAL-ENTRY.

       TAKE-UNJOURNALLED-LINE.
      *A DETAIL LINE WITH NO JOURNAL ENTRY BEHIND IT CANNOT BE
      *RECALCULATED -- THERE IS NO IMAGE TO WORK FROM -- AND IS AN
      *EXCEPTION IN ITS OWN RIGHT.
           MOVE LINE-STAMP(1:20) TO WORK-STAMP
           PERFORM FIND-STAMP-SLOT
           IF STAMP-FOUND-SWITCH = "Y"
              IF ST-P-LEFT > ZERO
                 SUBTRACT 1 FROM ST-P-LEFT
              END-IF
              PERFORM SAVE-STAMP-SLOT
              PERFORM TAKE-DETAIL-LINE
              MOVE "DETAIL NOT JOURNALLED" TO EXC-TEXT
              MOVE ZERO TO EXC-SEQUENCE
              MOVE LINE-OPERATION TO EXC-OPERATION
              MOVE SPACES TO EXC-RECALC
              MOVE LINE-RESULT-TEXT TO EXC-PRINTED
              PERFORM WRITE-RECALC-EXCEPTION
           END-IF
           PERFORM NEXT-DETAIL-LINE.

       CHECK-ONE-PAIR.
      *THE FIRST CHECK THAT FAILS IS THE ONE REPORTED, IN THIS
      *ORDER: THE IMAGE CAN BE READ, THE LINE CARRIES THE SAME
      *OPERANDS AND OPERATOR AS THE IMAGE, AN ERROR ENTRY HAS AN
      *ERROR LINE AND REALLY FAILS, AND A CALCULATED ENTRY PRINTS
      *THE ANSWER WORKED OUT HERE.
           MOVE JRN-STAMP TO WORK-STAMP
           PERFORM FIND-STAMP-SLOT
           IF STAMP-FOUND-SWITCH = "Y"
              SUBTRACT 1 FROM ST-J-LEFT
              SUBTRACT 1 FROM ST-P-LEFT
              ADD 1 TO ST-CHECKED
              PERFORM SAVE-STAMP-SLOT
           END-IF
           ADD 1 TO LINES-CHECKED
           PERFORM TAKE-JOURNAL-IMAGE
           PERFORM TAKE-DETAIL-LINE
           PERFORM RECALCULATE-IMAGE
           PERFORM EDIT-RECALC-RESULT
           MOVE JRN-SEQUENCE TO EXC-SEQUENCE
           MOVE IMAGE-OPERATION TO EXC-OPERATION
           MOVE LINE-RESULT-TEXT TO EXC-PRINTED
           IF IMAGE-BAD-SWITCH = "Y"
              MOVE "IMAGE UNREADABLE" TO EXC-TEXT
              PERFORM WRITE-RECALC-EXCEPTION
           ELSE
           IF LINE-BAD-SWITCH = "Y"
              OR LINE-FIRST NOT = IMAGE-FIRST
              OR LINE-SECOND NOT = IMAGE-SECOND
              OR LINE-OPERATION NOT = IMAGE-OPERATION
              MOVE "OPERANDS DIFFER" TO EXC-TEXT
              PERFORM WRITE-RECALC-EXCEPTION
           ELSE
           IF JRN-DISPOSITION = "SIZE-ERROR"
              OR JRN-DISPOSITION = "BAD-OP"
              IF LINE-ERROR-SWITCH = "N"
                 MOVE "ERROR LINE EXPECTED" TO EXC-TEXT
                 PERFORM WRITE-RECALC-EXCEPTION
              ELSE
              IF RECALC-ERROR-SWITCH = "N"
                 MOVE "ERROR NOT REPRODUCED" TO EXC-TEXT
                 PERFORM WRITE-RECALC-EXCEPTION
              END-IF
              END-IF
           ELSE
           IF JRN-DISPOSITION = "CALCULATED"
              IF RECALC-ERROR-SWITCH = "Y"
                 MOVE "RECALC GIVES AN ERROR" TO EXC-TEXT
                 PERFORM WRITE-RECALC-EXCEPTION
              ELSE
              IF LINE-ERROR-SWITCH = "Y"
                 MOVE "UNEXPECTED ERROR LINE" TO EXC-TEXT
                 PERFORM WRITE-RECALC-EXCEPTION
              ELSE
              IF LINE-RESULT NOT = RECALC-RESULT
                 MOVE "RESULT DIFFERS" TO EXC-TEXT
                 PERFORM WRITE-RECALC-EXCEPTION
              END-IF
              END-IF
              END-IF
           ELSE
              MOVE "UNKNOWN DISPOSITION" TO EXC-TEXT
              PERFORM WRITE-RECALC-EXCEPTION
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM NEXT-JOURNAL-ENTRY
           PERFORM NEXT-DETAIL-LINE.

       TAKE-JOURNAL-IMAGE.
      *UNPACKS THE OPERANDS AND OPERATOR FROM THE JOURNAL IMAGE IN
      *WHICHEVER OF THE TWO LAYOUTS IT WAS WRITTEN.
           MOVE "N" TO IMAGE-BAD-SWITCH
           MOVE ZERO TO IMAGE-FIRST
           MOVE ZERO TO IMAGE-SECOND
           IF JRN-IMAGE(1:1) = "+" OR JRN-IMAGE(1:1) = "-"
              MOVE JRN-IMAGE(1:17) TO SIGNED-IMAGE
              MOVE SI-OPERATION TO IMAGE-OPERATION
              IF SI-FIRST NUMERIC AND SI-SECOND NUMERIC
                 MOVE SI-FIRST TO IMAGE-FIRST
                 MOVE SI-SECOND TO IMAGE-SECOND
              ELSE
                 MOVE "Y" TO IMAGE-BAD-SWITCH
              END-IF
           ELSE
              MOVE JRN-IMAGE(1:15) TO UNSIGNED-IMAGE
              MOVE UI-OPERATION TO IMAGE-OPERATION
              IF UI-FIRST NUMERIC AND UI-SECOND NUMERIC
                 MOVE UI-FIRST TO IMAGE-FIRST
                 MOVE UI-SECOND TO IMAGE-SECOND
              ELSE
                 MOVE "Y" TO IMAGE-BAD-SWITCH
              END-IF
           END-IF.

       RECALCULATE-IMAGE.
      *WORKS THE OPERATION OUT AGAIN FROM THE IMAGE. THE ANSWER IS
      *AN ERROR WHEN THE OPERATOR IS NOT ONE OF THE SIX, WHEN A "/"
      *OR "R" DIVIDES BY ZERO, OR WHEN THE WHOLE-NUMBER PART WILL NOT
      *FIT THE SEVEN DIGITS OF A RESULT. OTHERWISE THE DECIMALS PAST
      *THE SECOND ARE DROPPED, NOT ROUNDED -- THE RULE CALC-STAMP HAS
      *ALWAYS PRINTED BY, "%" INCLUDED.
           MOVE "N" TO RECALC-ERROR-SWITCH
           MOVE ZERO TO WIDE-RESULT
           MOVE ZERO TO RECALC-RESULT
           IF IMAGE-BAD-SWITCH = "Y"
              MOVE "Y" TO RECALC-ERROR-SWITCH
           ELSE
           IF IMAGE-OPERATION = "+"
              ADD IMAGE-FIRST IMAGE-SECOND GIVING WIDE-RESULT
           ELSE
           IF IMAGE-OPERATION = "-"
              SUBTRACT IMAGE-SECOND FROM IMAGE-FIRST
                 GIVING WIDE-RESULT
           ELSE
           IF IMAGE-OPERATION = "*"
              MULTIPLY IMAGE-FIRST BY IMAGE-SECOND
                 GIVING WIDE-RESULT
           ELSE
           IF IMAGE-OPERATION = "/"
              IF IMAGE-SECOND = ZERO
                 MOVE "Y" TO RECALC-ERROR-SWITCH
              ELSE
                 DIVIDE IMAGE-FIRST BY IMAGE-SECOND
                    GIVING WIDE-RESULT
              END-IF
           ELSE
           IF IMAGE-OPERATION = "%"
      *THE MARKUP: SECOND-NUMBER PERCENT OF THE FIRST NUMBER, ADDED
      *BACK ONTO IT. THE PRODUCT HAS FOUR DECIMALS AND THE DIVISION
      *BY 100 TWO MORE, SO NOTHING IS LOST BEFORE THE CUT.
              MULTIPLY IMAGE-FIRST BY IMAGE-SECOND
                 GIVING WIDE-RESULT
              DIVIDE 100 INTO WIDE-RESULT
              ADD IMAGE-FIRST TO WIDE-RESULT
           ELSE
           IF IMAGE-OPERATION = "R"
      *THE REMAINDER LEFT AFTER A WHOLE-NUMBER QUOTIENT, THE QUOTIENT
      *TRUNCATED TOWARD ZERO, SO THE REMAINDER KEEPS THE SIGN OF THE
      *FIRST NUMBER.
              IF IMAGE-SECOND = ZERO
                 MOVE "Y" TO RECALC-ERROR-SWITCH
              ELSE
                 DIVIDE IMAGE-FIRST BY IMAGE-SECOND
                    GIVING WIDE-QUOTIENT
                 MOVE WIDE-QUOTIENT TO WHOLE-QUOTIENT
                 IF WHOLE-QUOTIENT > 9999999
                    OR WHOLE-QUOTIENT < -9999999
                    MOVE "Y" TO RECALC-ERROR-SWITCH
                 ELSE
                    COMPUTE WIDE-RESULT = IMAGE-FIRST
                       - WHOLE-QUOTIENT * IMAGE-SECOND
                 END-IF
              END-IF
           ELSE
              MOVE "Y" TO RECALC-ERROR-SWITCH
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF RECALC-ERROR-SWITCH = "N"
              IF WIDE-RESULT NOT < 10000000
                 OR WIDE-RESULT NOT > -10000000
                 MOVE "Y" TO RECALC-ERROR-SWITCH
              ELSE
                 MOVE WIDE-RESULT TO RECALC-RESULT
              END-IF
           END-IF.

       EDIT-RECALC-RESULT.
           IF RECALC-ERROR-SWITCH = "Y"
              MOVE "ERROR" TO EXC-RECALC
           ELSE
              MOVE RECALC-RESULT TO RECALC-EDITED
              MOVE RECALC-EDITED TO EXC-RECALC
           END-IF.

       TAKE-DETAIL-LINE.
      *TAKES THE DETAIL LINE APART AGAIN. THE "=" COLUMN DECIDES THE
      *LAYOUT: COLUMN 20 IS THE SIGNED LAYOUT, COLUMN 18 THE UNSIGNED
      *LAYOUT OF EVERY RUN BEFORE THE CUTOVER.
           MOVE "N" TO LINE-BAD-SWITCH
           MOVE "N" TO LINE-ERROR-SWITCH
           MOVE ZERO TO LINE-RESULT
           IF LINE-ROW(20:1) = "="
              MOVE LINE-ROW(1:9) TO PARSE-FIELD(1:9)
              MOVE SPACES TO PARSE-FIELD(10:5)
           ELSE
              MOVE LINE-ROW(1:8) TO PARSE-FIELD(1:8)
              MOVE SPACES TO PARSE-FIELD(9:6)
           END-IF
           PERFORM PARSE-AMOUNT
           MOVE PARSE-VALUE TO LINE-FIRST
           IF PARSE-ERROR-SWITCH = "Y"
              MOVE "Y" TO LINE-BAD-SWITCH
           END-IF
           IF LINE-ROW(20:1) = "="
              MOVE LINE-ROW(10:1) TO LINE-OPERATION
              MOVE LINE-ROW(11:9) TO PARSE-FIELD(1:9)
              MOVE SPACES TO PARSE-FIELD(10:5)
           ELSE
              MOVE LINE-ROW(9:1) TO LINE-OPERATION
              MOVE LINE-ROW(10:8) TO PARSE-FIELD(1:8)
              MOVE SPACES TO PARSE-FIELD(9:6)
           END-IF
           PERFORM PARSE-AMOUNT
           MOVE PARSE-VALUE TO LINE-SECOND
           IF PARSE-ERROR-SWITCH = "Y"
              MOVE "Y" TO LINE-BAD-SWITCH
           END-IF
           IF LINE-ROW(20:1) = "="
              MOVE LINE-ROW(21:11) TO LINE-RESULT-TEXT
           ELSE
              MOVE LINE-ROW(19:10) TO LINE-RESULT-TEXT
           END-IF
           IF LINE-RESULT-TEXT(1:5) = "ERROR"
              MOVE "Y" TO LINE-ERROR-SWITCH
           ELSE
              MOVE LINE-RESULT-TEXT TO PARSE-FIELD(1:11)
              MOVE SPACES TO PARSE-FIELD(12:3)
              PERFORM PARSE-AMOUNT
              MOVE PARSE-VALUE TO LINE-RESULT
              IF PARSE-ERROR-SWITCH = "Y"
                 MOVE "Y" TO LINE-BAD-SWITCH
              END-IF
           END-IF.

       PARSE-AMOUNT.
      *RE-READS A PRINTED, ZERO-SUPPRESSED AMOUNT (COMMA DECIMAL
      *POINT, OPTIONAL LEADING MINUS) BACK INTO A NUMERIC FIELD.
           MOVE ZERO TO PARSE-DIGITS
           MOVE "N" TO PARSE-COMMA-SWITCH
           MOVE "N" TO PARSE-MINUS-SWITCH
           MOVE "N" TO PARSE-ERROR-SWITCH
           MOVE ZERO TO PARSE-VALUE
           MOVE 1 TO PARSE-INDEX
           PERFORM UNTIL PARSE-INDEX > 14
              MOVE PARSE-FIELD(PARSE-INDEX:1) TO PARSE-CHAR
              IF PARSE-CHAR NUMERIC
                 COMPUTE PARSE-DIGITS = PARSE-DIGITS * 10
                    + PARSE-CHAR-NUM
              ELSE
              IF PARSE-CHAR = ","
                 MOVE "Y" TO PARSE-COMMA-SWITCH
              ELSE
              IF PARSE-CHAR = "-"
                 MOVE "Y" TO PARSE-MINUS-SWITCH
              ELSE
              IF PARSE-CHAR NOT = SPACE
                 MOVE "Y" TO PARSE-ERROR-SWITCH
              END-IF
              END-IF
              END-IF
              END-IF
              ADD 1 TO PARSE-INDEX
           END-PERFORM
           IF PARSE-ERROR-SWITCH = "N"
              IF PARSE-COMMA-SWITCH = "Y"
                 COMPUTE PARSE-VALUE = PARSE-DIGITS / 100
              ELSE
                 MOVE PARSE-DIGITS TO PARSE-VALUE
              END-IF
              IF PARSE-MINUS-SWITCH = "Y"
                 COMPUTE PARSE-VALUE = 0 - PARSE-VALUE
              END-IF
           END-IF.

       WRITE-RECALC-EXCEPTION.
      *EXCEPTIONS ARE GROUPED UNDER A LINE NAMING THEIR RUN STAMP.
      *THE STAMP'S TALLY IS STILL THE ONE LAST READ FOR WORK-STAMP.
           ADD 1 TO EXCEPTION-COUNT
           IF STAMP-FOUND-SWITCH = "Y"
              ADD 1 TO ST-EXCEPTIONS
              PERFORM SAVE-STAMP-SLOT
           END-IF
           IF WORK-STAMP NOT = HEADED-STAMP
              MOVE WORK-STAMP TO HEADED-STAMP
              MOVE WORK-STAMP TO SH-STAMP
              MOVE STAMP-HEADING-ROW TO REPORT-ROW
              WRITE REPORT-RECORD
           END-IF
           MOVE EXCEPTION-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       WRITE-ALL-VERDICTS.
      *A STAMP WHOSE DETAIL LINES HAVE ALL BEEN ARCHIVED HAS NOTHING
      *LEFT TO RECALCULATE; IT IS LISTED AS OFF FILE AND PASSED, THE
      *WAY JOURNAL-RECON PASSES IT.
           MOVE "RUN STAMP VERDICTS:" TO REPORT-ROW
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
                    PERFORM WRITE-ONE-VERDICT
              END-READ
           END-PERFORM.

       WRITE-ONE-VERDICT.
           MOVE SPACES TO RECALC-GATE-RECORD
           MOVE ST-STAMP TO GATE-STAMP
           MOVE RUN-DATE TO GATE-CHECK-DATE
           MOVE ST-STAMP TO VR-STAMP
           MOVE ST-CHECKED TO VR-CHECKED
           MOVE ST-EXCEPTIONS TO VR-EXCEPTIONS
           IF ST-EXCEPTIONS > ZERO
              ADD 1 TO STAMPS-FAILED
              MOVE "FAIL" TO GATE-VERDICT
              MOVE "FAIL" TO VR-VERDICT
           ELSE
              MOVE "PASS" TO GATE-VERDICT
              IF ST-P-COUNT = ZERO
                 ADD 1 TO ARCHIVED-RUN-COUNT
                 MOVE "OFF FILE" TO VR-VERDICT
              ELSE
                 MOVE "PASS" TO VR-VERDICT
              END-IF
           END-IF
           WRITE RECALC-GATE-RECORD
           MOVE VERDICT-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       PRINT-RECALC-SUMMARY.
           MOVE "RUN STAMPS EXAMINED:          " TO SUMMARY-LABEL
           MOVE STAMP-COUNT TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "DETAIL LINES RECALCULATED:    " TO SUMMARY-LABEL
           MOVE LINES-CHECKED TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "EXCEPTIONS:                   " TO SUMMARY-LABEL
           MOVE EXCEPTION-COUNT TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "RUN STAMPS FAILED:            " TO SUMMARY-LABEL
           MOVE STAMPS-FAILED TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "JOURNALLED RUNS OFF THE FILE: " TO SUMMARY-LABEL
           MOVE ARCHIVED-RUN-COUNT TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           IF EXCEPTION-COUNT = ZERO
              MOVE "EVERY RESULT RECALCULATES." TO HEADING-TEXT
              MOVE HEADING-ROW TO REPORT-ROW
              WRITE REPORT-RECORD
           END-IF
           DISPLAY "CALC-RECALC: " LINES-CHECKED " LINES RECALCULATED, "
              EXCEPTION-COUNT " EXCEPTIONS."
           DISPLAY "SEE CALC-RECALC-REPORT.txt FOR THE EXCEPTIONS "
                                                         "REPORT.".
