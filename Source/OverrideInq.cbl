       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERRIDE-INQ.
       AUTHOR. Mattia Righetti (mattiarighe@me.com).
       DATE-WRITTEN. OCTOBER 2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-LOG ASSIGN TO "OVERRIDE-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OVERRIDE-LOG-STATUS.
           SELECT INQ-PARMS ASSIGN TO "OVERRIDE-INQ-PARMS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INQ-PARMS-STATUS.
           SELECT INQ-REPORT ASSIGN TO "OVERRIDE-INQ-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INQ-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *THE LOG ENTRY AS JOB-DRIVER, CALC-EDIT, CALC-POSTING AND
      *ELEMENTS-MAINT APPEND IT.
       FD OVERRIDE-LOG
           LABEL RECORD IS OMITTED.
       01 OVERRIDE-LOG-RECORD.
           COPY OVRLOG.
      *SELECTION CARDS FOR THE INQUIRY: KEYWORD IN COLUMNS 1-14,
      *VALUE FROM COLUMN 15. EVERY CARD IS OPTIONAL; A CONDITION
      *NOT CARDED DOES NOT RESTRICT. A "*" IN COLUMN 1 IS A COMMENT
      *CARD.
      *   INQ-FROM-DATE  YYYYMMDD  EARLIEST OVL-DATE WANTED
      *   INQ-THRU-DATE  YYYYMMDD  LATEST OVL-DATE WANTED
      *   INQ-PROGRAM    NAME      LOGGING PROGRAM WANTED
      *   INQ-FUNCTION   NAME      OVERRIDE FUNCTION WANTED
      *   INQ-OPERATOR   ID        OPERATOR WANTED
      *   INQ-OUTCOME    TEXT      HONOURED OR REFUSED
       FD INQ-PARMS
           LABEL RECORD IS OMITTED.
       01 INQ-PARMS-RECORD.
           02 INQ-KEYWORD PIC X(14).
           02 INQ-VALUE PIC X(16).
           02 FILLER PIC X(50).
       FD INQ-REPORT
           LABEL RECORD IS OMITTED.
       01 REPORT-LINE PIC X(154).
       WORKING-STORAGE SECTION.
       01 OVERRIDE-LOG-STATUS PIC XX.
       01 INQ-PARMS-STATUS PIC XX.
       01 INQ-REPORT-STATUS PIC XX.
       01 LOG-EOF-SWITCH PIC X VALUE "N".
       01 PARMS-EOF-SWITCH PIC X VALUE "N".
       01 PARM-ERROR-SWITCH PIC X VALUE "N".
       01 RECORDS-READ PIC 9(7) VALUE ZERO.
       01 RECORDS-LISTED PIC 9(7) VALUE ZERO.
       01 FROM-DATE-FOUND PIC X VALUE "N".
       01 THRU-DATE-FOUND PIC X VALUE "N".
       01 PROGRAM-FOUND PIC X VALUE "N".
       01 FUNCTION-FOUND PIC X VALUE "N".
       01 OPERATOR-FOUND PIC X VALUE "N".
       01 OUTCOME-FOUND PIC X VALUE "N".
       01 FROM-DATE-X PIC X(8).
       01 FROM-DATE REDEFINES FROM-DATE-X PIC 9(8).
       01 THRU-DATE-X PIC X(8).
       01 THRU-DATE REDEFINES THRU-DATE-X PIC 9(8).
       01 WANTED-PROGRAM PIC X(16).
       01 WANTED-FUNCTION PIC X(14).
       01 WANTED-OPERATOR PIC X(8).
       01 WANTED-OUTCOME PIC X(8).
       01 SELECT-SWITCH PIC X.
      *COUNTS BY FUNCTION AND OUTCOME FOR THE CLOSING SUMMARY. SEVEN
      *FUNCTIONS TIMES TWO OUTCOMES IS FOURTEEN; 20 SLOTS LEAVES ROOM
      *FOR FUNCTIONS NOT INVENTED YET.
       01 TALLY-COUNT PIC 9(2) VALUE ZERO.
       01 TALLY-INDEX PIC 9(2).
       01 TALLY-FOUND-INDEX PIC 9(2).
       01 TALLY-TABLE.
           02 TALLY-ENTRY OCCURS 20 TIMES.
               03 TT-FUNCTION PIC X(14).
               03 TT-OUTCOME PIC X(8).
               03 TT-COUNT PIC 9(7).
       01 HEADING-LINE.
           02 FILLER PIC X(22) VALUE "OVERRIDE LOG INQUIRY  ".
           02 HDG-RUN-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 HDG-RUN-TIME PIC 9(8).
           02 FILLER PIC X(62) VALUE SPACES.
       01 SELECTION-LINE.
           02 FILLER PIC X(10) VALUE "SELECTED: ".
           02 SEL-KEYWORD PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 SEL-VALUE PIC X(16).
           02 FILLER PIC X(60) VALUE SPACES.
       01 TALLY-SUMMARY-LINE.
           02 TSL-FUNCTION PIC X(14).
           02 FILLER PIC X VALUE SPACE.
           02 TSL-OUTCOME PIC X(8).
           02 FILLER PIC X(8) VALUE " COUNT: ".
           02 TSL-COUNT PIC ZZZZZZ9.
           02 FILLER PIC X(63) VALUE SPACES.
       01 SUMMARY-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 SUMMARY-LABEL PIC X(30).
           02 SUMMARY-COUNT PIC ZZZZZZ9.
           02 FILLER PIC X(59) VALUE SPACES.
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME PIC 9(8).
       PROCEDURE DIVISION.
      *INQUIRY OVER THE ACCUMULATED OVERRIDE-LOG.txt, IN THE SHAPE
      *OF AUDIT-INQ: SELECTION PARAMETERS COME OFF A PARAMETER
      *FILE, EVERY MATCHING LOG ENTRY IS PRINTED AS LOGGED, AND THE
      *LISTING CLOSES WITH COUNTS BY FUNCTION AND OUTCOME -- SO
      *"EVERY OVERRIDE REFUSED LAST QUARTER" OR "EVERYTHING OPSMGR1
      *HAS OVERRIDDEN" IS A PARAMETER CARD FOR THE AUDITORS.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           PERFORM READ-INQ-PARMS
           IF PARM-ERROR-SWITCH = "Y"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT INQ-REPORT
           PERFORM PRINT-INQ-HEADING
           OPEN INPUT OVERRIDE-LOG
           IF OVERRIDE-LOG-STATUS NOT = "00"
              DISPLAY "OVERRIDE-LOG.txt NOT FOUND. NOTHING TO "
                                                     "INQUIRE."
              MOVE "Y" TO LOG-EOF-SWITCH
           END-IF
           PERFORM UNTIL LOG-EOF-SWITCH = "Y"
              READ OVERRIDE-LOG
                 AT END
                    MOVE "Y" TO LOG-EOF-SWITCH
                 NOT AT END
                    PERFORM SELECT-LOG-RECORD
              END-READ
           END-PERFORM
           IF OVERRIDE-LOG-STATUS = "00"
              OR OVERRIDE-LOG-STATUS = "10"
              CLOSE OVERRIDE-LOG
           END-IF
           PERFORM PRINT-TALLY-SUMMARY
           CLOSE INQ-REPORT
           GOBACK.

       READ-INQ-PARMS.
      *WITH NO PARAMETER FILE THE INQUIRY LISTS THE WHOLE LOG --
      *EVERY CARD ONLY NARROWS THE SELECTION.
           OPEN INPUT INQ-PARMS
           IF INQ-PARMS-STATUS = "00"
              PERFORM UNTIL PARMS-EOF-SWITCH = "Y"
                 READ INQ-PARMS
                    AT END
                       MOVE "Y" TO PARMS-EOF-SWITCH
                    NOT AT END
                       PERFORM TAKE-INQ-CARD
                 END-READ
              END-PERFORM
              CLOSE INQ-PARMS
           END-IF
           PERFORM VALIDATE-INQ-PARMS.

       TAKE-INQ-CARD.
           IF INQ-KEYWORD(1:1) = "*" OR INQ-PARMS-RECORD = SPACES
              CONTINUE
           ELSE
           IF INQ-KEYWORD = "INQ-FROM-DATE"
              MOVE INQ-VALUE(1:8) TO FROM-DATE-X
              MOVE "Y" TO FROM-DATE-FOUND
           ELSE
           IF INQ-KEYWORD = "INQ-THRU-DATE"
              MOVE INQ-VALUE(1:8) TO THRU-DATE-X
              MOVE "Y" TO THRU-DATE-FOUND
           ELSE
           IF INQ-KEYWORD = "INQ-PROGRAM"
              MOVE INQ-VALUE TO WANTED-PROGRAM
              MOVE "Y" TO PROGRAM-FOUND
           ELSE
           IF INQ-KEYWORD = "INQ-FUNCTION"
              MOVE INQ-VALUE(1:14) TO WANTED-FUNCTION
              MOVE "Y" TO FUNCTION-FOUND
           ELSE
           IF INQ-KEYWORD = "INQ-OPERATOR"
              MOVE INQ-VALUE(1:8) TO WANTED-OPERATOR
              MOVE "Y" TO OPERATOR-FOUND
           ELSE
           IF INQ-KEYWORD = "INQ-OUTCOME"
              MOVE INQ-VALUE(1:8) TO WANTED-OUTCOME
              MOVE "Y" TO OUTCOME-FOUND
           ELSE
              DISPLAY "OVERRIDE-INQ-PARMS.txt: CARD NOT RECOGNISED: "
                 INQ-KEYWORD
              MOVE "Y" TO PARM-ERROR-SWITCH
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       VALIDATE-INQ-PARMS.
      *A SELECTION THE PROGRAM CANNOT APPLY FAILS THE STEP WITH A
      *CLEAR MESSAGE RATHER THAN QUIETLY LISTING THE WRONG THING.
           IF FROM-DATE-FOUND = "Y" AND FROM-DATE-X IS NOT NUMERIC
              DISPLAY "OVERRIDE-INQ-PARMS.txt: INQ-FROM-DATE NOT "
                                            "NUMERIC (YYYYMMDD)."
              MOVE "Y" TO PARM-ERROR-SWITCH
           END-IF
           IF THRU-DATE-FOUND = "Y" AND THRU-DATE-X IS NOT NUMERIC
              DISPLAY "OVERRIDE-INQ-PARMS.txt: INQ-THRU-DATE NOT "
                                            "NUMERIC (YYYYMMDD)."
              MOVE "Y" TO PARM-ERROR-SWITCH
           END-IF
           IF FROM-DATE-FOUND = "Y" AND THRU-DATE-FOUND = "Y"
              AND PARM-ERROR-SWITCH = "N"
              IF FROM-DATE > THRU-DATE
                 DISPLAY "OVERRIDE-INQ-PARMS.txt: INQ-FROM-DATE IS "
                                       "AFTER INQ-THRU-DATE."
                 MOVE "Y" TO PARM-ERROR-SWITCH
              END-IF
           END-IF
           IF OUTCOME-FOUND = "Y"
              AND WANTED-OUTCOME NOT = "HONOURED"
              AND WANTED-OUTCOME NOT = "REFUSED"
              DISPLAY "OVERRIDE-INQ-PARMS.txt: INQ-OUTCOME MUST BE "
                                         "HONOURED OR REFUSED."
              MOVE "Y" TO PARM-ERROR-SWITCH
           END-IF.

       PRINT-INQ-HEADING.
           MOVE RUN-DATE TO HDG-RUN-DATE
           MOVE RUN-TIME TO HDG-RUN-TIME
           MOVE HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF FROM-DATE-FOUND = "Y"
              MOVE "INQ-FROM-DATE " TO SEL-KEYWORD
              MOVE FROM-DATE-X TO SEL-VALUE
              PERFORM WRITE-SELECTION-LINE
           END-IF
           IF THRU-DATE-FOUND = "Y"
              MOVE "INQ-THRU-DATE " TO SEL-KEYWORD
              MOVE THRU-DATE-X TO SEL-VALUE
              PERFORM WRITE-SELECTION-LINE
           END-IF
           IF PROGRAM-FOUND = "Y"
              MOVE "INQ-PROGRAM   " TO SEL-KEYWORD
              MOVE WANTED-PROGRAM TO SEL-VALUE
              PERFORM WRITE-SELECTION-LINE
           END-IF
           IF FUNCTION-FOUND = "Y"
              MOVE "INQ-FUNCTION  " TO SEL-KEYWORD
              MOVE WANTED-FUNCTION TO SEL-VALUE
              PERFORM WRITE-SELECTION-LINE
           END-IF
           IF OPERATOR-FOUND = "Y"
              MOVE "INQ-OPERATOR  " TO SEL-KEYWORD
              MOVE WANTED-OPERATOR TO SEL-VALUE
              PERFORM WRITE-SELECTION-LINE
           END-IF
           IF OUTCOME-FOUND = "Y"
              MOVE "INQ-OUTCOME   " TO SEL-KEYWORD
              MOVE WANTED-OUTCOME TO SEL-VALUE
              PERFORM WRITE-SELECTION-LINE
           END-IF.

       WRITE-SELECTION-LINE.
           MOVE SELECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       SELECT-LOG-RECORD.
           ADD 1 TO RECORDS-READ
           MOVE "Y" TO SELECT-SWITCH
           IF FROM-DATE-FOUND = "Y" AND OVL-DATE < FROM-DATE
              MOVE "N" TO SELECT-SWITCH
           END-IF
           IF THRU-DATE-FOUND = "Y" AND OVL-DATE > THRU-DATE
              MOVE "N" TO SELECT-SWITCH
           END-IF
           IF PROGRAM-FOUND = "Y" AND OVL-PROGRAM NOT = WANTED-PROGRAM
              MOVE "N" TO SELECT-SWITCH
           END-IF
           IF FUNCTION-FOUND = "Y"
              AND OVL-FUNCTION NOT = WANTED-FUNCTION
              MOVE "N" TO SELECT-SWITCH
           END-IF
           IF OPERATOR-FOUND = "Y"
              AND OVL-OPERATOR NOT = WANTED-OPERATOR
              MOVE "N" TO SELECT-SWITCH
           END-IF
           IF OUTCOME-FOUND = "Y" AND OVL-OUTCOME NOT = WANTED-OUTCOME
              MOVE "N" TO SELECT-SWITCH
           END-IF
           IF SELECT-SWITCH = "Y"
              ADD 1 TO RECORDS-LISTED
              MOVE OVERRIDE-LOG-RECORD TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM TALLY-OUTCOME
           END-IF.

       TALLY-OUTCOME.
           MOVE 0 TO TALLY-FOUND-INDEX
           MOVE 1 TO TALLY-INDEX
           PERFORM UNTIL TALLY-INDEX > TALLY-COUNT
              IF TT-FUNCTION(TALLY-INDEX) = OVL-FUNCTION
                 AND TT-OUTCOME(TALLY-INDEX) = OVL-OUTCOME
                 MOVE TALLY-INDEX TO TALLY-FOUND-INDEX
                 COMPUTE TALLY-INDEX = TALLY-COUNT + 1
              ELSE
                 ADD 1 TO TALLY-INDEX
              END-IF
           END-PERFORM
           IF TALLY-FOUND-INDEX = 0
              IF TALLY-COUNT < 20
                 ADD 1 TO TALLY-COUNT
                 MOVE OVL-FUNCTION TO TT-FUNCTION(TALLY-COUNT)
                 MOVE OVL-OUTCOME TO TT-OUTCOME(TALLY-COUNT)
                 MOVE 1 TO TT-COUNT(TALLY-COUNT)
              END-IF
           ELSE
              ADD 1 TO TT-COUNT(TALLY-FOUND-INDEX)
           END-IF.

       PRINT-TALLY-SUMMARY.
           MOVE "COUNTS BY FUNCTION AND OUTCOME:" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO TALLY-INDEX
           PERFORM UNTIL TALLY-INDEX > TALLY-COUNT
              MOVE TT-FUNCTION(TALLY-INDEX) TO TSL-FUNCTION
              MOVE TT-OUTCOME(TALLY-INDEX) TO TSL-OUTCOME
              MOVE TT-COUNT(TALLY-INDEX) TO TSL-COUNT
              MOVE TALLY-SUMMARY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              ADD 1 TO TALLY-INDEX
           END-PERFORM
           MOVE "LOG ENTRIES READ:             " TO SUMMARY-LABEL
           MOVE RECORDS-READ TO SUMMARY-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ENTRIES SELECTED:             " TO SUMMARY-LABEL
           MOVE RECORDS-LISTED TO SUMMARY-COUNT
           MOVE SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "OVERRIDE-INQ: " RECORDS-READ " ENTRIES READ, "
              RECORDS-LISTED " SELECTED."
           DISPLAY "SEE OVERRIDE-INQ-REPORT.txt FOR THE LISTING.".
