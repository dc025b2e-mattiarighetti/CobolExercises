       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-WINDOW.
       AUTHOR. Mattia Righetti (mattiarighe@me.com).
       DATE-WRITTEN. OCTOBER 2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-HISTORY ASSIGN TO "JOB-STEP-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STEP-HISTORY-STATUS.
           SELECT JOB-PARMS ASSIGN TO "JOB-PARMS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-PARMS-STATUS.
           SELECT WINDOW-REPORT ASSIGN TO "BATCH-WINDOW-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WINDOW-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STEP-HISTORY
           LABEL RECORD IS OMITTED.
       01 STEP-HISTORY-RECORD.
           COPY STEPHIST.
      *TWO CARDS: WINDOW-END, THE CLOCK TIME HHMM BY WHICH THE
      *NIGHT'S JOB MUST HAVE FINISHED (DEFAULT 0600), AND
      *WINDOW-DAYS, HOW MANY DAYS OF HISTORY TO REPORT (DEFAULT
      *090). JOB-DRIVER'S PRE-FLIGHT CHECKS BOTH THE SAME WAY.
       FD JOB-PARMS
           LABEL RECORD IS OMITTED.
       01 JOB-PARMS-RECORD.
           02 PARM-KEYWORD PIC X(14).
           02 PARM-VALUE PIC X(10).
           02 FILLER PIC X(56).
       FD WINDOW-REPORT
           LABEL RECORD IS OMITTED.
       01 REPORT-RECORD.
           COPY RUNSTMP.
           02 REPORT-ROW PIC X(80).
       WORKING-STORAGE SECTION.
       01 STEP-HISTORY-STATUS PIC XX.
       01 JOB-PARMS-STATUS PIC XX.
       01 WINDOW-REPORT-STATUS PIC XX.
       01 HISTORY-EOF-SWITCH PIC X VALUE "N".
       01 PARMS-EOF-SWITCH PIC X VALUE "N".
       01 PARM-ERROR-SWITCH PIC X VALUE "N".
       01 HISTORY-FULL-SWITCH PIC X VALUE "N".
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME PIC 9(8).
       01 WINDOW-END PIC 9(4) VALUE 0600.
       01 WINDOW-END-SPLIT REDEFINES WINDOW-END.
           02 WINDOW-END-HH PIC 99.
           02 WINDOW-END-MM PIC 99.
       01 WINDOW-DAYS PIC 9(3) VALUE 090.
       01 DEADLINE-SECONDS PIC 9(6).
       01 CUTOFF-SERIAL PIC 9(7).
      *THE REPORTING PERIOD IS CUT ON SERIAL DAY NUMBERS, THE SAME
      *WAY CALC-RESUBMIT AGES ITS OUTSTANDING REJECTS.
       01 SERIAL-DATE PIC 9(8).
       01 SERIAL-DATE-SPLIT REDEFINES SERIAL-DATE.
           02 SERIAL-YEAR PIC 9(4).
           02 SERIAL-MONTH PIC 99.
           02 SERIAL-DAY PIC 99.
       01 SERIAL-DAYS PIC 9(7).
       01 LEAP-WORK PIC 9(7).
       01 LEAP-REMAINDER PIC 9(4).
       01 MONTH-OFFSET-TABLE.
           02 FILLER PIC X(36)
              VALUE "000031059090120151181212243273304334".
       01 MONTH-OFFSETS REDEFINES MONTH-OFFSET-TABLE.
           02 MONTH-OFFSET PIC 9(3) OCCURS 12 TIMES.
      *STEP TIMES ARE HHMMSSCC CLOCK STAMPS. EVERYTHING IS WORKED
      *IN SECONDS AND TAKEN MODULO A DAY, SINCE A NIGHT'S JOB
      *USUALLY STARTS BEFORE MIDNIGHT AND ENDS AFTER IT.
       01 CLOCK-SPLIT.
           02 CLOCK-HH PIC 99.
           02 CLOCK-MM PIC 99.
           02 CLOCK-SS PIC 99.
           02 FILLER PIC XX.
       01 CLOCK-SECONDS PIC 9(6).
       01 START-SECONDS PIC 9(6).
       01 END-SECONDS PIC 9(6).
       01 OFFSET-WORK PIC S9(6).
       01 CLOCK-DISPLAY.
           02 CD-HH PIC 99.
           02 FILLER PIC X VALUE ":".
           02 CD-MM PIC 99.
           02 FILLER PIC X VALUE ":".
           02 CD-SS PIC 99.
       01 CLOCK-WORK PIC 9(6).
       01 CLOCK-REST PIC 9(6).
      *ONE ENTRY PER STEP PER RUN INSIDE THE PERIOD. THE SUITE'S
      *TEN STEPS A NIGHT FOR THE LONGEST PERIOD A WINDOW-DAYS CARD
      *ALLOWS, 999 DAYS, IS UNDER 10000; 20000 LEAVES ROOM FOR A
      *SECOND RUN ON EVERY ONE OF THOSE DAYS.
       01 HIST-COUNT PIC 9(5) VALUE ZERO.
       01 H-INDEX PIC 9(5).
       01 HISTORY-TABLE.
           02 HISTORY-ENTRY OCCURS 20000 TIMES.
               03 HT-NIGHT PIC 9(4).
               03 HT-PROGRAM PIC X(16).
               03 HT-START-TIME PIC 9(8).
               03 HT-END-TIME PIC 9(8).
               03 HT-ELAPSED PIC 9(6).
               03 HT-VOLUME PIC 9(9).
               03 HT-END-OFFSET PIC 9(6).
      *ONE ENTRY PER RUN, KEYED BY THE RUN'S START DATE AND TIME.
      *A RESTARTED RUN KEEPS ITS ORIGINAL STAMP, SO IT IS ONE NIGHT
      *HERE, AND THE TIME LOST BEFORE THE RESTART COUNTS AGAINST
      *THE WINDOW THE WAY IT DID ON THE NIGHT. 999 DAYS WITH A
      *SECOND RUN ON EACH FITS THE 2000 SLOTS.
       01 NIGHT-COUNT PIC 9(4) VALUE ZERO.
       01 N-INDEX PIC 9(4).
       01 N-FOUND-INDEX PIC 9(4).
       01 NIGHT-TABLE.
           02 NIGHT-ENTRY OCCURS 2000 TIMES.
               03 NT-RUN-DATE PIC 9(8).
               03 NT-RUN-TIME PIC 9(8).
               03 NT-START-SECONDS PIC 9(6).
               03 NT-AVAILABLE PIC 9(6).
               03 NT-END-OFFSET PIC 9(6).
      *ONE ENTRY PER STEP PROGRAM SEEN ON THE HISTORY. RUNS ARE
      *SPLIT INTO AN EARLIER AND A RECENT HALF TO SHOW THE TREND
      *IN TIME PER UNIT OF VOLUME.
       01 STEP-COUNT PIC 9(2) VALUE ZERO.
       01 S-INDEX PIC 9(2).
       01 S-FOUND-INDEX PIC 9(2).
       01 STEP-TABLE.
           02 STEP-ENTRY OCCURS 20 TIMES.
               03 ST-PROGRAM PIC X(16).
               03 ST-RUNS PIC 9(4).
               03 ST-SEEN PIC 9(4).
               03 ST-OVERRUNS PIC 9(4).
               03 ST-TOTAL-ELAPSED PIC 9(9).
               03 ST-EARLY-ELAPSED PIC 9(9).
               03 ST-EARLY-VOLUME PIC 9(12).
               03 ST-LATE-ELAPSED PIC 9(9).
               03 ST-LATE-VOLUME PIC 9(12).
       01 HALF-POINT PIC 9(4).
       01 NIGHTS-OVERRAN PIC 9(5) VALUE ZERO.
       01 STEPS-OVERRAN PIC 9(5) VALUE ZERO.
       01 EARLY-NIGHTS PIC 9(4) VALUE ZERO.
       01 LATE-NIGHTS PIC 9(4) VALUE ZERO.
       01 EARLY-MARGIN-TOTAL PIC S9(9) VALUE ZERO.
       01 LATE-MARGIN-TOTAL PIC S9(9) VALUE ZERO.
       01 MARGIN-SECONDS PIC S9(6).
       01 EARLY-MARGIN PIC S9(5)V9.
       01 LATE-MARGIN PIC S9(5)V9.
       01 SHRINK-PER-NIGHT PIC S9(5)V9(4).
       01 NIGHTS-LEFT PIC 9(5).
       01 EARLY-RATE PIC 9(7)V99.
       01 LATE-RATE PIC 9(7)V99.
       01 RATE-CHANGE PIC S9(5)V9.
       01 AVERAGE-ELAPSED PIC 9(6).
       01 VOLUME-LABEL PIC X(14).
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
       01 PARAMETER-ROW.
           02 FILLER PIC X(17) VALUE "WINDOW DEADLINE: ".
           02 PR-DEADLINE-HH PIC 99.
           02 FILLER PIC X VALUE ":".
           02 PR-DEADLINE-MM PIC 99.
           02 FILLER PIC X(12) VALUE "   PERIOD: ".
           02 PR-DAYS PIC ZZ9.
           02 FILLER PIC X(5) VALUE " DAYS".
           02 FILLER PIC X(38) VALUE SPACES.
       01 SECTION-ROW.
           02 SECTION-TEXT PIC X(60).
           02 FILLER PIC X(20) VALUE SPACES.
       01 NIGHT-ROW.
           02 FILLER PIC X(2) VALUE SPACES.
           02 NR-DATE PIC 9(8).
           02 FILLER PIC X(7) VALUE " START ".
           02 NR-START PIC X(8).
           02 FILLER PIC X(5) VALUE " END ".
           02 NR-END PIC X(8).
           02 FILLER PIC X(5) VALUE " RAN ".
           02 NR-ELAPSED PIC ZZZ9,9.
           02 FILLER PIC X(11) VALUE " MIN SPARE ".
           02 NR-MARGIN PIC ----9,9.
           02 FILLER PIC X VALUE SPACE.
           02 NR-FLAG PIC X(7).
           02 FILLER PIC X(5) VALUE SPACES.
       01 STEP-HEADING-ROW.
           02 FILLER PIC X(5) VALUE "STEP ".
           02 SHR-PROGRAM PIC X(16).
           02 FILLER PIC X(17) VALUE "  VOLUME FIGURE: ".
           02 SHR-VOLUME-LABEL PIC X(14).
           02 FILLER PIC X(28) VALUE SPACES.
       01 STEP-RUN-ROW.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SRR-DATE PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 SRR-START PIC X(8).
           02 FILLER PIC X VALUE "-".
           02 SRR-END PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 SRR-ELAPSED PIC ZZZZ9.
           02 FILLER PIC X(9) VALUE " SEC VOL ".
           02 SRR-VOLUME PIC ZZZZZZZZ9.
           02 FILLER PIC X(9) VALUE " MS/UNIT ".
           02 SRR-RATE PIC ZZZZZZ9,99.
           02 FILLER PIC X VALUE SPACE.
           02 SRR-FLAG PIC X(7).
           02 FILLER PIC X VALUE SPACE.
       01 STEP-TREND-ROW.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "MS/UNIT EARLIER ".
           02 STR-EARLY-RATE PIC ZZZZZZ9,99.
           02 FILLER PIC X(8) VALUE " RECENT ".
           02 STR-LATE-RATE PIC ZZZZZZ9,99.
           02 FILLER PIC X(8) VALUE " CHANGE ".
           02 STR-CHANGE PIC ----9,9.
           02 FILLER PIC X(4) VALUE " PCT".
           02 FILLER PIC X(12) VALUE SPACES.
       01 SUMMARY-ROW.
           02 FILLER PIC X(5) VALUE SPACES.
           02 SUMMARY-LABEL PIC X(30).
           02 SUMMARY-COUNT PIC ZZZZ9.
           02 FILLER PIC X(40) VALUE SPACES.
       01 MARGIN-ROW.
           02 FILLER PIC X(5) VALUE SPACES.
           02 MARGIN-LABEL PIC X(30).
           02 MARGIN-VALUE PIC ----9,9.
           02 FILLER PIC X(4) VALUE " MIN".
           02 FILLER PIC X(34) VALUE SPACES.
       01 PROJECTION-ROW.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(45)
              VALUE "AT THIS RATE THE SPARE TIME IS GONE IN ABOUT".
           02 PRJ-NIGHTS PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE " NIGHTS.".
           02 FILLER PIC X(17) VALUE SPACES.
       PROCEDURE DIVISION.
      *BATCH-WINDOW HISTORY REPORT OVER JOB-STEP-HISTORY.txt, THE
      *STEP TIMINGS AND VOLUME FIGURES JOB-DRIVER KEEPS FOR EVERY
      *RUN. IT ANSWERS WHETHER THE SUITE WILL STILL FIT THE WINDOW
      *AS VOLUMES GROW: EACH NIGHT'S START, END AND SPARE TIME
      *AGAINST THE WINDOW-END DEADLINE; EACH STEP'S ELAPSED TIME
      *AND MILLISECONDS PER UNIT OF VOLUME RUN BY RUN, WITH THE
      *TREND FROM THE EARLIER TO THE RECENT HALF OF THE PERIOD; AND
      *HOW FAST THE SPARE TIME IS SHRINKING. EVERY NIGHT AND EVERY
      *STEP THAT FINISHED PAST THE DEADLINE IS FLAGGED OVERRAN,
      *AND ANY OVERRUN IN THE PERIOD RETURNS CONDITION CODE 4.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           PERFORM READ-JOB-PARMS
           IF PARM-ERROR-SWITCH = "Y"
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           COMPUTE DEADLINE-SECONDS = WINDOW-END-HH * 3600
              + WINDOW-END-MM * 60
           MOVE RUN-DATE TO SERIAL-DATE
           PERFORM COMPUTE-SERIAL-DAYS
           COMPUTE CUTOFF-SERIAL = SERIAL-DAYS - WINDOW-DAYS + 1
           PERFORM LOAD-STEP-HISTORY
           OPEN OUTPUT WINDOW-REPORT
           PERFORM SET-RUN-STAMP
           PERFORM PRINT-HEADING
           PERFORM PRINT-NIGHTLY-WINDOW
           MOVE 1 TO S-INDEX
           PERFORM UNTIL S-INDEX > STEP-COUNT
              PERFORM PRINT-ONE-STEP-HISTORY
              ADD 1 TO S-INDEX
           END-PERFORM
           PERFORM PRINT-WINDOW-TREND
           CLOSE WINDOW-REPORT
           DISPLAY "BATCH-WINDOW: " NIGHT-COUNT " NIGHTS, "
              NIGHTS-OVERRAN " OVERRAN THE WINDOW."
           DISPLAY "SEE BATCH-WINDOW-REPORT.txt FOR THE DETAIL."
           IF NIGHTS-OVERRAN > ZERO OR HISTORY-FULL-SWITCH = "Y"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.

       SET-RUN-STAMP.
           MOVE RUN-DATE TO RUN-STAMP-DATE
           MOVE RUN-TIME TO RUN-STAMP-TIME
           MOVE RUN-TIME(1:4) TO RUN-STAMP-ID
           MOVE SPACE TO RUN-STAMP-SEP.

       PRINT-HEADING.
           MOVE "BATCH WINDOW HISTORY" TO HEADING-TEXT
           MOVE HEADING-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE RUN-DATE TO STAMP-DATE
           MOVE RUN-TIME TO STAMP-TIME
           MOVE RUN-STAMP-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE WINDOW-END-HH TO PR-DEADLINE-HH
           MOVE WINDOW-END-MM TO PR-DEADLINE-MM
           MOVE WINDOW-DAYS TO PR-DAYS
           MOVE PARAMETER-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           IF HISTORY-FULL-SWITCH = "Y"
              MOVE "HISTORY TABLES FULL - LATER RUNS NOT REPORTED. "
                 & "SHORTEN WINDOW-DAYS." TO REPORT-ROW
              WRITE REPORT-RECORD
           END-IF.

       READ-JOB-PARMS.
      *A CARD THAT IS NOT A VALID CLOCK TIME OR DAY COUNT STOPS THE
      *RUN RATHER THAN MEASURING AGAINST THE WRONG DEADLINE.
           OPEN INPUT JOB-PARMS
           IF JOB-PARMS-STATUS = "00"
              PERFORM UNTIL PARMS-EOF-SWITCH = "Y"
                 READ JOB-PARMS
                    AT END
                       MOVE "Y" TO PARMS-EOF-SWITCH
                    NOT AT END
                       IF PARM-KEYWORD = "WINDOW-END"
                          PERFORM TAKE-WINDOW-END
                       END-IF
                       IF PARM-KEYWORD = "WINDOW-DAYS"
                          PERFORM TAKE-WINDOW-DAYS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOB-PARMS
           END-IF.

       TAKE-WINDOW-END.
           IF PARM-VALUE(1:4) IS NOT NUMERIC
              DISPLAY "JOB-PARMS.txt: WINDOW-END CARD MUST BE HHMM."
              MOVE "Y" TO PARM-ERROR-SWITCH
           ELSE
              MOVE PARM-VALUE(1:4) TO WINDOW-END
              IF WINDOW-END-HH > 23 OR WINDOW-END-MM > 59
                 DISPLAY "JOB-PARMS.txt: WINDOW-END IS NOT A CLOCK "
                                                        "TIME."
                 MOVE "Y" TO PARM-ERROR-SWITCH
              END-IF
           END-IF.

       TAKE-WINDOW-DAYS.
           IF PARM-VALUE(1:3) IS NOT NUMERIC
              OR PARM-VALUE(1:3) = "000"
              DISPLAY "JOB-PARMS.txt: WINDOW-DAYS CARD MUST BE DAYS "
                                                  "001 THRU 999."
              MOVE "Y" TO PARM-ERROR-SWITCH
           ELSE
              MOVE PARM-VALUE(1:3) TO WINDOW-DAYS
           END-IF.

       LOAD-STEP-HISTORY.
           OPEN INPUT STEP-HISTORY
           IF STEP-HISTORY-STATUS NOT = "00"
              DISPLAY "JOB-STEP-HISTORY.txt NOT FOUND. NO STEP "
                 "TIMINGS ARE ON RECORD."
              MOVE "Y" TO HISTORY-EOF-SWITCH
           END-IF
           PERFORM UNTIL HISTORY-EOF-SWITCH = "Y"
              READ STEP-HISTORY
                 AT END
                    MOVE "Y" TO HISTORY-EOF-SWITCH
                 NOT AT END
                    IF HST-RUN-DATE IS NUMERIC
                       MOVE HST-RUN-DATE TO SERIAL-DATE
                       PERFORM COMPUTE-SERIAL-DAYS
                       IF SERIAL-DAYS >= CUTOFF-SERIAL
                          PERFORM TAKE-HISTORY-ENTRY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF STEP-HISTORY-STATUS = "00" OR STEP-HISTORY-STATUS = "10"
              CLOSE STEP-HISTORY
           END-IF.

       TAKE-HISTORY-ENTRY.
      *THE STEP'S ELAPSED TIME IS END LESS START; ITS END OFFSET IS
      *HOW LONG AFTER THE JOB STARTED IT FINISHED, WHICH IS WHAT IS
      *HELD AGAINST THE DEADLINE. JOB-DRIVER TIMES EVERY STEP IT
      *RUNS, BACK-OFFICE STEPS INCLUDED, SO THE LATEST END OFFSET OF
      *A NIGHT IS WHEN THAT NIGHT'S JOB FINISHED. NIGHTS WRITTEN
      *BEFORE THE DRIVER TIMED EVERY STEP CARRY ONLY CALC-STAMP,
      *ELEMENTS-COUNTER AND MATRIX, AND END WITH MATRIX.
           PERFORM FIND-NIGHT
           PERFORM FIND-STEP
           IF N-FOUND-INDEX = 0 OR S-FOUND-INDEX = 0
              OR HIST-COUNT = 20000
              MOVE "Y" TO HISTORY-FULL-SWITCH
           ELSE
              ADD 1 TO HIST-COUNT
              MOVE N-FOUND-INDEX TO HT-NIGHT(HIST-COUNT)
              MOVE HST-PROGRAM TO HT-PROGRAM(HIST-COUNT)
              MOVE HST-START-TIME TO HT-START-TIME(HIST-COUNT)
              MOVE HST-END-TIME TO HT-END-TIME(HIST-COUNT)
              MOVE HST-START-TIME TO CLOCK-SPLIT
              PERFORM CONVERT-CLOCK
              MOVE CLOCK-SECONDS TO START-SECONDS
              MOVE HST-END-TIME TO CLOCK-SPLIT
              PERFORM CONVERT-CLOCK
              MOVE CLOCK-SECONDS TO END-SECONDS
              COMPUTE OFFSET-WORK = END-SECONDS - START-SECONDS
              IF OFFSET-WORK < ZERO
                 ADD 86400 TO OFFSET-WORK
              END-IF
              MOVE OFFSET-WORK TO HT-ELAPSED(HIST-COUNT)
              COMPUTE OFFSET-WORK = END-SECONDS
                 - NT-START-SECONDS(N-FOUND-INDEX)
              IF OFFSET-WORK < ZERO
                 ADD 86400 TO OFFSET-WORK
              END-IF
              MOVE OFFSET-WORK TO HT-END-OFFSET(HIST-COUNT)
              IF OFFSET-WORK > NT-END-OFFSET(N-FOUND-INDEX)
                 MOVE OFFSET-WORK TO NT-END-OFFSET(N-FOUND-INDEX)
              END-IF
      *MATRIX'S FIRST FIGURE COUNTS GRIDS, BUT ITS WORK GROWS WITH
      *THE CELLS; EVERY OTHER STEP'S FIRST FIGURE IS ITS VOLUME.
      *A STEP THAT KEEPS NO STATISTICS HAS NO VOLUME AND IS TIMED
      *ONLY.
              IF HST-PROGRAM = "MATRIX"
                 MOVE HST-FIGURE-2 TO HT-VOLUME(HIST-COUNT)
              ELSE
                 MOVE HST-FIGURE-1 TO HT-VOLUME(HIST-COUNT)
              END-IF
              ADD 1 TO ST-RUNS(S-FOUND-INDEX)
           END-IF.

       FIND-NIGHT.
      *FINDS THE RUN IN THE NIGHT TABLE, ADDING IT WHEN NOT YET
      *SEEN. THE TIME AVAILABLE IS FROM THE JOB'S START TO THE NEXT
      *OCCURRENCE OF THE DEADLINE. A FULL TABLE LEAVES
      *N-FOUND-INDEX AT 0.
           MOVE 0 TO N-FOUND-INDEX
           MOVE NIGHT-COUNT TO N-INDEX
           PERFORM UNTIL N-INDEX = 0
              IF NT-RUN-DATE(N-INDEX) = HST-RUN-DATE
                 AND NT-RUN-TIME(N-INDEX) = HST-RUN-TIME
                 MOVE N-INDEX TO N-FOUND-INDEX
                 MOVE 0 TO N-INDEX
              ELSE
                 SUBTRACT 1 FROM N-INDEX
              END-IF
           END-PERFORM
           IF N-FOUND-INDEX = 0 AND NIGHT-COUNT < 2000
              ADD 1 TO NIGHT-COUNT
              MOVE NIGHT-COUNT TO N-FOUND-INDEX
              MOVE HST-RUN-DATE TO NT-RUN-DATE(N-FOUND-INDEX)
              MOVE HST-RUN-TIME TO NT-RUN-TIME(N-FOUND-INDEX)
              MOVE HST-RUN-TIME TO CLOCK-SPLIT
              PERFORM CONVERT-CLOCK
              MOVE CLOCK-SECONDS TO NT-START-SECONDS(N-FOUND-INDEX)
              COMPUTE OFFSET-WORK = DEADLINE-SECONDS - CLOCK-SECONDS
              IF OFFSET-WORK NOT > ZERO
                 ADD 86400 TO OFFSET-WORK
              END-IF
              MOVE OFFSET-WORK TO NT-AVAILABLE(N-FOUND-INDEX)
              MOVE ZERO TO NT-END-OFFSET(N-FOUND-INDEX)
           END-IF.

       FIND-STEP.
           MOVE 0 TO S-FOUND-INDEX
           MOVE 1 TO S-INDEX
           PERFORM UNTIL S-INDEX > STEP-COUNT
              IF ST-PROGRAM(S-INDEX) = HST-PROGRAM
                 MOVE S-INDEX TO S-FOUND-INDEX
                 COMPUTE S-INDEX = STEP-COUNT + 1
              ELSE
                 ADD 1 TO S-INDEX
              END-IF
           END-PERFORM
           IF S-FOUND-INDEX = 0 AND STEP-COUNT < 20
              ADD 1 TO STEP-COUNT
              MOVE STEP-COUNT TO S-FOUND-INDEX
              MOVE HST-PROGRAM TO ST-PROGRAM(S-FOUND-INDEX)
              MOVE ZERO TO ST-RUNS(S-FOUND-INDEX)
              MOVE ZERO TO ST-SEEN(S-FOUND-INDEX)
              MOVE ZERO TO ST-OVERRUNS(S-FOUND-INDEX)
              MOVE ZERO TO ST-TOTAL-ELAPSED(S-FOUND-INDEX)
              MOVE ZERO TO ST-EARLY-ELAPSED(S-FOUND-INDEX)
              MOVE ZERO TO ST-EARLY-VOLUME(S-FOUND-INDEX)
              MOVE ZERO TO ST-LATE-ELAPSED(S-FOUND-INDEX)
              MOVE ZERO TO ST-LATE-VOLUME(S-FOUND-INDEX)
           END-IF.

       CONVERT-CLOCK.
           COMPUTE CLOCK-SECONDS = CLOCK-HH * 3600
              + CLOCK-MM * 60 + CLOCK-SS.

       FORMAT-CLOCK.
      *TURNS A SECONDS-PAST-MIDNIGHT FIGURE IN CLOCK-WORK INTO
      *HH:MM:SS IN CLOCK-DISPLAY.
           DIVIDE CLOCK-WORK BY 3600 GIVING CD-HH REMAINDER CLOCK-REST
           DIVIDE CLOCK-REST BY 60 GIVING CD-MM REMAINDER CD-SS.

       PRINT-NIGHTLY-WINDOW.
      *ONE LINE PER NIGHT. SPARE IS THE TIME LEFT BEFORE THE
      *DEADLINE WHEN THE JOB FINISHED; A NEGATIVE SPARE IS AN
      *OVERRUN. THE NIGHTS ARE ALSO SPLIT INTO AN EARLIER AND A
      *RECENT HALF FOR THE TREND AT THE FOOT OF THE REPORT.
           MOVE SPACES TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "NIGHTLY WINDOW:" TO SECTION-TEXT
           MOVE SECTION-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           IF NIGHT-COUNT = ZERO
              MOVE "  NO RUNS ON THE HISTORY IN THE PERIOD."
                TO REPORT-ROW
              WRITE REPORT-RECORD
           END-IF
           DIVIDE NIGHT-COUNT BY 2 GIVING HALF-POINT
           MOVE 1 TO N-INDEX
           PERFORM UNTIL N-INDEX > NIGHT-COUNT
              PERFORM PRINT-ONE-NIGHT
              ADD 1 TO N-INDEX
           END-PERFORM.

       PRINT-ONE-NIGHT.
           MOVE NT-RUN-DATE(N-INDEX) TO NR-DATE
           MOVE NT-START-SECONDS(N-INDEX) TO CLOCK-WORK
           PERFORM FORMAT-CLOCK
           MOVE CLOCK-DISPLAY TO NR-START
           COMPUTE CLOCK-WORK = NT-START-SECONDS(N-INDEX)
              + NT-END-OFFSET(N-INDEX)
           IF CLOCK-WORK >= 86400
              SUBTRACT 86400 FROM CLOCK-WORK
           END-IF
           PERFORM FORMAT-CLOCK
           MOVE CLOCK-DISPLAY TO NR-END
           COMPUTE NR-ELAPSED ROUNDED = NT-END-OFFSET(N-INDEX) / 60
           COMPUTE MARGIN-SECONDS = NT-AVAILABLE(N-INDEX)
              - NT-END-OFFSET(N-INDEX)
           COMPUTE NR-MARGIN ROUNDED = MARGIN-SECONDS / 60
           IF MARGIN-SECONDS < ZERO
              MOVE "OVERRAN" TO NR-FLAG
              ADD 1 TO NIGHTS-OVERRAN
           ELSE
              MOVE SPACES TO NR-FLAG
           END-IF
           IF N-INDEX > HALF-POINT
              ADD 1 TO LATE-NIGHTS
              ADD MARGIN-SECONDS TO LATE-MARGIN-TOTAL
           ELSE
              ADD 1 TO EARLY-NIGHTS
              ADD MARGIN-SECONDS TO EARLY-MARGIN-TOTAL
           END-IF
           MOVE NIGHT-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       PRINT-ONE-STEP-HISTORY.
      *EVERY RUN OF THE STEP IN THE PERIOD, OLDEST FIRST, WITH ITS
      *ELAPSED TIME, VOLUME AND MILLISECONDS PER UNIT. A STEP THAT
      *FINISHED PAST THE NIGHT'S DEADLINE IS FLAGGED OVERRAN.
           MOVE SPACES TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE ST-PROGRAM(S-INDEX) TO SHR-PROGRAM
           IF ST-PROGRAM(S-INDEX) = "CALC-STAMP"
              MOVE "OPERATIONS" TO VOLUME-LABEL
           ELSE
           IF ST-PROGRAM(S-INDEX) = "ELEMENTS-COUNTER"
              MOVE "CHARS COUNTED" TO VOLUME-LABEL
           ELSE
           IF ST-PROGRAM(S-INDEX) = "MATRIX"
              MOVE "CELLS" TO VOLUME-LABEL
           ELSE
              MOVE "NONE - TIMED" TO VOLUME-LABEL
           END-IF
           END-IF
           END-IF
           MOVE VOLUME-LABEL TO SHR-VOLUME-LABEL
           MOVE STEP-HEADING-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           DIVIDE ST-RUNS(S-INDEX) BY 2 GIVING HALF-POINT
           MOVE 1 TO H-INDEX
           PERFORM UNTIL H-INDEX > HIST-COUNT
              IF HT-PROGRAM(H-INDEX) = ST-PROGRAM(S-INDEX)
                 PERFORM PRINT-ONE-STEP-RUN
              END-IF
              ADD 1 TO H-INDEX
           END-PERFORM
           PERFORM PRINT-STEP-TREND.

       PRINT-ONE-STEP-RUN.
           ADD 1 TO ST-SEEN(S-INDEX)
           MOVE HT-NIGHT(H-INDEX) TO N-INDEX
           MOVE NT-RUN-DATE(N-INDEX) TO SRR-DATE
           MOVE HT-START-TIME(H-INDEX) TO CLOCK-SPLIT
           PERFORM CONVERT-CLOCK
           MOVE CLOCK-SECONDS TO CLOCK-WORK
           PERFORM FORMAT-CLOCK
           MOVE CLOCK-DISPLAY TO SRR-START
           MOVE HT-END-TIME(H-INDEX) TO CLOCK-SPLIT
           PERFORM CONVERT-CLOCK
           MOVE CLOCK-SECONDS TO CLOCK-WORK
           PERFORM FORMAT-CLOCK
           MOVE CLOCK-DISPLAY TO SRR-END
           MOVE HT-ELAPSED(H-INDEX) TO SRR-ELAPSED
           MOVE HT-VOLUME(H-INDEX) TO SRR-VOLUME
           IF HT-VOLUME(H-INDEX) > ZERO
              COMPUTE SRR-RATE ROUNDED = HT-ELAPSED(H-INDEX) * 1000
                 / HT-VOLUME(H-INDEX)
           ELSE
              MOVE ZERO TO SRR-RATE
           END-IF
           IF HT-END-OFFSET(H-INDEX) > NT-AVAILABLE(N-INDEX)
              MOVE "OVERRAN" TO SRR-FLAG
              ADD 1 TO ST-OVERRUNS(S-INDEX)
              ADD 1 TO STEPS-OVERRAN
           ELSE
              MOVE SPACES TO SRR-FLAG
           END-IF
           ADD HT-ELAPSED(H-INDEX) TO ST-TOTAL-ELAPSED(S-INDEX)
           IF ST-SEEN(S-INDEX) > HALF-POINT
              ADD HT-ELAPSED(H-INDEX) TO ST-LATE-ELAPSED(S-INDEX)
              ADD HT-VOLUME(H-INDEX) TO ST-LATE-VOLUME(S-INDEX)
           ELSE
              ADD HT-ELAPSED(H-INDEX) TO ST-EARLY-ELAPSED(S-INDEX)
              ADD HT-VOLUME(H-INDEX) TO ST-EARLY-VOLUME(S-INDEX)
           END-IF
           MOVE STEP-RUN-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       PRINT-STEP-TREND.
      *THE RATE FOR EACH HALF IS ITS TOTAL TIME OVER ITS TOTAL
      *VOLUME, SO A QUIET NIGHT WITH A HANDFUL OF RECORDS DOES NOT
      *SWING THE AVERAGE. A RISING RATE MEANS THE STEP IS SLOWING
      *DOWN FASTER THAN ITS VOLUME IS GROWING.
           MOVE "RUNS REPORTED:                " TO SUMMARY-LABEL
           MOVE ST-RUNS(S-INDEX) TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "RUNS PAST THE DEADLINE:       " TO SUMMARY-LABEL
           MOVE ST-OVERRUNS(S-INDEX) TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           IF ST-RUNS(S-INDEX) > ZERO
              DIVIDE ST-TOTAL-ELAPSED(S-INDEX) BY ST-RUNS(S-INDEX)
                 GIVING AVERAGE-ELAPSED ROUNDED
           ELSE
              MOVE ZERO TO AVERAGE-ELAPSED
           END-IF
           MOVE "AVERAGE ELAPSED SECONDS:      " TO SUMMARY-LABEL
           MOVE AVERAGE-ELAPSED TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE ZERO TO EARLY-RATE
           MOVE ZERO TO LATE-RATE
           MOVE ZERO TO RATE-CHANGE
           IF ST-EARLY-VOLUME(S-INDEX) > ZERO
              COMPUTE EARLY-RATE ROUNDED =
                 ST-EARLY-ELAPSED(S-INDEX) * 1000
                 / ST-EARLY-VOLUME(S-INDEX)
           END-IF
           IF ST-LATE-VOLUME(S-INDEX) > ZERO
              COMPUTE LATE-RATE ROUNDED =
                 ST-LATE-ELAPSED(S-INDEX) * 1000
                 / ST-LATE-VOLUME(S-INDEX)
           END-IF
           IF EARLY-RATE > ZERO
              COMPUTE RATE-CHANGE ROUNDED =
                 (LATE-RATE - EARLY-RATE) * 100 / EARLY-RATE
           END-IF
           MOVE EARLY-RATE TO STR-EARLY-RATE
           MOVE LATE-RATE TO STR-LATE-RATE
           MOVE RATE-CHANGE TO STR-CHANGE
           MOVE STEP-TREND-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       PRINT-WINDOW-TREND.
      *THE SPARE TIME OF THE RECENT HALF OF THE NIGHTS AGAINST THE
      *EARLIER HALF. WHEN IT IS SHRINKING, THE LOSS PER NIGHT --
      *TAKEN BETWEEN THE MIDPOINTS OF THE TWO HALVES -- GIVES A
      *ROUGH COUNT OF THE NIGHTS LEFT BEFORE THE JOB NO LONGER FITS.
           MOVE SPACES TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "WINDOW TREND:" TO SECTION-TEXT
           MOVE SECTION-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "NIGHTS REPORTED:              " TO SUMMARY-LABEL
           MOVE NIGHT-COUNT TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "NIGHTS PAST THE DEADLINE:     " TO SUMMARY-LABEL
           MOVE NIGHTS-OVERRAN TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "STEPS PAST THE DEADLINE:      " TO SUMMARY-LABEL
           MOVE STEPS-OVERRAN TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE ZERO TO EARLY-MARGIN
           MOVE ZERO TO LATE-MARGIN
           IF EARLY-NIGHTS > ZERO
              COMPUTE EARLY-MARGIN ROUNDED =
                 EARLY-MARGIN-TOTAL / EARLY-NIGHTS / 60
           END-IF
           IF LATE-NIGHTS > ZERO
              COMPUTE LATE-MARGIN ROUNDED =
                 LATE-MARGIN-TOTAL / LATE-NIGHTS / 60
           END-IF
           MOVE "AVERAGE SPARE, EARLIER NIGHTS:" TO MARGIN-LABEL
           MOVE EARLY-MARGIN TO MARGIN-VALUE
           MOVE MARGIN-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "AVERAGE SPARE, RECENT NIGHTS: " TO MARGIN-LABEL
           MOVE LATE-MARGIN TO MARGIN-VALUE
           MOVE MARGIN-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           IF EARLY-NIGHTS > ZERO AND LATE-MARGIN < EARLY-MARGIN
              MOVE "     SPARE TIME IN THE WINDOW IS SHRINKING."
                TO REPORT-ROW
              WRITE REPORT-RECORD
              COMPUTE SHRINK-PER-NIGHT ROUNDED =
                 (EARLY-MARGIN - LATE-MARGIN) * 2 / NIGHT-COUNT
              IF LATE-MARGIN > ZERO AND SHRINK-PER-NIGHT > ZERO
                 COMPUTE NIGHTS-LEFT = LATE-MARGIN / SHRINK-PER-NIGHT
                    ON SIZE ERROR
                       MOVE 99999 TO NIGHTS-LEFT
                 END-COMPUTE
                 MOVE NIGHTS-LEFT TO PRJ-NIGHTS
                 MOVE PROJECTION-ROW TO REPORT-ROW
                 WRITE REPORT-RECORD
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
