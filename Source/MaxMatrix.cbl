           SELECT MATRIX-MASTER ASSIGN TO "MATRIX-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MATRIX-MASTER-STATUS.
           SELECT MATRIX-CAPACITY ASSIGN TO "MATRIX-CAPACITY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MATRIX-CAPACITY-STATUS.
           SELECT MATRIX-REGIONS ASSIGN TO "MATRIX-REGIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MATRIX-REGIONS-STATUS.
           SELECT CAPACITY-EXCEPTIONS
           ASSIGN TO "MATRIX-CAPACITY-EXCEPTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAPACITY-EXCEPTIONS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MATRIX-REPORT
           02 JOB-STAMP-ACTIVE PIC X.
           02 JOB-STAMP-DATE PIC 9(8).
           02 JOB-STAMP-TIME PIC 9(8).
           02 JOB-STAMP-ISSUED-DATE PIC 9(8).
           02 FILLER PIC X(55).
      *MATRIX-INPUT.txt CARRIES THE GRIDS FROM THE DEPOT TALLY
      *SHEETS. EACH DEPOT'S BLOCK OPENS WITH A GRID-IDENTIFIER
      *RECORD ("GRID " IN COLUMNS 1-5, THE DEPOT NAME FROM COLUMN
           02 MM-CUM-VALUE PIC 9(9)V9.
           02 FILLER PIC X.
           02 MM-RUNS PIC 9(5).
      *DEPOT CAPACITY MASTER, KEPT BY THE CAPACITY MEETING: ONE CARD
      *PER GRID AND ROW (ROW 00 IS THE GRID TOTAL, AS ON THE TREND
      *MASTER) WITH THE MOST THE ROW CAN HANDLE AND THE LEVEL AT
      *WHICH IT SHOULD BE WATCHED. A WARNING LEVEL OF ZERO MEANS
      *ONLY THE CEILING IS CHECKED. A "*" IN COLUMN 1 IS A COMMENT
      *CARD.
       FD MATRIX-CAPACITY
           LABEL RECORD IS OMITTED.
       01 MATRIX-CAPACITY-RECORD.
           02 CAP-GRID-NAME PIC X(20).
           02 FILLER PIC X.
           02 CAP-ROW PIC 99.
           02 FILLER PIC X.
           02 CAP-CEILING PIC 9(5).
           02 FILLER PIC X.
           02 CAP-WARNING PIC 9(5).
      *DEPOT-TO-REGION HIERARCHY: ONE CARD PER DEPOT, NAMING THE
      *REGION IT REPORTS TO. EACH REGION'S DEPOT GRIDS ARE ADDED UP
      *CELL BY CELL INTO ONE REGIONAL GRID, WHICH IS ANALYSED AND
      *TRENDED ON MATRIX-MASTER.txt UNDER THE REGION'S NAME -- SO A
      *REGION MAY NOT SHARE A NAME WITH A DEPOT. A "*" IN COLUMN 1
      *IS A COMMENT CARD.
       FD MATRIX-REGIONS
           LABEL RECORD IS OMITTED.
       01 MATRIX-REGIONS-RECORD.
           02 RGN-DEPOT-NAME PIC X(20).
           02 FILLER PIC X.
           02 RGN-REGION-NAME PIC X(20).
      *EVERY ROW OR GRID TOTAL OVER ITS CEILING (BREACH) OR AT OR
      *OVER ITS WARNING LEVEL (NEAR), WITH THE PERCENTAGE IT IS
      *OVER THE LEVEL IT CROSSED. THE STAMP FIELDS CARRY CX- NAMES
      *BECAUSE THE RUNSTMP COPYBOOK ALREADY NAMES THE REPORT'S.
       FD CAPACITY-EXCEPTIONS
           LABEL RECORD IS OMITTED.
       01 CAPACITY-EXCEPTIONS-RECORD.
           02 CX-STAMP-DATE PIC 9(8).
           02 CX-STAMP-TIME PIC 9(8).
           02 CX-STAMP-ID PIC 9(4).
           02 CX-STAMP-SEP PIC X.
           02 CX-ROW PIC X(80).
      *SHARED CONTROL-CARD FILE FOR THE OVERNIGHT SUITE: KEYWORD IN
      *COLUMNS 1-14, VALUE FROM COLUMN 15. EACH PROGRAM PICKS OUT
      *ITS OWN CARDS AND IGNORES THE REST. A "*" IN COLUMN 1 IS A
      *SUMMARY PAGE: START AND END TIME AND THREE FIGURES WHOSE
      *MEANING DEPENDS ON THE PROGRAM -- FOR MATRIX THEY ARE THE
      *GRID COUNT, THE CELL COUNT AND THE COMBINED GRAND TOTAL.
      *MATRIX ALONE ADDS A FOURTH: THE NUMBER OF CAPACITY BREACHES.
       FD JOB-STEP-STATS
           LABEL RECORD IS OMITTED.
       01 STEP-STATS-RECORD.
           02 STAT-FIGURE-2 PIC 9(9).
           02 FILLER PIC X.
           02 STAT-FIGURE-3 PIC 9(9).
           02 FILLER PIC X.
           02 STAT-FIGURE-4 PIC 9(9).
       WORKING-STORAGE SECTION.
       01 JOB-STAMP-STATUS PIC XX.
       01 JOB-STEP-STATS-STATUS PIC XX.
       01 MAX-DIM PIC 99 VALUE 10.
       01 MATRIX-MASTER-STATUS PIC XX.
       01 MASTER-EOF-SWITCH PIC X VALUE "N".
      *20 GRIDS AND 20 REGIONS OF A GRAND-TOTAL RECORD PLUS UP TO
      *10 ROW RECORDS EACH IS 440 ENTRIES; 500 SLOTS LEAVES ROOM.
       01 MM-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 MM-INDEX PIC 9(3).
       01 MM-FOUND-INDEX PIC 9(3).
       01 MM-TABLE.
           02 MM-ENTRY OCCURS 500 TIMES.
               03 MMT-NAME PIC X(20).
               03 MMT-ROW PIC 99.
               03 MMT-PRIOR PIC 9(7)V9.
               03 MMT-CUM PIC 9(9)V9.
               03 MMT-RUNS PIC 9(5).
      *THE CAPACITY MASTER IS SIZED LIKE THE TREND MASTER: A
      *GRID-TOTAL CARD AND UP TO TEN ROW CARDS FOR 20 GRIDS IS 220.
       01 MATRIX-CAPACITY-STATUS PIC XX.
       01 CAPACITY-EXCEPTIONS-STATUS PIC XX.
       01 CAPACITY-EOF-SWITCH PIC X VALUE "N".
       01 CAPACITY-FILE-SWITCH PIC X VALUE "N".
       01 CAP-ENTRY-COUNT PIC 9(3) VALUE ZERO.
       01 CAP-INDEX PIC 9(3).
       01 CAP-FOUND-INDEX PIC 9(3).
       01 CAPACITY-TABLE.
           02 CAP-ENTRY OCCURS 300 TIMES.
               03 CPT-NAME PIC X(20).
               03 CPT-ROW PIC 99.
               03 CPT-CEILING PIC 9(5).
               03 CPT-WARNING PIC 9(5).
       01 CAPACITY-VALUE PIC 9(5).
       01 CAPACITY-LEVEL PIC 9(5).
       01 CAPACITY-PCT-OVER PIC 9(7)V9.
       01 CAPACITY-FLAG PIC X(6).
       01 GRID-HEADED-SWITCH PIC X.
       01 GRID-LIMITS-SWITCH PIC X.
       01 GRIDS-CHECKED PIC 9(5) VALUE ZERO.
       01 GRIDS-WITHOUT-LIMITS PIC 9(5) VALUE ZERO.
       01 CAPACITY-BREACHES PIC 9(5) VALUE ZERO.
       01 NEAR-BREACHES PIC 9(5) VALUE ZERO.
      *THE REGION HIERARCHY. 100 DEPOT CARDS AND 20 REGIONS IS FAR
      *MORE THAN THE DEPOT NETWORK HAS EVER HAD.
       01 MATRIX-REGIONS-STATUS PIC XX.
       01 REGIONS-EOF-SWITCH PIC X VALUE "N".
       01 REGION-PASS-SWITCH PIC X VALUE "N".
       01 DR-COUNT PIC 9(3) VALUE ZERO.
       01 DR-INDEX PIC 9(3).
       01 DR-FOUND-INDEX PIC 9(3).
       01 DEPOT-REGION-TABLE.
           02 DR-ENTRY OCCURS 100 TIMES.
               03 DR-DEPOT PIC X(20).
               03 DR-REGION-INDEX PIC 99.
               03 DR-GRAND PIC 9(6).
               03 DR-OUTCOME PIC X.
      *DR-OUTCOME: N = NO GRID THIS RUN, Y = ROLLED UP, S = LEFT
      *OUT BECAUSE ITS GRID IS NOT THE SHAPE OF ITS REGION'S.
       01 REGION-COUNT PIC 99 VALUE ZERO.
       01 RG-INDEX PIC 99.
       01 RG-FOUND-INDEX PIC 99.
       01 REGION-TABLE.
           02 REGION-ENTRY OCCURS 20 TIMES.
               03 RG-NAME PIC X(20).
               03 RG-DEPOTS PIC 99.
               03 RG-ROWS PIC 99.
               03 RG-COLS PIC 99.
               03 RG-GRID.
                   04 RG-ROW OCCURS 10 TIMES.
                       05 RG-CELL PIC 9(4) OCCURS 10 TIMES.
       01 REGIONS-ROLLED PIC 99 VALUE ZERO.
       01 WORK-ROW PIC 99.
       01 WORK-VALUE PIC 9(7)V9.
       01 ROLLING-AVERAGE PIC 9(7)V9.
       01 SHARE-DELTA PIC S9(7)V9.
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME PIC 9(8).
      *A DEPOT CELL IS TWO DIGITS; A REGIONAL CELL, THE SUM OF ITS
      *DEPOTS' CELLS, NEEDS FOUR.
       01 MATRIX.
           02 ROW OCCURS 10 TIMES.
             03 ELEMENT PIC 9(4) OCCURS 10 TIMES.
       01 NUM-ROWS PIC 99.
       01 NUM-COLS PIC 99.
       01 MAXROW PIC 9(5).
       01 IMAXROW PIC 99.
       01 MINROW PIC 9(5).
       01 IMINROW PIC 99.
       01 I PIC 99.
       01 MAXCOLUMN PIC 9(5).
       01 IMAXCOLUMN PIC 99.
       01 MINCOLUMN PIC 9(5).
       01 IMINCOLUMN PIC 99.
       01 J PIC 99.
       01 ROW-TOTAL PIC 9(5).
       01 TERMINAL-CELL PIC 99.
       01 SCREEN-CELL PIC ZZZ9.
       01 SCREEN-VALUE PIC ZZZZ9.
      *FULL ROW/COLUMN ANALYSIS FOR THE WEEKLY CAPACITY MEETING --
      *THE TOTALS THE EXTREME SEARCHES COMPUTE AND THROW AWAY ARE
      *KEPT HERE AND PRINTED WITH AVERAGES, THE GRAND TOTAL AND
       01 ANALYSIS-TOTALS.
           02 ROW-SUM PIC 9(5) OCCURS 10 TIMES.
           02 COLUMN-SUM PIC 9(5) OCCURS 10 TIMES.
       01 GRAND-TOTAL PIC 9(6).
       01 ANALYSIS-AVERAGE PIC 9(4)V99.
       01 ANALYSIS-SHARE PIC 999V9.
      *ONE SUMMARY SLOT PER GRID FOR THE CROSS-GRID COMPARISON THE
      *CAPACITY MEETING LOOKS ACROSS DEPOTS FOR. 20 SLOTS COVERS
           02 FILLER PIC X(8) VALUE " TOTAL: ".
           02 RA-TOTAL PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE " AVERAGE: ".
           02 RA-AVERAGE PIC ZZZ9.99.
           02 FILLER PIC X(8) VALUE " SHARE: ".
           02 RA-SHARE PIC ZZ9.9.
           02 FILLER PIC X(4) VALUE " PCT".
           02 FILLER PIC X(27) VALUE SPACES.
       01 COLUMN-ANALYSIS-ROW.
           02 FILLER PIC X(7) VALUE "COLUMN ".
           02 CA-INDEX PIC Z9.
           02 FILLER PIC X(8) VALUE " TOTAL: ".
           02 CA-TOTAL PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE " AVERAGE: ".
           02 CA-AVERAGE PIC ZZZ9.99.
           02 FILLER PIC X(41) VALUE SPACES.
       01 GRAND-TOTAL-ROW.
           02 FILLER PIC X(13) VALUE "GRAND TOTAL: ".
           02 GT-TOTAL PIC ZZZZZ9.
           02 FILLER PIC X(23) VALUE SPACES.
       01 TREND-GRAND-ROW.
           02 FILLER PIC X(13) VALUE "GRAND TOTAL: ".
           02 TGR-THIS PIC ZZZZZ9.
           02 FILLER PIC X(8) VALUE " PRIOR: ".
           02 TGR-PRIOR PIC ZZZZZZ9.9.
           02 FILLER PIC X(10) VALUE " AVERAGE: ".
           02 TGR-AVERAGE PIC ZZZZZZ9.9.
           02 FILLER PIC X(25) VALUE SPACES.
       01 TREND-ROW-ROW.
           02 FILLER PIC X(4) VALUE "ROW ".
           02 TRR-INDEX PIC Z9.
           02 FILLER PIC X VALUE SPACE.
           02 TRR-FLAG PIC X(7).
           02 FILLER PIC X(22) VALUE SPACES.
      *REGIONAL GRIDS PRINT IN THEIR OWN ROWS: THEIR CELLS AND
      *TOTALS ARE TOO WIDE FOR THE DEPOT LAYOUT THE CSV EXTRACT
      *READS BY POSITION.
       01 REGION-HEADING-ROW.
           02 FILLER PIC X(8) VALUE "REGION: ".
           02 RHR-NAME PIC X(20).
           02 FILLER PIC X(52) VALUE SPACES.
       01 REGION-ELEMENT-ROW.
           02 FILLER PIC X(4) VALUE "ROW ".
           02 RER-ROW PIC Z9.
           02 FILLER PIC X VALUE ":".
           02 RER-CELL PIC ZZZZ9 OCCURS 10 TIMES.
           02 FILLER PIC X(23) VALUE SPACES.
       01 REGION-RESULT-ROW.
           02 RRR-LABEL PIC X(20).
           02 RRR-INDEX PIC Z9.
           02 FILLER PIC X(11) VALUE " TOTALLING ".
           02 RRR-VALUE PIC ZZZZ9.
           02 FILLER PIC X(42) VALUE SPACES.
       01 DEPOT-SHARE-ROW.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DSR-NAME PIC X(20).
           02 FILLER PIC X(14) VALUE " GRAND TOTAL: ".
           02 DSR-GRAND PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE " SHARE: ".
           02 DSR-SHARE PIC ZZ9.9.
           02 FILLER PIC X(4) VALUE " PCT".
           02 FILLER PIC X(21) VALUE SPACES.
       01 DEPOT-NOTE-ROW.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DNR-NAME PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 DNR-NOTE PIC X(40).
           02 FILLER PIC X(16) VALUE SPACES.
       01 ROW-LABEL-WORK.
           02 FILLER PIC X(4) VALUE "ROW ".
           02 RLW-ROW PIC Z9.
       01 EXCEPTION-ROW.
           02 FILLER PIC X(2) VALUE SPACES.
           02 EXR-WHAT PIC X(6).
           02 FILLER PIC X(8) VALUE " VALUE: ".
           02 EXR-VALUE PIC ZZZZ9.
           02 FILLER PIC X(7) VALUE " WARN: ".
           02 EXR-WARNING PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE " CEILING: ".
           02 EXR-CEILING PIC ZZZZ9.
           02 FILLER PIC X VALUE SPACE.
           02 EXR-FLAG PIC X(6).
           02 FILLER PIC X(6) VALUE " OVER ".
           02 EXR-PCT-OVER PIC ZZZZZZ9.9.
           02 FILLER PIC X(4) VALUE " PCT".
           02 FILLER PIC X(6) VALUE SPACES.
       01 NO-LIMITS-ROW.
           02 FILLER PIC X(6) VALUE "GRID: ".
           02 NLR-NAME PIC X(20).
           02 FILLER PIC X(30)
              VALUE " NO CAPACITY LIMITS ON FILE".
           02 FILLER PIC X(24) VALUE SPACES.
       01 CAPACITY-SUMMARY-ROW.
           02 CSR-LABEL PIC X(30).
           02 CSR-COUNT PIC ZZZZ9.
           02 FILLER PIC X(45) VALUE SPACES.
       01 FIRST-RUN-ROW.
           02 FILLER PIC X(46) VALUE
              "FIRST RUN FOR THIS GRID - NO MOVEMENT TO SHOW".
           ACCEPT STEP-START-TIME FROM TIME
           PERFORM READ-JOB-PARMS
           PERFORM CHECK-THRESH-PARM
           PERFORM LOAD-CAPACITY-MASTER
           PERFORM LOAD-REGION-HIERARCHY
           IF MATRIX-INPUT-ERROR-SWITCH = "Y"
              GOBACK
           END-IF
              GOBACK
           END-IF
           PERFORM PRINT-COMPARISON-SECTION
           PERFORM PRINT-REGION-SECTION
           CLOSE MATRIX-REPORT
           PERFORM PRINT-CAPACITY-SUMMARY
           CLOSE CAPACITY-EXCEPTIONS
           PERFORM REWRITE-MATRIX-MASTER
           PERFORM WRITE-STEP-STATS
           IF BATCH-MODE-SWITCH = "N"
              DISPLAY CLEANER
              MOVE MAXROW TO SCREEN-VALUE
              DISPLAY "MAX ROW IS " IMAXROW " WITH VALUE "
                                                     SCREEN-VALUE
              MOVE MINROW TO SCREEN-VALUE
              DISPLAY "MIN ROW IS " IMINROW " WITH VALUE "
                                                     SCREEN-VALUE
              MOVE MAXCOLUMN TO SCREEN-VALUE
              DISPLAY "MAX COLUMN IS " IMAXCOLUMN " WITH VALUE "
                                                     SCREEN-VALUE
              MOVE MINCOLUMN TO SCREEN-VALUE
              DISPLAY "MIN COLUMN IS " IMINCOLUMN " WITH VALUE "
                                                     SCREEN-VALUE
              MOVE 1 TO J
              PERFORM UNTIL J > NUM-ROWS
                MOVE 1 TO I
                PERFORM UNTIL I > NUM-COLS
                  MOVE ELEMENT(J,I) TO SCREEN-CELL
                  DISPLAY SCREEN-CELL
                  AT LINE (J + 5) COL (I * 5)
                  ADD 1 TO I
                END-PERFORM
                ADD 1 TO J
           MOVE GRID-COUNT TO STAT-FIGURE-1
           MOVE TOTAL-CELLS TO STAT-FIGURE-2
           MOVE COMBINED-GRAND TO STAT-FIGURE-3
           MOVE CAPACITY-BREACHES TO STAT-FIGURE-4
           WRITE STEP-STATS-RECORD
           CLOSE JOB-STEP-STATS.

      *PICKS UP A DEAD JOB'S TIMESTAMP.
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
              MOVE "F" TO MATRIX-ENTRY-MODE
              OPEN OUTPUT MATRIX-REPORT
              PERFORM SET-RUN-STAMP
              PERFORM OPEN-CAPACITY-EXCEPTIONS
              PERFORM READ-MATRIX-FILE
              CLOSE MATRIX-INPUT
              IF MATRIX-INPUT-ERROR-SWITCH = "Y"
                 CLOSE MATRIX-REPORT
                 CLOSE CAPACITY-EXCEPTIONS
              END-IF
           ELSE
              IF BATCH-MODE-SWITCH = "Y"
                 PERFORM ENTER-MATRIX
                 OPEN OUTPUT MATRIX-REPORT
                 PERFORM SET-RUN-STAMP
                 PERFORM OPEN-CAPACITY-EXCEPTIONS
                 MOVE "TERMINAL" TO CURRENT-GRID-NAME
                 PERFORM PROCESS-CURRENT-GRID
              END-IF
             MOVE 1 TO I
             PERFORM UNTIL I > NUM-COLS
               DISPLAY "INSERT ELEMENT " I " OF ROW " J ":"
               ACCEPT TERMINAL-CELL
               MOVE TERMINAL-CELL TO ELEMENT(J,I)
               ADD 1 TO I
             END-PERFORM
             ADD 1 TO J
           PERFORM FIND-MAX-COLUMN
           PERFORM FIND-MIN-COLUMN
           PERFORM COMPUTE-ANALYSIS-TOTALS
           PERFORM CHECK-GRID-CAPACITY
           PERFORM PRINT-GRID-SECTION
           PERFORM UPDATE-GRID-MASTER
           PERFORM ADD-TO-REGION
           COMPUTE TOTAL-CELLS = TOTAL-CELLS + NUM-ROWS * NUM-COLS
           ADD GRAND-TOTAL TO COMBINED-GRAND
           IF GRID-COUNT < 20

       FIND-MIN-ROW.
           MOVE 1 TO J
           MOVE 99999 TO MINROW
           PERFORM UNTIL J > NUM-ROWS
             MOVE 0 TO ROW-TOTAL
             MOVE 1 TO I

       FIND-MIN-COLUMN.
           MOVE 1 TO J
           MOVE 99999 TO MINCOLUMN
           PERFORM UNTIL J > NUM-COLS
             MOVE 0 TO ROW-TOTAL
             MOVE 1 TO I
           END-PERFORM.

       PRINT-GRID-SECTION.
           IF REGION-PASS-SWITCH = "Y"
              PERFORM PRINT-REGION-GRID-ROWS
           ELSE
              PERFORM PRINT-DEPOT-GRID-ROWS
           END-IF
           PERFORM PRINT-ANALYSIS
           PERFORM PRINT-GRID-MOVEMENT.

       PRINT-DEPOT-GRID-ROWS.
           MOVE CURRENT-GRID-NAME TO GHR-NAME
           MOVE GRID-HEADING-ROW TO REPORT-ROW
           WRITE REPORT-REC
           MOVE IMINCOLUMN TO RESULT-INDEX
           MOVE MINCOLUMN TO RESULT-VALUE
           MOVE RESULT-ROW TO REPORT-ROW
           WRITE REPORT-REC.

       COMPUTE-ANALYSIS-TOTALS.
           MOVE ZERO TO GRAND-TOTAL
                 AT END
                    MOVE "Y" TO MASTER-EOF-SWITCH
                 NOT AT END
                    IF MM-ENTRY-COUNT < 500
                       ADD 1 TO MM-ENTRY-COUNT
                       MOVE MM-GRID-NAME TO MMT-NAME(MM-ENTRY-COUNT)
                       MOVE MM-ROW TO MMT-ROW(MM-ENTRY-COUNT)
       UPDATE-ONE-MASTER-VALUE.
           PERFORM FIND-MASTER-SLOT
           IF MM-FOUND-INDEX = 0
              IF MM-ENTRY-COUNT < 500
                 ADD 1 TO MM-ENTRY-COUNT
                 MOVE CURRENT-GRID-NAME TO MMT-NAME(MM-ENTRY-COUNT)
                 MOVE WORK-ROW TO MMT-ROW(MM-ENTRY-COUNT)
              ADD 1 TO MM-INDEX
           END-PERFORM
           CLOSE MATRIX-MASTER.

       LOAD-CAPACITY-MASTER.
      *A MISSING CAPACITY MASTER ONLY MEANS NO LIMITS HAVE BEEN SET
      *YET: EVERY GRID IS LISTED AS HAVING NONE. A CARD THAT IS
      *THERE AND WRONG -- ROW OUT OF RANGE, CEILING OR WARNING NOT
      *NUMERIC, NO CEILING, A WARNING ABOVE ITS CEILING, THE SAME
      *GRID AND ROW TWICE -- FAILS THE STEP LIKE ANY OTHER BAD CARD,
      *SO A MIS-KEYED LIMIT NEVER HIDES A BREACH.
           OPEN INPUT MATRIX-CAPACITY
           IF MATRIX-CAPACITY-STATUS NOT = "00"
              DISPLAY "MATRIX-CAPACITY.txt NOT FOUND - NO CAPACITY "
                      "LIMITS CHECKED."
              MOVE "Y" TO CAPACITY-EOF-SWITCH
           ELSE
              MOVE "Y" TO CAPACITY-FILE-SWITCH
           END-IF
           PERFORM UNTIL CAPACITY-EOF-SWITCH = "Y"
              READ MATRIX-CAPACITY
                 AT END
                    MOVE "Y" TO CAPACITY-EOF-SWITCH
                 NOT AT END
                    IF CAP-GRID-NAME(1:1) NOT = "*"
                       AND MATRIX-CAPACITY-RECORD NOT = SPACES
                       PERFORM TAKE-CAPACITY-CARD
                    END-IF
              END-READ
           END-PERFORM
           IF MATRIX-CAPACITY-STATUS = "00"
              OR MATRIX-CAPACITY-STATUS = "10"
              CLOSE MATRIX-CAPACITY
           END-IF.

       TAKE-CAPACITY-CARD.
           MOVE 0 TO CAP-FOUND-INDEX
           IF CAP-ROW IS NUMERIC
              MOVE CAP-GRID-NAME TO CURRENT-GRID-NAME
              MOVE CAP-ROW TO WORK-ROW
              PERFORM FIND-CAPACITY-SLOT
           END-IF
           IF CAP-ROW IS NOT NUMERIC OR CAP-ROW > MAX-DIM
              OR CAP-CEILING IS NOT NUMERIC
              OR CAP-WARNING IS NOT NUMERIC
              OR CAP-GRID-NAME = SPACES
              PERFORM CAPACITY-CARD-INVALID
           ELSE
           IF CAP-CEILING = ZERO OR CAP-WARNING > CAP-CEILING
              PERFORM CAPACITY-CARD-INVALID
           ELSE
           IF CAP-FOUND-INDEX > 0
              PERFORM CAPACITY-CARD-INVALID
           ELSE
           IF CAP-ENTRY-COUNT NOT < 300
              MOVE "Y" TO MATRIX-INPUT-ERROR-SWITCH
              MOVE "Y" TO CAPACITY-EOF-SWITCH
              DISPLAY "MATRIX-CAPACITY.txt: MORE THAN 300 CARDS."
              MOVE 16 TO RETURN-CODE
           ELSE
              ADD 1 TO CAP-ENTRY-COUNT
              MOVE CAP-GRID-NAME TO CPT-NAME(CAP-ENTRY-COUNT)
              MOVE CAP-ROW TO CPT-ROW(CAP-ENTRY-COUNT)
              MOVE CAP-CEILING TO CPT-CEILING(CAP-ENTRY-COUNT)
              MOVE CAP-WARNING TO CPT-WARNING(CAP-ENTRY-COUNT)
           END-IF
           END-IF
           END-IF
           END-IF.

       CAPACITY-CARD-INVALID.
           MOVE "Y" TO MATRIX-INPUT-ERROR-SWITCH
           DISPLAY "MATRIX-CAPACITY.txt: BAD CARD - "
                   MATRIX-CAPACITY-RECORD
           DISPLAY "EXPECTED: GRID NAME, ROW 00-10, CEILING AND "
                   "WARNING LEVEL (00001-99999, WARNING NOT ABOVE "
                   "CEILING), ONE CARD PER GRID AND ROW."
           MOVE 16 TO RETURN-CODE.

       FIND-CAPACITY-SLOT.
      *SEARCHES THE CAPACITY MASTER FOR THE CURRENT GRID'S WORK-ROW
      *CARD. RETURNS ITS INDEX IN CAP-FOUND-INDEX, OR ZERO WHEN NO
      *LIMIT IS SET FOR THIS GRID AND ROW.
           MOVE 0 TO CAP-FOUND-INDEX
           MOVE 1 TO CAP-INDEX
           PERFORM UNTIL CAP-INDEX > CAP-ENTRY-COUNT
              IF CPT-NAME(CAP-INDEX) = CURRENT-GRID-NAME
                 AND CPT-ROW(CAP-INDEX) = WORK-ROW
                 MOVE CAP-INDEX TO CAP-FOUND-INDEX
                 COMPUTE CAP-INDEX = CAP-ENTRY-COUNT + 1
              ELSE
                 ADD 1 TO CAP-INDEX
              END-IF
           END-PERFORM.

       OPEN-CAPACITY-EXCEPTIONS.
           OPEN OUTPUT CAPACITY-EXCEPTIONS
           MOVE "MATRIX CAPACITY EXCEPTIONS" TO CX-ROW
           PERFORM WRITE-CAPACITY-ROW
           IF CAPACITY-FILE-SWITCH = "N"
              MOVE "NO CAPACITY MASTER ON FILE - NO LIMITS CHECKED."
                TO CX-ROW
              PERFORM WRITE-CAPACITY-ROW
           END-IF.

       WRITE-CAPACITY-ROW.
           MOVE RUN-DATE TO CX-STAMP-DATE
           MOVE RUN-TIME TO CX-STAMP-TIME
           MOVE RUN-TIME(1:4) TO CX-STAMP-ID
           MOVE SPACE TO CX-STAMP-SEP
           WRITE CAPACITY-EXCEPTIONS-RECORD.

       CHECK-GRID-CAPACITY.
      *THE GRID TOTAL AND EVERY ROW ARE HELD AGAINST THEIR CARDS.
      *ONLY BREACHES AND NEAR-BREACHES ARE LISTED, UNDER THE GRID'S
      *NAME; A GRID WITH NO CARD AT ALL IS LISTED AS HAVING NO
      *LIMITS, SO A NEW DEPOT CANNOT GO UNCHECKED UNNOTICED.
           ADD 1 TO GRIDS-CHECKED
           MOVE "N" TO GRID-HEADED-SWITCH
           MOVE "N" TO GRID-LIMITS-SWITCH
           MOVE ZERO TO WORK-ROW
           MOVE GRAND-TOTAL TO CAPACITY-VALUE
           PERFORM CHECK-ONE-CAPACITY
           MOVE 1 TO J
           PERFORM UNTIL J > NUM-ROWS
              MOVE J TO WORK-ROW
              MOVE ROW-SUM(J) TO CAPACITY-VALUE
              PERFORM CHECK-ONE-CAPACITY
              ADD 1 TO J
           END-PERFORM
           IF GRID-LIMITS-SWITCH = "N"
              ADD 1 TO GRIDS-WITHOUT-LIMITS
              MOVE CURRENT-GRID-NAME TO NLR-NAME
              MOVE NO-LIMITS-ROW TO CX-ROW
              PERFORM WRITE-CAPACITY-ROW
           END-IF.

       CHECK-ONE-CAPACITY.
      *OVER THE CEILING IS A BREACH; AT OR OVER THE WARNING LEVEL
      *IS A NEAR-BREACH. THE PERCENTAGE IS HOW FAR OVER THE LEVEL
      *CROSSED THE VALUE STANDS.
           PERFORM FIND-CAPACITY-SLOT
           MOVE SPACES TO CAPACITY-FLAG
           IF CAP-FOUND-INDEX > 0
              MOVE "Y" TO GRID-LIMITS-SWITCH
              IF CAPACITY-VALUE > CPT-CEILING(CAP-FOUND-INDEX)
                 MOVE "BREACH" TO CAPACITY-FLAG
                 MOVE CPT-CEILING(CAP-FOUND-INDEX) TO CAPACITY-LEVEL
                 ADD 1 TO CAPACITY-BREACHES
              ELSE
              IF CPT-WARNING(CAP-FOUND-INDEX) > ZERO
                 AND CAPACITY-VALUE
                     NOT < CPT-WARNING(CAP-FOUND-INDEX)
                 MOVE "NEAR" TO CAPACITY-FLAG
                 MOVE CPT-WARNING(CAP-FOUND-INDEX) TO CAPACITY-LEVEL
                 ADD 1 TO NEAR-BREACHES
              END-IF
              END-IF
           END-IF
           IF CAPACITY-FLAG NOT = SPACES
              PERFORM WRITE-CAPACITY-EXCEPTION
           END-IF.

       WRITE-CAPACITY-EXCEPTION.
           IF GRID-HEADED-SWITCH = "N"
              MOVE "Y" TO GRID-HEADED-SWITCH
              MOVE CURRENT-GRID-NAME TO GHR-NAME
              MOVE GRID-HEADING-ROW TO CX-ROW
              PERFORM WRITE-CAPACITY-ROW
           END-IF
           IF WORK-ROW = ZERO
              MOVE "TOTAL" TO EXR-WHAT
           ELSE
              MOVE WORK-ROW TO RLW-ROW
              MOVE ROW-LABEL-WORK TO EXR-WHAT
           END-IF
           COMPUTE CAPACITY-PCT-OVER ROUNDED
              = (CAPACITY-VALUE - CAPACITY-LEVEL) * 100
              / CAPACITY-LEVEL
           MOVE CAPACITY-VALUE TO EXR-VALUE
           MOVE CPT-WARNING(CAP-FOUND-INDEX) TO EXR-WARNING
           MOVE CPT-CEILING(CAP-FOUND-INDEX) TO EXR-CEILING
           MOVE CAPACITY-FLAG TO EXR-FLAG
           MOVE CAPACITY-PCT-OVER TO EXR-PCT-OVER
           MOVE EXCEPTION-ROW TO CX-ROW
           PERFORM WRITE-CAPACITY-ROW.

       PRINT-CAPACITY-SUMMARY.
           MOVE "CAPACITY SUMMARY:" TO CX-ROW
           PERFORM WRITE-CAPACITY-ROW
           MOVE "GRIDS CHECKED:                " TO CSR-LABEL
           MOVE GRIDS-CHECKED TO CSR-COUNT
           MOVE CAPACITY-SUMMARY-ROW TO CX-ROW
           PERFORM WRITE-CAPACITY-ROW
           MOVE "GRIDS WITH NO LIMITS ON FILE: " TO CSR-LABEL
           MOVE GRIDS-WITHOUT-LIMITS TO CSR-COUNT
           MOVE CAPACITY-SUMMARY-ROW TO CX-ROW
           PERFORM WRITE-CAPACITY-ROW
           MOVE "BREACHES (OVER CEILING):      " TO CSR-LABEL
           MOVE CAPACITY-BREACHES TO CSR-COUNT
           MOVE CAPACITY-SUMMARY-ROW TO CX-ROW
           PERFORM WRITE-CAPACITY-ROW
           MOVE "NEAR-BREACHES (AT WARNING):   " TO CSR-LABEL
           MOVE NEAR-BREACHES TO CSR-COUNT
           MOVE CAPACITY-SUMMARY-ROW TO CX-ROW
           PERFORM WRITE-CAPACITY-ROW
           IF CAPACITY-BREACHES > ZERO OR NEAR-BREACHES > ZERO
              DISPLAY "MATRIX: " CAPACITY-BREACHES " CAPACITY "
                      "BREACHES, " NEAR-BREACHES " NEAR-BREACHES - "
                      "SEE MATRIX-CAPACITY-EXCEPTIONS.txt."
           END-IF.

       LOAD-REGION-HIERARCHY.
      *NO HIERARCHY FILE MEANS NO REGIONAL ROLL-UP, AND THE REPORT
      *IS THE DEPOT REPORT IT ALWAYS WAS. A CARD WITH NO DEPOT OR
      *NO REGION, A DEPOT ON TWO CARDS, A REGION NAMED LIKE A DEPOT,
      *OR MORE DEPOTS OR REGIONS THAN THE TABLES HOLD FAILS THE STEP.
           OPEN INPUT MATRIX-REGIONS
           IF MATRIX-REGIONS-STATUS NOT = "00"
              MOVE "Y" TO REGIONS-EOF-SWITCH
           END-IF
           PERFORM UNTIL REGIONS-EOF-SWITCH = "Y"
              READ MATRIX-REGIONS
                 AT END
                    MOVE "Y" TO REGIONS-EOF-SWITCH
                 NOT AT END
                    IF RGN-DEPOT-NAME(1:1) NOT = "*"
                       AND MATRIX-REGIONS-RECORD NOT = SPACES
                       PERFORM TAKE-REGION-CARD
                    END-IF
              END-READ
           END-PERFORM
           IF MATRIX-REGIONS-STATUS = "00"
              OR MATRIX-REGIONS-STATUS = "10"
              CLOSE MATRIX-REGIONS
           END-IF
           IF MATRIX-INPUT-ERROR-SWITCH = "N"
              PERFORM CHECK-REGION-NAMES
           END-IF.

       TAKE-REGION-CARD.
           MOVE RGN-DEPOT-NAME TO CURRENT-GRID-NAME
           PERFORM FIND-DEPOT-REGION
           IF RGN-DEPOT-NAME = SPACES OR RGN-REGION-NAME = SPACES
              OR DR-FOUND-INDEX > 0
              PERFORM REGION-CARD-INVALID
           ELSE
              MOVE RGN-REGION-NAME TO CURRENT-GRID-NAME
              PERFORM FIND-REGION-SLOT
              IF RG-FOUND-INDEX = 0 AND REGION-COUNT < 20
                 ADD 1 TO REGION-COUNT
                 MOVE RGN-REGION-NAME TO RG-NAME(REGION-COUNT)
                 MOVE ZERO TO RG-DEPOTS(REGION-COUNT)
                 MOVE REGION-COUNT TO RG-FOUND-INDEX
              END-IF
              IF RG-FOUND-INDEX = 0 OR DR-COUNT NOT < 100
                 MOVE "Y" TO MATRIX-INPUT-ERROR-SWITCH
                 MOVE "Y" TO REGIONS-EOF-SWITCH
                 DISPLAY "MATRIX-REGIONS.txt: MORE THAN 100 DEPOTS OR "
                         "20 REGIONS."
                 MOVE 16 TO RETURN-CODE
              ELSE
                 ADD 1 TO DR-COUNT
                 MOVE RGN-DEPOT-NAME TO DR-DEPOT(DR-COUNT)
                 MOVE RG-FOUND-INDEX TO DR-REGION-INDEX(DR-COUNT)
                 MOVE ZERO TO DR-GRAND(DR-COUNT)
                 MOVE "N" TO DR-OUTCOME(DR-COUNT)
              END-IF
           END-IF.

       CHECK-REGION-NAMES.
      *A REGION'S TREND LIVES ON MATRIX-MASTER.txt UNDER ITS OWN
      *NAME, SO IT MUST NOT BE A DEPOT'S NAME AS WELL.
           MOVE 1 TO RG-INDEX
           PERFORM UNTIL RG-INDEX > REGION-COUNT
              MOVE RG-NAME(RG-INDEX) TO CURRENT-GRID-NAME
              PERFORM FIND-DEPOT-REGION
              IF DR-FOUND-INDEX > 0
                 MOVE "Y" TO MATRIX-INPUT-ERROR-SWITCH
                 DISPLAY "MATRIX-REGIONS.txt: REGION "
                         RG-NAME(RG-INDEX) " IS ALSO A DEPOT NAME."
                 MOVE 16 TO RETURN-CODE
              END-IF
              ADD 1 TO RG-INDEX
           END-PERFORM.

       REGION-CARD-INVALID.
           MOVE "Y" TO MATRIX-INPUT-ERROR-SWITCH
           DISPLAY "MATRIX-REGIONS.txt: BAD CARD - "
                   MATRIX-REGIONS-RECORD
           DISPLAY "EXPECTED: DEPOT NAME IN COLUMNS 1-20, REGION NAME "
                   "IN COLUMNS 22-41, ONE CARD PER DEPOT."
           MOVE 16 TO RETURN-CODE.

       FIND-DEPOT-REGION.
      *RETURNS THE HIERARCHY CARD FOR THE DEPOT NAMED IN
      *CURRENT-GRID-NAME IN DR-FOUND-INDEX, OR ZERO.
           MOVE 0 TO DR-FOUND-INDEX
           MOVE 1 TO DR-INDEX
           PERFORM UNTIL DR-INDEX > DR-COUNT
              IF DR-DEPOT(DR-INDEX) = CURRENT-GRID-NAME
                 MOVE DR-INDEX TO DR-FOUND-INDEX
                 COMPUTE DR-INDEX = DR-COUNT + 1
              ELSE
                 ADD 1 TO DR-INDEX
              END-IF
           END-PERFORM.

       FIND-REGION-SLOT.
           MOVE 0 TO RG-FOUND-INDEX
           MOVE 1 TO RG-INDEX
           PERFORM UNTIL RG-INDEX > REGION-COUNT
              IF RG-NAME(RG-INDEX) = CURRENT-GRID-NAME
                 MOVE RG-INDEX TO RG-FOUND-INDEX
                 COMPUTE RG-INDEX = REGION-COUNT + 1
              ELSE
                 ADD 1 TO RG-INDEX
              END-IF
           END-PERFORM.

       ADD-TO-REGION.
      *THE FIRST DEPOT OF A REGION TO ARRIVE FIXES THE REGIONAL
      *GRID'S SHAPE. CELL BY CELL ONLY MEANS SOMETHING BETWEEN GRIDS
      *OF ONE SHAPE, SO A DEPOT WHOSE GRID DIFFERS IS LEFT OUT AND
      *NAMED ON THE REGION'S SHARE SECTION.
           PERFORM FIND-DEPOT-REGION
           IF DR-FOUND-INDEX > 0
              MOVE DR-REGION-INDEX(DR-FOUND-INDEX) TO RG-INDEX
              IF RG-DEPOTS(RG-INDEX) = ZERO
                 MOVE NUM-ROWS TO RG-ROWS(RG-INDEX)
                 MOVE NUM-COLS TO RG-COLS(RG-INDEX)
                 MOVE ZERO TO RG-GRID(RG-INDEX)
              END-IF
              IF NUM-ROWS = RG-ROWS(RG-INDEX)
                 AND NUM-COLS = RG-COLS(RG-INDEX)
                 ADD 1 TO RG-DEPOTS(RG-INDEX)
                 ADD GRAND-TOTAL TO DR-GRAND(DR-FOUND-INDEX)
                 MOVE "Y" TO DR-OUTCOME(DR-FOUND-INDEX)
                 MOVE 1 TO J
                 PERFORM UNTIL J > NUM-ROWS
                    MOVE 1 TO I
                    PERFORM UNTIL I > NUM-COLS
                       ADD ELEMENT(J,I) TO RG-CELL(RG-INDEX,J,I)
                       ADD 1 TO I
                    END-PERFORM
                    ADD 1 TO J
                 END-PERFORM
              ELSE
                 MOVE "S" TO DR-OUTCOME(DR-FOUND-INDEX)
              END-IF
           END-IF.

       PRINT-REGION-SECTION.
      *EACH REGION WITH AT LEAST ONE DEPOT GRID TONIGHT GETS THE
      *SAME ANALYSIS AND MOVEMENT SECTIONS AS A DEPOT, THEN EACH
      *OF ITS DEPOTS' SHARE OF THE REGIONAL GRAND TOTAL.
           IF REGION-COUNT > ZERO
              MOVE "REGIONAL ROLL-UP:" TO REPORT-ROW
              WRITE REPORT-REC
              MOVE "Y" TO REGION-PASS-SWITCH
              MOVE 1 TO RG-INDEX
              PERFORM UNTIL RG-INDEX > REGION-COUNT
                 IF RG-DEPOTS(RG-INDEX) > ZERO
                    PERFORM PROCESS-REGION-GRID
                 END-IF
                 ADD 1 TO RG-INDEX
              END-PERFORM
              MOVE "N" TO REGION-PASS-SWITCH
              IF REGIONS-ROLLED = ZERO
                 MOVE "NO REGION HAD A DEPOT GRID THIS RUN." TO
                   REPORT-ROW
                 WRITE REPORT-REC
              END-IF
           END-IF.

       PROCESS-REGION-GRID.
      *THE REGIONAL GRID IS LOADED INTO THE WORKING GRID AND PUT
      *THROUGH THE DEPOT ANALYSIS. IT STAYS OUT OF THE CROSS-DEPOT
      *COMPARISON, THE CAPACITY CHECK AND THE STEP FIGURES, WHICH
      *ARE ABOUT DEPOTS.
           ADD 1 TO REGIONS-ROLLED
           MOVE RG-NAME(RG-INDEX) TO CURRENT-GRID-NAME
           MOVE RG-ROWS(RG-INDEX) TO NUM-ROWS
           MOVE RG-COLS(RG-INDEX) TO NUM-COLS
           MOVE 1 TO J
           PERFORM UNTIL J > NUM-ROWS
              MOVE 1 TO I
              PERFORM UNTIL I > NUM-COLS
                 MOVE RG-CELL(RG-INDEX,J,I) TO ELEMENT(J,I)
                 ADD 1 TO I
              END-PERFORM
              ADD 1 TO J
           END-PERFORM
           PERFORM FIND-MAX-ROW
           PERFORM FIND-MIN-ROW
           PERFORM FIND-MAX-COLUMN
           PERFORM FIND-MIN-COLUMN
           PERFORM COMPUTE-ANALYSIS-TOTALS
           PERFORM PRINT-GRID-SECTION
           PERFORM UPDATE-GRID-MASTER
           PERFORM PRINT-DEPOT-SHARES.

       PRINT-REGION-GRID-ROWS.
           MOVE CURRENT-GRID-NAME TO RHR-NAME
           MOVE REGION-HEADING-ROW TO REPORT-ROW
           WRITE REPORT-REC
           MOVE "REGIONAL GRID (DEPOT GRIDS ADDED CELL BY CELL):"
             TO REPORT-ROW
           WRITE REPORT-REC
           MOVE 1 TO J
           PERFORM UNTIL J > NUM-ROWS
             MOVE SPACES TO REGION-ELEMENT-ROW(8:50)
             MOVE J TO RER-ROW
             MOVE 1 TO I
             PERFORM UNTIL I > NUM-COLS
               MOVE ELEMENT(J,I) TO RER-CELL(I)
               ADD 1 TO I
             END-PERFORM
             MOVE REGION-ELEMENT-ROW TO REPORT-ROW
             WRITE REPORT-REC
             ADD 1 TO J
           END-PERFORM
           MOVE "MAX ROW" TO RRR-LABEL
           MOVE IMAXROW TO RRR-INDEX
           MOVE MAXROW TO RRR-VALUE
           MOVE REGION-RESULT-ROW TO REPORT-ROW
           WRITE REPORT-REC
           MOVE "MIN ROW" TO RRR-LABEL
           MOVE IMINROW TO RRR-INDEX
           MOVE MINROW TO RRR-VALUE
           MOVE REGION-RESULT-ROW TO REPORT-ROW
           WRITE REPORT-REC
           MOVE "MAX COLUMN" TO RRR-LABEL
           MOVE IMAXCOLUMN TO RRR-INDEX
           MOVE MAXCOLUMN TO RRR-VALUE
           MOVE REGION-RESULT-ROW TO REPORT-ROW
           WRITE REPORT-REC
           MOVE "MIN COLUMN" TO RRR-LABEL
           MOVE IMINCOLUMN TO RRR-INDEX
           MOVE MINCOLUMN TO RRR-VALUE
           MOVE REGION-RESULT-ROW TO REPORT-ROW
           WRITE REPORT-REC.

       PRINT-DEPOT-SHARES.
      *EVERY DEPOT THE HIERARCHY PUTS IN THE REGION, IN CARD ORDER:
      *ITS GRAND TOTAL AND SHARE OF THE REGION'S, OR WHY IT IS NOT
      *IN THE REGIONAL GRID.
           MOVE "DEPOT SHARE OF REGION:" TO REPORT-ROW
           WRITE REPORT-REC
           MOVE 1 TO DR-INDEX
           PERFORM UNTIL DR-INDEX > DR-COUNT
              IF DR-REGION-INDEX(DR-INDEX) = RG-INDEX
                 PERFORM PRINT-ONE-DEPOT-SHARE
              END-IF
              ADD 1 TO DR-INDEX
           END-PERFORM.

       PRINT-ONE-DEPOT-SHARE.
           IF DR-OUTCOME(DR-INDEX) = "Y"
              IF GRAND-TOTAL > ZERO
                 COMPUTE ANALYSIS-SHARE ROUNDED
                    = DR-GRAND(DR-INDEX) * 100 / GRAND-TOTAL
              ELSE
                 MOVE ZERO TO ANALYSIS-SHARE
              END-IF
              MOVE DR-DEPOT(DR-INDEX) TO DSR-NAME
              MOVE DR-GRAND(DR-INDEX) TO DSR-GRAND
              MOVE ANALYSIS-SHARE TO DSR-SHARE
              MOVE DEPOT-SHARE-ROW TO REPORT-ROW
           ELSE
              MOVE DR-DEPOT(DR-INDEX) TO DNR-NAME
              IF DR-OUTCOME(DR-INDEX) = "S"
                 MOVE "NOT ROLLED UP - GRID SHAPE DIFFERS"
                   TO DNR-NOTE
              ELSE
                 MOVE "NO GRID THIS RUN" TO DNR-NOTE
              END-IF
              MOVE DEPOT-NOTE-ROW TO REPORT-ROW
           END-IF
           WRITE REPORT-REC.
