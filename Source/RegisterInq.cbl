           02 REG-END-TIME PIC 9(8).
           02 FILLER PIC X.
           02 REG-STATUS PIC X(9).
           02 FILLER PIC X.
           02 REG-STEP-NAME PIC X(16).
       FD REGISTER-REPORT
           LABEL RECORD IS OMITTED.
       01 REPORT-LINE PIC X(80).
       01 TODAY-DATE PIC 9(8).
       01 FIRST-REG-DATE PIC 9(8) VALUE ZERO.
       01 COMPLETED-COUNT PIC 9(4) VALUE ZERO.
      *A RESTARTED RUN KEEPS ITS ORIGINAL START DATE AND TIME ON
      *EVERY RECORD, SO IT COUNTS ONCE HOWEVER OFTEN IT RESTARTED.
       01 RUNS-STARTED PIC 9(5) VALUE ZERO.
       01 RUNS-RESTARTED PIC 9(5) VALUE ZERO.
       01 LAST-RESTART-DATE PIC 9(8) VALUE ZERO.
       01 LAST-RESTART-TIME PIC 9(8) VALUE ZERO.
      *SEVEN YEARS OF RETENTION IS ROUGHLY 2557 DAILY RUNS; 3000
      *SLOTS LEAVES ROOM, THE SAME WAY CALC-ARCHIVE SIZES ITS
      *MONTH TABLE.
           02 LST-END-TIME PIC 9(8).
           02 FILLER PIC X VALUE SPACE.
           02 LST-STATUS PIC X(9).
           02 FILLER PIC X VALUE SPACE.
           02 LST-STEP-NAME PIC X(16).
           02 FILLER PIC X(15) VALUE SPACES.
       01 MISSED-ROW.
           02 FILLER PIC X(11) VALUE "NO RUN ON: ".
           02 MISSED-DATE PIC 9(8).
      *CALENDAR FROM THE FIRST REGISTERED DATE TO TODAY AND FLAGS
      *EVERY BUSINESS DAY (MONDAY TO FRIDAY) WITH NO COMPLETED RUN,
      *SO A MISSED BATCH WINDOW SURFACES THE NEXT MORNING INSTEAD OF
      *AT MONTH-END RECONCILIATION. STEP-DONE, STEP-WARN AND
      *RESTARTED ENTRIES CARRY THE START TIME OF THE RUN THEY BELONG
      *TO; THEIR END COLUMN IS THE TIME THE STEP FINISHED OR THE
      *RESTART BEGAN.
       MAIN.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-HOLIDAY-CALENDAR
           MOVE REG-START-TIME TO LST-START-TIME
           MOVE REG-END-TIME TO LST-END-TIME
           MOVE REG-STATUS TO LST-STATUS
           MOVE REG-STEP-NAME TO LST-STEP-NAME
           MOVE LISTING-ROW TO REPORT-LINE
           WRITE REPORT-LINE
           IF FIRST-REG-DATE = ZERO
              OR REG-SCHED-DATE < FIRST-REG-DATE
              MOVE REG-SCHED-DATE TO FIRST-REG-DATE
           END-IF
           IF REG-STATUS = "STARTED"
              ADD 1 TO RUNS-STARTED
           END-IF
           IF REG-STATUS = "RESTARTED"
              AND (REG-START-DATE NOT = LAST-RESTART-DATE
                   OR REG-START-TIME NOT = LAST-RESTART-TIME)
              ADD 1 TO RUNS-RESTARTED
              MOVE REG-START-DATE TO LAST-RESTART-DATE
              MOVE REG-START-TIME TO LAST-RESTART-TIME
           END-IF
           IF REG-STATUS = "COMPLETED" AND COMPLETED-COUNT < 3000
              ADD 1 TO COMPLETED-COUNT
              MOVE REG-SCHED-DATE TO COMPLETED-DATE(COMPLETED-COUNT)
           MOVE ENTRIES-LISTED TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RUNS STARTED:                 " TO SUMMARY-LABEL
           MOVE RUNS-STARTED TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  OF WHICH RESTARTED:         " TO SUMMARY-LABEL
           MOVE RUNS-RESTARTED TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BUSINESS DAYS WITH NO RUN:    " TO SUMMARY-LABEL
           MOVE MISSED-DAYS TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-LINE
