       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-LOG ASSIGN TO "JOB-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-LOG-STATUS.
           SELECT JOB-STAMP ASSIGN TO "JOB-RUN-STAMP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-STAMP-STATUS.
           SELECT JOB-STEP-STATS ASSIGN TO "JOB-STEP-STATS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-STEP-STATS-STATUS.
           SELECT STEP-HISTORY ASSIGN TO "JOB-STEP-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STEP-HISTORY-STATUS.
           SELECT JOB-SUMMARY ASSIGN TO "JOB-SUMMARY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-SUMMARY-STATUS.
           SELECT MATRIX-INPUT ASSIGN TO "MATRIX-INPUT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MATRIX-INPUT-STATUS.
      *LIKEWISE THE BUREAU MASTER: WITHOUT IT CALC-EDIT WOULD
      *REFUSE EVERY BATCH AFTER CONSUMING THE TRANSMISSION.
           SELECT BUREAU-MASTER ASSIGN TO "CALC-BUREAU-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BUREAU-MASTER-STATUS.
           SELECT POSTING-HELD ASSIGN TO "GL-POSTING-HELD.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTING-HELD-STATUS.
           SELECT OPERATOR-AUTHORITY ASSIGN TO "OPERATOR-AUTHORITY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-AUTHORITY-STATUS.
           SELECT OVERRIDE-LOG ASSIGN TO "OVERRIDE-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OVERRIDE-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD JOB-LOG
           02 JOB-STAMP-ACTIVE PIC X.
           02 JOB-STAMP-DATE PIC 9(8).
           02 JOB-STAMP-TIME PIC 9(8).
           02 JOB-STAMP-ISSUED-DATE PIC 9(8).
           02 FILLER PIC X(55).
      *PERSISTENT REGISTER OF EVERY DRIVER RUN: ONE STARTED RECORD
      *WHEN THE JOB OPENS AND ONE COMPLETED RECORD WHEN IT CLOSES,
      *APPEND-ONLY SO THE MORNING CHECK (REGISTER-INQ) CAN SEE BOTH
      *DOUBLE RUNS AND WINDOWS WHERE THE JOB NEVER RAN AT ALL.
      *BETWEEN THEM, A STEP-DONE (OR STEP-WARN, FOR CONDITION CODE
      *4) RECORD NAMES EACH STEP AS IT FINISHES, WITH THE FINISH
      *TIME IN REG-END-TIME. A RESTART WRITES A RESTARTED RECORD,
      *WITH THE TIME IT BEGAN IN REG-END-TIME, AND CARRIES ON UNDER
      *THE ORIGINAL RUN'S START DATE AND TIME, SO EVERY RECORD OF
      *ONE RUN SHARES ONE KEY HOWEVER MANY TIMES IT IS RESTARTED.
       FD RUN-REGISTER
           LABEL RECORD IS OMITTED.
       01 RUN-REGISTER-RECORD.
           02 REG-END-TIME PIC 9(8).
           02 FILLER PIC X.
           02 REG-STATUS PIC X(9).
           02 FILLER PIC X.
           02 REG-STEP-NAME PIC X(16).
       FD JOB-PARMS
           LABEL RECORD IS OMITTED.
       01 JOB-PARMS-RECORD.
           02 PARM-KEYWORD PIC X(14).
           02 PARM-VALUE PIC X(10).
           02 PARM-OPERATOR PIC X(8).
           02 FILLER PIC X.
           02 PARM-REASON PIC X(40).
           02 FILLER PIC X(7).
      *PER-STEP STATISTICS THE THREE PROGRAMS APPEND AS THEY RUN:
      *START AND END TIME AND THREE FIGURES WHOSE MEANING DEPENDS
      *ON THE PROGRAM, AND FOR MATRIX ALONE A FOURTH, THE CAPACITY
      *BREACH COUNT. THE DRIVER CLEARS THE FILE AT JOB START AND
      *FOLDS IT INTO THE ONE-PAGE JOB-SUMMARY AT JOB END, THEN CARRIES
      *EACH FINISHED STEP'S FIGURES ONTO JOB-STEP-HISTORY.txt.
       FD JOB-STEP-STATS
           LABEL RECORD IS OMITTED.
       01 STEP-STATS-RECORD.
           02 STAT-FIGURE-2 PIC 9(9).
           02 FILLER PIC X.
           02 STAT-FIGURE-3 PIC 9(9).
           02 FILLER PIC X.
           02 STAT-FIGURE-4 PIC 9(9).
       FD STEP-HISTORY
           LABEL RECORD IS OMITTED.
       01 STEP-HISTORY-RECORD.
           COPY STEPHIST.
      *ONE-PAGE MORNING-CHECK SUMMARY. THE STAMP FIELDS CARRY SUM-
      *NAMES BECAUSE THE RUNSTMP COPYBOOK ALREADY NAMES THE JOB-LOG
      *RECORD'S STAMP IN THIS PROGRAM.
       FD MATRIX-INPUT
           LABEL RECORD IS OMITTED.
       01 MATRIX-INPUT-RECORD PIC X(80).
       FD BUREAU-MASTER
           LABEL RECORD IS OMITTED.
       01 BUREAU-MASTER-RECORD PIC X(45).
      *THE RUN STAMPS CALC-POSTING HELD BACK TONIGHT BECAUSE
      *CALC-BALANCE, JOURNAL-RECON OR CALC-RECALC DID NOT PASS
      *THEM, OR BECAUSE THEY ARE DATED IN A CLOSED PERIOD OR OFF
      *THE CALENDAR, WITH EACH CHECK'S VERDICT AND THE PERIOD'S
      *STATUS. THE DRIVER ONLY COPIES IT ONTO THE SUMMARY.
       FD POSTING-HELD
           LABEL RECORD IS OMITTED.
       01 POSTING-HELD-RECORD.
           02 HELD-STAMP PIC X(20).
           02 FILLER PIC X.
           02 HELD-BALANCE-VERDICT PIC X(4).
           02 FILLER PIC X.
           02 HELD-RECON-VERDICT PIC X(4).
           02 FILLER PIC X.
           02 HELD-DATE PIC 9(8).
           02 FILLER PIC X.
           02 HELD-RECALC-VERDICT PIC X(4).
           02 FILLER PIC X.
           02 HELD-PERIOD PIC X(6).
           02 FILLER PIC X.
           02 HELD-PERIOD-STATUS PIC X(6).
           02 FILLER PIC X.
           02 HELD-CURRENCY PIC X(3).
           02 FILLER PIC X.
           02 HELD-RATE-STATUS PIC X(4).
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
       01 POSTING-HELD-STATUS PIC XX.
       01 HELD-EOF-SWITCH PIC X VALUE "N".
       01 HELD-COUNT PIC 9(5) VALUE ZERO.
       01 POSTING-RAN-SWITCH PIC X VALUE "N".
       01 CALC-INPUT-STATUS PIC XX.
       01 ELEMENTS-INPUT-STATUS PIC XX.
       01 MATRIX-INPUT-STATUS PIC XX.
       01 BUREAU-MASTER-STATUS PIC XX.
      *EVERY CARD THE SUITE CONSUMES IS COLLECTED HERE ON THE
      *DRIVER'S ONE PASS THROUGH JOB-PARMS.txt, SO THE PRE-FLIGHT
      *CHECK CAN APPLY THE SAME RULES THE INDIVIDUAL PROGRAMS APPLY
       01 PF-COLS-VALUE PIC X(2).
       01 PF-OVERRIDE-FOUND PIC X VALUE "N".
       01 PF-OVERRIDE-VALUE PIC X.
       01 PF-OVERRIDE-OPERATOR PIC X(8).
       01 PF-OVERRIDE-REASON PIC X(40).
       01 PF-EOVERRIDE-FOUND PIC X VALUE "N".
       01 PF-EOVERRIDE-VALUE PIC X.
       01 PF-EOVERRIDE-OPERATOR PIC X(8).
       01 PF-EOVERRIDE-REASON PIC X(40).
       01 PF-POVERRIDE-FOUND PIC X VALUE "N".
       01 PF-POVERRIDE-VALUE PIC X.
       01 PF-POVERRIDE-OPERATOR PIC X(8).
       01 PF-POVERRIDE-REASON PIC X(40).
       01 PF-DUPWIN-FOUND PIC X VALUE "N".
       01 PF-DUPWIN-VALUE PIC X(3).
       01 PF-GENS-FOUND PIC X VALUE "N".
       01 PF-GENS-VALUE PIC X.
       01 PF-THRESH-FOUND PIC X VALUE "N".
       01 PF-THRESH-VALUE PIC X(3).
       01 PF-WINEND-FOUND PIC X VALUE "N".
       01 PF-WINEND-VALUE PIC X(4).
       01 PF-WINEND-SPLIT REDEFINES PF-WINEND-VALUE.
           02 PF-WINEND-HH PIC XX.
           02 PF-WINEND-MM PIC XX.
       01 PF-WINDAYS-FOUND PIC X VALUE "N".
       01 PF-WINDAYS-VALUE PIC X(3).
       01 PF-CLOSEDPER-FOUND PIC X VALUE "N".
       01 PF-CLOSEDPER-VALUE PIC X(4).
       01 PF-BASECUR-FOUND PIC X VALUE "N".
       01 PF-BASECUR-VALUE PIC X(3).
       01 PF-RESTART-FOUND PIC X VALUE "N".
       01 PF-RESTART-VALUE PIC X.
       01 PF-PARMS-PRESENT PIC X VALUE "N".
       01 PF-PROBLEM-COUNT PIC 9(2) VALUE ZERO.
       01 PF-DIM-VALUE PIC 99.
       01 PARMS-EOF-SWITCH PIC X VALUE "N".
       01 COMPLETED-TODAY-SWITCH PIC X VALUE "N".
       01 RUN-OVERRIDE-SWITCH PIC X VALUE "N".
       01 JOB-LOG-STATUS PIC XX.
      *THE RUN A RESTART CARD RESUMES: THE LATEST STARTED RUN ON
      *THE REGISTER, ITS LAST RECORDED STATUS, AND THE STEPS IT
      *FINISHED. THE SUITE HAS TEN STEPS; 20 SLOTS LEAVES ROOM.
      *A STEP FINISHED IN THIS PART OF THE RUN ALSO CARRIES THE
      *DRIVER'S OWN CLOCK TIMES, TAKEN EITHER SIDE OF ITS CALL, AND
      *THE FIGURES OF ITS STATISTICS ROW IF IT LEAVES ONE: THAT IS
      *WHAT GOES ONTO THE HISTORY AT JOB END.
       01 RESTART-SWITCH PIC X VALUE "N".
       01 RESTART-EOF-SWITCH PIC X VALUE "N".
       01 RESTART-RUN-DATE PIC 9(8) VALUE ZERO.
       01 RESTART-RUN-TIME PIC 9(8) VALUE ZERO.
       01 RESTART-RUN-STATUS PIC X(9) VALUE SPACES.
       01 RESTART-CLOCK-DATE PIC 9(8).
       01 RESTART-CLOCK-TIME PIC 9(8).
       01 DONE-COUNT PIC 9(2) VALUE ZERO.
       01 DONE-INDEX PIC 9(2).
       01 DONE-STEP-TABLE.
           02 DONE-STEP-ENTRY OCCURS 20 TIMES.
               03 DONE-STEP-NAME PIC X(16).
               03 DONE-STEP-WARNING PIC X.
               03 DONE-STEP-TIMED PIC X.
               03 DONE-STEP-START PIC 9(8).
               03 DONE-STEP-END PIC 9(8).
               03 DONE-STEP-FIGURE-1 PIC 9(9).
               03 DONE-STEP-FIGURE-2 PIC 9(9).
               03 DONE-STEP-FIGURE-3 PIC 9(9).
       01 STEP-DONE-SWITCH PIC X VALUE "N".
       01 STEP-OUTCOME PIC X(9).
      *THE STATISTICS ROWS OF THE STEPS A RESTART DOES NOT RERUN.
      *ONE ROW PER STEP AT MOST, SO THE SAME 20 SLOTS.
       01 KEPT-STATS-COUNT PIC 9(2) VALUE ZERO.
       01 KEPT-STATS-INDEX PIC 9(2).
       01 KEPT-STATS-TABLE.
           02 KEPT-STATS-ROW PIC X(73) OCCURS 20 TIMES.
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME PIC 9(8).
       01 END-TIME PIC 9(8).
       01 STEP-START-TIME PIC 9(8).
       01 JOB-STEP-STATS-STATUS PIC XX.
       01 STEP-HISTORY-STATUS PIC XX.
       01 STATS-ROW-NUMBER PIC 9(3).
       01 JOB-SUMMARY-STATUS PIC XX.
       01 STATS-EOF-SWITCH PIC X VALUE "N".
       01 CALC-STATS-SEEN PIC X VALUE "N".
           02 FILLER PIC X(5) VALUE SPACES.
           02 STEP-TEXT PIC X(60).
           02 FILLER PIC X(15) VALUE SPACES.
       01 HELD-ROW.
           02 FILLER PIC X(3) VALUE SPACES.
           02 HLD-STAMP PIC X(20).
           02 FILLER PIC X(10) VALUE " BALANCE: ".
           02 HLD-BALANCE PIC X(4).
           02 FILLER PIC X(8) VALUE " RECON: ".
           02 HLD-RECON PIC X(4).
           02 FILLER PIC X(9) VALUE " RECALC: ".
           02 HLD-RECALC PIC X(4).
           02 FILLER PIC X(9) VALUE " PERIOD: ".
           02 HLD-PERIOD-STATUS PIC X(6).
           02 FILLER PIC X(3) VALUE SPACES.
       PROCEDURE DIVISION.
      *CHAINS CALC-STAMP, ELEMENTS-COUNTER AND MATRIX INTO ONE JOB,
      *SO THE NIGHTLY SUITE IS ONE SUBMISSION INSTEAD OF THREE, AND
      *LOGS EACH STEP TO JOB-LOG.TXT UNDER A SHARED RUN STAMP. THE
      *BACK-OFFICE STEPS (CALC-BALANCE, JOURNAL-RECON, CALC-RECALC,
      *CALC-POSTING)
      *FOLLOW IN THE SAME JOB.
       MAIN.
           PERFORM SET-RUN-STAMP
           PERFORM READ-SUITE-PARM-CARDS
           PERFORM PRE-FLIGHT-CHECK
      *A RESTART IS THE SAME RUN CARRIED ON, NOT A SECOND RUN OF
      *THE DAY, SO THE COMPLETED-RUN CHECK DOES NOT APPLY TO IT.
           IF RESTART-SWITCH = "Y"
              PERFORM TAKE-RESTART-STAMP
           ELSE
              PERFORM CHECK-RUN-REGISTER
           END-IF
           IF COMPLETED-TODAY-SWITCH = "Y"
              AND RUN-OVERRIDE-SWITCH NOT = "Y"
              DISPLAY "RUN-REGISTER: A COMPLETED RUN IS ALREADY ON "
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
      *PRE-FLIGHT HAS ALREADY PROVED THE OPERATOR'S AUTHORITY; THE
      *OVERRIDE IS ONLY LOGGED AS HONOURED WHEN IT IS ACTUALLY
      *USED TO LET A SECOND RUN THROUGH.
           IF COMPLETED-TODAY-SWITCH = "Y"
              MOVE "RUN-OVERRIDE" TO OVR-FUNCTION
              MOVE PF-OVERRIDE-OPERATOR TO OVR-OPERATOR
              MOVE PF-OVERRIDE-REASON TO OVR-REASON
              MOVE SPACES TO OVR-SUBJECT
              STRING "RUN OF " DELIMITED BY SIZE
                 RUN-DATE DELIMITED BY SIZE
                 INTO OVR-SUBJECT
              MOVE "HONOURED" TO OVR-OUTCOME
              MOVE SPACES TO OVR-CAUSE
              PERFORM WRITE-OVERRIDE-LOG
           END-IF
           IF RESTART-SWITCH = "Y"
              PERFORM START-RESTARTED-JOB
           ELSE
              PERFORM REGISTER-JOB-START
              PERFORM CLEAR-STEP-STATS
              OPEN OUTPUT JOB-LOG
              PERFORM STAMP-JOB-LOG
           END-IF
           PERFORM WRITE-JOB-STAMP
      *EVERY STEP'S CONDITION CODE IS TESTED THE WAY run-batch.sh
      *TESTS ITS STEPS: A NON-ZERO CODE STOPS THE JOB THERE, THE
      *REMAINING STEPS ARE SKIPPED, AND THE NIGHT CANNOT END LOOKING
      *NORMAL -- THE SUMMARY VERDICT IS FORCED TO CHECK-REQUIRED AND
      *THE REGISTER RECORDS THE RUN AS FAILED, NOT COMPLETED, SO A
      *SAME-DAY RETRY IS NOT BLOCKED BEHIND RUN-OVERRIDE. ON A
      *RESTART, CHECK-STEP-DONE PASSES OVER EVERY STEP THE FAILED
      *RUN ALREADY FINISHED, SO THE JOB RESUMES AT THE FIRST STEP
      *THAT DID NOT.
           MOVE "CALC-EDIT" TO STEP-NAME
           PERFORM CHECK-STEP-DONE
           IF STEP-DONE-SWITCH = "N"
              MOVE "STARTING CALC-EDIT" TO STEP-TEXT
              PERFORM LOG-STEP
              ACCEPT STEP-START-TIME FROM TIME
              MOVE ZERO TO RETURN-CODE
              CALL "CALC-EDIT"
              MOVE "CALC-EDIT" TO STEP-NAME
              PERFORM CHECK-EDIT-CONDITION
           END-IF
      *CALC-RESUBMIT APPENDS REPAIRED REJECTS TO CALC-VALIDATED.txt,
      *SO IT MUST RUN AFTER CALC-EDIT HAS WRITTEN THE FILE AND
      *BEFORE CALC-STAMP CONSUMES IT -- ANY LATER AND THE NEXT
      *NIGHT'S EDIT WOULD WIPE THE APPENDED RECORDS UNREAD.
           MOVE "CALC-RESUBMIT" TO STEP-NAME
           PERFORM CHECK-STEP-DONE
           IF JOB-FAILED-SWITCH = "N" AND STEP-DONE-SWITCH = "N"
              MOVE "STARTING CALC-RESUBMIT" TO STEP-TEXT
              PERFORM LOG-STEP
              ACCEPT STEP-START-TIME FROM TIME
              MOVE ZERO TO RETURN-CODE
              CALL "CALC-RESUBMIT"
              MOVE "CALC-RESUBMIT" TO STEP-NAME
              PERFORM CHECK-RESUBMIT-CONDITION
           END-IF
      *CALC-SUSPENSE RELEASES CLEARED SUSPECTED DUPLICATES ONTO
      *CALC-VALIDATED.txt THE SAME WAY, SO IT TAKES THE SAME SLOT.
           MOVE "CALC-SUSPENSE" TO STEP-NAME
           PERFORM CHECK-STEP-DONE
           IF JOB-FAILED-SWITCH = "N" AND STEP-DONE-SWITCH = "N"
              MOVE "STARTING CALC-SUSPENSE" TO STEP-TEXT
              PERFORM LOG-STEP
              ACCEPT STEP-START-TIME FROM TIME
              MOVE ZERO TO RETURN-CODE
              CALL "CALC-SUSPENSE"
              MOVE "CALC-SUSPENSE" TO STEP-NAME
              PERFORM CHECK-SUSPENSE-CONDITION
           END-IF
           MOVE "CALC-STAMP" TO STEP-NAME
           PERFORM CHECK-STEP-DONE
           IF JOB-FAILED-SWITCH = "N" AND STEP-DONE-SWITCH = "N"
              MOVE "STARTING CALC-STAMP" TO STEP-TEXT
              PERFORM LOG-STEP
              ACCEPT STEP-START-TIME FROM TIME
              MOVE ZERO TO RETURN-CODE
              CALL "CALC-STAMP"
              MOVE "CALC-STAMP" TO STEP-NAME
              PERFORM CHECK-STEP-CONDITION
           END-IF
           MOVE "ELEMENTS-COUNTER" TO STEP-NAME
           PERFORM CHECK-STEP-DONE
           IF JOB-FAILED-SWITCH = "N" AND STEP-DONE-SWITCH = "N"
              MOVE "STARTING ELEMENTS-COUNTER" TO STEP-TEXT
              PERFORM LOG-STEP
              ACCEPT STEP-START-TIME FROM TIME
              MOVE ZERO TO RETURN-CODE
              CALL "ELEMENTS-COUNTER"
              MOVE "ELEMENTS-COUNTER" TO STEP-NAME
              PERFORM CHECK-STEP-CONDITION
           END-IF
           MOVE "MATRIX" TO STEP-NAME
           PERFORM CHECK-STEP-DONE
           IF JOB-FAILED-SWITCH = "N" AND STEP-DONE-SWITCH = "N"
              MOVE "STARTING MATRIX" TO STEP-TEXT
              PERFORM LOG-STEP
              ACCEPT STEP-START-TIME FROM TIME
              MOVE ZERO TO RETURN-CODE
              CALL "MATRIX"
              MOVE "MATRIX" TO STEP-NAME
              PERFORM CHECK-STEP-CONDITION
           END-IF
      *BACK-OFFICE PHASE: THE NIGHT'S OUTPUT IS BALANCED AND
      *RECONCILED AGAINST THE JOURNAL BEFORE ANYTHING IS EXTRACTED
      *FOR THE LEDGER, AND EVERY PRINTED RESULT IS WORKED OUT AGAIN
      *FROM ITS JOURNAL IMAGE. CONDITION CODE 4 FROM ANY CHECK (A
      *STAMP OUT OF BALANCE, UNRECONCILED OR NOT RECALCULATING) IS A
      *WARNING THE WAY IT IS FROM CALC-EDIT: CALC-POSTING STILL RUNS,
      *EXTRACTS ONLY THE STAMPS ALL THREE CHECKS PASSED, AND HOLDS
      *THE REST.
           MOVE "CALC-BALANCE" TO STEP-NAME
           PERFORM CHECK-STEP-DONE
           IF JOB-FAILED-SWITCH = "N" AND STEP-DONE-SWITCH = "N"
              MOVE "STARTING CALC-BALANCE" TO STEP-TEXT
              PERFORM LOG-STEP
              ACCEPT STEP-START-TIME FROM TIME
              MOVE ZERO TO RETURN-CODE
              CALL "CALC-BALANCE"
              MOVE "CALC-BALANCE" TO STEP-NAME
              MOVE "CALC-BALANCE COMPLETE - RUNS OUT OF BALANCE"
                TO STEP-TEXT
              PERFORM CHECK-BACK-OFFICE-CONDITION
           END-IF
           MOVE "JOURNAL-RECON" TO STEP-NAME
           PERFORM CHECK-STEP-DONE
           IF JOB-FAILED-SWITCH = "N" AND STEP-DONE-SWITCH = "N"
              MOVE "STARTING JOURNAL-RECON" TO STEP-TEXT
              PERFORM LOG-STEP
              ACCEPT STEP-START-TIME FROM TIME
              MOVE ZERO TO RETURN-CODE
              CALL "JOURNAL-RECON"
              MOVE "JOURNAL-RECON" TO STEP-NAME
              MOVE "JOURNAL-RECON COMPLETE - EXCEPTIONS RAISED"
                TO STEP-TEXT
              PERFORM CHECK-BACK-OFFICE-CONDITION
           END-IF
           MOVE "CALC-RECALC" TO STEP-NAME
           PERFORM CHECK-STEP-DONE
           IF JOB-FAILED-SWITCH = "N" AND STEP-DONE-SWITCH = "N"
              MOVE "STARTING CALC-RECALC" TO STEP-TEXT
              PERFORM LOG-STEP
              ACCEPT STEP-START-TIME FROM TIME
              MOVE ZERO TO RETURN-CODE
              CALL "CALC-RECALC"
              MOVE "CALC-RECALC" TO STEP-NAME
              MOVE "CALC-RECALC COMPLETE - RESULTS DO NOT RECALCULATE"
                TO STEP-TEXT
              PERFORM CHECK-BACK-OFFICE-CONDITION
           END-IF
           MOVE "CALC-POSTING" TO STEP-NAME
           PERFORM CHECK-STEP-DONE
           IF JOB-FAILED-SWITCH = "N" AND STEP-DONE-SWITCH = "N"
              MOVE "STARTING CALC-POSTING" TO STEP-TEXT
              PERFORM LOG-STEP
              ACCEPT STEP-START-TIME FROM TIME
              MOVE ZERO TO RETURN-CODE
              CALL "CALC-POSTING"
              IF RETURN-CODE = ZERO OR RETURN-CODE = 4
                 MOVE "Y" TO POSTING-RAN-SWITCH
              END-IF
              MOVE "CALC-POSTING" TO STEP-NAME
              MOVE "CALC-POSTING COMPLETE - STAMPS HELD OR NONE DUE"
                TO STEP-TEXT
              PERFORM CHECK-BACK-OFFICE-CONDITION
           END-IF
           PERFORM CLEAR-JOB-STAMP
           IF JOB-FAILED-SWITCH = "Y"
              MOVE "JOB FAILED" TO STEP-TEXT
           PERFORM LOG-STEP
           CLOSE JOB-LOG
           PERFORM PRINT-JOB-SUMMARY
           PERFORM APPEND-STEP-HISTORY
           PERFORM REGISTER-JOB-END
           IF JOB-FAILED-SWITCH = "Y"
              MOVE 8 TO RETURN-CODE
              MOVE ZERO TO RETURN-CODE
              MOVE "CALC-EDIT COMPLETE - BATCHES REFUSED" TO STEP-TEXT
              PERFORM LOG-STEP
              MOVE "STEP-WARN" TO STEP-OUTCOME
              PERFORM REGISTER-STEP-DONE
           ELSE
              PERFORM CHECK-STEP-CONDITION
           END-IF.
              MOVE "CALC-RESUBMIT COMPLETE - NOT ALL MADE GOOD"
                TO STEP-TEXT
              PERFORM LOG-STEP
              MOVE "STEP-WARN" TO STEP-OUTCOME
              PERFORM REGISTER-STEP-DONE
           ELSE
              PERFORM CHECK-STEP-CONDITION
           END-IF.

       CHECK-SUSPENSE-CONDITION.
      *CALC-SUSPENSE RETURNS CONDITION CODE 4 WHEN A CARD WAS
      *REJECTED OR SUSPECTED DUPLICATES ARE STILL WAITING ON A
      *DECISION. THE ITEMS THAT WERE RELEASED MUST FLOW THROUGH
      *TONIGHT, SO THE JOB GOES ON WITH THE MORNING VERDICT FORCED
      *TO CHECK-REQUIRED. ANY OTHER NON-ZERO CODE FAILS THE JOB AS
      *USUAL.
           IF RETURN-CODE = 4
              MOVE "Y" TO CHECK-REQUIRED-SWITCH
              MOVE ZERO TO RETURN-CODE
              MOVE "CALC-SUSPENSE COMPLETE - ITEMS STILL HELD"
                TO STEP-TEXT
              PERFORM LOG-STEP
              MOVE "STEP-WARN" TO STEP-OUTCOME
              PERFORM REGISTER-STEP-DONE
           ELSE
              PERFORM CHECK-STEP-CONDITION
           END-IF.

       CHECK-BACK-OFFICE-CONDITION.
      *THE FOUR BACK-OFFICE STEPS RETURN CONDITION CODE 4 FOR
      *"FINISHED, BUT SOMEONE MUST LOOK": RUNS OUT OF BALANCE,
      *JOURNAL EXCEPTIONS, RESULTS THAT DO NOT RECALCULATE, OR
      *STAMPS HELD OFF THE LEDGER. THE CALLER LOADS THE LOG TEXT
      *FOR THAT CASE INTO STEP-TEXT BEFOREHAND.
      *ANY OTHER NON-ZERO CODE FAILS THE JOB AS USUAL.
           IF RETURN-CODE = 4
              MOVE "Y" TO CHECK-REQUIRED-SWITCH
              MOVE ZERO TO RETURN-CODE
              PERFORM LOG-STEP
              MOVE "STEP-WARN" TO STEP-OUTCOME
              PERFORM REGISTER-STEP-DONE
           ELSE
              PERFORM CHECK-STEP-CONDITION
           END-IF.
              STRING STEP-NAME DELIMITED BY SPACE
                 " COMPLETE" DELIMITED BY SIZE
                 INTO STEP-TEXT
              MOVE "STEP-DONE" TO STEP-OUTCOME
              PERFORM REGISTER-STEP-DONE
           ELSE
              MOVE "Y" TO JOB-FAILED-SWITCH
              MOVE "Y" TO CHECK-REQUIRED-SWITCH
      *ELAPSED TIME, AND A SINGLE CLEAN / CHECK-REQUIRED VERDICT.
      *CHECK-REQUIRED MEANS A STEP LEFT NO STATISTICS, CALC-STAMP
      *REPORTED ERROR OPERATIONS, OR ELEMENTS-COUNTER DROPPED
      *CHARACTERS OR QUARANTINED A DOCUMENT, OR A RUN STAMP WAS
      *HELD OFF THE LEDGER.
           OPEN OUTPUT JOB-SUMMARY
           MOVE RUN-DATE TO SUM-STAMP-DATE
           MOVE RUN-TIME TO SUM-STAMP-TIME
              MOVE "MATRIX" TO MSR-PROGRAM
              PERFORM WRITE-MISSING-STEP
           END-IF
           IF POSTING-RAN-SWITCH = "Y"
              PERFORM PRINT-HELD-POSTINGS
           END-IF
           IF CHECK-REQUIRED-SWITCH = "Y"
              MOVE "CHECK-REQUIRED" TO VERDICT-TEXT
           ELSE
              MOVE STAT-FIGURE-3 TO FIG-VALUE-3
           END-IF
           MOVE FIGURES-ROW TO SUM-ROW
           WRITE JOB-SUMMARY-RECORD
           IF STAT-PROGRAM = "MATRIX"
              PERFORM SUMMARISE-CAPACITY
           END-IF
           IF STAT-PROGRAM = "ELEMENTS-COUNTER"
              PERFORM SUMMARISE-QUARANTINE
           END-IF.

       SUMMARISE-CAPACITY.
      *A ROW OR GRID OVER ITS CEILING IS FOR THE MORNING CHECK TO
      *SEE BEFORE THE CAPACITY MEETING DOES. A STATS ROW WRITTEN
      *BEFORE MATRIX CARRIED THE COUNT HAS SPACES THERE.
           MOVE SPACES TO FIGURES-ROW(4:76)
           MOVE "CAP BREACHES: " TO FIG-LABEL-1
           IF STAT-FIGURE-4 IS NUMERIC
              MOVE STAT-FIGURE-4 TO FIG-VALUE-1
              IF STAT-FIGURE-4 > ZERO
                 MOVE "Y" TO CHECK-REQUIRED-SWITCH
              END-IF
           ELSE
              MOVE ZERO TO FIG-VALUE-1
           END-IF
           MOVE FIGURES-ROW TO SUM-ROW
           WRITE JOB-SUMMARY-RECORD.

       SUMMARISE-QUARANTINE.
      *A DOCUMENT HELD OUT OF THE COUNTS BY THE CHARACTER POLICY
      *NEEDS ITS DEPARTMENT TOLD BEFORE IT IS RESENT. A STATS ROW
      *WRITTEN BEFORE ELEMENTS-COUNTER CARRIED THE COUNT HAS SPACES
      *THERE.
           MOVE SPACES TO FIGURES-ROW(4:76)
           MOVE "QUARANTINED:  " TO FIG-LABEL-1
           IF STAT-FIGURE-4 IS NUMERIC
              MOVE STAT-FIGURE-4 TO FIG-VALUE-1
              IF STAT-FIGURE-4 > ZERO
                 MOVE "Y" TO CHECK-REQUIRED-SWITCH
              END-IF
           ELSE
              MOVE ZERO TO FIG-VALUE-1
           END-IF
           MOVE FIGURES-ROW TO SUM-ROW
           WRITE JOB-SUMMARY-RECORD.

       PRINT-HELD-POSTINGS.
      *ONLY PRINTED WHEN CALC-POSTING RAN TONIGHT -- OTHERWISE THE
      *HELD FILE IS A PREVIOUS NIGHT'S. EVERY STAMP LISTED WAITS
      *FOR A RELEASE CARD IN GL-POSTING-RELEASE.txt, OR FOR A CLEAN
      *RE-CHECK, BEFORE IT CAN REACH THE LEDGER -- OR, WHEN ITS
      *PERIOD SHOWS CLOSED OR NONE, FOR A CLOSED-PERIOD ROLL CARD
      *OR A CALENDAR CARD FOR ITS DATE -- OR, WHEN ITS CURRENCY HAS
      *NO RATE, FOR A GL-EXCHANGE-RATES.txt CARD COVERING ITS DATE.
           MOVE "HELD POSTINGS" TO SUM-ROW
           WRITE JOB-SUMMARY-RECORD
           OPEN INPUT POSTING-HELD
           IF POSTING-HELD-STATUS NOT = "00"
              MOVE "Y" TO HELD-EOF-SWITCH
           END-IF
           PERFORM UNTIL HELD-EOF-SWITCH = "Y"
              READ POSTING-HELD
                 AT END
                    MOVE "Y" TO HELD-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO HELD-COUNT
                    MOVE HELD-STAMP TO HLD-STAMP
                    MOVE HELD-BALANCE-VERDICT TO HLD-BALANCE
                    MOVE HELD-RECON-VERDICT TO HLD-RECON
                    MOVE HELD-RECALC-VERDICT TO HLD-RECALC
                    MOVE HELD-PERIOD-STATUS TO HLD-PERIOD-STATUS
                    MOVE HELD-ROW TO SUM-ROW
                    WRITE JOB-SUMMARY-RECORD
                    IF HELD-RATE-STATUS = "NONE"
                       MOVE SPACES TO SUM-ROW
                       STRING "   NO EXCHANGE RATE ON FILE FOR "
                                                   DELIMITED BY SIZE
                          HELD-CURRENCY DELIMITED BY SIZE
                          INTO SUM-ROW
                       WRITE JOB-SUMMARY-RECORD
                    END-IF
              END-READ
           END-PERFORM
           IF POSTING-HELD-STATUS = "00" OR POSTING-HELD-STATUS = "10"
              CLOSE POSTING-HELD
           END-IF
           IF HELD-COUNT = ZERO
              MOVE "   NONE - EVERY DUE STAMP WENT TO THE LEDGER."
                TO SUM-ROW
              WRITE JOB-SUMMARY-RECORD
           ELSE
              MOVE "Y" TO CHECK-REQUIRED-SWITCH
           END-IF.

       APPEND-STEP-HISTORY.
      *EVERY STEP THAT FINISHED IN THIS RUN GOES ONTO THE HISTORY
      *UNDER THE RUN'S STAMP, TIMED BY THE DRIVER'S OWN CLOCK EITHER
      *SIDE OF ITS CALL, SO THE BACK-OFFICE STEPS AND THE EDITS ARE
      *MEASURED AS WELL AS THE THREE PROGRAMS THAT KEEP STATISTICS;
      *THOSE THREE ALSO CARRY THEIR FIGURES ACROSS FROM THEIR ROWS.
      *A STEP THAT FAILED IS NOT WRITTEN -- IT RUNS AGAIN ON THE
      *RESTART AND IS WRITTEN THEN -- AND ON A RESTART THE STEPS OF
      *THE FIRST PART OF THE RUN WERE WRITTEN WHEN THAT PART ENDED,
      *SO ONLY THE STATISTICS ROWS AFTER THE KEPT ONES ARE READ.
           MOVE ZERO TO STATS-ROW-NUMBER
           MOVE "N" TO STATS-EOF-SWITCH
           OPEN INPUT JOB-STEP-STATS
           IF JOB-STEP-STATS-STATUS NOT = "00"
              MOVE "Y" TO STATS-EOF-SWITCH
           END-IF
           PERFORM UNTIL STATS-EOF-SWITCH = "Y"
              READ JOB-STEP-STATS
                 AT END
                    MOVE "Y" TO STATS-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO STATS-ROW-NUMBER
                    PERFORM TAKE-STEP-FIGURES
              END-READ
           END-PERFORM
           IF JOB-STEP-STATS-STATUS = "00"
              OR JOB-STEP-STATS-STATUS = "10"
              CLOSE JOB-STEP-STATS
           END-IF
           MOVE "N" TO STATS-EOF-SWITCH
           OPEN EXTEND STEP-HISTORY
           IF STEP-HISTORY-STATUS = "35"
              OPEN OUTPUT STEP-HISTORY
           END-IF
           MOVE 1 TO DONE-INDEX
           PERFORM UNTIL DONE-INDEX > DONE-COUNT
              IF DONE-STEP-TIMED(DONE-INDEX) = "Y"
                 PERFORM WRITE-ONE-STEP-HISTORY
              END-IF
              ADD 1 TO DONE-INDEX
           END-PERFORM
           CLOSE STEP-HISTORY.

       TAKE-STEP-FIGURES.
           IF STATS-ROW-NUMBER > KEPT-STATS-COUNT
              MOVE 1 TO DONE-INDEX
              PERFORM UNTIL DONE-INDEX > DONE-COUNT
                 IF DONE-STEP-NAME(DONE-INDEX) = STAT-PROGRAM
                    AND DONE-STEP-TIMED(DONE-INDEX) = "Y"
                    MOVE STAT-FIGURE-1
                      TO DONE-STEP-FIGURE-1(DONE-INDEX)
                    MOVE STAT-FIGURE-2
                      TO DONE-STEP-FIGURE-2(DONE-INDEX)
                    MOVE STAT-FIGURE-3
                      TO DONE-STEP-FIGURE-3(DONE-INDEX)
                 END-IF
                 ADD 1 TO DONE-INDEX
              END-PERFORM
           END-IF.

       WRITE-ONE-STEP-HISTORY.
           MOVE SPACES TO STEP-HISTORY-RECORD
           MOVE RUN-DATE TO HST-RUN-DATE
           MOVE RUN-TIME TO HST-RUN-TIME
           MOVE DONE-STEP-NAME(DONE-INDEX) TO HST-PROGRAM
           MOVE DONE-STEP-START(DONE-INDEX) TO HST-START-TIME
           MOVE DONE-STEP-END(DONE-INDEX) TO HST-END-TIME
           MOVE DONE-STEP-FIGURE-1(DONE-INDEX) TO HST-FIGURE-1
           MOVE DONE-STEP-FIGURE-2(DONE-INDEX) TO HST-FIGURE-2
           MOVE DONE-STEP-FIGURE-3(DONE-INDEX) TO HST-FIGURE-3
           WRITE STEP-HISTORY-RECORD.

       WRITE-MISSING-STEP.
           MOVE "Y" TO CHECK-REQUIRED-SWITCH
           MOVE MISSING-STEP-ROW TO SUM-ROW
           ELSE
           IF PARM-KEYWORD = "RUN-OVERRIDE"
              MOVE PARM-VALUE(1:1) TO PF-OVERRIDE-VALUE
              MOVE PARM-OPERATOR TO PF-OVERRIDE-OPERATOR
              MOVE PARM-REASON TO PF-OVERRIDE-REASON
              MOVE "Y" TO PF-OVERRIDE-FOUND
              MOVE PARM-VALUE(1:1) TO RUN-OVERRIDE-SWITCH
           ELSE
           IF PARM-KEYWORD = "EDIT-OVERRIDE"
              MOVE PARM-VALUE(1:1) TO PF-EOVERRIDE-VALUE
              MOVE PARM-OPERATOR TO PF-EOVERRIDE-OPERATOR
              MOVE PARM-REASON TO PF-EOVERRIDE-REASON
              MOVE "Y" TO PF-EOVERRIDE-FOUND
           ELSE
           IF PARM-KEYWORD = "POST-OVERRIDE"
              MOVE PARM-VALUE(1:1) TO PF-POVERRIDE-VALUE
              MOVE PARM-OPERATOR TO PF-POVERRIDE-OPERATOR
              MOVE PARM-REASON TO PF-POVERRIDE-REASON
              MOVE "Y" TO PF-POVERRIDE-FOUND
           ELSE
           IF PARM-KEYWORD = "DUP-WINDOW"
              MOVE PARM-VALUE(1:3) TO PF-DUPWIN-VALUE
              MOVE "Y" TO PF-DUPWIN-FOUND
           ELSE
           IF PARM-KEYWORD = "RESTART"
              MOVE PARM-VALUE(1:1) TO PF-RESTART-VALUE
              MOVE "Y" TO PF-RESTART-FOUND
           ELSE
           IF PARM-KEYWORD = "WINDOW-END"
              MOVE PARM-VALUE(1:4) TO PF-WINEND-VALUE
              MOVE "Y" TO PF-WINEND-FOUND
           ELSE
           IF PARM-KEYWORD = "WINDOW-DAYS"
              MOVE PARM-VALUE(1:3) TO PF-WINDAYS-VALUE
              MOVE "Y" TO PF-WINDAYS-FOUND
           ELSE
           IF PARM-KEYWORD = "CLOSED-PERIOD"
              MOVE PARM-VALUE(1:4) TO PF-CLOSEDPER-VALUE
              MOVE "Y" TO PF-CLOSEDPER-FOUND
           ELSE
           IF PARM-KEYWORD = "BASE-CURRENCY"
              MOVE PARM-VALUE(1:3) TO PF-BASECUR-VALUE
              MOVE "Y" TO PF-BASECUR-FOUND
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
              PERFORM CHECK-ELEM-CARDS
              PERFORM CHECK-MATRIX-CARDS
              PERFORM CHECK-OVERRIDE-CARDS
              PERFORM CHECK-RESTART-CARD
              PERFORM CHECK-WINDOW-CARDS
              PERFORM CHECK-PERIOD-CARDS
              PERFORM CHECK-CURRENCY-CARD
              PERFORM CHECK-INPUT-FILES
           END-IF
           IF PF-PROBLEM-COUNT > ZERO
              DISPLAY "PRE-FLIGHT: CALC-MODE CARD MISSING OR NOT "
                                                        "T OR F."
              ADD 1 TO PF-PROBLEM-COUNT
           END-IF
           IF PF-DUPWIN-FOUND = "Y"
              AND (PF-DUPWIN-VALUE IS NOT NUMERIC
                   OR PF-DUPWIN-VALUE = "000")
              DISPLAY "PRE-FLIGHT: DUP-WINDOW CARD MUST BE DAYS "
                                                  "001 THRU 999."
              ADD 1 TO PF-PROBLEM-COUNT
           END-IF.

       CHECK-ELEM-CARDS.
              DISPLAY "PRE-FLIGHT: EDIT-OVERRIDE CARD MUST BE Y "
                                                        "OR N."
              ADD 1 TO PF-PROBLEM-COUNT
           END-IF
           IF PF-POVERRIDE-FOUND = "Y"
              AND PF-POVERRIDE-VALUE NOT = "Y"
              AND PF-POVERRIDE-VALUE NOT = "N"
              DISPLAY "PRE-FLIGHT: POST-OVERRIDE CARD MUST BE Y "
                                                        "OR N."
              ADD 1 TO PF-PROBLEM-COUNT
           END-IF
      *AN OVERRIDE CARD SET TO Y MUST NAME AN OPERATOR WHO HOLDS
      *THAT OVERRIDE ON OPERATOR-AUTHORITY.txt AND SAY WHY. A CARD
      *THAT DOES NOT IS LOGGED AS REFUSED AND STOPS THE JOB HERE,
      *BEFORE CALC-EDIT OR CALC-POSTING CAN QUIETLY IGNORE IT.
           IF PF-OVERRIDE-FOUND = "Y"
              AND PF-OVERRIDE-VALUE = "Y"
              MOVE "RUN-OVERRIDE" TO OVR-FUNCTION
              MOVE PF-OVERRIDE-OPERATOR TO OVR-OPERATOR
              MOVE PF-OVERRIDE-REASON TO OVR-REASON
              PERFORM CHECK-OVERRIDE-CARD
           END-IF
           IF PF-EOVERRIDE-FOUND = "Y"
              AND PF-EOVERRIDE-VALUE = "Y"
              MOVE "EDIT-OVERRIDE" TO OVR-FUNCTION
              MOVE PF-EOVERRIDE-OPERATOR TO OVR-OPERATOR
              MOVE PF-EOVERRIDE-REASON TO OVR-REASON
              PERFORM CHECK-OVERRIDE-CARD
           END-IF
           IF PF-POVERRIDE-FOUND = "Y"
              AND PF-POVERRIDE-VALUE = "Y"
              MOVE "POST-OVERRIDE" TO OVR-FUNCTION
              MOVE PF-POVERRIDE-OPERATOR TO OVR-OPERATOR
              MOVE PF-POVERRIDE-REASON TO OVR-REASON
              PERFORM CHECK-OVERRIDE-CARD
           END-IF.

       CHECK-OVERRIDE-CARD.
           MOVE SPACES TO OVR-SUBJECT
           PERFORM CHECK-OVERRIDE-AUTHORITY
           IF OVR-CAUSE NOT = SPACES
              DISPLAY "PRE-FLIGHT: " OVR-FUNCTION " CARD REFUSED - "
                 OVR-CAUSE
              MOVE "REFUSED" TO OVR-OUTCOME
              PERFORM WRITE-OVERRIDE-LOG
              ADD 1 TO PF-PROBLEM-COUNT
           END-IF.

       CHECK-WINDOW-CARDS.
      *BATCH-WINDOW READS THESE TWO FOR ITSELF; THEY ARE CHECKED
      *HERE SO A MIS-KEYED DEADLINE IS CAUGHT THE NIGHT IT IS
      *KEYED, NOT THE MORNING SOMEBODY WANTS THE REPORT.
           IF PF-WINEND-FOUND = "Y"
              IF PF-WINEND-VALUE IS NOT NUMERIC
                 OR PF-WINEND-HH > "23" OR PF-WINEND-MM > "59"
                 DISPLAY "PRE-FLIGHT: WINDOW-END CARD MUST BE A "
                                             "CLOCK TIME HHMM."
                 ADD 1 TO PF-PROBLEM-COUNT
              END-IF
           END-IF
           IF PF-WINDAYS-FOUND = "Y"
              AND (PF-WINDAYS-VALUE IS NOT NUMERIC
                   OR PF-WINDAYS-VALUE = "000")
              DISPLAY "PRE-FLIGHT: WINDOW-DAYS CARD MUST BE DAYS "
                                                  "001 THRU 999."
              ADD 1 TO PF-PROBLEM-COUNT
           END-IF.

       CHECK-PERIOD-CARDS.
      *CALC-POSTING FALLS BACK TO HOLD ON A BAD CLOSED-PERIOD CARD,
      *WHICH WOULD QUIETLY HOLD STAMPS FINANCE MEANT TO ROLL; THE
      *CARD IS CHECKED HERE SO THE MIS-KEYING STOPS THE NIGHT.
           IF PF-CLOSEDPER-FOUND = "Y"
              AND PF-CLOSEDPER-VALUE NOT = "ROLL"
              AND PF-CLOSEDPER-VALUE NOT = "HOLD"
              DISPLAY "PRE-FLIGHT: CLOSED-PERIOD CARD MUST BE ROLL "
                                                      "OR HOLD."
              ADD 1 TO PF-PROBLEM-COUNT
           END-IF.

       CHECK-CURRENCY-CARD.
      *EVERY PROGRAM IGNORES A BASE-CURRENCY CARD IT CANNOT READ AND
      *STAYS ON EUR, SO A MIS-KEYED CODE WOULD CONVERT THE NIGHT'S
      *WORK INTO THE WRONG LEDGER CURRENCY WITHOUT A WORD.
           IF PF-BASECUR-FOUND = "Y"
              IF PF-BASECUR-VALUE IS NOT ALPHABETIC-UPPER
                 OR PF-BASECUR-VALUE(1:1) = SPACE
                 OR PF-BASECUR-VALUE(2:1) = SPACE
                 OR PF-BASECUR-VALUE(3:1) = SPACE
                 DISPLAY "PRE-FLIGHT: BASE-CURRENCY CARD MUST BE A "
                                            "THREE-LETTER CODE."
                 ADD 1 TO PF-PROBLEM-COUNT
              END-IF
           END-IF.

       CHECK-RESTART-CARD.
      *A RESTART Y CARD RESUMES THE LATEST RUN ON THE REGISTER. IT
      *IS REFUSED WHEN THERE IS NO RUN TO RESUME OR THE LATEST RUN
      *COMPLETED -- A CARD LEFT IN JOB-PARMS.txt AFTER A SUCCESSFUL
      *RESTART MUST NOT TURN THE NEXT NIGHT INTO A REPLAY OF THIS ONE.
           IF PF-RESTART-FOUND = "Y"
              IF PF-RESTART-VALUE NOT = "Y"
                 AND PF-RESTART-VALUE NOT = "N"
                 DISPLAY "PRE-FLIGHT: RESTART CARD MUST BE Y OR N."
                 ADD 1 TO PF-PROBLEM-COUNT
              ELSE
              IF PF-RESTART-VALUE = "Y"
                 PERFORM FIND-RESTART-RUN
                 IF RESTART-RUN-STATUS = SPACES
                    DISPLAY "PRE-FLIGHT: RESTART CARD BUT NO RUN ON "
                            "RUN-REGISTER.txt TO RESTART."
                    ADD 1 TO PF-PROBLEM-COUNT
                 ELSE
                 IF RESTART-RUN-STATUS = "COMPLETED"
                    DISPLAY "PRE-FLIGHT: RESTART CARD BUT THE LAST "
                            "RUN COMPLETED - REMOVE THE CARD."
                    ADD 1 TO PF-PROBLEM-COUNT
                 ELSE
                    MOVE "Y" TO RESTART-SWITCH
                 END-IF
                 END-IF
              END-IF
              END-IF
           END-IF.

       FIND-RESTART-RUN.
      *A STARTED RECORD OPENS A NEW RUN AND FORGETS THE LAST ONE.
      *ONLY RECORDS CARRYING THAT RUN'S START DATE AND TIME COUNT
      *AFTER IT. A RUN THAT ABENDED OUTRIGHT NEVER WROTE ITS FAILED
      *RECORD, SO ITS LAST STATUS IS STILL STARTED OR RESTARTED --
      *IT IS RESUMED THE SAME AS ONE THAT FAILED CLEANLY.
           OPEN INPUT RUN-REGISTER
           IF RUN-REGISTER-STATUS NOT = "00"
              MOVE "Y" TO RESTART-EOF-SWITCH
           END-IF
           PERFORM UNTIL RESTART-EOF-SWITCH = "Y"
              READ RUN-REGISTER
                 AT END
                    MOVE "Y" TO RESTART-EOF-SWITCH
                 NOT AT END
                    PERFORM TAKE-RESTART-ENTRY
              END-READ
           END-PERFORM
           IF RUN-REGISTER-STATUS = "00" OR RUN-REGISTER-STATUS = "10"
              CLOSE RUN-REGISTER
           END-IF.

       TAKE-RESTART-ENTRY.
           IF REG-STATUS = "STARTED"
              MOVE REG-START-DATE TO RESTART-RUN-DATE
              MOVE REG-START-TIME TO RESTART-RUN-TIME
              MOVE REG-STATUS TO RESTART-RUN-STATUS
              MOVE ZERO TO DONE-COUNT
           ELSE
           IF REG-START-DATE = RESTART-RUN-DATE
              AND REG-START-TIME = RESTART-RUN-TIME
              IF REG-STATUS = "STEP-DONE" OR REG-STATUS = "STEP-WARN"
                 IF DONE-COUNT < 20
                    ADD 1 TO DONE-COUNT
                    MOVE REG-STEP-NAME TO DONE-STEP-NAME(DONE-COUNT)
                    MOVE "N" TO DONE-STEP-WARNING(DONE-COUNT)
                    MOVE "N" TO DONE-STEP-TIMED(DONE-COUNT)
                    IF REG-STATUS = "STEP-WARN"
                       MOVE "Y" TO DONE-STEP-WARNING(DONE-COUNT)
                    END-IF
                 END-IF
              ELSE
                 MOVE REG-STATUS TO RESTART-RUN-STATUS
              END-IF
           END-IF
           END-IF.

       CHECK-INPUT-FILES.
      *THE FILES THE CARD VALUES IMPLY MUST EXIST BEFORE A SINGLE
      *RECORD IS TOUCHED: CALC-EDIT ALWAYS CONSUMES CALC-INPUT.txt
      *AND CHECKS EVERY BATCH AGAINST CALC-BUREAU-MASTER.txt,
      *ELEMENTS-COUNTER READS ELEMENTS-INPUT.txt IN FILE MODE, AND
      *A BATCH MATRIX RUN CANNOT PROMPT FOR ITS GRIDS.
           OPEN INPUT CALC-INPUT-FILE
              DISPLAY "PRE-FLIGHT: CALC-INPUT.txt NOT FOUND."
              ADD 1 TO PF-PROBLEM-COUNT
           END-IF
           OPEN INPUT BUREAU-MASTER
           IF BUREAU-MASTER-STATUS = "00"
              CLOSE BUREAU-MASTER
           ELSE
              DISPLAY "PRE-FLIGHT: CALC-BUREAU-MASTER.txt NOT FOUND."
              ADD 1 TO PF-PROBLEM-COUNT
           END-IF
           IF PF-ELEM-VALUE = "F"
              OPEN INPUT ELEMENTS-INPUT
              IF ELEMENTS-INPUT-STATUS = "00"
              CLOSE RUN-REGISTER
           END-IF.

       TAKE-RESTART-STAMP.
      *THE CLOCK TIME OF THE RESTART IS KEPT FOR THE REGISTER; FROM
      *HERE ON THE JOB RUNS UNDER THE ORIGINAL RUN'S OWN DATE AND
      *TIME, SO EVERY OUTPUT IT STAMPS MATCHES WHAT THE FIRST PART
      *OF THE RUN ALREADY STAMPED. A STEP THAT FINISHED WITH A
      *WARNING BEFORE THE FAILURE STILL FORCES THE VERDICT, AND A
      *POSTING STEP ALREADY DONE STILL PUTS ITS HELD STAMPS ON THE
      *SUMMARY.
           MOVE RUN-DATE TO RESTART-CLOCK-DATE
           MOVE RUN-TIME TO RESTART-CLOCK-TIME
           MOVE RESTART-RUN-DATE TO RUN-DATE
           MOVE RESTART-RUN-TIME TO RUN-TIME
           MOVE 1 TO DONE-INDEX
           PERFORM UNTIL DONE-INDEX > DONE-COUNT
              IF DONE-STEP-WARNING(DONE-INDEX) = "Y"
                 MOVE "Y" TO CHECK-REQUIRED-SWITCH
              END-IF
              IF DONE-STEP-NAME(DONE-INDEX) = "CALC-POSTING"
                 MOVE "Y" TO POSTING-RAN-SWITCH
              END-IF
              ADD 1 TO DONE-INDEX
           END-PERFORM.

       START-RESTARTED-JOB.
      *THE LOG IS EXTENDED, NOT REWRITTEN, AND THE STATISTICS OF THE
      *FINISHED STEPS ARE KEPT, SO JOB-LOG.txt AND JOB-SUMMARY.txt
      *READ AS THE ONE RUN.
           PERFORM REGISTER-JOB-RESTART
           PERFORM KEEP-DONE-STEP-STATS
           OPEN EXTEND JOB-LOG
           IF JOB-LOG-STATUS = "35"
              OPEN OUTPUT JOB-LOG
           END-IF
           PERFORM STAMP-JOB-LOG
           MOVE SPACES TO STEP-TEXT
           STRING "JOB RESTARTED " DELIMITED BY SIZE
              RESTART-CLOCK-DATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              RESTART-CLOCK-TIME DELIMITED BY SIZE
              " - FINISHED STEPS NOT RERUN" DELIMITED BY SIZE
              INTO STEP-TEXT
           PERFORM LOG-STEP.

       KEEP-DONE-STEP-STATS.
      *ONLY THE ROWS OF STEPS THE REGISTER HAS AS FINISHED ARE KEPT.
      *A ROW LEFT BY THE STEP THAT FAILED IS DROPPED -- THAT STEP
      *RUNS AGAIN AND WRITES ITS OWN.
           MOVE ZERO TO KEPT-STATS-COUNT
           OPEN INPUT JOB-STEP-STATS
           IF JOB-STEP-STATS-STATUS NOT = "00"
              MOVE "Y" TO STATS-EOF-SWITCH
           END-IF
           PERFORM UNTIL STATS-EOF-SWITCH = "Y"
              READ JOB-STEP-STATS
                 AT END
                    MOVE "Y" TO STATS-EOF-SWITCH
                 NOT AT END
                    PERFORM KEEP-ONE-STEP-STAT
              END-READ
           END-PERFORM
           IF JOB-STEP-STATS-STATUS = "00"
              OR JOB-STEP-STATS-STATUS = "10"
              CLOSE JOB-STEP-STATS
           END-IF
           MOVE "N" TO STATS-EOF-SWITCH
           OPEN OUTPUT JOB-STEP-STATS
           MOVE 1 TO KEPT-STATS-INDEX
           PERFORM UNTIL KEPT-STATS-INDEX > KEPT-STATS-COUNT
              MOVE KEPT-STATS-ROW(KEPT-STATS-INDEX)
                TO STEP-STATS-RECORD
              WRITE STEP-STATS-RECORD
              ADD 1 TO KEPT-STATS-INDEX
           END-PERFORM
           CLOSE JOB-STEP-STATS.

       KEEP-ONE-STEP-STAT.
           MOVE STAT-PROGRAM TO STEP-NAME
           PERFORM FIND-DONE-STEP
           IF STEP-DONE-SWITCH = "Y" AND KEPT-STATS-COUNT < 20
              ADD 1 TO KEPT-STATS-COUNT
              MOVE STEP-STATS-RECORD
                TO KEPT-STATS-ROW(KEPT-STATS-COUNT)
           END-IF.

       FIND-DONE-STEP.
           MOVE "N" TO STEP-DONE-SWITCH
           MOVE 1 TO DONE-INDEX
           PERFORM UNTIL DONE-INDEX > DONE-COUNT
              IF DONE-STEP-NAME(DONE-INDEX) = STEP-NAME
                 MOVE "Y" TO STEP-DONE-SWITCH
                 COMPUTE DONE-INDEX = DONE-COUNT + 1
              ELSE
                 ADD 1 TO DONE-INDEX
              END-IF
           END-PERFORM.

       CHECK-STEP-DONE.
      *ON A RESTART, A STEP THE FAILED RUN ALREADY FINISHED IS NOT
      *RUN AGAIN: ITS OUTPUT HAS BEEN CONSUMED BY THE STEPS AFTER
      *IT, AND A SECOND CALC-EDIT WOULD REWRITE CALC-VALIDATED.txt
      *UNDER THEM. THE LOG SAYS SO, SO THE GAP IS NOT A MYSTERY.
           MOVE "N" TO STEP-DONE-SWITCH
           IF RESTART-SWITCH = "Y" AND JOB-FAILED-SWITCH = "N"
              PERFORM FIND-DONE-STEP
              IF STEP-DONE-SWITCH = "Y"
                 MOVE SPACES TO STEP-TEXT
                 STRING STEP-NAME DELIMITED BY SPACE
                    " ALREADY COMPLETE - NOT RERUN" DELIMITED BY SIZE
                    INTO STEP-TEXT
                 PERFORM LOG-STEP
              END-IF
           END-IF.

       REGISTER-JOB-START.
           MOVE SPACES TO RUN-REGISTER-RECORD
           MOVE RUN-DATE TO REG-SCHED-DATE
           END-IF
           PERFORM APPEND-REGISTER-RECORD.

       REGISTER-JOB-RESTART.
           MOVE SPACES TO RUN-REGISTER-RECORD
           MOVE RUN-DATE TO REG-SCHED-DATE
           MOVE RUN-DATE TO REG-START-DATE
           MOVE RUN-TIME TO REG-START-TIME
           MOVE RESTART-CLOCK-TIME TO REG-END-TIME
           MOVE "RESTARTED" TO REG-STATUS
           PERFORM APPEND-REGISTER-RECORD.

       REGISTER-STEP-DONE.
      *WRITTEN AS EACH STEP FINISHES, SO A RUN THAT DIES IN A LATER
      *STEP -- EVEN ONE THAT ABENDS THE WHOLE JOB -- LEAVES A RECORD
      *OF EXACTLY HOW FAR IT GOT.
           ACCEPT END-TIME FROM TIME
           MOVE SPACES TO RUN-REGISTER-RECORD
           MOVE RUN-DATE TO REG-SCHED-DATE
           MOVE RUN-DATE TO REG-START-DATE
           MOVE RUN-TIME TO REG-START-TIME
           MOVE END-TIME TO REG-END-TIME
           MOVE STEP-OUTCOME TO REG-STATUS
           MOVE STEP-NAME TO REG-STEP-NAME
           PERFORM APPEND-REGISTER-RECORD
           IF DONE-COUNT < 20
              ADD 1 TO DONE-COUNT
              MOVE STEP-NAME TO DONE-STEP-NAME(DONE-COUNT)
              MOVE "N" TO DONE-STEP-WARNING(DONE-COUNT)
              MOVE "Y" TO DONE-STEP-TIMED(DONE-COUNT)
              MOVE STEP-START-TIME TO DONE-STEP-START(DONE-COUNT)
              MOVE END-TIME TO DONE-STEP-END(DONE-COUNT)
              MOVE ZERO TO DONE-STEP-FIGURE-1(DONE-COUNT)
              MOVE ZERO TO DONE-STEP-FIGURE-2(DONE-COUNT)
              MOVE ZERO TO DONE-STEP-FIGURE-3(DONE-COUNT)
              IF STEP-OUTCOME = "STEP-WARN"
                 MOVE "Y" TO DONE-STEP-WARNING(DONE-COUNT)
              END-IF
           END-IF.

       APPEND-REGISTER-RECORD.
      *OPEN EXTEND ABENDS WHEN THE REGISTER DOES NOT YET EXIST, SO
      *THE FIRST RUN CREATES IT WITH OPEN OUTPUT INSTEAD.
           MOVE "Y" TO JOB-STAMP-ACTIVE
           MOVE RUN-DATE TO JOB-STAMP-DATE
           MOVE RUN-TIME TO JOB-STAMP-TIME
           ACCEPT JOB-STAMP-ISSUED-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT JOB-STAMP
           WRITE JOB-STAMP-RECORD
           CLOSE JOB-STAMP.
           MOVE "N" TO JOB-STAMP-ACTIVE
           MOVE ZERO TO JOB-STAMP-DATE
           MOVE ZERO TO JOB-STAMP-TIME
           MOVE ZERO TO JOB-STAMP-ISSUED-DATE
           OPEN OUTPUT JOB-STAMP
           WRITE JOB-STAMP-RECORD
           CLOSE JOB-STAMP.
       LOG-STEP.
           MOVE STEP-ROW TO JOB-LOG-ROW
           WRITE JOB-LOG-REC.

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
           MOVE RUN-DATE TO OVL-DATE
           MOVE RUN-TIME TO OVL-TIME
           MOVE "JOB-DRIVER" TO OVL-PROGRAM
           MOVE OVR-FUNCTION TO OVL-FUNCTION
           MOVE OVR-OPERATOR TO OVL-OPERATOR
           MOVE OVR-OUTCOME TO OVL-OUTCOME
           MOVE OVR-SUBJECT TO OVL-SUBJECT
           MOVE OVR-CAUSE TO OVL-CAUSE
           MOVE OVR-REASON TO OVL-REASON
           WRITE OVERRIDE-LOG-RECORD
           CLOSE OVERRIDE-LOG.
