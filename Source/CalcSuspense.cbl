       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALC-SUSPENSE.
       AUTHOR. Mattia Righetti (mattiarighe@me.com).
       DATE-WRITTEN. OCTOBER 2026.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-TRANS ASSIGN TO "CALC-SUSPENSE-TRANS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUSPENSE-TRANS-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "CALC-SUSPENSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUSPENSE-FILE-STATUS.
           SELECT CALC-VALIDATED ASSIGN TO "CALC-VALIDATED.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALC-VALIDATED-STATUS.
           SELECT DETAIL-HISTORY ASSIGN TO "CALC-DETAIL-HISTORY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DETAIL-HISTORY-STATUS.
           SELECT SUSPENSE-REPORT ASSIGN TO "CALC-SUSPENSE-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUSPENSE-REPORT-STATUS.
           SELECT JOB-PARMS ASSIGN TO "JOB-PARMS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-PARMS-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *ONE CARD PER SUSPENDED ITEM TO CLEAR: THE SUSPENSE NUMBER
      *FROM CALC-SUSPECT-REPORT.txt, RELEASE OR CANCEL, WHO KEYED
      *THE DECISION AND WHY. A "*" IN COLUMN 1 IS A COMMENT CARD.
       FD SUSPENSE-TRANS
           LABEL RECORD IS OMITTED.
       01 SUSPENSE-TRANS-RECORD.
           02 STR-NUMBER PIC X(6).
           02 FILLER PIC X.
           02 STR-ACTION PIC X(7).
           02 FILLER PIC X.
           02 STR-KEYED-BY PIC X(8).
           02 FILLER PIC X.
           02 STR-REASON PIC X(40).
      *SUSPENSE FILE OF DETAILS CALC-EDIT HELD AS SUSPECTED
      *DUPLICATES. CALC-EDIT APPENDS EACH ONE AS SUSPENDED; THIS
      *PROGRAM MARKS IT RELEASED OR CANCELLED AND NEVER DELETES IT.
      *EACH ITEM CARRIES THE CURRENCY CODE OF ITS BATCH; ITEMS HELD
      *BEFORE BATCHES CARRIED ONE ARE BLANK, MEANING BASE CURRENCY.
       FD SUSPENSE-FILE
           LABEL RECORD IS OMITTED.
       01 SUSPENSE-RECORD.
           02 SUS-NUMBER PIC 9(6).
           02 FILLER PIC X.
           02 SUS-STATUS PIC X(9).
           02 FILLER PIC X.
           02 SUS-SUSPEND-DATE PIC 9(8).
           02 FILLER PIC X.
           02 SUS-BATCH-NUMBER PIC X(4).
           02 FILLER PIC X.
           02 SUS-BUREAU-CODE PIC X(4).
           02 FILLER PIC X.
           02 SUS-SEQUENCE PIC 9(5).
           02 FILLER PIC X.
           02 SUS-IMAGE PIC X(17).
           02 FILLER PIC X.
           02 SUS-MATCH-BATCH PIC X(4).
           02 FILLER PIC X.
           02 SUS-MATCH-DATE PIC 9(8).
           02 FILLER PIC X.
           02 SUS-CLEAR-DATE PIC 9(8).
           02 FILLER PIC X.
           02 SUS-KEYED-BY PIC X(8).
           02 FILLER PIC X.
           02 SUS-REASON PIC X(40).
           02 FILLER PIC X.
           02 SUS-CURRENCY PIC X(3).
      *THE VALIDATED LAYOUT CALC-EDIT RELEASES: THE NORMALISED IMAGE
      *AND THE CURRENCY CODE OF ITS BATCH.
       FD CALC-VALIDATED
           LABEL RECORD IS OMITTED.
       01 VALIDATED-RECORD.
           02 VAL-IMAGE PIC X(17).
           02 VAL-CURRENCY PIC X(3).
      *SAME LAYOUT CALC-EDIT KEEPS: A RELEASED ITEM IS A GENUINE
      *DETAIL AND JOINS THE HISTORY SO ITS OWN COPIES ARE CAUGHT.
       FD DETAIL-HISTORY
           LABEL RECORD IS OMITTED.
       01 DETAIL-HISTORY-RECORD.
           02 DH-IMAGE PIC X(17).
           02 FILLER PIC X.
           02 DH-BATCH-NUMBER PIC X(4).
           02 FILLER PIC X.
           02 DH-BUREAU-CODE PIC X(4).
           02 FILLER PIC X.
           02 DH-ACCEPT-DATE PIC 9(8).
       FD SUSPENSE-REPORT
           LABEL RECORD IS OMITTED.
       01 REPORT-RECORD.
           COPY RUNSTMP.
           02 REPORT-ROW PIC X(80).
      *SHARED CONTROL-CARD FILE FOR THE OVERNIGHT SUITE: KEYWORD IN
      *COLUMNS 1-14, VALUE FROM COLUMN 15. EACH PROGRAM PICKS OUT
      *ITS OWN CARDS AND IGNORES THE REST. A "*" IN COLUMN 1 IS A
      *COMMENT CARD.
       FD JOB-PARMS
           LABEL RECORD IS OMITTED.
       01 JOB-PARMS-RECORD.
           02 PARM-KEYWORD PIC X(14).
           02 PARM-VALUE PIC X(10).
           02 FILLER PIC X(56).
       WORKING-STORAGE SECTION.
       01 JOB-PARMS-STATUS PIC XX.
       01 PARMS-EOF-SWITCH PIC X VALUE "N".
      *THE LEDGER'S OWN CURRENCY, FROM THE BASE-CURRENCY CARD. AN
      *ITEM IS RELEASED IN ITS BATCH'S CURRENCY WHATEVER ELSE IS ON
      *CALC-VALIDATED.txt; CALC-STAMP GIVES EACH CURRENCY ITS OWN
      *STAMP.
       01 BASE-CURRENCY PIC X(3) VALUE "EUR".
       01 SUSPENSE-TRANS-STATUS PIC XX.
       01 SUSPENSE-FILE-STATUS PIC XX.
       01 CALC-VALIDATED-STATUS PIC XX.
       01 DETAIL-HISTORY-STATUS PIC XX.
       01 SUSPENSE-REPORT-STATUS PIC XX.
       01 TRANS-EOF-SWITCH PIC X VALUE "N".
       01 SUSPENSE-EOF-SWITCH PIC X VALUE "N".
       01 VALIDATED-OPEN-SWITCH PIC X VALUE "N".
       01 HISTORY-OPEN-SWITCH PIC X VALUE "N".
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME PIC 9(8).
       01 CARDS-READ PIC 9(5) VALUE ZERO.
       01 CARDS-REJECTED PIC 9(5) VALUE ZERO.
      *CARDS LEFT ON THE FILE FROM A NIGHT THEY WERE ALREADY APPLIED
      *ON: THE SAME ACTION, KEYED-BY AND REASON THE ITEM WAS CLEARED
      *WITH. THEY ARE LISTED BUT ARE NOT A REJECTION.
       01 CARDS-ALREADY-APPLIED PIC 9(5) VALUE ZERO.
       01 CARD-APPLIED-SWITCH PIC X.
       01 ITEMS-RELEASED PIC 9(5) VALUE ZERO.
       01 ITEMS-CANCELLED PIC 9(5) VALUE ZERO.
       01 ITEMS-HELD PIC 9(5) VALUE ZERO.
       01 WORK-NUMBER PIC 9(6).
      *THE WHOLE SUSPENSE FILE IS HELD IN STORAGE WHILE THE CARDS
      *ARE APPLIED, THEN REWRITTEN IN ONE PASS -- THE SAME SHAPE
      *CALC-RESUBMIT USES ON THE REJECT MASTER, WITH THE SAME
      *GUARD: A FILE THAT OVERFLOWS THE TABLE IS NEVER REWRITTEN
      *FROM IT. SUSPECTED DUPLICATES ARE RARER THAN REJECTS, SO THE
      *SAME 5000 SLOTS LAST AT LEAST AS LONG.
       01 SUSPENSE-OVERFLOW-SWITCH PIC X VALUE "N".
       01 SUS-ENTRY-COUNT PIC 9(4) VALUE ZERO.
       01 SUS-INDEX PIC 9(4).
       01 SUS-FOUND-INDEX PIC 9(4).
       01 SUSPENSE-TABLE.
           02 SUSPENSE-ENTRY OCCURS 5000 TIMES.
               03 ST-NUMBER PIC 9(6).
               03 ST-STATUS PIC X(9).
               03 ST-SUSPEND-DATE PIC 9(8).
               03 ST-BATCH-NUMBER PIC X(4).
               03 ST-BUREAU-CODE PIC X(4).
               03 ST-SEQUENCE PIC 9(5).
               03 ST-IMAGE PIC X(17).
               03 ST-MATCH-BATCH PIC X(4).
               03 ST-MATCH-DATE PIC 9(8).
               03 ST-CLEAR-DATE PIC 9(8).
               03 ST-KEYED-BY PIC X(8).
               03 ST-REASON PIC X(40).
               03 ST-CURRENCY PIC X(3).
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
       01 RESULT-ROW.
           02 RES-NUMBER PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 RES-ACTION PIC X(7).
           02 FILLER PIC X VALUE SPACE.
           02 RES-TEXT PIC X(30).
           02 FILLER PIC X VALUE SPACE.
           02 RES-KEYED-BY PIC X(8).
           02 FILLER PIC X VALUE SPACE.
           02 RES-IMAGE PIC X(17).
           02 FILLER PIC X(8) VALUE SPACES.
       01 REJECT-ROW.
           02 FILLER PIC X(15) VALUE "CARD REJECTED: ".
           02 REJ-CARD PIC X(65).
       01 HELD-ROW.
           02 HLD-NUMBER PIC 9(6).
           02 FILLER PIC X(11) VALUE " SUSPENDED ".
           02 HLD-DATE PIC 9(8).
           02 FILLER PIC X(7) VALUE " BATCH ".
           02 HLD-BATCH PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 HLD-BUREAU PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 HLD-IMAGE PIC X(17).
           02 FILLER PIC X(4) VALUE " AS ".
           02 HLD-MATCH-BATCH PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 HLD-MATCH-DATE PIC 9(8).
           02 FILLER PIC X(4) VALUE SPACES.
       01 SUMMARY-ROW.
           02 FILLER PIC X(5) VALUE SPACES.
           02 SUMMARY-LABEL PIC X(30).
           02 SUMMARY-COUNT PIC ZZZZ9.
           02 FILLER PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
      *CLEARING STEP FOR THE SUSPECTED-DUPLICATE SUSPENSE FILE.
      *CALC-EDIT HOLDS ANY DETAIL MATCHING ONE RELEASED INSIDE THE
      *DUP-WINDOW; SOMEONE CHECKS WITH THE BUREAU AND KEYS A CARD
      *INTO CALC-SUSPENSE-TRANS.txt. RELEASE SENDS THE DETAIL ON TO
      *CALC-VALIDATED.txt FOR TONIGHT'S CALC-STAMP; CANCEL DROPS IT
      *FOR GOOD. EITHER WAY THE ITEM KEEPS ITS LINE ON THE SUSPENSE
      *FILE WITH THE DATE, THE OPERATOR AND THE REASON, AND EVERY
      *ITEM STILL HELD IS LISTED ON CALC-SUSPENSE-REPORT.txt.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           OPEN OUTPUT SUSPENSE-REPORT
           PERFORM SET-RUN-STAMP
           PERFORM PRINT-HEADING
           PERFORM READ-JOB-PARMS
           PERFORM LOAD-SUSPENSE-FILE
           IF SUSPENSE-OVERFLOW-SWITCH = "Y"
              DISPLAY "CALC-SUSPENSE.txt EXCEEDS THE 5000-"
                 "RECORD TABLE -"
              DISPLAY "NO CARDS APPLIED AND THE SUSPENSE FILE LEFT "
                 "UNTOUCHED. ARCHIVE CLEARED"
              DISPLAY "ITEMS OUT OF THE FILE BEFORE RERUNNING."
              MOVE "SUSPENSE FILE OVERFLOWS THE TABLE - RUN "
                 & "ABANDONED." TO REPORT-ROW
              WRITE REPORT-RECORD
              CLOSE SUSPENSE-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM PROCESS-TRANS-FILE
           IF VALIDATED-OPEN-SWITCH = "Y"
              CLOSE CALC-VALIDATED
           END-IF
           IF HISTORY-OPEN-SWITCH = "Y"
              CLOSE DETAIL-HISTORY
           END-IF
           IF ITEMS-RELEASED > ZERO OR ITEMS-CANCELLED > ZERO
              PERFORM REWRITE-SUSPENSE-FILE
           END-IF
           PERFORM PRINT-HELD-SECTION
           PERFORM PRINT-SUSPENSE-SUMMARY
           CLOSE SUSPENSE-REPORT
      *A REJECTED CARD OR AN ITEM STILL WAITING ON A DECISION IS A
      *WARNING, NOT A FAILURE: TONIGHT'S CLEAN DETAILS STILL RUN.
           IF CARDS-REJECTED > ZERO OR ITEMS-HELD > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       SET-RUN-STAMP.
           MOVE RUN-DATE TO RUN-STAMP-DATE
           MOVE RUN-TIME TO RUN-STAMP-TIME
           MOVE RUN-TIME(1:4) TO RUN-STAMP-ID
           MOVE SPACE TO RUN-STAMP-SEP.

       READ-JOB-PARMS.
      *ONE CARD IS TAKEN FROM JOB-PARMS.txt: BASE-CURRENCY, THE
      *CURRENCY AN ITEM WITH NO CURRENCY CODE IS IN. JOB-DRIVER
      *VALIDATES IT; A CARD THAT IS NOT THREE LETTERS IS IGNORED
      *HERE AND THE DEFAULT KEPT.
           OPEN INPUT JOB-PARMS
           IF JOB-PARMS-STATUS = "00"
              PERFORM UNTIL PARMS-EOF-SWITCH = "Y"
                 READ JOB-PARMS
                    AT END
                       MOVE "Y" TO PARMS-EOF-SWITCH
                    NOT AT END
                       IF PARM-KEYWORD = "BASE-CURRENCY"
                          AND PARM-VALUE(1:3) IS ALPHABETIC-UPPER
                          AND PARM-VALUE(1:1) NOT = SPACE
                          AND PARM-VALUE(2:1) NOT = SPACE
                          AND PARM-VALUE(3:1) NOT = SPACE
                          MOVE PARM-VALUE(1:3) TO BASE-CURRENCY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JOB-PARMS
           END-IF.

       PRINT-HEADING.
           MOVE "SUSPENSE RELEASE AND CANCEL" TO HEADING-TEXT
           MOVE HEADING-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE RUN-DATE TO STAMP-DATE
           MOVE RUN-TIME TO STAMP-TIME
           MOVE RUN-STAMP-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       LOAD-SUSPENSE-FILE.
      *A MISSING SUSPENSE FILE SIMPLY MEANS NOTHING HAS EVER BEEN
      *HELD.
           OPEN INPUT SUSPENSE-FILE
           IF SUSPENSE-FILE-STATUS NOT = "00"
              MOVE "Y" TO SUSPENSE-EOF-SWITCH
           END-IF
           PERFORM UNTIL SUSPENSE-EOF-SWITCH = "Y"
              READ SUSPENSE-FILE
                 AT END
                    MOVE "Y" TO SUSPENSE-EOF-SWITCH
                 NOT AT END
                    IF SUS-ENTRY-COUNT < 5000
                       ADD 1 TO SUS-ENTRY-COUNT
                       PERFORM TAKE-SUSPENSE-ENTRY
                    ELSE
                       MOVE "Y" TO SUSPENSE-OVERFLOW-SWITCH
                    END-IF
              END-READ
           END-PERFORM
           IF SUSPENSE-FILE-STATUS = "00"
              OR SUSPENSE-FILE-STATUS = "10"
              CLOSE SUSPENSE-FILE
           END-IF.

       TAKE-SUSPENSE-ENTRY.
           MOVE SUS-NUMBER TO ST-NUMBER(SUS-ENTRY-COUNT)
           MOVE SUS-STATUS TO ST-STATUS(SUS-ENTRY-COUNT)
           MOVE SUS-SUSPEND-DATE TO ST-SUSPEND-DATE(SUS-ENTRY-COUNT)
           MOVE SUS-BATCH-NUMBER TO ST-BATCH-NUMBER(SUS-ENTRY-COUNT)
           MOVE SUS-BUREAU-CODE TO ST-BUREAU-CODE(SUS-ENTRY-COUNT)
           MOVE SUS-SEQUENCE TO ST-SEQUENCE(SUS-ENTRY-COUNT)
           MOVE SUS-IMAGE TO ST-IMAGE(SUS-ENTRY-COUNT)
           MOVE SUS-MATCH-BATCH TO ST-MATCH-BATCH(SUS-ENTRY-COUNT)
           MOVE SUS-MATCH-DATE TO ST-MATCH-DATE(SUS-ENTRY-COUNT)
           MOVE SUS-CLEAR-DATE TO ST-CLEAR-DATE(SUS-ENTRY-COUNT)
           MOVE SUS-KEYED-BY TO ST-KEYED-BY(SUS-ENTRY-COUNT)
           MOVE SUS-REASON TO ST-REASON(SUS-ENTRY-COUNT)
           MOVE SUS-CURRENCY TO ST-CURRENCY(SUS-ENTRY-COUNT)
           IF ST-CURRENCY(SUS-ENTRY-COUNT) = SPACES
              MOVE BASE-CURRENCY TO ST-CURRENCY(SUS-ENTRY-COUNT)
           END-IF.

       PROCESS-TRANS-FILE.
           OPEN INPUT SUSPENSE-TRANS
           IF SUSPENSE-TRANS-STATUS NOT = "00"
              DISPLAY "CALC-SUSPENSE-TRANS.txt NOT FOUND. NO "
                 "SUSPENSE ITEMS CLEARED TODAY."
              MOVE "Y" TO TRANS-EOF-SWITCH
           END-IF
           PERFORM UNTIL TRANS-EOF-SWITCH = "Y"
              READ SUSPENSE-TRANS
                 AT END
                    MOVE "Y" TO TRANS-EOF-SWITCH
                 NOT AT END
                    IF SUSPENSE-TRANS-RECORD(1:1) NOT = "*"
                       AND SUSPENSE-TRANS-RECORD NOT = SPACES
                       PERFORM APPLY-ONE-CARD
                    END-IF
              END-READ
           END-PERFORM
           IF SUSPENSE-TRANS-STATUS = "00"
              OR SUSPENSE-TRANS-STATUS = "10"
              CLOSE SUSPENSE-TRANS
           END-IF.

       APPLY-ONE-CARD.
      *A CARD MUST NAME AN ITEM STILL SUSPENDED, SAY RELEASE OR
      *CANCEL, AND SAY WHO AND WHY -- A CLEARED ITEM IS ANSWERABLE
      *FOR EVER AFTER. CARDS ARE NOT CLEARED DOWN ONCE APPLIED, SO
      *THE CARD THAT CLEARED AN ITEM IS READ AGAIN ON LATER NIGHTS;
      *IT IS RECOGNISED BY THE CLEARANCE IT LEFT ON THE ITEM AND
      *PASSED OVER. ANY OTHER CARD FOR A CLEARED ITEM IS REJECTED.
           ADD 1 TO CARDS-READ
           MOVE "N" TO CARD-APPLIED-SWITCH
           MOVE SPACES TO RESULT-ROW
           MOVE STR-NUMBER TO RES-NUMBER
           MOVE STR-ACTION TO RES-ACTION
           MOVE STR-KEYED-BY TO RES-KEYED-BY
           MOVE SPACES TO RES-TEXT
           MOVE 0 TO SUS-FOUND-INDEX
           IF STR-NUMBER IS NOT NUMERIC
              MOVE "SUSPENSE NUMBER NOT NUMERIC" TO RES-TEXT
           ELSE
           IF STR-ACTION NOT = "RELEASE" AND STR-ACTION NOT = "CANCEL"
              MOVE "ACTION NOT RELEASE OR CANCEL" TO RES-TEXT
           ELSE
           IF STR-KEYED-BY = SPACES OR STR-REASON = SPACES
              MOVE "KEYED-BY AND REASON REQUIRED" TO RES-TEXT
           ELSE
              MOVE STR-NUMBER TO WORK-NUMBER
              PERFORM FIND-SUSPENSE-ENTRY
              IF SUS-FOUND-INDEX = 0
                 MOVE "NOT ON SUSPENSE FILE" TO RES-TEXT
              ELSE
                 MOVE ST-IMAGE(SUS-FOUND-INDEX) TO RES-IMAGE
                 IF ST-STATUS(SUS-FOUND-INDEX) NOT = "SUSPENDED"
                    PERFORM CHECK-CARD-APPLIED
                    IF CARD-APPLIED-SWITCH = "N"
                       MOVE "ITEM ALREADY CLEARED" TO RES-TEXT
                    END-IF
                 END-IF
              END-IF
           END-IF
           END-IF
           END-IF
           IF CARD-APPLIED-SWITCH = "Y"
              ADD 1 TO CARDS-ALREADY-APPLIED
              MOVE "CARD ALREADY APPLIED" TO RES-TEXT
              PERFORM WRITE-RESULT-LINE
           ELSE
           IF RES-TEXT NOT = SPACES
              ADD 1 TO CARDS-REJECTED
              MOVE SUSPENSE-TRANS-RECORD TO REJ-CARD
              MOVE REJECT-ROW TO REPORT-ROW
              WRITE REPORT-RECORD
              PERFORM WRITE-RESULT-LINE
           ELSE
              IF STR-ACTION = "RELEASE"
                 PERFORM RELEASE-SUSPENSE-ITEM
              ELSE
                 PERFORM CANCEL-SUSPENSE-ITEM
              END-IF
           END-IF
           END-IF.

       CHECK-CARD-APPLIED.
      *THE CARD IS THE ONE THAT CLEARED THE ITEM WHEN ITS ACTION
      *MATCHES THE STATUS THE ITEM WAS LEFT IN AND IT CARRIES THE
      *SAME KEYED-BY AND REASON THE ITEM WAS STAMPED WITH.
           IF ST-KEYED-BY(SUS-FOUND-INDEX) = STR-KEYED-BY
              AND ST-REASON(SUS-FOUND-INDEX) = STR-REASON
              IF STR-ACTION = "RELEASE"
                 AND ST-STATUS(SUS-FOUND-INDEX) = "RELEASED"
                 MOVE "Y" TO CARD-APPLIED-SWITCH
              END-IF
              IF STR-ACTION = "CANCEL"
                 AND ST-STATUS(SUS-FOUND-INDEX) = "CANCELLED"
                 MOVE "Y" TO CARD-APPLIED-SWITCH
              END-IF
           END-IF.

       FIND-SUSPENSE-ENTRY.
           MOVE 0 TO SUS-FOUND-INDEX
           MOVE 1 TO SUS-INDEX
           PERFORM UNTIL SUS-INDEX > SUS-ENTRY-COUNT
              IF ST-NUMBER(SUS-INDEX) = WORK-NUMBER
                 MOVE SUS-INDEX TO SUS-FOUND-INDEX
                 COMPUTE SUS-INDEX = SUS-ENTRY-COUNT + 1
              ELSE
                 ADD 1 TO SUS-INDEX
              END-IF
           END-PERFORM.

       RELEASE-SUSPENSE-ITEM.
      *THE DETAIL GOES OUT APPENDED TO CALC-VALIDATED.txt EXACTLY
      *AS CALC-EDIT STAGED IT, AND INTO THE DETAIL HISTORY UNDER
      *ITS OWN BATCH AND TODAY'S DATE.
           IF VALIDATED-OPEN-SWITCH = "N"
              OPEN EXTEND CALC-VALIDATED
              IF CALC-VALIDATED-STATUS = "35"
                 OPEN OUTPUT CALC-VALIDATED
              END-IF
              MOVE "Y" TO VALIDATED-OPEN-SWITCH
           END-IF
           IF HISTORY-OPEN-SWITCH = "N"
              OPEN EXTEND DETAIL-HISTORY
              IF DETAIL-HISTORY-STATUS = "35"
                 OPEN OUTPUT DETAIL-HISTORY
              END-IF
              MOVE "Y" TO HISTORY-OPEN-SWITCH
           END-IF
           MOVE ST-IMAGE(SUS-FOUND-INDEX) TO VAL-IMAGE
           MOVE ST-CURRENCY(SUS-FOUND-INDEX) TO VAL-CURRENCY
           WRITE VALIDATED-RECORD
           MOVE SPACES TO DETAIL-HISTORY-RECORD
           MOVE ST-IMAGE(SUS-FOUND-INDEX) TO DH-IMAGE
           MOVE ST-BATCH-NUMBER(SUS-FOUND-INDEX) TO DH-BATCH-NUMBER
           MOVE ST-BUREAU-CODE(SUS-FOUND-INDEX) TO DH-BUREAU-CODE
           MOVE RUN-DATE TO DH-ACCEPT-DATE
           WRITE DETAIL-HISTORY-RECORD
           MOVE "RELEASED" TO ST-STATUS(SUS-FOUND-INDEX)
           PERFORM STAMP-CLEARED-ITEM
           ADD 1 TO ITEMS-RELEASED
           MOVE "RELEASED TO CALC-VALIDATED.txt" TO RES-TEXT
           PERFORM WRITE-RESULT-LINE.

       CANCEL-SUSPENSE-ITEM.
           MOVE "CANCELLED" TO ST-STATUS(SUS-FOUND-INDEX)
           PERFORM STAMP-CLEARED-ITEM
           ADD 1 TO ITEMS-CANCELLED
           MOVE "CANCELLED AS A DUPLICATE" TO RES-TEXT
           PERFORM WRITE-RESULT-LINE.

       STAMP-CLEARED-ITEM.
           MOVE RUN-DATE TO ST-CLEAR-DATE(SUS-FOUND-INDEX)
           MOVE STR-KEYED-BY TO ST-KEYED-BY(SUS-FOUND-INDEX)
           MOVE STR-REASON TO ST-REASON(SUS-FOUND-INDEX).

       WRITE-RESULT-LINE.
           MOVE RESULT-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       REWRITE-SUSPENSE-FILE.
           OPEN OUTPUT SUSPENSE-FILE
           MOVE 1 TO SUS-INDEX
           PERFORM UNTIL SUS-INDEX > SUS-ENTRY-COUNT
              MOVE SPACES TO SUSPENSE-RECORD
              MOVE ST-NUMBER(SUS-INDEX) TO SUS-NUMBER
              MOVE ST-STATUS(SUS-INDEX) TO SUS-STATUS
              MOVE ST-SUSPEND-DATE(SUS-INDEX) TO SUS-SUSPEND-DATE
              MOVE ST-BATCH-NUMBER(SUS-INDEX) TO SUS-BATCH-NUMBER
              MOVE ST-BUREAU-CODE(SUS-INDEX) TO SUS-BUREAU-CODE
              MOVE ST-SEQUENCE(SUS-INDEX) TO SUS-SEQUENCE
              MOVE ST-IMAGE(SUS-INDEX) TO SUS-IMAGE
              MOVE ST-MATCH-BATCH(SUS-INDEX) TO SUS-MATCH-BATCH
              MOVE ST-MATCH-DATE(SUS-INDEX) TO SUS-MATCH-DATE
              MOVE ST-CLEAR-DATE(SUS-INDEX) TO SUS-CLEAR-DATE
              MOVE ST-KEYED-BY(SUS-INDEX) TO SUS-KEYED-BY
              MOVE ST-REASON(SUS-INDEX) TO SUS-REASON
              MOVE ST-CURRENCY(SUS-INDEX) TO SUS-CURRENCY
              WRITE SUSPENSE-RECORD
              ADD 1 TO SUS-INDEX
           END-PERFORM
           CLOSE SUSPENSE-FILE.

       PRINT-HELD-SECTION.
      *EVERY ITEM STILL WAITING ON A DECISION, OLDEST FIRST.
           MOVE "ITEMS STILL IN SUSPENSE" TO HEADING-TEXT
           MOVE HEADING-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE 1 TO SUS-INDEX
           PERFORM UNTIL SUS-INDEX > SUS-ENTRY-COUNT
              IF ST-STATUS(SUS-INDEX) = "SUSPENDED"
                 ADD 1 TO ITEMS-HELD
                 MOVE ST-NUMBER(SUS-INDEX) TO HLD-NUMBER
                 MOVE ST-SUSPEND-DATE(SUS-INDEX) TO HLD-DATE
                 MOVE ST-BATCH-NUMBER(SUS-INDEX) TO HLD-BATCH
                 MOVE ST-BUREAU-CODE(SUS-INDEX) TO HLD-BUREAU
                 MOVE ST-IMAGE(SUS-INDEX) TO HLD-IMAGE
                 MOVE ST-MATCH-BATCH(SUS-INDEX) TO HLD-MATCH-BATCH
                 MOVE ST-MATCH-DATE(SUS-INDEX) TO HLD-MATCH-DATE
                 MOVE HELD-ROW TO REPORT-ROW
                 WRITE REPORT-RECORD
              END-IF
              ADD 1 TO SUS-INDEX
           END-PERFORM.

       PRINT-SUSPENSE-SUMMARY.
           MOVE "CARDS READ:                   " TO SUMMARY-LABEL
           MOVE CARDS-READ TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "CARDS REJECTED:               " TO SUMMARY-LABEL
           MOVE CARDS-REJECTED TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "CARDS ALREADY APPLIED:        " TO SUMMARY-LABEL
           MOVE CARDS-ALREADY-APPLIED TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "ITEMS RELEASED:               " TO SUMMARY-LABEL
           MOVE ITEMS-RELEASED TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "ITEMS CANCELLED:              " TO SUMMARY-LABEL
           MOVE ITEMS-CANCELLED TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "ITEMS STILL IN SUSPENSE:      " TO SUMMARY-LABEL
           MOVE ITEMS-HELD TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           DISPLAY "CALC-SUSPENSE: " CARDS-READ " CARDS, "
              ITEMS-RELEASED " RELEASED, " ITEMS-CANCELLED
              " CANCELLED, " ITEMS-HELD " STILL HELD."
           DISPLAY "SEE CALC-SUSPENSE-REPORT.txt FOR THE SUSPENSE "
              "REPORT.".
