           SELECT CALC-RESUBMIT-FILE ASSIGN TO "CALC-RESUBMIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALC-RESUBMIT-STATUS.
           SELECT REJECT-MASTER ASSIGN TO "CALC-REJECT-MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           ALTERNATE RECORD KEY IS RM-SEQUENCE WITH DUPLICATES
           FILE STATUS IS REJECT-MASTER-STATUS.
           SELECT CALC-VALIDATED ASSIGN TO "CALC-VALIDATED.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT AGING-REPORT ASSIGN TO "CALC-REJECT-AGING.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AGING-REPORT-STATUS.
           SELECT JOB-PARMS ASSIGN TO "JOB-PARMS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-PARMS-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *CORRECTED REJECTS ARRIVE IN THE SAME LAYOUT CALC-EDIT WRITES
      *PERSISTENT MASTER OF EVERY REJECT EVER WRITTEN, MAINTAINED
      *JOINTLY WITH CALC-EDIT: CALC-EDIT POSTS EACH REJECT AS
      *OUTSTANDING, THIS PROGRAM MARKS IT MADE-GOOD WHEN THE
      *CORRECTED RECORD PASSES THE SAME EDITS. THE BATCH NUMBER AND
      *BUREAU CODE CALC-EDIT POSTS ARE CARRIED THROUGH UNCHANGED,
      *AS IS THE BATCH'S CURRENCY CODE (BLANK ON REJECTS POSTED
      *BEFORE BATCHES CARRIED ONE, MEANING BASE CURRENCY). THE
      *ENTRY A CORRECTION MAKES GOOD IS FOUND THROUGH THE SEQUENCE
      *KEY AND UPDATED IN PLACE.
       FD REJECT-MASTER
           LABEL RECORD IS STANDARD.
       01 REJECT-MASTER-RECORD.
           COPY REJMAST.
      *THE VALIDATED LAYOUT CALC-EDIT RELEASES: THE NORMALISED IMAGE
      *AND THE CURRENCY CODE OF ITS BATCH.
       FD CALC-VALIDATED
           LABEL RECORD IS OMITTED.
       01 VALIDATED-RECORD.
           02 VAL-IMAGE PIC X(17).
           02 VAL-CURRENCY PIC X(3).
       FD AGING-REPORT
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
      *THE LEDGER'S OWN CURRENCY, FROM THE BASE-CURRENCY CARD. A FIX
      *GOES OUT IN ITS REJECT'S CURRENCY WHATEVER ELSE IS ON
      *CALC-VALIDATED.txt; CALC-STAMP GIVES EACH CURRENCY ITS OWN
      *STAMP.
       01 BASE-CURRENCY PIC X(3) VALUE "EUR".
       01 CALC-RESUBMIT-STATUS PIC XX.
       01 REJECT-MASTER-STATUS PIC XX.
       01 CALC-VALIDATED-STATUS PIC XX.
       01 RESUBMITS-RELEASED PIC 9(5) VALUE ZERO.
       01 RESUBMITS-FAILED PIC 9(5) VALUE ZERO.
       01 OUTSTANDING-COUNT PIC 9(5) VALUE ZERO.
      *THE REJECT MASTER STAYS OPEN FOR UPDATE ALL RUN. A
      *CORRECTION IS MATCHED TO ITS REJECT THROUGH THE SEQUENCE
      *KEY; FOUND-MASTER-KEY HOLDS THE RECORD KEY OF THE NEWEST
      *ENTRY UNDER THE SEQUENCE WHILE THE REST ARE READ PAST, AND
      *MASTER-CURRENCY ITS CURRENCY WITH A BLANK TAKEN AS BASE.
       01 MASTER-OPEN-SWITCH PIC X VALUE "N".
       01 MASTER-FOUND-SWITCH PIC X.
       01 FOUND-MASTER-KEY PIC X(14).
       01 MASTER-CURRENCY PIC X(3).
       01 WORK-SEQUENCE PIC 9(5).
       01 REASON-CODE PIC XX.
       01 EDIT-INPUT-RECORD PIC X(17).
           OPEN OUTPUT AGING-REPORT
           PERFORM SET-RUN-STAMP
           PERFORM PRINT-HEADING
           PERFORM READ-JOB-PARMS
           PERFORM OPEN-REJECT-MASTER
           PERFORM PROCESS-RESUBMIT-FILE
           IF VALIDATED-OPEN-SWITCH = "Y"
              CLOSE CALC-VALIDATED
           END-IF
           PERFORM PRINT-AGING-SECTION
           IF MASTER-OPEN-SWITCH = "Y"
              CLOSE REJECT-MASTER
           END-IF
           PERFORM PRINT-RESUBMIT-SUMMARY
           CLOSE AGING-REPORT
           IF RESUBMITS-FAILED > ZERO
           MOVE RUN-TIME(1:4) TO RUN-STAMP-ID
           MOVE SPACE TO RUN-STAMP-SEP.

       READ-JOB-PARMS.
      *ONE CARD IS TAKEN FROM JOB-PARMS.txt: BASE-CURRENCY, THE
      *CURRENCY A REJECT WITH NO CURRENCY CODE IS IN. JOB-DRIVER
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
           MOVE "REJECT RESUBMISSION AND AGING" TO HEADING-TEXT
           MOVE HEADING-ROW TO REPORT-ROW
           MOVE RUN-STAMP-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       OPEN-REJECT-MASTER.
      *A MISSING MASTER SIMPLY MEANS NO REJECT HAS EVER BEEN
      *WRITTEN -- EVERY CORRECTION THEN FAILS AS NOT ON THE MASTER
      *AND THE AGING REPORT SHOWS A CLEAN SLATE.
           OPEN I-O REJECT-MASTER
           IF REJECT-MASTER-STATUS = "00"
              MOVE "Y" TO MASTER-OPEN-SWITCH
           END-IF.

       PROCESS-RESUBMIT-FILE.
           ELSE
              MOVE RSB-SEQUENCE TO WORK-SEQUENCE
              PERFORM FIND-MASTER-ENTRY
              IF MASTER-FOUND-SWITCH = "N"
                 MOVE WORK-SEQUENCE TO RES-SEQUENCE
                 MOVE "SEQUENCE NOT ON REJECT MASTER " TO RES-TEXT
                 MOVE RSB-IMAGE TO RES-IMAGE
                 PERFORM WRITE-RESULT-LINE
                 ADD 1 TO RESUBMITS-FAILED
              ELSE
              IF RM-STATUS NOT = "OUTSTANDING"
                 MOVE WORK-SEQUENCE TO RES-SEQUENCE
                 MOVE "REJECT ALREADY MADE GOOD      " TO RES-TEXT
                 MOVE RSB-IMAGE TO RES-IMAGE
           END-IF.

       FIND-MASTER-ENTRY.
      *LOCATES THE MASTER ENTRY CARRYING WORK-SEQUENCE AND LEAVES
      *IT IN THE RECORD AREA. SEQUENCE NUMBERS RESTART WITH EVERY
      *TRANSMISSION, SO EVERY ENTRY UNDER THE NUMBER IS READ,
      *OLDEST FIRST, AND THE LAST ONE -- THE MOST RECENT REJECT,
      *THE ONE THE CLERK IS CORRECTING -- IS READ BACK BY ITS KEY.
           MOVE "N" TO MASTER-FOUND-SWITCH
           MOVE "N" TO MASTER-EOF-SWITCH
           IF MASTER-OPEN-SWITCH = "N"
              MOVE "Y" TO MASTER-EOF-SWITCH
           ELSE
              MOVE WORK-SEQUENCE TO RM-SEQUENCE
              START REJECT-MASTER KEY IS EQUAL TO RM-SEQUENCE
                 INVALID KEY
                    MOVE "Y" TO MASTER-EOF-SWITCH
              END-START
           END-IF
           PERFORM UNTIL MASTER-EOF-SWITCH = "Y"
              READ REJECT-MASTER NEXT
                 AT END
                    MOVE "Y" TO MASTER-EOF-SWITCH
                 NOT AT END
                    IF RM-SEQUENCE NOT = WORK-SEQUENCE
                       MOVE "Y" TO MASTER-EOF-SWITCH
                    ELSE
                       MOVE "Y" TO MASTER-FOUND-SWITCH
                       MOVE RM-KEY TO FOUND-MASTER-KEY
                    END-IF
              END-READ
           END-PERFORM
           IF MASTER-FOUND-SWITCH = "Y"
              MOVE FOUND-MASTER-KEY TO RM-KEY
              READ REJECT-MASTER KEY IS RM-KEY
                 INVALID KEY
                    MOVE "N" TO MASTER-FOUND-SWITCH
              END-READ
           END-IF
           MOVE RM-CURRENCY TO MASTER-CURRENCY
           IF MASTER-CURRENCY = SPACES
              MOVE BASE-CURRENCY TO MASTER-CURRENCY
           END-IF.

       EDIT-RESUBMIT-RECORD.
      *THE CORRECTED IMAGE GOES THROUGH EXACTLY THE EDITS CALC-EDIT
              EDIT-OPERATION DELIMITED BY SIZE
              EDIT-SIGN-2 DELIMITED BY SIZE
              EDIT-DIGITS-2 DELIMITED BY SIZE
              INTO VAL-IMAGE
           MOVE MASTER-CURRENCY TO VAL-CURRENCY
           WRITE VALIDATED-RECORD
           MOVE RUN-DATE TO RM-CLEAR-DATE
           MOVE "MADE-GOOD" TO RM-STATUS
           REWRITE REJECT-MASTER-RECORD
              INVALID KEY
                 DISPLAY "CALC-RESUBMIT: REJECT " WORK-SEQUENCE
                    " RELEASED BUT NOT MARKED MADE-GOOD, STATUS "
                    REJECT-MASTER-STATUS
           END-REWRITE
           ADD 1 TO RESUBMITS-RELEASED
           MOVE WORK-SEQUENCE TO RES-SEQUENCE
           MOVE "RELEASED TO CALC-VALIDATED.txt" TO RES-TEXT
           MOVE RESULT-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       PRINT-AGING-SECTION.
      *EVERY REJECT STILL OUTSTANDING, WITH ITS AGE IN DAYS -- THE
      *OLDER THE LINE, THE LOUDER IT SHOULD READ. THE MASTER IS
      *READ IN RECORD-KEY ORDER, WHICH IS THE ORDER THE REJECTS
      *WERE POSTED.
           MOVE "REJECTS STILL OUTSTANDING" TO HEADING-TEXT
           MOVE HEADING-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
              MOVE ZERO TO REASON-OUT-COUNT(REASON-INDEX)
              ADD 1 TO REASON-INDEX
           END-PERFORM
           MOVE "N" TO MASTER-EOF-SWITCH
           IF MASTER-OPEN-SWITCH = "N"
              MOVE "Y" TO MASTER-EOF-SWITCH
           ELSE
              MOVE LOW-VALUES TO RM-KEY
              START REJECT-MASTER KEY IS NOT LESS THAN RM-KEY
                 INVALID KEY
                    MOVE "Y" TO MASTER-EOF-SWITCH
              END-START
           END-IF
           PERFORM UNTIL MASTER-EOF-SWITCH = "Y"
              READ REJECT-MASTER NEXT
                 AT END
                    MOVE "Y" TO MASTER-EOF-SWITCH
                 NOT AT END
                    IF RM-STATUS = "OUTSTANDING"
                       PERFORM PRINT-ONE-AGING-LINE
                    END-IF
              END-READ
           END-PERFORM.

       PRINT-ONE-AGING-LINE.
           ADD 1 TO OUTSTANDING-COUNT
           MOVE RM-REJECT-DATE TO SERIAL-DATE
           PERFORM COMPUTE-SERIAL-DAYS
           MOVE SERIAL-DAYS TO REJECT-SERIAL
           IF TODAY-SERIAL > REJECT-SERIAL
           ELSE
              MOVE ZERO TO DAYS-OLD
           END-IF
           MOVE RM-SEQUENCE TO AGE-SEQUENCE
           MOVE RM-REASON TO AGE-REASON
           MOVE RM-REJECT-DATE TO AGE-DATE
           MOVE DAYS-OLD TO AGE-DAYS
           MOVE RM-IMAGE TO AGE-IMAGE
           MOVE AGING-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           IF RM-REASON(2:1) >= "1"
              AND RM-REASON(2:1) <= "4"
              MOVE RM-REASON(2:1) TO REASON-INDEX
              ADD 1 TO REASON-OUT-COUNT(REASON-INDEX)
           END-IF.

