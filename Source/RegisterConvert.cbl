       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTER-CONVERT.
       AUTHOR. Mattia Righetti (mattiarighe@me.com).
       DATE-WRITTEN. OCTOBER 2026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BATCH-REGISTER
           ASSIGN TO "CALC-BATCH-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLD-BATCH-STATUS.
           SELECT BATCH-REGISTER ASSIGN TO "CALC-BATCH-REGISTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BREG-KEY
           FILE STATUS IS BATCH-REGISTER-STATUS.
           SELECT OLD-POSTING-REGISTER
           ASSIGN TO "GL-POSTING-REGISTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLD-POSTING-STATUS.
           SELECT POSTING-REGISTER ASSIGN TO "GL-POSTING-REGISTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREG-KEY
           FILE STATUS IS POSTING-REGISTER-STATUS.
           SELECT OLD-REJECT-MASTER ASSIGN TO "CALC-REJECT-MASTER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLD-REJECT-STATUS.
           SELECT REJECT-MASTER ASSIGN TO "CALC-REJECT-MASTER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           ALTERNATE RECORD KEY IS RM-SEQUENCE WITH DUPLICATES
           FILE STATUS IS REJECT-MASTER-STATUS.
           SELECT CONVERT-REPORT
           ASSIGN TO "REGISTER-CONVERT-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONVERT-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *THE THREE REGISTERS AS THEY WERE HELD BEFORE THEY WERE KEYED:
      *ONE LINE PER ENTRY, IN THE ORDER THE ENTRIES WERE WRITTEN.
       FD OLD-BATCH-REGISTER
           LABEL RECORD IS OMITTED.
       01 OLD-BATCH-RECORD.
           02 SB-BATCH-NUMBER PIC X(4).
           02 FILLER PIC X.
           02 SB-PREP-DATE PIC X(8).
           02 FILLER PIC X.
           02 SB-ACCEPT-DATE PIC 9(8).
           02 FILLER PIC X.
           02 SB-RECORD-COUNT PIC 9(5).
           02 FILLER PIC X.
           02 SB-BUREAU-CODE PIC X(4).
           02 FILLER PIC X.
           02 SB-OUTCOME PIC X(8).
           02 FILLER PIC X.
           02 SB-DETAIL-COUNT PIC 9(5).
           02 FILLER PIC X.
           02 SB-CURRENCY PIC X(3).
       FD BATCH-REGISTER
           LABEL RECORD IS STANDARD.
       01 BATCH-REGISTER-RECORD.
           COPY BATCHREG.
       FD OLD-POSTING-REGISTER
           LABEL RECORD IS OMITTED.
       01 OLD-POSTING-RECORD.
           02 SP-STAMP PIC X(20).
           02 FILLER PIC X.
           02 SP-EXTRACT-DATE PIC 9(8).
           02 FILLER PIC X.
           02 SP-GATE PIC X(8).
           02 FILLER PIC X.
           02 SP-ENTRY PIC X(8).
           02 FILLER PIC X.
           02 SP-KEYED-BY PIC X(8).
           02 FILLER PIC X.
           02 SP-REASON PIC X(40).
           02 FILLER PIC X.
           02 SP-PERIOD PIC X(6).
           02 FILLER PIC X.
           02 SP-PERIOD-FLAG PIC X(6).
           02 FILLER PIC X.
           02 SP-CURRENCY PIC X(3).
           02 FILLER PIC X.
           02 SP-RATE-TEXT PIC X(10).
       FD POSTING-REGISTER
           LABEL RECORD IS STANDARD.
       01 POSTING-REGISTER-RECORD.
           COPY GLPREG.
       FD OLD-REJECT-MASTER
           LABEL RECORD IS OMITTED.
       01 OLD-REJECT-RECORD.
           02 SR-SEQUENCE PIC 9(5).
           02 FILLER PIC X.
           02 SR-REASON PIC XX.
           02 FILLER PIC X.
           02 SR-REJECT-DATE PIC 9(8).
           02 FILLER PIC X.
           02 SR-CLEAR-DATE PIC 9(8).
           02 FILLER PIC X.
           02 SR-STATUS PIC X(11).
           02 FILLER PIC X.
           02 SR-IMAGE PIC X(17).
           02 FILLER PIC X.
           02 SR-BATCH-NUMBER PIC X(4).
           02 FILLER PIC X.
           02 SR-BUREAU-CODE PIC X(4).
           02 FILLER PIC X.
           02 SR-CURRENCY PIC X(3).
       FD REJECT-MASTER
           LABEL RECORD IS STANDARD.
       01 REJECT-MASTER-RECORD.
           COPY REJMAST.
       FD CONVERT-REPORT
           LABEL RECORD IS OMITTED.
       01 REPORT-RECORD.
           COPY RUNSTMP.
           02 REPORT-ROW PIC X(80).
       WORKING-STORAGE SECTION.
       01 OLD-BATCH-STATUS PIC XX.
       01 BATCH-REGISTER-STATUS PIC XX.
       01 OLD-POSTING-STATUS PIC XX.
       01 POSTING-REGISTER-STATUS PIC XX.
       01 OLD-REJECT-STATUS PIC XX.
       01 REJECT-MASTER-STATUS PIC XX.
       01 CONVERT-REPORT-STATUS PIC XX.
       01 OLD-EOF-SWITCH PIC X.
      *A KEYED FILE THAT IS THERE BUT WILL NOT OPEN IS NEVER
      *REBUILT FROM THE OLD .txt -- IT MAY HOLD ENTRIES WRITTEN
      *SINCE THE CONVERSION. THE RUN ENDS WITH CONDITION CODE 16.
       01 KEYED-OPEN-STATUS PIC XX.
       01 CONVERT-ERROR-SWITCH PIC X VALUE "N".
       01 ENTRY-WRITTEN-SWITCH PIC X.
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME PIC 9(8).
      *THE FIGURES FOR THE REGISTER BEING CONVERTED: LINES READ OFF
      *THE OLD FILE, ENTRIES LOADED TO THE KEYED ONE, AND LINES
      *THAT FOUND NO FREE KEY. OUTCOME SAYS WHAT BECAME OF IT.
       01 CONVERT-NAME PIC X(24).
       01 CONVERT-OUTCOME PIC X(30).
       01 LINES-READ PIC 9(7).
       01 ENTRIES-LOADED PIC 9(7).
       01 ENTRIES-REFUSED PIC 9(7).
       01 LAST-REJECT-DATE PIC 9(8).
       01 LAST-POSTING-NUMBER PIC 9(5).
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
       01 REGISTER-ROW.
           02 ROW-NAME PIC X(24).
           02 FILLER PIC X VALUE SPACE.
           02 ROW-OUTCOME PIC X(30).
           02 FILLER PIC X(25) VALUE SPACES.
       01 COUNT-ROW.
           02 FILLER PIC X(5) VALUE SPACES.
           02 COUNT-LABEL PIC X(30).
           02 COUNT-FIGURE PIC Z(6)9.
           02 FILLER PIC X(38) VALUE SPACES.
       PROCEDURE DIVISION.
      *ONE-TIME CONVERSION OF THE SUITE'S REGISTERS FROM LINE
      *SEQUENTIAL TO KEYED FILES. THE BATCH REGISTER, THE GL POSTING
      *REGISTER AND THE REJECT MASTER ARE EACH READ IN THE ORDER
      *THEIR ENTRIES WERE WRITTEN AND LOADED UNDER THE KEYS CALC-EDIT,
      *CALC-POSTING, CALC-REVERSAL, CALC-RESUBMIT AND CALC-SCORECARD
      *NOW READ THEM BY. A REPEAT BATCH NUMBER OR RUN STAMP TAKES THE
      *NEXT ENTRY NUMBER UNDER IT, SO ITS ENTRIES STILL READ BACK IN
      *THEIR ORIGINAL ORDER; A REJECT TAKES THE NEXT POSTING NUMBER
      *WITHIN ITS REJECT DATE. A REGISTER ALREADY HELD AS A KEYED
      *FILE IS LEFT ALONE, SO A SECOND RUN CANNOT LOAD ANYTHING
      *TWICE; THAT ENDS WITH CONDITION CODE 4, AS DOES ANY LINE THAT
      *COULD NOT BE LOADED. ONLY A KEYED FILE THAT DOES NOT EXIST
      *(STATUS 35) IS LOADED; ONE THAT EXISTS BUT WILL NOT OPEN IS
      *LEFT ALONE AND THE RUN ENDS WITH CONDITION CODE 16. THE OLD
      *.txt FILES ARE NOT TOUCHED AND CAN BE KEPT AS THE BACKOUT
      *COPY.
       MAIN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           OPEN OUTPUT CONVERT-REPORT
           PERFORM SET-RUN-STAMP
           PERFORM PRINT-HEADING
           PERFORM CONVERT-BATCH-REGISTER
           PERFORM PRINT-REGISTER-COUNTS
           PERFORM CONVERT-POSTING-REGISTER
           PERFORM PRINT-REGISTER-COUNTS
           PERFORM CONVERT-REJECT-MASTER
           PERFORM PRINT-REGISTER-COUNTS
           CLOSE CONVERT-REPORT
           DISPLAY "SEE REGISTER-CONVERT-REPORT.txt FOR THE "
              "CONVERSION COUNTS."
           IF CONVERT-ERROR-SWITCH = "Y"
              MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

       SET-RUN-STAMP.
           MOVE RUN-DATE TO RUN-STAMP-DATE
           MOVE RUN-TIME TO RUN-STAMP-TIME
           MOVE RUN-TIME(1:4) TO RUN-STAMP-ID
           MOVE SPACE TO RUN-STAMP-SEP.

       PRINT-HEADING.
           MOVE "REGISTER CONVERSION REPORT" TO HEADING-TEXT
           MOVE HEADING-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE RUN-DATE TO STAMP-DATE
           MOVE RUN-TIME TO STAMP-TIME
           MOVE RUN-STAMP-ROW TO REPORT-ROW
           WRITE REPORT-RECORD.

       START-REGISTER.
           MOVE ZERO TO LINES-READ
           MOVE ZERO TO ENTRIES-LOADED
           MOVE ZERO TO ENTRIES-REFUSED
           MOVE "N" TO OLD-EOF-SWITCH
           MOVE "CONVERTED" TO CONVERT-OUTCOME.

       CONVERT-BATCH-REGISTER.
           MOVE "CALC-BATCH-REGISTER" TO CONVERT-NAME
           PERFORM START-REGISTER
           OPEN INPUT BATCH-REGISTER
           IF BATCH-REGISTER-STATUS = "00"
              CLOSE BATCH-REGISTER
              MOVE "ALREADY KEYED - LEFT ALONE" TO CONVERT-OUTCOME
              MOVE 4 TO RETURN-CODE
           ELSE
           IF BATCH-REGISTER-STATUS NOT = "35"
              MOVE BATCH-REGISTER-STATUS TO KEYED-OPEN-STATUS
              PERFORM REFUSE-REGISTER
           ELSE
              OPEN INPUT OLD-BATCH-REGISTER
              IF OLD-BATCH-STATUS NOT = "00"
                 MOVE "NO OLD FILE - NOTHING TO LOAD"
                   TO CONVERT-OUTCOME
              ELSE
                 OPEN OUTPUT BATCH-REGISTER
                 PERFORM UNTIL OLD-EOF-SWITCH = "Y"
                    READ OLD-BATCH-REGISTER
                       AT END
                          MOVE "Y" TO OLD-EOF-SWITCH
                       NOT AT END
                          PERFORM LOAD-BATCH-ENTRY
                    END-READ
                 END-PERFORM
                 CLOSE OLD-BATCH-REGISTER
                 CLOSE BATCH-REGISTER
              END-IF
           END-IF
           END-IF.

       LOAD-BATCH-ENTRY.
           ADD 1 TO LINES-READ
           MOVE SPACES TO BATCH-REGISTER-RECORD
           MOVE SB-BATCH-NUMBER TO BREG-BATCH-NUMBER
           MOVE 1 TO BREG-ENTRY-NUMBER
           MOVE SB-PREP-DATE TO BREG-PREP-DATE
           MOVE SB-ACCEPT-DATE TO BREG-ACCEPT-DATE
           MOVE SB-RECORD-COUNT TO BREG-RECORD-COUNT
           MOVE SB-BUREAU-CODE TO BREG-BUREAU-CODE
           MOVE SB-OUTCOME TO BREG-OUTCOME
           MOVE SB-DETAIL-COUNT TO BREG-DETAIL-COUNT
           MOVE SB-CURRENCY TO BREG-CURRENCY
           MOVE "N" TO ENTRY-WRITTEN-SWITCH
           PERFORM UNTIL ENTRY-WRITTEN-SWITCH = "Y"
              WRITE BATCH-REGISTER-RECORD
                 INVALID KEY
                    IF BREG-ENTRY-NUMBER < 999
                       ADD 1 TO BREG-ENTRY-NUMBER
                    ELSE
                       DISPLAY "REGISTER-CONVERT: BATCH "
                          BREG-BATCH-NUMBER " HAS NO FREE ENTRY - "
                          "LINE " LINES-READ " NOT LOADED."
                       PERFORM REFUSE-ENTRY
                    END-IF
                 NOT INVALID KEY
                    ADD 1 TO ENTRIES-LOADED
                    MOVE "Y" TO ENTRY-WRITTEN-SWITCH
              END-WRITE
           END-PERFORM.

       CONVERT-POSTING-REGISTER.
           MOVE "GL-POSTING-REGISTER" TO CONVERT-NAME
           PERFORM START-REGISTER
           OPEN INPUT POSTING-REGISTER
           IF POSTING-REGISTER-STATUS = "00"
              CLOSE POSTING-REGISTER
              MOVE "ALREADY KEYED - LEFT ALONE" TO CONVERT-OUTCOME
              MOVE 4 TO RETURN-CODE
           ELSE
           IF POSTING-REGISTER-STATUS NOT = "35"
              MOVE POSTING-REGISTER-STATUS TO KEYED-OPEN-STATUS
              PERFORM REFUSE-REGISTER
           ELSE
              OPEN INPUT OLD-POSTING-REGISTER
              IF OLD-POSTING-STATUS NOT = "00"
                 MOVE "NO OLD FILE - NOTHING TO LOAD"
                   TO CONVERT-OUTCOME
              ELSE
                 OPEN OUTPUT POSTING-REGISTER
                 PERFORM UNTIL OLD-EOF-SWITCH = "Y"
                    READ OLD-POSTING-REGISTER
                       AT END
                          MOVE "Y" TO OLD-EOF-SWITCH
                       NOT AT END
                          PERFORM LOAD-POSTING-ENTRY
                    END-READ
                 END-PERFORM
                 CLOSE OLD-POSTING-REGISTER
                 CLOSE POSTING-REGISTER
              END-IF
           END-IF
           END-IF.

       LOAD-POSTING-ENTRY.
           ADD 1 TO LINES-READ
           MOVE SPACES TO POSTING-REGISTER-RECORD
           MOVE SP-STAMP TO PREG-STAMP
           MOVE 1 TO PREG-ENTRY-NUMBER
           MOVE SP-EXTRACT-DATE TO PREG-EXTRACT-DATE
           MOVE SP-GATE TO PREG-GATE
           MOVE SP-ENTRY TO PREG-ENTRY
           MOVE SP-KEYED-BY TO PREG-KEYED-BY
           MOVE SP-REASON TO PREG-REASON
           MOVE SP-PERIOD TO PREG-PERIOD
           MOVE SP-PERIOD-FLAG TO PREG-PERIOD-FLAG
           MOVE SP-CURRENCY TO PREG-CURRENCY
           MOVE SP-RATE-TEXT TO PREG-RATE-TEXT
           MOVE "N" TO ENTRY-WRITTEN-SWITCH
           PERFORM UNTIL ENTRY-WRITTEN-SWITCH = "Y"
              WRITE POSTING-REGISTER-RECORD
                 INVALID KEY
                    IF PREG-ENTRY-NUMBER < 999
                       ADD 1 TO PREG-ENTRY-NUMBER
                    ELSE
                       DISPLAY "REGISTER-CONVERT: STAMP "
                          PREG-STAMP " HAS NO FREE ENTRY - LINE "
                          LINES-READ " NOT LOADED."
                       PERFORM REFUSE-ENTRY
                    END-IF
                 NOT INVALID KEY
                    ADD 1 TO ENTRIES-LOADED
                    MOVE "Y" TO ENTRY-WRITTEN-SWITCH
              END-WRITE
           END-PERFORM.

       CONVERT-REJECT-MASTER.
           MOVE "CALC-REJECT-MASTER" TO CONVERT-NAME
           PERFORM START-REGISTER
           MOVE ZERO TO LAST-REJECT-DATE
           MOVE ZERO TO LAST-POSTING-NUMBER
           OPEN INPUT REJECT-MASTER
           IF REJECT-MASTER-STATUS = "00"
              CLOSE REJECT-MASTER
              MOVE "ALREADY KEYED - LEFT ALONE" TO CONVERT-OUTCOME
              MOVE 4 TO RETURN-CODE
           ELSE
           IF REJECT-MASTER-STATUS NOT = "35"
              MOVE REJECT-MASTER-STATUS TO KEYED-OPEN-STATUS
              PERFORM REFUSE-REGISTER
           ELSE
              OPEN INPUT OLD-REJECT-MASTER
              IF OLD-REJECT-STATUS NOT = "00"
                 MOVE "NO OLD FILE - NOTHING TO LOAD"
                   TO CONVERT-OUTCOME
              ELSE
                 OPEN OUTPUT REJECT-MASTER
                 PERFORM UNTIL OLD-EOF-SWITCH = "Y"
                    READ OLD-REJECT-MASTER
                       AT END
                          MOVE "Y" TO OLD-EOF-SWITCH
                       NOT AT END
                          PERFORM LOAD-REJECT-ENTRY
                    END-READ
                 END-PERFORM
                 CLOSE OLD-REJECT-MASTER
                 CLOSE REJECT-MASTER
              END-IF
           END-IF
           END-IF.

       LOAD-REJECT-ENTRY.
      *THE OLD MASTER IS IN POSTING ORDER, SO POSTING NUMBERS RUN ON
      *WITHIN EACH REJECT DATE AND START AGAIN AT 1 ON THE NEXT.
           ADD 1 TO LINES-READ
           IF SR-REJECT-DATE NOT = LAST-REJECT-DATE
              MOVE SR-REJECT-DATE TO LAST-REJECT-DATE
              MOVE ZERO TO LAST-POSTING-NUMBER
           END-IF
           MOVE SPACES TO REJECT-MASTER-RECORD
           MOVE SR-REJECT-DATE TO RM-REJECT-DATE
           MOVE SR-SEQUENCE TO RM-SEQUENCE
           MOVE SR-REASON TO RM-REASON
           MOVE SR-CLEAR-DATE TO RM-CLEAR-DATE
           MOVE SR-STATUS TO RM-STATUS
           MOVE SR-IMAGE TO RM-IMAGE
           MOVE SR-BATCH-NUMBER TO RM-BATCH-NUMBER
           MOVE SR-BUREAU-CODE TO RM-BUREAU-CODE
           MOVE SR-CURRENCY TO RM-CURRENCY
           MOVE "N" TO ENTRY-WRITTEN-SWITCH
           PERFORM UNTIL ENTRY-WRITTEN-SWITCH = "Y"
              IF LAST-POSTING-NUMBER < 99999
                 ADD 1 TO LAST-POSTING-NUMBER
                 MOVE LAST-POSTING-NUMBER TO RM-POSTING-NUMBER
                 WRITE REJECT-MASTER-RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       ADD 1 TO ENTRIES-LOADED
                       MOVE "Y" TO ENTRY-WRITTEN-SWITCH
                 END-WRITE
              ELSE
                 DISPLAY "REGISTER-CONVERT: REJECT DATE "
                    RM-REJECT-DATE " HAS NO FREE POSTING NUMBER - "
                    "LINE " LINES-READ " NOT LOADED."
                 PERFORM REFUSE-ENTRY
              END-IF
           END-PERFORM.

       REFUSE-REGISTER.
           MOVE SPACES TO CONVERT-OUTCOME
           STRING "OPEN STATUS " DELIMITED BY SIZE
              KEYED-OPEN-STATUS DELIMITED BY SIZE
              " - LEFT ALONE" DELIMITED BY SIZE
              INTO CONVERT-OUTCOME
           MOVE "Y" TO CONVERT-ERROR-SWITCH
           MOVE 16 TO RETURN-CODE.

       REFUSE-ENTRY.
           ADD 1 TO ENTRIES-REFUSED
           MOVE "Y" TO ENTRY-WRITTEN-SWITCH
           MOVE "CONVERTED WITH LINES REFUSED" TO CONVERT-OUTCOME
           MOVE 4 TO RETURN-CODE.

       PRINT-REGISTER-COUNTS.
           MOVE SPACES TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE CONVERT-NAME TO ROW-NAME
           MOVE CONVERT-OUTCOME TO ROW-OUTCOME
           MOVE REGISTER-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "LINES READ:                   " TO COUNT-LABEL
           MOVE LINES-READ TO COUNT-FIGURE
           MOVE COUNT-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "ENTRIES LOADED:               " TO COUNT-LABEL
           MOVE ENTRIES-LOADED TO COUNT-FIGURE
           MOVE COUNT-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           MOVE "LINES NOT LOADED:             " TO COUNT-LABEL
           MOVE ENTRIES-REFUSED TO COUNT-FIGURE
           MOVE COUNT-ROW TO REPORT-ROW
           WRITE REPORT-RECORD
           DISPLAY "REGISTER-CONVERT: " CONVERT-NAME " "
              CONVERT-OUTCOME " - " LINES-READ " READ, "
              ENTRIES-LOADED " LOADED, " ENTRIES-REFUSED
              " NOT LOADED.".
