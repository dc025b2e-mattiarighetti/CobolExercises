           SELECT JOB-STEP-STATS ASSIGN TO "JOB-STEP-STATS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-STEP-STATS-STATUS.
           SELECT ELEMENTS-POLICY ASSIGN TO "ELEMENTS-POLICY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ELEMENTS-POLICY-STATUS.
           SELECT POLICY-EXCEPTIONS
           ASSIGN TO "ELEMENTS-POLICY-EXCEPTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POLICY-EXCEPTIONS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PRINT
      *"WHICH DOCUMENT BROUGHT IN ALL THOSE SPECIAL CHARACTERS" IS
      *ANSWERED BY THE PER-DOCUMENT SUBTOTALS AND BY THE DOCUMENT
      *ID CARRIED INTO THE JOURNAL. A FILE WITH NO HEADER RECORDS
      *STILL COUNTS EXACTLY AS IT ALWAYS DID. COLUMNS 46-53 OF THE
      *HEADER CARRY THE DOCUMENT CLASS THE CHARACTER POLICY IS
      *LOOKED UP BY.
       FD ELEMENTS-INPUT
           LABEL RECORD IS OMITTED.
       01 ELEMENTS-INPUT-RECORD PIC X(100).
           02 DOC-ID PIC X(8).
           02 FILLER PIC X.
           02 DOC-DESCRIPTION PIC X(30).
           02 FILLER PIC X.
           02 DOC-CLASS PIC X(8).
           02 FILLER PIC X(47).
       FD JOB-STAMP
           LABEL RECORD IS OMITTED.
       01 JOB-STAMP-RECORD.
           02 JOB-STAMP-ACTIVE PIC X.
           02 JOB-STAMP-DATE PIC 9(8).
           02 JOB-STAMP-TIME PIC 9(8).
           02 JOB-STAMP-ISSUED-DATE PIC 9(8).
           02 FILLER PIC X(55).
       FD ELEMENTS-MASTER
           LABEL RECORD IS OMITTED.
       01 ELEMENTS-MASTER-RECORD.
      *SUMMARY PAGE: START AND END TIME AND THREE FIGURES WHOSE
      *MEANING DEPENDS ON THE PROGRAM -- FOR ELEMENTS-COUNTER THEY
      *ARE CHARACTERS COUNTED, DISTINCT ELEMENTS AND CHARACTERS
      *DROPPED AT THE DISTINCT-TABLE LIMIT, AND THE FOURTH IS THE
      *DOCUMENTS QUARANTINED BY THE CHARACTER POLICY.
       FD JOB-STEP-STATS
           LABEL RECORD IS OMITTED.
       01 STEP-STATS-RECORD.
           02 STAT-FIGURE-2 PIC 9(9).
           02 FILLER PIC X.
           02 STAT-FIGURE-3 PIC 9(9).
           02 FILLER PIC X.
           02 STAT-FIGURE-4 PIC 9(9).
      *CHARACTER POLICY BY DOCUMENT CLASS: ONE RULE PER CARD. THE
      *CLASS IS THE ONE ON THE *DOC HEADER; A DOCUMENT WHOSE CLASS
      *HAS NO CARDS IS HELD TO THE DEFAULT CLASS'S CARDS, AND IS NOT
      *SCREENED AT ALL WHEN THERE ARE NONE. A RULE ALLOWS OR
      *FORBIDS EITHER THE CHARACTERS LISTED (CHARS) OR ONE OF THE
      *CLASSES ALPHABETIC, NUMERIC, SPECIAL OR CONTROL (CLASS). A
      *FORBIDDEN CHARACTER ALWAYS FAILS; ONCE A CLASS HAS ANY ALLOW
      *CARD, A CHARACTER NO ALLOW CARD COVERS FAILS AS WELL. A "*"
      *IN COLUMN 1 IS A COMMENT CARD.
       FD ELEMENTS-POLICY
           LABEL RECORD IS OMITTED.
       01 ELEMENTS-POLICY-RECORD.
           02 POL-CLASS PIC X(8).
           02 FILLER PIC X.
           02 POL-RULE PIC X(6).
           02 FILLER PIC X.
           02 POL-TYPE PIC X(5).
           02 FILLER PIC X.
           02 POL-VALUE PIC X(40).
      *EVERY CHARACTER A DOCUMENT'S POLICY REJECTS: THE DOCUMENT,
      *THE INPUT LINE AND COLUMN, AND THE CHARACTER WITH ITS CODE,
      *SINCE A CONTROL CHARACTER DOES NOT PRINT. THE STAMP FIELDS
      *CARRY PX- NAMES FOR THE SAME REASON AS THE JOURNAL'S.
       FD POLICY-EXCEPTIONS
           LABEL RECORD IS OMITTED.
       01 POLICY-EXCEPTIONS-RECORD.
           02 PX-STAMP-DATE PIC 9(8).
           02 PX-STAMP-TIME PIC 9(8).
           02 PX-STAMP-ID PIC 9(4).
           02 PX-STAMP-SEP PIC X.
           02 PX-ROW PIC X(80).
       WORKING-STORAGE SECTION.
       01 JOB-STEP-STATS-STATUS PIC XX.
       01 STEP-START-TIME PIC 9(8).
      *WITHOUT A SECOND 256-SLOT TABLE PER DOCUMENT.
       01 DOC-SEEN-FLAGS.
           02 DOC-SEEN PIC X OCCURS 256 TIMES.
      *THE CHARACTER POLICY. 100 RULE CARDS IS WELL BEYOND WHAT THE
      *DEPARTMENTS' DOCUMENT CLASSES NEED.
       01 ELEMENTS-POLICY-STATUS PIC XX.
       01 POLICY-EXCEPTIONS-STATUS PIC XX.
       01 EXCEPTIONS-OPEN-SWITCH PIC X VALUE "N".
       01 POLICY-EOF-SWITCH PIC X VALUE "N".
       01 POLICY-FILE-SWITCH PIC X VALUE "N".
       01 POLICY-ERROR-SWITCH PIC X VALUE "N".
       01 POLICY-RULE-COUNT PIC 9(3) VALUE ZERO.
       01 PR-INDEX PIC 9(3).
       01 POLICY-TABLE.
           02 POLICY-RULE OCCURS 100 TIMES.
               03 PR-CLASS PIC X(8).
               03 PR-RULE PIC X.
               03 PR-TEST PIC X.
               03 PR-VALUE PIC X(40).
               03 PR-LENGTH PIC 9(2).
      *PR-RULE: A = ALLOW, F = FORBID. PR-TEST: C = THE CHARACTERS
      *IN PR-VALUE, A = ALPHABETIC, N = NUMERIC, S = SPECIAL,
      *K = CONTROL.
      *THE SCREENING PASS RUNS OVER ELEMENTS-INPUT.txt BEFORE
      *ANYTHING IS COUNTED, SO A DOCUMENT THAT FAILS ON ITS LAST
      *LINE NEVER HAS ITS FIRST LINES IN THE COUNTS. ITS DOCUMENT
      *SLOTS FOLLOW THE COUNTING PASS'S, 20 SLOTS WITH LATER
      *SECTIONS FOLDED INTO THE LAST, AND CARRY ONLY WHAT THE
      *SUBTOTALS PRINT. WHETHER A DOCUMENT IS QUARANTINED IS KEPT
      *BY ITS ORDINAL IN THE FILE INSTEAD, SO A CLEAN DOCUMENT
      *FOLDED INTO THE LAST SLOT IS NEVER HELD BACK FOR A BAD ONE
      *BESIDE IT. 2000 DOCUMENTS IS FAR BEYOND A NIGHT'S FILE; A
      *SCREENED FILE WITH MORE FAILS THE STEP RATHER THAN COUNT A
      *DOCUMENT NOBODY SCREENED.
       01 SCREEN-EOF-SWITCH PIC X VALUE "N".
       01 SCREEN-LINE-NUMBER PIC 9(5) VALUE ZERO.
       01 SCREEN-DOC-COUNT PIC 9(2) VALUE ZERO.
       01 SCREEN-DOC-ORDINAL PIC 9(4) VALUE ZERO.
       01 DOC-ORDINAL PIC 9(4) VALUE ZERO.
       01 DOC-QUARANTINE-SWITCH PIC X VALUE "N".
       01 SCREEN-DOC-ID PIC X(8).
       01 SCREEN-CLASS PIC X(8).
       01 SCREEN-RULES PIC 9(3).
       01 SCREEN-ALLOW-RULES PIC 9(3).
       01 CHAR-FORBIDDEN-SWITCH PIC X.
       01 CHAR-PERMITTED-SWITCH PIC X.
       01 RULE-MATCHED-SWITCH PIC X.
       01 POLICY-SCAN PIC 9(2).
       01 DOCS-SCREENED PIC 9(5) VALUE ZERO.
       01 DOCS-QUARANTINED PIC 9(5) VALUE ZERO.
       01 POLICY-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
       01 QUARANTINE-LINE-SWITCH PIC X VALUE "N".
       01 POLICY-DOC-FLAGS VALUE SPACES.
           02 PQ-FLAG PIC X OCCURS 20 TIMES.
       01 POLICY-DOC-EXCEPTIONS.
           02 PQ-EXCEPTIONS PIC 9(5) OCCURS 20 TIMES.
       01 POLICY-ORDINAL-FLAGS VALUE SPACES.
           02 PQ-DOC-FLAG PIC X OCCURS 2000 TIMES.
       01 CHAR-CODE-WORK.
           02 CCW-HIGH PIC X VALUE LOW-VALUE.
           02 CCW-LOW PIC X.
       01 CHAR-CODE REDEFINES CHAR-CODE-WORK PIC 9(4) COMP.
       01 HEX-HIGH PIC 9(2).
       01 HEX-LOW PIC 9(2).
       01 HEX-DIGITS PIC X(16) VALUE "0123456789ABCDEF".
       01 POLICY-EXCEPTION-ROW.
           02 FILLER PIC X(9) VALUE "DOCUMENT ".
           02 PXR-DOC PIC X(8).
           02 FILLER PIC X(6) VALUE " LINE ".
           02 PXR-LINE PIC ZZZZ9.
           02 FILLER PIC X(8) VALUE " COLUMN ".
           02 PXR-COLUMN PIC ZZ9.
           02 FILLER PIC X(6) VALUE " CHAR ".
           02 PXR-CHAR PIC X.
           02 FILLER PIC X(3) VALUE " X'".
           02 PXR-HEX PIC X(2).
           02 FILLER PIC X(2) VALUE "' ".
           02 PXR-REASON PIC X(11).
           02 FILLER PIC X(16) VALUE SPACES.
       01 POLICY-SUMMARY-ROW.
           02 PSR-LABEL PIC X(24).
           02 PSR-COUNT PIC ZZZZZZ9.
           02 FILLER PIC X(49) VALUE SPACES.
       01 QUARANTINE-NOTE-ROW.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(14) VALUE "QUARANTINED - ".
           02 QNR-COUNT PIC ZZZZ9.
           02 FILLER PIC X(40) VALUE
              " POLICY EXCEPTIONS, NOT IN THE MASTER".
           02 FILLER PIC X(18) VALUE SPACES.
       01 RUN-DATE PIC 9(8).
       01 RUN-TIME PIC 9(8).
       01 ROW.
           MOVE 16 TO RETURN-CODE
           GOBACK.

       FAIL-CHARACTER-POLICY.
      *A BAD POLICY CARD, AN EXCEPTION REPORT THAT CANNOT BE
      *WRITTEN, OR A FILE WITH MORE DOCUMENTS THAN SCREENING CAN
      *TRACK FAILS THE STEP BEFORE A SINGLE LINE IS COUNTED -- AN
      *UNSCREENED DOCUMENT MUST NOT REACH THE LIFETIME MASTER. THE
      *SCREENING PASS HAS CLOSED ITS OWN FILES, SO AGAIN ONLY THE
      *OPEN JOURNAL NEEDS CLOSING.
           DISPLAY "ELEMENTS-COUNTER: CHARACTER POLICY NOT APPLIED - "
                   "NOTHING COUNTED. CORRECT ELEMENTS-POLICY.txt OR "
                   "THE INPUT AND RERUN."
           CLOSE AUDIT-JOURNAL
           MOVE 16 TO RETURN-CODE
           GOBACK.

       SET-RUN-STAMP.
           PERFORM GET-RUN-STAMP
           MOVE RUN-DATE TO RUN-STAMP-DATE
      *A DEAD JOB'S TIMESTAMP.
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
      *LINE STRAIGHT INTO THE DISTINCT-CHARACTER TABLE -- NOTHING IS
      *STAGED, SO THERE IS NO CEILING ON HOW MUCH FILE A RUN CAN
      *PROFILE.
      *THE CHARACTER POLICY IS SCREENED FIRST, IN A PASS OF ITS
      *OWN; A DOCUMENT IT QUARANTINES IS JOURNALLED LINE BY LINE
      *BUT NEVER COUNTED, SO IT CANNOT REACH THE LIFETIME MASTER.
           PERFORM LOAD-CHARACTER-POLICY
           IF POLICY-ERROR-SWITCH = "Y"
              PERFORM FAIL-CHARACTER-POLICY
           END-IF
           PERFORM SCREEN-ELEMENTS-FILE
           IF POLICY-ERROR-SWITCH = "Y"
              PERFORM FAIL-CHARACTER-POLICY
           END-IF
           OPEN INPUT ELEMENTS-INPUT
           IF ELEMENTS-INPUT-STATUS NOT = "00"
              DISPLAY "TRANSACTION FILE ELEMENTS-INPUT.txt NOT FOUND."
                    ELSE
                       MOVE ELEMENTS-INPUT-RECORD TO SCAN-BUFFER
                       PERFORM COMPUTE-REC-LEN
                       IF DOC-QUARANTINE-SWITCH = "Y"
                          PERFORM QUARANTINE-RECORD
                       ELSE
                          PERFORM COUNT-RECORD-CHARS
                       END-IF
                       PERFORM JOURNAL-INPUT-LINE
                    END-IF
              END-READ
              DISPLAY "MORE THAN 20 DOCUMENT HEADERS - FURTHER "
                      "SECTIONS FOLD INTO THE LAST DOCUMENT."
           END-IF
      *NO POLICY, NO QUARANTINE: THE ORDINAL IS ONLY KEPT WHEN THE
      *SCREENING PASS HAS KEPT IT TOO.
           IF POLICY-RULE-COUNT > ZERO
              ADD 1 TO DOC-ORDINAL
              MOVE PQ-DOC-FLAG(DOC-ORDINAL) TO DOC-QUARANTINE-SWITCH
           ELSE
              MOVE "N" TO DOC-QUARANTINE-SWITCH
           END-IF
           MOVE ELEMENTS-INPUT-RECORD TO SCAN-BUFFER
           PERFORM COMPUTE-REC-LEN
           MOVE ZERO TO COUNTED-THIS-RECORD
           IF DOC-HEADER-SWITCH = "Y"
              MOVE "DOC-HEADER" TO JRN-DISPOSITION
           ELSE
           IF QUARANTINE-LINE-SWITCH = "Y"
              MOVE "QUARANTINED" TO JRN-DISPOSITION
           ELSE
           IF REC-LEN = 0
              MOVE "EMPTY" TO JRN-DISPOSITION
           ELSE
           END-IF
           END-IF
           END-IF
           END-IF
           MOVE JOURNAL-CONTRIBUTED TO JRN-COUNT
           MOVE JOURNAL-DROPPED-COUNT TO JRN-DROPPED
      *ONCE A DOCUMENT IS OPEN ITS ID LEADS THE JOURNALLED IMAGE,
           ELSE
              MOVE SCAN-BUFFER(1:34) TO JRN-IMAGE
           END-IF
           PERFORM MASK-JOURNAL-IMAGE
           MOVE "N" TO DOC-HEADER-SWITCH
           MOVE "N" TO QUARANTINE-LINE-SWITCH
           WRITE AUDIT-JOURNAL-RECORD.

       MASK-JOURNAL-IMAGE.
      *A CONTROL CHARACTER IN THE IMAGE -- THE VERY THING THE
      *CHARACTER POLICY QUARANTINES FOR -- IS JOURNALLED AS A FULL
      *STOP, SO THE RECORD ALWAYS WRITES AS A LINE OF TEXT.
           MOVE 1 TO POLICY-SCAN
           PERFORM UNTIL POLICY-SCAN > 34
              IF JRN-IMAGE(POLICY-SCAN:1) < SPACE
                 OR JRN-IMAGE(POLICY-SCAN:1) = X"7F"
                 MOVE "." TO JRN-IMAGE(POLICY-SCAN:1)
              END-IF
              ADD 1 TO POLICY-SCAN
           END-PERFORM.

       FIND-CHAR-SLOT.
      *SEARCHES THE DISTINCT-ELEMENT SLOTS FILLED SO FAR (1 THRU
      *ENTRY-COUNT) FOR ONE ALREADY HOLDING CURRENT-CHAR. RETURNS
           MOVE TOTAL-CHARS-COUNTED TO STAT-FIGURE-1
           MOVE ENTRY-COUNT TO STAT-FIGURE-2
           MOVE TOTAL-CHARS-DROPPED TO STAT-FIGURE-3
           MOVE DOCS-QUARANTINED TO STAT-FIGURE-4
           WRITE STEP-STATS-RECORD
           CLOSE JOB-STEP-STATS.

           MOVE DOC-T-DESC(DOC-INDEX) TO DHR-DESC
           MOVE DOC-HEADING-ROW TO ROW-PRINT
           WRITE PRINT-REC
           IF PQ-FLAG(DOC-INDEX) = "Y"
              MOVE PQ-EXCEPTIONS(DOC-INDEX) TO QNR-COUNT
              MOVE QUARANTINE-NOTE-ROW TO ROW-PRINT
              WRITE PRINT-REC
           END-IF
           MOVE "ALPHABETIC" TO DSR-LABEL
           MOVE DOC-T-ALPHA(DOC-INDEX) TO DSR-COUNT
           MOVE DOC-SUBTOTAL-ROW TO ROW-PRINT
           MOVE "SPECIAL COUNT:        " TO SUMMARY-LABEL
           MOVE SPECIAL-COUNT TO SUMMARY-COUNT
           MOVE SUMMARY-ROW TO ROW-PRINT
           WRITE PRINT-REC
           IF DOCS-QUARANTINED > ZERO
              MOVE "DOCUMENTS QUARANTINED:" TO SUMMARY-LABEL
              MOVE DOCS-QUARANTINED TO SUMMARY-COUNT
              MOVE SUMMARY-ROW TO ROW-PRINT
              WRITE PRINT-REC
           END-IF.

       UPDATE-ELEMENTS-MASTER.
      *FOLDS THIS RUN'S COUNTS INTO THE LIFETIME MASTER: EACH
           MOVE MOVEMENT-ROW TO ROW-PRINT
           WRITE PRINT-REC.

       QUARANTINE-RECORD.
      *A LINE OF A QUARANTINED DOCUMENT CONTRIBUTES NOTHING; THE
      *JOURNAL RECORDS IT AS QUARANTINED.
           MOVE ZERO TO COUNTED-THIS-RECORD
           MOVE ZERO TO DROPPED-THIS-RECORD
           MOVE "Y" TO QUARANTINE-LINE-SWITCH.

       LOAD-CHARACTER-POLICY.
      *NO POLICY FILE MEANS NO SCREENING, AND EVERY DOCUMENT IS
      *COUNTED AS IT ALWAYS WAS. A BAD CARD FAILS THE STEP BEFORE
      *ANYTHING IS COUNTED.
           OPEN INPUT ELEMENTS-POLICY
           IF ELEMENTS-POLICY-STATUS NOT = "00"
              MOVE "Y" TO POLICY-EOF-SWITCH
           ELSE
              MOVE "Y" TO POLICY-FILE-SWITCH
           END-IF
           PERFORM UNTIL POLICY-EOF-SWITCH = "Y"
              READ ELEMENTS-POLICY
                 AT END
                    MOVE "Y" TO POLICY-EOF-SWITCH
                 NOT AT END
                    IF POL-CLASS(1:1) NOT = "*"
                       AND ELEMENTS-POLICY-RECORD NOT = SPACES
                       PERFORM TAKE-POLICY-CARD
                    END-IF
              END-READ
           END-PERFORM
           IF POLICY-FILE-SWITCH = "Y"
              CLOSE ELEMENTS-POLICY
           END-IF.

       TAKE-POLICY-CARD.
           IF POLICY-RULE-COUNT NOT < 100
              DISPLAY "ELEMENTS-POLICY.txt: MORE THAN 100 RULE CARDS."
              MOVE "Y" TO POLICY-ERROR-SWITCH
              MOVE "Y" TO POLICY-EOF-SWITCH
           ELSE
              ADD 1 TO POLICY-RULE-COUNT
              MOVE POL-CLASS TO PR-CLASS(POLICY-RULE-COUNT)
              MOVE POL-VALUE TO PR-VALUE(POLICY-RULE-COUNT)
              MOVE POL-VALUE TO SCAN-BUFFER
              PERFORM COMPUTE-REC-LEN
              MOVE REC-LEN TO PR-LENGTH(POLICY-RULE-COUNT)
              MOVE SPACE TO PR-RULE(POLICY-RULE-COUNT)
              MOVE SPACE TO PR-TEST(POLICY-RULE-COUNT)
              IF POL-RULE = "ALLOW"
                 MOVE "A" TO PR-RULE(POLICY-RULE-COUNT)
              END-IF
              IF POL-RULE = "FORBID"
                 MOVE "F" TO PR-RULE(POLICY-RULE-COUNT)
              END-IF
              IF POL-TYPE = "CHARS" AND REC-LEN > 0
                 MOVE "C" TO PR-TEST(POLICY-RULE-COUNT)
              END-IF
              IF POL-TYPE = "CLASS"
                 PERFORM TAKE-POLICY-CLASS-NAME
              END-IF
              IF POL-CLASS = SPACES
                 OR PR-RULE(POLICY-RULE-COUNT) = SPACE
                 OR PR-TEST(POLICY-RULE-COUNT) = SPACE
                 DISPLAY "ELEMENTS-POLICY.txt: BAD CARD - "
                         ELEMENTS-POLICY-RECORD
                 DISPLAY "EXPECTED: CLASS, ALLOW OR FORBID, CHARS OR "
                         "CLASS, THEN THE CHARACTERS OR CLASS NAME."
                 MOVE "Y" TO POLICY-ERROR-SWITCH
              END-IF
           END-IF.

       TAKE-POLICY-CLASS-NAME.
           IF POL-VALUE = "ALPHABETIC"
              MOVE "A" TO PR-TEST(POLICY-RULE-COUNT)
           ELSE
           IF POL-VALUE = "NUMERIC"
              MOVE "N" TO PR-TEST(POLICY-RULE-COUNT)
           ELSE
           IF POL-VALUE = "SPECIAL"
              MOVE "S" TO PR-TEST(POLICY-RULE-COUNT)
           ELSE
           IF POL-VALUE = "CONTROL"
              MOVE "K" TO PR-TEST(POLICY-RULE-COUNT)
           END-IF
           END-IF
           END-IF
           END-IF.

       SCREEN-ELEMENTS-FILE.
      *THE EXCEPTION REPORT IS REWRITTEN EVERY FILE-MODE RUN, SO IT
      *NEVER SHOWS AN EARLIER RUN'S EXCEPTIONS AS TONIGHT'S.
      *WITH A POLICY ON FILE THE REPORT IS THE ONLY RECORD OF WHY A
      *DOCUMENT WAS HELD BACK, SO A REPORT THAT CANNOT BE OPENED
      *FAILS THE STEP; WITHOUT ONE IT IS ONLY NOTED.
           OPEN OUTPUT POLICY-EXCEPTIONS
           IF POLICY-EXCEPTIONS-STATUS = "00"
              MOVE "Y" TO EXCEPTIONS-OPEN-SWITCH
           ELSE
              DISPLAY "ELEMENTS-POLICY-EXCEPTIONS.txt: OPEN FAILED, "
                      "STATUS " POLICY-EXCEPTIONS-STATUS "."
              IF POLICY-RULE-COUNT > ZERO
                 MOVE "Y" TO POLICY-ERROR-SWITCH
                 MOVE "Y" TO SCREEN-EOF-SWITCH
              END-IF
           END-IF
           MOVE "ELEMENTS CHARACTER POLICY EXCEPTIONS" TO PX-ROW
           PERFORM WRITE-POLICY-ROW
           IF POLICY-ERROR-SWITCH = "Y"
              CONTINUE
           ELSE
           IF POLICY-RULE-COUNT = ZERO
              MOVE "NO CHARACTER POLICY ON FILE - NOTHING SCREENED."
                TO PX-ROW
              PERFORM WRITE-POLICY-ROW
              MOVE "Y" TO SCREEN-EOF-SWITCH
           ELSE
              OPEN INPUT ELEMENTS-INPUT
              IF ELEMENTS-INPUT-STATUS NOT = "00"
                 MOVE "Y" TO SCREEN-EOF-SWITCH
              END-IF
           END-IF
           END-IF
           MOVE ZERO TO SCREEN-RULES
           PERFORM UNTIL SCREEN-EOF-SWITCH = "Y"
              READ ELEMENTS-INPUT
                 AT END
                    MOVE "Y" TO SCREEN-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO SCREEN-LINE-NUMBER
                    IF DOC-TAG = "*DOC "
                       PERFORM SCREEN-DOCUMENT-HEADER
                    ELSE
                       IF SCREEN-RULES > ZERO
                          MOVE ELEMENTS-INPUT-RECORD TO SCAN-BUFFER
                          PERFORM COMPUTE-REC-LEN
                          PERFORM SCREEN-RECORD-CHARS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           IF POLICY-RULE-COUNT > ZERO
              AND EXCEPTIONS-OPEN-SWITCH = "Y"
              AND (ELEMENTS-INPUT-STATUS = "00"
                   OR ELEMENTS-INPUT-STATUS = "10")
              CLOSE ELEMENTS-INPUT
           END-IF
           PERFORM PRINT-POLICY-SUMMARY
           IF EXCEPTIONS-OPEN-SWITCH = "Y"
              CLOSE POLICY-EXCEPTIONS
           END-IF
           IF DOCS-QUARANTINED > ZERO
              DISPLAY "ELEMENTS-COUNTER: " DOCS-QUARANTINED
                      " DOCUMENTS QUARANTINED - SEE "
                      "ELEMENTS-POLICY-EXCEPTIONS.txt."
           END-IF.

       SCREEN-DOCUMENT-HEADER.
      *LINES AHEAD OF THE FIRST HEADER BELONG TO NO DOCUMENT AND
      *ARE NOT SCREENED.
           IF SCREEN-DOC-COUNT < 20
              ADD 1 TO SCREEN-DOC-COUNT
              MOVE "N" TO PQ-FLAG(SCREEN-DOC-COUNT)
              MOVE ZERO TO PQ-EXCEPTIONS(SCREEN-DOC-COUNT)
           END-IF
           IF SCREEN-DOC-ORDINAL < 2000
              ADD 1 TO SCREEN-DOC-ORDINAL
              MOVE "N" TO PQ-DOC-FLAG(SCREEN-DOC-ORDINAL)
           ELSE
              DISPLAY "ELEMENTS-INPUT.txt: MORE THAN 2000 DOCUMENT "
                      "HEADERS - TOO MANY TO SCREEN."
              MOVE "Y" TO POLICY-ERROR-SWITCH
              MOVE "Y" TO SCREEN-EOF-SWITCH
           END-IF
           MOVE DOC-ID TO SCREEN-DOC-ID
           MOVE DOC-CLASS TO SCREEN-CLASS
           PERFORM COUNT-CLASS-RULES
           IF SCREEN-RULES = ZERO
              MOVE "DEFAULT" TO SCREEN-CLASS
              PERFORM COUNT-CLASS-RULES
           END-IF
           IF SCREEN-RULES > ZERO
              ADD 1 TO DOCS-SCREENED
           END-IF.

       COUNT-CLASS-RULES.
           MOVE ZERO TO SCREEN-RULES
           MOVE ZERO TO SCREEN-ALLOW-RULES
           MOVE 1 TO PR-INDEX
           PERFORM UNTIL PR-INDEX > POLICY-RULE-COUNT
              IF PR-CLASS(PR-INDEX) = SCREEN-CLASS
                 ADD 1 TO SCREEN-RULES
                 IF PR-RULE(PR-INDEX) = "A"
                    ADD 1 TO SCREEN-ALLOW-RULES
                 END-IF
              END-IF
              ADD 1 TO PR-INDEX
           END-PERFORM.

       SCREEN-RECORD-CHARS.
           MOVE 1 TO I
           PERFORM UNTIL I > REC-LEN
              MOVE SCAN-BUFFER(I:1) TO CURRENT-CHAR
              IF CURRENT-CHAR NOT = SPACE
                 PERFORM SCREEN-ONE-CHAR
              END-IF
              ADD 1 TO I
           END-PERFORM.

       SCREEN-ONE-CHAR.
           MOVE "N" TO CHAR-FORBIDDEN-SWITCH
           MOVE "N" TO CHAR-PERMITTED-SWITCH
           MOVE 1 TO PR-INDEX
           PERFORM UNTIL PR-INDEX > POLICY-RULE-COUNT
              IF PR-CLASS(PR-INDEX) = SCREEN-CLASS
                 PERFORM MATCH-POLICY-RULE
                 IF RULE-MATCHED-SWITCH = "Y"
                    IF PR-RULE(PR-INDEX) = "F"
                       MOVE "Y" TO CHAR-FORBIDDEN-SWITCH
                    ELSE
                       MOVE "Y" TO CHAR-PERMITTED-SWITCH
                    END-IF
                 END-IF
              END-IF
              ADD 1 TO PR-INDEX
           END-PERFORM
           IF CHAR-FORBIDDEN-SWITCH = "Y"
              MOVE "FORBIDDEN" TO PXR-REASON
              PERFORM WRITE-POLICY-EXCEPTION
           ELSE
              IF SCREEN-ALLOW-RULES > ZERO
                 AND CHAR-PERMITTED-SWITCH = "N"
                 MOVE "NOT ALLOWED" TO PXR-REASON
                 PERFORM WRITE-POLICY-EXCEPTION
              END-IF
           END-IF.

       MATCH-POLICY-RULE.
      *CONTROL MEANS BELOW A SPACE, OR DELETE; SPECIAL IS WHATEVER
      *IS NEITHER LETTER, DIGIT NOR CONTROL.
           MOVE "N" TO RULE-MATCHED-SWITCH
           IF PR-TEST(PR-INDEX) = "C"
              MOVE 1 TO POLICY-SCAN
              PERFORM UNTIL POLICY-SCAN > PR-LENGTH(PR-INDEX)
                 IF PR-VALUE(PR-INDEX)(POLICY-SCAN:1) = CURRENT-CHAR
                    MOVE "Y" TO RULE-MATCHED-SWITCH
                    COMPUTE POLICY-SCAN = PR-LENGTH(PR-INDEX) + 1
                 ELSE
                    ADD 1 TO POLICY-SCAN
                 END-IF
              END-PERFORM
           ELSE
           IF PR-TEST(PR-INDEX) = "A"
              IF CURRENT-CHAR IS ALPHABETIC
                 MOVE "Y" TO RULE-MATCHED-SWITCH
              END-IF
           ELSE
           IF PR-TEST(PR-INDEX) = "N"
              IF CURRENT-CHAR IS NUMERIC
                 MOVE "Y" TO RULE-MATCHED-SWITCH
              END-IF
           ELSE
           IF CURRENT-CHAR < SPACE OR CURRENT-CHAR = X"7F"
              IF PR-TEST(PR-INDEX) = "K"
                 MOVE "Y" TO RULE-MATCHED-SWITCH
              END-IF
           ELSE
              IF PR-TEST(PR-INDEX) = "S"
                 AND CURRENT-CHAR IS NOT ALPHABETIC
                 AND CURRENT-CHAR IS NOT NUMERIC
                 MOVE "Y" TO RULE-MATCHED-SWITCH
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       WRITE-POLICY-EXCEPTION.
      *ONE EXCEPTION IS ENOUGH TO QUARANTINE THE DOCUMENT, BUT
      *EVERY OFFENDING CHARACTER IS LISTED SO THE DEPARTMENT CAN
      *FIX THE WHOLE DOCUMENT IN ONE GO.
           IF PQ-DOC-FLAG(SCREEN-DOC-ORDINAL) NOT = "Y"
              MOVE "Y" TO PQ-DOC-FLAG(SCREEN-DOC-ORDINAL)
              ADD 1 TO DOCS-QUARANTINED
           END-IF
           MOVE "Y" TO PQ-FLAG(SCREEN-DOC-COUNT)
           ADD 1 TO PQ-EXCEPTIONS(SCREEN-DOC-COUNT)
           ADD 1 TO POLICY-EXCEPTION-COUNT
           MOVE SCREEN-DOC-ID TO PXR-DOC
           MOVE SCREEN-LINE-NUMBER TO PXR-LINE
           MOVE I TO PXR-COLUMN
           MOVE CURRENT-CHAR TO CCW-LOW
           DIVIDE CHAR-CODE BY 16 GIVING HEX-HIGH REMAINDER HEX-LOW
           MOVE HEX-DIGITS(HEX-HIGH + 1:1) TO PXR-HEX(1:1)
           MOVE HEX-DIGITS(HEX-LOW + 1:1) TO PXR-HEX(2:1)
           IF CURRENT-CHAR < SPACE OR CURRENT-CHAR = X"7F"
              MOVE SPACE TO PXR-CHAR
           ELSE
              MOVE CURRENT-CHAR TO PXR-CHAR
           END-IF
           MOVE POLICY-EXCEPTION-ROW TO PX-ROW
           PERFORM WRITE-POLICY-ROW.

       PRINT-POLICY-SUMMARY.
           IF POLICY-RULE-COUNT > ZERO
              MOVE "DOCUMENTS SCREENED:" TO PSR-LABEL
              MOVE DOCS-SCREENED TO PSR-COUNT
              MOVE POLICY-SUMMARY-ROW TO PX-ROW
              PERFORM WRITE-POLICY-ROW
              MOVE "POLICY EXCEPTIONS:" TO PSR-LABEL
              MOVE POLICY-EXCEPTION-COUNT TO PSR-COUNT
              MOVE POLICY-SUMMARY-ROW TO PX-ROW
              PERFORM WRITE-POLICY-ROW
              MOVE "DOCUMENTS QUARANTINED:" TO PSR-LABEL
              MOVE DOCS-QUARANTINED TO PSR-COUNT
              MOVE POLICY-SUMMARY-ROW TO PX-ROW
              PERFORM WRITE-POLICY-ROW
           END-IF.

       WRITE-POLICY-ROW.
           MOVE RUN-DATE TO PX-STAMP-DATE
           MOVE RUN-TIME TO PX-STAMP-TIME
           MOVE RUN-TIME(1:4) TO PX-STAMP-ID
           MOVE SPACE TO PX-STAMP-SEP
           IF EXCEPTIONS-OPEN-SWITCH = "Y"
              WRITE POLICY-EXCEPTIONS-RECORD
           END-IF
           MOVE SPACES TO PX-ROW.
