       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO LEDGER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-KEY
               FILE STATUS IS ACC-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "amlparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "amlalert.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "amlreview.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVIEW-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "rate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT RATEHIST-FILE ASSIGN TO "ratehist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATEHIST-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(74).

       FD ACC-FILE.
       01 ACC-RECORD.
           05 ACC-KEY            PIC X(6).
           05 FILLER             PIC X(30).

       FD PARM-FILE.
       01 PARM-RECORD           PIC X(24).

       FD ALERT-FILE.
       01 ALERT-RECORD          PIC X(134).

       FD REVIEW-FILE.
       01 REVIEW-RECORD         PIC X(38).

       FD RATE-FILE.
       01 RATE-RECORD           PIC X(9).

       FD RATEHIST-FILE.
       01 RATEHIST-RECORD       PIC X(18).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD        PIC X(8).

       WORKING-STORAGE SECTION.
       77 LEDGER-STATUS         PIC XX VALUE SPACES.
       77 ACC-FILE-STATUS       PIC XX VALUE SPACES.
       77 PARM-FILE-STATUS      PIC XX VALUE SPACES.
       77 ALERT-FILE-STATUS     PIC XX VALUE SPACES.
       77 REVIEW-FILE-STATUS    PIC XX VALUE SPACES.
       77 RATE-FILE-STATUS      PIC XX VALUE SPACES.
       77 RATEHIST-STATUS       PIC XX VALUE SPACES.
       77 RATEHIST-EOF          PIC X VALUE "N".
       77 RATE-FOUND            PIC X VALUE "N".
       77 BUSDATE-STATUS        PIC XX VALUE SPACES.
       77 ACC-FILE-OPEN         PIC X VALUE "N".

       77 ARG-VALUE             PIC X(40).
       77 BUSINESS-DATE         PIC X(8) VALUE SPACES.
       77 SYSTEM-DATE           PIC 9(8).
       77 BEST-EFF-DATE         PIC X(8) VALUE SPACES.
       77 RAI-TO-IDR-RATE       PIC 9(9) VALUE 120000000.
       77 ENTRY-RATE            PIC 9(9).
       77 CURRENT-TIME          PIC 9(8).

       77 REPORT-THRESHOLD      PIC 9(15) VALUE 500000000.
       77 NEAR-PERCENT          PIC 9(3) VALUE 90.
       77 NEAR-COUNT            PIC 9(3) VALUE 3.
       77 WINDOW-DAYS           PIC 9(3) VALUE 7.
       77 DORMANT-DAYS          PIC 9(3) VALUE 90.
       77 DORMANT-AMOUNT        PIC 9(15) VALUE 100000000.
       77 NEAR-FLOOR            PIC 9(15).
       77 PARM-VALUE            PIC 9(15).

       77 BUSINESS-INTEGER      PIC 9(8).
       77 WORK-INTEGER          PIC 9(8).
       77 WINDOW-START          PIC X(8).
       77 DORMANT-START         PIC X(8).
       77 SCAN-START            PIC 9(8).
       77 SCAN-MONTH            PIC 9(6).
       77 END-MONTH             PIC 9(6).
       77 ARCH-YEAR             PIC 9(4).
       77 ARCH-MONTH            PIC 99.
       77 MONTH-NUMBER          PIC 9(6).
       77 LEDGER-NAME           PIC X(30) VALUE SPACES.
       77 FILES-READ            PIC 9(2) VALUE 0.

       77 ENTRY-ACTION          PIC X(3).
       77 ENTRY-AMOUNT          PIC 9(6)V99.
       77 ENTRY-DATE            PIC X(8).
       77 ENTRY-TIME            PIC X(6).
       77 ENTRY-REF             PIC X(10).
       77 ENTRY-IDR             PIC 9(15).

       77 AMLA-MAX              PIC 9(5) VALUE 10000.
       77 AMLA-COUNT            PIC 9(5) VALUE 0.
       77 AMLA-IX               PIC 9(5).
       77 AMLA-FOUND            PIC X VALUE "N".
       01 AMLA-TABLE.
           05 AMLA-ENTRY OCCURS 10000.
               10 AMLA-ACCOUNT   PIC X(6).
               10 AMLA-GROUP     PIC X(7).
               10 AMLA-DOR-DATE  PIC X(8).
               10 AMLA-DOR-REF   PIC X(10).
               10 AMLA-DOR-IDR   PIC 9(15).
               10 AMLA-DOR-COUNT PIC 9(4).

       77 AMLT-MAX              PIC 9(5) VALUE 20000.
       77 AMLT-COUNT            PIC 9(5) VALUE 0.
       77 AMLT-IX               PIC 9(5).
       01 AMLT-TABLE.
           05 AMLT-ENTRY OCCURS 20000.
               10 AMLT-ACCT-IX   PIC 9(5).
               10 AMLT-ACTION    PIC X(3).
               10 AMLT-DATE      PIC X(8).
               10 AMLT-REF       PIC X(10).
               10 AMLT-IDR       PIC 9(15).

       77 AMLG-MAX              PIC 9(5) VALUE 10000.
       77 AMLG-COUNT            PIC 9(5) VALUE 0.
       77 AMLG-IX               PIC 9(5).
       77 AMLG-FOUND            PIC X VALUE "N".
       01 AMLG-TABLE.
           05 AMLG-ENTRY OCCURS 10000.
               10 AMLG-KEY       PIC X(7).
               10 AMLG-NEAR-COUNT PIC 9(4).
               10 AMLG-NEAR-IDR  PIC 9(16).
               10 AMLG-LAST-REF  PIC X(10).
               10 AMLG-ACCOUNTS  PIC X(27).
               10 AMLG-ACCT-COUNT PIC 9.

       77 REVIEW-MAX            PIC 9(5) VALUE 10000.
       77 REVIEW-COUNT          PIC 9(5) VALUE 0.
       77 REVIEW-IX             PIC 9(5).
       01 REVIEW-TABLE.
           05 REVIEW-ENTRY OCCURS 10000.
               10 REVIEWED-ID    PIC X(22).

       77 TABLE-OVERFLOW        PIC X VALUE "N".
       77 ALERT-ID              PIC X(22).
       77 ALERT-RULE            PIC X(3).
       77 ALERT-GROUP           PIC X(7).
       77 ALERT-REF             PIC X(10).
       77 ALERT-ACCOUNTS        PIC X(27).
       77 ALERT-COUNT           PIC 9(4).
       77 ALERT-IDR             PIC 9(16).
       77 ALERT-TEXT            PIC X(40).
       77 ALERT-REVIEWED        PIC X VALUE "N".
       77 ALERTS-RAISED         PIC 9(6) VALUE 0.
       77 ALERTS-SUPPRESSED     PIC 9(6) VALUE 0.
       77 REVIEW-ID             PIC X(22).
       77 REVIEW-FOUND          PIC X VALUE "N".
       77 LIST-POS              PIC 99.

       77 IDR-FORMATTED         PIC Z(15)9.
       77 COUNT-FORMATTED       PIC ZZZ9.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT ARG-VALUE FROM COMMAND-LINE
           PERFORM LOAD-BUSINESS-DATE
           IF ARG-VALUE(1:9) = "--review "
               MOVE ARG-VALUE(10:22) TO REVIEW-ID
               PERFORM RECORD-REVIEW
               STOP RUN
           END-IF
           IF ARG-VALUE NOT = SPACES
               DISPLAY "AMLMON: USAGE amlmon [--review ALERT-ID]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-EXCHANGE-RATE
           PERFORM LOAD-AML-PARAMETERS
           PERFORM SET-SCAN-DATES
           PERFORM LOAD-REVIEWED-ALERTS
           PERFORM SCAN-LEDGERS
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "AMLMON: TOO MANY ACCOUNTS OR TRANSACTIONS - "
                       "NO ALERTS WRITTEN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-ALERTS
           DISPLAY "AMLMON: " ALERTS-RAISED " ALERTS RAISED, "
               ALERTS-SUPPRESSED " ALREADY REVIEWED, "
               AMLT-COUNT " TRANSACTIONS FROM " FILES-READ
               " LEDGER FILES"
           STOP RUN.

       LOAD-BUSINESS-DATE.
           OPEN INPUT BUSDATE-FILE
           IF BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BUSDATE-RECORD NUMERIC
                           MOVE BUSDATE-RECORD TO BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSDATE-FILE
           END-IF
           IF BUSINESS-DATE = SPACES
               ACCEPT SYSTEM-DATE FROM DATE YYYYMMDD
               MOVE SYSTEM-DATE TO BUSINESS-DATE
           END-IF.

       LOAD-EXCHANGE-RATE.
           MOVE "N" TO RATE-FOUND
           MOVE SPACES TO BEST-EFF-DATE
           OPEN INPUT RATEHIST-FILE
           IF RATEHIST-STATUS = "00"
               MOVE "N" TO RATEHIST-EOF
               PERFORM UNTIL RATEHIST-EOF = "Y"
                   READ RATEHIST-FILE
                       AT END
                           MOVE "Y" TO RATEHIST-EOF
                       NOT AT END
                           IF RATEHIST-RECORD(1:8) NUMERIC
                             AND RATEHIST-RECORD(1:8) <= BUSINESS-DATE
                             AND RATEHIST-RECORD(1:8) >= BEST-EFF-DATE
                               MOVE RATEHIST-RECORD(1:8)
                                 TO BEST-EFF-DATE
                               MOVE FUNCTION NUMVAL
                                   (RATEHIST-RECORD(10:9))
                                 TO RAI-TO-IDR-RATE
                               MOVE "Y" TO RATE-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATEHIST-FILE
           END-IF
           IF RATE-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RATE-FILE
           IF RATE-FILE-STATUS = "00"
               READ RATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(RATE-RECORD)
                           TO RAI-TO-IDR-RATE
               END-READ
               CLOSE RATE-FILE
           END-IF.

       LOAD-AML-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF PARM-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ PARM-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM APPLY-AML-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           IF WINDOW-DAYS = 0
               MOVE 1 TO WINDOW-DAYS
           END-IF
           IF NEAR-COUNT < 2
               MOVE 2 TO NEAR-COUNT
           END-IF
           IF NEAR-PERCENT = 0 OR NEAR-PERCENT > 99
               MOVE 90 TO NEAR-PERCENT
           END-IF
           COMPUTE NEAR-FLOOR = REPORT-THRESHOLD * NEAR-PERCENT / 100.

       APPLY-AML-PARAMETER.
           IF FUNCTION TEST-NUMVAL(PARM-RECORD(10:15)) NOT = 0
               DISPLAY "AMLMON: BAD PARAMETER IGNORED - " PARM-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(PARM-RECORD(10:15)) TO PARM-VALUE
           EVALUATE PARM-RECORD(1:8)
               WHEN "THRESHLD"
                   MOVE PARM-VALUE TO REPORT-THRESHOLD
               WHEN "NEARPCT "
                   MOVE PARM-VALUE TO NEAR-PERCENT
               WHEN "NEARCNT "
                   MOVE PARM-VALUE TO NEAR-COUNT
               WHEN "WINDOW  "
                   MOVE PARM-VALUE TO WINDOW-DAYS
               WHEN "DORDAYS "
                   MOVE PARM-VALUE TO DORMANT-DAYS
               WHEN "DORAMT  "
                   MOVE PARM-VALUE TO DORMANT-AMOUNT
               WHEN OTHER
                   DISPLAY "AMLMON: UNKNOWN PARAMETER IGNORED - "
                       PARM-RECORD
           END-EVALUATE.

       SET-SCAN-DATES.
           MOVE BUSINESS-DATE TO WORK-INTEGER
           COMPUTE BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WORK-INTEGER)
           COMPUTE WORK-INTEGER = FUNCTION DATE-OF-INTEGER
               (BUSINESS-INTEGER - WINDOW-DAYS + 1)
           MOVE WORK-INTEGER TO WINDOW-START
           COMPUTE WORK-INTEGER = FUNCTION DATE-OF-INTEGER
               (BUSINESS-INTEGER - DORMANT-DAYS)
           MOVE WORK-INTEGER TO DORMANT-START
           IF DORMANT-START < WINDOW-START
               MOVE DORMANT-START TO SCAN-START
           ELSE
               MOVE WINDOW-START TO SCAN-START
           END-IF.

       LOAD-REVIEWED-ALERTS.
           MOVE 0 TO REVIEW-COUNT
           OPEN INPUT REVIEW-FILE
           IF REVIEW-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ REVIEW-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF REVIEW-COUNT < REVIEW-MAX
                           ADD 1 TO REVIEW-COUNT
                           MOVE REVIEW-RECORD(1:22)
                             TO REVIEWED-ID(REVIEW-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVIEW-FILE.

       SCAN-LEDGERS.
           MOVE 0 TO AMLA-COUNT
           MOVE 0 TO AMLT-COUNT
           MOVE "N" TO TABLE-OVERFLOW
           MOVE "N" TO ACC-FILE-OPEN
           OPEN INPUT ACC-FILE
           IF ACC-FILE-STATUS = "00"
               MOVE "Y" TO ACC-FILE-OPEN
           END-IF

           COMPUTE SCAN-MONTH = SCAN-START / 100
           MOVE BUSINESS-DATE(1:6) TO END-MONTH
           PERFORM UNTIL SCAN-MONTH > END-MONTH
               MOVE SPACES TO LEDGER-NAME
               STRING "ledger_" DELIMITED BY SIZE
                      SCAN-MONTH DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO LEDGER-NAME
               PERFORM SCAN-LEDGER-FILE
               DIVIDE SCAN-MONTH BY 100 GIVING ARCH-YEAR
               COMPUTE ARCH-MONTH = FUNCTION MOD(SCAN-MONTH, 100)
               COMPUTE MONTH-NUMBER = ARCH-YEAR * 12 + ARCH-MONTH
               DIVIDE MONTH-NUMBER BY 12 GIVING ARCH-YEAR
               COMPUTE ARCH-MONTH = FUNCTION MOD(MONTH-NUMBER, 12) + 1
               COMPUTE SCAN-MONTH = ARCH-YEAR * 100 + ARCH-MONTH
           END-PERFORM

           MOVE "ledger.txt" TO LEDGER-NAME
           PERFORM SCAN-LEDGER-FILE

           IF ACC-FILE-OPEN = "Y"
               CLOSE ACC-FILE
           END-IF.

       SCAN-LEDGER-FILE.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FILES-READ
           PERFORM UNTIL 1 = 2
               READ LEDGER-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM SCAN-LEDGER-ENTRY
                       IF TABLE-OVERFLOW = "Y"
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       SCAN-LEDGER-ENTRY.
           MOVE LEDGER-RECORD(7:3) TO ENTRY-ACTION
           IF ENTRY-ACTION NOT = "DEP" AND ENTRY-ACTION NOT = "WDR"
             AND ENTRY-ACTION NOT = "TRF" AND ENTRY-ACTION NOT = "DOR"
               EXIT PARAGRAPH
           END-IF
           IF LEDGER-RECORD(19:1) = "+"
             OR LEDGER-RECORD(19:1) = "-"
               MOVE LEDGER-RECORD(29:8) TO ENTRY-DATE
               MOVE LEDGER-RECORD(37:6) TO ENTRY-TIME
           ELSE
               MOVE LEDGER-RECORD(28:8) TO ENTRY-DATE
               MOVE LEDGER-RECORD(36:6) TO ENTRY-TIME
           END-IF
           IF ENTRY-DATE > BUSINESS-DATE
             OR ENTRY-DATE < SCAN-START
               EXIT PARAGRAPH
           END-IF
           IF LEDGER-RECORD(52:10) NUMERIC
               MOVE LEDGER-RECORD(52:10) TO ENTRY-REF
           ELSE
               MOVE SPACES TO ENTRY-REF
               STRING ENTRY-DATE(3:6) DELIMITED BY SIZE
                      ENTRY-TIME(1:4) DELIMITED BY SIZE
                      INTO ENTRY-REF
           END-IF

           PERFORM FIND-AML-ACCOUNT
           IF AMLA-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           IF ENTRY-ACTION = "DOR"
               IF ENTRY-DATE >= DORMANT-START
                   MOVE ENTRY-DATE TO AMLA-DOR-DATE(AMLA-IX)
                   MOVE ENTRY-REF TO AMLA-DOR-REF(AMLA-IX)
                   MOVE 0 TO AMLA-DOR-IDR(AMLA-IX)
                   MOVE 0 TO AMLA-DOR-COUNT(AMLA-IX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF ENTRY-DATE < WINDOW-START
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(LEDGER-RECORD(10:9)) TO ENTRY-AMOUNT
           IF LEDGER-RECORD(43:9) NUMERIC
             AND LEDGER-RECORD(43:9) NOT = "000000000"
               MOVE LEDGER-RECORD(43:9) TO ENTRY-RATE
           ELSE
               MOVE RAI-TO-IDR-RATE TO ENTRY-RATE
           END-IF
           COMPUTE ENTRY-IDR ROUNDED = ENTRY-AMOUNT * ENTRY-RATE

           IF AMLT-COUNT >= AMLT-MAX
               MOVE "Y" TO TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AMLT-COUNT
           MOVE AMLA-IX TO AMLT-ACCT-IX(AMLT-COUNT)
           MOVE ENTRY-ACTION TO AMLT-ACTION(AMLT-COUNT)
           MOVE ENTRY-DATE TO AMLT-DATE(AMLT-COUNT)
           MOVE ENTRY-REF TO AMLT-REF(AMLT-COUNT)
           MOVE ENTRY-IDR TO AMLT-IDR(AMLT-COUNT)

           IF AMLA-DOR-DATE(AMLA-IX) NOT = SPACES
             AND ENTRY-DATE >= AMLA-DOR-DATE(AMLA-IX)
               ADD ENTRY-IDR TO AMLA-DOR-IDR(AMLA-IX)
               ADD 1 TO AMLA-DOR-COUNT(AMLA-IX)
           END-IF.

       FIND-AML-ACCOUNT.
           MOVE "N" TO AMLA-FOUND
           PERFORM VARYING AMLA-IX FROM 1 BY 1
             UNTIL AMLA-IX > AMLA-COUNT
               IF AMLA-ACCOUNT(AMLA-IX) = LEDGER-RECORD(1:6)
                   MOVE "Y" TO AMLA-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF AMLA-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF AMLA-COUNT >= AMLA-MAX
               MOVE "Y" TO TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AMLA-COUNT
           MOVE AMLA-COUNT TO AMLA-IX
           MOVE LEDGER-RECORD(1:6) TO AMLA-ACCOUNT(AMLA-IX)
           MOVE SPACES TO AMLA-DOR-DATE(AMLA-IX)
           MOVE SPACES TO AMLA-DOR-REF(AMLA-IX)
           MOVE 0 TO AMLA-DOR-IDR(AMLA-IX)
           MOVE 0 TO AMLA-DOR-COUNT(AMLA-IX)
           MOVE SPACES TO AMLA-GROUP(AMLA-IX)
           STRING "A" DELIMITED BY SIZE
                  LEDGER-RECORD(1:6) DELIMITED BY SIZE
                  INTO AMLA-GROUP(AMLA-IX)
           IF ACC-FILE-OPEN = "Y"
               MOVE LEDGER-RECORD(1:6) TO ACC-KEY
               READ ACC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACC-RECORD(20:6) NUMERIC
                         AND ACC-RECORD(20:6) NOT = "000000"
                           MOVE SPACES TO AMLA-GROUP(AMLA-IX)
                           STRING "C" DELIMITED BY SIZE
                                  ACC-RECORD(20:6) DELIMITED BY SIZE
                                  INTO AMLA-GROUP(AMLA-IX)
                       END-IF
               END-READ
           END-IF
           MOVE "Y" TO AMLA-FOUND.

       WRITE-ALERTS.
           MOVE 0 TO ALERTS-RAISED
           MOVE 0 TO ALERTS-SUPPRESSED
           OPEN OUTPUT ALERT-FILE
           PERFORM CHECK-LARGE-ITEMS
           PERFORM CHECK-STRUCTURING
           PERFORM CHECK-DORMANT-ACTIVITY
           CLOSE ALERT-FILE.

       CHECK-LARGE-ITEMS.
           PERFORM VARYING AMLT-IX FROM 1 BY 1
             UNTIL AMLT-IX > AMLT-COUNT
               IF AMLT-IDR(AMLT-IX) > REPORT-THRESHOLD
                   MOVE AMLT-ACCT-IX(AMLT-IX) TO AMLA-IX
                   MOVE "LRG" TO ALERT-RULE
                   MOVE AMLA-GROUP(AMLA-IX) TO ALERT-GROUP
                   MOVE AMLT-REF(AMLT-IX) TO ALERT-REF
                   MOVE AMLA-ACCOUNT(AMLA-IX) TO ALERT-ACCOUNTS
                   MOVE 1 TO ALERT-COUNT
                   MOVE AMLT-IDR(AMLT-IX) TO ALERT-IDR
                   MOVE SPACES TO ALERT-TEXT
                   STRING AMLT-ACTION(AMLT-IX) DELIMITED BY SIZE
                          " OVER REPORTING THRESHOLD ON "
                          DELIMITED BY SIZE
                          AMLT-DATE(AMLT-IX) DELIMITED BY SIZE
                          INTO ALERT-TEXT
                   PERFORM RAISE-ALERT
               END-IF
           END-PERFORM.

       CHECK-STRUCTURING.
           MOVE 0 TO AMLG-COUNT
           PERFORM VARYING AMLT-IX FROM 1 BY 1
             UNTIL AMLT-IX > AMLT-COUNT
               IF AMLT-IDR(AMLT-IX) >= NEAR-FLOOR
                 AND AMLT-IDR(AMLT-IX) <= REPORT-THRESHOLD
                   MOVE AMLT-ACCT-IX(AMLT-IX) TO AMLA-IX
                   PERFORM FIND-AML-GROUP
                   IF AMLG-FOUND = "Y"
                       ADD 1 TO AMLG-NEAR-COUNT(AMLG-IX)
                       ADD AMLT-IDR(AMLT-IX) TO AMLG-NEAR-IDR(AMLG-IX)
                       IF AMLT-REF(AMLT-IX) > AMLG-LAST-REF(AMLG-IX)
                         OR AMLG-LAST-REF(AMLG-IX) = SPACES
                           MOVE AMLT-REF(AMLT-IX)
                             TO AMLG-LAST-REF(AMLG-IX)
                       END-IF
                       PERFORM ADD-GROUP-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING AMLG-IX FROM 1 BY 1
             UNTIL AMLG-IX > AMLG-COUNT
               IF AMLG-NEAR-COUNT(AMLG-IX) >= NEAR-COUNT
                   MOVE "STR" TO ALERT-RULE
                   MOVE AMLG-KEY(AMLG-IX) TO ALERT-GROUP
                   MOVE AMLG-LAST-REF(AMLG-IX) TO ALERT-REF
                   MOVE AMLG-ACCOUNTS(AMLG-IX) TO ALERT-ACCOUNTS
                   MOVE AMLG-NEAR-COUNT(AMLG-IX) TO ALERT-COUNT
                   MOVE AMLG-NEAR-IDR(AMLG-IX) TO ALERT-IDR
                   MOVE SPACES TO ALERT-TEXT
                   STRING "REPEATED NEAR THRESHOLD SINCE "
                          DELIMITED BY SIZE
                          WINDOW-START DELIMITED BY SIZE
                          INTO ALERT-TEXT
                   PERFORM RAISE-ALERT
               END-IF
           END-PERFORM.

       FIND-AML-GROUP.
           MOVE "N" TO AMLG-FOUND
           PERFORM VARYING AMLG-IX FROM 1 BY 1
             UNTIL AMLG-IX > AMLG-COUNT
               IF AMLG-KEY(AMLG-IX) = AMLA-GROUP(AMLA-IX)
                   MOVE "Y" TO AMLG-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF AMLG-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF AMLG-COUNT >= AMLG-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AMLG-COUNT
           MOVE AMLG-COUNT TO AMLG-IX
           MOVE AMLA-GROUP(AMLA-IX) TO AMLG-KEY(AMLG-IX)
           MOVE 0 TO AMLG-NEAR-COUNT(AMLG-IX)
           MOVE 0 TO AMLG-NEAR-IDR(AMLG-IX)
           MOVE SPACES TO AMLG-LAST-REF(AMLG-IX)
           MOVE SPACES TO AMLG-ACCOUNTS(AMLG-IX)
           MOVE 0 TO AMLG-ACCT-COUNT(AMLG-IX)
           MOVE "Y" TO AMLG-FOUND.

       ADD-GROUP-ACCOUNT.
           PERFORM VARYING LIST-POS FROM 1 BY 7
             UNTIL LIST-POS > 22
               IF AMLG-ACCOUNTS(AMLG-IX)(LIST-POS:6)
                   = AMLA-ACCOUNT(AMLA-IX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF AMLG-ACCT-COUNT(AMLG-IX) >= 4
               MOVE "+" TO AMLG-ACCOUNTS(AMLG-IX)(27:1)
               EXIT PARAGRAPH
           END-IF
           COMPUTE LIST-POS = AMLG-ACCT-COUNT(AMLG-IX) * 7 + 1
           MOVE AMLA-ACCOUNT(AMLA-IX)
             TO AMLG-ACCOUNTS(AMLG-IX)(LIST-POS:6)
           ADD 1 TO AMLG-ACCT-COUNT(AMLG-IX).

       CHECK-DORMANT-ACTIVITY.
           PERFORM VARYING AMLA-IX FROM 1 BY 1
             UNTIL AMLA-IX > AMLA-COUNT
               IF AMLA-DOR-DATE(AMLA-IX) NOT = SPACES
                 AND AMLA-DOR-COUNT(AMLA-IX) > 0
                 AND AMLA-DOR-IDR(AMLA-IX) >= DORMANT-AMOUNT
                   MOVE "DRA" TO ALERT-RULE
                   MOVE AMLA-GROUP(AMLA-IX) TO ALERT-GROUP
                   MOVE AMLA-DOR-REF(AMLA-IX) TO ALERT-REF
                   MOVE AMLA-ACCOUNT(AMLA-IX) TO ALERT-ACCOUNTS
                   MOVE AMLA-DOR-COUNT(AMLA-IX) TO ALERT-COUNT
                   MOVE AMLA-DOR-IDR(AMLA-IX) TO ALERT-IDR
                   MOVE SPACES TO ALERT-TEXT
                   STRING "ACTIVITY AFTER DORMANCY ON "
                          DELIMITED BY SIZE
                          AMLA-DOR-DATE(AMLA-IX) DELIMITED BY SIZE
                          INTO ALERT-TEXT
                   PERFORM RAISE-ALERT
               END-IF
           END-PERFORM.

       RAISE-ALERT.
           MOVE SPACES TO ALERT-ID
           STRING ALERT-RULE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  ALERT-GROUP DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  ALERT-REF DELIMITED BY SIZE
                  INTO ALERT-ID
           MOVE "N" TO ALERT-REVIEWED
           PERFORM VARYING REVIEW-IX FROM 1 BY 1
             UNTIL REVIEW-IX > REVIEW-COUNT
               IF REVIEWED-ID(REVIEW-IX) = ALERT-ID
                   MOVE "Y" TO ALERT-REVIEWED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ALERT-REVIEWED = "Y"
               ADD 1 TO ALERTS-SUPPRESSED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ALERT-RECORD
           MOVE ALERT-ID TO ALERT-RECORD(1:22)
           MOVE BUSINESS-DATE TO ALERT-RECORD(24:8)
           MOVE ALERT-RULE TO ALERT-RECORD(33:3)
           IF ALERT-GROUP(1:1) = "C"
               MOVE ALERT-GROUP(2:6) TO ALERT-RECORD(37:6)
           ELSE
               MOVE "NONE" TO ALERT-RECORD(37:6)
           END-IF
           MOVE ALERT-ACCOUNTS TO ALERT-RECORD(44:27)
           MOVE ALERT-COUNT TO COUNT-FORMATTED
           MOVE COUNT-FORMATTED TO ALERT-RECORD(72:4)
           MOVE ALERT-IDR TO IDR-FORMATTED
           MOVE IDR-FORMATTED TO ALERT-RECORD(77:16)
           MOVE ALERT-TEXT TO ALERT-RECORD(95:40)
           WRITE ALERT-RECORD
           ADD 1 TO ALERTS-RAISED.

       RECORD-REVIEW.
           MOVE "N" TO REVIEW-FOUND
           OPEN INPUT ALERT-FILE
           IF ALERT-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ ALERT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF ALERT-RECORD(1:22) = REVIEW-ID
                               MOVE "Y" TO REVIEW-FOUND
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF
           IF REVIEW-FOUND = "N"
               DISPLAY "AMLMON: ALERT " REVIEW-ID
                       " NOT IN amlalert.txt"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND REVIEW-FILE
           IF REVIEW-FILE-STATUS = "35"
               OPEN OUTPUT REVIEW-FILE
           END-IF
           IF REVIEW-FILE-STATUS NOT = "00"
               DISPLAY "AMLMON: COULD NOT OPEN amlreview.txt"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ACCEPT CURRENT-TIME FROM TIME
           MOVE SPACES TO REVIEW-RECORD
           MOVE REVIEW-ID TO REVIEW-RECORD(1:22)
           MOVE BUSINESS-DATE TO REVIEW-RECORD(24:8)
           MOVE CURRENT-TIME(1:6) TO REVIEW-RECORD(33:6)
           WRITE REVIEW-RECORD
           CLOSE REVIEW-FILE
           DISPLAY "AMLMON: ALERT " REVIEW-ID " MARKED REVIEWED".
