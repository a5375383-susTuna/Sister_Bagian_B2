       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODRPT.

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
           SELECT PRODUCT-FILE ASSIGN TO "products.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "prodrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD PRODUCT-FILE.
       01 PRODUCT-RECORD        PIC X(82).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).

       FD RATE-FILE.
       01 RATE-RECORD           PIC X(9).

       FD RATEHIST-FILE.
       01 RATEHIST-RECORD       PIC X(18).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD        PIC X(8).

       WORKING-STORAGE SECTION.
       77 LEDGER-STATUS         PIC XX VALUE SPACES.
       77 ACC-FILE-STATUS       PIC XX VALUE SPACES.
       77 PRODUCT-FILE-STATUS   PIC XX VALUE SPACES.
       77 RATE-FILE-STATUS      PIC XX VALUE SPACES.
       77 RATEHIST-STATUS       PIC XX VALUE SPACES.
       77 RATEHIST-EOF          PIC X VALUE "N".
       77 RATE-FOUND            PIC X VALUE "N".
       77 BUSDATE-STATUS        PIC XX VALUE SPACES.

       77 ARG-VALUE             PIC X(20).
       77 BUSINESS-DATE         PIC X(8) VALUE SPACES.
       77 SYSTEM-DATE           PIC 9(8).
       77 BEST-EFF-DATE         PIC X(8) VALUE SPACES.
       77 RAI-TO-IDR-RATE       PIC 9(9) VALUE 120000000.
       77 RATE-FORMATTED        PIC Z(8)9.

       77 REPORT-MONTH          PIC 9(6).
       77 BUSINESS-MONTH        PIC 9(6).
       77 ARCHIVE-BALANCES      PIC X VALUE "N".
       77 REPORT-ARCH-FOUND     PIC X VALUE "N".
       77 PREV-MONTH            PIC 9(6).
       77 SCAN-MONTH            PIC 9(6).
       77 ARCH-YEAR             PIC 9(4).
       77 ARCH-MONTH            PIC 99.
       77 MONTH-NUMBER          PIC 9(6).
       77 MONTH-END-DATE        PIC 9(8).
       77 DATE-INTEGER          PIC 9(8).
       77 LEDGER-NAME           PIC X(30) VALUE SPACES.
       77 PREV-ARCH-FOUND       PIC X VALUE "N".
       77 MONTH-FILES-READ      PIC 9 VALUE 0.

       77 TIER1-MAX             PIC 9(6)V99 VALUE 001000.00.
       77 TIER2-MAX             PIC 9(6)V99 VALUE 010000.00.
       77 TIER3-MAX             PIC 9(6)V99 VALUE 050000.00.
       77 MIN-BALANCE           PIC 9(6)V99 VALUE 50.00.

       77 PRODUCT-MAX           PIC 9(2) VALUE 30.
       77 PRODUCT-COUNT         PIC 9(2) VALUE 0.
       77 PRODUCT-IX            PIC 9(2).
       77 TOTAL-IX              PIC 9(2) VALUE 31.
       77 TIER-IX               PIC 9.
       77 PRODUCT-FOUND         PIC X VALUE "N".
       77 WANTED-PRODUCT        PIC X(2).
       01 PRODUCT-TABLE.
           05 PRODUCT-ENTRY OCCURS 31.
               10 PR-CODE            PIC X(2).
               10 PR-ON-FILE         PIC X.
               10 PR-TIER-MAX        PIC 9(6)V99 OCCURS 3.
               10 PR-MIN-BALANCE     PIC 9(6)V99.
               10 PR-ACCOUNTS        PIC 9(6).
               10 PR-BALANCE         PIC S9(9)V99.
               10 PR-TIER-COUNT      PIC 9(6) OCCURS 4.
               10 PR-TIER-BALANCE    PIC S9(9)V99 OCCURS 4.
               10 PR-BELOW-MIN       PIC 9(6).
               10 PR-OD-COUNT        PIC 9(6).
               10 PR-OD-USED         PIC S9(9)V99.
               10 PR-OD-LIMIT        PIC S9(9)V99.
               10 PR-INT-PAID        PIC S9(9)V99.
               10 PR-ODI-EARNED      PIC S9(9)V99.
               10 PR-FEE-EARNED      PIC S9(9)V99.
               10 PR-OPENED          PIC 9(6).
               10 PR-CLOSED          PIC 9(6).
               10 PR-PREV-BALANCE    PIC S9(9)V99.

       77 CLOSED-MAX            PIC 9(5) VALUE 10000.
       77 CLOSED-COUNT          PIC 9(5) VALUE 0.
       77 CLOSED-IX             PIC 9(5).
       77 CLOSED-FOUND          PIC X VALUE "N".
       77 CLOSED-OVERFLOW       PIC X VALUE "N".
       01 CLOSED-TABLE.
           05 CLOSED-ENTRY OCCURS 10000.
               10 CL-ACCOUNT         PIC X(6).
               10 CL-PRODUCT         PIC X(2).

       77 ACC-FOUND             PIC X VALUE "N".
       77 ACC-BALANCE           PIC S9(7)V99.
       77 ACC-OD-LIMIT          PIC 9(6)V99.
       77 ACCOUNT-COUNT         PIC 9(6) VALUE 0.

       77 ENTRY-ACCOUNT         PIC X(6).
       77 ENTRY-ACTION          PIC X(3).
       77 ENTRY-LINK-ACTION     PIC X(3).
       77 ENTRY-AMOUNT          PIC 9(6)V99.
       77 ENTRY-DATE            PIC X(8).
       77 MONTH-ENTRY-COUNT     PIC 9(7) VALUE 0.

       77 LINE-LABEL            PIC X(30).
       77 LINE-AMOUNT           PIC S9(9)V99.
       77 LINE-COUNT            PIC 9(6).
       77 LINE-SHOW-COUNT       PIC X VALUE "N".
       77 LINE-IDR              PIC S9(18).
       77 NET-INCOME            PIC S9(9)V99.
       77 BALANCE-CHANGE        PIC S9(9)V99.
       77 OD-PERCENT            PIC 9(3)V9.

       77 RAI-FORMATTED         PIC +Z(8)9.99.
       77 IDR-FORMATTED         PIC +Z(17)9.
       77 LIMIT-FORMATTED       PIC Z(5)9.99.
       77 PERCENT-FORMATTED     PIC ZZ9.9.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT ARG-VALUE FROM COMMAND-LINE
           PERFORM LOAD-BUSINESS-DATE
           IF ARG-VALUE(1:6) NUMERIC AND ARG-VALUE(7:14) = SPACES
             AND ARG-VALUE(5:2) >= "01" AND ARG-VALUE(5:2) <= "12"
               MOVE ARG-VALUE(1:6) TO REPORT-MONTH
           ELSE
               IF ARG-VALUE NOT = SPACES
                   DISPLAY "PRODRPT: MONTH MUST BE GIVEN AS YYYYMM"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE BUSINESS-DATE(1:6) TO REPORT-MONTH
           END-IF
           MOVE BUSINESS-DATE(1:6) TO BUSINESS-MONTH
           IF REPORT-MONTH > BUSINESS-MONTH
               DISPLAY "PRODRPT: " REPORT-MONTH
                       " IS AFTER THE BUSINESS MONTH " BUSINESS-MONTH
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REPORT-MONTH < BUSINESS-MONTH
               MOVE "Y" TO ARCHIVE-BALANCES
           END-IF
           PERFORM SET-REPORT-DATES
           PERFORM LOAD-EXCHANGE-RATE
           PERFORM LOAD-PRODUCT-TABLE

           OPEN INPUT ACC-FILE
           IF ACC-FILE-STATUS NOT = "00"
               DISPLAY "PRODRPT: accounts.txt NOT FOUND"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CLOSED-LINKS
           IF ARCHIVE-BALANCES = "Y"
               PERFORM TALLY-ARCHIVE-BALANCES
               IF REPORT-ARCH-FOUND = "N"
                   DISPLAY "PRODRPT: NO ARCHIVE ledger_" REPORT-MONTH
                           ".txt - MONTH-END BALANCES NOT AVAILABLE"
                   CLOSE ACC-FILE
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM TALLY-ACCOUNTS
           END-IF
           PERFORM TALLY-MONTH-LEDGER
           PERFORM TALLY-PREVIOUS-BALANCES
           CLOSE ACC-FILE

           PERFORM ADD-GRAND-TOTALS
           PERFORM WRITE-REPORT
           DISPLAY "PRODRPT: REPORT FOR " REPORT-MONTH " WRITTEN - "
               ACCOUNT-COUNT " ACCOUNT(S), " MONTH-ENTRY-COUNT
               " LEDGER ENTRIES"
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

       SET-REPORT-DATES.
           MOVE REPORT-MONTH TO SCAN-MONTH
           PERFORM STEP-MONTH-FORWARD
           COMPUTE DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(SCAN-MONTH * 100 + 1) - 1
           COMPUTE MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER(DATE-INTEGER)

           MOVE REPORT-MONTH TO SCAN-MONTH
           DIVIDE SCAN-MONTH BY 100 GIVING ARCH-YEAR
           COMPUTE ARCH-MONTH = FUNCTION MOD(SCAN-MONTH, 100)
           COMPUTE MONTH-NUMBER = ARCH-YEAR * 12 + ARCH-MONTH - 2
           DIVIDE MONTH-NUMBER BY 12 GIVING ARCH-YEAR
           COMPUTE ARCH-MONTH = FUNCTION MOD(MONTH-NUMBER, 12) + 1
           COMPUTE PREV-MONTH = ARCH-YEAR * 100 + ARCH-MONTH.

       STEP-MONTH-FORWARD.
           DIVIDE SCAN-MONTH BY 100 GIVING ARCH-YEAR
           COMPUTE ARCH-MONTH = FUNCTION MOD(SCAN-MONTH, 100)
           COMPUTE MONTH-NUMBER = ARCH-YEAR * 12 + ARCH-MONTH
           DIVIDE MONTH-NUMBER BY 12 GIVING ARCH-YEAR
           COMPUTE ARCH-MONTH = FUNCTION MOD(MONTH-NUMBER, 12) + 1
           COMPUTE SCAN-MONTH = ARCH-YEAR * 100 + ARCH-MONTH.

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
                             AND RATEHIST-RECORD(1:8) <= MONTH-END-DATE
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

       LOAD-PRODUCT-TABLE.
           MOVE 0 TO PRODUCT-COUNT
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ PRODUCT-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF PRODUCT-RECORD(1:2) NUMERIC
                         AND PRODUCT-COUNT < PRODUCT-MAX
                           MOVE PRODUCT-RECORD(1:2) TO WANTED-PRODUCT
                           PERFORM ADD-PRODUCT-SLOT
                           MOVE "Y" TO PR-ON-FILE(PRODUCT-IX)
                           MOVE FUNCTION NUMVAL(PRODUCT-RECORD(3:9))
                             TO PR-TIER-MAX(PRODUCT-IX, 1)
                           MOVE FUNCTION NUMVAL(PRODUCT-RECORD(12:9))
                             TO PR-TIER-MAX(PRODUCT-IX, 2)
                           MOVE FUNCTION NUMVAL(PRODUCT-RECORD(21:9))
                             TO PR-TIER-MAX(PRODUCT-IX, 3)
                           MOVE FUNCTION NUMVAL(PRODUCT-RECORD(58:9))
                             TO PR-MIN-BALANCE(PRODUCT-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE.

       ADD-PRODUCT-SLOT.
           ADD 1 TO PRODUCT-COUNT
           MOVE PRODUCT-COUNT TO PRODUCT-IX
           PERFORM CLEAR-PRODUCT-SLOT
           MOVE WANTED-PRODUCT TO PR-CODE(PRODUCT-IX)
           MOVE "N" TO PR-ON-FILE(PRODUCT-IX)
           MOVE TIER1-MAX TO PR-TIER-MAX(PRODUCT-IX, 1)
           MOVE TIER2-MAX TO PR-TIER-MAX(PRODUCT-IX, 2)
           MOVE TIER3-MAX TO PR-TIER-MAX(PRODUCT-IX, 3)
           MOVE MIN-BALANCE TO PR-MIN-BALANCE(PRODUCT-IX).

       CLEAR-PRODUCT-SLOT.
           MOVE 0 TO PR-ACCOUNTS(PRODUCT-IX)
           MOVE 0 TO PR-BALANCE(PRODUCT-IX)
           PERFORM VARYING TIER-IX FROM 1 BY 1 UNTIL TIER-IX > 4
               MOVE 0 TO PR-TIER-COUNT(PRODUCT-IX, TIER-IX)
               MOVE 0 TO PR-TIER-BALANCE(PRODUCT-IX, TIER-IX)
           END-PERFORM
           MOVE 0 TO PR-BELOW-MIN(PRODUCT-IX)
           MOVE 0 TO PR-OD-COUNT(PRODUCT-IX)
           MOVE 0 TO PR-OD-USED(PRODUCT-IX)
           MOVE 0 TO PR-OD-LIMIT(PRODUCT-IX)
           MOVE 0 TO PR-INT-PAID(PRODUCT-IX)
           MOVE 0 TO PR-ODI-EARNED(PRODUCT-IX)
           MOVE 0 TO PR-FEE-EARNED(PRODUCT-IX)
           MOVE 0 TO PR-OPENED(PRODUCT-IX)
           MOVE 0 TO PR-CLOSED(PRODUCT-IX)
           MOVE 0 TO PR-PREV-BALANCE(PRODUCT-IX).

       FIND-PRODUCT-SLOT.
           MOVE "N" TO PRODUCT-FOUND
           PERFORM VARYING PRODUCT-IX FROM 1 BY 1
             UNTIL PRODUCT-IX > PRODUCT-COUNT
               IF PR-CODE(PRODUCT-IX) = WANTED-PRODUCT
                   MOVE "Y" TO PRODUCT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PRODUCT-FOUND = "N"
               IF PRODUCT-COUNT < PRODUCT-MAX
                   PERFORM ADD-PRODUCT-SLOT
               ELSE
                   MOVE PRODUCT-COUNT TO PRODUCT-IX
               END-IF
           END-IF.

       FIND-ACCOUNT-PRODUCT.
           MOVE ENTRY-ACCOUNT TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   MOVE "N" TO ACC-FOUND
                   MOVE SPACES TO WANTED-PRODUCT
                   PERFORM FIND-CLOSED-ACCOUNT
                   IF CLOSED-FOUND = "Y"
                       MOVE CL-PRODUCT(CLOSED-IX) TO WANTED-PRODUCT
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO ACC-FOUND
                   MOVE ACC-RECORD(35:2) TO WANTED-PRODUCT
                   IF WANTED-PRODUCT NOT NUMERIC
                       MOVE "01" TO WANTED-PRODUCT
                   END-IF
           END-READ
           PERFORM FIND-PRODUCT-SLOT.

       FIND-CLOSED-ACCOUNT.
           MOVE "N" TO CLOSED-FOUND
           PERFORM VARYING CLOSED-IX FROM 1 BY 1
             UNTIL CLOSED-IX > CLOSED-COUNT
               IF CL-ACCOUNT(CLOSED-IX) = ENTRY-ACCOUNT
                   MOVE "Y" TO CLOSED-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-CLOSED-LINKS.
           MOVE 0 TO CLOSED-COUNT
           MOVE "N" TO CLOSED-OVERFLOW
           MOVE REPORT-MONTH TO SCAN-MONTH
           PERFORM UNTIL 1 = 2
               MOVE SPACES TO LEDGER-NAME
               STRING "ledger_" DELIMITED BY SIZE
                      SCAN-MONTH DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO LEDGER-NAME
               PERFORM LOAD-CLOSED-FILE
               IF SCAN-MONTH >= BUSINESS-MONTH
                   EXIT PERFORM
               END-IF
               PERFORM STEP-MONTH-FORWARD
           END-PERFORM
           MOVE "ledger.txt" TO LEDGER-NAME
           PERFORM LOAD-CLOSED-FILE
           IF CLOSED-OVERFLOW = "Y"
               DISPLAY "PRODRPT: MORE THAN " CLOSED-MAX
                       " CLOSED ACCOUNTS - SOME SHOWN AS NO LONGER"
                       " ON FILE"
           END-IF.

       LOAD-CLOSED-FILE.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ LEDGER-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LEDGER-RECORD(7:3) = "CLO"
                         AND (LEDGER-RECORD(19:1) = "+"
                           OR LEDGER-RECORD(19:1) = "-")
                         AND LEDGER-RECORD(68:2) NUMERIC
                           PERFORM NOTE-CLOSED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       NOTE-CLOSED-ACCOUNT.
           MOVE LEDGER-RECORD(1:6) TO ENTRY-ACCOUNT
           PERFORM FIND-CLOSED-ACCOUNT
           IF CLOSED-FOUND = "N"
               IF CLOSED-COUNT >= CLOSED-MAX
                   MOVE "Y" TO CLOSED-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CLOSED-COUNT
               MOVE CLOSED-COUNT TO CLOSED-IX
               MOVE ENTRY-ACCOUNT TO CL-ACCOUNT(CLOSED-IX)
           END-IF
           MOVE LEDGER-RECORD(68:2) TO CL-PRODUCT(CLOSED-IX).

       TALLY-ACCOUNTS.
           PERFORM UNTIL 1 = 2
               READ ACC-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO ACCOUNT-COUNT
                       MOVE ACC-RECORD(35:2) TO WANTED-PRODUCT
                       IF WANTED-PRODUCT NOT NUMERIC
                           MOVE "01" TO WANTED-PRODUCT
                       END-IF
                       PERFORM FIND-PRODUCT-SLOT
                       MOVE FUNCTION NUMVAL(ACC-RECORD(10:10))
                         TO ACC-BALANCE
                       PERFORM LOAD-OD-LIMIT
                       PERFORM TALLY-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       TALLY-ARCHIVE-BALANCES.
           MOVE "N" TO REPORT-ARCH-FOUND
           MOVE SPACES TO LEDGER-NAME
           STRING "ledger_" DELIMITED BY SIZE
                  REPORT-MONTH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO LEDGER-NAME
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO REPORT-ARCH-FOUND
           PERFORM UNTIL 1 = 2
               READ LEDGER-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LEDGER-RECORD(7:3) = "SUM"
                           ADD 1 TO ACCOUNT-COUNT
                           MOVE LEDGER-RECORD(1:6) TO ENTRY-ACCOUNT
                           PERFORM FIND-ACCOUNT-PRODUCT
                           MOVE FUNCTION NUMVAL(LEDGER-RECORD(42:10))
                             TO ACC-BALANCE
                           IF ACC-FOUND = "Y"
                               PERFORM LOAD-OD-LIMIT
                           ELSE
                               MOVE 0 TO ACC-OD-LIMIT
                           END-IF
                           PERFORM TALLY-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       LOAD-OD-LIMIT.
           IF ACC-RECORD(26:9) = SPACES
               MOVE 0 TO ACC-OD-LIMIT
           ELSE
               MOVE FUNCTION NUMVAL(ACC-RECORD(26:9)) TO ACC-OD-LIMIT
           END-IF.

       TALLY-ONE-ACCOUNT.
           ADD 1 TO PR-ACCOUNTS(PRODUCT-IX)
           ADD ACC-BALANCE TO PR-BALANCE(PRODUCT-IX)

           IF ACC-BALANCE < 0
               ADD 1 TO PR-OD-COUNT(PRODUCT-IX)
               SUBTRACT ACC-BALANCE FROM PR-OD-USED(PRODUCT-IX)
               ADD ACC-OD-LIMIT TO PR-OD-LIMIT(PRODUCT-IX)
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN ACC-BALANCE < PR-TIER-MAX(PRODUCT-IX, 1)
                   MOVE 1 TO TIER-IX
               WHEN ACC-BALANCE < PR-TIER-MAX(PRODUCT-IX, 2)
                   MOVE 2 TO TIER-IX
               WHEN ACC-BALANCE < PR-TIER-MAX(PRODUCT-IX, 3)
                   MOVE 3 TO TIER-IX
               WHEN OTHER
                   MOVE 4 TO TIER-IX
           END-EVALUATE
           ADD 1 TO PR-TIER-COUNT(PRODUCT-IX, TIER-IX)
           ADD ACC-BALANCE TO PR-TIER-BALANCE(PRODUCT-IX, TIER-IX)

           IF ACC-BALANCE < PR-MIN-BALANCE(PRODUCT-IX)
               ADD 1 TO PR-BELOW-MIN(PRODUCT-IX)
           END-IF.

       TALLY-MONTH-LEDGER.
           MOVE 0 TO MONTH-FILES-READ
           MOVE SPACES TO LEDGER-NAME
           STRING "ledger_" DELIMITED BY SIZE
                  REPORT-MONTH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO LEDGER-NAME
           PERFORM TALLY-LEDGER-FILE
           MOVE "ledger.txt" TO LEDGER-NAME
           PERFORM TALLY-LEDGER-FILE
           IF MONTH-FILES-READ = 0
               DISPLAY "PRODRPT: NO LEDGER FOUND FOR " REPORT-MONTH
           END-IF.

       TALLY-LEDGER-FILE.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MONTH-FILES-READ
           PERFORM UNTIL 1 = 2
               READ LEDGER-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM TALLY-LEDGER-ENTRY
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       TALLY-LEDGER-ENTRY.
           MOVE LEDGER-RECORD(7:3) TO ENTRY-ACTION
           IF ENTRY-ACTION = "SUM"
               EXIT PARAGRAPH
           END-IF
           IF LEDGER-RECORD(19:1) = "+"
             OR LEDGER-RECORD(19:1) = "-"
               MOVE LEDGER-RECORD(29:8) TO ENTRY-DATE
               MOVE LEDGER-RECORD(72:3) TO ENTRY-LINK-ACTION
           ELSE
               MOVE LEDGER-RECORD(28:8) TO ENTRY-DATE
               MOVE SPACES TO ENTRY-LINK-ACTION
           END-IF
           IF ENTRY-DATE(1:6) NOT = REPORT-MONTH
               EXIT PARAGRAPH
           END-IF
           IF ENTRY-ACTION NOT = "INT" AND ENTRY-ACTION NOT = "ODI"
             AND ENTRY-ACTION NOT = "FEE" AND ENTRY-ACTION NOT = "NEW"
             AND ENTRY-ACTION NOT = "CLO" AND ENTRY-ACTION NOT = "RVC"
             AND ENTRY-ACTION NOT = "RVD"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO MONTH-ENTRY-COUNT
           MOVE LEDGER-RECORD(1:6) TO ENTRY-ACCOUNT
           MOVE FUNCTION NUMVAL(LEDGER-RECORD(10:9)) TO ENTRY-AMOUNT
           PERFORM FIND-ACCOUNT-PRODUCT

           EVALUATE ENTRY-ACTION
               WHEN "INT"
                   ADD ENTRY-AMOUNT TO PR-INT-PAID(PRODUCT-IX)
               WHEN "ODI"
                   ADD ENTRY-AMOUNT TO PR-ODI-EARNED(PRODUCT-IX)
               WHEN "FEE"
                   ADD ENTRY-AMOUNT TO PR-FEE-EARNED(PRODUCT-IX)
               WHEN "NEW"
                   ADD 1 TO PR-OPENED(PRODUCT-IX)
               WHEN "CLO"
                   ADD 1 TO PR-CLOSED(PRODUCT-IX)
               WHEN "RVD"
                   IF ENTRY-LINK-ACTION = "INT"
                       SUBTRACT ENTRY-AMOUNT
                         FROM PR-INT-PAID(PRODUCT-IX)
                   END-IF
               WHEN "RVC"
                   IF ENTRY-LINK-ACTION = "ODI"
                       SUBTRACT ENTRY-AMOUNT
                         FROM PR-ODI-EARNED(PRODUCT-IX)
                   END-IF
                   IF ENTRY-LINK-ACTION = "FEE"
                       SUBTRACT ENTRY-AMOUNT
                         FROM PR-FEE-EARNED(PRODUCT-IX)
                   END-IF
           END-EVALUATE.

       TALLY-PREVIOUS-BALANCES.
           MOVE "N" TO PREV-ARCH-FOUND
           MOVE SPACES TO LEDGER-NAME
           STRING "ledger_" DELIMITED BY SIZE
                  PREV-MONTH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO LEDGER-NAME
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO PREV-ARCH-FOUND
           PERFORM UNTIL 1 = 2
               READ LEDGER-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LEDGER-RECORD(7:3) = "SUM"
                           MOVE LEDGER-RECORD(1:6) TO ENTRY-ACCOUNT
                           PERFORM FIND-ACCOUNT-PRODUCT
                           ADD FUNCTION NUMVAL(LEDGER-RECORD(42:10))
                             TO PR-PREV-BALANCE(PRODUCT-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       ADD-GRAND-TOTALS.
           MOVE TOTAL-IX TO PRODUCT-IX
           PERFORM CLEAR-PRODUCT-SLOT
           MOVE "**" TO PR-CODE(TOTAL-IX)
           PERFORM VARYING PRODUCT-IX FROM 1 BY 1
             UNTIL PRODUCT-IX > PRODUCT-COUNT
               ADD PR-ACCOUNTS(PRODUCT-IX) TO PR-ACCOUNTS(TOTAL-IX)
               ADD PR-BALANCE(PRODUCT-IX) TO PR-BALANCE(TOTAL-IX)
               PERFORM VARYING TIER-IX FROM 1 BY 1 UNTIL TIER-IX > 4
                   ADD PR-TIER-COUNT(PRODUCT-IX, TIER-IX)
                     TO PR-TIER-COUNT(TOTAL-IX, TIER-IX)
                   ADD PR-TIER-BALANCE(PRODUCT-IX, TIER-IX)
                     TO PR-TIER-BALANCE(TOTAL-IX, TIER-IX)
               END-PERFORM
               ADD PR-BELOW-MIN(PRODUCT-IX) TO PR-BELOW-MIN(TOTAL-IX)
               ADD PR-OD-COUNT(PRODUCT-IX) TO PR-OD-COUNT(TOTAL-IX)
               ADD PR-OD-USED(PRODUCT-IX) TO PR-OD-USED(TOTAL-IX)
               ADD PR-OD-LIMIT(PRODUCT-IX) TO PR-OD-LIMIT(TOTAL-IX)
               ADD PR-INT-PAID(PRODUCT-IX) TO PR-INT-PAID(TOTAL-IX)
               ADD PR-ODI-EARNED(PRODUCT-IX)
                 TO PR-ODI-EARNED(TOTAL-IX)
               ADD PR-FEE-EARNED(PRODUCT-IX)
                 TO PR-FEE-EARNED(TOTAL-IX)
               ADD PR-OPENED(PRODUCT-IX) TO PR-OPENED(TOTAL-IX)
               ADD PR-CLOSED(PRODUCT-IX) TO PR-CLOSED(TOTAL-IX)
               ADD PR-PREV-BALANCE(PRODUCT-IX)
                 TO PR-PREV-BALANCE(TOTAL-IX)
           END-PERFORM.

       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "PRODUCT PORTFOLIO AND PROFITABILITY FOR "
                  DELIMITED BY SIZE
                  REPORT-MONTH DELIMITED BY SIZE
                  "  RUN " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE RAI-TO-IDR-RATE TO RATE-FORMATTED
           MOVE SPACES TO REPORT-RECORD
           IF RATE-FOUND = "Y"
               STRING "IDR AT RATE " DELIMITED BY SIZE
                      RATE-FORMATTED DELIMITED BY SIZE
                      " EFFECTIVE " DELIMITED BY SIZE
                      BEST-EFF-DATE DELIMITED BY SIZE
                      " (MONTH END " DELIMITED BY SIZE
                      MONTH-END-DATE DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING "IDR AT RATE " DELIMITED BY SIZE
                      RATE-FORMATTED DELIMITED BY SIZE
                      " - NO RATE HISTORY TO MONTH END "
                      DELIMITED BY SIZE
                      MONTH-END-DATE DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF ARCHIVE-BALANCES = "Y"
               STRING "BALANCES AT MONTH END FROM ARCHIVE ledger_"
                      DELIMITED BY SIZE
                      REPORT-MONTH DELIMITED BY SIZE
                      ".txt, OD LIMITS AS NOW ON accounts.txt"
                      DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING "BALANCES AS AT " DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                      " FROM accounts.txt" DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF PREV-ARCH-FOUND = "Y"
               STRING "BALANCE CHANGE AGAINST ARCHIVE ledger_"
                      DELIMITED BY SIZE
                      PREV-MONTH DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING "NO ARCHIVE ledger_" DELIMITED BY SIZE
                      PREV-MONTH DELIMITED BY SIZE
                      ".txt - BALANCE CHANGE NOT AVAILABLE"
                      DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD

           PERFORM VARYING PRODUCT-IX FROM 1 BY 1
             UNTIL PRODUCT-IX > PRODUCT-COUNT
               PERFORM WRITE-PRODUCT-BLOCK
           END-PERFORM
           MOVE TOTAL-IX TO PRODUCT-IX
           PERFORM WRITE-PRODUCT-BLOCK
           CLOSE REPORT-FILE.

       WRITE-PRODUCT-BLOCK.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN PRODUCT-IX = TOTAL-IX
                   MOVE "ALL PRODUCTS" TO REPORT-RECORD
               WHEN PR-CODE(PRODUCT-IX) = SPACES
                   MOVE "ACCOUNTS NO LONGER ON FILE (CLOSED)"
                     TO REPORT-RECORD
               WHEN PR-ON-FILE(PRODUCT-IX) = "N"
                   STRING "PRODUCT " DELIMITED BY SIZE
                          PR-CODE(PRODUCT-IX) DELIMITED BY SIZE
                          " - NOT IN products.txt, STANDARD TERMS"
                          DELIMITED BY SIZE
                          INTO REPORT-RECORD
               WHEN OTHER
                   STRING "PRODUCT " DELIMITED BY SIZE
                          PR-CODE(PRODUCT-IX) DELIMITED BY SIZE
                          INTO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           MOVE "ACCTS" TO REPORT-RECORD(34:5)
           MOVE "RAI" TO REPORT-RECORD(50:3)
           MOVE "IDR" TO REPORT-RECORD(70:3)
           WRITE REPORT-RECORD

           MOVE "Y" TO LINE-SHOW-COUNT
           MOVE "ACCOUNTS / TOTAL BALANCE" TO LINE-LABEL
           MOVE PR-ACCOUNTS(PRODUCT-IX) TO LINE-COUNT
           MOVE PR-BALANCE(PRODUCT-IX) TO LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE

           PERFORM VARYING TIER-IX FROM 1 BY 1 UNTIL TIER-IX > 4
               MOVE SPACES TO LINE-LABEL
               IF PRODUCT-IX = TOTAL-IX
                   STRING "TIER " DELIMITED BY SIZE
                          TIER-IX DELIMITED BY SIZE
                          INTO LINE-LABEL
               ELSE
                   IF TIER-IX = 4
                       MOVE PR-TIER-MAX(PRODUCT-IX, 3)
                         TO LIMIT-FORMATTED
                       STRING "TIER 4 FROM " DELIMITED BY SIZE
                              LIMIT-FORMATTED DELIMITED BY SIZE
                              INTO LINE-LABEL
                   ELSE
                       MOVE PR-TIER-MAX(PRODUCT-IX, TIER-IX)
                         TO LIMIT-FORMATTED
                       STRING "TIER " DELIMITED BY SIZE
                              TIER-IX DELIMITED BY SIZE
                              " BELOW " DELIMITED BY SIZE
                              LIMIT-FORMATTED DELIMITED BY SIZE
                              INTO LINE-LABEL
                   END-IF
               END-IF
               MOVE PR-TIER-COUNT(PRODUCT-IX, TIER-IX) TO LINE-COUNT
               MOVE PR-TIER-BALANCE(PRODUCT-IX, TIER-IX)
                 TO LINE-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           STRING "  BELOW MINIMUM BALANCE         " DELIMITED BY SIZE
                  PR-BELOW-MIN(PRODUCT-IX) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "IN OVERDRAFT / OD USED" TO LINE-LABEL
           MOVE PR-OD-COUNT(PRODUCT-IX) TO LINE-COUNT
           MOVE PR-OD-USED(PRODUCT-IX) TO LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "N" TO LINE-SHOW-COUNT
           MOVE "       OD LIMITS OF THOSE" TO LINE-LABEL
           MOVE PR-OD-LIMIT(PRODUCT-IX) TO LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           IF PR-OD-LIMIT(PRODUCT-IX) > 0
               COMPUTE OD-PERCENT ROUNDED =
                   PR-OD-USED(PRODUCT-IX) * 100
                   / PR-OD-LIMIT(PRODUCT-IX)
                   ON SIZE ERROR
                       MOVE 999.9 TO OD-PERCENT
               END-COMPUTE
               MOVE OD-PERCENT TO PERCENT-FORMATTED
               MOVE SPACES TO REPORT-RECORD
               STRING "  OD USAGE AGAINST LIMITS       "
                      DELIMITED BY SIZE
                      PERCENT-FORMATTED DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE "INTEREST PAID" TO LINE-LABEL
           MOVE PR-INT-PAID(PRODUCT-IX) TO LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "OD INTEREST EARNED" TO LINE-LABEL
           MOVE PR-ODI-EARNED(PRODUCT-IX) TO LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           MOVE "FEES EARNED" TO LINE-LABEL
           MOVE PR-FEE-EARNED(PRODUCT-IX) TO LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE
           COMPUTE NET-INCOME = PR-ODI-EARNED(PRODUCT-IX)
               + PR-FEE-EARNED(PRODUCT-IX) - PR-INT-PAID(PRODUCT-IX)
           MOVE "NET INCOME (ODI + FEES - INT)" TO LINE-LABEL
           MOVE NET-INCOME TO LINE-AMOUNT
           PERFORM WRITE-AMOUNT-LINE

           MOVE SPACES TO REPORT-RECORD
           STRING "  OPENED IN MONTH               " DELIMITED BY SIZE
                  PR-OPENED(PRODUCT-IX) DELIMITED BY SIZE
                  "   CLOSED IN MONTH " DELIMITED BY SIZE
                  PR-CLOSED(PRODUCT-IX) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF PREV-ARCH-FOUND = "Y"
               MOVE "PREVIOUS MONTH BALANCE" TO LINE-LABEL
               MOVE PR-PREV-BALANCE(PRODUCT-IX) TO LINE-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
               COMPUTE BALANCE-CHANGE = PR-BALANCE(PRODUCT-IX)
                   - PR-PREV-BALANCE(PRODUCT-IX)
               MOVE "CHANGE ON PREVIOUS MONTH" TO LINE-LABEL
               MOVE BALANCE-CHANGE TO LINE-AMOUNT
               PERFORM WRITE-AMOUNT-LINE
           END-IF.

       WRITE-AMOUNT-LINE.
           COMPUTE LINE-IDR = LINE-AMOUNT * RAI-TO-IDR-RATE
           MOVE LINE-AMOUNT TO RAI-FORMATTED
           MOVE LINE-IDR TO IDR-FORMATTED
           MOVE SPACES TO REPORT-RECORD
           MOVE LINE-LABEL TO REPORT-RECORD(3:30)
           IF LINE-SHOW-COUNT = "Y"
               MOVE LINE-COUNT TO REPORT-RECORD(33:6)
           END-IF
           MOVE RAI-FORMATTED TO REPORT-RECORD(40:13)
           MOVE IDR-FORMATTED TO REPORT-RECORD(54:19)
           WRITE REPORT-RECORD.
