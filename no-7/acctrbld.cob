       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRBLD.

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
           SELECT NEWACC-FILE ASSIGN TO "accounts_rbld.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEWACC-KEY
               FILE STATUS IS NEWACC-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "acctrbld.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD NEWACC-FILE.
       01 NEWACC-RECORD.
           05 NEWACC-KEY         PIC X(6).
           05 FILLER             PIC X(30).

       FD REPORT-FILE.
       01 REPORT-RECORD         PIC X(100).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD        PIC X(8).

       WORKING-STORAGE SECTION.
       77 LEDGER-STATUS         PIC XX VALUE SPACES.
       77 ACC-FILE-STATUS       PIC XX VALUE SPACES.
       77 NEWACC-FILE-STATUS    PIC XX VALUE SPACES.
       77 BUSDATE-STATUS        PIC XX VALUE SPACES.

       77 ARG-VALUE             PIC X(20).
       77 RUN-MODE              PIC X(7) VALUE SPACES.
       77 BUSINESS-DATE         PIC X(8) VALUE SPACES.
       77 SYSTEM-DATE           PIC 9(8).
       77 LEDGER-NAME           PIC X(30) VALUE SPACES.

       77 ARCH-SEARCH-MAX       PIC 9(3) VALUE 120.
       77 ARCH-SEARCH-COUNT     PIC 9(3) VALUE 0.
       77 ARCH-FOUND            PIC X VALUE "N".
       77 ARCH-EXISTS           PIC X VALUE "N".
       77 LATEST-MONTH          PIC 9(6) VALUE 0.
       77 FIRST-MONTH           PIC 9(6) VALUE 0.
       77 SCAN-MONTH            PIC 9(6).
       77 ARCH-YEAR             PIC 9(4).
       77 ARCH-MONTH            PIC 99.
       77 MONTH-NUMBER          PIC 9(6).
       77 ARCHIVE-COUNT         PIC 9(4) VALUE 0.
       77 APPLY-BALANCES        PIC X VALUE "N".
       77 APPLY-SUMMARIES       PIC X VALUE "N".

       77 RB-MAX                PIC 9(5) VALUE 10000.
       77 RB-COUNT              PIC 9(5) VALUE 0.
       77 RB-IX                 PIC 9(5).
       77 RB-FOUND              PIC X VALUE "N".
       77 RB-OVERFLOW           PIC X VALUE "N".
       01 REBUILD-TABLE.
           05 REBUILD-ENTRY OCCURS 10000.
               10 RB-ACCOUNT         PIC X(6).
               10 RB-STATUS          PIC X(3).
               10 RB-BALANCE         PIC S9(7)V99.
               10 RB-OD-LIMIT        PIC 9(6)V99.
               10 RB-ODL-SEEN        PIC X.
               10 RB-IN-SUMMARY      PIC X.
               10 RB-MATCHED         PIC X.

       77 ENTRY-ACCOUNT         PIC X(6).
       77 ENTRY-ACTION          PIC X(3).
       77 ENTRY-AMOUNT          PIC 9(6)V99.
       77 ENTRY-BALANCE         PIC S9(7)V99.

       77 ARCH-ENTRY-COUNT      PIC 9(7) VALUE 0.
       77 LEDGER-ENTRY-COUNT    PIC 9(7) VALUE 0.
       77 SUMMARY-COUNT         PIC 9(6) VALUE 0.
       77 NOT-OPEN-COUNT        PIC 9(6) VALUE 0.
       77 REBUILT-COUNT         PIC 9(6) VALUE 0.
       77 LIVE-COUNT            PIC 9(6) VALUE 0.
       77 MISSING-COUNT         PIC 9(6) VALUE 0.
       77 EXTRA-COUNT           PIC 9(6) VALUE 0.
       77 STATUS-DIFF-COUNT     PIC 9(6) VALUE 0.
       77 BALANCE-DIFF-COUNT    PIC 9(6) VALUE 0.
       77 WRITTEN-COUNT         PIC 9(6) VALUE 0.
       77 KEPT-COUNT            PIC 9(6) VALUE 0.
       77 DEFAULTED-COUNT       PIC 9(6) VALUE 0.
       77 WRITE-FAILED-COUNT    PIC 9(6) VALUE 0.

       77 LIVE-STATUS           PIC X(3).
       77 LIVE-BALANCE          PIC S9(7)V99.
       77 OLD-FILE-OPEN         PIC X VALUE "N".
       77 OLD-FOUND             PIC X VALUE "N".
       77 REBUILT-TOTAL         PIC S9(9)V99 VALUE 0.
       77 LIVE-TOTAL            PIC S9(9)V99 VALUE 0.

       77 FORMATTED-AMOUNT      PIC Z(5)9.99.
       77 SIGNED-AMOUNT         PIC +Z(5)9.99.
       77 BALANCE-FORMATTED     PIC +Z(6)9.99.
       77 LIVE-FORMATTED        PIC +Z(6)9.99.
       77 TOTAL-FORMATTED       PIC +Z(8)9.99.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT ARG-VALUE FROM COMMAND-LINE
           EVALUATE ARG-VALUE
               WHEN "--verify"
               WHEN SPACES
                   MOVE "VERIFY" TO RUN-MODE
               WHEN "--rebuild"
                   MOVE "REBUILD" TO RUN-MODE
               WHEN OTHER
                   DISPLAY "ACCTRBLD: USE --verify OR --rebuild"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM LOAD-BUSINESS-DATE
           PERFORM REPLAY-HISTORY
           IF RB-OVERFLOW = "Y"
               DISPLAY "ACCTRBLD: TOO MANY ACCOUNTS IN LEDGER - "
                       "NOTHING WRITTEN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RUN-MODE = "VERIFY"
               PERFORM VERIFY-ACCOUNTS
           ELSE
               PERFORM REBUILD-ACCOUNTS
           END-IF
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

       REPLAY-HISTORY.
           MOVE 0 TO RB-COUNT
           MOVE "N" TO RB-OVERFLOW
           PERFORM FIND-LATEST-ARCHIVE
           IF ARCH-FOUND = "Y"
               PERFORM FIND-FIRST-ARCHIVE
               PERFORM REPLAY-ARCHIVES
               IF RB-OVERFLOW = "Y"
                   EXIT PARAGRAPH
               END-IF
               PERFORM SETTLE-ARCHIVE-SUMMARIES
               DISPLAY "ACCTRBLD: " ARCHIVE-COUNT " ARCHIVE(S) "
                   FIRST-MONTH " TO " LATEST-MONTH " REPLAYED"
           ELSE
               DISPLAY "ACCTRBLD: NO LEDGER ARCHIVE FOUND - "
                       "REPLAYING ledger.txt FROM ITS START"
           END-IF

           MOVE "ledger.txt" TO LEDGER-NAME
           MOVE "Y" TO APPLY-BALANCES
           IF ARCH-FOUND = "Y"
               MOVE "N" TO APPLY-SUMMARIES
           ELSE
               MOVE "Y" TO APPLY-SUMMARIES
           END-IF
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               DISPLAY "ACCTRBLD: ledger.txt NOT FOUND"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ LEDGER-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LEDGER-RECORD(7:3) NOT = "SUM"
                           ADD 1 TO LEDGER-ENTRY-COUNT
                       END-IF
                       PERFORM REPLAY-ENTRY
                       IF RB-OVERFLOW = "Y"
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       FIND-LATEST-ARCHIVE.
           MOVE "N" TO ARCH-FOUND
           MOVE BUSINESS-DATE(1:6) TO SCAN-MONTH
           MOVE 0 TO ARCH-SEARCH-COUNT
           PERFORM UNTIL ARCH-SEARCH-COUNT >= ARCH-SEARCH-MAX
               PERFORM CHECK-ARCHIVE-EXISTS
               IF ARCH-EXISTS = "Y"
                   MOVE "Y" TO ARCH-FOUND
                   MOVE SCAN-MONTH TO LATEST-MONTH
                   EXIT PERFORM
               END-IF
               PERFORM STEP-MONTH-BACK
               ADD 1 TO ARCH-SEARCH-COUNT
           END-PERFORM.

       FIND-FIRST-ARCHIVE.
           MOVE LATEST-MONTH TO FIRST-MONTH
           MOVE LATEST-MONTH TO SCAN-MONTH
           PERFORM UNTIL 1 = 2
               PERFORM STEP-MONTH-BACK
               PERFORM CHECK-ARCHIVE-EXISTS
               IF ARCH-EXISTS = "N"
                   EXIT PERFORM
               END-IF
               MOVE SCAN-MONTH TO FIRST-MONTH
           END-PERFORM.

       CHECK-ARCHIVE-EXISTS.
           MOVE "N" TO ARCH-EXISTS
           PERFORM SET-ARCHIVE-NAME
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS = "00"
               MOVE "Y" TO ARCH-EXISTS
               CLOSE LEDGER-FILE
           END-IF.

       SET-ARCHIVE-NAME.
           MOVE SPACES TO LEDGER-NAME
           STRING "ledger_" DELIMITED BY SIZE
                  SCAN-MONTH DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO LEDGER-NAME.

       STEP-MONTH-BACK.
           DIVIDE SCAN-MONTH BY 100 GIVING ARCH-YEAR
           COMPUTE ARCH-MONTH = FUNCTION MOD(SCAN-MONTH, 100)
           COMPUTE MONTH-NUMBER = ARCH-YEAR * 12 + ARCH-MONTH - 2
           DIVIDE MONTH-NUMBER BY 12 GIVING ARCH-YEAR
           COMPUTE ARCH-MONTH = FUNCTION MOD(MONTH-NUMBER, 12) + 1
           COMPUTE SCAN-MONTH = ARCH-YEAR * 100 + ARCH-MONTH.

       STEP-MONTH-FORWARD.
           DIVIDE SCAN-MONTH BY 100 GIVING ARCH-YEAR
           COMPUTE ARCH-MONTH = FUNCTION MOD(SCAN-MONTH, 100)
           COMPUTE MONTH-NUMBER = ARCH-YEAR * 12 + ARCH-MONTH
           DIVIDE MONTH-NUMBER BY 12 GIVING ARCH-YEAR
           COMPUTE ARCH-MONTH = FUNCTION MOD(MONTH-NUMBER, 12) + 1
           COMPUTE SCAN-MONTH = ARCH-YEAR * 100 + ARCH-MONTH.

       REPLAY-ARCHIVES.
           MOVE "N" TO APPLY-BALANCES
           MOVE FIRST-MONTH TO SCAN-MONTH
           PERFORM UNTIL SCAN-MONTH > LATEST-MONTH
               IF SCAN-MONTH = LATEST-MONTH
                   MOVE "Y" TO APPLY-SUMMARIES
               ELSE
                   MOVE "N" TO APPLY-SUMMARIES
               END-IF
               PERFORM SET-ARCHIVE-NAME
               OPEN INPUT LEDGER-FILE
               IF LEDGER-STATUS = "00"
                   ADD 1 TO ARCHIVE-COUNT
                   PERFORM UNTIL 1 = 2
                       READ LEDGER-FILE
                           AT END
                               EXIT PERFORM
                           NOT AT END
                               IF LEDGER-RECORD(7:3) NOT = "SUM"
                                   ADD 1 TO ARCH-ENTRY-COUNT
                               END-IF
                               PERFORM REPLAY-ENTRY
                               IF RB-OVERFLOW = "Y"
                                   EXIT PERFORM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER-FILE
               END-IF
               IF RB-OVERFLOW = "Y"
                   EXIT PARAGRAPH
               END-IF
               PERFORM STEP-MONTH-FORWARD
           END-PERFORM.

       SETTLE-ARCHIVE-SUMMARIES.
           PERFORM VARYING RB-IX FROM 1 BY 1
             UNTIL RB-IX > RB-COUNT
               IF RB-IN-SUMMARY(RB-IX) = "Y"
                   IF RB-STATUS(RB-IX) = SPACES
                       MOVE "ACT" TO RB-STATUS(RB-IX)
                   END-IF
               ELSE
                   MOVE SPACES TO RB-STATUS(RB-IX)
                   MOVE 0 TO RB-BALANCE(RB-IX)
               END-IF
           END-PERFORM.

       FIND-REBUILD-SLOT.
           MOVE "N" TO RB-FOUND
           PERFORM VARYING RB-IX FROM 1 BY 1
             UNTIL RB-IX > RB-COUNT
               IF RB-ACCOUNT(RB-IX) = ENTRY-ACCOUNT
                   MOVE "Y" TO RB-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-REBUILD-SLOT.
           IF RB-COUNT >= RB-MAX
               MOVE "Y" TO RB-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RB-COUNT
           MOVE RB-COUNT TO RB-IX
           MOVE ENTRY-ACCOUNT TO RB-ACCOUNT(RB-IX)
           MOVE SPACES TO RB-STATUS(RB-IX)
           MOVE 0 TO RB-BALANCE(RB-IX)
           MOVE 0 TO RB-OD-LIMIT(RB-IX)
           MOVE "N" TO RB-ODL-SEEN(RB-IX)
           MOVE "N" TO RB-IN-SUMMARY(RB-IX)
           MOVE "N" TO RB-MATCHED(RB-IX)
           MOVE "Y" TO RB-FOUND.

       REPLAY-ENTRY.
           MOVE LEDGER-RECORD(1:6) TO ENTRY-ACCOUNT
           MOVE LEDGER-RECORD(7:3) TO ENTRY-ACTION
           IF ENTRY-ACTION = "SUM" AND APPLY-SUMMARIES = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-REBUILD-SLOT
           IF RB-FOUND = "N"
               PERFORM ADD-REBUILD-SLOT
               IF RB-FOUND = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF ENTRY-ACTION = "SUM"
               IF LEDGER-NAME = "ledger.txt"
                   MOVE FUNCTION NUMVAL(LEDGER-RECORD(19:10))
                       TO ENTRY-BALANCE
               ELSE
                   MOVE FUNCTION NUMVAL(LEDGER-RECORD(42:10))
                       TO ENTRY-BALANCE
               END-IF
               MOVE ENTRY-BALANCE TO RB-BALANCE(RB-IX)
               MOVE "Y" TO RB-IN-SUMMARY(RB-IX)
               IF RB-STATUS(RB-IX) = SPACES
                   MOVE "ACT" TO RB-STATUS(RB-IX)
               END-IF
               ADD 1 TO SUMMARY-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(LEDGER-RECORD(10:9)) TO ENTRY-AMOUNT
           IF RB-STATUS(RB-IX) = SPACES AND ENTRY-ACTION NOT = "NEW"
             AND APPLY-BALANCES = "Y"
               ADD 1 TO NOT-OPEN-COUNT
           END-IF

           EVALUATE ENTRY-ACTION
               WHEN "NEW"
                   MOVE "ACT" TO RB-STATUS(RB-IX)
                   MOVE 0 TO RB-OD-LIMIT(RB-IX)
                   MOVE "N" TO RB-ODL-SEEN(RB-IX)
                   IF APPLY-BALANCES = "Y"
                       MOVE ENTRY-AMOUNT TO RB-BALANCE(RB-IX)
                   END-IF
               WHEN "DEP"
               WHEN "TRC"
               WHEN "INT"
               WHEN "RVC"
                   IF APPLY-BALANCES = "Y"
                       ADD ENTRY-AMOUNT TO RB-BALANCE(RB-IX)
                   END-IF
               WHEN "WDR"
               WHEN "TRF"
               WHEN "ODI"
               WHEN "FEE"
               WHEN "WHT"
               WHEN "RVD"
                   IF APPLY-BALANCES = "Y"
                       SUBTRACT ENTRY-AMOUNT FROM RB-BALANCE(RB-IX)
                   END-IF
               WHEN "FRZ"
                   MOVE "FRZ" TO RB-STATUS(RB-IX)
               WHEN "UNF"
                   MOVE "ACT" TO RB-STATUS(RB-IX)
               WHEN "DOR"
                   MOVE "DOR" TO RB-STATUS(RB-IX)
               WHEN "CLO"
                   MOVE SPACES TO RB-STATUS(RB-IX)
                   MOVE 0 TO RB-BALANCE(RB-IX)
               WHEN "ODL"
                   MOVE ENTRY-AMOUNT TO RB-OD-LIMIT(RB-IX)
                   MOVE "Y" TO RB-ODL-SEEN(RB-IX)
           END-EVALUATE.

       VERIFY-ACCOUNTS.
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING

           OPEN INPUT ACC-FILE
           IF ACC-FILE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING "accounts.txt COULD NOT BE OPENED - "
                      DELIMITED BY SIZE
                      "EVERY REBUILT ACCOUNT IS LISTED AS MISSING"
                      DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM UNTIL 1 = 2
                   READ ACC-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM COMPARE-LIVE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACC-FILE
           END-IF

           PERFORM VARYING RB-IX FROM 1 BY 1
             UNTIL RB-IX > RB-COUNT
               IF RB-STATUS(RB-IX) NOT = SPACES
                   ADD 1 TO REBUILT-COUNT
                   ADD RB-BALANCE(RB-IX) TO REBUILT-TOTAL
                   IF RB-MATCHED(RB-IX) = "N"
                       ADD 1 TO MISSING-COUNT
                       MOVE RB-BALANCE(RB-IX) TO BALANCE-FORMATTED
                       MOVE SPACES TO REPORT-RECORD
                       STRING RB-ACCOUNT(RB-IX) DELIMITED BY SIZE
                              " MISSING   REBUILT " DELIMITED BY SIZE
                              RB-STATUS(RB-IX) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              BALANCE-FORMATTED DELIMITED BY SIZE
                              "  NOT IN accounts.txt"
                              DELIMITED BY SIZE
                              INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM

           PERFORM WRITE-REPORT-TOTALS
           MOVE SPACES TO REPORT-RECORD
           IF MISSING-COUNT = 0 AND EXTRA-COUNT = 0
             AND STATUS-DIFF-COUNT = 0 AND BALANCE-DIFF-COUNT = 0
               MOVE "VERIFY OK - accounts.txt AGREES WITH THE LEDGER"
                 TO REPORT-RECORD
           ELSE
               MOVE "*** accounts.txt DOES NOT AGREE WITH LEDGER ***"
                 TO REPORT-RECORD
               MOVE 1 TO RETURN-CODE
           END-IF
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE

           DISPLAY "ACCTRBLD: VERIFY - " MISSING-COUNT " MISSING, "
               EXTRA-COUNT " EXTRA, " STATUS-DIFF-COUNT
               " STATUS AND " BALANCE-DIFF-COUNT
               " BALANCE DIFFERENCE(S)".

       COMPARE-LIVE-ACCOUNT.
           ADD 1 TO LIVE-COUNT
           MOVE ACC-RECORD(7:3) TO LIVE-STATUS
           MOVE FUNCTION NUMVAL(ACC-RECORD(10:10)) TO LIVE-BALANCE
           ADD LIVE-BALANCE TO LIVE-TOTAL
           MOVE LIVE-BALANCE TO LIVE-FORMATTED
           MOVE ACC-RECORD(1:6) TO ENTRY-ACCOUNT
           PERFORM FIND-REBUILD-SLOT
           IF RB-FOUND = "Y"
               IF RB-STATUS(RB-IX) = SPACES
                   MOVE "N" TO RB-FOUND
               END-IF
           END-IF
           IF RB-FOUND = "N"
               ADD 1 TO EXTRA-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING ACC-RECORD(1:6) DELIMITED BY SIZE
                      " EXTRA     LIVE    " DELIMITED BY SIZE
                      LIVE-STATUS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LIVE-FORMATTED DELIMITED BY SIZE
                      "  NOT OPEN IN THE LEDGER" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO RB-MATCHED(RB-IX)
           MOVE RB-BALANCE(RB-IX) TO BALANCE-FORMATTED
           IF LIVE-STATUS NOT = RB-STATUS(RB-IX)
               ADD 1 TO STATUS-DIFF-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING ACC-RECORD(1:6) DELIMITED BY SIZE
                      " STATUS    LIVE    " DELIMITED BY SIZE
                      LIVE-STATUS DELIMITED BY SIZE
                      "  REBUILT " DELIMITED BY SIZE
                      RB-STATUS(RB-IX) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF LIVE-BALANCE NOT = RB-BALANCE(RB-IX)
               ADD 1 TO BALANCE-DIFF-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING ACC-RECORD(1:6) DELIMITED BY SIZE
                      " BALANCE   LIVE    " DELIMITED BY SIZE
                      LIVE-FORMATTED DELIMITED BY SIZE
                      "  REBUILT " DELIMITED BY SIZE
                      BALANCE-FORMATTED DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       REBUILD-ACCOUNTS.
           OPEN INPUT ACC-FILE
           IF ACC-FILE-STATUS = "00"
               MOVE "Y" TO OLD-FILE-OPEN
           ELSE
               MOVE "N" TO OLD-FILE-OPEN
               DISPLAY "ACCTRBLD: accounts.txt COULD NOT BE OPENED - "
                       "CUSTOMER, OD LIMIT AND PRODUCT DEFAULTED"
           END-IF

           OPEN OUTPUT NEWACC-FILE
           IF NEWACC-FILE-STATUS NOT = "00"
               IF OLD-FILE-OPEN = "Y"
                   CLOSE ACC-FILE
               END-IF
               DISPLAY "ACCTRBLD: COULD NOT CREATE accounts_rbld.txt"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADING

           PERFORM VARYING RB-IX FROM 1 BY 1
             UNTIL RB-IX > RB-COUNT
               IF RB-STATUS(RB-IX) NOT = SPACES
                   ADD 1 TO REBUILT-COUNT
                   ADD RB-BALANCE(RB-IX) TO REBUILT-TOTAL
                   PERFORM WRITE-REBUILT-ACCOUNT
               END-IF
           END-PERFORM

           CLOSE NEWACC-FILE
           IF OLD-FILE-OPEN = "Y"
               CLOSE ACC-FILE
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           MOVE SPACES TO REPORT-RECORD
           STRING "WRITTEN " DELIMITED BY SIZE
                  WRITTEN-COUNT DELIMITED BY SIZE
                  "  DETAILS FROM OLD FILE " DELIMITED BY SIZE
                  KEPT-COUNT DELIMITED BY SIZE
                  "  DEFAULTED " DELIMITED BY SIZE
                  DEFAULTED-COUNT DELIMITED BY SIZE
                  "  FAILED " DELIMITED BY SIZE
                  WRITE-FAILED-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE

           IF WRITE-FAILED-COUNT > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           DISPLAY "ACCTRBLD: " WRITTEN-COUNT
               " ACCOUNT(S) WRITTEN TO accounts_rbld.txt"
           DISPLAY "ACCTRBLD: CHECK acctrbld.txt THEN RENAME "
                   "accounts_rbld.txt TO accounts.txt".

       WRITE-REBUILT-ACCOUNT.
           MOVE SPACES TO NEWACC-RECORD
           MOVE RB-ACCOUNT(RB-IX) TO NEWACC-RECORD(1:6)
           MOVE RB-STATUS(RB-IX) TO NEWACC-RECORD(7:3)
           MOVE RB-BALANCE(RB-IX) TO SIGNED-AMOUNT
           MOVE SIGNED-AMOUNT TO NEWACC-RECORD(10:10)

           MOVE "N" TO OLD-FOUND
           IF OLD-FILE-OPEN = "Y"
               MOVE RB-ACCOUNT(RB-IX) TO ACC-KEY
               READ ACC-FILE
                   INVALID KEY
                       MOVE "N" TO OLD-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO OLD-FOUND
               END-READ
           END-IF

           IF OLD-FOUND = "Y"
               MOVE ACC-RECORD(20:6) TO NEWACC-RECORD(20:6)
               MOVE ACC-RECORD(26:9) TO NEWACC-RECORD(26:9)
               MOVE ACC-RECORD(35:2) TO NEWACC-RECORD(35:2)
               ADD 1 TO KEPT-COUNT
           ELSE
               MOVE "000000" TO NEWACC-RECORD(20:6)
               MOVE RB-OD-LIMIT(RB-IX) TO FORMATTED-AMOUNT
               MOVE FORMATTED-AMOUNT TO NEWACC-RECORD(26:9)
               MOVE "01" TO NEWACC-RECORD(35:2)
               ADD 1 TO DEFAULTED-COUNT
               MOVE RB-BALANCE(RB-IX) TO BALANCE-FORMATTED
               MOVE SPACES TO REPORT-RECORD
               STRING RB-ACCOUNT(RB-IX) DELIMITED BY SIZE
                      " DEFAULTED " DELIMITED BY SIZE
                      RB-STATUS(RB-IX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      BALANCE-FORMATTED DELIMITED BY SIZE
                      "  NO CUSTOMER, PRODUCT 01" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               IF RB-ODL-SEEN(RB-IX) = "N"
                   MOVE ", OD LIMIT 0" TO REPORT-RECORD(58:12)
               END-IF
               WRITE REPORT-RECORD
           END-IF

           WRITE NEWACC-RECORD
               INVALID KEY
                   ADD 1 TO WRITE-FAILED-COUNT
               NOT INVALID KEY
                   ADD 1 TO WRITTEN-COUNT
           END-WRITE
           IF NEWACC-FILE-STATUS NOT = "00"
               MOVE SPACES TO REPORT-RECORD
               STRING RB-ACCOUNT(RB-IX) DELIMITED BY SIZE
                      " WRITE FAILED, STATUS " DELIMITED BY SIZE
                      NEWACC-FILE-STATUS DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-RECORD
           STRING "ACCOUNT " DELIMITED BY SIZE
                  RUN-MODE DELIMITED BY SPACE
                  " FROM LEDGER HISTORY AT " DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF ARCH-FOUND = "Y"
               STRING "OPENING POSITION FROM ledger_" DELIMITED BY SIZE
                      LATEST-MONTH DELIMITED BY SIZE
                      ".txt, STATUS FROM ARCHIVES SINCE "
                      DELIMITED BY SIZE
                      FIRST-MONTH DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               MOVE "NO ARCHIVE FOUND - ledger.txt REPLAYED FROM START"
                 TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ARCHIVE ENTRIES " DELIMITED BY SIZE
                  ARCH-ENTRY-COUNT DELIMITED BY SIZE
                  "  SUMMARIES " DELIMITED BY SIZE
                  SUMMARY-COUNT DELIMITED BY SIZE
                  "  LEDGER ENTRIES " DELIMITED BY SIZE
                  LEDGER-ENTRY-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF NOT-OPEN-COUNT > 0
               MOVE SPACES TO REPORT-RECORD
               STRING "WARNING: " DELIMITED BY SIZE
                      NOT-OPEN-COUNT DELIMITED BY SIZE
                      " LEDGER ENTRIES FOR ACCOUNTS NOT OPEN"
                      DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE REBUILT-TOTAL TO TOTAL-FORMATTED
           MOVE SPACES TO REPORT-RECORD
           STRING "REBUILT ACCOUNTS " DELIMITED BY SIZE
                  REBUILT-COUNT DELIMITED BY SIZE
                  "  TOTAL " DELIMITED BY SIZE
                  TOTAL-FORMATTED DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF RUN-MODE = "VERIFY"
               MOVE LIVE-TOTAL TO TOTAL-FORMATTED
               MOVE SPACES TO REPORT-RECORD
               STRING "LIVE ACCOUNTS    " DELIMITED BY SIZE
                      LIVE-COUNT DELIMITED BY SIZE
                      "  TOTAL " DELIMITED BY SIZE
                      TOTAL-FORMATTED DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "MISSING " DELIMITED BY SIZE
                      MISSING-COUNT DELIMITED BY SIZE
                      "  EXTRA " DELIMITED BY SIZE
                      EXTRA-COUNT DELIMITED BY SIZE
                      "  STATUS DIFFERENT " DELIMITED BY SIZE
                      STATUS-DIFF-COUNT DELIMITED BY SIZE
                      "  BALANCE DIFFERENT " DELIMITED BY SIZE
                      BALANCE-DIFF-COUNT DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
