           SELECT PRODUCT-FILE ASSIGN TO "products.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT LEDGREF-FILE ASSIGN TO "ledgerref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGREF-STATUS.
           SELECT ACCRUED-FILE ASSIGN TO "accrued.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-KEY
               FILE STATUS IS ACCRUED-FILE-STATUS.
           SELECT TAXPARM-FILE ASSIGN TO "taxparm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAXPARM-STATUS.
           SELECT HOLD-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.
           SELECT POSTREF-FILE ASSIGN TO "postedref.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSTREF-KEY
               FILE STATUS IS POSTREF-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD IN-FILE.
       01 IN-RECORD             PIC X(46).

       FD ACC-FILE.
       01 ACC-RECORD.
       FD CUST-FILE.
       01 CUST-RECORD.
           05 CUST-KEY           PIC X(6).
           05 FILLER             PIC X(96).

       FD OUT-FILE.
       01 OUT-RECORD            PIC X(100).

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(74).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD     PIC X(6).
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD        PIC X(82).

       FD LEDGREF-FILE.
       01 LEDGREF-RECORD        PIC X(10).

       FD ACCRUED-FILE.
       01 ACR-RECORD.
           05 ACR-KEY            PIC X(6).
           05 FILLER             PIC X(64).

       FD TAXPARM-FILE.
       01 TAXPARM-RECORD        PIC X(7).

       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HOLD-KEY           PIC X(9).
           05 FILLER             PIC X(51).

       FD POSTREF-FILE.
       01 POSTREF-RECORD.
           05 POSTREF-KEY        PIC X(20).
           05 FILLER             PIC X(27).

       WORKING-STORAGE SECTION.
       77 IN-ACCOUNT            PIC 9(6).
       77 IN-ACTION             PIC X(3).
       77 LEDGER-ACTION         PIC X(3).
       77 LEDGER-AMOUNT         PIC 9(6)V99.
       77 LEDGER-BALANCE        PIC S9(6)V99.
       77 LEDGER-REF            PIC 9(10) VALUE 0.
       77 LEDGER-LINK-REF       PIC X(10) VALUE SPACES.
       77 LEDGER-LINK-ACTION    PIC X(3) VALUE SPACES.
       77 LEDGREF-STATUS        PIC XX VALUE SPACES.

       77 ACCRUED-FILE-STATUS   PIC XX VALUE SPACES.
       77 ACR-FOUND             PIC X VALUE "N".
       77 ACR-CREDIT            PIC 9(6)V9(5).
       77 ACR-OD                PIC 9(6)V9(5).
       77 ACR-LAST-CREDIT       PIC 9(6)V9(5).
       77 ACR-LAST-OD           PIC 9(6)V9(5).
       77 ACR-DAILY-CREDIT      PIC 9(6)V9(5).
       77 ACR-DAILY-OD          PIC 9(6)V9(5).
       77 ACR-REMAINDER         PIC 9(6)V9(5).
       77 ACR-FORMATTED         PIC Z(5)9.9(5).
       77 ODI-AMOUNT            PIC 9(6)V99.
       77 ODI-BALANCE           PIC S9(6)V99.
       77 SETTLE-POSTED         PIC X VALUE "N".
       77 SETTLE-FAILED         PIC X VALUE "N".
       77 ACR-KEEP-REASON       PIC X(30) VALUE SPACES.
       77 CAPITALISED-COUNT     PIC 9(6) VALUE 0.
       77 CAP-LAST-RUN-DATE     PIC X(8) VALUE SPACES.

       77 TAXPARM-STATUS        PIC XX VALUE SPACES.
       77 TAX-RATE              PIC 9V9(5) VALUE 0.20000.
       77 TAX-NUMVAL-CHECK      PIC 9(4) VALUE 0.
       77 TAX-EXEMPT            PIC X VALUE "N".
       77 WHT-AMOUNT            PIC 9(6)V99.
       77 INT-BALANCE           PIC S9(6)V99.

       77 HOLD-FILE-STATUS      PIC XX VALUE SPACES.
       77 HOLD-ACCOUNT          PIC X(6).
       77 HOLD-SEQ              PIC 9(3) VALUE 0.
       77 HOLD-AMOUNT           PIC 9(6)V99.
       77 HOLD-TOTAL            PIC 9(7)V99 VALUE 0.
       77 HOLD-EXPIRY           PIC X(8).
       77 HOLD-INTEGER          PIC 9(8).
       77 HOLD-OK               PIC X VALUE "Y".
       77 HOLD-EXPIRED-COUNT    PIC 9(6) VALUE 0.
       77 ACC-FILE-OPEN         PIC X VALUE "N".
       77 IN-REASON             PIC X(2) VALUE SPACES.
       77 IN-SOURCE             PIC X(4) VALUE SPACES.
       77 IN-REF                PIC X(16) VALUE SPACES.
       77 POSTREF-STATUS        PIC XX VALUE SPACES.
       77 REF-POSTED            PIC X VALUE "N".
       77 AVAILABLE-BALANCE     PIC S9(7)V99.
       77 IDR-AVAILABLE         PIC S9(15).
       77 IDR-AVAIL-FORMATTED   PIC +Z(14)9.

       77 ACC-FILE-STATUS       PIC XX VALUE SPACES.
       77 CUST-FILE-STATUS      PIC XX VALUE SPACES.
           PERFORM LOAD-PRODUCT-TABLE
           EVALUATE ARG-VALUE
               WHEN "--apply-interest"
               WHEN "--accrue-interest"
                   MOVE "Y" TO APPLY-INTEREST
                   PERFORM ACCRUE-INTEREST-TO-ALL
               WHEN "--auto-interest"
                   PERFORM ACCRUE-INTEREST-TO-ALL
               WHEN "--force-interest"
               WHEN "--force-accrual"
                   MOVE "Y" TO APPLY-INTEREST
                   MOVE "Y" TO FORCE-RUN
                   PERFORM ACCRUE-INTEREST-TO-ALL
               WHEN "--capitalise-interest"
                   PERFORM CAPITALISE-INTEREST-ALL
               WHEN "--force-capitalise"
                   MOVE "Y" TO FORCE-RUN
                   PERFORM CAPITALISE-INTEREST-ALL
               WHEN "--apply-fees"
                   PERFORM APPLY-FEES-TO-ALL
               WHEN "--force-fees"
                   PERFORM APPLY-FEES-TO-ALL
               WHEN "--dormancy-sweep"
                   PERFORM DORMANCY-SWEEP-ALL
               WHEN "--expire-holds"
                   PERFORM EXPIRE-HOLDS-ALL
               WHEN "--teller"
                   PERFORM TELLER-MODE
               WHEN "--input-idr"
                           WHEN "FEE"
                               MOVE RUN-RECORD(4:8)
                                 TO FEE-LAST-RUN-DATE
                           WHEN "CAP"
                               MOVE RUN-RECORD(4:8)
                                 TO CAP-LAST-RUN-DATE
                       END-EVALUATE
               END-READ
           END-PERFORM
               MOVE FEE-LAST-RUN-DATE TO RUN-RECORD(4:8)
               WRITE RUN-RECORD
           END-IF
           IF CAP-LAST-RUN-DATE NOT = SPACES
               MOVE SPACES TO RUN-RECORD
               MOVE "CAP" TO RUN-RECORD(1:3)
               MOVE CAP-LAST-RUN-DATE TO RUN-RECORD(4:8)
               WRITE RUN-RECORD
           END-IF
           CLOSE RUN-FILE.

       PROCESS-BATCH.
           OPEN INPUT IN-FILE
           OPEN OUTPUT OUT-FILE
           OPEN I-O POSTREF-FILE
           IF POSTREF-STATUS = "35"
               OPEN OUTPUT POSTREF-FILE
               CLOSE POSTREF-FILE
               OPEN I-O POSTREF-FILE
           END-IF
           MOVE "N" TO IN-EOF
           PERFORM UNTIL IN-EOF = "Y"
               READ IN-FILE
                       MOVE "Y" TO IN-EOF
                   NOT AT END
                       PERFORM PARSE-INPUT-RECORD
                       PERFORM CHECK-POSTED-REF
                       IF REF-POSTED = "Y"
                           MOVE "DUPLICATE - NOT POSTED" TO OUT-RECORD
                           WRITE OUT-RECORD
                       ELSE
                           MOVE 0 TO LEDGER-REF
                           PERFORM HANDLE-TRANSACTION
                           PERFORM RECORD-POSTED-REF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTREF-FILE
           CLOSE IN-FILE
           CLOSE OUT-FILE.

       CHECK-POSTED-REF.
           MOVE "N" TO REF-POSTED
           IF IN-SOURCE = SPACES OR IN-REF = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE IN-SOURCE TO POSTREF-KEY(1:4)
           MOVE IN-REF TO POSTREF-KEY(5:16)
           READ POSTREF-FILE
               INVALID KEY
                   MOVE "N" TO REF-POSTED
               NOT INVALID KEY
                   MOVE "Y" TO REF-POSTED
           END-READ.

       RECORD-POSTED-REF.
           IF IN-SOURCE = SPACES OR IN-REF = SPACES
               EXIT PARAGRAPH
           END-IF
           IF LEDGER-REF = 0
               EXIT PARAGRAPH
           END-IF
           IF IN-ACTION NOT = "NEW" AND TRANSACTION-VALID NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO POSTREF-RECORD
           MOVE IN-SOURCE TO POSTREF-RECORD(1:4)
           MOVE IN-REF TO POSTREF-RECORD(5:16)
           MOVE BUSINESS-DATE TO POSTREF-RECORD(21:8)
           MOVE IN-ACCOUNT TO POSTREF-RECORD(29:6)
           MOVE IN-ACTION TO POSTREF-RECORD(35:3)
           MOVE LEDGER-REF TO POSTREF-RECORD(38:10)
           WRITE POSTREF-RECORD
               INVALID KEY
                   DISPLAY "BANKING: POSTED REFERENCE NOT RECORDED "
                       IN-SOURCE IN-REF
           END-WRITE.

       TELLER-MODE.
           PERFORM LOAD-OVERRIDE-LIMIT
           PERFORM TELLER-SIGNON

       TELLER-TRANSACTION.
           DISPLAY " "
           DISPLAY "ACTIONS: DEP WDR BAL NEW CLO TRF FRZ UNF ODL "
                   "HLD HLR"
           DISPLAY "ACTION? " WITH NO ADVANCING
           ACCEPT TELLER-CHOICE
           MOVE FUNCTION UPPER-CASE(TELLER-CHOICE) TO TELLER-CHOICE
           MOVE 0 TO IN-AMOUNT
           MOVE 0 TO IN-TARGET
           MOVE "01" TO IN-PRODUCT
           MOVE SPACES TO IN-REASON
           IF TELLER-CHOICE NOT = "DEP" AND TELLER-CHOICE NOT = "WDR"
             AND TELLER-CHOICE NOT = "BAL"
             AND TELLER-CHOICE NOT = "NEW"
             AND TELLER-CHOICE NOT = "FRZ"
             AND TELLER-CHOICE NOT = "UNF"
             AND TELLER-CHOICE NOT = "ODL"
             AND TELLER-CHOICE NOT = "HLD"
             AND TELLER-CHOICE NOT = "HLR"
               MOVE "UNKNOWN ACTION" TO RESULT-TEXT
               DISPLAY RESULT-TEXT
               MOVE TELLER-CHOICE TO IN-ACTION
           MOVE 0 TO IN-AMOUNT
           IF IN-ACTION = "DEP" OR IN-ACTION = "WDR"
             OR IN-ACTION = "TRF" OR IN-ACTION = "NEW"
             OR IN-ACTION = "ODL" OR IN-ACTION = "HLD"
               DISPLAY "AMOUNT? " WITH NO ADVANCING
               ACCEPT TELLER-INPUT
               MOVE FUNCTION TEST-NUMVAL(TELLER-INPUT)
               END-IF
               MOVE FUNCTION NUMVAL(TELLER-INPUT) TO IN-TARGET
           END-IF
           IF IN-ACTION = "HLD"
               DISPLAY "HOLD REASON (CO CQ LC OT)? " WITH NO ADVANCING
               ACCEPT TELLER-INPUT
               MOVE FUNCTION UPPER-CASE(TELLER-INPUT(1:2)) TO IN-REASON
               DISPLAY "DAYS TO EXPIRY (0 FOR NONE)? "
                   WITH NO ADVANCING
               ACCEPT TELLER-INPUT
               MOVE FUNCTION TEST-NUMVAL(TELLER-INPUT)
                   TO TELLER-NUMVAL-CHECK
               IF TELLER-INPUT NOT = SPACES
                   IF TELLER-NUMVAL-CHECK NOT = 0
                       MOVE "INVALID EXPIRY DAYS" TO RESULT-TEXT
                       DISPLAY RESULT-TEXT
                       PERFORM WRITE-TELLER-JOURNAL
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION NUMVAL(TELLER-INPUT) TO IN-TARGET
               END-IF
           END-IF
           IF IN-ACTION = "HLR"
               DISPLAY "HOLD NUMBER? " WITH NO ADVANCING
               ACCEPT TELLER-INPUT
               MOVE FUNCTION TEST-NUMVAL(TELLER-INPUT)
                   TO TELLER-NUMVAL-CHECK
               IF TELLER-INPUT = SPACES
                 OR TELLER-NUMVAL-CHECK NOT = 0
                   MOVE "INVALID HOLD NUMBER" TO RESULT-TEXT
                   DISPLAY RESULT-TEXT
                   PERFORM WRITE-TELLER-JOURNAL
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(TELLER-INPUT) TO IN-TARGET
           END-IF
           IF IN-ACTION = "NEW"
               DISPLAY "CUSTOMER NUMBER (0 IF NONE)? "
                   WITH NO ADVANCING
           END-IF

           IF IN-ACTION = "FRZ" OR IN-ACTION = "UNF"
             OR IN-ACTION = "ODL" OR IN-ACTION = "HLR"
             OR ((IN-ACTION = "WDR" OR IN-ACTION = "TRF")
               AND IN-AMOUNT > OVERRIDE-LIMIT)
               PERFORM SUPERVISOR-OVERRIDE
           MOVE RESULT-TEXT TO OUT-RECORD
           WRITE OUT-RECORD.

       ACCRUE-INTEREST-TO-ALL.
           IF FORCE-RUN = "N"
             AND INT-LAST-RUN-DATE = BUSINESS-DATE
               OPEN OUTPUT OUT-FILE
               MOVE SPACES TO OUT-RECORD
               STRING "INTEREST ALREADY ACCRUED FOR "
                      DELIMITED BY SIZE
                      BUSINESS-DATE DELIMITED BY SIZE
                      " - USE --force-accrual TO OVERRIDE"
                      DELIMITED BY SIZE
                      INTO OUT-RECORD
               WRITE OUT-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ACCRUED-FILE
           IF ACCRUED-FILE-STATUS NOT = "00"
               OPEN OUTPUT OUT-FILE
               MOVE "ACCRUED INTEREST FILE NOT AVAILABLE"
                 TO OUT-RECORD
               WRITE OUT-RECORD
               CLOSE OUT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO UPDATED
           MOVE 0 TO INTEREST-COUNTER
           PERFORM LOAD-CHECKPOINT

           OPEN INPUT ACC-FILE

           PERFORM UNTIL 1 = 2
               READ ACC-FILE NEXT RECORD
                           END-IF
                       ELSE
                           PERFORM SET-PRODUCT-TERMS
                           PERFORM ACCRUE-ACCOUNT-INTEREST
                           ADD 1 TO INTEREST-COUNTER
                           IF FUNCTION MOD(INTEREST-COUNTER,
                               CHECKPOINT-INTERVAL) = 0
           END-PERFORM

           CLOSE ACC-FILE
           CLOSE ACCRUED-FILE

           OPEN OUTPUT OUT-FILE
           IF RESUMING = "Y"
                 TO OUT-RECORD
           ELSE
               IF UPDATED = "Y"
                   MOVE "INTEREST ACCRUED FOR ALL ACCOUNTS"
                     TO OUT-RECORD
               ELSE
                   MOVE "NO ACCOUNTS PROCESSED" TO OUT-RECORD
               END-IF
           WRITE OUT-RECORD
           CLOSE OUT-FILE.

       ACCRUE-ACCOUNT-INTEREST.
           MOVE 0 TO ACR-DAILY-CREDIT
           MOVE 0 TO ACR-DAILY-OD
           IF ACC-BALANCE < 0
               COMPUTE ACR-DAILY-OD =
                   (0 - ACC-BALANCE) * PROD-OD-RATE
           ELSE
               PERFORM DETERMINE-INTEREST-RATE
               COMPUTE ACR-DAILY-CREDIT = ACC-BALANCE * INT-RATE
           END-IF

           MOVE ACC-RECORD(1:6) TO ACR-KEY
           READ ACCRUED-FILE
               INVALID KEY
                   MOVE "N" TO ACR-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO ACR-FOUND
           END-READ
           IF ACR-FOUND = "N"
               MOVE SPACES TO ACR-RECORD
               MOVE ACC-RECORD(1:6) TO ACR-KEY
               MOVE 0 TO ACR-CREDIT
               MOVE 0 TO ACR-OD
           ELSE
               PERFORM LOAD-ACCRUAL-FIELDS
               IF ACR-RECORD(31:8) = BUSINESS-DATE
                   IF FORCE-RUN = "N"
                     OR ACR-RECORD(63:8) = BUSINESS-DATE
                       EXIT PARAGRAPH
                   END-IF
                   SUBTRACT ACR-LAST-CREDIT FROM ACR-CREDIT
                   SUBTRACT ACR-LAST-OD FROM ACR-OD
               END-IF
           END-IF

           ADD ACR-DAILY-CREDIT TO ACR-CREDIT
           ADD ACR-DAILY-OD TO ACR-OD
           MOVE ACR-DAILY-CREDIT TO ACR-LAST-CREDIT
           MOVE ACR-DAILY-OD TO ACR-LAST-OD
           MOVE BUSINESS-DATE TO ACR-RECORD(31:8)
           PERFORM STORE-ACCRUAL-FIELDS

           IF ACR-FOUND = "N"
               WRITE ACR-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO UPDATED
               END-WRITE
           ELSE
               REWRITE ACR-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO UPDATED
               END-REWRITE
           END-IF.

       OPEN-ACCRUED-FILE.
           OPEN I-O ACCRUED-FILE
           IF ACCRUED-FILE-STATUS = "35"
               OPEN OUTPUT ACCRUED-FILE
               CLOSE ACCRUED-FILE
               OPEN I-O ACCRUED-FILE
           END-IF.

       LOAD-ACCRUAL-FIELDS.
           MOVE FUNCTION NUMVAL(ACR-RECORD(7:12)) TO ACR-CREDIT
           MOVE FUNCTION NUMVAL(ACR-RECORD(19:12)) TO ACR-OD
           MOVE FUNCTION NUMVAL(ACR-RECORD(39:12)) TO ACR-LAST-CREDIT
           MOVE FUNCTION NUMVAL(ACR-RECORD(51:12)) TO ACR-LAST-OD.

       STORE-ACCRUAL-FIELDS.
           MOVE ACR-CREDIT TO ACR-FORMATTED
           MOVE ACR-FORMATTED TO ACR-RECORD(7:12)
           MOVE ACR-OD TO ACR-FORMATTED
           MOVE ACR-FORMATTED TO ACR-RECORD(19:12)
           MOVE ACR-LAST-CREDIT TO ACR-FORMATTED
           MOVE ACR-FORMATTED TO ACR-RECORD(39:12)
           MOVE ACR-LAST-OD TO ACR-FORMATTED
           MOVE ACR-FORMATTED TO ACR-RECORD(51:12).

       CAPITALISE-INTEREST-ALL.
           IF FORCE-RUN = "N"
             AND CAP-LAST-RUN-DATE(1:6) = BUSINESS-DATE(1:6)
               OPEN OUTPUT OUT-FILE
               MOVE SPACES TO OUT-RECORD
               STRING "INTEREST ALREADY CAPITALISED FOR "
                      DELIMITED BY SIZE
                      BUSINESS-DATE(1:6) DELIMITED BY SIZE
                      " - USE --force-capitalise TO OVERRIDE"
                      DELIMITED BY SIZE
                      INTO OUT-RECORD
               WRITE OUT-RECORD
               CLOSE OUT-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACC-FILE
           IF ACC-FILE-STATUS NOT = "00"
               OPEN OUTPUT OUT-FILE
               MOVE "NO ACCOUNTS FOUND" TO OUT-RECORD
               WRITE OUT-RECORD
               CLOSE OUT-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE ACC-FILE

           PERFORM RECONCILE-BALANCES
           IF RECON-VALID = "N"
               OPEN OUTPUT OUT-FILE
               MOVE "RECONCILIATION FAILED - ACCOUNTS NOT PROCESSED"
                 TO OUT-RECORD
               WRITE OUT-RECORD
               CLOSE OUT-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ACCRUED-FILE
           IF ACCRUED-FILE-STATUS NOT = "00"
               OPEN OUTPUT OUT-FILE
               MOVE "NO ACCRUED INTEREST TO CAPITALISE" TO OUT-RECORD
               WRITE OUT-RECORD
               CLOSE OUT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO CAPITALISED-COUNT
           PERFORM LOAD-TAX-RATE
           OPEN I-O ACC-FILE
           OPEN OUTPUT OUT-FILE

           PERFORM UNTIL 1 = 2
               READ ACCRUED-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LOAD-ACCRUAL-FIELDS
                       IF ACR-CREDIT > 0 OR ACR-OD > 0
                           MOVE ACR-KEY TO ACC-KEY
                           READ ACC-FILE
                               INVALID KEY
                                   MOVE "ACCOUNT NOT ON FILE"
                                     TO ACR-KEEP-REASON
                                   PERFORM REPORT-ACCRUAL-KEPT
                               NOT INVALID KEY
                                   MOVE ACC-RECORD(1:6) TO ACC-ACCOUNT
                                   MOVE FUNCTION NUMVAL
                                       (ACC-RECORD(10:10))
                                     TO ACC-BALANCE
                                   PERFORM POST-ACCRUED-INTEREST
                                   IF SETTLE-POSTED = "Y"
                                       ADD 1 TO CAPITALISED-COUNT
                                       PERFORM RESET-ACCRUAL
                                       PERFORM REPORT-ACR-REMAINDER
                                   ELSE
                                       IF ODI-AMOUNT = 0
                                         AND INT-AMOUNT = 0
                                           PERFORM RESET-ACCRUAL
                                           PERFORM REPORT-ACR-REMAINDER
                                       ELSE
                                           MOVE "ACCOUNT UPDATE FAILED"
                                             TO ACR-KEEP-REASON
                                           PERFORM REPORT-ACCRUAL-KEPT
                                       END-IF
                                   END-IF
                           END-READ
                       END-IF
           END-PERFORM

           CLOSE ACC-FILE
           CLOSE ACCRUED-FILE

           MOVE SPACES TO OUT-RECORD
           STRING "INTEREST CAPITALISED: " DELIMITED BY SIZE
                  CAPITALISED-COUNT DELIMITED BY SIZE
                  " ACCOUNTS" DELIMITED BY SIZE
                  INTO OUT-RECORD
           WRITE OUT-RECORD
           CLOSE OUT-FILE
           MOVE BUSINESS-DATE TO CAP-LAST-RUN-DATE
           PERFORM SAVE-RUN-CONTROL.

       REPORT-ACR-REMAINDER.
           IF ACR-REMAINDER > 0
               MOVE "MAXIMUM BALANCE REACHED"
                 TO ACR-KEEP-REASON
               PERFORM REPORT-ACCRUAL-KEPT
           END-IF.

       REPORT-ACCRUAL-KEPT.
           MOVE SPACES TO OUT-RECORD
           STRING "ACCRUAL NOT CAPITALISED: " DELIMITED BY SIZE
                  ACR-KEY DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  ACR-KEEP-REASON DELIMITED BY "  "
                  INTO OUT-RECORD
           WRITE OUT-RECORD.

       POST-ACCRUED-INTEREST.
           MOVE "N" TO SETTLE-POSTED
           MOVE 0 TO ACR-REMAINDER
           COMPUTE ODI-AMOUNT ROUNDED = ACR-OD
           COMPUTE INT-AMOUNT ROUNDED = ACR-CREDIT
           SUBTRACT ODI-AMOUNT FROM ACC-BALANCE
           MOVE ACC-BALANCE TO ODI-BALANCE
           MOVE ACC-BALANCE TO TEMP-BALANCE
           ADD INT-AMOUNT TO TEMP-BALANCE
           IF TEMP-BALANCE > MAX-BALANCE
               COMPUTE INT-AMOUNT = MAX-BALANCE - ACC-BALANCE
               COMPUTE ACR-REMAINDER = ACR-CREDIT - INT-AMOUNT
               MOVE MAX-BALANCE TO ACC-BALANCE
           ELSE
               ADD INT-AMOUNT TO ACC-BALANCE
           END-IF
           IF ODI-AMOUNT = 0 AND INT-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-BALANCE TO INT-BALANCE
           MOVE 0 TO WHT-AMOUNT
           IF INT-AMOUNT > 0
               PERFORM CHECK-TAX-EXEMPT
               IF TAX-EXEMPT = "N"
                   COMPUTE WHT-AMOUNT ROUNDED = INT-AMOUNT * TAX-RATE
                   SUBTRACT WHT-AMOUNT FROM ACC-BALANCE
               END-IF
           END-IF

           MOVE ACC-BALANCE TO SIGNED-AMOUNT
           MOVE SIGNED-AMOUNT TO ACC-RECORD(10:10)
           REWRITE ACC-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE "Y" TO SETTLE-POSTED
           MOVE "Y" TO UPDATED

           IF ODI-AMOUNT > 0
               MOVE ACC-ACCOUNT TO LEDGER-ACCOUNT
               MOVE "ODI" TO LEDGER-ACTION
               MOVE ODI-AMOUNT TO LEDGER-AMOUNT
               MOVE ODI-BALANCE TO LEDGER-BALANCE
               PERFORM WRITE-LEDGER-ENTRY
           END-IF
           IF INT-AMOUNT > 0
               MOVE ACC-ACCOUNT TO LEDGER-ACCOUNT
               MOVE "INT" TO LEDGER-ACTION
               MOVE INT-AMOUNT TO LEDGER-AMOUNT
               MOVE INT-BALANCE TO LEDGER-BALANCE
               PERFORM WRITE-LEDGER-ENTRY
           END-IF
           IF WHT-AMOUNT > 0
               MOVE LEDGER-REF TO LEDGER-LINK-REF
               MOVE "INT" TO LEDGER-LINK-ACTION
               MOVE ACC-ACCOUNT TO LEDGER-ACCOUNT
               MOVE "WHT" TO LEDGER-ACTION
               MOVE WHT-AMOUNT TO LEDGER-AMOUNT
               MOVE ACC-BALANCE TO LEDGER-BALANCE
               PERFORM WRITE-LEDGER-ENTRY
           END-IF.

       LOAD-TAX-RATE.
           OPEN INPUT TAXPARM-FILE
           IF TAXPARM-STATUS = "00"
               READ TAXPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TEST-NUMVAL(TAXPARM-RECORD)
                           TO TAX-NUMVAL-CHECK
                       IF TAX-NUMVAL-CHECK = 0
                         AND FUNCTION NUMVAL(TAXPARM-RECORD) < 1
                           MOVE FUNCTION NUMVAL(TAXPARM-RECORD)
                               TO TAX-RATE
                       END-IF
               END-READ
               CLOSE TAXPARM-FILE
           END-IF.

       CHECK-TAX-EXEMPT.
           MOVE "N" TO TAX-EXEMPT
           OPEN INPUT CUST-FILE
           IF CUST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-RECORD(20:6) TO CUST-KEY
           READ CUST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-RECORD(94:1) = "Y"
                     AND (CUST-RECORD(95:8) = SPACES
                       OR CUST-RECORD(95:8) >= BUSINESS-DATE)
                       MOVE "Y" TO TAX-EXEMPT
                   END-IF
           END-READ
           CLOSE CUST-FILE.

       RESET-ACCRUAL.
           MOVE ACR-REMAINDER TO ACR-CREDIT
           MOVE 0 TO ACR-OD
           PERFORM STORE-ACCRUAL-FIELDS
           MOVE BUSINESS-DATE TO ACR-RECORD(63:8)
           REWRITE ACR-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

       SETTLE-ACCRUAL.
           MOVE "N" TO SETTLE-POSTED
           MOVE "N" TO SETTLE-FAILED
           OPEN I-O ACCRUED-FILE
           IF ACCRUED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE TMP-ACCOUNT TO ACR-KEY
           READ ACCRUED-FILE
               INVALID KEY
                   MOVE "N" TO ACR-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO ACR-FOUND
           END-READ
           IF ACR-FOUND = "Y"
               PERFORM LOAD-ACCRUAL-FIELDS
               IF ACR-CREDIT > 0 OR ACR-OD > 0
                   MOVE TMP-BALANCE TO ACC-BALANCE
                   PERFORM LOAD-TAX-RATE
                   PERFORM POST-ACCRUED-INTEREST
                   IF SETTLE-POSTED = "Y"
                     OR (ODI-AMOUNT = 0 AND INT-AMOUNT = 0)
                       MOVE ACC-BALANCE TO TMP-BALANCE
                       PERFORM RESET-ACCRUAL
                   ELSE
                       MOVE "Y" TO SETTLE-FAILED
                   END-IF
               END-IF
           END-IF
           CLOSE ACCRUED-FILE.

       LOAD-CHECKPOINT.
           MOVE "N" TO RESUMING
           MOVE 0 TO RESUME-ACCOUNT
           ELSE
               MOVE "01" TO IN-PRODUCT
           END-IF
           IF IN-ACTION = "HLD"
               MOVE IN-RECORD(25:2) TO IN-REASON
           ELSE
               MOVE SPACES TO IN-REASON
           END-IF
           MOVE IN-RECORD(27:4) TO IN-SOURCE
           MOVE IN-RECORD(31:16) TO IN-REF

           IF INPUT-IDR-FLAG = "Y" AND IN-ACTION NOT = "BAL"
               COMPUTE IN-AMOUNT = IN-AMOUNT / RAI-TO-IDR-RATE
                           TO OD-LIMIT
                   END-IF
                   PERFORM SET-PRODUCT-TERMS
                   MOVE ACC-RECORD(1:6) TO HOLD-ACCOUNT
                   PERFORM TOTAL-ACCOUNT-HOLDS
                   COMPUTE AVAILABLE-BALANCE =
                       ACC-BALANCE - HOLD-TOTAL + OD-LIMIT
                   PERFORM APPLY-ACTION
           END-READ
           CLOSE ACC-FILE.
                             TO RESULT-TEXT
                       END-IF
                   END-IF
                   IF TRANSACTION-VALID = "Y"
                     AND IN-AMOUNT > AVAILABLE-BALANCE
                       MOVE "N" TO TRANSACTION-VALID
                       MOVE "WITHDRAWAL REJECTED: FUNDS ON HOLD"
                         TO RESULT-TEXT
                   END-IF
                   IF TRANSACTION-VALID = "Y"
                       SUBTRACT IN-AMOUNT FROM TMP-BALANCE
                       COMPUTE IDR-AMOUNT = IN-AMOUNT * RAI-TO-IDR-RATE
               WHEN "BAL"
                   COMPUTE IDR-BALANCE = TMP-BALANCE * RAI-TO-IDR-RATE
                   MOVE IDR-BALANCE TO IDR-SIGNED-FORMATTED
                   COMPUTE IDR-AVAILABLE =
                       AVAILABLE-BALANCE * RAI-TO-IDR-RATE
                   MOVE IDR-AVAILABLE TO IDR-AVAIL-FORMATTED
                   MOVE SPACES TO RESULT-TEXT
                   STRING "BALANCE: IDR " DELIMITED BY SIZE
                          IDR-SIGNED-FORMATTED DELIMITED BY SIZE
                          " AVAILABLE: IDR " DELIMITED BY SIZE
                          IDR-AVAIL-FORMATTED DELIMITED BY SIZE
                          INTO RESULT-TEXT
               WHEN "CLO"
                   IF HOLD-TOTAL > 0
                       MOVE "CLOSE REJECTED: FUNDS ON HOLD"
                         TO RESULT-TEXT
                       MOVE "N" TO TRANSACTION-VALID
                       EXIT PARAGRAPH
                   END-IF
                   IF TMP-BALANCE NOT = 0
                       MOVE "CLOSE REJECTED: BALANCE NOT ZERO"
                         TO RESULT-TEXT
                       MOVE "N" TO TRANSACTION-VALID
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM SETTLE-ACCRUAL
                   IF SETTLE-FAILED = "Y"
                       MOVE SPACES TO RESULT-TEXT
                       STRING "CLOSE REJECTED: INTEREST NOT SETTLED "
                              DELIMITED BY SIZE
                              TMP-ACCOUNT DELIMITED BY SIZE
                              INTO RESULT-TEXT
                       MOVE "N" TO TRANSACTION-VALID
                       EXIT PARAGRAPH
                   END-IF
                   IF TMP-BALANCE NOT = 0
                       MOVE "CLOSE REJECTED: INTEREST SETTLED"
                         TO RESULT-TEXT
                       MOVE "N" TO TRANSACTION-VALID
                   ELSE
                       MOVE "ACCOUNT CLOSED" TO RESULT-TEXT
                   END-IF
               WHEN "TRF"
                   PERFORM TRANSFER-FUNDS
               WHEN "HLD"
                   PERFORM PLACE-HOLD
               WHEN "HLR"
                   PERFORM RELEASE-HOLD
               WHEN "ODL"
                   MOVE IN-AMOUNT TO FORMATTED-AMOUNT
                   MOVE SPACES TO RESULT-TEXT

           IF TRANSACTION-VALID = "Y"
             AND IN-ACTION NOT = "TRF"
             AND IN-ACTION NOT = "HLD"
             AND IN-ACTION NOT = "HLR"
               IF IN-ACTION = "CLO"
                   MOVE ACC-RECORD(20:6) TO LEDGER-LINK-REF(1:6)
                   MOVE ACC-RECORD(35:2) TO LEDGER-LINK-REF(7:2)
                   DELETE ACC-FILE
                       INVALID KEY
                           MOVE SPACES TO LEDGER-LINK-REF
                           MOVE "CLOSE FAILED: ACCOUNT UPDATE ERROR"
                             TO RESULT-TEXT
                       NOT INVALID KEY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF IN-AMOUNT > AVAILABLE-BALANCE
               MOVE "TRANSFER REJECTED: FUNDS ON HOLD"
                 TO RESULT-TEXT
               MOVE "N" TO TRANSACTION-VALID
               EXIT PARAGRAPH
           END-IF

           MOVE IN-TARGET TO ACC-KEY
           READ ACC-FILE
           MOVE IN-AMOUNT TO LEDGER-AMOUNT
           MOVE TMP-BALANCE TO LEDGER-BALANCE
           PERFORM WRITE-LEDGER-ENTRY
           MOVE LEDGER-REF TO LEDGER-LINK-REF
           MOVE "TRF" TO LEDGER-LINK-ACTION
           MOVE IN-TARGET TO LEDGER-ACCOUNT
           MOVE "TRC" TO LEDGER-ACTION
           MOVE IN-AMOUNT TO LEDGER-AMOUNT
           MOVE "TRANSFER FAILED: TARGET UPDATE ERROR"
             TO RESULT-TEXT.

       TOTAL-ACCOUNT-HOLDS.
           MOVE 0 TO HOLD-TOTAL
           MOVE 0 TO HOLD-SEQ
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE HOLD-ACCOUNT TO HOLD-KEY(1:6)
           MOVE "000" TO HOLD-KEY(7:3)
           START HOLD-FILE KEY IS >= HOLD-KEY
               INVALID KEY
                   MOVE "23" TO HOLD-FILE-STATUS
           END-START
           IF HOLD-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ HOLD-FILE NEXT RECORD
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF HOLD-RECORD(1:6) NOT = HOLD-ACCOUNT
                               EXIT PERFORM
                           END-IF
                           IF HOLD-RECORD(7:3) NUMERIC
                               MOVE HOLD-RECORD(7:3) TO HOLD-SEQ
                           END-IF
                           IF HOLD-RECORD(10:1) = "A"
                             AND (HOLD-RECORD(30:8) = SPACES
                               OR HOLD-RECORD(30:8) >= BUSINESS-DATE)
                               ADD FUNCTION NUMVAL(HOLD-RECORD(11:9))
                                 TO HOLD-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE HOLD-FILE.

       OPEN-HOLD-FILE.
           OPEN I-O HOLD-FILE
           IF HOLD-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.

       SET-HOLD-OPERATOR.
           IF OPERATOR-ID = SPACES
               MOVE "BATCH" TO HOLD-RECORD(46:6)
           ELSE
               MOVE OPERATOR-ID TO HOLD-RECORD(46:6)
           END-IF.

       PLACE-HOLD.
           MOVE "N" TO TRANSACTION-VALID
           IF IN-REASON NOT = "CO" AND IN-REASON NOT = "CQ"
             AND IN-REASON NOT = "LC" AND IN-REASON NOT = "OT"
               MOVE "HOLD REJECTED: INVALID REASON CODE"
                 TO RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF IN-AMOUNT = 0
               MOVE "HOLD REJECTED: INVALID AMOUNT" TO RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           IF HOLD-SEQ >= 999
               MOVE "HOLD REJECTED: HOLD LIMIT REACHED" TO RESULT-TEXT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO HOLD-EXPIRY
           IF IN-TARGET > 0
               COMPUTE HOLD-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(BUSINESS-DATE)) + IN-TARGET
               MOVE FUNCTION DATE-OF-INTEGER(HOLD-INTEGER)
                   TO HOLD-EXPIRY
           END-IF

           PERFORM OPEN-HOLD-FILE
           IF HOLD-FILE-STATUS NOT = "00"
               MOVE "HOLD REJECTED: HOLD FILE NOT AVAILABLE"
                 TO RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO HOLD-SEQ
           MOVE SPACES TO HOLD-RECORD
           MOVE HOLD-ACCOUNT TO HOLD-RECORD(1:6)
           MOVE HOLD-SEQ TO HOLD-RECORD(7:3)
           MOVE "A" TO HOLD-RECORD(10:1)
           MOVE IN-AMOUNT TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO HOLD-RECORD(11:9)
           MOVE IN-REASON TO HOLD-RECORD(20:2)
           MOVE BUSINESS-DATE TO HOLD-RECORD(22:8)
           MOVE HOLD-EXPIRY TO HOLD-RECORD(30:8)
           PERFORM SET-HOLD-OPERATOR
           WRITE HOLD-RECORD
               INVALID KEY
                   MOVE "HOLD REJECTED: HOLD FILE UPDATE ERROR"
                     TO RESULT-TEXT
               NOT INVALID KEY
                   MOVE "Y" TO TRANSACTION-VALID
                   MOVE "Y" TO UPDATED
           END-WRITE
           CLOSE HOLD-FILE
           IF TRANSACTION-VALID = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE TMP-ACCOUNT TO LEDGER-ACCOUNT
           MOVE "HLD" TO LEDGER-ACTION
           MOVE IN-AMOUNT TO LEDGER-AMOUNT
           MOVE TMP-BALANCE TO LEDGER-BALANCE
           PERFORM WRITE-LEDGER-ENTRY

           COMPUTE IDR-AMOUNT = IN-AMOUNT * RAI-TO-IDR-RATE
           MOVE IDR-AMOUNT TO IDR-FORMATTED
           MOVE SPACES TO RESULT-TEXT
           STRING "HOLD " DELIMITED BY SIZE
                  HOLD-SEQ DELIMITED BY SIZE
                  " PLACED: IDR " DELIMITED BY SIZE
                  IDR-FORMATTED DELIMITED BY SIZE
                  INTO RESULT-TEXT.

       RELEASE-HOLD.
           MOVE "N" TO TRANSACTION-VALID
           IF IN-TARGET = 0 OR IN-TARGET > 999
               MOVE "RELEASE REJECTED: INVALID HOLD NUMBER"
                 TO RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE IN-TARGET TO HOLD-SEQ

           PERFORM OPEN-HOLD-FILE
           IF HOLD-FILE-STATUS NOT = "00"
               MOVE "RELEASE REJECTED: HOLD NOT FOUND" TO RESULT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE HOLD-ACCOUNT TO HOLD-KEY(1:6)
           MOVE HOLD-SEQ TO HOLD-KEY(7:3)
           READ HOLD-FILE
               INVALID KEY
                   MOVE "RELEASE REJECTED: HOLD NOT FOUND"
                     TO RESULT-TEXT
               NOT INVALID KEY
                   IF HOLD-RECORD(10:1) NOT = "A"
                       MOVE "RELEASE REJECTED: HOLD NOT ACTIVE"
                         TO RESULT-TEXT
                   ELSE
                       MOVE FUNCTION NUMVAL(HOLD-RECORD(11:9))
                           TO HOLD-AMOUNT
                       MOVE "R" TO HOLD-RECORD(10:1)
                       MOVE BUSINESS-DATE TO HOLD-RECORD(38:8)
                       PERFORM SET-HOLD-OPERATOR
                       REWRITE HOLD-RECORD
                           INVALID KEY
                               MOVE "RELEASE FAILED: HOLD UPDATE ERROR"
                                 TO RESULT-TEXT
                           NOT INVALID KEY
                               MOVE "Y" TO TRANSACTION-VALID
                               MOVE "Y" TO UPDATED
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE HOLD-FILE
           IF TRANSACTION-VALID = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE TMP-ACCOUNT TO LEDGER-ACCOUNT
           MOVE "HLR" TO LEDGER-ACTION
           MOVE HOLD-AMOUNT TO LEDGER-AMOUNT
           MOVE TMP-BALANCE TO LEDGER-BALANCE
           PERFORM WRITE-LEDGER-ENTRY

           COMPUTE IDR-AMOUNT = HOLD-AMOUNT * RAI-TO-IDR-RATE
           MOVE IDR-AMOUNT TO IDR-FORMATTED
           MOVE SPACES TO RESULT-TEXT
           STRING "HOLD " DELIMITED BY SIZE
                  HOLD-SEQ DELIMITED BY SIZE
                  " RELEASED: IDR " DELIMITED BY SIZE
                  IDR-FORMATTED DELIMITED BY SIZE
                  INTO RESULT-TEXT.

       EXPIRE-HOLDS-ALL.
           MOVE 0 TO HOLD-EXPIRED-COUNT
           OPEN I-O HOLD-FILE
           IF HOLD-FILE-STATUS NOT = "00"
               OPEN OUTPUT OUT-FILE
               MOVE "NO HOLDS ON FILE" TO OUT-RECORD
               WRITE OUT-RECORD
               CLOSE OUT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO ACC-FILE-OPEN
           OPEN INPUT ACC-FILE
           IF ACC-FILE-STATUS = "00"
               MOVE "Y" TO ACC-FILE-OPEN
           END-IF

           PERFORM UNTIL 1 = 2
               READ HOLD-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HOLD-RECORD(10:1) = "A"
                         AND HOLD-RECORD(30:8) NOT = SPACES
                         AND HOLD-RECORD(30:8) < BUSINESS-DATE
                           MOVE "E" TO HOLD-RECORD(10:1)
                           MOVE BUSINESS-DATE TO HOLD-RECORD(38:8)
                           REWRITE HOLD-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO HOLD-EXPIRED-COUNT
                                   PERFORM WRITE-HOLD-EXPIRY-ENTRY
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM

           IF ACC-FILE-OPEN = "Y"
               CLOSE ACC-FILE
           END-IF
           CLOSE HOLD-FILE

           OPEN OUTPUT OUT-FILE
           MOVE SPACES TO OUT-RECORD
           STRING "HOLD EXPIRY: " DELIMITED BY SIZE
                  HOLD-EXPIRED-COUNT DELIMITED BY SIZE
                  " HOLDS EXPIRED" DELIMITED BY SIZE
                  INTO OUT-RECORD
           WRITE OUT-RECORD
           CLOSE OUT-FILE.

       WRITE-HOLD-EXPIRY-ENTRY.
           MOVE HOLD-RECORD(1:6) TO LEDGER-ACCOUNT
           MOVE "HLE" TO LEDGER-ACTION
           MOVE FUNCTION NUMVAL(HOLD-RECORD(11:9)) TO LEDGER-AMOUNT
           MOVE 0 TO LEDGER-BALANCE
           IF ACC-FILE-OPEN = "Y"
               MOVE HOLD-RECORD(1:6) TO ACC-KEY
               READ ACC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION NUMVAL(ACC-RECORD(10:10))
                           TO LEDGER-BALANCE
               END-READ
           END-IF
           PERFORM WRITE-LEDGER-ENTRY.

       WRITE-LEDGER-ENTRY.
           PERFORM NEXT-LEDGER-REF
           OPEN EXTEND LEDGER-FILE
           MOVE SPACES TO LEDGER-RECORD
           MOVE LEDGER-ACCOUNT TO LEDGER-RECORD(1:6)
           MOVE LEDGER-ACTION TO LEDGER-RECORD(7:3)
           MOVE LEDGER-AMOUNT TO FORMATTED-AMOUNT
           ACCEPT CURRENT-TIME FROM TIME
           MOVE CURRENT-TIME(1:6) TO LEDGER-RECORD(37:6)
           MOVE RAI-TO-IDR-RATE TO LEDGER-RECORD(43:9)
           MOVE LEDGER-REF TO LEDGER-RECORD(52:10)
           MOVE LEDGER-LINK-REF TO LEDGER-RECORD(62:10)
           MOVE LEDGER-LINK-ACTION TO LEDGER-RECORD(72:3)
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE
           MOVE SPACES TO LEDGER-LINK-REF
           MOVE SPACES TO LEDGER-LINK-ACTION.

       NEXT-LEDGER-REF.
           MOVE 0 TO LEDGER-REF
           OPEN INPUT LEDGREF-FILE
           IF LEDGREF-STATUS = "00"
               READ LEDGREF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LEDGREF-RECORD NUMERIC
                           MOVE LEDGREF-RECORD TO LEDGER-REF
                       END-IF
               END-READ
               CLOSE LEDGREF-FILE
           END-IF
           ADD 1 TO LEDGER-REF
           OPEN OUTPUT LEDGREF-FILE
           MOVE LEDGER-REF TO LEDGREF-RECORD
           WRITE LEDGREF-RECORD
           CLOSE LEDGREF-FILE.

       APPEND-ACCOUNT.
           IF IN-TARGET NOT = 0
