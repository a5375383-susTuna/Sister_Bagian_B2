       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGREV.

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
           SELECT OPERATOR-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT REVLOG-FILE ASSIGN TO "reversals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVLOG-STATUS.
           SELECT LEDGREF-FILE ASSIGN TO "ledgerref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGREF-STATUS.
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

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD       PIC X(27).

       FD REVLOG-FILE.
       01 REVLOG-RECORD         PIC X(100).

       FD LEDGREF-FILE.
       01 LEDGREF-RECORD        PIC X(10).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD        PIC X(8).

       WORKING-STORAGE SECTION.
       77 LEDGER-STATUS         PIC XX VALUE SPACES.
       77 ACC-FILE-STATUS       PIC XX VALUE SPACES.
       77 OPERATOR-FILE-STATUS  PIC XX VALUE SPACES.
       77 REVLOG-STATUS         PIC XX VALUE SPACES.
       77 LEDGREF-STATUS        PIC XX VALUE SPACES.
       77 BUSDATE-STATUS        PIC XX VALUE SPACES.

       77 BUSINESS-DATE         PIC X(8) VALUE SPACES.
       77 SYSTEM-DATE           PIC 9(8).
       77 CURRENT-TIME          PIC 9(8).

       77 OPERATOR-ID           PIC X(6) VALUE SPACES.
       77 OPERATOR-AUTH         PIC 9 VALUE 0.
       77 SUPERVISOR-ID         PIC X(6) VALUE SPACES.
       77 LOOKUP-ID             PIC X(6).
       77 LOOKUP-AUTH           PIC 9 VALUE 0.
       77 OPERATOR-FOUND        PIC X VALUE "N".
       77 OPERATOR-EOF          PIC X VALUE "N".
       77 SIGNON-OK             PIC X VALUE "N".
       77 APPROVAL-OK           PIC X VALUE "N".

       77 REV-DONE              PIC X VALUE "N".
       77 REV-INPUT             PIC X(30).
       77 REV-REASON            PIC X(27).
       77 REV-NUMVAL-CHECK      PIC 9(4) VALUE 0.
       77 REV-OK                PIC X VALUE "Y".
       77 REV-MESSAGE           PIC X(60).
       77 WANTED-REF            PIC X(10).
       77 REF-NUMBER            PIC 9(10).

       77 LEDGER-NAME           PIC X(30) VALUE "ledger.txt".
       77 SCAN-MONTH            PIC 9(6).
       77 ARCH-YEAR             PIC 9(4).
       77 ARCH-MONTH            PIC 99.
       77 MONTH-NUMBER          PIC 9(6).
       77 ARCH-SEARCH-COUNT     PIC 9(3) VALUE 0.
       77 ARCH-SEARCH-MAX       PIC 9(3) VALUE 120.
       77 SEARCH-BY-LINK        PIC X VALUE "N".

       77 SEARCH-REF            PIC X(10).
       77 SEARCH-ACTION         PIC X(3).
       77 ENTRY-FOUND           PIC X VALUE "N".
       77 REVERSED-FOUND        PIC X VALUE "N".
       77 ENTRY-ACCOUNT         PIC X(6).
       77 ENTRY-ACTION          PIC X(3).
       77 ENTRY-AMOUNT          PIC 9(6)V99.
       77 ENTRY-DATE            PIC X(8).
       77 ENTRY-RATE            PIC X(9).
       77 ENTRY-REF             PIC X(10).
       77 ENTRY-LINK-REF        PIC X(10).
       77 ENTRY-LINK-ACTION     PIC X(3).

       77 LEG-MAX               PIC 9 VALUE 3.
       77 LEG-COUNT             PIC 9 VALUE 0.
       77 LEG-IX                PIC 9.
       01 LEG-TABLE.
           05 LEG-ENTRY OCCURS 3.
               10 LEG-ACCOUNT    PIC X(6).
               10 LEG-ACTION     PIC X(3).
               10 LEG-AMOUNT     PIC 9(6)V99.
               10 LEG-DATE       PIC X(8).
               10 LEG-RATE       PIC X(9).
               10 LEG-REF        PIC X(10).
               10 LEG-CONTRA     PIC X(3).
               10 LEG-DELTA      PIC S9(6)V99.
               10 LEG-NEW-BALANCE PIC S9(6)V99.
               10 LEG-CONTRA-REF PIC X(10).
               10 LEG-APPLIED    PIC X.

       77 ACC-BALANCE           PIC S9(7)V99.
       77 OD-LIMIT              PIC 9(6)V99.
       77 FLOOR-BALANCE         PIC S9(7)V99.
       77 MAX-BALANCE           PIC 9(6)V99 VALUE 999999.99.

       77 LEDGER-REF            PIC 9(10) VALUE 0.
       77 REVERSAL-COUNT        PIC 9(6) VALUE 0.

       77 FORMATTED-AMOUNT      PIC Z(5)9.99.
       77 SIGNED-AMOUNT         PIC +Z(5)9.99.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM REVERSAL-MODE
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

       REVERSAL-MODE.
           PERFORM REVERSAL-SIGNON
           IF SIGNON-OK = "N"
               DISPLAY "SIGN-ON FAILED - REVERSAL MODE ENDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LEDGER REVERSAL - TYPE X AT THE REFERENCE PROMPT "
                   "TO EXIT"
           MOVE "N" TO REV-DONE
           PERFORM UNTIL REV-DONE = "Y"
               PERFORM REVERSE-ONE-ENTRY
           END-PERFORM
           DISPLAY "LEDGREV: " REVERSAL-COUNT " ENTRIES REVERSED FOR "
               BUSINESS-DATE.

       REVERSAL-SIGNON.
           MOVE "N" TO SIGNON-OK
           DISPLAY "OPERATOR ID? " WITH NO ADVANCING
           ACCEPT REV-INPUT
           MOVE FUNCTION UPPER-CASE(REV-INPUT(1:6)) TO LOOKUP-ID
           IF LOOKUP-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-OPERATOR
           IF OPERATOR-FOUND = "N"
               DISPLAY "UNKNOWN OPERATOR"
               EXIT PARAGRAPH
           END-IF
           MOVE LOOKUP-ID TO OPERATOR-ID
           MOVE LOOKUP-AUTH TO OPERATOR-AUTH
           MOVE "Y" TO SIGNON-OK
           DISPLAY "SIGNED ON: " OPERATOR-ID.

       LOOKUP-OPERATOR.
           MOVE "N" TO OPERATOR-FOUND
           MOVE 0 TO LOOKUP-AUTH
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO OPERATOR-EOF
           PERFORM UNTIL OPERATOR-EOF = "Y"
               READ OPERATOR-FILE
                   AT END
                       MOVE "Y" TO OPERATOR-EOF
                   NOT AT END
                       IF OPERATOR-RECORD(1:6) = LOOKUP-ID
                         AND OPERATOR-RECORD(7:1) NUMERIC
                           MOVE "Y" TO OPERATOR-FOUND
                           MOVE OPERATOR-RECORD(7:1) TO LOOKUP-AUTH
                           MOVE "Y" TO OPERATOR-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.

       SUPERVISOR-APPROVAL.
           MOVE "N" TO APPROVAL-OK
           MOVE SPACES TO SUPERVISOR-ID
           DISPLAY "SUPERVISOR APPROVAL REQUIRED"
           DISPLAY "SUPERVISOR ID? " WITH NO ADVANCING
           ACCEPT REV-INPUT
           MOVE FUNCTION UPPER-CASE(REV-INPUT(1:6)) TO LOOKUP-ID
           PERFORM LOOKUP-OPERATOR
           IF OPERATOR-FOUND = "N"
               DISPLAY "UNKNOWN SUPERVISOR"
               EXIT PARAGRAPH
           END-IF
           IF LOOKUP-ID = OPERATOR-ID
               DISPLAY "APPROVAL MUST BE A SECOND OPERATOR"
               EXIT PARAGRAPH
           END-IF
           IF LOOKUP-AUTH NOT > OPERATOR-AUTH
               DISPLAY "INSUFFICIENT AUTHORITY"
               EXIT PARAGRAPH
           END-IF
           MOVE LOOKUP-ID TO SUPERVISOR-ID
           MOVE "Y" TO APPROVAL-OK.

       REVERSE-ONE-ENTRY.
           DISPLAY " "
           DISPLAY "REFERENCE? " WITH NO ADVANCING
           ACCEPT REV-INPUT
           IF FUNCTION UPPER-CASE(REV-INPUT(1:1)) = "X"
             AND REV-INPUT(2:29) = SPACES
               MOVE "Y" TO REV-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TEST-NUMVAL(REV-INPUT) TO REV-NUMVAL-CHECK
           IF REV-INPUT = SPACES OR REV-NUMVAL-CHECK NOT = 0
               DISPLAY "INVALID REFERENCE"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(REV-INPUT) TO REF-NUMBER
           IF REF-NUMBER = 0
               DISPLAY "INVALID REFERENCE"
               EXIT PARAGRAPH
           END-IF
           MOVE REF-NUMBER TO WANTED-REF

           MOVE 0 TO LEG-COUNT
           MOVE WANTED-REF TO SEARCH-REF
           PERFORM FIND-LEDGER-ENTRY
           IF ENTRY-FOUND = "N"
               DISPLAY "ENTRY NOT FOUND IN LEDGER OR ARCHIVES"
               EXIT PARAGRAPH
           END-IF
           IF ENTRY-ACTION NOT = "DEP" AND ENTRY-ACTION NOT = "WDR"
             AND ENTRY-ACTION NOT = "TRF"
             AND ENTRY-ACTION NOT = "TRC"
             AND ENTRY-ACTION NOT = "FEE"
             AND ENTRY-ACTION NOT = "INT"
               DISPLAY "ENTRY TYPE " ENTRY-ACTION
                   " CANNOT BE REVERSED"
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-REVERSAL-LEG

           EVALUATE ENTRY-ACTION
               WHEN "TRF"
                   MOVE ENTRY-REF TO SEARCH-REF
                   MOVE "TRC" TO SEARCH-ACTION
                   PERFORM FIND-LINKED-ENTRY
                   IF ENTRY-FOUND = "N"
                       DISPLAY "TRANSFER CREDIT LEG NOT FOUND - "
                               "CANNOT REVERSE"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM ADD-REVERSAL-LEG
               WHEN "TRC"
                   IF ENTRY-LINK-REF = SPACES
                       DISPLAY "TRANSFER DEBIT LEG NOT FOUND - "
                               "CANNOT REVERSE"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ENTRY-LINK-REF TO SEARCH-REF
                   PERFORM FIND-LEDGER-ENTRY
                   IF ENTRY-FOUND = "N" OR ENTRY-ACTION NOT = "TRF"
                       DISPLAY "TRANSFER DEBIT LEG NOT FOUND - "
                               "CANNOT REVERSE"
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM ADD-REVERSAL-LEG
               WHEN "INT"
                   MOVE ENTRY-REF TO SEARCH-REF
                   MOVE "WHT" TO SEARCH-ACTION
                   PERFORM FIND-LINKED-ENTRY
                   IF ENTRY-FOUND = "Y"
                       PERFORM ADD-REVERSAL-LEG
                   END-IF
           END-EVALUATE

           PERFORM VARYING LEG-IX FROM 1 BY 1
             UNTIL LEG-IX > LEG-COUNT
               MOVE LEG-REF(LEG-IX) TO SEARCH-REF
               PERFORM CHECK-ALREADY-REVERSED
               IF REVERSED-FOUND = "Y"
                   DISPLAY "ENTRY " LEG-REF(LEG-IX)
                       " HAS ALREADY BEEN REVERSED"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           PERFORM SHOW-REVERSAL-LEGS

           DISPLAY "REASON? " WITH NO ADVANCING
           ACCEPT REV-INPUT
           IF REV-INPUT = SPACES
               DISPLAY "REASON REQUIRED - NOT REVERSED"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(REV-INPUT(1:27)) TO REV-REASON

           PERFORM SUPERVISOR-APPROVAL
           IF APPROVAL-OK = "N"
               DISPLAY "REVERSAL REJECTED: APPROVAL DENIED"
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-REVERSAL
           IF REV-OK = "N"
               DISPLAY "REVERSAL REJECTED: " REV-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LEG-IX FROM 1 BY 1
             UNTIL LEG-IX > LEG-COUNT
               PERFORM WRITE-CONTRA-ENTRY
               PERFORM WRITE-REVERSAL-LOG
               DISPLAY "REVERSED " LEG-REF(LEG-IX) " BY "
                   LEG-CONTRA(LEG-IX) " " LEG-CONTRA-REF(LEG-IX)
           END-PERFORM
           ADD 1 TO REVERSAL-COUNT.

       FIND-LEDGER-ENTRY.
           MOVE "N" TO SEARCH-BY-LINK
           PERFORM SEARCH-ALL-LEDGERS.

       FIND-LINKED-ENTRY.
           MOVE "Y" TO SEARCH-BY-LINK
           PERFORM SEARCH-ALL-LEDGERS.

       SEARCH-ALL-LEDGERS.
           MOVE "N" TO ENTRY-FOUND
           MOVE "ledger.txt" TO LEDGER-NAME
           PERFORM SEARCH-LEDGER-FILE
           MOVE BUSINESS-DATE(1:6) TO SCAN-MONTH
           MOVE 0 TO ARCH-SEARCH-COUNT
           PERFORM UNTIL ENTRY-FOUND = "Y"
             OR ARCH-SEARCH-COUNT >= ARCH-SEARCH-MAX
               MOVE SPACES TO LEDGER-NAME
               STRING "ledger_" DELIMITED BY SIZE
                      SCAN-MONTH DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO LEDGER-NAME
               PERFORM SEARCH-LEDGER-FILE
               PERFORM STEP-MONTH-BACK
               ADD 1 TO ARCH-SEARCH-COUNT
           END-PERFORM
           MOVE "ledger.txt" TO LEDGER-NAME.

       SEARCH-LEDGER-FILE.
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ LEDGER-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF SEARCH-BY-LINK = "N"
                         AND LEDGER-RECORD(52:10) = SEARCH-REF
                           PERFORM COPY-LEDGER-ENTRY
                           EXIT PERFORM
                       END-IF
                       IF SEARCH-BY-LINK = "Y"
                         AND LEDGER-RECORD(62:10) = SEARCH-REF
                         AND LEDGER-RECORD(7:3) = SEARCH-ACTION
                           PERFORM COPY-LEDGER-ENTRY
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       STEP-MONTH-BACK.
           DIVIDE SCAN-MONTH BY 100 GIVING ARCH-YEAR
           COMPUTE ARCH-MONTH = FUNCTION MOD(SCAN-MONTH, 100)
           COMPUTE MONTH-NUMBER = ARCH-YEAR * 12 + ARCH-MONTH - 2
           DIVIDE MONTH-NUMBER BY 12 GIVING ARCH-YEAR
           COMPUTE ARCH-MONTH = FUNCTION MOD(MONTH-NUMBER, 12) + 1
           COMPUTE SCAN-MONTH = ARCH-YEAR * 100 + ARCH-MONTH.

       COPY-LEDGER-ENTRY.
           MOVE "Y" TO ENTRY-FOUND
           MOVE LEDGER-RECORD(1:6) TO ENTRY-ACCOUNT
           MOVE LEDGER-RECORD(7:3) TO ENTRY-ACTION
           MOVE FUNCTION NUMVAL(LEDGER-RECORD(10:9)) TO ENTRY-AMOUNT
           MOVE LEDGER-RECORD(29:8) TO ENTRY-DATE
           MOVE LEDGER-RECORD(43:9) TO ENTRY-RATE
           MOVE LEDGER-RECORD(52:10) TO ENTRY-REF
           MOVE LEDGER-RECORD(62:10) TO ENTRY-LINK-REF
           MOVE LEDGER-RECORD(72:3) TO ENTRY-LINK-ACTION.

       ADD-REVERSAL-LEG.
           IF LEG-COUNT >= LEG-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LEG-COUNT
           MOVE ENTRY-ACCOUNT TO LEG-ACCOUNT(LEG-COUNT)
           MOVE ENTRY-ACTION TO LEG-ACTION(LEG-COUNT)
           MOVE ENTRY-AMOUNT TO LEG-AMOUNT(LEG-COUNT)
           MOVE ENTRY-DATE TO LEG-DATE(LEG-COUNT)
           MOVE ENTRY-RATE TO LEG-RATE(LEG-COUNT)
           MOVE ENTRY-REF TO LEG-REF(LEG-COUNT)
           MOVE SPACES TO LEG-CONTRA-REF(LEG-COUNT)
           MOVE "N" TO LEG-APPLIED(LEG-COUNT)
           MOVE 0 TO LEG-NEW-BALANCE(LEG-COUNT)
           EVALUATE ENTRY-ACTION
               WHEN "DEP"
               WHEN "TRC"
               WHEN "INT"
                   MOVE "RVD" TO LEG-CONTRA(LEG-COUNT)
                   COMPUTE LEG-DELTA(LEG-COUNT) = 0 - ENTRY-AMOUNT
               WHEN OTHER
                   MOVE "RVC" TO LEG-CONTRA(LEG-COUNT)
                   MOVE ENTRY-AMOUNT TO LEG-DELTA(LEG-COUNT)
           END-EVALUATE.

       CHECK-ALREADY-REVERSED.
           MOVE "N" TO REVERSED-FOUND
           MOVE "ledger.txt" TO LEDGER-NAME
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ LEDGER-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF (LEDGER-RECORD(7:3) = "RVC"
                             OR LEDGER-RECORD(7:3) = "RVD")
                             AND LEDGER-RECORD(62:10) = SEARCH-REF
                               MOVE "Y" TO REVERSED-FOUND
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           IF REVERSED-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REVLOG-FILE
           IF REVLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ REVLOG-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF REVLOG-RECORD(31:10) = SEARCH-REF
                           MOVE "Y" TO REVERSED-FOUND
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REVLOG-FILE.

       SHOW-REVERSAL-LEGS.
           DISPLAY "REFERENCE  ACCOUNT ACT    AMOUNT DATE     "
                   "REVERSE BY"
           PERFORM VARYING LEG-IX FROM 1 BY 1
             UNTIL LEG-IX > LEG-COUNT
               MOVE LEG-AMOUNT(LEG-IX) TO FORMATTED-AMOUNT
               DISPLAY LEG-REF(LEG-IX) " " LEG-ACCOUNT(LEG-IX) "  "
                   LEG-ACTION(LEG-IX) " " FORMATTED-AMOUNT " "
                   LEG-DATE(LEG-IX) " " LEG-CONTRA(LEG-IX)
           END-PERFORM.

       APPLY-REVERSAL.
           MOVE "Y" TO REV-OK
           MOVE SPACES TO REV-MESSAGE
           OPEN I-O ACC-FILE
           IF ACC-FILE-STATUS NOT = "00"
               MOVE "N" TO REV-OK
               MOVE "ACCOUNTS FILE NOT AVAILABLE" TO REV-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LEG-IX FROM 1 BY 1
             UNTIL LEG-IX > LEG-COUNT OR REV-OK = "N"
               PERFORM APPLY-LEG
           END-PERFORM
           IF REV-OK = "N"
               PERFORM UNDO-APPLIED-LEGS
           END-IF
           CLOSE ACC-FILE.

       APPLY-LEG.
           MOVE LEG-ACCOUNT(LEG-IX) TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   MOVE "N" TO REV-OK
                   STRING "ACCOUNT " DELIMITED BY SIZE
                          LEG-ACCOUNT(LEG-IX) DELIMITED BY SIZE
                          " NOT ON FILE" DELIMITED BY SIZE
                          INTO REV-MESSAGE
           END-READ
           IF REV-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ACC-RECORD(10:10)) TO ACC-BALANCE
           IF ACC-RECORD(26:9) = SPACES
               MOVE 0 TO OD-LIMIT
           ELSE
               MOVE FUNCTION NUMVAL(ACC-RECORD(26:9)) TO OD-LIMIT
           END-IF
           ADD LEG-DELTA(LEG-IX) TO ACC-BALANCE
           COMPUTE FLOOR-BALANCE = 0 - OD-LIMIT
           IF LEG-DELTA(LEG-IX) < 0 AND ACC-BALANCE < FLOOR-BALANCE
               MOVE "N" TO REV-OK
               STRING "INSUFFICIENT FUNDS IN " DELIMITED BY SIZE
                      LEG-ACCOUNT(LEG-IX) DELIMITED BY SIZE
                      INTO REV-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF ACC-BALANCE > MAX-BALANCE
               MOVE "N" TO REV-OK
               STRING "MAXIMUM BALANCE EXCEEDED IN " DELIMITED BY SIZE
                      LEG-ACCOUNT(LEG-IX) DELIMITED BY SIZE
                      INTO REV-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-BALANCE TO SIGNED-AMOUNT
           MOVE SIGNED-AMOUNT TO ACC-RECORD(10:10)
           REWRITE ACC-RECORD
               INVALID KEY
                   MOVE "N" TO REV-OK
                   STRING "UPDATE ERROR ON " DELIMITED BY SIZE
                          LEG-ACCOUNT(LEG-IX) DELIMITED BY SIZE
                          INTO REV-MESSAGE
               NOT INVALID KEY
                   MOVE "Y" TO LEG-APPLIED(LEG-IX)
                   MOVE ACC-BALANCE TO LEG-NEW-BALANCE(LEG-IX)
           END-REWRITE.

       UNDO-APPLIED-LEGS.
           PERFORM VARYING LEG-IX FROM 1 BY 1
             UNTIL LEG-IX > LEG-COUNT
               IF LEG-APPLIED(LEG-IX) = "Y"
                   MOVE LEG-ACCOUNT(LEG-IX) TO ACC-KEY
                   READ ACC-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FUNCTION NUMVAL(ACC-RECORD(10:10))
                               TO ACC-BALANCE
                           SUBTRACT LEG-DELTA(LEG-IX) FROM ACC-BALANCE
                           MOVE ACC-BALANCE TO SIGNED-AMOUNT
                           MOVE SIGNED-AMOUNT TO ACC-RECORD(10:10)
                           REWRITE ACC-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                   END-READ
                   MOVE "N" TO LEG-APPLIED(LEG-IX)
               END-IF
           END-PERFORM.

       WRITE-CONTRA-ENTRY.
           PERFORM NEXT-LEDGER-REF
           MOVE LEDGER-REF TO LEG-CONTRA-REF(LEG-IX)
           MOVE "ledger.txt" TO LEDGER-NAME
           OPEN EXTEND LEDGER-FILE
           IF LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE SPACES TO LEDGER-RECORD
           MOVE LEG-ACCOUNT(LEG-IX) TO LEDGER-RECORD(1:6)
           MOVE LEG-CONTRA(LEG-IX) TO LEDGER-RECORD(7:3)
           MOVE LEG-AMOUNT(LEG-IX) TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO LEDGER-RECORD(10:9)
           MOVE LEG-NEW-BALANCE(LEG-IX) TO SIGNED-AMOUNT
           MOVE SIGNED-AMOUNT TO LEDGER-RECORD(19:10)
           MOVE BUSINESS-DATE TO LEDGER-RECORD(29:8)
           ACCEPT CURRENT-TIME FROM TIME
           MOVE CURRENT-TIME(1:6) TO LEDGER-RECORD(37:6)
           MOVE LEG-RATE(LEG-IX) TO LEDGER-RECORD(43:9)
           MOVE LEDGER-REF TO LEDGER-RECORD(52:10)
           MOVE LEG-REF(LEG-IX) TO LEDGER-RECORD(62:10)
           MOVE LEG-ACTION(LEG-IX) TO LEDGER-RECORD(72:3)
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

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

       WRITE-REVERSAL-LOG.
           OPEN EXTEND REVLOG-FILE
           IF REVLOG-STATUS = "35"
               OPEN OUTPUT REVLOG-FILE
           END-IF
           MOVE SPACES TO REVLOG-RECORD
           MOVE BUSINESS-DATE TO REVLOG-RECORD(1:8)
           ACCEPT CURRENT-TIME FROM TIME
           MOVE CURRENT-TIME(1:6) TO REVLOG-RECORD(10:6)
           MOVE OPERATOR-ID TO REVLOG-RECORD(17:6)
           MOVE SUPERVISOR-ID TO REVLOG-RECORD(24:6)
           MOVE LEG-REF(LEG-IX) TO REVLOG-RECORD(31:10)
           MOVE LEG-CONTRA-REF(LEG-IX) TO REVLOG-RECORD(42:10)
           MOVE LEG-ACCOUNT(LEG-IX) TO REVLOG-RECORD(53:6)
           MOVE LEG-ACTION(LEG-IX) TO REVLOG-RECORD(60:3)
           MOVE LEG-AMOUNT(LEG-IX) TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO REVLOG-RECORD(64:9)
           MOVE REV-REASON TO REVLOG-RECORD(74:27)
           WRITE REVLOG-RECORD
           CLOSE REVLOG-FILE.
