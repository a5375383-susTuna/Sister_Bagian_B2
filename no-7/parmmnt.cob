       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "parmmaint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "products.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "tellerlimit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMIT-FILE-STATUS.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACC-KEY
               FILE STATUS IS ACC-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "parmaudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT RESULT-FILE ASSIGN TO "parmmaint_out.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD MAINT-FILE.
       01 MAINT-RECORD          PIC X(88).

       FD PRODUCT-FILE.
       01 PRODUCT-RECORD        PIC X(82).

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD       PIC X(27).

       FD LIMIT-FILE.
       01 LIMIT-RECORD          PIC X(9).

       FD ACC-FILE.
       01 ACC-RECORD.
           05 ACC-KEY            PIC X(6).
           05 FILLER             PIC X(30).

       FD AUDIT-FILE.
       01 AUDIT-RECORD          PIC X(122).

       FD RESULT-FILE.
       01 RESULT-RECORD         PIC X(100).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD        PIC X(8).

       WORKING-STORAGE SECTION.
       77 MAINT-FILE-STATUS     PIC XX VALUE SPACES.
       77 PRODUCT-FILE-STATUS   PIC XX VALUE SPACES.
       77 OPERATOR-FILE-STATUS  PIC XX VALUE SPACES.
       77 LIMIT-FILE-STATUS     PIC XX VALUE SPACES.
       77 ACC-FILE-STATUS       PIC XX VALUE SPACES.
       77 AUDIT-FILE-STATUS     PIC XX VALUE SPACES.
       77 BUSDATE-STATUS        PIC XX VALUE SPACES.
       77 MAINT-EOF             PIC X VALUE "N".

       77 BUSINESS-DATE         PIC X(8) VALUE SPACES.
       77 SYSTEM-DATE           PIC 9(8).
       77 CURRENT-TIME          PIC 9(8).

       77 SIGNON-INPUT          PIC X(30).
       77 OPERATOR-ID           PIC X(6) VALUE SPACES.
       77 OPERATOR-AUTH         PIC 9 VALUE 0.
       77 SUPERVISOR-AUTH       PIC 9 VALUE 5.
       77 SIGNON-OK             PIC X VALUE "N".

       77 MNT-FILE-TYPE         PIC X(3).
       77 MNT-ACTION            PIC X(3).
       77 MNT-IMAGE             PIC X(82).
       77 MNT-KEY               PIC X(6).
       77 MNT-VALID             PIC X VALUE "Y".
       77 MNT-NUMVAL-CHECK      PIC 9(4) VALUE 0.

       77 MNT-TIER1-MAX         PIC 9(6)V99.
       77 MNT-TIER2-MAX         PIC 9(6)V99.
       77 MNT-TIER3-MAX         PIC 9(6)V99.
       77 MNT-TIER1-RATE        PIC 9V9(5).
       77 MNT-TIER2-RATE        PIC 9V9(5).
       77 MNT-TIER3-RATE        PIC 9V9(5).
       77 MNT-TIER4-RATE        PIC 9V9(5).
       77 MNT-MIN-BALANCE       PIC 9(6)V99.
       77 MNT-MAINT-FEE         PIC 9(6)V99.
       77 MNT-OD-RATE           PIC 9V9(5).
       77 MNT-LIMIT             PIC 9(6)V99.
       77 FIELD-POS             PIC 99.
       77 BAD-FIELD-POS         PIC 99.
       77 FIELD-LEN             PIC 99.
       77 FIELD-VALUE           PIC 9(6)V9(5).

       77 MAX-BALANCE           PIC 9(6)V99 VALUE 999999.99.
       77 MAX-CREDIT-RATE       PIC 9V9(5) VALUE 0.25000.
       77 MAX-OD-RATE           PIC 9V9(5) VALUE 0.50000.

       77 PRODUCT-MAX           PIC 9(2) VALUE 20.
       77 PRODUCT-COUNT         PIC 9(2) VALUE 0.
       77 PRODUCT-IX            PIC 9(2).
       77 PRODUCT-FOUND         PIC X VALUE "N".
       77 PRODUCTS-CHANGED      PIC X VALUE "N".
       01 PRODUCT-TABLE.
           05 PRODUCT-ENTRY OCCURS 20.
               10 PRM-PRODUCT    PIC X(82).

       77 OPERATOR-MAX          PIC 9(3) VALUE 200.
       77 OPERATOR-COUNT        PIC 9(3) VALUE 0.
       77 OPERATOR-IX           PIC 9(3).
       77 OPERATOR-FOUND        PIC X VALUE "N".
       77 OPERATORS-CHANGED     PIC X VALUE "N".
       01 OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 200.
               10 PRM-OPERATOR   PIC X(27).

       77 TELLER-LIMIT          PIC X(9) VALUE SPACES.
       77 LIMIT-CHANGED         PIC X VALUE "N".
       77 PRODUCT-IN-USE        PIC X VALUE "N".
       77 IN-USE-COUNT          PIC 9(6) VALUE 0.

       77 AUDIT-BEFORE          PIC X(82).
       77 AUDIT-AFTER           PIC X(82).
       77 CHANGE-COUNT          PIC 9(5) VALUE 0.
       77 REJECT-COUNT          PIC 9(5) VALUE 0.

       77 FORMATTED-AMOUNT      PIC Z(5)9.99.
       77 FORMATTED-RATE        PIC 9.9(5).

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-PARAMETER-FILES
           PERFORM SUPERVISOR-SIGNON
           IF SIGNON-OK = "N"
               DISPLAY "PARMMNT: SIGN-ON FAILED - NO CHANGES MADE"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PROCESS-MAINTENANCE
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

       LOAD-PARAMETER-FILES.
           MOVE 0 TO PRODUCT-COUNT
           OPEN INPUT PRODUCT-FILE
           IF PRODUCT-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ PRODUCT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PRODUCT-RECORD NOT = SPACES
                             AND PRODUCT-COUNT < PRODUCT-MAX
                               ADD 1 TO PRODUCT-COUNT
                               MOVE PRODUCT-RECORD
                                 TO PRM-PRODUCT(PRODUCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
           END-IF

           MOVE 0 TO OPERATOR-COUNT
           OPEN INPUT OPERATOR-FILE
           IF OPERATOR-FILE-STATUS = "00"
               PERFORM UNTIL 1 = 2
                   READ OPERATOR-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OPERATOR-RECORD NOT = SPACES
                             AND OPERATOR-COUNT < OPERATOR-MAX
                               ADD 1 TO OPERATOR-COUNT
                               MOVE OPERATOR-RECORD
                                 TO PRM-OPERATOR(OPERATOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF

           MOVE SPACES TO TELLER-LIMIT
           OPEN INPUT LIMIT-FILE
           IF LIMIT-FILE-STATUS = "00"
               READ LIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LIMIT-RECORD TO TELLER-LIMIT
               END-READ
               CLOSE LIMIT-FILE
           END-IF.

       SUPERVISOR-SIGNON.
           MOVE "N" TO SIGNON-OK
           DISPLAY "OPERATOR ID? " WITH NO ADVANCING
           ACCEPT SIGNON-INPUT
           MOVE FUNCTION UPPER-CASE(SIGNON-INPUT(1:6)) TO MNT-KEY
           IF MNT-KEY = SPACES
               DISPLAY "OPERATOR ID REQUIRED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPERATOR
           IF OPERATOR-FOUND = "N"
             OR PRM-OPERATOR(OPERATOR-IX)(7:1) NOT NUMERIC
               DISPLAY "UNKNOWN OPERATOR"
               EXIT PARAGRAPH
           END-IF
           MOVE PRM-OPERATOR(OPERATOR-IX)(7:1) TO OPERATOR-AUTH
           IF OPERATOR-AUTH < SUPERVISOR-AUTH
               DISPLAY "INSUFFICIENT AUTHORITY - SUPERVISOR REQUIRED"
               EXIT PARAGRAPH
           END-IF
           MOVE MNT-KEY TO OPERATOR-ID
           MOVE "Y" TO SIGNON-OK
           DISPLAY "SIGNED ON: " OPERATOR-ID.

       PROCESS-MAINTENANCE.
           OPEN INPUT MAINT-FILE
           IF MAINT-FILE-STATUS NOT = "00"
               DISPLAY "PARMMNT: parmmaint.txt NOT FOUND"
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-FILE-STATUS NOT = "00"
               CLOSE MAINT-FILE
               DISPLAY "PARMMNT: COULD NOT OPEN parmaudit.txt"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT RESULT-FILE
           PERFORM WRITE-REPORT-HEADING

           MOVE "N" TO MAINT-EOF
           PERFORM UNTIL MAINT-EOF = "Y"
               READ MAINT-FILE
                   AT END
                       MOVE "Y" TO MAINT-EOF
                   NOT AT END
                       PERFORM PARSE-MAINT-RECORD
                       PERFORM APPLY-MAINTENANCE
                       WRITE RESULT-RECORD
               END-READ
           END-PERFORM

           IF PRODUCTS-CHANGED = "Y"
               PERFORM SAVE-PRODUCTS
           END-IF
           IF OPERATORS-CHANGED = "Y"
               PERFORM SAVE-OPERATORS
           END-IF
           IF LIMIT-CHANGED = "Y"
               PERFORM SAVE-TELLER-LIMIT
           END-IF

           PERFORM WRITE-SIGN-OFF
           CLOSE MAINT-FILE
           CLOSE AUDIT-FILE
           CLOSE RESULT-FILE
           DISPLAY "PARMMNT: " CHANGE-COUNT " CHANGES APPLIED, "
               REJECT-COUNT " REJECTED".

       PARSE-MAINT-RECORD.
           MOVE MAINT-RECORD(1:3) TO MNT-FILE-TYPE
           MOVE MAINT-RECORD(4:3) TO MNT-ACTION
           MOVE MAINT-RECORD(7:82) TO MNT-IMAGE
           EVALUATE MNT-FILE-TYPE
               WHEN "PRD"
                   MOVE MNT-IMAGE(1:2) TO MNT-KEY
               WHEN "LIM"
                   MOVE "LIMIT" TO MNT-KEY
               WHEN OTHER
                   MOVE MNT-IMAGE(1:6) TO MNT-KEY
           END-EVALUATE.

       APPLY-MAINTENANCE.
           MOVE SPACES TO RESULT-RECORD
           MOVE SPACES TO AUDIT-BEFORE
           MOVE SPACES TO AUDIT-AFTER
           EVALUATE MNT-FILE-TYPE ALSO MNT-ACTION
               WHEN "PRD" ALSO "ADD"
                   PERFORM ADD-PRODUCT
               WHEN "PRD" ALSO "UPD"
                   PERFORM UPDATE-PRODUCT
               WHEN "PRD" ALSO "RET"
                   PERFORM RETIRE-PRODUCT
               WHEN "OPR" ALSO "ADD"
                   PERFORM ADD-OPERATOR
               WHEN "OPR" ALSO "UPD"
                   PERFORM UPDATE-OPERATOR
               WHEN "OPR" ALSO "RET"
                   PERFORM RETIRE-OPERATOR
               WHEN "LIM" ALSO "UPD"
                   PERFORM UPDATE-TELLER-LIMIT
               WHEN OTHER
                   STRING "REJECTED: UNKNOWN FILE OR ACTION - "
                          DELIMITED BY SIZE
                          MAINT-RECORD(1:12) DELIMITED BY SIZE
                          INTO RESULT-RECORD
           END-EVALUATE
           IF AUDIT-BEFORE NOT = SPACES OR AUDIT-AFTER NOT = SPACES
               PERFORM WRITE-AUDIT-IMAGES
               ADD 1 TO CHANGE-COUNT
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.

       FIND-PRODUCT.
           MOVE "N" TO PRODUCT-FOUND
           PERFORM VARYING PRODUCT-IX FROM 1 BY 1
             UNTIL PRODUCT-IX > PRODUCT-COUNT
               IF PRM-PRODUCT(PRODUCT-IX)(1:2) = MNT-KEY(1:2)
                   MOVE "Y" TO PRODUCT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       EDIT-PRODUCT-FIELDS.
           MOVE "Y" TO MNT-VALID
           IF MNT-IMAGE(1:2) NOT NUMERIC OR MNT-IMAGE(1:2) = "00"
               MOVE "N" TO MNT-VALID
               STRING "REJECTED: BAD PRODUCT CODE - "
                      DELIMITED BY SIZE
                      MNT-IMAGE(1:2) DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE 3 TO FIELD-POS
           MOVE 9 TO FIELD-LEN
           PERFORM EDIT-NUMERIC-FIELD
           MOVE FIELD-VALUE TO MNT-TIER1-MAX
           MOVE 12 TO FIELD-POS
           PERFORM EDIT-NUMERIC-FIELD
           MOVE FIELD-VALUE TO MNT-TIER2-MAX
           MOVE 21 TO FIELD-POS
           PERFORM EDIT-NUMERIC-FIELD
           MOVE FIELD-VALUE TO MNT-TIER3-MAX
           MOVE 7 TO FIELD-LEN
           MOVE 30 TO FIELD-POS
           PERFORM EDIT-NUMERIC-FIELD
           MOVE FIELD-VALUE TO MNT-TIER1-RATE
           MOVE 37 TO FIELD-POS
           PERFORM EDIT-NUMERIC-FIELD
           MOVE FIELD-VALUE TO MNT-TIER2-RATE
           MOVE 44 TO FIELD-POS
           PERFORM EDIT-NUMERIC-FIELD
           MOVE FIELD-VALUE TO MNT-TIER3-RATE
           MOVE 51 TO FIELD-POS
           PERFORM EDIT-NUMERIC-FIELD
           MOVE FIELD-VALUE TO MNT-TIER4-RATE
           MOVE 9 TO FIELD-LEN
           MOVE 58 TO FIELD-POS
           PERFORM EDIT-NUMERIC-FIELD
           MOVE FIELD-VALUE TO MNT-MIN-BALANCE
           MOVE 67 TO FIELD-POS
           PERFORM EDIT-NUMERIC-FIELD
           MOVE FIELD-VALUE TO MNT-MAINT-FEE
           MOVE 7 TO FIELD-LEN
           MOVE 76 TO FIELD-POS
           PERFORM EDIT-NUMERIC-FIELD
           MOVE FIELD-VALUE TO MNT-OD-RATE
           IF MNT-VALID = "N"
               STRING "REJECTED: NON-NUMERIC FIELD AT COLUMN "
                      DELIMITED BY SIZE
                      BAD-FIELD-POS DELIMITED BY SIZE
                      " - PRODUCT " DELIMITED BY SIZE
                      MNT-IMAGE(1:2) DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF MNT-TIER1-MAX = 0
             OR MNT-TIER2-MAX NOT > MNT-TIER1-MAX
             OR MNT-TIER3-MAX NOT > MNT-TIER2-MAX
             OR MNT-TIER3-MAX > MAX-BALANCE
               MOVE "N" TO MNT-VALID
               STRING "REJECTED: TIER MAXIMUMS MUST RISE - PRODUCT "
                      DELIMITED BY SIZE
                      MNT-IMAGE(1:2) DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF MNT-TIER1-RATE > MAX-CREDIT-RATE
             OR MNT-TIER2-RATE > MAX-CREDIT-RATE
             OR MNT-TIER3-RATE > MAX-CREDIT-RATE
             OR MNT-TIER4-RATE > MAX-CREDIT-RATE
               MOVE "N" TO MNT-VALID
               STRING "REJECTED: TIER RATE OUT OF RANGE - PRODUCT "
                      DELIMITED BY SIZE
                      MNT-IMAGE(1:2) DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF MNT-OD-RATE > MAX-OD-RATE
               MOVE "N" TO MNT-VALID
               STRING "REJECTED: OD RATE OUT OF RANGE - PRODUCT "
                      DELIMITED BY SIZE
                      MNT-IMAGE(1:2) DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF MNT-MIN-BALANCE > MAX-BALANCE
             OR MNT-MAINT-FEE > MAX-BALANCE
               MOVE "N" TO MNT-VALID
               STRING "REJECTED: MINIMUM OR FEE OUT OF RANGE - "
                      DELIMITED BY SIZE
                      "PRODUCT " DELIMITED BY SIZE
                      MNT-IMAGE(1:2) DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF.

       EDIT-NUMERIC-FIELD.
           MOVE 0 TO FIELD-VALUE
           IF MNT-VALID = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TEST-NUMVAL(MNT-IMAGE(FIELD-POS:FIELD-LEN))
               TO MNT-NUMVAL-CHECK
           IF MNT-NUMVAL-CHECK NOT = 0
             OR MNT-IMAGE(FIELD-POS:FIELD-LEN) = SPACES
               MOVE "N" TO MNT-VALID
               MOVE FIELD-POS TO BAD-FIELD-POS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(MNT-IMAGE(FIELD-POS:FIELD-LEN))
               TO FIELD-VALUE.

       BUILD-PRODUCT-RECORD.
           MOVE SPACES TO AUDIT-AFTER
           MOVE MNT-IMAGE(1:2) TO AUDIT-AFTER(1:2)
           MOVE MNT-TIER1-MAX TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO AUDIT-AFTER(3:9)
           MOVE MNT-TIER2-MAX TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO AUDIT-AFTER(12:9)
           MOVE MNT-TIER3-MAX TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO AUDIT-AFTER(21:9)
           MOVE MNT-TIER1-RATE TO FORMATTED-RATE
           MOVE FORMATTED-RATE TO AUDIT-AFTER(30:7)
           MOVE MNT-TIER2-RATE TO FORMATTED-RATE
           MOVE FORMATTED-RATE TO AUDIT-AFTER(37:7)
           MOVE MNT-TIER3-RATE TO FORMATTED-RATE
           MOVE FORMATTED-RATE TO AUDIT-AFTER(44:7)
           MOVE MNT-TIER4-RATE TO FORMATTED-RATE
           MOVE FORMATTED-RATE TO AUDIT-AFTER(51:7)
           MOVE MNT-MIN-BALANCE TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO AUDIT-AFTER(58:9)
           MOVE MNT-MAINT-FEE TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO AUDIT-AFTER(67:9)
           MOVE MNT-OD-RATE TO FORMATTED-RATE
           MOVE FORMATTED-RATE TO AUDIT-AFTER(76:7).

       ADD-PRODUCT.
           PERFORM EDIT-PRODUCT-FIELDS
           IF MNT-VALID = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PRODUCT
           IF PRODUCT-FOUND = "Y"
               STRING "ADD FAILED: DUPLICATE PRODUCT "
                      DELIMITED BY SIZE
                      MNT-KEY(1:2) DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF PRODUCT-COUNT >= PRODUCT-MAX
               STRING "ADD FAILED: PRODUCT TABLE FULL - "
                      DELIMITED BY SIZE
                      MNT-KEY(1:2) DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-PRODUCT-RECORD
           ADD 1 TO PRODUCT-COUNT
           MOVE AUDIT-AFTER TO PRM-PRODUCT(PRODUCT-COUNT)
           MOVE "Y" TO PRODUCTS-CHANGED
           STRING "PRODUCT ADDED: " DELIMITED BY SIZE
                  MNT-KEY(1:2) DELIMITED BY SIZE
                  INTO RESULT-RECORD.

       UPDATE-PRODUCT.
           PERFORM EDIT-PRODUCT-FIELDS
           IF MNT-VALID = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PRODUCT
           IF PRODUCT-FOUND = "N"
               STRING "UPDATE FAILED: PRODUCT NOT FOUND "
                      DELIMITED BY SIZE
                      MNT-KEY(1:2) DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-PRODUCT-RECORD
           IF AUDIT-AFTER = PRM-PRODUCT(PRODUCT-IX)
               MOVE SPACES TO AUDIT-AFTER
               STRING "UPDATE IGNORED: NO CHANGE TO PRODUCT "
                      DELIMITED BY SIZE
                      MNT-KEY(1:2) DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE PRM-PRODUCT(PRODUCT-IX) TO AUDIT-BEFORE
           MOVE AUDIT-AFTER TO PRM-PRODUCT(PRODUCT-IX)
           MOVE "Y" TO PRODUCTS-CHANGED
           STRING "PRODUCT UPDATED: " DELIMITED BY SIZE
                  MNT-KEY(1:2) DELIMITED BY SIZE
                  INTO RESULT-RECORD.

       RETIRE-PRODUCT.
           PERFORM FIND-PRODUCT
           IF PRODUCT-FOUND = "N"
               STRING "RETIRE FAILED: PRODUCT NOT FOUND "
                      DELIMITED BY SIZE
                      MNT-KEY(1:2) DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PRODUCT-IN-USE
           IF PRODUCT-IN-USE = "Y"
               STRING "RETIRE FAILED: PRODUCT " DELIMITED BY SIZE
                      MNT-KEY(1:2) DELIMITED BY SIZE
                      " USED BY " DELIMITED BY SIZE
                      IN-USE-COUNT DELIMITED BY SIZE
                      " ACCOUNTS" DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE PRM-PRODUCT(PRODUCT-IX) TO AUDIT-BEFORE
           PERFORM VARYING PRODUCT-IX FROM PRODUCT-IX BY 1
             UNTIL PRODUCT-IX >= PRODUCT-COUNT
               MOVE PRM-PRODUCT(PRODUCT-IX + 1)
                 TO PRM-PRODUCT(PRODUCT-IX)
           END-PERFORM
           SUBTRACT 1 FROM PRODUCT-COUNT
           MOVE "Y" TO PRODUCTS-CHANGED
           STRING "PRODUCT RETIRED: " DELIMITED BY SIZE
                  MNT-KEY(1:2) DELIMITED BY SIZE
                  INTO RESULT-RECORD.

       CHECK-PRODUCT-IN-USE.
           MOVE "N" TO PRODUCT-IN-USE
           MOVE 0 TO IN-USE-COUNT
           OPEN INPUT ACC-FILE
           IF ACC-FILE-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF ACC-FILE-STATUS NOT = "00"
               MOVE "Y" TO PRODUCT-IN-USE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 1 = 2
               READ ACC-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ACC-RECORD(35:2) = MNT-KEY(1:2)
                           MOVE "Y" TO PRODUCT-IN-USE
                           ADD 1 TO IN-USE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACC-FILE.

       FIND-OPERATOR.
           MOVE "N" TO OPERATOR-FOUND
           PERFORM VARYING OPERATOR-IX FROM 1 BY 1
             UNTIL OPERATOR-IX > OPERATOR-COUNT
               IF PRM-OPERATOR(OPERATOR-IX)(1:6) = MNT-KEY
                   MOVE "Y" TO OPERATOR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       EDIT-OPERATOR-FIELDS.
           MOVE "Y" TO MNT-VALID
           MOVE FUNCTION UPPER-CASE(MNT-KEY) TO MNT-KEY
           IF MNT-KEY = SPACES OR MNT-KEY(1:1) = SPACE
               MOVE "N" TO MNT-VALID
               STRING "REJECTED: BAD OPERATOR ID - "
                      DELIMITED BY SIZE
                      MNT-IMAGE(1:6) DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF MNT-IMAGE(7:1) NOT NUMERIC
               MOVE "N" TO MNT-VALID
               STRING "REJECTED: AUTHORITY MUST BE 0-9 - "
                      DELIMITED BY SIZE
                      MNT-KEY DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF MNT-KEY = OPERATOR-ID
               MOVE "N" TO MNT-VALID
               STRING "REJECTED: CANNOT CHANGE OWN OPERATOR RECORD - "
                      DELIMITED BY SIZE
                      MNT-KEY DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF MNT-IMAGE(7:1) > OPERATOR-AUTH
               MOVE "N" TO MNT-VALID
               STRING "REJECTED: AUTHORITY ABOVE YOUR OWN - "
                      DELIMITED BY SIZE
                      MNT-KEY DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDIT-AFTER
           MOVE MNT-KEY TO AUDIT-AFTER(1:6)
           MOVE MNT-IMAGE(7:21) TO AUDIT-AFTER(7:21).

       ADD-OPERATOR.
           PERFORM EDIT-OPERATOR-FIELDS
           IF MNT-VALID = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPERATOR
           IF OPERATOR-FOUND = "Y"
               MOVE SPACES TO AUDIT-AFTER
               STRING "ADD FAILED: DUPLICATE OPERATOR "
                      DELIMITED BY SIZE
                      MNT-KEY DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF OPERATOR-COUNT >= OPERATOR-MAX
               MOVE SPACES TO AUDIT-AFTER
               STRING "ADD FAILED: OPERATOR TABLE FULL - "
                      DELIMITED BY SIZE
                      MNT-KEY DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPERATOR-COUNT
           MOVE AUDIT-AFTER TO PRM-OPERATOR(OPERATOR-COUNT)
           MOVE "Y" TO OPERATORS-CHANGED
           STRING "OPERATOR ADDED: " DELIMITED BY SIZE
                  MNT-KEY DELIMITED BY SIZE
                  INTO RESULT-RECORD.

       UPDATE-OPERATOR.
           PERFORM EDIT-OPERATOR-FIELDS
           IF MNT-VALID = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPERATOR
           IF OPERATOR-FOUND = "N"
               MOVE SPACES TO AUDIT-AFTER
               STRING "UPDATE FAILED: OPERATOR NOT FOUND "
                      DELIMITED BY SIZE
                      MNT-KEY DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF PRM-OPERATOR(OPERATOR-IX)(7:1) > OPERATOR-AUTH
               MOVE SPACES TO AUDIT-AFTER
               STRING "REJECTED: OPERATOR ABOVE YOUR AUTHORITY - "
                      DELIMITED BY SIZE
                      MNT-KEY DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-AFTER(1:27) = PRM-OPERATOR(OPERATOR-IX)
               MOVE SPACES TO AUDIT-AFTER
               STRING "UPDATE IGNORED: NO CHANGE TO OPERATOR "
                      DELIMITED BY SIZE
                      MNT-KEY DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE PRM-OPERATOR(OPERATOR-IX) TO AUDIT-BEFORE
           MOVE AUDIT-AFTER TO PRM-OPERATOR(OPERATOR-IX)
           MOVE "Y" TO OPERATORS-CHANGED
           STRING "OPERATOR UPDATED: " DELIMITED BY SIZE
                  MNT-KEY DELIMITED BY SIZE
                  INTO RESULT-RECORD.

       RETIRE-OPERATOR.
           MOVE FUNCTION UPPER-CASE(MNT-KEY) TO MNT-KEY
           IF MNT-KEY = OPERATOR-ID
               STRING "RETIRE FAILED: CANNOT RETIRE OWN OPERATOR ID - "
                      DELIMITED BY SIZE
                      MNT-KEY DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPERATOR
           IF OPERATOR-FOUND = "N"
               STRING "RETIRE FAILED: OPERATOR NOT FOUND "
                      DELIMITED BY SIZE
                      MNT-KEY DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF PRM-OPERATOR(OPERATOR-IX)(7:1) > OPERATOR-AUTH
               STRING "REJECTED: OPERATOR ABOVE YOUR AUTHORITY - "
                      DELIMITED BY SIZE
                      MNT-KEY DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE PRM-OPERATOR(OPERATOR-IX) TO AUDIT-BEFORE
           PERFORM VARYING OPERATOR-IX FROM OPERATOR-IX BY 1
             UNTIL OPERATOR-IX >= OPERATOR-COUNT
               MOVE PRM-OPERATOR(OPERATOR-IX + 1)
                 TO PRM-OPERATOR(OPERATOR-IX)
           END-PERFORM
           SUBTRACT 1 FROM OPERATOR-COUNT
           MOVE "Y" TO OPERATORS-CHANGED
           STRING "OPERATOR RETIRED: " DELIMITED BY SIZE
                  MNT-KEY DELIMITED BY SIZE
                  INTO RESULT-RECORD.

       UPDATE-TELLER-LIMIT.
           MOVE FUNCTION TEST-NUMVAL(MNT-IMAGE(1:9))
               TO MNT-NUMVAL-CHECK
           IF MNT-NUMVAL-CHECK NOT = 0 OR MNT-IMAGE(1:9) = SPACES
               STRING "REJECTED: BAD OVERRIDE LIMIT - "
                      DELIMITED BY SIZE
                      MNT-IMAGE(1:9) DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(MNT-IMAGE(1:9)) TO MNT-LIMIT
           IF MNT-LIMIT = 0 OR MNT-LIMIT > MAX-BALANCE
               STRING "REJECTED: OVERRIDE LIMIT OUT OF RANGE - "
                      DELIMITED BY SIZE
                      MNT-IMAGE(1:9) DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE MNT-LIMIT TO FORMATTED-AMOUNT
           IF FORMATTED-AMOUNT = TELLER-LIMIT
               STRING "UPDATE IGNORED: NO CHANGE TO OVERRIDE LIMIT"
                      DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE TELLER-LIMIT TO AUDIT-BEFORE
           MOVE FORMATTED-AMOUNT TO AUDIT-AFTER
           MOVE FORMATTED-AMOUNT TO TELLER-LIMIT
           MOVE "Y" TO LIMIT-CHANGED
           STRING "OVERRIDE LIMIT UPDATED: " DELIMITED BY SIZE
                  FORMATTED-AMOUNT DELIMITED BY SIZE
                  INTO RESULT-RECORD.

       WRITE-AUDIT-IMAGES.
           ACCEPT CURRENT-TIME FROM TIME
           MOVE SPACES TO AUDIT-RECORD
           MOVE BUSINESS-DATE TO AUDIT-RECORD(1:8)
           MOVE CURRENT-TIME(1:6) TO AUDIT-RECORD(10:6)
           MOVE OPERATOR-ID TO AUDIT-RECORD(17:6)
           MOVE MNT-FILE-TYPE TO AUDIT-RECORD(24:3)
           MOVE MNT-ACTION TO AUDIT-RECORD(28:3)
           MOVE MNT-KEY TO AUDIT-RECORD(32:6)
           MOVE "B" TO AUDIT-RECORD(39:1)
           MOVE AUDIT-BEFORE TO AUDIT-RECORD(41:82)
           WRITE AUDIT-RECORD
           MOVE "A" TO AUDIT-RECORD(39:1)
           MOVE AUDIT-AFTER TO AUDIT-RECORD(41:82)
           WRITE AUDIT-RECORD

           WRITE RESULT-RECORD
           MOVE SPACES TO RESULT-RECORD
           STRING "  BEFORE: " DELIMITED BY SIZE
                  AUDIT-BEFORE DELIMITED BY SIZE
                  INTO RESULT-RECORD
           WRITE RESULT-RECORD
           MOVE SPACES TO RESULT-RECORD
           STRING "  AFTER:  " DELIMITED BY SIZE
                  AUDIT-AFTER DELIMITED BY SIZE
                  INTO RESULT-RECORD.

       SAVE-PRODUCTS.
           OPEN OUTPUT PRODUCT-FILE
           PERFORM VARYING PRODUCT-IX FROM 1 BY 1
             UNTIL PRODUCT-IX > PRODUCT-COUNT
               MOVE PRM-PRODUCT(PRODUCT-IX) TO PRODUCT-RECORD
               WRITE PRODUCT-RECORD
           END-PERFORM
           CLOSE PRODUCT-FILE.

       SAVE-OPERATORS.
           OPEN OUTPUT OPERATOR-FILE
           PERFORM VARYING OPERATOR-IX FROM 1 BY 1
             UNTIL OPERATOR-IX > OPERATOR-COUNT
               MOVE PRM-OPERATOR(OPERATOR-IX) TO OPERATOR-RECORD
               WRITE OPERATOR-RECORD
           END-PERFORM
           CLOSE OPERATOR-FILE.

       SAVE-TELLER-LIMIT.
           OPEN OUTPUT LIMIT-FILE
           MOVE TELLER-LIMIT TO LIMIT-RECORD
           WRITE LIMIT-RECORD
           CLOSE LIMIT-FILE.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RESULT-RECORD
           STRING "PARAMETER MAINTENANCE REPORT - BUSINESS DATE "
                  DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  "  OPERATOR " DELIMITED BY SIZE
                  OPERATOR-ID DELIMITED BY SIZE
                  INTO RESULT-RECORD
           WRITE RESULT-RECORD
           MOVE SPACES TO RESULT-RECORD
           WRITE RESULT-RECORD.

       WRITE-SIGN-OFF.
           MOVE SPACES TO RESULT-RECORD
           WRITE RESULT-RECORD
           MOVE SPACES TO RESULT-RECORD
           STRING "CHANGES APPLIED: " DELIMITED BY SIZE
                  CHANGE-COUNT DELIMITED BY SIZE
                  "   REJECTED: " DELIMITED BY SIZE
                  REJECT-COUNT DELIMITED BY SIZE
                  INTO RESULT-RECORD
           WRITE RESULT-RECORD
           MOVE SPACES TO RESULT-RECORD
           WRITE RESULT-RECORD
           MOVE "CHECKED BY: ____________   DATE: ________"
             TO RESULT-RECORD
           WRITE RESULT-RECORD
           MOVE "APPROVED BY: ___________   DATE: ________"
             TO RESULT-RECORD
           WRITE RESULT-RECORD.
