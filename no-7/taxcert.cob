       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCERT.

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
           SELECT CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT CERT-FILE ASSIGN TO "taxcert.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REMIT-FILE ASSIGN TO "taxremit.txt"
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

       FD CUST-FILE.
       01 CUST-RECORD.
           05 CUST-KEY           PIC X(6).
           05 FILLER             PIC X(96).

       FD CERT-FILE.
       01 CERT-RECORD           PIC X(100).

       FD REMIT-FILE.
       01 REMIT-RECORD          PIC X(60).

       FD RATE-FILE.
       01 RATE-RECORD           PIC X(9).

       FD RATEHIST-FILE.
       01 RATEHIST-RECORD       PIC X(18).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD        PIC X(8).

       WORKING-STORAGE SECTION.
       77 LEDGER-STATUS         PIC XX VALUE SPACES.
       77 ACC-FILE-STATUS       PIC XX VALUE SPACES.
       77 CUST-FILE-STATUS      PIC XX VALUE SPACES.
       77 RATE-FILE-STATUS      PIC XX VALUE SPACES.
       77 RATEHIST-STATUS       PIC XX VALUE SPACES.
       77 RATEHIST-EOF          PIC X VALUE "N".
       77 RATE-FOUND            PIC X VALUE "N".
       77 BUSDATE-STATUS        PIC XX VALUE SPACES.
       77 CUST-EOF              PIC X VALUE "N".

       77 ARG-VALUE             PIC X(20).
       77 BUSINESS-DATE         PIC X(8) VALUE SPACES.
       77 SYSTEM-DATE           PIC 9(8).
       77 BEST-EFF-DATE         PIC X(8) VALUE SPACES.
       77 RAI-TO-IDR-RATE       PIC 9(9) VALUE 120000000.
       77 ENTRY-RATE            PIC 9(9).

       77 TAX-YEAR              PIC 9(4).
       77 ARCH-YEAR             PIC 9(4).
       77 ARCH-MONTH            PIC 99.
       77 MONTH-IX              PIC 99.
       77 LEDGER-NAME           PIC X(30) VALUE SPACES.
       77 FILES-READ            PIC 9(2) VALUE 0.

       77 ENTRY-ACTION          PIC X(3).
       77 ENTRY-AMOUNT          PIC 9(6)V99.
       77 ENTRY-DATE            PIC X(8).
       77 ENTRY-IDR             PIC 9(15).
       77 ENTRY-MONTH           PIC 99.

       77 TAXT-MAX              PIC 9(5) VALUE 10000.
       77 TAXT-COUNT            PIC 9(5) VALUE 0.
       77 TAXT-IX               PIC 9(5).
       77 TAXT-FOUND            PIC X VALUE "N".
       77 TAXT-OVERFLOW         PIC X VALUE "N".
       01 TAX-TABLE.
           05 TAX-ENTRY OCCURS 10000.
               10 TAXT-ACCOUNT   PIC X(6).
               10 TAXT-CUST      PIC X(6).
               10 TAXT-CLO-CUST  PIC X(6).
               10 TAXT-GROSS     PIC S9(8)V99.
               10 TAXT-TAX       PIC S9(8)V99.
               10 TAXT-TAX-IDR   PIC S9(16).

       01 REMIT-TABLE.
           05 REMIT-ENTRY OCCURS 12.
               10 RMT-GROSS      PIC S9(9)V99.
               10 RMT-TAX        PIC S9(9)V99.
               10 RMT-TAX-IDR    PIC S9(16).
               10 RMT-COUNT      PIC 9(6).

       77 CUST-NAME             PIC X(30).
       77 EXEMPT-TEXT           PIC X(20).
       77 LINKED-COUNT          PIC 9(5) VALUE 0.
       77 CERT-COUNT            PIC 9(6) VALUE 0.
       77 UNLINKED-COUNT        PIC 9(5) VALUE 0.
       77 NET-AMOUNT            PIC S9(8)V99.
       77 CUST-GROSS            PIC S9(9)V99 VALUE 0.
       77 CUST-TAX              PIC S9(9)V99 VALUE 0.
       77 CUST-TAX-IDR          PIC S9(16) VALUE 0.
       77 YEAR-GROSS            PIC S9(9)V99 VALUE 0.
       77 YEAR-TAX              PIC S9(9)V99 VALUE 0.
       77 YEAR-TAX-IDR          PIC S9(16) VALUE 0.
       77 YEAR-COUNT            PIC 9(6) VALUE 0.

       77 GROSS-FORMATTED       PIC +Z(8)9.99.
       77 TAX-FORMATTED         PIC +Z(8)9.99.
       77 NET-FORMATTED         PIC +Z(8)9.99.
       77 IDR-FORMATTED         PIC +Z(15)9.

       PROCEDURE DIVISION.

       MAIN.
           ACCEPT ARG-VALUE FROM COMMAND-LINE
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-EXCHANGE-RATE
           IF ARG-VALUE(1:4) NUMERIC AND ARG-VALUE(5:16) = SPACES
               MOVE ARG-VALUE(1:4) TO TAX-YEAR
           ELSE
               IF ARG-VALUE NOT = SPACES
                   DISPLAY "TAXCERT: USAGE taxcert [YYYY]"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE BUSINESS-DATE(1:4) TO TAX-YEAR
           END-IF
           PERFORM TALLY-TAX-YEAR
           IF TAXT-OVERFLOW = "Y"
               DISPLAY "TAXCERT: TOO MANY ACCOUNTS - "
                       "NO CERTIFICATES WRITTEN"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LINK-ACCOUNTS
           PERFORM WRITE-CERTIFICATES
           PERFORM WRITE-REMITTANCE
           DISPLAY "TAXCERT: " CERT-COUNT " CERTIFICATES WRITTEN FOR "
               TAX-YEAR " FROM " FILES-READ " LEDGER FILES"
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

       TALLY-TAX-YEAR.
           MOVE 0 TO TAXT-COUNT
           MOVE "N" TO TAXT-OVERFLOW
           PERFORM VARYING MONTH-IX FROM 1 BY 1
             UNTIL MONTH-IX > 12
               MOVE 0 TO RMT-GROSS(MONTH-IX)
               MOVE 0 TO RMT-TAX(MONTH-IX)
               MOVE 0 TO RMT-TAX-IDR(MONTH-IX)
               MOVE 0 TO RMT-COUNT(MONTH-IX)
           END-PERFORM

           PERFORM VARYING MONTH-IX FROM 1 BY 1
             UNTIL MONTH-IX > 13
               IF MONTH-IX > 12
                   COMPUTE ARCH-YEAR = TAX-YEAR + 1
                   MOVE 1 TO ARCH-MONTH
               ELSE
                   MOVE TAX-YEAR TO ARCH-YEAR
                   MOVE MONTH-IX TO ARCH-MONTH
               END-IF
               MOVE SPACES TO LEDGER-NAME
               STRING "ledger_" DELIMITED BY SIZE
                      ARCH-YEAR DELIMITED BY SIZE
                      ARCH-MONTH DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO LEDGER-NAME
               PERFORM TALLY-LEDGER-FILE
           END-PERFORM

           MOVE "ledger.txt" TO LEDGER-NAME
           PERFORM TALLY-LEDGER-FILE.

       TALLY-LEDGER-FILE.
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
                       PERFORM TALLY-TAX-ENTRY
                       IF TAXT-OVERFLOW = "Y"
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       TALLY-TAX-ENTRY.
           MOVE LEDGER-RECORD(7:3) TO ENTRY-ACTION
           EVALUATE ENTRY-ACTION
               WHEN "CLO"
                   PERFORM NOTE-CLOSED-ACCOUNT
                   EXIT PARAGRAPH
               WHEN "INT"
               WHEN "WHT"
                   CONTINUE
               WHEN "RVD"
                   IF LEDGER-RECORD(72:3) NOT = "INT"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "RVC"
                   IF LEDGER-RECORD(72:3) NOT = "WHT"
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF LEDGER-RECORD(19:1) = "+"
             OR LEDGER-RECORD(19:1) = "-"
               MOVE LEDGER-RECORD(29:8) TO ENTRY-DATE
           ELSE
               MOVE LEDGER-RECORD(28:8) TO ENTRY-DATE
           END-IF
           IF ENTRY-DATE(1:4) NOT = TAX-YEAR
               EXIT PARAGRAPH
           END-IF
           MOVE ENTRY-DATE(5:2) TO ENTRY-MONTH
           IF ENTRY-MONTH < 1 OR ENTRY-MONTH > 12
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

           PERFORM FIND-TAX-SLOT
           IF TAXT-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           EVALUATE ENTRY-ACTION
               WHEN "INT"
                   ADD ENTRY-AMOUNT TO TAXT-GROSS(TAXT-IX)
                   ADD ENTRY-AMOUNT TO RMT-GROSS(ENTRY-MONTH)
               WHEN "RVD"
                   SUBTRACT ENTRY-AMOUNT FROM TAXT-GROSS(TAXT-IX)
                   SUBTRACT ENTRY-AMOUNT FROM RMT-GROSS(ENTRY-MONTH)
               WHEN "WHT"
                   ADD ENTRY-AMOUNT TO TAXT-TAX(TAXT-IX)
                   ADD ENTRY-IDR TO TAXT-TAX-IDR(TAXT-IX)
                   ADD ENTRY-AMOUNT TO RMT-TAX(ENTRY-MONTH)
                   ADD ENTRY-IDR TO RMT-TAX-IDR(ENTRY-MONTH)
                   ADD 1 TO RMT-COUNT(ENTRY-MONTH)
               WHEN "RVC"
                   SUBTRACT ENTRY-AMOUNT FROM TAXT-TAX(TAXT-IX)
                   SUBTRACT ENTRY-IDR FROM TAXT-TAX-IDR(TAXT-IX)
                   SUBTRACT ENTRY-AMOUNT FROM RMT-TAX(ENTRY-MONTH)
                   SUBTRACT ENTRY-IDR FROM RMT-TAX-IDR(ENTRY-MONTH)
           END-EVALUATE.

       NOTE-CLOSED-ACCOUNT.
           IF LEDGER-RECORD(19:1) NOT = "+"
             AND LEDGER-RECORD(19:1) NOT = "-"
               EXIT PARAGRAPH
           END-IF
           IF LEDGER-RECORD(62:6) NOT NUMERIC
             OR LEDGER-RECORD(62:6) = "000000"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TAXT-IX FROM 1 BY 1
             UNTIL TAXT-IX > TAXT-COUNT
               IF TAXT-ACCOUNT(TAXT-IX) = LEDGER-RECORD(1:6)
                   MOVE LEDGER-RECORD(62:6)
                     TO TAXT-CLO-CUST(TAXT-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-TAX-SLOT.
           MOVE "N" TO TAXT-FOUND
           PERFORM VARYING TAXT-IX FROM 1 BY 1
             UNTIL TAXT-IX > TAXT-COUNT
               IF TAXT-ACCOUNT(TAXT-IX) = LEDGER-RECORD(1:6)
                   MOVE "Y" TO TAXT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF TAXT-FOUND = "N"
               IF TAXT-COUNT >= TAXT-MAX
                   MOVE "Y" TO TAXT-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TAXT-COUNT
               MOVE TAXT-COUNT TO TAXT-IX
               MOVE LEDGER-RECORD(1:6) TO TAXT-ACCOUNT(TAXT-IX)
               MOVE SPACES TO TAXT-CUST(TAXT-IX)
               MOVE SPACES TO TAXT-CLO-CUST(TAXT-IX)
               MOVE 0 TO TAXT-GROSS(TAXT-IX)
               MOVE 0 TO TAXT-TAX(TAXT-IX)
               MOVE 0 TO TAXT-TAX-IDR(TAXT-IX)
               MOVE "Y" TO TAXT-FOUND
           END-IF.

       LINK-ACCOUNTS.
           OPEN INPUT ACC-FILE
           IF ACC-FILE-STATUS NOT = "00"
               PERFORM VARYING TAXT-IX FROM 1 BY 1
                 UNTIL TAXT-IX > TAXT-COUNT
                   MOVE TAXT-CLO-CUST(TAXT-IX) TO TAXT-CUST(TAXT-IX)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TAXT-IX FROM 1 BY 1
             UNTIL TAXT-IX > TAXT-COUNT
               MOVE TAXT-ACCOUNT(TAXT-IX) TO ACC-KEY
               READ ACC-FILE
                   INVALID KEY
                       MOVE TAXT-CLO-CUST(TAXT-IX)
                         TO TAXT-CUST(TAXT-IX)
                   NOT INVALID KEY
                       IF ACC-RECORD(20:6) NUMERIC
                         AND ACC-RECORD(20:6) NOT = "000000"
                           MOVE ACC-RECORD(20:6) TO TAXT-CUST(TAXT-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACC-FILE.

       WRITE-CERTIFICATES.
           OPEN OUTPUT CERT-FILE
           MOVE SPACES TO CERT-RECORD
           STRING "INTEREST WITHHOLDING TAX CERTIFICATES FOR "
                  DELIMITED BY SIZE
                  TAX-YEAR DELIMITED BY SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD

           OPEN INPUT CUST-FILE
           IF CUST-FILE-STATUS = "00"
               MOVE "000000" TO CUST-KEY
               START CUST-FILE KEY NOT < CUST-KEY
                   INVALID KEY
                       MOVE "Y" TO CUST-EOF
               END-START
               PERFORM UNTIL CUST-EOF = "Y"
                   READ CUST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO CUST-EOF
                       NOT AT END
                           PERFORM WRITE-CUSTOMER-CERTIFICATE
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
           END-IF

           PERFORM WRITE-UNLINKED-ACCOUNTS
           CLOSE CERT-FILE.

       WRITE-CUSTOMER-CERTIFICATE.
           MOVE 0 TO LINKED-COUNT
           PERFORM VARYING TAXT-IX FROM 1 BY 1
             UNTIL TAXT-IX > TAXT-COUNT
               IF TAXT-CUST(TAXT-IX) = CUST-KEY
                   ADD 1 TO LINKED-COUNT
               END-IF
           END-PERFORM
           IF LINKED-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CERT-COUNT
           MOVE CUST-RECORD(7:30) TO CUST-NAME
           MOVE SPACES TO EXEMPT-TEXT
           IF CUST-RECORD(94:1) = "Y"
               STRING "EXEMPT TO " DELIMITED BY SIZE
                      CUST-RECORD(95:8) DELIMITED BY SIZE
                      INTO EXEMPT-TEXT
               IF CUST-RECORD(95:8) = SPACES
                   MOVE "EXEMPT" TO EXEMPT-TEXT
               END-IF
           END-IF

           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD
           STRING "CUSTOMER " DELIMITED BY SIZE
                  CUST-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CUST-NAME DELIMITED BY SIZE
                  " YEAR " DELIMITED BY SIZE
                  TAX-YEAR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXEMPT-TEXT DELIMITED BY SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "  ACCOUNT      GROSS (RAI)    TAX (RAI)"
                  DELIMITED BY SIZE
                  "    NET (RAI)        TAX (IDR)" DELIMITED BY SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD

           MOVE 0 TO CUST-GROSS
           MOVE 0 TO CUST-TAX
           MOVE 0 TO CUST-TAX-IDR
           PERFORM VARYING TAXT-IX FROM 1 BY 1
             UNTIL TAXT-IX > TAXT-COUNT
               IF TAXT-CUST(TAXT-IX) = CUST-KEY
                   ADD TAXT-GROSS(TAXT-IX) TO CUST-GROSS
                   ADD TAXT-TAX(TAXT-IX) TO CUST-TAX
                   ADD TAXT-TAX-IDR(TAXT-IX) TO CUST-TAX-IDR
                   PERFORM WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM

           COMPUTE NET-AMOUNT = CUST-GROSS - CUST-TAX
           MOVE CUST-GROSS TO GROSS-FORMATTED
           MOVE CUST-TAX TO TAX-FORMATTED
           MOVE NET-AMOUNT TO NET-FORMATTED
           MOVE CUST-TAX-IDR TO IDR-FORMATTED
           MOVE SPACES TO CERT-RECORD
           STRING "  TOTAL  " DELIMITED BY SIZE
                  GROSS-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TAX-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NET-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IDR-FORMATTED DELIMITED BY SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD.

       WRITE-ACCOUNT-LINE.
           COMPUTE NET-AMOUNT = TAXT-GROSS(TAXT-IX) - TAXT-TAX(TAXT-IX)
           MOVE TAXT-GROSS(TAXT-IX) TO GROSS-FORMATTED
           MOVE TAXT-TAX(TAXT-IX) TO TAX-FORMATTED
           MOVE NET-AMOUNT TO NET-FORMATTED
           MOVE TAXT-TAX-IDR(TAXT-IX) TO IDR-FORMATTED
           MOVE SPACES TO CERT-RECORD
           STRING "  " DELIMITED BY SIZE
                  TAXT-ACCOUNT(TAXT-IX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  GROSS-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TAX-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NET-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  IDR-FORMATTED DELIMITED BY SIZE
                  INTO CERT-RECORD
           WRITE CERT-RECORD.

       WRITE-UNLINKED-ACCOUNTS.
           MOVE 0 TO UNLINKED-COUNT
           PERFORM VARYING TAXT-IX FROM 1 BY 1
             UNTIL TAXT-IX > TAXT-COUNT
               IF TAXT-CUST(TAXT-IX) = SPACES
                   IF UNLINKED-COUNT = 0
                       MOVE SPACES TO CERT-RECORD
                       WRITE CERT-RECORD
                       MOVE "ACCOUNTS WITH NO CUSTOMER ON FILE"
                         TO CERT-RECORD
                       WRITE CERT-RECORD
                   END-IF
                   ADD 1 TO UNLINKED-COUNT
                   PERFORM WRITE-ACCOUNT-LINE
               END-IF
           END-PERFORM.

       WRITE-REMITTANCE.
           OPEN OUTPUT REMIT-FILE
           MOVE 0 TO YEAR-GROSS
           MOVE 0 TO YEAR-TAX
           MOVE 0 TO YEAR-TAX-IDR
           MOVE 0 TO YEAR-COUNT
           PERFORM VARYING MONTH-IX FROM 1 BY 1
             UNTIL MONTH-IX > 12
               ADD RMT-GROSS(MONTH-IX) TO YEAR-GROSS
               ADD RMT-TAX(MONTH-IX) TO YEAR-TAX
               ADD RMT-TAX-IDR(MONTH-IX) TO YEAR-TAX-IDR
               ADD RMT-COUNT(MONTH-IX) TO YEAR-COUNT
               MOVE SPACES TO REMIT-RECORD
               MOVE "M" TO REMIT-RECORD(1:1)
               MOVE TAX-YEAR TO REMIT-RECORD(2:4)
               MOVE MONTH-IX TO REMIT-RECORD(6:2)
               MOVE RMT-GROSS(MONTH-IX) TO GROSS-FORMATTED
               MOVE GROSS-FORMATTED TO REMIT-RECORD(9:13)
               MOVE RMT-TAX(MONTH-IX) TO TAX-FORMATTED
               MOVE TAX-FORMATTED TO REMIT-RECORD(23:13)
               MOVE RMT-TAX-IDR(MONTH-IX) TO IDR-FORMATTED
               MOVE IDR-FORMATTED TO REMIT-RECORD(37:17)
               MOVE RMT-COUNT(MONTH-IX) TO REMIT-RECORD(55:6)
               WRITE REMIT-RECORD
           END-PERFORM
           MOVE SPACES TO REMIT-RECORD
           MOVE "T" TO REMIT-RECORD(1:1)
           MOVE TAX-YEAR TO REMIT-RECORD(2:4)
           MOVE YEAR-GROSS TO GROSS-FORMATTED
           MOVE GROSS-FORMATTED TO REMIT-RECORD(9:13)
           MOVE YEAR-TAX TO TAX-FORMATTED
           MOVE TAX-FORMATTED TO REMIT-RECORD(23:13)
           MOVE YEAR-TAX-IDR TO IDR-FORMATTED
           MOVE IDR-FORMATTED TO REMIT-RECORD(37:17)
           MOVE YEAR-COUNT TO REMIT-RECORD(55:6)
           WRITE REMIT-RECORD
           CLOSE REMIT-FILE.
