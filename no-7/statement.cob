               FILE STATUS IS BUSDATE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUST-FILE.
       01 CUST-RECORD.
           05 CUST-KEY           PIC X(6).
           05 FILLER             PIC X(96).

       FD RATE-FILE.
       01 RATE-RECORD           PIC X(9).
       01 BUSDATE-RECORD        PIC X(8).

       FD STATEMENT-FILE.
       01 STATEMENT-RECORD      PIC X(132).

       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HOLD-KEY           PIC X(9).
           05 FILLER             PIC X(51).

       WORKING-STORAGE SECTION.
       77 ACC-ACCOUNT           PIC 9(6).
       77 ACC-PRODUCT           PIC X(2).
       77 RAI-TO-IDR-RATE       PIC 9(9) VALUE 120000000.

       77 HOLD-FILE-STATUS      PIC XX VALUE SPACES.
       77 HOLD-FILE-OPEN        PIC X VALUE "N".
       77 HOLD-TOTAL            PIC 9(7)V99 VALUE 0.
       77 OD-LIMIT              PIC 9(6)V99.
       77 AVAILABLE-BALANCE     PIC S9(7)V99.
       77 AVAIL-IDR-AMOUNT      PIC S9(15).
       77 TOTAL-AVAIL-RAI       PIC S9(9)V99 VALUE 0.
       77 TOTAL-AVAIL-IDR       PIC S9(18) VALUE 0.
       77 AVAIL-RAI-FORMATTED   PIC +Z(8)9.99.
       77 AVAIL-IDR-FORMATTED   PIC +Z(15)9.

       77 TOTAL-RAI             PIC S9(9)V99 VALUE 0.
       77 TOTAL-IDR             PIC S9(18) VALUE 0.
       77 IDR-AMOUNT            PIC S9(15).
       77 IDR-FORMATTED         PIC +Z(15)9.
       77 TOTAL-RAI-FORMATTED   PIC +Z(8)9.99.
       77 TOTAL-IDR-FORMATTED   PIC +Z(16)9.
       77 TOTAL-AVAIL-FORMATTED PIC +Z(16)9.

       PROCEDURE DIVISION.

       WRITE-STATEMENT.
           MOVE 0 TO TOTAL-RAI
           MOVE 0 TO TOTAL-IDR
           MOVE 0 TO TOTAL-AVAIL-RAI
           MOVE 0 TO TOTAL-AVAIL-IDR

           OPEN INPUT ACC-FILE
           OPEN OUTPUT STATEMENT-FILE
               MOVE "Y" TO CUST-FILE-OPEN
           END-IF

           MOVE "N" TO HOLD-FILE-OPEN
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-STATUS = "00"
               MOVE "Y" TO HOLD-FILE-OPEN
           END-IF

           MOVE SPACES TO STATEMENT-RECORD
           STRING "ACCOUNT  HOLDER                         "
               DELIMITED BY SIZE
               "PR  BALANCE (RAI)      BALANCE (IDR)"
               DELIMITED BY SIZE
               "      AVAIL (RAI)        AVAIL (IDR)"
               DELIMITED BY SIZE INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD


                       MOVE ACC-BALANCE TO RAI-FORMATTED
                       MOVE IDR-AMOUNT TO IDR-FORMATTED

                       IF ACC-RECORD(26:9) = SPACES
                           MOVE 0 TO OD-LIMIT
                       ELSE
                           MOVE FUNCTION NUMVAL(ACC-RECORD(26:9))
                               TO OD-LIMIT
                       END-IF
                       PERFORM TOTAL-ACCOUNT-HOLDS
                       COMPUTE AVAILABLE-BALANCE =
                           ACC-BALANCE - HOLD-TOTAL + OD-LIMIT
                       COMPUTE AVAIL-IDR-AMOUNT =
                           AVAILABLE-BALANCE * RAI-TO-IDR-RATE
                       ADD AVAILABLE-BALANCE TO TOTAL-AVAIL-RAI
                       ADD AVAIL-IDR-AMOUNT TO TOTAL-AVAIL-IDR
                       MOVE AVAILABLE-BALANCE TO AVAIL-RAI-FORMATTED
                       MOVE AVAIL-IDR-AMOUNT TO AVAIL-IDR-FORMATTED
                       PERFORM LOOKUP-HOLDER-NAME
                       IF ACC-RECORD(35:2) NUMERIC
                           MOVE ACC-RECORD(35:2) TO ACC-PRODUCT
                              RAI-FORMATTED DELIMITED BY SIZE
                              "   " DELIMITED BY SIZE
                              IDR-FORMATTED DELIMITED BY SIZE
                              "   " DELIMITED BY SIZE
                              AVAIL-RAI-FORMATTED DELIMITED BY SIZE
                              "   " DELIMITED BY SIZE
                              AVAIL-IDR-FORMATTED DELIMITED BY SIZE
                              INTO STATEMENT-RECORD
                       WRITE STATEMENT-RECORD
           END-PERFORM
           IF CUST-FILE-OPEN = "Y"
               CLOSE CUST-FILE
           END-IF
           IF HOLD-FILE-OPEN = "Y"
               CLOSE HOLD-FILE
           END-IF

           MOVE TOTAL-RAI TO TOTAL-RAI-FORMATTED
           MOVE TOTAL-IDR TO TOTAL-IDR-FORMATTED
           MOVE TOTAL-AVAIL-RAI TO AVAIL-RAI-FORMATTED
           MOVE TOTAL-AVAIL-IDR TO TOTAL-AVAIL-FORMATTED

           MOVE SPACES TO STATEMENT-RECORD
           STRING "TOTAL    " DELIMITED BY SIZE
                  TOTAL-RAI-FORMATTED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  TOTAL-IDR-FORMATTED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AVAIL-RAI-FORMATTED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TOTAL-AVAIL-FORMATTED DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD

               NOT INVALID KEY
                   MOVE CUST-RECORD(7:30) TO HOLDER-NAME
           END-READ.

       TOTAL-ACCOUNT-HOLDS.
           MOVE 0 TO HOLD-TOTAL
           IF HOLD-FILE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-RECORD(1:6) TO HOLD-KEY(1:6)
           MOVE "000" TO HOLD-KEY(7:3)
           START HOLD-FILE KEY IS >= HOLD-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
               READ HOLD-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HOLD-RECORD(1:6) NOT = ACC-RECORD(1:6)
                           EXIT PERFORM
                       END-IF
                       IF HOLD-RECORD(10:1) = "A"
                         AND (HOLD-RECORD(30:8) = SPACES
                           OR HOLD-RECORD(30:8) >= BUSINESS-DATE)
                           ADD FUNCTION NUMVAL(HOLD-RECORD(11:9))
                             TO HOLD-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
