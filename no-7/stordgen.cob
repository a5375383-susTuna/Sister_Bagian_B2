           SELECT PRODUCT-FILE ASSIGN TO "products.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODUCT-FILE-STATUS.
           SELECT LEDGREF-FILE ASSIGN TO "ledgerref.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGREF-STATUS.
           SELECT HOLD-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER             PIC X(30).

       FD IN-FILE.
       01 IN-RECORD             PIC X(46).

       FD EXCEPT-FILE.
       01 EXCEPT-RECORD         PIC X(78).

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(74).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD        PIC X(8).
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD        PIC X(82).

       FD LEDGREF-FILE.
       01 LEDGREF-RECORD        PIC X(10).

       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HOLD-KEY           PIC X(9).
           05 FILLER             PIC X(51).

       WORKING-STORAGE SECTION.
       77 ORDER-FILE-STATUS     PIC XX VALUE SPACES.
       77 ACC-FILE-STATUS       PIC XX VALUE SPACES.
       77 IN-FILE-STATUS        PIC XX VALUE SPACES.
       77 LEDGER-STATUS         PIC XX VALUE SPACES.
       77 BUSDATE-STATUS        PIC XX VALUE SPACES.
       77 LEDGREF-STATUS        PIC XX VALUE SPACES.
       77 LEDGER-REF            PIC 9(10) VALUE 0.

       77 BUSINESS-DATE         PIC X(8) VALUE SPACES.
       77 SYSTEM-DATE           PIC 9(8).
       77 CURRENT-TIME          PIC 9(8).
       77 ACC-FILE-OPEN         PIC X VALUE "N".
       77 HOLD-FILE-STATUS      PIC XX VALUE SPACES.
       77 HOLD-FILE-OPEN        PIC X VALUE "N".
       77 HOLD-TOTAL            PIC 9(7)V99 VALUE 0.

       77 RATE-FILE-STATUS      PIC XX VALUE SPACES.
       77 RATEHIST-STATUS       PIC XX VALUE SPACES.
               MOVE "Y" TO ACC-FILE-OPEN
           END-IF

           MOVE "N" TO HOLD-FILE-OPEN
           OPEN INPUT HOLD-FILE
           IF HOLD-FILE-STATUS = "00"
               MOVE "Y" TO HOLD-FILE-OPEN
           END-IF

           OPEN OUTPUT EXCEPT-FILE

           PERFORM UNTIL 1 = 2
           IF ACC-FILE-OPEN = "Y"
               CLOSE ACC-FILE
           END-IF
           IF HOLD-FILE-OPEN = "Y"
               CLOSE HOLD-FILE
           END-IF
           CLOSE ORDER-FILE

           DISPLAY "STORDGEN: " GENERATED-COUNT " GENERATED, "
                               TO SOURCE-OD-LIMIT
                       END-IF
                       PERFORM SET-SOURCE-MIN-BALANCE
                       PERFORM TOTAL-SOURCE-HOLDS
                   END-IF
           END-READ
           IF ORDER-OK = "N"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               COMPUTE OD-AVAILABLE =
                   SOURCE-BALANCE - HOLD-TOTAL + SOURCE-OD-LIMIT
               IF SO-AMOUNT > OD-AVAILABLE
                   MOVE "N" TO ORDER-OK
                   MOVE "FUNDS ON HOLD" TO EXC-REASON
                   EXIT PARAGRAPH
               END-IF

               MOVE SO-TARGET TO ACC-KEY
               READ ACC-FILE
               END-READ
           END-IF.

       TOTAL-SOURCE-HOLDS.
           MOVE 0 TO HOLD-TOTAL
           IF HOLD-FILE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SO-SOURCE TO HOLD-KEY(1:6)
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
                       IF HOLD-RECORD(1:6) NOT = SO-SOURCE
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

       WRITE-DUE-TRANSACTION.
           OPEN EXTEND IN-FILE
           IF IN-FILE-STATUS = "35"
           IF SO-ACTION = "TRF"
               MOVE SO-TARGET TO IN-RECORD(19:6)
           END-IF
           MOVE "STO" TO IN-RECORD(27:4)
           MOVE SO-KEY TO IN-RECORD(31:6)
           MOVE DUE-DATE TO IN-RECORD(37:8)
           WRITE IN-RECORD
           CLOSE IN-FILE.

       WRITE-ORDER-LEDGER-ENTRY.
           PERFORM NEXT-LEDGER-REF
           OPEN EXTEND LEDGER-FILE
           MOVE SPACES TO LEDGER-RECORD
           MOVE SO-SOURCE TO LEDGER-RECORD(1:6)
           ACCEPT CURRENT-TIME FROM TIME
           MOVE CURRENT-TIME(1:6) TO LEDGER-RECORD(37:6)
           MOVE RAI-TO-IDR-RATE TO LEDGER-RECORD(43:9)
           MOVE LEDGER-REF TO LEDGER-RECORD(52:10)
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

       WRITE-ORDER-EXCEPTION.
           MOVE SPACES TO EXCEPT-RECORD
           MOVE SO-KEY TO EXCEPT-RECORD(1:6)
