           SELECT GL-FILE ASSIGN TO "glextract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-STATUS.
           SELECT ACCRUED-FILE ASSIGN TO "accrued.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACR-KEY
               FILE STATUS IS ACCRUED-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
       FILE SECTION.

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(74).

       FD GL-FILE.
       01 GL-RECORD             PIC X(30).

       FD ACCRUED-FILE.
       01 ACR-RECORD.
           05 ACR-KEY            PIC X(6).
           05 FILLER             PIC X(64).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD        PIC X(8).

       WORKING-STORAGE SECTION.
       77 LEDGER-STATUS         PIC XX VALUE SPACES.
       77 BUSDATE-STATUS        PIC XX VALUE SPACES.
       77 ACCRUED-STATUS        PIC XX VALUE SPACES.

       77 BUSINESS-DATE         PIC X(8) VALUE SPACES.
       77 SYSTEM-DATE           PIC 9(8).
       77 ENTRY-ACTION          PIC X(3).
       77 ENTRY-AMOUNT          PIC 9(6)V99.

       77 ACCRUAL-CREDIT        PIC 9(10)V9(5) VALUE 0.
       77 ACCRUAL-OD            PIC 9(10)V9(5) VALUE 0.
       77 ACCRUAL-CREDIT-COUNT  PIC 9(6) VALUE 0.
       77 ACCRUAL-OD-COUNT      PIC 9(6) VALUE 0.

       77 ACTION-MAX            PIC 9(2) VALUE 15.
       77 ACTION-IX             PIC 9(2).
       01 GL-ACTION-TABLE.
           05 GL-ACTION-ENTRY OCCURS 15.
               10 GLA-CODE       PIC X(3).
               10 GLA-SIDE       PIC X.
               10 GLA-ACCOUNT    PIC X(4).
               10 GLA-CONTRA     PIC X(4).
               10 GLA-TOTAL      PIC 9(10)V99.
               10 GLA-COUNT      PIC 9(6).

       77 LIABILITY-ACCOUNT     PIC X(4) VALUE "2001".
       77 CASH-ACCOUNT          PIC X(4) VALUE "1001".
       77 ACCRUED-INT-ACCOUNT   PIC X(4) VALUE "2101".
       77 ACCRUED-OD-ACCOUNT    PIC X(4) VALUE "1201".
       77 EXPENSE-ACCOUNT       PIC X(4) VALUE "5001".
       77 OD-INCOME-ACCOUNT     PIC X(4) VALUE "4001".
       77 TAX-PAYABLE-ACCOUNT   PIC X(4) VALUE "2201".

       77 GL-STATUS             PIC XX VALUE SPACES.
       77 HASH-TOTAL            PIC 9(12)V99 VALUE 0.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM INIT-ACTION-TABLE
           PERFORM TALLY-LEDGER
           PERFORM TALLY-ACCRUALS
           PERFORM WRITE-EXTRACT
           STOP RUN.

           MOVE "D" TO GLA-SIDE(7)
           MOVE "FEE" TO GLA-CODE(8)
           MOVE "D" TO GLA-SIDE(8)
           MOVE "RVC" TO GLA-CODE(9)
           MOVE "C" TO GLA-SIDE(9)
           MOVE "RVD" TO GLA-CODE(10)
           MOVE "D" TO GLA-SIDE(10)
           MOVE "RVI" TO GLA-CODE(11)
           MOVE "D" TO GLA-SIDE(11)
           MOVE "ACR" TO GLA-CODE(12)
           MOVE "C" TO GLA-SIDE(12)
           MOVE "ACO" TO GLA-CODE(13)
           MOVE "D" TO GLA-SIDE(13)
           MOVE "WHT" TO GLA-CODE(14)
           MOVE "D" TO GLA-SIDE(14)
           MOVE "RVW" TO GLA-CODE(15)
           MOVE "C" TO GLA-SIDE(15)
           PERFORM VARYING ACTION-IX FROM 1 BY 1
             UNTIL ACTION-IX > ACTION-MAX
               MOVE LIABILITY-ACCOUNT TO GLA-ACCOUNT(ACTION-IX)
               MOVE CASH-ACCOUNT TO GLA-CONTRA(ACTION-IX)
               MOVE 0 TO GLA-TOTAL(ACTION-IX)
               MOVE 0 TO GLA-COUNT(ACTION-IX)
           END-PERFORM
           MOVE ACCRUED-INT-ACCOUNT TO GLA-CONTRA(4)
           MOVE ACCRUED-OD-ACCOUNT TO GLA-CONTRA(7)
           MOVE EXPENSE-ACCOUNT TO GLA-CONTRA(11)
           MOVE ACCRUED-INT-ACCOUNT TO GLA-ACCOUNT(12)
           MOVE EXPENSE-ACCOUNT TO GLA-CONTRA(12)
           MOVE ACCRUED-OD-ACCOUNT TO GLA-ACCOUNT(13)
           MOVE OD-INCOME-ACCOUNT TO GLA-CONTRA(13)
           MOVE TAX-PAYABLE-ACCOUNT TO GLA-CONTRA(14)
           MOVE TAX-PAYABLE-ACCOUNT TO GLA-CONTRA(15).

       TALLY-LEDGER.
           OPEN INPUT LEDGER-FILE
                       END-IF
                       IF ENTRY-DATE = BUSINESS-DATE
                           MOVE LEDGER-RECORD(7:3) TO ENTRY-ACTION
                           IF ENTRY-ACTION = "RVD"
                             AND LEDGER-RECORD(72:3) = "INT"
                               MOVE "RVI" TO ENTRY-ACTION
                           END-IF
                           IF ENTRY-ACTION = "RVC"
                             AND LEDGER-RECORD(72:3) = "WHT"
                               MOVE "RVW" TO ENTRY-ACTION
                           END-IF
                           MOVE FUNCTION NUMVAL(LEDGER-RECORD(10:9))
                               TO ENTRY-AMOUNT
                           PERFORM TALLY-GL-ACTION
               END-IF
           END-PERFORM.

       TALLY-ACCRUALS.
           OPEN INPUT ACCRUED-FILE
           IF ACCRUED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ ACCRUED-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ACR-RECORD(31:8) = BUSINESS-DATE
                           IF FUNCTION NUMVAL(ACR-RECORD(39:12)) > 0
                               ADD FUNCTION NUMVAL(ACR-RECORD(39:12))
                                 TO ACCRUAL-CREDIT
                               ADD 1 TO ACCRUAL-CREDIT-COUNT
                           END-IF
                           IF FUNCTION NUMVAL(ACR-RECORD(51:12)) > 0
                               ADD FUNCTION NUMVAL(ACR-RECORD(51:12))
                                 TO ACCRUAL-OD
                               ADD 1 TO ACCRUAL-OD-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCRUED-FILE

           COMPUTE GLA-TOTAL(12) ROUNDED = ACCRUAL-CREDIT
           COMPUTE GLA-TOTAL(13) ROUNDED = ACCRUAL-OD
           IF GLA-TOTAL(12) > 0
               MOVE ACCRUAL-CREDIT-COUNT TO GLA-COUNT(12)
           END-IF
           IF GLA-TOTAL(13) > 0
               MOVE ACCRUAL-OD-COUNT TO GLA-COUNT(13)
           END-IF.

       WRITE-EXTRACT.
           OPEN OUTPUT GL-FILE
           MOVE 0 TO DETAIL-COUNT

       WRITE-ACTION-PAIR.
           IF GLA-SIDE(ACTION-IX) = "C"
               PERFORM WRITE-ACCOUNT-CREDIT
               PERFORM WRITE-CONTRA-DEBIT
           ELSE
               PERFORM WRITE-ACCOUNT-DEBIT
               PERFORM WRITE-CONTRA-CREDIT
           END-IF.

       WRITE-ACCOUNT-CREDIT.
           MOVE SPACES TO GL-RECORD
           MOVE "C" TO GL-RECORD(1:1)
           MOVE GLA-ACCOUNT(ACTION-IX) TO GL-RECORD(2:4)
           PERFORM WRITE-GL-DETAIL.

       WRITE-ACCOUNT-DEBIT.
           MOVE SPACES TO GL-RECORD
           MOVE "D" TO GL-RECORD(1:1)
           MOVE GLA-ACCOUNT(ACTION-IX) TO GL-RECORD(2:4)
           PERFORM WRITE-GL-DETAIL.

       WRITE-CONTRA-DEBIT.
           MOVE SPACES TO GL-RECORD
           MOVE "D" TO GL-RECORD(1:1)
           MOVE GLA-CONTRA(ACTION-IX) TO GL-RECORD(2:4)
           PERFORM WRITE-GL-DETAIL.

       WRITE-CONTRA-CREDIT.
           MOVE SPACES TO GL-RECORD
           MOVE "C" TO GL-RECORD(1:1)
           MOVE GLA-CONTRA(ACTION-IX) TO GL-RECORD(2:4)
           PERFORM WRITE-GL-DETAIL.

       WRITE-GL-DETAIL.
