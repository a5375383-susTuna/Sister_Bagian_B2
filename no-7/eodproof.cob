           05 FILLER             PIC X(30).

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(74).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD        PIC X(8).
       77 OPENING-TOTAL         PIC S9(9)V99 VALUE 0.
       77 DEPOSITS-TOTAL        PIC 9(9)V99 VALUE 0.
       77 WITHDRAWALS-TOTAL     PIC 9(9)V99 VALUE 0.
       77 REV-CREDITS-TOTAL     PIC 9(9)V99 VALUE 0.
       77 REV-DEBITS-TOTAL      PIC 9(9)V99 VALUE 0.
       77 EXPECTED-CLOSING      PIC S9(9)V99 VALUE 0.
       77 ACTUAL-CLOSING        PIC S9(9)V99 VALUE 0.
       77 PROOF-DIFFERENCE      PIC S9(9)V99 VALUE 0.

           COMPUTE EXPECTED-CLOSING =
               OPENING-TOTAL + DEPOSITS-TOTAL - WITHDRAWALS-TOTAL
               + REV-CREDITS-TOTAL - REV-DEBITS-TOTAL
           COMPUTE PROOF-DIFFERENCE =
               ACTUAL-CLOSING - EXPECTED-CLOSING

                  INTO PROOF-RECORD
           WRITE PROOF-RECORD

           MOVE REV-CREDITS-TOTAL TO TOTAL-FORMATTED
           MOVE SPACES TO PROOF-RECORD
           STRING "REVERSAL CREDITS : +" DELIMITED BY SIZE
                  TOTAL-FORMATTED DELIMITED BY SIZE
                  INTO PROOF-RECORD
           WRITE PROOF-RECORD

           MOVE REV-DEBITS-TOTAL TO TOTAL-FORMATTED
           MOVE SPACES TO PROOF-RECORD
           STRING "REVERSAL DEBITS  : -" DELIMITED BY SIZE
                  TOTAL-FORMATTED DELIMITED BY SIZE
                  INTO PROOF-RECORD
           WRITE PROOF-RECORD

           MOVE EXPECTED-CLOSING TO SIGNED-FORMATTED
           MOVE SPACES TO PROOF-RECORD
           STRING "EXPECTED CLOSING : " DELIMITED BY SIZE
       SUM-LEDGER-MOVEMENT.
           MOVE 0 TO DEPOSITS-TOTAL
           MOVE 0 TO WITHDRAWALS-TOTAL
           MOVE 0 TO REV-CREDITS-TOTAL
           MOVE 0 TO REV-DEBITS-TOTAL
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
                               WHEN "TRF"
                               WHEN "ODI"
                               WHEN "FEE"
                               WHEN "WHT"
                                   ADD LEDGER-AMOUNT
                                     TO WITHDRAWALS-TOTAL
                               WHEN "RVC"
                                   ADD LEDGER-AMOUNT
                                     TO REV-CREDITS-TOTAL
                               WHEN "RVD"
                                   ADD LEDGER-AMOUNT
                                     TO REV-DEBITS-TOTAL
                           END-EVALUATE
                       END-IF
               END-READ
