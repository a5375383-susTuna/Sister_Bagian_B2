       FILE SECTION.

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(74).

       FD ARCH-FILE.
       01 ARCH-RECORD           PIC X(74).

       FD NEWLED-FILE.
       01 NEWLED-RECORD         PIC X(74).

       FD ACC-FILE.
       01 ACC-RECORD.
                   NOT AT END
                       IF LEDGER-RECORD(7:3) NOT = "SUM"
                           MOVE SPACES TO ARCH-RECORD
                           MOVE LEDGER-RECORD TO ARCH-RECORD(1:74)
                           WRITE ARCH-RECORD
                           ADD 1 TO COPIED-COUNT
                       END-IF
                   WHEN "DEP"
                   WHEN "TRC"
                   WHEN "INT"
                   WHEN "RVC"
                       COMPUTE SUMT-OPENING(SUMT-IX) =
                           ENTRY-BALANCE - ENTRY-AMOUNT
                   WHEN "WDR"
                   WHEN "TRF"
                   WHEN "ODI"
                   WHEN "FEE"
                   WHEN "WHT"
                   WHEN "RVD"
                       COMPUTE SUMT-OPENING(SUMT-IX) =
                           ENTRY-BALANCE + ENTRY-AMOUNT
                   WHEN OTHER
               WHEN "DEP"
               WHEN "TRC"
               WHEN "INT"
               WHEN "RVC"
                   ADD ENTRY-AMOUNT TO SUMT-DEPOSITS(SUMT-IX)
               WHEN "WDR"
               WHEN "TRF"
               WHEN "ODI"
               WHEN "FEE"
               WHEN "WHT"
               WHEN "RVD"
                   ADD ENTRY-AMOUNT TO SUMT-WITHDRAWALS(SUMT-IX)
           END-EVALUATE.

