       FILE SECTION.

       FD LEDGER-FILE.
       01 LEDGER-RECORD         PIC X(74).

       FD HISTORY-FILE.
       01 HISTORY-RECORD        PIC X(100).
       77 LEDGER-TIME           PIC X(6).
       77 LEDGER-RATE           PIC X(9).
       77 RATE-TEXT             PIC X(14).
       77 LEDGER-REF            PIC X(10).
       77 LEDGER-LINK-REF       PIC X(10).
       77 NOTE-TEXT             PIC X(22).

       77 ENTRY-COUNT           PIC 9(6) VALUE 0.
       77 OPENING-BALANCE       PIC S9(6)V99 VALUE 0.
           STRING "DATE     TIME   ACTION      AMOUNT     BALANCE"
               DELIMITED BY SIZE
               "   RATE (IDR)" DELIMITED BY SIZE
               "     REFERENCE" DELIMITED BY SIZE
               INTO HISTORY-RECORD
           WRITE HISTORY-RECORD

               MOVE LEDGER-RECORD(29:8) TO LEDGER-DATE
               MOVE LEDGER-RECORD(37:6) TO LEDGER-TIME
               MOVE LEDGER-RECORD(43:9) TO LEDGER-RATE
               MOVE LEDGER-RECORD(52:10) TO LEDGER-REF
               MOVE LEDGER-RECORD(62:10) TO LEDGER-LINK-REF
           ELSE
               MOVE FUNCTION NUMVAL(LEDGER-RECORD(19:9))
                   TO LEDGER-BALANCE
               MOVE LEDGER-RECORD(28:8) TO LEDGER-DATE
               MOVE LEDGER-RECORD(36:6) TO LEDGER-TIME
               MOVE SPACES TO LEDGER-RATE
               MOVE SPACES TO LEDGER-REF
               MOVE SPACES TO LEDGER-LINK-REF
           END-IF
           MOVE SPACES TO RATE-TEXT
           IF LEDGER-RATE NUMERIC
                      LEDGER-RATE DELIMITED BY SIZE
                      INTO RATE-TEXT
           END-IF
           MOVE SPACES TO NOTE-TEXT
           IF (LEDGER-ACTION = "RVC" OR LEDGER-ACTION = "RVD")
             AND LEDGER-LINK-REF NOT = SPACES
               STRING "REVERSAL OF " DELIMITED BY SIZE
                      LEDGER-LINK-REF DELIMITED BY SIZE
                      INTO NOTE-TEXT
           END-IF
           IF LEDGER-ACTION = "WHT" AND LEDGER-LINK-REF NOT = SPACES
               STRING "TAX ON " DELIMITED BY SIZE
                      LEDGER-LINK-REF DELIMITED BY SIZE
                      INTO NOTE-TEXT
           END-IF

           IF ENTRY-COUNT = 0
               PERFORM DERIVE-OPENING-BALANCE
                  BALANCE-FORMATTED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  RATE-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LEDGER-REF DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  NOTE-TEXT DELIMITED BY SIZE
                  INTO HISTORY-RECORD
           WRITE HISTORY-RECORD.

                   MOVE 0 TO OPENING-BALANCE
               WHEN "DEP"
               WHEN "TRC"
               WHEN "RVC"
                   COMPUTE OPENING-BALANCE =
                       LEDGER-BALANCE - LEDGER-AMOUNT
               WHEN "WDR"
               WHEN "TRF"
               WHEN "WHT"
               WHEN "RVD"
                   COMPUTE OPENING-BALANCE =
                       LEDGER-BALANCE + LEDGER-AMOUNT
               WHEN OTHER
