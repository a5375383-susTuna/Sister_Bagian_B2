       FD CUST-FILE.
       01 CUST-RECORD.
           05 CUST-KEY           PIC X(6).
           05 FILLER             PIC X(96).

       FD RESULT-FILE.
       01 RESULT-RECORD         PIC X(100).
       77 MNT-NAME              PIC X(30).
       77 MNT-ADDRESS           PIC X(40).
       77 MNT-ID-NUMBER         PIC X(16).
       77 MNT-EXPIRY            PIC X(8).

       PROCEDURE DIVISION.

           MOVE MAINT-RECORD(7:3) TO MNT-ACTION
           MOVE MAINT-RECORD(10:30) TO MNT-NAME
           MOVE MAINT-RECORD(40:40) TO MNT-ADDRESS
           MOVE MAINT-RECORD(80:16) TO MNT-ID-NUMBER
           MOVE MAINT-RECORD(10:8) TO MNT-EXPIRY.

       APPLY-MAINTENANCE.
           MOVE SPACES TO RESULT-RECORD
                   PERFORM UPDATE-CUSTOMER
               WHEN "DEA"
                   PERFORM DEACTIVATE-CUSTOMER
               WHEN "TXE"
                   PERFORM EXEMPT-CUSTOMER
               WHEN "TXR"
                   PERFORM REMOVE-EXEMPTION
               WHEN OTHER
                   STRING "REJECTED: UNKNOWN ACTION - "
                          DELIMITED BY SIZE
           MOVE MNT-ADDRESS TO CUST-RECORD(37:40)
           MOVE MNT-ID-NUMBER TO CUST-RECORD(77:16)
           MOVE "A" TO CUST-RECORD(93:1)
           MOVE "N" TO CUST-RECORD(94:1)
           WRITE CUST-RECORD
               INVALID KEY
                   STRING "ADD FAILED: DUPLICATE CUSTOMER "
                                  INTO RESULT-RECORD
                   END-REWRITE
           END-READ.

       EXEMPT-CUSTOMER.
           IF MNT-EXPIRY NOT = SPACES AND MNT-EXPIRY NOT NUMERIC
               STRING "EXEMPT FAILED: BAD EXPIRY DATE "
                      DELIMITED BY SIZE
                      MNT-CUSTOMER DELIMITED BY SIZE
                      INTO RESULT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE MNT-CUSTOMER TO CUST-KEY
           READ CUST-FILE
               INVALID KEY
                   STRING "EXEMPT FAILED: CUSTOMER NOT FOUND "
                          DELIMITED BY SIZE
                          MNT-CUSTOMER DELIMITED BY SIZE
                          INTO RESULT-RECORD
               NOT INVALID KEY
                   MOVE "Y" TO CUST-RECORD(94:1)
                   MOVE MNT-EXPIRY TO CUST-RECORD(95:8)
                   REWRITE CUST-RECORD
                       INVALID KEY
                           STRING "EXEMPT FAILED: REWRITE ERROR "
                                  DELIMITED BY SIZE
                                  MNT-CUSTOMER DELIMITED BY SIZE
                                  INTO RESULT-RECORD
                       NOT INVALID KEY
                           STRING "CUSTOMER TAX EXEMPT: "
                                  DELIMITED BY SIZE
                                  MNT-CUSTOMER DELIMITED BY SIZE
                                  INTO RESULT-RECORD
                   END-REWRITE
           END-READ.

       REMOVE-EXEMPTION.
           MOVE MNT-CUSTOMER TO CUST-KEY
           READ CUST-FILE
               INVALID KEY
                   STRING "EXEMPT REMOVE FAILED: CUSTOMER NOT FOUND "
                          DELIMITED BY SIZE
                          MNT-CUSTOMER DELIMITED BY SIZE
                          INTO RESULT-RECORD
               NOT INVALID KEY
                   MOVE "N" TO CUST-RECORD(94:1)
                   MOVE SPACES TO CUST-RECORD(95:8)
                   REWRITE CUST-RECORD
                       INVALID KEY
                           STRING "EXEMPT REMOVE FAILED: REWRITE ERROR "
                                  DELIMITED BY SIZE
                                  MNT-CUSTOMER DELIMITED BY SIZE
                                  INTO RESULT-RECORD
                       NOT INVALID KEY
                           STRING "CUSTOMER TAX EXEMPTION REMOVED: "
                                  DELIMITED BY SIZE
                                  MNT-CUSTOMER DELIMITED BY SIZE
                                  INTO RESULT-RECORD
                   END-REWRITE
           END-READ.
