       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN TO "customers.txt.old"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-KEY
               FILE STATUS IS OLD-FILE-STATUS.
           SELECT CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-KEY
               FILE STATUS IS CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-FILE.
       01 OLD-RECORD.
           05 OLD-KEY            PIC X(6).
           05 FILLER             PIC X(87).

       FD CUST-FILE.
       01 CUST-RECORD.
           05 CUST-KEY           PIC X(6).
           05 FILLER             PIC X(96).

       WORKING-STORAGE SECTION.
       77 OLD-FILE-STATUS        PIC XX VALUE SPACES.
       77 CUST-FILE-STATUS       PIC XX VALUE SPACES.
       77 CONVERTED-COUNT        PIC 9(6) VALUE 0.
       77 SKIPPED-COUNT          PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM CONVERT-CUSTOMERS
           STOP RUN.

       CONVERT-CUSTOMERS.
           OPEN INPUT OLD-FILE
           IF OLD-FILE-STATUS NOT = "00"
               DISPLAY "CUSTCONV: customers.txt.old NOT FOUND - "
                       "RENAME THE 93-BYTE customers.txt TO "
                       "customers.txt.old BEFORE RUNNING THIS"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CUST-FILE
           IF CUST-FILE-STATUS NOT = "00"
               CLOSE OLD-FILE
               DISPLAY "CUSTCONV: COULD NOT CREATE customers.txt"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ OLD-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO CUST-RECORD
                       MOVE OLD-RECORD(1:93) TO CUST-RECORD(1:93)
                       MOVE "N" TO CUST-RECORD(94:1)
                       WRITE CUST-RECORD
                           INVALID KEY
                               ADD 1 TO SKIPPED-COUNT
                           NOT INVALID KEY
                               ADD 1 TO CONVERTED-COUNT
                       END-WRITE
           END-PERFORM

           CLOSE OLD-FILE
           CLOSE CUST-FILE

           DISPLAY "CUSTCONV: " CONVERTED-COUNT " CONVERTED, "
               SKIPPED-COUNT " DUPLICATE(S) SKIPPED".
