       FD CUST-FILE.
       01 CUST-RECORD.
           05 CUST-KEY           PIC X(6).
           05 FILLER             PIC X(96).

       FD POSITION-FILE.
       01 POSITION-RECORD       PIC X(100).
