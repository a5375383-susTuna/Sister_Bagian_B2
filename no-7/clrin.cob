       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARING-FILE ASSIGN TO "clearing_in.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARING-STATUS.
           SELECT IN-FILE ASSIGN TO "input.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IN-FILE-STATUS.
           SELECT RETURN-FILE ASSIGN TO "clearing_ret.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO "clearing_ctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT POSTREF-FILE ASSIGN TO "postedref.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POSTREF-KEY
               FILE STATUS IS POSTREF-STATUS.
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

       FD CLEARING-FILE.
       01 CLEARING-RECORD       PIC X(81).

       FD IN-FILE.
       01 IN-RECORD             PIC X(46).

       FD RETURN-FILE.
       01 RETURN-RECORD         PIC X(85).

       FD CONTROL-FILE.
       01 CONTROL-RECORD        PIC X(100).

       FD ACC-FILE.
       01 ACC-RECORD.
           05 ACC-KEY            PIC X(6).
           05 FILLER             PIC X(30).

       FD CUST-FILE.
       01 CUST-RECORD.
           05 CUST-KEY           PIC X(6).
           05 FILLER             PIC X(96).

       FD POSTREF-FILE.
       01 POSTREF-RECORD.
           05 POSTREF-KEY        PIC X(20).
           05 FILLER             PIC X(27).

       FD RATE-FILE.
       01 RATE-RECORD           PIC X(9).

       FD RATEHIST-FILE.
       01 RATEHIST-RECORD       PIC X(18).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD        PIC X(8).

       WORKING-STORAGE SECTION.
       77 CLEARING-STATUS       PIC XX VALUE SPACES.
       77 IN-FILE-STATUS        PIC XX VALUE SPACES.
       77 ACC-FILE-STATUS       PIC XX VALUE SPACES.
       77 CUST-FILE-STATUS      PIC XX VALUE SPACES.
       77 RATE-FILE-STATUS      PIC XX VALUE SPACES.
       77 RATEHIST-STATUS       PIC XX VALUE SPACES.
       77 RATEHIST-EOF          PIC X VALUE "N".
       77 RATE-FOUND            PIC X VALUE "N".
       77 BUSDATE-STATUS        PIC XX VALUE SPACES.
       77 CUST-FILE-OPEN        PIC X VALUE "N".
       77 POSTREF-STATUS        PIC XX VALUE SPACES.
       77 POSTREF-FILE-OPEN     PIC X VALUE "N".

       77 BUSINESS-DATE         PIC X(8) VALUE SPACES.
       77 SYSTEM-DATE           PIC 9(8).
       77 BEST-EFF-DATE         PIC X(8) VALUE SPACES.
       77 RAI-TO-IDR-RATE       PIC 9(9) VALUE 120000000.
       77 MAX-BALANCE           PIC 9(6)V99 VALUE 999999.99.
       77 SYSTEM-COMMAND        PIC X(60).

       77 HEADER-SEEN           PIC X VALUE "N".
       77 TRAILER-SEEN          PIC X VALUE "N".
       77 FILE-DATE             PIC X(8) VALUE SPACES.
       77 BATCH-ID              PIC X(6) VALUE SPACES.
       77 TRAILER-COUNT         PIC 9(6) VALUE 0.
       77 TRAILER-TOTAL         PIC 9(16) VALUE 0.
       77 BAD-RECORD-COUNT      PIC 9(6) VALUE 0.

       77 ITEM-REF              PIC X(10).
       77 ITEM-BANK             PIC X(3).
       77 ITEM-KEY              PIC X(13).
       77 ITEM-SENDER           PIC X(16).
       77 ITEM-ACCOUNT          PIC X(6).
       77 ITEM-NAME             PIC X(30).
       77 ITEM-IDR              PIC 9(15).
       77 ITEM-RAI              PIC 9(6)V99.
       77 ITEM-BALANCE          PIC S9(7)V99.
       77 RETURN-CODE-TEXT      PIC X(3).
       77 CLR-NUMVAL-CHECK      PIC 9(4) VALUE 0.

       77 REF-MAX               PIC 9(5) VALUE 10000.
       77 REF-COUNT             PIC 9(5) VALUE 0.
       77 REF-IX                PIC 9(5).
       01 REF-TABLE.
           05 REF-ENTRY OCCURS 10000.
               10 SEEN-REF       PIC X(13).

       77 NAME-IX               PIC 9.
       77 CUST-IX               PIC 9.
       77 NAME-WORDS            PIC 9 VALUE 0.
       77 NAME-HITS             PIC 9 VALUE 0.
       77 NAME-MATCH            PIC X VALUE "N".
       77 NORMAL-NAME           PIC X(30).
       01 ITEM-WORD-TABLE.
           05 ITEM-WORD OCCURS 6 PIC X(30).
       01 CUST-WORD-TABLE.
           05 CUST-WORD OCCURS 6 PIC X(30).

       77 RECEIVED-COUNT        PIC 9(6) VALUE 0.
       77 RECEIVED-IDR          PIC 9(16) VALUE 0.
       77 POSTED-COUNT          PIC 9(6) VALUE 0.
       77 POSTED-IDR            PIC 9(16) VALUE 0.
       77 POSTED-RAI            PIC 9(9)V99 VALUE 0.
       77 RETURNED-COUNT        PIC 9(6) VALUE 0.
       77 RETURNED-IDR          PIC 9(16) VALUE 0.

       77 RC-MAX                PIC 9 VALUE 8.
       77 RC-IX                 PIC 9.
       01 RC-TABLE.
           05 RC-ENTRY OCCURS 8.
               10 RC-CODE        PIC X(3).
               10 RC-TEXT        PIC X(30).
               10 RC-COUNT       PIC 9(6).
               10 RC-IDR         PIC 9(16).

       77 FORMATTED-AMOUNT      PIC Z(5)9.99.
       77 IDR-FORMATTED         PIC Z(15)9.
       77 RAI-FORMATTED         PIC Z(8)9.99.
       77 COUNT-FORMATTED       PIC Z(5)9.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM LOAD-BUSINESS-DATE
           PERFORM LOAD-EXCHANGE-RATE
           PERFORM INIT-RETURN-CODES
           PERFORM PROCESS-CLEARING
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

       INIT-RETURN-CODES.
           MOVE "R03" TO RC-CODE(1)
           MOVE "NO ACCOUNT / UNABLE TO LOCATE" TO RC-TEXT(1)
           MOVE "R04" TO RC-CODE(2)
           MOVE "INVALID ACCOUNT NUMBER" TO RC-TEXT(2)
           MOVE "R16" TO RC-CODE(3)
           MOVE "ACCOUNT FROZEN" TO RC-TEXT(3)
           MOVE "R20" TO RC-CODE(4)
           MOVE "NON-TRANSACTION ACCOUNT" TO RC-TEXT(4)
           MOVE "R17" TO RC-CODE(5)
           MOVE "NAME DOES NOT MATCH ACCOUNT" TO RC-TEXT(5)
           MOVE "R19" TO RC-CODE(6)
           MOVE "AMOUNT FIELD ERROR" TO RC-TEXT(6)
           MOVE "R24" TO RC-CODE(7)
           MOVE "DUPLICATE ITEM" TO RC-TEXT(7)
           MOVE "R23" TO RC-CODE(8)
           MOVE "CREDIT REFUSED BY RECEIVER" TO RC-TEXT(8)
           PERFORM VARYING RC-IX FROM 1 BY 1
             UNTIL RC-IX > RC-MAX
               MOVE 0 TO RC-COUNT(RC-IX)
               MOVE 0 TO RC-IDR(RC-IX)
           END-PERFORM.

       PROCESS-CLEARING.
           OPEN INPUT CLEARING-FILE
           IF CLEARING-STATUS NOT = "00"
               DISPLAY "CLRIN: clearing_in.txt NOT FOUND - "
                       "NO INBOUND CLEARING TODAY"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FILE-CONTROLS
           CLOSE CLEARING-FILE
           IF HEADER-SEEN = "N" OR TRAILER-SEEN = "N"
             OR BAD-RECORD-COUNT > 0
             OR TRAILER-COUNT NOT = RECEIVED-COUNT
             OR TRAILER-TOTAL NOT = RECEIVED-IDR
               PERFORM WRITE-CONTROL-REJECTED
               DISPLAY "CLRIN: CLEARING FILE OUT OF BALANCE - "
                       "NOTHING POSTED"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND IN-FILE
           IF IN-FILE-STATUS = "35"
               OPEN OUTPUT IN-FILE
           END-IF
           IF IN-FILE-STATUS NOT = "00"
               DISPLAY "CLRIN: COULD NOT OPEN input.txt"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACC-FILE
           IF ACC-FILE-STATUS NOT = "00"
               CLOSE IN-FILE
               DISPLAY "CLRIN: accounts.txt NOT FOUND"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CUST-FILE-OPEN
           OPEN INPUT CUST-FILE
           IF CUST-FILE-STATUS = "00"
               MOVE "Y" TO CUST-FILE-OPEN
           END-IF
           MOVE "N" TO POSTREF-FILE-OPEN
           OPEN INPUT POSTREF-FILE
           IF POSTREF-STATUS = "00"
               MOVE "Y" TO POSTREF-FILE-OPEN
           END-IF
           OPEN INPUT CLEARING-FILE
           OPEN OUTPUT RETURN-FILE

           MOVE 0 TO REF-COUNT
           PERFORM UNTIL 1 = 2
               READ CLEARING-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CLEARING-RECORD(1:1) = "D"
                           PERFORM PROCESS-ITEM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLEARING-FILE
           CLOSE RETURN-FILE
           CLOSE ACC-FILE
           IF CUST-FILE-OPEN = "Y"
               CLOSE CUST-FILE
           END-IF
           IF POSTREF-FILE-OPEN = "Y"
               CLOSE POSTREF-FILE
           END-IF
           CLOSE IN-FILE

           PERFORM WRITE-CONTROL-REPORT

           MOVE SPACES TO SYSTEM-COMMAND
           STRING "mv -f clearing_in.txt clearing_in_"
                  DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO SYSTEM-COMMAND
           CALL "SYSTEM" USING SYSTEM-COMMAND

           DISPLAY "CLRIN: " RECEIVED-COUNT " RECEIVED, "
               POSTED-COUNT " TO INPUT, " RETURNED-COUNT " RETURNED".

       CHECK-FILE-CONTROLS.
           MOVE "N" TO HEADER-SEEN
           MOVE "N" TO TRAILER-SEEN
           MOVE 0 TO BAD-RECORD-COUNT
           MOVE 0 TO RECEIVED-COUNT
           MOVE 0 TO RECEIVED-IDR
           PERFORM UNTIL 1 = 2
               READ CLEARING-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       EVALUATE CLEARING-RECORD(1:1)
                           WHEN "H"
                               MOVE "Y" TO HEADER-SEEN
                               MOVE CLEARING-RECORD(2:8) TO FILE-DATE
                               MOVE CLEARING-RECORD(10:6) TO BATCH-ID
                           WHEN "D"
                               ADD 1 TO RECEIVED-COUNT
                               IF CLEARING-RECORD(67:15) NUMERIC
                                   ADD FUNCTION NUMVAL
                                       (CLEARING-RECORD(67:15))
                                     TO RECEIVED-IDR
                               END-IF
                           WHEN "T"
                               MOVE "Y" TO TRAILER-SEEN
                               IF CLEARING-RECORD(2:6) NUMERIC
                                 AND CLEARING-RECORD(8:16) NUMERIC
                                   MOVE CLEARING-RECORD(2:6)
                                     TO TRAILER-COUNT
                                   MOVE CLEARING-RECORD(8:16)
                                     TO TRAILER-TOTAL
                               ELSE
                                   ADD 1 TO BAD-RECORD-COUNT
                               END-IF
                           WHEN OTHER
                               ADD 1 TO BAD-RECORD-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.

       PROCESS-ITEM.
           MOVE CLEARING-RECORD(2:10) TO ITEM-REF
           MOVE CLEARING-RECORD(12:3) TO ITEM-BANK
           MOVE CLEARING-RECORD(15:16) TO ITEM-SENDER
           MOVE CLEARING-RECORD(31:6) TO ITEM-ACCOUNT
           MOVE CLEARING-RECORD(37:30) TO ITEM-NAME
           MOVE 0 TO ITEM-IDR
           MOVE 0 TO ITEM-RAI
           IF CLEARING-RECORD(67:15) NUMERIC
               MOVE CLEARING-RECORD(67:15) TO ITEM-IDR
           END-IF

           PERFORM VALIDATE-ITEM
           IF RETURN-CODE-TEXT NOT = SPACES
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO IN-RECORD
           MOVE ITEM-ACCOUNT TO IN-RECORD(1:6)
           MOVE "DEP" TO IN-RECORD(7:3)
           MOVE ITEM-RAI TO FORMATTED-AMOUNT
           MOVE FORMATTED-AMOUNT TO IN-RECORD(10:9)
           MOVE "CLR" TO IN-RECORD(27:4)
           MOVE ITEM-BANK TO IN-RECORD(31:3)
           MOVE ITEM-REF TO IN-RECORD(34:10)
           WRITE IN-RECORD
           IF IN-FILE-STATUS NOT = "00"
               MOVE "R19" TO RETURN-CODE-TEXT
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO POSTED-COUNT
           ADD ITEM-IDR TO POSTED-IDR
           ADD ITEM-RAI TO POSTED-RAI.

       VALIDATE-ITEM.
           MOVE SPACES TO RETURN-CODE-TEXT
           MOVE ITEM-BANK TO ITEM-KEY(1:3)
           MOVE ITEM-REF TO ITEM-KEY(4:10)

           PERFORM VARYING REF-IX FROM 1 BY 1
             UNTIL REF-IX > REF-COUNT
               IF SEEN-REF(REF-IX) = ITEM-KEY
                   MOVE "R24" TO RETURN-CODE-TEXT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF REF-COUNT < REF-MAX
               ADD 1 TO REF-COUNT
               MOVE ITEM-KEY TO SEEN-REF(REF-COUNT)
           END-IF

           IF POSTREF-FILE-OPEN = "Y"
               MOVE SPACES TO POSTREF-KEY
               MOVE "CLR" TO POSTREF-KEY(1:4)
               MOVE ITEM-KEY TO POSTREF-KEY(5:13)
               READ POSTREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "R24" TO RETURN-CODE-TEXT
                       EXIT PARAGRAPH
               END-READ
           END-IF

           IF ITEM-ACCOUNT NOT NUMERIC OR ITEM-ACCOUNT = "000000"
               MOVE "R04" TO RETURN-CODE-TEXT
               EXIT PARAGRAPH
           END-IF

           IF ITEM-IDR = 0
               MOVE "R19" TO RETURN-CODE-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE ITEM-RAI = ITEM-IDR / RAI-TO-IDR-RATE
               ON SIZE ERROR
                   MOVE "R19" TO RETURN-CODE-TEXT
                   EXIT PARAGRAPH
           END-COMPUTE
           IF ITEM-RAI = 0
               MOVE "R19" TO RETURN-CODE-TEXT
               EXIT PARAGRAPH
           END-IF

           MOVE ITEM-ACCOUNT TO ACC-KEY
           READ ACC-FILE
               INVALID KEY
                   MOVE "R03" TO RETURN-CODE-TEXT
           END-READ
           IF RETURN-CODE-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF ACC-RECORD(7:3) = "FRZ"
               MOVE "R16" TO RETURN-CODE-TEXT
               EXIT PARAGRAPH
           END-IF
           IF ACC-RECORD(7:3) = "DOR"
               MOVE "R20" TO RETURN-CODE-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ACC-RECORD(10:10)) TO ITEM-BALANCE
           ADD ITEM-RAI TO ITEM-BALANCE
           IF ITEM-BALANCE > MAX-BALANCE
               MOVE "R23" TO RETURN-CODE-TEXT
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-NAME-MATCH
           IF NAME-MATCH = "N"
               MOVE "R17" TO RETURN-CODE-TEXT
           END-IF.

       CHECK-NAME-MATCH.
           MOVE "N" TO NAME-MATCH
           IF CUST-FILE-OPEN = "N"
             OR ACC-RECORD(20:6) NOT NUMERIC
             OR ACC-RECORD(20:6) = "000000"
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-RECORD(20:6) TO CUST-KEY
           READ CUST-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE FUNCTION UPPER-CASE(ITEM-NAME) TO NORMAL-NAME
           INSPECT NORMAL-NAME REPLACING ALL "." BY SPACE
                                         ALL "," BY SPACE
                                         ALL "-" BY SPACE
                                         ALL "'" BY SPACE
           MOVE SPACES TO ITEM-WORD-TABLE
           UNSTRING NORMAL-NAME DELIMITED BY ALL SPACE
               INTO ITEM-WORD(1) ITEM-WORD(2) ITEM-WORD(3)
                    ITEM-WORD(4) ITEM-WORD(5) ITEM-WORD(6)
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(CUST-RECORD(7:30)) TO NORMAL-NAME
           INSPECT NORMAL-NAME REPLACING ALL "." BY SPACE
                                         ALL "," BY SPACE
                                         ALL "-" BY SPACE
                                         ALL "'" BY SPACE
           MOVE SPACES TO CUST-WORD-TABLE
           UNSTRING NORMAL-NAME DELIMITED BY ALL SPACE
               INTO CUST-WORD(1) CUST-WORD(2) CUST-WORD(3)
                    CUST-WORD(4) CUST-WORD(5) CUST-WORD(6)
           END-UNSTRING

           MOVE 0 TO NAME-WORDS
           MOVE 0 TO NAME-HITS
           PERFORM VARYING NAME-IX FROM 1 BY 1
             UNTIL NAME-IX > 6
               IF ITEM-WORD(NAME-IX)(2:1) NOT = SPACE
                   ADD 1 TO NAME-WORDS
                   PERFORM VARYING CUST-IX FROM 1 BY 1
                     UNTIL CUST-IX > 6
                       IF CUST-WORD(CUST-IX) = ITEM-WORD(NAME-IX)
                           ADD 1 TO NAME-HITS
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           IF NAME-HITS > 0 AND NAME-HITS * 2 >= NAME-WORDS
               MOVE "Y" TO NAME-MATCH
           END-IF.

       WRITE-RETURN-ITEM.
           MOVE SPACES TO RETURN-RECORD
           MOVE RETURN-CODE-TEXT TO RETURN-RECORD(1:3)
           MOVE CLEARING-RECORD TO RETURN-RECORD(5:81)
           WRITE RETURN-RECORD
           ADD 1 TO RETURNED-COUNT
           ADD ITEM-IDR TO RETURNED-IDR
           PERFORM VARYING RC-IX FROM 1 BY 1
             UNTIL RC-IX > RC-MAX
               IF RC-CODE(RC-IX) = RETURN-CODE-TEXT
                   ADD 1 TO RC-COUNT(RC-IX)
                   ADD ITEM-IDR TO RC-IDR(RC-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-FILE
           PERFORM WRITE-CONTROL-HEADING

           MOVE RECEIVED-COUNT TO COUNT-FORMATTED
           MOVE RECEIVED-IDR TO IDR-FORMATTED
           MOVE SPACES TO CONTROL-RECORD
           STRING "ITEMS RECEIVED  " DELIMITED BY SIZE
                  COUNT-FORMATTED DELIMITED BY SIZE
                  "  IDR " DELIMITED BY SIZE
                  IDR-FORMATTED DELIMITED BY SIZE
                  INTO CONTROL-RECORD
           WRITE CONTROL-RECORD

           MOVE POSTED-COUNT TO COUNT-FORMATTED
           MOVE POSTED-IDR TO IDR-FORMATTED
           MOVE POSTED-RAI TO RAI-FORMATTED
           MOVE SPACES TO CONTROL-RECORD
           STRING "ITEMS POSTED    " DELIMITED BY SIZE
                  COUNT-FORMATTED DELIMITED BY SIZE
                  "  IDR " DELIMITED BY SIZE
                  IDR-FORMATTED DELIMITED BY SIZE
                  "  RAI " DELIMITED BY SIZE
                  RAI-FORMATTED DELIMITED BY SIZE
                  INTO CONTROL-RECORD
           WRITE CONTROL-RECORD

           MOVE RETURNED-COUNT TO COUNT-FORMATTED
           MOVE RETURNED-IDR TO IDR-FORMATTED
           MOVE SPACES TO CONTROL-RECORD
           STRING "ITEMS RETURNED  " DELIMITED BY SIZE
                  COUNT-FORMATTED DELIMITED BY SIZE
                  "  IDR " DELIMITED BY SIZE
                  IDR-FORMATTED DELIMITED BY SIZE
                  INTO CONTROL-RECORD
           WRITE CONTROL-RECORD

           PERFORM VARYING RC-IX FROM 1 BY 1
             UNTIL RC-IX > RC-MAX
               IF RC-COUNT(RC-IX) > 0
                   MOVE RC-COUNT(RC-IX) TO COUNT-FORMATTED
                   MOVE RC-IDR(RC-IX) TO IDR-FORMATTED
                   MOVE SPACES TO CONTROL-RECORD
                   STRING "  " DELIMITED BY SIZE
                          RC-CODE(RC-IX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RC-TEXT(RC-IX) DELIMITED BY SIZE
                          COUNT-FORMATTED DELIMITED BY SIZE
                          "  IDR " DELIMITED BY SIZE
                          IDR-FORMATTED DELIMITED BY SIZE
                          INTO CONTROL-RECORD
                   WRITE CONTROL-RECORD
               END-IF
           END-PERFORM

           MOVE SPACES TO CONTROL-RECORD
           IF POSTED-COUNT + RETURNED-COUNT = RECEIVED-COUNT
             AND POSTED-IDR + RETURNED-IDR = RECEIVED-IDR
               MOVE "RECEIVED = POSTED + RETURNED: IN BALANCE"
                 TO CONTROL-RECORD
           ELSE
               MOVE "RECEIVED = POSTED + RETURNED: OUT OF BALANCE"
                 TO CONTROL-RECORD
               MOVE 1 TO RETURN-CODE
           END-IF
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       WRITE-CONTROL-HEADING.
           MOVE SPACES TO CONTROL-RECORD
           STRING "INBOUND CLEARING CONTROL REPORT FOR "
                  DELIMITED BY SIZE
                  BUSINESS-DATE DELIMITED BY SIZE
                  INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           STRING "FILE DATE " DELIMITED BY SIZE
                  FILE-DATE DELIMITED BY SIZE
                  "  BATCH " DELIMITED BY SIZE
                  BATCH-ID DELIMITED BY SIZE
                  "  RATE " DELIMITED BY SIZE
                  RAI-TO-IDR-RATE DELIMITED BY SIZE
                  INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE TRAILER-COUNT TO COUNT-FORMATTED
           MOVE TRAILER-TOTAL TO IDR-FORMATTED
           MOVE SPACES TO CONTROL-RECORD
           STRING "TRAILER ITEMS   " DELIMITED BY SIZE
                  COUNT-FORMATTED DELIMITED BY SIZE
                  "  IDR " DELIMITED BY SIZE
                  IDR-FORMATTED DELIMITED BY SIZE
                  INTO CONTROL-RECORD
           WRITE CONTROL-RECORD.

       WRITE-CONTROL-REJECTED.
           OPEN OUTPUT CONTROL-FILE
           PERFORM WRITE-CONTROL-HEADING
           MOVE RECEIVED-COUNT TO COUNT-FORMATTED
           MOVE RECEIVED-IDR TO IDR-FORMATTED
           MOVE SPACES TO CONTROL-RECORD
           STRING "ITEMS RECEIVED  " DELIMITED BY SIZE
                  COUNT-FORMATTED DELIMITED BY SIZE
                  "  IDR " DELIMITED BY SIZE
                  IDR-FORMATTED DELIMITED BY SIZE
                  INTO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           EVALUATE TRUE
               WHEN HEADER-SEEN = "N"
                   MOVE "FILE REJECTED: HEADER RECORD MISSING"
                     TO CONTROL-RECORD
               WHEN TRAILER-SEEN = "N"
                   MOVE "FILE REJECTED: TRAILER RECORD MISSING"
                     TO CONTROL-RECORD
               WHEN BAD-RECORD-COUNT > 0
                   MOVE "FILE REJECTED: UNKNOWN RECORD TYPE"
                     TO CONTROL-RECORD
               WHEN OTHER
                   MOVE "FILE REJECTED: TRAILER OUT OF BALANCE"
                     TO CONTROL-RECORD
           END-EVALUATE
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.
