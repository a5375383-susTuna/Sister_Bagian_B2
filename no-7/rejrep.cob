       FILE SECTION.

       FD REJECT-FILE.
       01 REJECT-RECORD         PIC X(49).

       FD QUEUE-FILE.
       01 REJ-RECORD.
           05 REJ-KEY            PIC X(6).
           05 FILLER             PIC X(94).

       FD IN-FILE.
       01 IN-RECORD             PIC X(46).

       FD RELEASED-FILE.
       01 RELEASED-RECORD       PIC X(46).

       FD AGING-FILE.
       01 AGING-RECORD          PIC X(100).
                       MOVE REJECT-RECORD(1:2) TO REJ-RECORD(8:2)
                       MOVE BUSINESS-DATE TO REJ-RECORD(10:8)
                       MOVE REJECT-RECORD(4:26) TO REJ-RECORD(18:26)
                       MOVE REJECT-RECORD(30:20) TO REJ-RECORD(81:20)
                       WRITE REJ-RECORD
                           INVALID KEY
                               CONTINUE
                   MOVE "BAD CUSTOMER NUMBER" TO REASON-TEXT
               WHEN "07"
                   MOVE "BAD PRODUCT CODE" TO REASON-TEXT
               WHEN "08"
                   MOVE "BAD HOLD REASON" TO REASON-TEXT
               WHEN "09"
                   MOVE "BAD HOLD TERM OR NUMBER" TO REASON-TEXT
               WHEN "10"
                   MOVE "MISSING SOURCE OR REF" TO REASON-TEXT
               WHEN "11"
                   MOVE "DUPLICATE REFERENCE" TO REASON-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN REASON" TO REASON-TEXT
           END-EVALUATE.
           PERFORM DECODE-REASON
           DISPLAY "REASON: " REJ-REASON " " REASON-TEXT
           DISPLAY "RECORD: " REJ-RECORD(18:26)
           DISPLAY "SOURCE: " REJ-RECORD(81:4)
               " REF: " REJ-RECORD(85:16)

           DISPLAY "ACTION (FIX/REL/CAN)? " WITH NO ADVANCING
           ACCEPT REPAIR-INPUT
                           PERFORM DECODE-REASON
                           DISPLAY REJ-KEY " " REJ-REASON " "
                               REASON-TEXT " " REJ-RECORD(18:26)
                               " " REJ-RECORD(81:20)
                       END-IF
               END-READ
           END-PERFORM.

       FIX-REJECT-FIELD.
           MOVE "N" TO FIX-APPLIED
           DISPLAY "FIELD (ACCT/ACT/AMT/TGT/PRD/SRC/REF)? "
               WITH NO ADVANCING
           ACCEPT REPAIR-INPUT
           MOVE FUNCTION UPPER-CASE(REPAIR-INPUT(1:4))
                       MOVE REPAIR-INPUT(1:2) TO REJ-RECORD(42:2)
                       MOVE "Y" TO FIX-APPLIED
                   END-IF
               WHEN "SRC"
                   IF REPAIR-INPUT(1:4) NOT = SPACES
                     AND REPAIR-INPUT(5:26) = SPACES
                       MOVE FUNCTION UPPER-CASE(REPAIR-INPUT(1:4))
                           TO REJ-RECORD(81:4)
                       MOVE "Y" TO FIX-APPLIED
                   END-IF
               WHEN "REF"
                   IF REPAIR-INPUT(1:16) NOT = SPACES
                     AND REPAIR-INPUT(17:14) = SPACES
                       MOVE REPAIR-INPUT(1:16) TO REJ-RECORD(85:16)
                       MOVE "Y" TO FIX-APPLIED
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN FIELD"
                   EXIT PARAGRAPH
                   DISPLAY "FIX FAILED: REWRITE ERROR"
               NOT INVALID KEY
                   DISPLAY "FIELD UPDATED: " REJ-RECORD(18:26)
                       " " REJ-RECORD(81:20)
           END-REWRITE.

       RELEASE-REJECT.
           IF RELEASED-FILE-STATUS = "35"
               OPEN OUTPUT RELEASED-FILE
           END-IF
           MOVE SPACES TO RELEASED-RECORD
           MOVE REJ-RECORD(18:26) TO RELEASED-RECORD(1:26)
           MOVE REJ-RECORD(81:20) TO RELEASED-RECORD(27:20)
           WRITE RELEASED-RECORD
           CLOSE RELEASED-FILE

