       FILE SECTION.

       FD IN-FILE.
       01 IN-RECORD             PIC X(46).

       FD ACCEPTED-FILE.
       01 ACCEPTED-RECORD       PIC X(46).

       FD REJECT-FILE.
       01 REJECT-RECORD         PIC X(49).

       WORKING-STORAGE SECTION.
       77 IN-FILE-STATUS        PIC XX VALUE SPACES.
       77 EDIT-NUMVAL-CHECK     PIC 9(4) VALUE 0.
       77 EDIT-AMOUNT           PIC 9(15)V99.

       77 REF-MAX               PIC 9(5) VALUE 20000.
       77 REF-COUNT             PIC 9(5) VALUE 0.
       77 REF-IX                PIC 9(5).
       77 REF-FULL-SHOWN        PIC X VALUE "N".
       01 REF-TABLE.
           05 REF-ENTRY OCCURS 20000.
               10 SEEN-REF       PIC X(20).

       77 ACCEPTED-COUNT        PIC 9(6) VALUE 0.
       77 REJECTED-COUNT        PIC 9(6) VALUE 0.

                       ELSE
                           MOVE SPACES TO REJECT-RECORD
                           MOVE EDIT-REASON TO REJECT-RECORD(1:2)
                           MOVE IN-RECORD TO REJECT-RECORD(4:46)
                           WRITE REJECT-RECORD
                           ADD 1 TO REJECTED-COUNT
                       END-IF
           MOVE SPACES TO EDIT-REASON
           MOVE IN-RECORD(7:3) TO EDIT-ACTION

           IF IN-RECORD(27:4) = SPACES OR IN-RECORD(31:16) = SPACES
               MOVE "10" TO EDIT-REASON
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING REF-IX FROM 1 BY 1
             UNTIL REF-IX > REF-COUNT
               IF SEEN-REF(REF-IX) = IN-RECORD(27:20)
                   MOVE "11" TO EDIT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF REF-COUNT < REF-MAX
               ADD 1 TO REF-COUNT
               MOVE IN-RECORD(27:20) TO SEEN-REF(REF-COUNT)
           ELSE
               IF REF-FULL-SHOWN = "N"
                   DISPLAY "INEDIT: REFERENCE TABLE FULL - LATER "
                       "REPEATS LEFT TO BANKING"
                   MOVE "Y" TO REF-FULL-SHOWN
               END-IF
           END-IF

           IF IN-RECORD(1:6) NOT NUMERIC
             OR IN-RECORD(1:6) = "000000"
               MOVE "01" TO EDIT-REASON
             AND EDIT-ACTION NOT = "CLO" AND EDIT-ACTION NOT = "TRF"
             AND EDIT-ACTION NOT = "FRZ" AND EDIT-ACTION NOT = "UNF"
             AND EDIT-ACTION NOT = "ODL"
             AND EDIT-ACTION NOT = "HLD" AND EDIT-ACTION NOT = "HLR"
               MOVE "02" TO EDIT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EDIT-AMOUNT
           IF IN-RECORD(10:9) = SPACES
               IF EDIT-ACTION = "DEP" OR EDIT-ACTION = "WDR"
                 OR EDIT-ACTION = "TRF" OR EDIT-ACTION = "HLD"
                   MOVE "04" TO EDIT-REASON
                   EXIT PARAGRAPH
               END-IF

           IF EDIT-AMOUNT = 0
               IF EDIT-ACTION = "DEP" OR EDIT-ACTION = "WDR"
                 OR EDIT-ACTION = "TRF" OR EDIT-ACTION = "HLD"
                   MOVE "04" TO EDIT-REASON
                   EXIT PARAGRAPH
               END-IF
                   MOVE "07" TO EDIT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF EDIT-ACTION = "HLD"
               IF IN-RECORD(25:2) NOT = "CO"
                 AND IN-RECORD(25:2) NOT = "CQ"
                 AND IN-RECORD(25:2) NOT = "LC"
                 AND IN-RECORD(25:2) NOT = "OT"
                   MOVE "08" TO EDIT-REASON
                   EXIT PARAGRAPH
               END-IF
               IF IN-RECORD(19:6) NOT = SPACES
                 AND IN-RECORD(19:6) NOT NUMERIC
                   MOVE "09" TO EDIT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF EDIT-ACTION = "HLR"
               IF IN-RECORD(19:6) NOT NUMERIC
                 OR IN-RECORD(19:6) = "000000"
                 OR IN-RECORD(19:3) NOT = "000"
                   MOVE "09" TO EDIT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
