       77 FORCE-RUN             PIC X VALUE "N".
       77 DRIVER-RC             PIC S9(4) VALUE 0.

       77 STEP-MAX              PIC 9(2) VALUE 12.
       77 MONTH-END-RUN         PIC X VALUE "N".
       77 STEP-IX               PIC 9(2).
       77 LOG-IX                PIC 9(2).
       77 WANTED-STEP           PIC X(8) VALUE SPACES.
       77 STEP-FOUND            PIC X VALUE "N".
       77 SEQUENCE-OK           PIC X VALUE "Y".
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 12.
               10 STEP-NAME      PIC X(8).
               10 STEP-COMMAND   PIC X(40).
               10 STEP-STATE     PIC X(4).
               10 STEP-MONTH-END PIC X.

       77 STEP-START-TIME       PIC X(6).
       77 STEP-END-TIME         PIC X(6).
                   MOVE "Y" TO FORCE-RUN
                   PERFORM RUN-SEQUENCE
               WHEN "--month-end"
                   MOVE "Y" TO MONTH-END-RUN
                   PERFORM RUN-SEQUENCE
               WHEN SPACES
                   PERFORM RUN-SEQUENCE
       INIT-STEP-TABLE.
           MOVE "OPEN" TO STEP-NAME(1)
           MOVE "./eodproof --open" TO STEP-COMMAND(1)
           MOVE "HOLDEXP" TO STEP-NAME(2)
           MOVE "./banking --expire-holds" TO STEP-COMMAND(2)
           MOVE "STORDGEN" TO STEP-NAME(3)
           MOVE "./stordgen" TO STEP-COMMAND(3)
           MOVE "RELMERGE" TO STEP-NAME(4)
           MOVE "./rejrep --merge" TO STEP-COMMAND(4)
           MOVE "CLRIN" TO STEP-NAME(5)
           MOVE "./clrin" TO STEP-COMMAND(5)
           MOVE "INEDIT" TO STEP-NAME(6)
           MOVE "./inedit" TO STEP-COMMAND(6)
           MOVE "REJLOAD" TO STEP-NAME(7)
           MOVE "./rejrep --load" TO STEP-COMMAND(7)
           MOVE "BANKING" TO STEP-NAME(8)
           MOVE "./banking" TO STEP-COMMAND(8)
           MOVE "ACCRUAL" TO STEP-NAME(9)
           MOVE "./banking --accrue-interest" TO STEP-COMMAND(9)
           MOVE "CAPITAL" TO STEP-NAME(10)
           MOVE "./banking --capitalise-interest" TO STEP-COMMAND(10)
           MOVE "PROOF" TO STEP-NAME(11)
           MOVE "./eodproof" TO STEP-COMMAND(11)
           MOVE "ARCHIVE" TO STEP-NAME(12)
           MOVE "./ledgarch" TO STEP-COMMAND(12)
           PERFORM VARYING STEP-IX FROM 1 BY 1
             UNTIL STEP-IX > STEP-MAX
               MOVE SPACES TO STEP-STATE(STEP-IX)
               MOVE "N" TO STEP-MONTH-END(STEP-IX)
           END-PERFORM
           MOVE "Y" TO STEP-MONTH-END(10)
           MOVE "Y" TO STEP-MONTH-END(12).

       LOAD-RUN-LOG.
           OPEN INPUT RUNLOG-FILE

       RUN-SEQUENCE.
           PERFORM VARYING STEP-IX FROM 1 BY 1
             UNTIL STEP-IX > STEP-MAX
               EVALUATE TRUE
                   WHEN STEP-MONTH-END(STEP-IX) = "Y"
                     AND MONTH-END-RUN = "N"
                       CONTINUE
                   WHEN STEP-STATE(STEP-IX) = "OK" AND FORCE-RUN = "N"
                       DISPLAY "EODRUN: " STEP-NAME(STEP-IX)
                           " ALREADY COMPLETE FOR " BUSINESS-DATE
                           " - SKIPPED"
                   WHEN OTHER
                       PERFORM EXECUTE-STEP
                       IF STEP-STATE(STEP-IX) NOT = "OK"
                           DISPLAY "EODRUN: STOPPING AT "
                               STEP-NAME(STEP-IX) " - FIX AND RERUN"
                           MOVE 1 TO DRIVER-RC
                           EXIT PARAGRAPH
                       END-IF
               END-EVALUATE
           END-PERFORM
           DISPLAY "EODRUN: SEQUENCE COMPLETE FOR " BUSINESS-DATE.

           END-PERFORM
           IF STEP-FOUND = "N"
               DISPLAY "EODRUN: UNKNOWN STEP " WANTED-STEP
               DISPLAY "EODRUN: STEPS ARE OPEN HOLDEXP STORDGEN "
                       "RELMERGE CLRIN INEDIT REJLOAD BANKING "
                       "ACCRUAL "
                       "CAPITAL PROOF ARCHIVE"
               MOVE 1 TO DRIVER-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LOG-IX FROM 1 BY 1
             UNTIL LOG-IX >= STEP-IX
               IF STEP-STATE(LOG-IX) NOT = "OK"
                 AND (STEP-MONTH-END(LOG-IX) = "N"
                   OR STEP-MONTH-END(STEP-IX) = "Y")
                   MOVE "N" TO SEQUENCE-OK
                   DISPLAY "EODRUN: " STEP-NAME(LOG-IX)
                       " HAS NOT COMPLETED FOR " BUSINESS-DATE
