       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN TO "rejqueue.txt.old"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-KEY
               FILE STATUS IS OLD-FILE-STATUS.
           SELECT QUEUE-FILE ASSIGN TO "rejqueue.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REJ-KEY
               FILE STATUS IS QUEUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-FILE.
       01 OLD-RECORD.
           05 OLD-KEY            PIC X(6).
           05 FILLER             PIC X(74).

       FD QUEUE-FILE.
       01 REJ-RECORD.
           05 REJ-KEY            PIC X(6).
           05 FILLER             PIC X(94).

       WORKING-STORAGE SECTION.
       77 OLD-FILE-STATUS        PIC XX VALUE SPACES.
       77 QUEUE-FILE-STATUS      PIC XX VALUE SPACES.
       77 CONVERTED-COUNT        PIC 9(6) VALUE 0.
       77 SKIPPED-COUNT          PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

       MAIN.
           PERFORM CONVERT-QUEUE
           STOP RUN.

       CONVERT-QUEUE.
           OPEN INPUT OLD-FILE
           IF OLD-FILE-STATUS NOT = "00"
               DISPLAY "REJCONV: rejqueue.txt.old NOT FOUND - "
                       "RENAME THE 80-BYTE rejqueue.txt TO "
                       "rejqueue.txt.old BEFORE RUNNING THIS"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT QUEUE-FILE
           IF QUEUE-FILE-STATUS NOT = "00"
               CLOSE OLD-FILE
               DISPLAY "REJCONV: COULD NOT CREATE rejqueue.txt"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL 1 = 2
               READ OLD-FILE NEXT RECORD
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO REJ-RECORD
                       MOVE OLD-RECORD(1:80) TO REJ-RECORD(1:80)
                       WRITE REJ-RECORD
                           INVALID KEY
                               ADD 1 TO SKIPPED-COUNT
                           NOT INVALID KEY
                               ADD 1 TO CONVERTED-COUNT
                       END-WRITE
           END-PERFORM

           CLOSE OLD-FILE
           CLOSE QUEUE-FILE

           DISPLAY "REJCONV: " CONVERTED-COUNT " CONVERTED, "
               SKIPPED-COUNT " DUPLICATE(S) SKIPPED".
