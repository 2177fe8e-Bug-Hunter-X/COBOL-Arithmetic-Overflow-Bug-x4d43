      *    THREE TIMES AND IS LOADED AS A HARD EXCEPTION (STATUS X)
      *    INSTEAD OF AN OPEN ENTRY, SO IT CANNOT CIRCLE FOREVER.
      *    RETURN CODE 4 SIGNALS AT LEAST ONE HARD EXCEPTION LOADED.
      *    THE CURRENCY OF THE BATCH A RECORD REJECTED FROM IS CARRIED
      *    ONTO THE MASTER SO THE CORRECTION IS RESUBMITTED IN IT.
      *    THE RUN IS LOGGED ON THE RUN-CONTROL FILE RUNCTL THROUGH
      *    RUNLOG, AND DOES NOT START UNTIL THE EDIT PASS EDITTRN HAS
      *    ENDED CLEANLY FOR THE SAME BUSINESS DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE
           RECORD CONTAINS 28 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           05  RJ-REASON-CODE         PIC X(4).
           05  FILLER                 PIC X.
           05  RJ-RECORD-IMAGE        PIC X(20).
           05  RJ-CURRENCY-CODE       PIC X(3).

       FD  REJECT-MASTER-FILE
           RECORD CONTAINS 60 CHARACTERS
           05  RM-RESUBMIT-COUNT      PIC 9(1).
           05  RM-CORRECT-DATE        PIC 9(8).
           05  RM-RECORD-IMAGE        PIC X(20).
           05  RM-CURRENCY-CODE       PIC X(3).
           05  FILLER                 PIC X(6).

       FD  MASTER-OLD-FILE
           RECORD CONTAINS 60 CHARACTERS
       01  WS-EXCEPTION-COUNT     PIC 9(7) VALUE ZEROES.
       01  WS-DROPPED-COUNT       PIC 9(7) VALUE ZEROES.

       01  WS-RUN-LOG.
           05  WS-RL-FUNCTION         PIC X    VALUE 'S'.
               88  WS-RL-START-STEP          VALUE 'S'.
               88  WS-RL-END-STEP            VALUE 'E'.
           05  WS-RL-STEP-NAME        PIC X(8) VALUE 'REJLOAD'.
           05  WS-RL-BUSINESS-DATE    PIC 9(8) VALUE ZEROES.
           05  WS-RL-RECORDS-READ     PIC 9(9) VALUE ZEROES.
           05  WS-RL-RECORDS-WRITTEN  PIC 9(9) VALUE ZEROES.
           05  WS-RL-RETURN-CODE      PIC 9(3) VALUE ZEROES.
           05  WS-RL-NOTE             PIC X(26) VALUE SPACES.
           05  WS-RL-CLEAR-FLAG       PIC X    VALUE 'N'.
               88  WS-RL-CLEAR-TO-RUN        VALUE 'Y'.

       01  WS-EOF-FLAG            PIC X    VALUE 'N'.
           88  END-OF-FILE                  VALUE 'Y'.
       01  WS-COPY-EOF-FLAG       PIC X    VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM LOG-STEP-START
           PERFORM READ-RUN-PARAMETERS
      *    TRANSREJ IS OPENED AND VERIFIED BEFORE THE SAME-DATE DROP
      *    TOUCHES THE MASTER - A RERUN WITH THE REJECT FILE ALREADY
           IF WS-REJ-FILE-MISSING
               DISPLAY 'NO REJECT FILE TRANSREJ PRESENT - NOTHING '
                       'TO LOAD'
               PERFORM LOG-STEP-END
               STOP RUN
           END-IF
           IF NOT WS-REJ-FILE-OK
           IF WS-EXCEPTION-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM LOG-STEP-END
           STOP RUN.

      *    THE STEP STOPS HERE, BEFORE ANY FILE IS OPENED, WHEN
      *    RUNLOG FINDS AN UPSTREAM STEP NOT ENDED CLEANLY.
       LOG-STEP-START.
           SET WS-RL-START-STEP TO TRUE
           CALL 'RUNLOG' USING WS-RUN-LOG
           IF NOT WS-RL-CLEAR-TO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOG-STEP-END.
           SET WS-RL-END-STEP TO TRUE
           MOVE WS-LOADED-COUNT TO WS-RL-RECORDS-READ
           MOVE WS-LOADED-COUNT TO WS-RL-RECORDS-WRITTEN
           MOVE RETURN-CODE     TO WS-RL-RETURN-CODE
           MOVE SPACES          TO WS-RL-NOTE
           IF RETURN-CODE = 4
               MOVE 'HARD EXCEPTIONS LOADED' TO WS-RL-NOTE
           END-IF
           CALL 'RUNLOG' USING WS-RUN-LOG
           MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       READ-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-FILE
           IF NOT WS-PARM-FILE-OK
           END-IF
           MOVE ZEROES          TO RM-CORRECT-DATE
           MOVE RJ-RECORD-IMAGE TO RM-RECORD-IMAGE
           MOVE RJ-CURRENCY-CODE TO RM-CURRENCY-CODE
           IF RM-RESUBMIT-COUNT >= 2
               SET RM-HARD-EXCEPTION TO TRUE
               ADD 1 TO WS-EXCEPTION-COUNT
