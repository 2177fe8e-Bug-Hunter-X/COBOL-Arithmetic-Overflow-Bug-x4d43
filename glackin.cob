      *    FILE ARE LISTED AT THE BOTTOM SO A MISROUTED ACK IS NOT
      *    LOST. RETURN CODE 4 SIGNALS AT LEAST ONE REJECTED OR
      *    OVERDUE BATCH NEEDING SAME-DAY ATTENTION.
      *    THE RUN IS LOGGED ON THE RUN-CONTROL FILE RUNCTL THROUGH
      *    RUNLOG, AND DOES NOT START UNTIL THE SETTLEMENT RUN BUG HAS
      *    ENDED CLEANLY FOR THE SAME BUSINESS DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-AGED-OUT-COUNT      PIC 9(4)  VALUE ZEROES.
       01  WS-SENT-DAY-OF-WEEK    PIC 9(1)  VALUE ZEROES.

       01  WS-RUN-LOG.
           05  WS-RL-FUNCTION         PIC X    VALUE 'S'.
               88  WS-RL-START-STEP          VALUE 'S'.
               88  WS-RL-END-STEP            VALUE 'E'.
           05  WS-RL-STEP-NAME        PIC X(8) VALUE 'GLACKIN'.
           05  WS-RL-BUSINESS-DATE    PIC 9(8) VALUE ZEROES.
           05  WS-RL-RECORDS-READ     PIC 9(9) VALUE ZEROES.
           05  WS-RL-RECORDS-WRITTEN  PIC 9(9) VALUE ZEROES.
           05  WS-RL-RETURN-CODE      PIC 9(3) VALUE ZEROES.
           05  WS-RL-NOTE             PIC X(26) VALUE SPACES.
           05  WS-RL-CLEAR-FLAG       PIC X    VALUE 'N'.
               88  WS-RL-CLEAR-TO-RUN        VALUE 'Y'.

       01  WS-CAL-FILE-STATUS     PIC XX    VALUE '00'.
           88  WS-CAL-FILE-OK               VALUE '00'.
           88  WS-CAL-FILE-MISSING          VALUE '35'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM LOG-STEP-START
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   OR WS-OVERDUE-COUNT > ZEROES
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
           MOVE WS-SENT-COUNT   TO WS-RL-RECORDS-READ
           MOVE WS-POSTED-COUNT TO WS-RL-RECORDS-WRITTEN
           MOVE RETURN-CODE     TO WS-RL-RETURN-CODE
           MOVE SPACES          TO WS-RL-NOTE
           IF RETURN-CODE = 4
               MOVE 'GL REJECTS OR OVERDUE' TO WS-RL-NOTE
           END-IF
           CALL 'RUNLOG' USING WS-RUN-LOG
           MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       LOAD-ACKNOWLEDGMENTS.
           OPEN INPUT GL-ACK-FILE
           IF WS-ACK-FILE-MISSING
