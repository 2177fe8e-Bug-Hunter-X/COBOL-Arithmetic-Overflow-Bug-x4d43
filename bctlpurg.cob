      *    REMAIN INTACT FOR EVERYTHING STILL IN FLIGHT. THE CONTROL
      *    FILE IS REWRITTEN IN PLACE WITH THE SAME RENAME-AND-COPY
      *    PATTERN THE SETTLEMENT RUN USES ON ITS HISTORY FILE.
      *    THE RUN IS LOGGED ON THE RUN-CONTROL FILE RUNCTL THROUGH
      *    RUNLOG, AND DOES NOT START UNTIL THE ACKNOWLEDGMENT INTAKE
      *    GLACKIN HAS ENDED CLEANLY FOR THE SAME BUSINESS DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       01  WS-RUN-DATE            PIC 9(8).

       01  WS-RUN-LOG.
           05  WS-RL-FUNCTION         PIC X    VALUE 'S'.
               88  WS-RL-START-STEP          VALUE 'S'.
               88  WS-RL-END-STEP            VALUE 'E'.
           05  WS-RL-STEP-NAME        PIC X(8) VALUE 'BCTLPURG'.
           05  WS-RL-BUSINESS-DATE    PIC 9(8) VALUE ZEROES.
           05  WS-RL-RECORDS-READ     PIC 9(9) VALUE ZEROES.
           05  WS-RL-RECORDS-WRITTEN  PIC 9(9) VALUE ZEROES.
           05  WS-RL-RETURN-CODE      PIC 9(3) VALUE ZEROES.
           05  WS-RL-NOTE             PIC X(26) VALUE SPACES.
           05  WS-RL-CLEAR-FLAG       PIC X    VALUE 'N'.
               88  WS-RL-CLEAR-TO-RUN        VALUE 'Y'.

       01  WS-BCTL-FILENAME       PIC X(20) VALUE "BATCTL".
       01  WS-BCTL-OLD-FILENAME   PIC X(20) VALUE "BATCTL.OLD".
       01  WS-RENAME-STATUS       PIC S9(9) COMP-5 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM LOG-STEP-START
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-ACKNOWLEDGMENTS
           IF WS-ACK-USED = ZEROES
               DISPLAY 'NO POSTED ACKNOWLEDGMENTS ON GLACK - '
                       'NOTHING CAN BE PURGED'
               PERFORM LOG-STEP-END
               STOP RUN
           END-IF
           PERFORM OPEN-ARCHIVE-FILE
                   ' PURGED TO ARCHIVE ' WS-PURGED-COUNT
                   ' KEPT REJECTED ' WS-REJECTED-KEPT
                   ' KEPT OUTSTANDING ' WS-OUTSTANDING-KEPT
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
           MOVE WS-READ-COUNT   TO WS-RL-RECORDS-READ
           MOVE WS-PURGED-COUNT TO WS-RL-RECORDS-WRITTEN
           MOVE RETURN-CODE     TO WS-RL-RETURN-CODE
           MOVE SPACES          TO WS-RL-NOTE
           CALL 'RUNLOG' USING WS-RUN-LOG
           MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       LOAD-ACKNOWLEDGMENTS.
           OPEN INPUT GL-ACK-FILE
           IF WS-ACK-FILE-MISSING
               DISPLAY 'NO GL ACKNOWLEDGMENT FILE GLACK PRESENT - '
                       'NOTHING CAN BE PURGED'
               PERFORM LOG-STEP-END
               STOP RUN
           END-IF
           IF NOT WS-ACK-FILE-OK
               DISPLAY 'NO BATCH CONTROL FILE BATCTL PRESENT - '
                       'NOTHING TO PURGE'
               CLOSE ARCHIVE-FILE
               PERFORM LOG-STEP-END
               STOP RUN
           END-IF
           OPEN INPUT CONTROL-OLD-FILE
