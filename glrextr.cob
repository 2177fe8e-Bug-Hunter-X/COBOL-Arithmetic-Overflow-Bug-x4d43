      *    BATCTL IS LISTED AND REFUSED. RETURN CODE 4 SIGNALS AT
      *    LEAST ONE REFUSED REQUEST; DUPLICATE-RUN PROTECTION ON
      *    EVERYTHING ELSE IN BATCTL IS UNTOUCHED.
      *    A RESEND CARRIES THE BATCH'S ORIGINAL RUN DATE TO THE GL, SO
      *    A BATCH WHOSE RUN DATE FALLS IN A PERIOD CLOSED ON PERCTL IS
      *    REFUSED TOO, UNLESS THE PERIOD CARRIES AN AUTHORISED REOPEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGISTER-PRINT-FILE ASSIGN TO "RESNDREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-PRINT-LINE        PIC X(80).

       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-CONTROL-RECORD.
           05  PR-PERIOD              PIC 9(6).
           05  PR-STATUS              PIC X.
               88  PR-CLOSED                 VALUE 'C'.
               88  PR-REOPENED               VALUE 'R'.
           05  PR-CLOSE-DATE          PIC 9(8).
           05  PR-CLOSED-BY           PIC X(20).
           05  PR-REOPEN-DATE         PIC 9(8).
           05  PR-AUTHORISED-BY       PIC X(20).
           05  PR-REOPEN-REASON       PIC X(30).
           05  FILLER                 PIC X(7).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PARM-FILE-OK              VALUE '00'.
       01  WS-ACK-FILE-STATUS     PIC XX   VALUE '00'.
           88  WS-ACK-FILE-OK               VALUE '00'.
           88  WS-ACK-FILE-MISSING          VALUE '35'.
       01  WS-PCTL-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PCTL-FILE-OK              VALUE '00'.
           88  WS-PCTL-FILE-MISSING         VALUE '35'.

       01  WS-REQUEST-TABLE.
           05  WS-RQ-ENTRY OCCURS 50 TIMES
       01  WS-ACK-FOUND-FLAG      PIC X    VALUE 'N'.
           88  WS-ACK-FOUND                 VALUE 'Y'.

       01  WS-CLOSED-PERIOD-TABLE.
           05  WS-CP-ENTRY OCCURS 600 TIMES
                       INDEXED BY CP-IDX.
               10  WS-CP-PERIOD           PIC 9(6).
       01  WS-CP-USED             PIC 9(4) VALUE ZEROES.
       01  WS-CP-FOUND-FLAG       PIC X    VALUE 'N'.
           88  WS-CP-FOUND                  VALUE 'Y'.

       01  WS-EOF-FLAG            PIC X    VALUE 'N'.
           88  END-OF-FILE                  VALUE 'Y'.
       01  WS-COPY-EOF-FLAG       PIC X    VALUE 'N'.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RESEND-REQUESTS
           PERFORM LOAD-ACKNOWLEDGMENTS
           PERFORM LOAD-CLOSED-PERIODS
           OPEN OUTPUT REGISTER-PRINT-FILE
           MOVE WS-RUN-DATE TO WH1-DATE
           WRITE REGISTER-PRINT-LINE FROM WS-HEADING-LINE-1
               MOVE 'N'         TO WS-RQ-MATCHED-FLAG (RQ-IDX)
           END-IF.

      *    ONLY PERIODS STILL CLOSED ARE KEPT - A PERIOD WITH AN
      *    AUTHORISED REOPEN ON PERCTL TAKES RESENDS AGAIN. WHEN
      *    PERCTL CANNOT BE READ NOTHING IS RESENT.
       LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PCTL-FILE-MISSING
               CONTINUE
           ELSE
               IF NOT WS-PCTL-FILE-OK
                   DISPLAY 'ABEND: CLOSED-PERIOD FILE PERCTL '
                           'UNAVAILABLE - FILE STATUS '
                           WS-PCTL-FILE-STATUS ' - NOTHING RESENT'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ PERIOD-CONTROL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PR-CLOSED
                               PERFORM STORE-CLOSED-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       STORE-CLOSED-PERIOD.
           IF WS-CP-USED >= 600
               DISPLAY 'ABEND: MORE THAN 600 CLOSED PERIODS ON PERCTL '
                       '- NOTHING RESENT'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CP-USED
           SET CP-IDX TO WS-CP-USED
           MOVE PR-PERIOD TO WS-CP-PERIOD (CP-IDX).

       LOAD-ACKNOWLEDGMENTS.
           OPEN INPUT GL-ACK-FILE
           IF WS-ACK-FILE-MISSING
                       TO WRF-REASON
                   WRITE REGISTER-PRINT-LINE FROM WS-REFUSED-LINE
               ELSE
                   PERFORM CHECK-CLOSED-PERIOD
                   IF WS-CP-FOUND
                       ADD 1 TO WS-REFUSED-COUNT
                       MOVE BC-BATCH-ID TO WRF-BATCH-ID
                       MOVE 'RUN DATE IN A PERIOD CLOSED ON PERCTL'
                           TO WRF-REASON
                       WRITE REGISTER-PRINT-LINE FROM WS-REFUSED-LINE
                   ELSE
                       PERFORM RESEND-ONE-BATCH
                   END-IF
               END-IF
           END-IF.

       CHECK-CLOSED-PERIOD.
           MOVE 'N' TO WS-CP-FOUND-FLAG
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > WS-CP-USED
               IF WS-CP-PERIOD (CP-IDX) = BC-RUN-DATE (1:6)
                   SET WS-CP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-POSTED-ACKNOWLEDGMENT.
           MOVE 'N' TO WS-ACK-FOUND-FLAG
           PERFORM VARYING AK-IDX FROM 1 BY 1
