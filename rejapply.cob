      *    MASTER IS REFUSED AND LISTED ON SYSOUT - NOTHING IS EVER
      *    RESUBMITTED TWICE FROM ONE REJECT. RETURN CODE 4 SIGNALS
      *    AT LEAST ONE REFUSED CORRECTION.
      *    A CORRECTION GOES BACK IN UNDER THE CURRENCY OF THE BATCH IT
      *    WAS REJECTED FROM, SO THE RESUBMISSION IS SPLIT INTO ONE
      *    BATCH PER CURRENCY, EACH HEADER CARRYING ITS CURRENCY.
      *    A BUSINESS DATE IN A PERIOD CLOSED ON PERCTL IS REFUSED
      *    BEFORE ANY CORRECTION IS READ, UNLESS THE PERIOD CARRIES
      *    AN AUTHORISED REOPEN.
      *    THE RUN IS LOGGED ON THE RUN-CONTROL FILE RUNCTL THROUGH
      *    RUNLOG - A START ENTRY BEFORE ANY FILE IS OPENED AND AN END
      *    ENTRY WITH THE COUNTS AND RETURN CODE WHEN IT FINISHES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RM-RESUBMIT-COUNT      PIC 9(1).
           05  RM-CORRECT-DATE        PIC 9(8).
           05  RM-RECORD-IMAGE        PIC X(20).
           05  RM-CURRENCY-CODE       PIC X(3).
           05  FILLER                 PIC X(6).

       FD  MASTER-OLD-FILE
           RECORD CONTAINS 60 CHARACTERS
           05  RP-FORCE-RERUN         PIC X.
           05  FILLER                 PIC X(16).

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
       01  WS-CORR-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-CORR-FILE-OK              VALUE '00'.
       01  WS-TRANO-FILE-STATUS   PIC XX   VALUE '00'.
       01  WS-PARM-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PARM-FILE-OK              VALUE '00'.
       01  WS-PCTL-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PCTL-FILE-OK              VALUE '00'.
           88  WS-PCTL-FILE-MISSING         VALUE '35'.
       01  WS-PCTL-EOF-FLAG       PIC X    VALUE 'N'.
           88  WS-PCTL-EOF                  VALUE 'Y'.
       01  WS-PCTL-FOUND-FLAG     PIC X    VALUE 'N'.
           88  WS-PCTL-FOUND                VALUE 'Y'.

      *    THE PERCTL ROW FOR THE BUSINESS DATE'S PERIOD, KEPT PAST
      *    THE CLOSE OF THE FILE.
       01  WS-PERIOD-ROW.
           05  WS-PR-PERIOD           PIC 9(6).
           05  WS-PR-STATUS           PIC X.
               88  WS-PR-CLOSED              VALUE 'C'.
               88  WS-PR-REOPENED            VALUE 'R'.
           05  WS-PR-CLOSE-DATE       PIC 9(8).
           05  WS-PR-CLOSED-BY        PIC X(20).
           05  WS-PR-REOPEN-DATE      PIC 9(8).
           05  WS-PR-AUTHORISED-BY    PIC X(20).
           05  WS-PR-REOPEN-REASON    PIC X(30).
           05  FILLER                 PIC X(7).

       01  WS-RUN-DATE            PIC 9(8).

       01  WS-RUN-LOG.
           05  WS-RL-FUNCTION         PIC X    VALUE 'S'.
               88  WS-RL-START-STEP          VALUE 'S'.
               88  WS-RL-END-STEP            VALUE 'E'.
           05  WS-RL-STEP-NAME        PIC X(8) VALUE 'REJAPPLY'.
           05  WS-RL-BUSINESS-DATE    PIC 9(8) VALUE ZEROES.
           05  WS-RL-RECORDS-READ     PIC 9(9) VALUE ZEROES.
           05  WS-RL-RECORDS-WRITTEN  PIC 9(9) VALUE ZEROES.
           05  WS-RL-RETURN-CODE      PIC 9(3) VALUE ZEROES.
           05  WS-RL-NOTE             PIC X(26) VALUE SPACES.
           05  WS-RL-CLEAR-FLAG       PIC X    VALUE 'N'.
               88  WS-RL-CLEAR-TO-RUN        VALUE 'Y'.

       01  WS-CORRECTION-TABLE.
           05  WS-CT-ENTRY OCCURS 500 TIMES
                       INDEXED BY CT-IDX CT-SUM-IDX.
           05  WS-RS-ENTRY OCCURS 500 TIMES
                       INDEXED BY RS-IDX RS-SUM-IDX.
               10  WS-RS-RECORD-IMAGE     PIC X(20).
               10  WS-RS-CURRENCY-CODE    PIC X(3).
       01  WS-RS-USED             PIC 9(4) VALUE ZEROES.

      *    THE CURRENCIES AMONG THE RESUBMITTED RECORDS, IN THE ORDER
      *    FIRST MET - ONE RESUBMISSION BATCH IS WRITTEN FOR EACH.
       01  WS-CURRENCY-GROUP-TABLE.
           05  WS-CG-ENTRY OCCURS 26 TIMES
                       INDEXED BY CG-IDX.
               10  WS-CG-CURRENCY-CODE    PIC X(3).
               10  WS-CG-COUNT            PIC 9(7).
       01  WS-CG-USED             PIC 9(2) VALUE ZEROES.
       01  WS-CG-ORDINAL          PIC 9(2) VALUE ZEROES.
       01  WS-CG-FOUND-FLAG       PIC X    VALUE 'N'.
           88  WS-CG-FOUND                  VALUE 'Y'.
       01  WS-BATCH-SUFFIXES      PIC X(26)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-BASE-BATCH-ID       PIC X(8) VALUE SPACES.

       01  WS-CORR-READ-COUNT     PIC 9(7) VALUE ZEROES.
       01  WS-APPLIED-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-REFUSED-COUNT       PIC 9(7) VALUE ZEROES.
           05  FILLER                 PIC X     VALUE 'H'.
           05  WS-RH-BATCH-ID         PIC X(8).
           05  FILLER                 PIC X(4)  VALUE 'RSUB'.
           05  WS-RH-CURRENCY-CODE    PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(4)  VALUE SPACES.

       01  WS-RESUB-TRAILER.
           05  FILLER                 PIC X     VALUE 'T'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM LOG-STEP-START
           PERFORM READ-RUN-PARAMETERS
           PERFORM CHECK-PERIOD-OPEN
           PERFORM LOAD-CORRECTIONS
           IF WS-CT-USED = ZEROES
               DISPLAY 'NO CORRECTIONS TO APPLY'
               PERFORM LOG-STEP-END
               STOP RUN
           END-IF
           PERFORM APPLY-TO-REJECT-MASTER
                   OR WS-UNMATCHED-COUNT > ZEROES
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
           MOVE WS-CORR-READ-COUNT TO WS-RL-RECORDS-READ
           MOVE WS-APPLIED-COUNT   TO WS-RL-RECORDS-WRITTEN
           MOVE RETURN-CODE        TO WS-RL-RETURN-CODE
           MOVE SPACES             TO WS-RL-NOTE
           IF RETURN-CODE = 4
               MOVE 'CORRECTIONS REFUSED' TO WS-RL-NOTE
           END-IF
           CALL 'RUNLOG' USING WS-RUN-LOG
           MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       READ-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-FILE
           IF NOT WS-PARM-FILE-OK
               CLOSE RUN-PARM-FILE
           END-IF.

      *    A RESUBMISSION RIDES THE NEXT SETTLEMENT RUN UNDER THIS
      *    BUSINESS DATE, SO A CLOSED PERIOD STOPS IT HERE RATHER THAN
      *    LEAVE CORRECTED ENTRIES ON REJMST WITH NOWHERE TO POST.
       CHECK-PERIOD-OPEN.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PCTL-FILE-MISSING
               CONTINUE
           ELSE
               IF NOT WS-PCTL-FILE-OK
                   DISPLAY 'ABEND: CLOSED-PERIOD FILE PERCTL '
                           'UNAVAILABLE - FILE STATUS '
                           WS-PCTL-FILE-STATUS
                           ' - NOTHING APPLIED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-PCTL-EOF-FLAG
               MOVE 'N' TO WS-PCTL-FOUND-FLAG
               PERFORM UNTIL WS-PCTL-EOF OR WS-PCTL-FOUND
                   READ PERIOD-CONTROL-FILE
                       AT END
                           SET WS-PCTL-EOF TO TRUE
                       NOT AT END
                           IF PR-PERIOD = WS-RUN-DATE (1:6)
                               SET WS-PCTL-FOUND TO TRUE
                               MOVE PERIOD-CONTROL-RECORD
                                   TO WS-PERIOD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
               IF WS-PCTL-FOUND
                   IF WS-PR-REOPENED
                       DISPLAY 'NOTE: PERIOD ' WS-PR-PERIOD
                               ' REOPENED ON ' WS-PR-REOPEN-DATE
                               ' BY ' WS-PR-AUTHORISED-BY
                               ' - CORRECTIONS APPLIED'
                   ELSE
                       DISPLAY 'ABEND: BUSINESS DATE ' WS-RUN-DATE
                               ' FALLS IN PERIOD ' WS-PR-PERIOD
                               ' CLOSED ON ' WS-PR-CLOSE-DATE
                               ' BY ' WS-PR-CLOSED-BY
                               ' - NOTHING APPLIED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       LOAD-CORRECTIONS.
           OPEN INPUT CORRECTION-FILE
           IF WS-CORR-FILE-MISSING
               DISPLAY 'NO CORRECTION FILE REJCORR PRESENT'
               PERFORM LOG-STEP-END
               STOP RUN
           END-IF
           IF NOT WS-CORR-FILE-OK
           ADD 1 TO WS-APPLIED-COUNT
           ADD 1 TO WS-RS-USED
           SET RS-IDX TO WS-RS-USED
           MOVE WS-IMAGE-WORK TO WS-RS-RECORD-IMAGE (RS-IDX)
           MOVE RM-CURRENCY-CODE TO WS-RS-CURRENCY-CODE (RS-IDX)
           PERFORM NOTE-RESUBMIT-CURRENCY.

       NOTE-RESUBMIT-CURRENCY.
           MOVE 'N' TO WS-CG-FOUND-FLAG
           PERFORM VARYING CG-IDX FROM 1 BY 1
                   UNTIL CG-IDX > WS-CG-USED
               IF WS-CG-CURRENCY-CODE (CG-IDX) = RM-CURRENCY-CODE
                   SET WS-CG-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-CG-FOUND
               IF WS-CG-USED >= 26
                   DISPLAY 'ABEND: CORRECTIONS IN MORE THAN 26 '
                           'CURRENCIES ON REJCORR - SPLIT THE FILE '
                           'AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CG-USED
               SET CG-IDX TO WS-CG-USED
               MOVE RM-CURRENCY-CODE TO WS-CG-CURRENCY-CODE (CG-IDX)
               MOVE ZEROES TO WS-CG-COUNT (CG-IDX)
           END-IF
           ADD 1 TO WS-CG-COUNT (CG-IDX).

       REPORT-UNMATCHED-CORRECTIONS.
           PERFORM VARYING CT-SUM-IDX FROM 1 BY 1
      *    THE BATCH ID IS 'R', THE DAY OF MONTH AND THE APPLY TIME,
      *    SO A SECOND APPLY RUN ON THE SAME BUSINESS DATE GETS ITS
      *    OWN ID - TWO BATCHES WITH ONE ID WOULD STOP THE WHOLE
      *    SETTLEMENT RUN IN THE DUPLICATE PRESCAN. WHEN THE RECORDS
      *    SPAN MORE THAN ONE CURRENCY THE FIRST BATCH KEEPS THAT ID
      *    AND EACH FURTHER ONE TAKES A LETTER IN ITS LAST POSITION.
       MERGE-RESUBMISSION-BATCH.
           CALL "CBL_RENAME_FILE" USING WS-TRAN-FILENAME
                   WS-TRAN-OLD-FILENAME
           END-CALL
           OPEN OUTPUT TRANSACTION-FILE
           ACCEPT WS-APPLY-TIME FROM TIME
           MOVE 'R'                 TO WS-BASE-BATCH-ID (1:1)
           MOVE WS-RUN-DATE (7:2)   TO WS-BASE-BATCH-ID (2:2)
           MOVE WS-APPLY-TIME (1:5) TO WS-BASE-BATCH-ID (4:5)
           PERFORM VARYING CG-IDX FROM 1 BY 1
                   UNTIL CG-IDX > WS-CG-USED
               PERFORM WRITE-CURRENCY-BATCH
           END-PERFORM
           IF WS-TRAN-RENAME-STATUS = 0
               OPEN INPUT TRANSACTION-OLD-FILE
               MOVE 'N' TO WS-COPY-EOF-FLAG
                   RETURNING WS-TRAN-RENAME-STATUS
               END-CALL
           END-IF
           CLOSE TRANSACTION-FILE.

       WRITE-CURRENCY-BATCH.
           MOVE WS-BASE-BATCH-ID TO WS-RH-BATCH-ID
           IF CG-IDX > 1
               SET WS-CG-ORDINAL TO CG-IDX
               SUBTRACT 1 FROM WS-CG-ORDINAL
               MOVE WS-BATCH-SUFFIXES (WS-CG-ORDINAL:1)
                   TO WS-RH-BATCH-ID (8:1)
           END-IF
           MOVE WS-CG-CURRENCY-CODE (CG-IDX) TO WS-RH-CURRENCY-CODE
           WRITE TRANSACTION-RECORD FROM WS-RESUB-HEADER
           PERFORM VARYING RS-SUM-IDX FROM 1 BY 1
                   UNTIL RS-SUM-IDX > WS-RS-USED
               IF WS-RS-CURRENCY-CODE (RS-SUM-IDX)
                       = WS-CG-CURRENCY-CODE (CG-IDX)
                   WRITE TRANSACTION-RECORD
                       FROM WS-RS-RECORD-IMAGE (RS-SUM-IDX)
               END-IF
           END-PERFORM
           MOVE WS-CG-COUNT (CG-IDX) TO WS-RT-COUNT
           WRITE TRANSACTION-RECORD FROM WS-RESUB-TRAILER
           DISPLAY 'RESUBMISSION BATCH ' WS-RH-BATCH-ID ' WITH '
                   WS-RT-COUNT ' CORRECTED RECORDS MERGED ONTO THE '
                   'FRONT OF TRANSIN'.
