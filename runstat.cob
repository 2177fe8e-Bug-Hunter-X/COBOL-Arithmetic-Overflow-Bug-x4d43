       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNSTAT.
      *    JOB STREAM STATUS REPORT FOR OPERATIONS. READS THE SHARED
      *    RUN-CONTROL FILE RUNCTL KEPT BY RUNLOG AND PRINTS ONE LINE
      *    PER STEP OF THE DAILY STREAM, IN STREAM ORDER, FOR ONE
      *    BUSINESS DATE: HOW MANY TIMES THE STEP STARTED, THE TIME OF
      *    ITS LAST START AND END, ITS RETURN CODE, ITS RECORD COUNTS
      *    AND A STATUS - OK, WARNING (RETURN CODE 4), FAILED (RETURN
      *    CODE 8 OR MORE), NO END (STARTED AND NEVER FINISHED - AN
      *    ABEND OR A STEP STILL RUNNING), REFUSED (STOPPED BY RUNLOG
      *    BECAUSE AN UPSTREAM STEP WAS NOT CLEAN) OR MISSING (NO
      *    ENTRY AT ALL). A STEP WHOSE LAST START CAME BEFORE THE LAST
      *    START OF A STEP THAT SHOULD PRECEDE IT IS FLAGGED OUT OF
      *    ORDER - IT RAN ON FILES THE EARLIER STEP HAS SINCE REDONE.
      *    THE STEPS THAT ENDED WITH RETURN CODE 4 ARE LISTED AGAIN
      *    AT THE FOOT WITH THEIR NOTES, SO THE MORNING SHIFT SEES
      *    EVERY WARNING IN ONE PLACE.
      *    THE BUSINESS DATE IS AN EIGHT-DIGIT DATE ON THE COMMAND
      *    LINE, ELSE THE PARMFILE BUSINESS DATE, ELSE TODAY.
      *    RETURN CODE 8 SIGNALS A STEP NOT CLEAN - FAILED, NOT
      *    ENDED, REFUSED OR MISSING - OR OUT OF ORDER; RETURN CODE 4
      *    SIGNALS WARNINGS ONLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT STATUS-PRINT-FILE ASSIGN TO "RUNSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RUN-CONTROL-RECORD.
           05  RC-BUSINESS-DATE       PIC 9(8).
           05  RC-STEP-NAME           PIC X(8).
           05  RC-EVENT               PIC X.
               88  RC-STEP-STARTED           VALUE 'S'.
               88  RC-STEP-ENDED             VALUE 'E'.
               88  RC-STEP-REFUSED           VALUE 'R'.
           05  RC-LOG-DATE            PIC 9(8).
           05  RC-LOG-TIME            PIC 9(8).
           05  RC-RETURN-CODE         PIC 9(3).
           05  RC-RECORDS-READ        PIC 9(9).
           05  RC-RECORDS-WRITTEN     PIC 9(9).
           05  RC-NOTE                PIC X(26).

       FD  RUN-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RUN-PARAMETER-RECORD.
           05  RP-BUSINESS-DATE       PIC X(8).
           05  RP-CHECKPOINT-INTERVAL PIC X(4).
           05  RP-RUN-MODE            PIC X.
           05  RP-FORCE-RERUN         PIC X.
           05  FILLER                 PIC X(16).

       FD  STATUS-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STATUS-PRINT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RCTL-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-RCTL-FILE-OK              VALUE '00'.
           88  WS-RCTL-FILE-MISSING         VALUE '35'.
       01  WS-PARM-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PARM-FILE-OK              VALUE '00'.

       01  WS-EOF-FLAG            PIC X    VALUE 'N'.
           88  END-OF-FILE                  VALUE 'Y'.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-COMMAND-PARM        PIC X(80) VALUE SPACES.
       01  WS-ENTRY-POSITION      PIC 9(7) VALUE ZEROES.

       01  WS-OK-COUNT            PIC 9(2) VALUE ZEROES.
       01  WS-WARNING-COUNT       PIC 9(2) VALUE ZEROES.
       01  WS-FAILED-COUNT        PIC 9(2) VALUE ZEROES.
       01  WS-OUT-OF-ORDER-COUNT  PIC 9(2) VALUE ZEROES.

      *    THE DAILY STREAM IN THE ORDER THE STEPS MUST RUN. THE SAME
      *    ORDER IS ENFORCED STEP BY STEP BY RUNLOG.
       01  WS-STREAM-VALUES.
           05  FILLER                 PIC X(8) VALUE 'REJAPPLY'.
           05  FILLER                 PIC X(8) VALUE 'EDITTRN'.
           05  FILLER                 PIC X(8) VALUE 'REJLOAD'.
           05  FILLER                 PIC X(8) VALUE 'BUG'.
           05  FILLER                 PIC X(8) VALUE 'TRIALBAL'.
           05  FILLER                 PIC X(8) VALUE 'STMTPRT'.
           05  FILLER                 PIC X(8) VALUE 'GLACKIN'.
           05  FILLER                 PIC X(8) VALUE 'BCTLPURG'.
       01  WS-STREAM-NAMES REDEFINES WS-STREAM-VALUES.
           05  WS-SN-STEP-NAME        PIC X(8) OCCURS 8 TIMES.

      *    THE LATEST RUNCTL ENTRIES FOR EACH STEP ON THE DATE.
       01  WS-STEP-TABLE.
           05  WS-ST-ENTRY OCCURS 8 TIMES
                       INDEXED BY ST-IDX ST-PRIOR-IDX.
               10  WS-ST-STEP-NAME        PIC X(8).
               10  WS-ST-START-COUNT      PIC 9(3).
               10  WS-ST-LAST-EVENT       PIC X.
                   88  WS-ST-NOT-LOGGED          VALUE SPACE.
                   88  WS-ST-STARTED             VALUE 'S'.
                   88  WS-ST-ENDED               VALUE 'E'.
                   88  WS-ST-REFUSED             VALUE 'R'.
               10  WS-ST-START-POSITION   PIC 9(7).
               10  WS-ST-START-TIME       PIC 9(8).
               10  WS-ST-END-TIME         PIC 9(8).
               10  WS-ST-RETURN-CODE      PIC 9(3).
               10  WS-ST-RECORDS-READ     PIC 9(9).
               10  WS-ST-RECORDS-WRITTEN  PIC 9(9).
               10  WS-ST-NOTE             PIC X(26).
               10  WS-ST-ORDER-FLAG       PIC X.
                   88  WS-ST-OUT-OF-ORDER        VALUE 'Y'.
               10  WS-ST-EARLY-STEP       PIC X(8).

      *    LOG TIMES ARE HHMMSSCC - PRINTED AS HH:MM:SS.
       01  WS-TIME-WORK           PIC 9(8) VALUE ZEROES.
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TP-HH               PIC 9(2).
           05  WS-TP-MM               PIC 9(2).
           05  WS-TP-SS               PIC 9(2).
           05  WS-TP-CC               PIC 9(2).
       01  WS-TIME-TEXT.
           05  WS-TT-HH               PIC 9(2).
           05  FILLER                 PIC X    VALUE ':'.
           05  WS-TT-MM               PIC 9(2).
           05  FILLER                 PIC X    VALUE ':'.
           05  WS-TT-SS               PIC 9(2).

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(30) VALUE
               'JOB STREAM RUN STATUS'.
           05  FILLER                 PIC X(8)  VALUE '  DATE: '.
           05  WH1-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                 PIC X(80) VALUE ALL '-'.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                 PIC X(9)  VALUE 'STEP'.
           05  FILLER                 PIC X(5)  VALUE 'RUNS'.
           05  FILLER                 PIC X(9)  VALUE 'START'.
           05  FILLER                 PIC X(9)  VALUE 'END'.
           05  FILLER                 PIC X(4)  VALUE ' RC'.
           05  FILLER                 PIC X(10) VALUE '     READ'.
           05  FILLER                 PIC X(10) VALUE '  WRITTEN'.
           05  FILLER                 PIC X(24) VALUE 'STATUS'.

       01  WS-STEP-LINE.
           05  WSL-STEP-NAME          PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WSL-START-COUNT        PIC ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WSL-START-TIME         PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WSL-END-TIME           PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WSL-RETURN-CODE        PIC ZZ9.
           05  WSL-RETURN-CODE-X REDEFINES WSL-RETURN-CODE
                                      PIC X(3).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WSL-RECORDS-READ       PIC Z(8)9.
           05  WSL-RECORDS-READ-X REDEFINES WSL-RECORDS-READ
                                      PIC X(9).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WSL-RECORDS-WRITTEN    PIC Z(8)9.
           05  WSL-RECORDS-WRITTEN-X REDEFINES WSL-RECORDS-WRITTEN
                                      PIC X(9).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WSL-STATUS             PIC X(16).
           05  FILLER                 PIC X(8)  VALUE SPACES.

       01  WS-ORDER-LINE.
           05  FILLER                 PIC X(14) VALUE SPACES.
           05  FILLER                 PIC X(39) VALUE
               '*** OUT OF ORDER - LAST STARTED BEFORE '.
           05  WOL-EARLY-STEP         PIC X(8).
           05  FILLER                 PIC X(19) VALUE ' ***'.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(4)  VALUE 'OK '.
           05  WSM-OK                 PIC Z9.
           05  FILLER                 PIC X(10) VALUE '  WARNING '.
           05  WSM-WARNING            PIC Z9.
           05  FILLER                 PIC X(12) VALUE '  NOT CLEAN '.
           05  WSM-FAILED             PIC Z9.
           05  FILLER                 PIC X(15) VALUE
               '  OUT OF ORDER '.
           05  WSM-OUT-OF-ORDER       PIC Z9.
           05  FILLER                 PIC X(31) VALUE SPACES.

       01  WS-WARNING-HEADING-LINE.
           05  FILLER                 PIC X(80) VALUE
               'RETURN CODE 4 WARNINGS:'.

       01  WS-WARNING-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WWL-STEP-NAME          PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WWL-END-TIME           PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WWL-NOTE               PIC X(26).
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  WS-NO-WARNING-LINE.
           05  FILLER                 PIC X(80) VALUE '  NONE'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-RUN-PARAMETERS
           PERFORM INITIALIZE-STEP-TABLE
           PERFORM READ-RUN-CONTROL
           PERFORM CHECK-STREAM-ORDER
           OPEN OUTPUT STATUS-PRINT-FILE
           MOVE WS-RUN-DATE TO WH1-DATE
           WRITE STATUS-PRINT-LINE FROM WS-HEADING-LINE-1
           WRITE STATUS-PRINT-LINE FROM WS-HEADING-LINE-2
           WRITE STATUS-PRINT-LINE FROM WS-COLUMN-HEADING-LINE
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 8
               PERFORM PRINT-ONE-STEP
           END-PERFORM
           WRITE STATUS-PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE WS-OK-COUNT           TO WSM-OK
           MOVE WS-WARNING-COUNT      TO WSM-WARNING
           MOVE WS-FAILED-COUNT       TO WSM-FAILED
           MOVE WS-OUT-OF-ORDER-COUNT TO WSM-OUT-OF-ORDER
           WRITE STATUS-PRINT-LINE FROM WS-SUMMARY-LINE
           PERFORM PRINT-WARNING-STEPS
           CLOSE STATUS-PRINT-FILE
           DISPLAY 'JOB STREAM STATUS FOR ' WS-RUN-DATE
                   ' - OK ' WS-OK-COUNT
                   ' WARNING ' WS-WARNING-COUNT
                   ' NOT CLEAN ' WS-FAILED-COUNT
                   ' OUT OF ORDER ' WS-OUT-OF-ORDER-COUNT
           IF WS-FAILED-COUNT > ZEROES
                   OR WS-OUT-OF-ORDER-COUNT > ZEROES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > ZEROES
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *    AN EIGHT-DIGIT DATE ON THE COMMAND LINE LETS OPERATIONS
      *    LOOK BACK AT AN EARLIER BUSINESS DATE'S STREAM.
       READ-RUN-PARAMETERS.
           ACCEPT WS-COMMAND-PARM FROM COMMAND-LINE
           IF WS-COMMAND-PARM (1:8) IS NUMERIC
                   AND WS-COMMAND-PARM (1:8) NOT = ZEROES
               MOVE WS-COMMAND-PARM (1:8) TO WS-RUN-DATE
           ELSE
               OPEN INPUT RUN-PARM-FILE
               IF NOT WS-PARM-FILE-OK
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               ELSE
                   READ RUN-PARM-FILE
                       AT END
                           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                       NOT AT END
                           IF RP-BUSINESS-DATE IS NUMERIC
                                   AND RP-BUSINESS-DATE NOT = ZEROES
                               MOVE RP-BUSINESS-DATE TO WS-RUN-DATE
                           ELSE
                               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                           END-IF
                   END-READ
                   CLOSE RUN-PARM-FILE
               END-IF
           END-IF.

       INITIALIZE-STEP-TABLE.
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 8
               MOVE WS-SN-STEP-NAME (ST-IDX)
                   TO WS-ST-STEP-NAME (ST-IDX)
               MOVE ZEROES TO WS-ST-START-COUNT (ST-IDX)
                              WS-ST-START-POSITION (ST-IDX)
                              WS-ST-START-TIME (ST-IDX)
                              WS-ST-END-TIME (ST-IDX)
                              WS-ST-RETURN-CODE (ST-IDX)
                              WS-ST-RECORDS-READ (ST-IDX)
                              WS-ST-RECORDS-WRITTEN (ST-IDX)
               MOVE SPACES TO WS-ST-LAST-EVENT (ST-IDX)
                              WS-ST-NOTE (ST-IDX)
                              WS-ST-EARLY-STEP (ST-IDX)
               MOVE 'N' TO WS-ST-ORDER-FLAG (ST-IDX)
           END-PERFORM.

      *    RUNCTL IS IN LOGGING ORDER - THE POSITION OF EACH ENTRY ON
      *    THE FILE IS THE ORDER THE STEPS ACTUALLY RAN IN, EVEN OVER
      *    MIDNIGHT.
       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCTL-FILE-MISSING
               DISPLAY 'WARNING: NO RUN-CONTROL FILE RUNCTL PRESENT - '
                       'EVERY STEP SHOWS MISSING'
           ELSE
               IF NOT WS-RCTL-FILE-OK
                   DISPLAY 'ABEND: RUN-CONTROL FILE RUNCTL '
                           'UNAVAILABLE - FILE STATUS '
                           WS-RCTL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ RUN-CONTROL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENTRY-POSITION
                           IF RC-BUSINESS-DATE = WS-RUN-DATE
                               PERFORM NOTE-RUN-CONTROL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *    A START OR A REFUSAL OPENS A NEW ATTEMPT AND WIPES OUT THE
      *    END OF THE ATTEMPT BEFORE IT.
       NOTE-RUN-CONTROL-ENTRY.
           SET ST-IDX TO 1
           SEARCH WS-ST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ST-STEP-NAME (ST-IDX) = RC-STEP-NAME
                   MOVE RC-EVENT TO WS-ST-LAST-EVENT (ST-IDX)
                   IF RC-STEP-ENDED
                       MOVE RC-LOG-TIME
                           TO WS-ST-END-TIME (ST-IDX)
                       MOVE RC-RETURN-CODE
                           TO WS-ST-RETURN-CODE (ST-IDX)
                       MOVE RC-RECORDS-READ
                           TO WS-ST-RECORDS-READ (ST-IDX)
                       MOVE RC-RECORDS-WRITTEN
                           TO WS-ST-RECORDS-WRITTEN (ST-IDX)
                       MOVE RC-NOTE TO WS-ST-NOTE (ST-IDX)
                   ELSE
                       MOVE ZEROES TO WS-ST-END-TIME (ST-IDX)
                                      WS-ST-RECORDS-READ (ST-IDX)
                                      WS-ST-RECORDS-WRITTEN (ST-IDX)
                       MOVE RC-RETURN-CODE
                           TO WS-ST-RETURN-CODE (ST-IDX)
                       MOVE RC-NOTE TO WS-ST-NOTE (ST-IDX)
                       IF RC-STEP-STARTED
                           ADD 1 TO WS-ST-START-COUNT (ST-IDX)
                           MOVE RC-LOG-TIME
                               TO WS-ST-START-TIME (ST-IDX)
                           MOVE WS-ENTRY-POSITION
                               TO WS-ST-START-POSITION (ST-IDX)
                       END-IF
                   END-IF
           END-SEARCH.

      *    EACH STEP IS HELD AGAINST EVERY STEP AHEAD OF IT IN THE
      *    STREAM. A STEP THAT HAS NOT STARTED CANNOT BE OUT OF ORDER.
       CHECK-STREAM-ORDER.
           PERFORM VARYING ST-IDX FROM 2 BY 1 UNTIL ST-IDX > 8
               IF WS-ST-START-POSITION (ST-IDX) > ZEROES
                   PERFORM VARYING ST-PRIOR-IDX FROM 1 BY 1
                           UNTIL ST-PRIOR-IDX NOT < ST-IDX
                       IF WS-ST-START-POSITION (ST-PRIOR-IDX)
                               > WS-ST-START-POSITION (ST-IDX)
                               AND NOT WS-ST-OUT-OF-ORDER (ST-IDX)
                           SET WS-ST-OUT-OF-ORDER (ST-IDX) TO TRUE
                           MOVE WS-ST-STEP-NAME (ST-PRIOR-IDX)
                               TO WS-ST-EARLY-STEP (ST-IDX)
                           ADD 1 TO WS-OUT-OF-ORDER-COUNT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       PRINT-ONE-STEP.
           MOVE SPACES TO WSL-START-TIME WSL-END-TIME
                          WSL-RETURN-CODE-X WSL-RECORDS-READ-X
                          WSL-RECORDS-WRITTEN-X
           MOVE WS-ST-STEP-NAME (ST-IDX)   TO WSL-STEP-NAME
           MOVE WS-ST-START-COUNT (ST-IDX) TO WSL-START-COUNT
           IF WS-ST-START-POSITION (ST-IDX) > ZEROES
               MOVE WS-ST-START-TIME (ST-IDX) TO WS-TIME-WORK
               PERFORM FORMAT-LOG-TIME
               MOVE WS-TIME-TEXT TO WSL-START-TIME
           END-IF
           EVALUATE TRUE
               WHEN WS-ST-NOT-LOGGED (ST-IDX)
                   MOVE 'MISSING' TO WSL-STATUS
                   ADD 1 TO WS-FAILED-COUNT
               WHEN WS-ST-REFUSED (ST-IDX)
                   MOVE WS-ST-RETURN-CODE (ST-IDX) TO WSL-RETURN-CODE
                   MOVE 'REFUSED' TO WSL-STATUS
                   ADD 1 TO WS-FAILED-COUNT
               WHEN WS-ST-STARTED (ST-IDX)
                   MOVE 'NO END - ABENDED' TO WSL-STATUS
                   ADD 1 TO WS-FAILED-COUNT
               WHEN OTHER
                   MOVE WS-ST-END-TIME (ST-IDX) TO WS-TIME-WORK
                   PERFORM FORMAT-LOG-TIME
                   MOVE WS-TIME-TEXT TO WSL-END-TIME
                   MOVE WS-ST-RETURN-CODE (ST-IDX) TO WSL-RETURN-CODE
                   MOVE WS-ST-RECORDS-READ (ST-IDX)
                       TO WSL-RECORDS-READ
                   MOVE WS-ST-RECORDS-WRITTEN (ST-IDX)
                       TO WSL-RECORDS-WRITTEN
                   IF WS-ST-RETURN-CODE (ST-IDX) NOT < 8
                       MOVE 'FAILED' TO WSL-STATUS
                       ADD 1 TO WS-FAILED-COUNT
                   ELSE
                       IF WS-ST-RETURN-CODE (ST-IDX) > ZEROES
                           MOVE 'WARNING' TO WSL-STATUS
                           ADD 1 TO WS-WARNING-COUNT
                       ELSE
                           MOVE 'OK' TO WSL-STATUS
                           ADD 1 TO WS-OK-COUNT
                       END-IF
                   END-IF
           END-EVALUATE
           WRITE STATUS-PRINT-LINE FROM WS-STEP-LINE
           IF WS-ST-OUT-OF-ORDER (ST-IDX)
               MOVE WS-ST-EARLY-STEP (ST-IDX) TO WOL-EARLY-STEP
               WRITE STATUS-PRINT-LINE FROM WS-ORDER-LINE
           END-IF.

       FORMAT-LOG-TIME.
           MOVE WS-TP-HH TO WS-TT-HH
           MOVE WS-TP-MM TO WS-TT-MM
           MOVE WS-TP-SS TO WS-TT-SS.

       PRINT-WARNING-STEPS.
           WRITE STATUS-PRINT-LINE FROM WS-HEADING-LINE-2
           WRITE STATUS-PRINT-LINE FROM WS-WARNING-HEADING-LINE
           IF WS-WARNING-COUNT = ZEROES
               WRITE STATUS-PRINT-LINE FROM WS-NO-WARNING-LINE
           ELSE
               PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > 8
                   IF WS-ST-ENDED (ST-IDX)
                           AND WS-ST-RETURN-CODE (ST-IDX) > ZEROES
                           AND WS-ST-RETURN-CODE (ST-IDX) < 8
                       MOVE WS-ST-STEP-NAME (ST-IDX)
                           TO WWL-STEP-NAME
                       MOVE WS-ST-END-TIME (ST-IDX) TO WS-TIME-WORK
                       PERFORM FORMAT-LOG-TIME
                       MOVE WS-TIME-TEXT TO WWL-END-TIME
                       MOVE WS-ST-NOTE (ST-IDX) TO WWL-NOTE
                       WRITE STATUS-PRINT-LINE FROM WS-WARNING-LINE
                   END-IF
               END-PERFORM
           END-IF.
