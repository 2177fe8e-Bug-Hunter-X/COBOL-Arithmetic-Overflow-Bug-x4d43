       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLOG.
      *    CALLABLE SUBROUTINE - KEEPS THE SHARED RUN-CONTROL FILE
      *    RUNCTL FOR THE DAILY JOB STREAM. THE STEPS MUST RUN IN THE
      *    ORDER REJAPPLY, EDITTRN, REJLOAD, BUG, TRIALBAL, STMTPRT,
      *    GLACKIN, BCTLPURG, AND UNTIL NOW EACH RAN ON TRUST - A
      *    TRIAL BALANCE COULD PROVE THE MASTER AGAINST YESTERDAY'S GL
      *    INTERFACE FILE AFTER THE SETTLEMENT RUN HAD ABENDED.
      *    EVERY STEP CALLS THIS ROUTINE FIRST WITH FUNCTION 'S'
      *    BEFORE IT OPENS A FILE. THE BUSINESS DATE IS TAKEN HERE FROM
      *    PARMFILE (THE SYSTEM DATE WHEN PARMFILE HAS NONE) AND
      *    HANDED BACK, SO EVERY STEP LOGS UNDER THE SAME DATE. THE
      *    STEP'S REQUIRED UPSTREAM STEPS ARE LOOKED UP FOR THAT DATE
      *    ON RUNCTL: EACH MUST HAVE ITS LATEST ENTRY AN END RECORD
      *    WITH A RETURN CODE BELOW 8. WHEN ONE HAS NOT RUN, IS STILL
      *    RUNNING OR ABENDED (A START WITH NO END), WAS ITSELF
      *    REFUSED OR ENDED RETURN CODE 8 OR MORE, THE REFUSAL IS
      *    LOGGED, THE REASON DISPLAYED AND THE CLEAR FLAG RETURNED
      *    'N' - THE CALLER STOPS. OTHERWISE A START RECORD IS LOGGED
      *    AND THE FLAG RETURNED 'Y'. AT THE END OF A CLEAN OR WARNING
      *    RUN THE STEP CALLS AGAIN WITH FUNCTION 'E', ITS RECORD
      *    COUNTS, ITS RETURN CODE AND A SHORT NOTE, AND AN END RECORD
      *    IS LOGGED. THE CALL ITSELF WOULD RESET THE CALLER'S RETURN
      *    CODE, SO THE RETURN CODE PASSED IN IS HANDED BACK AS THIS
      *    ROUTINE'S OWN. AN ABEND NEVER REACHES THE END CALL, SO ITS
      *    START STANDS ALONE ON RUNCTL AND THE STEP COUNTS AS FAILED.
      *    NO STOP RUN - THE CALLER OWNS THE RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCTL-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

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

       WORKING-STORAGE SECTION.
       01  WS-RCTL-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-RCTL-FILE-OK              VALUE '00'.
           88  WS-RCTL-FILE-MISSING         VALUE '35'.
       01  WS-PARM-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PARM-FILE-OK              VALUE '00'.

       01  WS-EOF-FLAG            PIC X    VALUE 'N'.
           88  END-OF-FILE                  VALUE 'Y'.
       01  WS-STEP-FOUND-FLAG     PIC X    VALUE 'N'.
           88  WS-STEP-FOUND                VALUE 'Y'.
       01  WS-LOG-DATE            PIC 9(8) VALUE ZEROES.
       01  WS-LOG-TIME            PIC 9(8) VALUE ZEROES.

      *    THE STREAM AND THE UPSTREAM STEPS EACH STEP NEEDS FINISHED
      *    CLEANLY FOR THE SAME BUSINESS DATE BEFORE IT MAY START.
       01  WS-PREREQUISITE-VALUES.
           05  FILLER                 PIC X(24) VALUE
               'REJAPPLY                '.
           05  FILLER                 PIC X(24) VALUE
               'EDITTRN REJAPPLY        '.
           05  FILLER                 PIC X(24) VALUE
               'REJLOAD EDITTRN         '.
           05  FILLER                 PIC X(24) VALUE
               'BUG     EDITTRN REJLOAD '.
           05  FILLER                 PIC X(24) VALUE
               'TRIALBALBUG             '.
           05  FILLER                 PIC X(24) VALUE
               'STMTPRT BUG     TRIALBAL'.
           05  FILLER                 PIC X(24) VALUE
               'GLACKIN BUG             '.
           05  FILLER                 PIC X(24) VALUE
               'BCTLPURGGLACKIN         '.
       01  WS-PREREQUISITE-TABLE REDEFINES WS-PREREQUISITE-VALUES.
           05  WS-PQ-ENTRY OCCURS 8 TIMES
                       INDEXED BY PQ-IDX.
               10  WS-PQ-STEP-NAME        PIC X(8).
               10  WS-PQ-UPSTREAM         PIC X(8)
                           OCCURS 2 TIMES.

      *    THE LATEST RUNCTL ENTRY SEEN FOR EACH UPSTREAM STEP.
       01  WS-UPSTREAM-TABLE.
           05  WS-UP-ENTRY OCCURS 2 TIMES
                       INDEXED BY UP-IDX.
               10  WS-UP-STEP-NAME        PIC X(8).
               10  WS-UP-EVENT            PIC X.
               10  WS-UP-RETURN-CODE      PIC 9(3).
       01  WS-UP-USED             PIC 9    VALUE ZERO.
       01  WS-UP-ORDINAL          PIC 9    VALUE ZERO.
       01  WS-REFUSAL-REASON      PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       01  LS-RUN-LOG.
           05  LS-RL-FUNCTION         PIC X.
               88  LS-RL-START-STEP          VALUE 'S'.
               88  LS-RL-END-STEP            VALUE 'E'.
           05  LS-RL-STEP-NAME        PIC X(8).
           05  LS-RL-BUSINESS-DATE    PIC 9(8).
           05  LS-RL-RECORDS-READ     PIC 9(9).
           05  LS-RL-RECORDS-WRITTEN  PIC 9(9).
           05  LS-RL-RETURN-CODE      PIC 9(3).
           05  LS-RL-NOTE             PIC X(26).
           05  LS-RL-CLEAR-FLAG       PIC X.
               88  LS-RL-CLEAR-TO-RUN        VALUE 'Y'.

       PROCEDURE DIVISION USING LS-RUN-LOG.
       LOG-RUN-EVENT.
           IF LS-RL-END-STEP
               MOVE 'E' TO RC-EVENT
               PERFORM WRITE-RUN-CONTROL-RECORD
               MOVE LS-RL-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-RUN-PARAMETERS
           MOVE 'Y' TO LS-RL-CLEAR-FLAG
           MOVE ZEROES TO LS-RL-RECORDS-READ LS-RL-RECORDS-WRITTEN
                          LS-RL-RETURN-CODE
           MOVE SPACES TO LS-RL-NOTE
           PERFORM FIND-UPSTREAM-STEPS
           IF WS-UP-USED > ZERO
               PERFORM SCAN-RUN-CONTROL
               PERFORM JUDGE-UPSTREAM-STEPS
           END-IF
           IF LS-RL-CLEAR-TO-RUN
               MOVE 'S' TO RC-EVENT
           ELSE
               MOVE 16 TO LS-RL-RETURN-CODE
               MOVE 'R' TO RC-EVENT
           END-IF
           PERFORM WRITE-RUN-CONTROL-RECORD
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       READ-RUN-PARAMETERS.
           OPEN INPUT RUN-PARM-FILE
           IF NOT WS-PARM-FILE-OK
               ACCEPT LS-RL-BUSINESS-DATE FROM DATE YYYYMMDD
           ELSE
               READ RUN-PARM-FILE
                   AT END
                       ACCEPT LS-RL-BUSINESS-DATE FROM DATE YYYYMMDD
                   NOT AT END
                       IF RP-BUSINESS-DATE IS NUMERIC
                               AND RP-BUSINESS-DATE NOT = ZEROES
                           MOVE RP-BUSINESS-DATE
                               TO LS-RL-BUSINESS-DATE
                       ELSE
                           ACCEPT LS-RL-BUSINESS-DATE
                               FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE RUN-PARM-FILE
           END-IF.

      *    A STEP NOT IN THE STREAM TABLE HAS NOTHING UPSTREAM.
       FIND-UPSTREAM-STEPS.
           MOVE ZERO TO WS-UP-USED
           MOVE 'N' TO WS-STEP-FOUND-FLAG
           PERFORM VARYING PQ-IDX FROM 1 BY 1
                   UNTIL PQ-IDX > 8
               IF WS-PQ-STEP-NAME (PQ-IDX) = LS-RL-STEP-NAME
                   SET WS-STEP-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-STEP-FOUND
               PERFORM VARYING WS-UP-ORDINAL FROM 1 BY 1
                       UNTIL WS-UP-ORDINAL > 2
                   IF WS-PQ-UPSTREAM (PQ-IDX WS-UP-ORDINAL)
                           NOT = SPACES
                       ADD 1 TO WS-UP-USED
                       SET UP-IDX TO WS-UP-USED
                       MOVE WS-PQ-UPSTREAM (PQ-IDX WS-UP-ORDINAL)
                           TO WS-UP-STEP-NAME (UP-IDX)
                       MOVE SPACE  TO WS-UP-EVENT (UP-IDX)
                       MOVE ZEROES TO WS-UP-RETURN-CODE (UP-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *    RUNCTL IS IN LOGGING ORDER, SO THE LAST ENTRY SEEN FOR A
      *    STEP AND DATE IS ITS LATEST. A RUNCTL THAT CANNOT BE READ
      *    PROVES NOTHING AND EVERY UPSTREAM STEP STAYS UNSEEN.
       SCAN-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RCTL-FILE-MISSING
               CONTINUE
           ELSE
               IF NOT WS-RCTL-FILE-OK
                   DISPLAY 'WARNING: RUN-CONTROL FILE RUNCTL '
                           'UNAVAILABLE - FILE STATUS '
                           WS-RCTL-FILE-STATUS
                           ' - UPSTREAM STEPS CANNOT BE PROVED'
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL END-OF-FILE
                       READ RUN-CONTROL-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               IF RC-BUSINESS-DATE
                                       = LS-RL-BUSINESS-DATE
                                   PERFORM NOTE-UPSTREAM-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-CONTROL-FILE
               END-IF
           END-IF.

       NOTE-UPSTREAM-ENTRY.
           PERFORM VARYING UP-IDX FROM 1 BY 1
                   UNTIL UP-IDX > WS-UP-USED
               IF WS-UP-STEP-NAME (UP-IDX) = RC-STEP-NAME
                   MOVE RC-EVENT       TO WS-UP-EVENT (UP-IDX)
                   MOVE RC-RETURN-CODE TO WS-UP-RETURN-CODE (UP-IDX)
               END-IF
           END-PERFORM.

       JUDGE-UPSTREAM-STEPS.
           PERFORM VARYING UP-IDX FROM 1 BY 1
                   UNTIL UP-IDX > WS-UP-USED
               MOVE SPACES TO WS-REFUSAL-REASON
               EVALUATE WS-UP-EVENT (UP-IDX)
                   WHEN SPACE
                       MOVE 'HAS NOT RUN'
                           TO WS-REFUSAL-REASON
                   WHEN 'S'
                       MOVE 'STARTED BUT NEVER ENDED'
                           TO WS-REFUSAL-REASON
                   WHEN 'R'
                       MOVE 'WAS ITSELF REFUSED'
                           TO WS-REFUSAL-REASON
                   WHEN OTHER
                       IF WS-UP-RETURN-CODE (UP-IDX) NOT < 8
                           MOVE 'ENDED WITH RETURN CODE'
                               TO WS-REFUSAL-REASON
                       END-IF
               END-EVALUATE
               IF WS-REFUSAL-REASON NOT = SPACES
                   MOVE 'N' TO LS-RL-CLEAR-FLAG
                   IF WS-UP-EVENT (UP-IDX) = 'E'
                       DISPLAY 'ABEND: ' LS-RL-STEP-NAME
                               ' NOT RUN FOR BUSINESS DATE '
                               LS-RL-BUSINESS-DATE ' - UPSTREAM STEP '
                               WS-UP-STEP-NAME (UP-IDX) ' '
                               WS-REFUSAL-REASON
                               WS-UP-RETURN-CODE (UP-IDX)
                   ELSE
                       DISPLAY 'ABEND: ' LS-RL-STEP-NAME
                               ' NOT RUN FOR BUSINESS DATE '
                               LS-RL-BUSINESS-DATE ' - UPSTREAM STEP '
                               WS-UP-STEP-NAME (UP-IDX) ' '
                               WS-REFUSAL-REASON
                   END-IF
                   IF LS-RL-NOTE = SPACES
                       STRING 'UPSTREAM ' DELIMITED BY SIZE
                              WS-UP-STEP-NAME (UP-IDX)
                                  DELIMITED BY SPACE
                              ' NOT CLEAN' DELIMITED BY SIZE
                           INTO LS-RL-NOTE
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

      *    A LOGGING FAILURE IS REPORTED BUT NEVER STOPS THE STEP -
      *    THE STEPS DOWNSTREAM WILL REFUSE TO RUN WITHOUT ITS ENTRY.
       WRITE-RUN-CONTROL-RECORD.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE LS-RL-BUSINESS-DATE   TO RC-BUSINESS-DATE
           MOVE LS-RL-STEP-NAME       TO RC-STEP-NAME
           MOVE WS-LOG-DATE           TO RC-LOG-DATE
           MOVE WS-LOG-TIME           TO RC-LOG-TIME
           MOVE LS-RL-RETURN-CODE     TO RC-RETURN-CODE
           MOVE LS-RL-RECORDS-READ    TO RC-RECORDS-READ
           MOVE LS-RL-RECORDS-WRITTEN TO RC-RECORDS-WRITTEN
           MOVE LS-RL-NOTE            TO RC-NOTE
           OPEN EXTEND RUN-CONTROL-FILE
           IF WS-RCTL-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           IF NOT WS-RCTL-FILE-OK
               DISPLAY 'WARNING: RUN-CONTROL FILE RUNCTL '
                       'UNAVAILABLE - FILE STATUS '
                       WS-RCTL-FILE-STATUS ' - ' LS-RL-STEP-NAME
                       ' NOT LOGGED'
           ELSE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           END-IF.
