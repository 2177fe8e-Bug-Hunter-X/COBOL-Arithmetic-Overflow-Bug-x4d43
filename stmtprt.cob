      *    PER-ACCOUNT STATEMENT ON STMTRPT - OPENING BALANCE, EACH
      *    POSTING IN THE ORDER IT WAS APPLIED, AND A CLOSING BALANCE
      *    THAT IS TIED AGAINST AM-BALANCE ON THE ACCOUNT MASTER. THE
      *    DETAIL FILE IS CUMULATIVE, SO ONLY THE POSTINGS OF THE
      *    BUSINESS DATE ON PARMFILE (THE SYSTEM DATE WHEN THERE IS
      *    NONE) ARE PRINTED. THE DAY'S POSTINGS ARE SORTED BY ACCOUNT
      *    AND BY THEIR POSITION ON THE FILE, AND MATCHED IN ONE PASS
      *    AGAINST THE ACCOUNT MASTER READ IN KEY ORDER, SO THE
      *    STATEMENTS PRINT IN ACCOUNT ORDER, EACH ACCOUNT'S POSTINGS
      *    IN THE ORDER THEY WERE APPLIED, WITH NO LIMIT ON THE NUMBER
      *    OF ACCOUNTS AND ONE READ OF EACH FILE. A
      *    REVERSAL POSTING PRINTS AS 'REVERSAL OF' THE ORIGINAL
      *    BATCH, FOLLOWED BY A LINE SHOWING THE ORIGINAL POSTING IT
      *    BACKS OUT; AN ORIGINAL THAT HAS BEEN REVERSED PRINTS
      *    'REVERSED BY' THE REVERSING BATCH.
      *    RETURN CODE 4 SIGNALS AT LEAST ONE CLOSING BALANCE THAT
      *    DOES NOT TIE TO THE MASTER (A POSTING AFTER THE RUN, OR A
      *    STATEMENT PRINTED FOR AN EARLIER BUSINESS DATE).
      *    THE RUN IS LOGGED ON THE RUN-CONTROL FILE RUNCTL THROUGH
      *    RUNLOG, AND DOES NOT START UNTIL THE SETTLEMENT RUN BUG AND
      *    THE TRIAL BALANCE TRIALBAL HAVE BOTH ENDED CLEANLY FOR THE
      *    SAME BUSINESS DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-PDTL-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
           SELECT STATEMENT-PRINT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-DETAIL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  POSTING-DETAIL-RECORD.
           05  PD-ACCOUNT-NO          PIC X(6).
           05  PD-AMOUNT              PIC 9(5)V99.
           05  PD-RESULT-BALANCE      PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  PD-BRANCH-CODE         PIC X(4).
           05  PD-REVERSAL-FLAG       PIC X.
               88  PD-IS-REVERSAL            VALUE 'R'.
               88  PD-REVERSED               VALUE 'X'.
           05  PD-REF-BATCH-ID        PIC X(9).
           05  PD-REF-RUN-DATE        PIC 9(8).
           05  FILLER                 PIC X(15).

       FD  ACCOUNT-MASTER
           RECORD CONTAINS 40 CHARACTERS
               88  AM-ACCOUNT-OPEN           VALUE 'A'.
               88  AM-ACCOUNT-CLOSED         VALUE 'C'.
           05  AM-BALANCE             PIC S9(9)V99 COMP-3.
           05  AM-OVERDRAFT-LIMIT     PIC 9(7)V99 COMP-3.
           05  AM-ACCOUNT-TYPE        PIC X(2).

      *    THE WHOLE POSTING DETAIL IMAGE GOES THROUGH THE SORT - ITS
      *    FIRST SIX BYTES ARE THE ACCOUNT.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-DETAIL-IMAGE.
               10  SR-ACCOUNT-NO          PIC X(6).
               10  FILLER                 PIC X(74).
           05  SR-ORDINAL             PIC 9(9).

       FD  STATEMENT-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-PRINT-LINE       PIC X(80).

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
       01  WS-PDTL-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PDTL-FILE-OK              VALUE '00'.
           88  WS-ACCT-MASTER-OK            VALUE '00' '05'.
       01  WS-ACCT-BYPASS-FLAG    PIC X    VALUE 'N'.
           88  WS-ACCT-BYPASS               VALUE 'Y'.
       01  WS-PARM-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PARM-FILE-OK              VALUE '00'.

       01  WS-EOF-FLAG            PIC X    VALUE 'N'.
           88  END-OF-FILE                  VALUE 'Y'.
       01  WS-ON-FILE-FLAG        PIC X    VALUE 'N'.
           88  WS-ON-FILE                   VALUE 'Y'.

      *    ONE SORTED POSTING IN HAND - THE POSTING DETAIL LAYOUT AND
      *    ITS POSITION ON ACCTDTL. AN ACCOUNT OF HIGH-VALUES MARKS
      *    THE END OF THE SORTED POSTINGS.
       01  WS-SORTED-POSTING.
           05  WS-SP-ACCOUNT-NO       PIC X(6).
           05  WS-SP-BATCH-ID         PIC X(9).
           05  WS-SP-RUN-DATE         PIC 9(8).
           05  WS-SP-DC-INDICATOR     PIC X.
               88  WS-SP-IS-DEBIT            VALUE 'D'.
               88  WS-SP-IS-CREDIT           VALUE 'C'.
           05  WS-SP-AMOUNT           PIC 9(5)V99.
           05  WS-SP-RESULT-BALANCE   PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  WS-SP-BRANCH-CODE      PIC X(4).
           05  WS-SP-REVERSAL-FLAG    PIC X.
               88  WS-SP-IS-REVERSAL         VALUE 'R'.
               88  WS-SP-REVERSED            VALUE 'X'.
           05  WS-SP-REF-BATCH-ID     PIC X(9).
           05  WS-SP-REF-RUN-DATE     PIC 9(8).
           05  FILLER                 PIC X(15).
           05  WS-SP-ORDINAL          PIC 9(9).

      *    THE MASTER ACCOUNT IN HAND - HIGH-VALUES ONCE THE MASTER IS
      *    EXHAUSTED OR WHEN IT COULD NOT BE OPENED.
       01  WS-MASTER-ACCOUNT-NO   PIC X(6)  VALUE SPACES.

       01  WS-CUR-ACCOUNT-NO      PIC X(6)  VALUE SPACES.
       01  WS-PDTL-ORDINAL        PIC 9(9)  VALUE ZEROES.
       01  WS-DETAIL-READ-COUNT   PIC 9(7)  VALUE ZEROES.
       01  WS-STATEMENT-COUNT     PIC 9(7)  VALUE ZEROES.
       01  WS-TIE-BREAK-COUNT     PIC 9(7)  VALUE ZEROES.

       01  WS-RUN-DATE            PIC 9(8).

       01  WS-RUN-LOG.
           05  WS-RL-FUNCTION         PIC X    VALUE 'S'.
               88  WS-RL-START-STEP          VALUE 'S'.
               88  WS-RL-END-STEP            VALUE 'E'.
           05  WS-RL-STEP-NAME        PIC X(8) VALUE 'STMTPRT'.
           05  WS-RL-BUSINESS-DATE    PIC 9(8) VALUE ZEROES.
           05  WS-RL-RECORDS-READ     PIC 9(9) VALUE ZEROES.
           05  WS-RL-RECORDS-WRITTEN  PIC 9(9) VALUE ZEROES.
           05  WS-RL-RETURN-CODE      PIC 9(3) VALUE ZEROES.
           05  WS-RL-NOTE             PIC X(26) VALUE SPACES.
           05  WS-RL-CLEAR-FLAG       PIC X    VALUE 'N'.
               88  WS-RL-CLEAR-TO-RUN        VALUE 'Y'.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(30) VALUE
               'ACCOUNT STATEMENT PRINT'.
           05  WPL-AMOUNT             PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WPL-BALANCE            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WPL-NOTE               PIC X(22).

       01  WS-REVERSAL-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WRV-BATCH-ID           PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WRV-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WRV-DC                 PIC X(2).
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WRV-AMOUNT             PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(23) VALUE
               '(ORIGINAL POSTING)'.

       01  WS-CLOSING-LINE.
           05  FILLER                 PIC X(20) VALUE

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM LOG-STEP-START
           PERFORM READ-RUN-PARAMETERS
           PERFORM OPEN-POSTING-DETAIL
           PERFORM OPEN-ACCOUNT-MASTER
           OPEN OUTPUT STATEMENT-PRINT-FILE
           MOVE WS-RUN-DATE TO WH1-DATE
           WRITE STATEMENT-PRINT-LINE FROM WS-HEADING-LINE-1
           WRITE STATEMENT-PRINT-LINE FROM WS-HEADING-LINE-2
           SORT SORT-FILE
               ON ASCENDING KEY SR-ACCOUNT-NO SR-ORDINAL
               INPUT PROCEDURE IS SELECT-STATEMENT-POSTINGS
               OUTPUT PROCEDURE IS PRINT-STATEMENTS
           WRITE STATEMENT-PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE WS-STATEMENT-COUNT TO WSL-STATEMENTS
           MOVE WS-POSTING-COUNT   TO WSL-POSTINGS
           IF WS-TIE-BREAK-COUNT > ZEROES
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
           MOVE WS-DETAIL-READ-COUNT TO WS-RL-RECORDS-READ
           MOVE WS-STATEMENT-COUNT   TO WS-RL-RECORDS-WRITTEN
           MOVE RETURN-CODE          TO WS-RL-RETURN-CODE
           MOVE SPACES               TO WS-RL-NOTE
           IF RETURN-CODE = 4
               MOVE 'POSTING ORDER TIE BREAKS' TO WS-RL-NOTE
           END-IF
           CALL 'RUNLOG' USING WS-RUN-LOG
           MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

       OPEN-POSTING-DETAIL.
           OPEN INPUT POSTING-DETAIL-FILE
           IF WS-PDTL-FILE-MISSING
               DISPLAY 'NO POSTING DETAIL FILE ACCTDTL PRESENT - '
                       'NO STATEMENTS TO PRINT'
               PERFORM LOG-STEP-END
               STOP RUN
           END-IF
           IF NOT WS-PDTL-FILE-OK
                       WS-PDTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-RUN-PARAMETERS.
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
           END-IF.

      *    EVERY POSTING OF THE BUSINESS DATE GOES TO THE SORT WITH
      *    ITS POSITION ON ACCTDTL, SO EACH ACCOUNT'S POSTINGS COME
      *    BACK IN THE ORDER THEY WERE APPLIED.
       SELECT-STATEMENT-POSTINGS.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ POSTING-DETAIL-FILE
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DETAIL-READ-COUNT
                       ADD 1 TO WS-PDTL-ORDINAL
                       IF PD-RUN-DATE = WS-RUN-DATE
                           MOVE POSTING-DETAIL-RECORD
                               TO SR-DETAIL-IMAGE
                           MOVE WS-PDTL-ORDINAL TO SR-ORDINAL
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSTING-DETAIL-FILE.

       OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-MASTER-OK
               SET WS-ACCT-BYPASS TO TRUE
               MOVE HIGH-VALUES TO WS-MASTER-ACCOUNT-NO
               DISPLAY 'WARNING: ACCOUNT MASTER ACCTMST UNAVAILABLE - '
                       'FILE STATUS ' WS-ACCT-FILE-STATUS
                       ' - NAMES AND CLOSING TIE SUPPRESSED'
           ELSE
               PERFORM READ-ACCOUNT-MASTER
           END-IF.

       READ-ACCOUNT-MASTER.
           READ ACCOUNT-MASTER
               AT END
                   MOVE HIGH-VALUES TO WS-MASTER-ACCOUNT-NO
               NOT AT END
                   MOVE AM-ACCOUNT-NO TO WS-MASTER-ACCOUNT-NO
           END-READ.

       PRINT-STATEMENTS.
           PERFORM RETURN-SORTED-POSTING
           PERFORM UNTIL WS-SP-ACCOUNT-NO = HIGH-VALUES
               MOVE WS-SP-ACCOUNT-NO TO WS-CUR-ACCOUNT-NO
               PERFORM PRINT-ONE-STATEMENT
           END-PERFORM.

       RETURN-SORTED-POSTING.
           RETURN SORT-FILE INTO WS-SORTED-POSTING
               AT END
                   MOVE HIGH-VALUES TO WS-SP-ACCOUNT-NO
           END-RETURN.

      *    ONE STATEMENT FOR THE ACCOUNT IN HAND - ITS SORTED POSTINGS
      *    PRINT IN THE ORDER THEY WERE APPLIED AND THE OPENING
      *    BALANCE IS BACKED OFF THE FIRST POSTING'S RESULTING
      *    BALANCE.
       PRINT-ONE-STATEMENT.
           PERFORM MATCH-MASTER-FOR-STATEMENT
           MOVE WS-CUR-ACCOUNT-NO TO WAH-ACCOUNT-NO
           WRITE STATEMENT-PRINT-LINE FROM WS-ACCOUNT-HEADING-LINE
           MOVE 'Y' TO WS-FIRST-POSTING-FLAG
           MOVE ZEROES TO WS-CLOSING-BALANCE
           PERFORM UNTIL WS-SP-ACCOUNT-NO NOT = WS-CUR-ACCOUNT-NO
               PERFORM PRINT-ONE-POSTING
               PERFORM RETURN-SORTED-POSTING
           END-PERFORM
           MOVE WS-CLOSING-BALANCE TO WCL-BALANCE
           IF WS-ACCT-BYPASS OR NOT WS-ON-FILE
               MOVE SPACES TO WCL-TIE-STATUS
           WRITE STATEMENT-PRINT-LINE FROM WS-HEADING-LINE-2
           ADD 1 TO WS-STATEMENT-COUNT.

      *    THE MASTER IS STEPPED UP TO THE STATEMENT ACCOUNT - MASTER
      *    ACCOUNTS WITH NO POSTINGS TODAY ARE PASSED OVER.
       MATCH-MASTER-FOR-STATEMENT.
           MOVE 'N' TO WS-ON-FILE-FLAG
           MOVE SPACES TO WAH-ACCOUNT-NAME
           MOVE ZEROES TO WS-MASTER-BALANCE
           IF NOT WS-ACCT-BYPASS
               PERFORM UNTIL WS-MASTER-ACCOUNT-NO
                       NOT < WS-CUR-ACCOUNT-NO
                   PERFORM READ-ACCOUNT-MASTER
               END-PERFORM
               IF WS-MASTER-ACCOUNT-NO = WS-CUR-ACCOUNT-NO
                   SET WS-ON-FILE TO TRUE
                   MOVE AM-ACCOUNT-NAME TO WAH-ACCOUNT-NAME
                   MOVE AM-BALANCE      TO WS-MASTER-BALANCE
               ELSE
                   MOVE '*NOT ON MASTER*' TO WAH-ACCOUNT-NAME
               END-IF
           END-IF.

       PRINT-ONE-POSTING.
           IF WS-SP-IS-DEBIT
               COMPUTE WS-SIGNED-AMOUNT = WS-SP-AMOUNT * -1
           ELSE
               MOVE WS-SP-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF
           IF WS-FIRST-POSTING
               COMPUTE WS-OPENING-BALANCE =
                   WS-SP-RESULT-BALANCE - WS-SIGNED-AMOUNT
               MOVE WS-OPENING-BALANCE TO WOL-BALANCE
               WRITE STATEMENT-PRINT-LINE FROM WS-OPENING-LINE
               MOVE 'N' TO WS-FIRST-POSTING-FLAG
           END-IF
           MOVE WS-SP-BATCH-ID       TO WPL-BATCH-ID
           MOVE WS-SP-RUN-DATE       TO WPL-DATE
           MOVE WS-SP-DC-INDICATOR   TO WPL-DC
           MOVE WS-SP-AMOUNT         TO WPL-AMOUNT
           MOVE WS-SP-RESULT-BALANCE TO WPL-BALANCE
           MOVE SPACES               TO WPL-NOTE
           IF WS-SP-IS-REVERSAL
               STRING 'REVERSAL OF ' WS-SP-REF-BATCH-ID
                   DELIMITED BY SIZE INTO WPL-NOTE
           END-IF
           IF WS-SP-REVERSED
               STRING 'REVERSED BY ' WS-SP-REF-BATCH-ID
                   DELIMITED BY SIZE INTO WPL-NOTE
           END-IF
           WRITE STATEMENT-PRINT-LINE FROM WS-POSTING-LINE
           IF WS-SP-IS-REVERSAL
               PERFORM PRINT-REVERSED-ORIGINAL
           END-IF
           MOVE WS-SP-RESULT-BALANCE TO WS-CLOSING-BALANCE
           ADD 1 TO WS-POSTING-COUNT.

      *    THE ORIGINAL OF A REVERSAL IS SHOWN UNDER IT - SAME BATCH
      *    AND AMOUNT, THE OPPOSITE SIDE - SO THE CUSTOMER SEES THE
      *    PAIR EVEN WHEN THE ORIGINAL WAS ON AN EARLIER STATEMENT.
       PRINT-REVERSED-ORIGINAL.
           MOVE WS-SP-REF-BATCH-ID TO WRV-BATCH-ID
           MOVE WS-SP-REF-RUN-DATE TO WRV-DATE
           IF WS-SP-IS-DEBIT
               MOVE 'C'            TO WRV-DC
           ELSE
               MOVE 'D'            TO WRV-DC
           END-IF
           MOVE WS-SP-AMOUNT       TO WRV-AMOUNT
           WRITE STATEMENT-PRINT-LINE FROM WS-REVERSAL-LINE.
