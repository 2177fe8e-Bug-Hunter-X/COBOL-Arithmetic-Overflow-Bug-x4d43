       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGVWATCH.
      *    LARGE-VALUE AND STRUCTURING WATCH OVER THE POSTING DETAIL.
      *    COMPLIANCE NEEDS EVERY DAY THE ACCOUNTS WITH LARGE MOVEMENTS
      *    AND THE ACCOUNTS TAKING MANY DEPOSITS JUST UNDER THE
      *    REPORTING THRESHOLD. THE THRESHOLD, THE LENGTH OF THE
      *    ROLLING WINDOW IN DAYS AND THE SMALLEST NUMBER OF DEPOSITS
      *    THAT COUNTS AS STRUCTURING COME FROM THE PARAMETER FILE
      *    WATCHPRM. THE POSTINGS OF THE WINDOW ENDING ON THE BUSINESS
      *    DATE ARE TAKEN FROM ACCTDTL AND SORTED BY ACCOUNT, DATE AND
      *    POSTING ORDER, AND EACH ACCOUNT IS LISTED ON WATCHRPT WHEN:
      *      LARGE VALUE  - ANY POSTING OF THE BUSINESS DATE, DEBIT OR
      *                     CREDIT, IS AT OR ABOVE THE THRESHOLD;
      *      STRUCTURING  - AT LEAST THE MINIMUM NUMBER OF CREDITS IN
      *                     THE WINDOW, EACH UNDER THE THRESHOLD, ONE
      *                     OF THEM ON THE BUSINESS DATE, TOGETHER
      *                     REACH THE THRESHOLD. REVERSALS AND THE
      *                     ITEMS THEY REVERSED ARE LEFT OUT.
      *    EACH HIT SHOWS THE ACCOUNT NAME FROM ACCTMST AND, FOR EVERY
      *    POSTING BEHIND IT, THE BRANCH AND ITS NAME FROM BRNCHMST,
      *    THE BATCH ID, THE DATE AND THE AMOUNT. RETURN CODE 4
      *    SIGNALS AN ACCOUNT WITH MORE POSTINGS IN THE WINDOW THAN
      *    COULD BE HELD; 16 AN ABEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-PARM-FILE ASSIGN TO "WATCHPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WPRM-FILE-STATUS.
           SELECT POSTING-DETAIL-FILE ASSIGN TO "ACCTDTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTL-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRN-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
           SELECT RUN-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT WATCH-PRINT-FILE ASSIGN TO "WATCHRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-PARM-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WATCH-PARM-RECORD.
           05  WP-THRESHOLD           PIC 9(7)V99.
           05  WP-WINDOW-DAYS         PIC 9(3).
           05  WP-MINIMUM-COUNT       PIC 9(3).
           05  FILLER                 PIC X(25).

       FD  POSTING-DETAIL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  POSTING-DETAIL-RECORD.
           05  PD-ACCOUNT-NO          PIC X(6).
           05  PD-BATCH-ID            PIC X(9).
           05  PD-RUN-DATE            PIC 9(8).
           05  PD-DC-INDICATOR        PIC X.
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
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT-NO          PIC X(6).
           05  AM-ACCOUNT-NAME        PIC X(20).
           05  AM-STATUS              PIC X.
               88  AM-ACCOUNT-OPEN           VALUE 'A'.
               88  AM-ACCOUNT-CLOSED         VALUE 'C'.
           05  AM-BALANCE             PIC S9(9)V99 COMP-3.
           05  AM-OVERDRAFT-LIMIT     PIC 9(7)V99 COMP-3.
           05  AM-ACCOUNT-TYPE        PIC X(2).

       FD  BRANCH-MASTER
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BRANCH-MASTER-RECORD.
           05  BM-BRANCH-CODE         PIC X(4).
           05  BM-BRANCH-NAME         PIC X(20).
           05  BM-REGION              PIC X(4).
           05  FILLER                 PIC X(12).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-ACCOUNT-NO          PIC X(6).
           05  SR-RUN-DATE            PIC 9(8).
           05  SR-ORDINAL             PIC 9(9).
           05  SR-BATCH-ID            PIC X(9).
           05  SR-DC-INDICATOR        PIC X.
           05  SR-AMOUNT              PIC 9(5)V99.
           05  SR-BRANCH-CODE         PIC X(4).
           05  SR-REVERSAL-FLAG       PIC X.

       FD  RUN-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RUN-PARAMETER-RECORD.
           05  RP-BUSINESS-DATE       PIC X(8).
           05  RP-CHECKPOINT-INTERVAL PIC X(4).
           05  RP-RUN-MODE            PIC X.
           05  RP-FORCE-RERUN         PIC X.
           05  FILLER                 PIC X(16).

       FD  WATCH-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WATCH-PRINT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WPRM-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-WPRM-FILE-OK              VALUE '00'.
       01  WS-PDTL-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PDTL-FILE-OK              VALUE '00'.
           88  WS-PDTL-FILE-MISSING         VALUE '35'.
       01  WS-ACCT-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-ACCT-MASTER-OK            VALUE '00' '05'.
       01  WS-BRN-FILE-STATUS     PIC XX   VALUE '00'.
           88  WS-BRN-MASTER-OK             VALUE '00'.
       01  WS-PARM-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PARM-FILE-OK              VALUE '00'.

       01  WS-EOF-FLAG            PIC X    VALUE 'N'.
           88  END-OF-FILE                  VALUE 'Y'.
       01  WS-BM-EOF-FLAG         PIC X    VALUE 'N'.
           88  WS-BM-EOF                    VALUE 'Y'.
       01  WS-BRN-BYPASS-FLAG     PIC X    VALUE 'N'.
           88  WS-BRN-BYPASS                VALUE 'Y'.
       01  WS-BM-FOUND-FLAG       PIC X    VALUE 'N'.
           88  WS-BM-FOUND                  VALUE 'Y'.
       01  WS-GROUP-FULL-FLAG     PIC X    VALUE 'N'.
           88  WS-GROUP-FULL                VALUE 'Y'.
       01  WS-ACCOUNT-LISTED-FLAG PIC X    VALUE 'N'.
           88  WS-ACCOUNT-LISTED            VALUE 'Y'.
       01  WS-TODAY-CREDIT-FLAG   PIC X    VALUE 'N'.
           88  WS-TODAY-CREDIT              VALUE 'Y'.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-WINDOW-START        PIC 9(8) VALUE ZEROES.
       01  WS-THRESHOLD           PIC 9(7)V99 VALUE ZEROES.
       01  WS-WINDOW-DAYS         PIC 9(3) VALUE ZEROES.
       01  WS-MINIMUM-COUNT       PIC 9(3) VALUE ZEROES.
       01  WS-PDTL-ORDINAL        PIC 9(9) VALUE ZEROES.
       01  WS-CURRENT-ACCOUNT     PIC X(6) VALUE SPACES.
       01  WS-ACCOUNT-NAME        PIC X(20) VALUE SPACES.

       01  WS-BRANCH-MASTER-TABLE.
           05  WS-BM-ENTRY OCCURS 1000 TIMES
                       INDEXED BY BM-IDX.
               10  WS-BM-CODE             PIC X(4).
               10  WS-BM-NAME             PIC X(20).
       01  WS-BM-USED             PIC 9(4) VALUE ZEROES.

      *    ONE SORTED POSTING IN HAND - AN ACCOUNT OF HIGH-VALUES
      *    MARKS THE END OF THE SORTED POSTINGS.
       01  WS-SORTED-POSTING.
           05  WS-SP-ACCOUNT-NO       PIC X(6).
           05  WS-SP-RUN-DATE         PIC 9(8).
           05  WS-SP-ORDINAL          PIC 9(9).
           05  WS-SP-BATCH-ID         PIC X(9).
           05  WS-SP-DC-INDICATOR     PIC X.
           05  WS-SP-AMOUNT           PIC 9(5)V99.
           05  WS-SP-BRANCH-CODE      PIC X(4).
           05  WS-SP-REVERSAL-FLAG    PIC X.

      *    THE WINDOW'S POSTINGS OF THE ACCOUNT IN HAND.
       01  WS-GROUP-TABLE.
           05  WS-GP-ENTRY OCCURS 1000 TIMES
                       INDEXED BY GP-IDX.
               10  WS-GP-RUN-DATE         PIC 9(8).
               10  WS-GP-BATCH-ID         PIC X(9).
               10  WS-GP-DC-INDICATOR     PIC X.
               10  WS-GP-AMOUNT           PIC 9(5)V99.
               10  WS-GP-BRANCH-CODE      PIC X(4).
               10  WS-GP-REVERSAL-FLAG    PIC X.
                   88  WS-GP-REVERSAL-ROW        VALUE 'R' 'X'.
               10  WS-GP-STRUCTURING-FLAG PIC X.
                   88  WS-GP-STRUCTURING         VALUE 'Y'.
       01  WS-GP-USED             PIC 9(4) VALUE ZEROES.

       01  WS-LARGE-COUNT         PIC 9(4) VALUE ZEROES.
       01  WS-LARGE-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-STRUCT-COUNT        PIC 9(4) VALUE ZEROES.
       01  WS-STRUCT-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZEROES.

       01  WS-SELECTED-COUNT      PIC 9(7) VALUE ZEROES.
       01  WS-ACCOUNTS-SEEN       PIC 9(7) VALUE ZEROES.
       01  WS-ACCOUNTS-LISTED     PIC 9(7) VALUE ZEROES.
       01  WS-LARGE-HIT-COUNT     PIC 9(7) VALUE ZEROES.
       01  WS-LARGE-POSTING-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-STRUCT-HIT-COUNT    PIC 9(7) VALUE ZEROES.
       01  WS-OVERFLOW-COUNT      PIC 9(7) VALUE ZEROES.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(30) VALUE
               'LARGE-VALUE/STRUCTURING WATCH'.
           05  FILLER                 PIC X(8)  VALUE '  DATE: '.
           05  WH1-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                 PIC X(80) VALUE ALL '-'.

       01  WS-PARAMETER-LINE.
           05  FILLER                 PIC X(11) VALUE 'THRESHOLD '.
           05  WPL-THRESHOLD          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(10) VALUE '  WINDOW '.
           05  WPL-WINDOW-DAYS        PIC ZZ9.
           05  FILLER                 PIC X(12) VALUE ' DAYS FROM '.
           05  WPL-WINDOW-START       PIC 9999/99/99.
           05  FILLER                 PIC X(13) VALUE
               '  MIN CREDITS'.
           05  WPL-MINIMUM-COUNT      PIC ZZZ9.
           05  FILLER                 PIC X(5)  VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(5)  VALUE 'BRCH'.
           05  FILLER                 PIC X(21) VALUE 'BRANCH NAME'.
           05  FILLER                 PIC X(10) VALUE 'BATCH'.
           05  FILLER                 PIC X(12) VALUE 'DATE'.
           05  FILLER                 PIC X(2)  VALUE 'DC'.
           05  FILLER                 PIC X(9)  VALUE '   AMOUNT'.
           05  FILLER                 PIC X(17) VALUE ' NOTE'.

       01  WS-ACCOUNT-LINE.
           05  FILLER                 PIC X(8)  VALUE 'ACCOUNT '.
           05  WAL-ACCOUNT-NO         PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WAL-ACCOUNT-NAME       PIC X(20).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WAL-HIT-KIND           PIC X(11).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WAL-POSTING-COUNT      PIC ZZZ9.
           05  FILLER                 PIC X(10) VALUE ' POSTINGS '.
           05  WAL-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-POSTING-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  WPO-BRANCH-CODE        PIC X(4).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WPO-BRANCH-NAME        PIC X(20).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WPO-BATCH-ID           PIC X(9).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WPO-RUN-DATE           PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WPO-DC-INDICATOR       PIC X.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WPO-AMOUNT             PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WPO-NOTE               PIC X(8).
           05  FILLER                 PIC X(8)  VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(80) VALUE
               'NO ACCOUNT MET EITHER TEST FOR THE WINDOW'.

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(17) VALUE
               'ACCOUNTS LISTED  '.
           05  WCL-LISTED             PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(15) VALUE
               '  LARGE VALUE  '.
           05  WCL-LARGE              PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(15) VALUE
               '  STRUCTURING  '.
           05  WCL-STRUCT             PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-RUN-PARAMETERS
           PERFORM READ-WATCH-PARAMETERS
           PERFORM LOAD-BRANCH-MASTER
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-MASTER-OK
               DISPLAY 'ABEND: ACCOUNT MASTER ACCTMST UNAVAILABLE - '
                       'FILE STATUS ' WS-ACCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WATCH-PRINT-FILE
           MOVE WS-RUN-DATE      TO WH1-DATE
           WRITE WATCH-PRINT-LINE FROM WS-HEADING-LINE-1
           WRITE WATCH-PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE WS-THRESHOLD     TO WPL-THRESHOLD
           MOVE WS-WINDOW-DAYS   TO WPL-WINDOW-DAYS
           MOVE WS-WINDOW-START  TO WPL-WINDOW-START
           MOVE WS-MINIMUM-COUNT TO WPL-MINIMUM-COUNT
           WRITE WATCH-PRINT-LINE FROM WS-PARAMETER-LINE
           WRITE WATCH-PRINT-LINE FROM WS-HEADING-LINE-2
           WRITE WATCH-PRINT-LINE FROM WS-COLUMN-HEADING-LINE
           SORT SORT-FILE
               ON ASCENDING KEY SR-ACCOUNT-NO SR-RUN-DATE SR-ORDINAL
               INPUT PROCEDURE IS SELECT-WINDOW-POSTINGS
               OUTPUT PROCEDURE IS WATCH-SORTED-ACCOUNTS
           IF WS-ACCOUNTS-LISTED = ZEROES
               WRITE WATCH-PRINT-LINE FROM WS-NONE-LINE
           END-IF
           WRITE WATCH-PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE WS-ACCOUNTS-LISTED  TO WCL-LISTED
           MOVE WS-LARGE-HIT-COUNT  TO WCL-LARGE
           MOVE WS-STRUCT-HIT-COUNT TO WCL-STRUCT
           WRITE WATCH-PRINT-LINE FROM WS-COUNT-LINE
           CLOSE WATCH-PRINT-FILE
           CLOSE ACCOUNT-MASTER
           DISPLAY 'LARGE-VALUE WATCH COMPLETE - ' WS-SELECTED-COUNT
                   ' POSTINGS IN WINDOW, ' WS-ACCOUNTS-SEEN
                   ' ACCOUNTS, ' WS-ACCOUNTS-LISTED ' LISTED'
           DISPLAY 'LARGE VALUE ACCOUNTS ' WS-LARGE-HIT-COUNT
                   ' (' WS-LARGE-POSTING-COUNT ' POSTINGS), '
                   'STRUCTURING ACCOUNTS ' WS-STRUCT-HIT-COUNT
           IF WS-OVERFLOW-COUNT > ZEROES
               DISPLAY 'WARNING: ' WS-OVERFLOW-COUNT
                       ' ACCOUNTS HAD MORE THAN 1000 POSTINGS IN THE '
                       'WINDOW - LATER POSTINGS NOT TESTED'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

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

      *    THE WINDOW ENDS ON THE BUSINESS DATE AND RUNS BACK THE
      *    NUMBER OF DAYS ON WATCHPRM, COUNTING THE BUSINESS DATE.
      *    FEWER THAN TWO CREDITS CANNOT BE STRUCTURING, SO A MINIMUM
      *    BELOW TWO IS TAKEN AS TWO.
       READ-WATCH-PARAMETERS.
           OPEN INPUT WATCH-PARM-FILE
           IF NOT WS-WPRM-FILE-OK
               DISPLAY 'ABEND: WATCH PARAMETERS WATCHPRM UNAVAILABLE '
                       '- FILE STATUS ' WS-WPRM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ WATCH-PARM-FILE
               AT END
                   DISPLAY 'ABEND: WATCH PARAMETERS WATCHPRM EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE WATCH-PARM-FILE
           IF WP-THRESHOLD IS NOT NUMERIC
                   OR WP-WINDOW-DAYS IS NOT NUMERIC
                   OR WP-MINIMUM-COUNT IS NOT NUMERIC
                   OR WP-THRESHOLD = ZEROES
                   OR WP-WINDOW-DAYS = ZEROES
               DISPLAY 'ABEND: WATCH PARAMETERS WATCHPRM INVALID - '
                       'THRESHOLD AND WINDOW MUST BE NUMERIC AND '
                       'NOT ZERO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WP-THRESHOLD     TO WS-THRESHOLD
           MOVE WP-WINDOW-DAYS   TO WS-WINDOW-DAYS
           MOVE WP-MINIMUM-COUNT TO WS-MINIMUM-COUNT
           IF WS-MINIMUM-COUNT < 2
               MOVE 2 TO WS-MINIMUM-COUNT
           END-IF
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                - WS-WINDOW-DAYS + 1).

       LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-MASTER
           IF NOT WS-BRN-MASTER-OK
               SET WS-BRN-BYPASS TO TRUE
               DISPLAY 'WARNING: BRANCH MASTER BRNCHMST UNAVAILABLE - '
                       'FILE STATUS ' WS-BRN-FILE-STATUS
                       ' - BRANCH NAMES SUPPRESSED'
           ELSE
               MOVE 'N' TO WS-BM-EOF-FLAG
               PERFORM UNTIL WS-BM-EOF
                   READ BRANCH-MASTER
                       AT END
                           SET WS-BM-EOF TO TRUE
                       NOT AT END
                           IF WS-BM-USED < 1000
                               ADD 1 TO WS-BM-USED
                               SET BM-IDX TO WS-BM-USED
                               MOVE BM-BRANCH-CODE
                                   TO WS-BM-CODE (BM-IDX)
                               MOVE BM-BRANCH-NAME
                                   TO WS-BM-NAME (BM-IDX)
                           ELSE
                               DISPLAY 'WARNING: BRANCH MASTER HOLDS '
                                       'MORE THAN 1000 BRANCHES - '
                                       'EXTRA ENTRIES IGNORED'
                               SET WS-BM-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER
           END-IF.

       SELECT-WINDOW-POSTINGS.
           OPEN INPUT POSTING-DETAIL-FILE
           IF WS-PDTL-FILE-MISSING
               DISPLAY 'NOTE: NO POSTING DETAIL ACCTDTL - NOTHING TO '
                       'WATCH'
           ELSE
               IF NOT WS-PDTL-FILE-OK
                   DISPLAY 'ABEND: POSTING DETAIL ACCTDTL UNAVAILABLE '
                           '- FILE STATUS ' WS-PDTL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ POSTING-DETAIL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PDTL-ORDINAL
                           IF PD-RUN-DATE NOT < WS-WINDOW-START
                                   AND PD-RUN-DATE NOT > WS-RUN-DATE
                               PERFORM RELEASE-WINDOW-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-DETAIL-FILE
           END-IF.

       RELEASE-WINDOW-POSTING.
           MOVE PD-ACCOUNT-NO      TO SR-ACCOUNT-NO
           MOVE PD-RUN-DATE        TO SR-RUN-DATE
           MOVE WS-PDTL-ORDINAL    TO SR-ORDINAL
           MOVE PD-BATCH-ID        TO SR-BATCH-ID
           MOVE PD-DC-INDICATOR    TO SR-DC-INDICATOR
           MOVE PD-AMOUNT          TO SR-AMOUNT
           MOVE PD-BRANCH-CODE     TO SR-BRANCH-CODE
           MOVE PD-REVERSAL-FLAG   TO SR-REVERSAL-FLAG
           RELEASE SORT-RECORD
           ADD 1 TO WS-SELECTED-COUNT.

       WATCH-SORTED-ACCOUNTS.
           PERFORM RETURN-SORTED-POSTING
           PERFORM UNTIL WS-SP-ACCOUNT-NO = HIGH-VALUES
               PERFORM COLLECT-ACCOUNT-GROUP
               PERFORM TEST-ACCOUNT-GROUP
           END-PERFORM.

       RETURN-SORTED-POSTING.
           RETURN SORT-FILE INTO WS-SORTED-POSTING
               AT END
                   MOVE HIGH-VALUES TO WS-SP-ACCOUNT-NO
           END-RETURN.

       COLLECT-ACCOUNT-GROUP.
           MOVE WS-SP-ACCOUNT-NO TO WS-CURRENT-ACCOUNT
           MOVE ZEROES TO WS-GP-USED
           MOVE 'N' TO WS-GROUP-FULL-FLAG
           ADD 1 TO WS-ACCOUNTS-SEEN
           PERFORM UNTIL WS-SP-ACCOUNT-NO NOT = WS-CURRENT-ACCOUNT
               IF WS-GP-USED < 1000
                   ADD 1 TO WS-GP-USED
                   SET GP-IDX TO WS-GP-USED
                   MOVE WS-SP-RUN-DATE    TO WS-GP-RUN-DATE (GP-IDX)
                   MOVE WS-SP-BATCH-ID    TO WS-GP-BATCH-ID (GP-IDX)
                   MOVE WS-SP-DC-INDICATOR
                       TO WS-GP-DC-INDICATOR (GP-IDX)
                   MOVE WS-SP-AMOUNT      TO WS-GP-AMOUNT (GP-IDX)
                   MOVE WS-SP-BRANCH-CODE
                       TO WS-GP-BRANCH-CODE (GP-IDX)
                   MOVE WS-SP-REVERSAL-FLAG
                       TO WS-GP-REVERSAL-FLAG (GP-IDX)
                   MOVE 'N' TO WS-GP-STRUCTURING-FLAG (GP-IDX)
               ELSE
                   IF NOT WS-GROUP-FULL
                       SET WS-GROUP-FULL TO TRUE
                       ADD 1 TO WS-OVERFLOW-COUNT
                   END-IF
               END-IF
               PERFORM RETURN-SORTED-POSTING
           END-PERFORM.

      *    LARGE VALUE LOOKS ONLY AT THE BUSINESS DATE; STRUCTURING
      *    ADDS UP THE WINDOW'S SMALLER CREDITS AND NEEDS ONE OF THEM
      *    ON THE BUSINESS DATE, SO THE SAME RUN OF DEPOSITS IS NOT
      *    LISTED AGAIN ON DAYS WHEN NOTHING NEW ARRIVES.
       TEST-ACCOUNT-GROUP.
           MOVE ZEROES TO WS-LARGE-COUNT WS-LARGE-TOTAL
           MOVE ZEROES TO WS-STRUCT-COUNT WS-STRUCT-TOTAL
           MOVE 'N' TO WS-TODAY-CREDIT-FLAG
           MOVE 'N' TO WS-ACCOUNT-LISTED-FLAG
           PERFORM VARYING GP-IDX FROM 1 BY 1
                   UNTIL GP-IDX > WS-GP-USED
               IF WS-GP-AMOUNT (GP-IDX) NOT < WS-THRESHOLD
                   IF WS-GP-RUN-DATE (GP-IDX) = WS-RUN-DATE
                       ADD 1 TO WS-LARGE-COUNT
                       ADD WS-GP-AMOUNT (GP-IDX) TO WS-LARGE-TOTAL
                   END-IF
               ELSE
                   IF WS-GP-DC-INDICATOR (GP-IDX) = 'C'
                           AND NOT WS-GP-REVERSAL-ROW (GP-IDX)
                       MOVE 'Y' TO WS-GP-STRUCTURING-FLAG (GP-IDX)
                       ADD 1 TO WS-STRUCT-COUNT
                       ADD WS-GP-AMOUNT (GP-IDX) TO WS-STRUCT-TOTAL
                       IF WS-GP-RUN-DATE (GP-IDX) = WS-RUN-DATE
                           SET WS-TODAY-CREDIT TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LARGE-COUNT > ZEROES
               PERFORM LIST-LARGE-VALUE-HIT
           END-IF
           IF WS-STRUCT-COUNT NOT < WS-MINIMUM-COUNT
                   AND WS-STRUCT-TOTAL NOT < WS-THRESHOLD
                   AND WS-TODAY-CREDIT
               PERFORM LIST-STRUCTURING-HIT
           END-IF.

       LIST-LARGE-VALUE-HIT.
           PERFORM FIND-ACCOUNT-NAME
           ADD 1 TO WS-LARGE-HIT-COUNT
           ADD WS-LARGE-COUNT TO WS-LARGE-POSTING-COUNT
           MOVE 'LARGE VALUE'  TO WAL-HIT-KIND
           MOVE WS-LARGE-COUNT TO WAL-POSTING-COUNT
           MOVE WS-LARGE-TOTAL TO WAL-TOTAL
           WRITE WATCH-PRINT-LINE FROM WS-ACCOUNT-LINE
           PERFORM VARYING GP-IDX FROM 1 BY 1
                   UNTIL GP-IDX > WS-GP-USED
               IF WS-GP-AMOUNT (GP-IDX) NOT < WS-THRESHOLD
                       AND WS-GP-RUN-DATE (GP-IDX) = WS-RUN-DATE
                   PERFORM PRINT-POSTING-LINE
               END-IF
           END-PERFORM.

       LIST-STRUCTURING-HIT.
           PERFORM FIND-ACCOUNT-NAME
           ADD 1 TO WS-STRUCT-HIT-COUNT
           MOVE 'STRUCTURING'   TO WAL-HIT-KIND
           MOVE WS-STRUCT-COUNT TO WAL-POSTING-COUNT
           MOVE WS-STRUCT-TOTAL TO WAL-TOTAL
           WRITE WATCH-PRINT-LINE FROM WS-ACCOUNT-LINE
           PERFORM VARYING GP-IDX FROM 1 BY 1
                   UNTIL GP-IDX > WS-GP-USED
               IF WS-GP-STRUCTURING (GP-IDX)
                   PERFORM PRINT-POSTING-LINE
               END-IF
           END-PERFORM.

      *    THE NAME IS LOOKED UP ONCE FOR AN ACCOUNT LISTED UNDER
      *    BOTH TESTS.
       FIND-ACCOUNT-NAME.
           IF NOT WS-ACCOUNT-LISTED
               SET WS-ACCOUNT-LISTED TO TRUE
               ADD 1 TO WS-ACCOUNTS-LISTED
               MOVE WS-CURRENT-ACCOUNT TO AM-ACCOUNT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE '*NOT ON FILE*' TO WS-ACCOUNT-NAME
                   NOT INVALID KEY
                       MOVE AM-ACCOUNT-NAME TO WS-ACCOUNT-NAME
               END-READ
           END-IF
           MOVE WS-CURRENT-ACCOUNT TO WAL-ACCOUNT-NO
           MOVE WS-ACCOUNT-NAME    TO WAL-ACCOUNT-NAME.

       PRINT-POSTING-LINE.
           MOVE WS-GP-BRANCH-CODE (GP-IDX)  TO WPO-BRANCH-CODE
           PERFORM FIND-BRANCH-NAME
           MOVE WS-GP-BATCH-ID (GP-IDX)     TO WPO-BATCH-ID
           MOVE WS-GP-RUN-DATE (GP-IDX)     TO WPO-RUN-DATE
           MOVE WS-GP-DC-INDICATOR (GP-IDX) TO WPO-DC-INDICATOR
           MOVE WS-GP-AMOUNT (GP-IDX)       TO WPO-AMOUNT
           EVALUATE WS-GP-REVERSAL-FLAG (GP-IDX)
               WHEN 'R'
                   MOVE 'REVERSAL' TO WPO-NOTE
               WHEN 'X'
                   MOVE 'REVERSED' TO WPO-NOTE
               WHEN OTHER
                   MOVE SPACES     TO WPO-NOTE
           END-EVALUATE
           WRITE WATCH-PRINT-LINE FROM WS-POSTING-LINE.

       FIND-BRANCH-NAME.
           MOVE SPACES TO WPO-BRANCH-NAME
           IF NOT WS-BRN-BYPASS
               MOVE 'N' TO WS-BM-FOUND-FLAG
               PERFORM VARYING BM-IDX FROM 1 BY 1
                       UNTIL BM-IDX > WS-BM-USED
                   IF WS-BM-CODE (BM-IDX) = WPO-BRANCH-CODE
                       SET WS-BM-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-BM-FOUND
                   MOVE WS-BM-NAME (BM-IDX) TO WPO-BRANCH-NAME
               ELSE
                   MOVE '*UNKNOWN BRANCH*'  TO WPO-BRANCH-NAME
               END-IF
           END-IF.
