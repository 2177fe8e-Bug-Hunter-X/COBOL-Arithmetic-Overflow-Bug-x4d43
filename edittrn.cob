      *    8 SIGNALS THAT ACCEPTED PLUS REJECTED DOES NOT BALANCE TO
      *    THE CAPTURE TRAILERS; A NON-NUMERIC TRAILER COUNT IS A
      *    HARD FAILURE (RETURN CODE 16), NEVER NORMALIZED AWAY.
      *    A REVERSAL RECORD (TYPE 'R') NAMES THE ACCOUNT AND THE
      *    BATCH ID OF AN EARLIER POSTING TO BE BACKED OUT. IT IS
      *    EDITED AGAINST THE CUMULATIVE POSTING DETAIL ACCTDTL: NO
      *    POSTING FOR THAT BATCH AND ACCOUNT REJECTS WITH 'RVNF', AND
      *    ONE WHOSE POSTINGS ARE ALL REVERSED ALREADY - ON FILE OR BY
      *    AN EARLIER REVERSAL ON THIS SAME INPUT - REJECTS WITH
      *    'RVDN'. THE ACCOUNT EDITS APPLY TO A REVERSAL AS TO ANY
      *    DETAIL. THE SETTLEMENT RUN POSTS AN ACCEPTED REVERSAL AS
      *    THE EXACT OPPOSITE OF THE ORIGINAL.
      *    A CLEAN DETAIL THAT MATCHES ANOTHER ITEM ON ACCOUNT, BRANCH,
      *    DEBIT/CREDIT INDICATOR AND AMOUNT IS TAKEN AS A SUSPECTED
      *    DUPLICATE AND GOES TO THE HOLD QUEUE HOLDQ INSTEAD OF
      *    TRANSCLN: EITHER AN EARLIER DETAIL ON THIS SAME INPUT, OR A
      *    POSTING ON ACCTDTL FROM THE LAST THREE BUSINESS DAYS BEFORE
      *    THE PARMFILE BUSINESS DATE (REVERSALS AND THE ITEMS THEY
      *    REVERSED ARE NOT MATCHED). A HELD ITEM COMES OFF THE BATCH
      *    TRAILER JUST AS A REJECT DOES, AND ACCEPTED PLUS REJECTED
      *    PLUS HELD BALANCES TO THE CAPTURE TRAILERS. HOLDQ IS
      *    CUMULATIVE; A RERUN FOR THE SAME BUSINESS DATE DROPS THE
      *    ITEMS HELD BY THE EARLIER RUN BEFORE HOLDING AGAIN. HOLDREL
      *    RELEASES A HELD ITEM INTO THE NEXT TRANSIN UNDER SITE
      *    'HREL', WHOSE DETAILS ARE NOT TESTED AGAIN, OR DROPS IT AS
      *    A CONFIRMED DUPLICATE. THE MONTH-END ACCRUAL BATCH, SITE
      *    'ACCR', IS NOT TESTED EITHER - FINANCE HAVE ALREADY SIGNED
      *    IT OFF, AND A FEE CAN FALL ON THE SAME AMOUNT AS A
      *    CUSTOMER'S OWN DEBIT. RETURN CODE 4 ALSO SIGNALS THAT AT
      *    LEAST ONE RECORD WAS HELD.
      *    A BATCH HEADER MAY NAME THE CURRENCY ITS ITEMS WERE
      *    CAPTURED IN; A BLANK CURRENCY MEANS BASE CURRENCY. THE CODE
      *    MUST BE ON THE EXCHANGE RATE FILE EXCHRATE ('CCNF' IF IT
      *    NEVER APPEARS THERE) AND MUST HAVE A RATE FOR THE BUSINESS
      *    DATE ('XRNF'); A HEADER REJECTED EITHER WAY TAKES ITS
      *    DETAILS AND TRAILER WITH IT AS 'NOBH', AS FOR 'BIDB'. A
      *    DETAIL WHOSE AMOUNT WOULD EXCEED 99,999.99 ONCE CONVERTED
      *    TO BASE CURRENCY REJECTS WITH 'AMTX', AND A REVERSAL WHOSE
      *    ORIGINAL POSTINGS ARE ALL IN ANOTHER CURRENCY THAN ITS
      *    BATCH REJECTS WITH 'RVCY'. REJECTS AND HELD ITEMS CARRY THE
      *    BATCH CURRENCY SO THEY GO BACK IN UNDER THE SAME CURRENCY,
      *    AND A SUSPECTED DUPLICATE MUST MATCH ON CURRENCY AS WELL,
      *    THE AMOUNTS COMPARED AS CAPTURED.
      *    THE RUN IS LOGGED ON THE RUN-CONTROL FILE RUNCTL THROUGH
      *    RUNLOG, AND DOES NOT START UNTIL THE CORRECTION APPLY
      *    REJAPPLY HAS ENDED CLEANLY FOR THE SAME BUSINESS DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT POSTING-DETAIL-FILE ASSIGN TO "ACCTDTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTL-FILE-STATUS.
           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT HOLD-QUEUE-OLD-FILE ASSIGN TO "HOLDQ.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDO-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88  TR-HEADER-RECORD          VALUE 'H'.
               88  TR-DETAIL-RECORD          VALUE 'D'.
               88  TR-TRAILER-RECORD         VALUE 'T'.
               88  TR-REVERSAL-RECORD        VALUE 'R'.
           05  TR-DETAIL.
               10  TR-ACCOUNT-NO      PIC X(6).
               10  TR-BRANCH-CODE     PIC X(4).
           05  TR-HEADER REDEFINES TR-DETAIL.
               10  TR-BATCH-ID        PIC X(8).
               10  TR-SOURCE-SITE     PIC X(4).
               10  TR-CURRENCY-CODE   PIC X(3).
               10  FILLER             PIC X(4).
           05  TR-TRAILER REDEFINES TR-DETAIL.
               10  TR-TRAILER-COUNT   PIC 9(7).
               10  FILLER             PIC X(12).
           05  TR-REVERSAL REDEFINES TR-DETAIL.
               10  TR-REV-ACCOUNT-NO  PIC X(6).
               10  TR-REV-BATCH-ID    PIC X(9).
               10  FILLER             PIC X(4).

       FD  CLEAN-FILE
           RECORD CONTAINS 20 CHARACTERS
       01  CLEAN-RECORD               PIC X(20).

       FD  REJECT-FILE
           RECORD CONTAINS 28 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD.
           05  RJ-REASON-CODE         PIC X(4).
           05  FILLER                 PIC X.
           05  RJ-RECORD-IMAGE        PIC X(20).
           05  RJ-CURRENCY-CODE       PIC X(3).

       FD  ACCOUNT-MASTER
           RECORD CONTAINS 40 CHARACTERS
               88  AM-ACCOUNT-OPEN           VALUE 'A'.
               88  AM-ACCOUNT-CLOSED         VALUE 'C'.
           05  AM-BALANCE             PIC S9(9)V99 COMP-3.
           05  AM-OVERDRAFT-LIMIT     PIC 9(7)V99 COMP-3.
           05  AM-ACCOUNT-TYPE        PIC X(2).

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
           05  PD-CURRENCY-CODE       PIC X(3).
           05  PD-ORIG-AMOUNT         PIC 9(5)V99.
           05  FILLER                 PIC X(5).

       FD  HOLD-QUEUE-FILE
           RECORD CONTAINS 90 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HOLD-QUEUE-RECORD.
           05  HQ-HOLD-DATE           PIC 9(8).
           05  HQ-HOLD-SEQ            PIC 9(5).
           05  HQ-BATCH-ID            PIC X(8).
           05  HQ-SOURCE-SITE         PIC X(4).
           05  HQ-RECORD-IMAGE.
               10  HQ-RECORD-TYPE     PIC X.
               10  HQ-ACCOUNT-NO      PIC X(6).
               10  HQ-BRANCH-CODE     PIC X(4).
               10  HQ-DC-INDICATOR    PIC X.
               10  HQ-AMOUNT          PIC 9(5)V99.
               10  FILLER             PIC X.
           05  HQ-MATCH-KIND          PIC X.
               88  HQ-MATCH-THIS-FILE        VALUE 'F'.
               88  HQ-MATCH-POSTED           VALUE 'P'.
           05  HQ-MATCH-BATCH-ID      PIC X(9).
           05  HQ-MATCH-DATE          PIC 9(8).
           05  HQ-STATUS              PIC X.
               88  HQ-HELD                   VALUE 'H'.
               88  HQ-RELEASED               VALUE 'R'.
               88  HQ-DROPPED                VALUE 'D'.
           05  HQ-ACTION-DATE         PIC 9(8).
           05  HQ-ACTION-BY           PIC X(8).
           05  HQ-CURRENCY-CODE       PIC X(3).
           05  FILLER                 PIC X(7).

       FD  HOLD-QUEUE-OLD-FILE
           RECORD CONTAINS 90 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HOLD-QUEUE-OLD-RECORD      PIC X(90).

       FD  RUN-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RUN-PARAMETER-RECORD.
           05  RP-BUSINESS-DATE       PIC X(8).
           05  RP-CHECKPOINT-INTERVAL PIC X(4).
           05  RP-RUN-MODE            PIC X.
           05  RP-FORCE-RERUN         PIC X.
           05  FILLER                 PIC X(16).

       FD  EXCHANGE-RATE-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EXCHANGE-RATE-RECORD.
           05  XR-CURRENCY-CODE       PIC X(3).
           05  XR-RATE-DATE           PIC 9(8).
           05  XR-RATE                PIC 9(4)V9(6).
           05  XR-CURRENCY-NAME       PIC X(15).
           05  FILLER                 PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-RECORDS-READ        PIC 9(7)  VALUE ZEROES.
       01  WS-ACCEPTED-COUNT      PIC 9(7)  VALUE ZEROES.
       01  WS-BATCH-ACCEPTED      PIC 9(7)  VALUE ZEROES.
       01  WS-BATCH-REJECTED      PIC 9(7)  VALUE ZEROES.
       01  WS-BATCH-BALANCE       PIC 9(7)  VALUE ZEROES.
       01  WS-BATCH-HELD          PIC 9(7)  VALUE ZEROES.
       01  WS-HELD-COUNT          PIC 9(7)  VALUE ZEROES.
       01  WS-CUR-SOURCE-SITE     PIC X(4)  VALUE SPACES.
           88  WS-RELEASED-HOLDS            VALUE 'HREL'.
           88  WS-ACCRUAL-BATCH             VALUE 'ACCR'.
       01  WS-CUR-CURRENCY-CODE   PIC X(3)  VALUE SPACES.
           88  WS-BASE-CURRENCY             VALUE SPACES.
       01  WS-CUR-RATE            PIC 9(4)V9(6) VALUE ZEROES.
       01  WS-BASE-AMOUNT         PIC 9(5)V99 VALUE ZEROES.

       01  WS-REASON-CODE         PIC X(4)  VALUE SPACES.
           88  WS-RECORD-CLEAN              VALUE SPACES.

       01  WS-ACCT-FILE-STATUS    PIC XX    VALUE '00'.
           88  WS-ACCT-MASTER-OK            VALUE '00' '05'.
       01  WS-PDTL-FILE-STATUS    PIC XX    VALUE '00'.
           88  WS-PDTL-FILE-OK              VALUE '00'.
       01  WS-PDTL-EOF-FLAG       PIC X     VALUE 'N'.
           88  WS-PDTL-EOF                  VALUE 'Y'.

       01  WS-REVERSAL-TABLE.
           05  WS-RV-ENTRY OCCURS 500 TIMES
                       INDEXED BY RV-IDX.
               10  WS-RV-ACCOUNT-NO       PIC X(6).
               10  WS-RV-BATCH-ID         PIC X(9).
       01  WS-RV-USED             PIC 9(4)  VALUE ZEROES.
       01  WS-RV-ORIGINAL-COUNT   PIC 9(5)  VALUE ZEROES.
       01  WS-RV-REVERSED-COUNT   PIC 9(5)  VALUE ZEROES.
       01  WS-RV-PENDING-COUNT    PIC 9(5)  VALUE ZEROES.
       01  WS-RV-ACCEPTED-COUNT   PIC 9(7)  VALUE ZEROES.
       01  WS-RV-CURRENCY-COUNT   PIC 9(5)  VALUE ZEROES.

      *    EVERY CURRENCY ON EXCHRATE, WITH ITS RATE FOR THE BUSINESS
      *    DATE (ZERO WHEN THE CURRENCY IS KNOWN BUT NOT QUOTED TODAY).
       01  WS-RATE-TABLE.
           05  WS-XR-ENTRY OCCURS 100 TIMES
                       INDEXED BY XR-IDX.
               10  WS-XR-CURRENCY-CODE    PIC X(3).
               10  WS-XR-RATE             PIC 9(4)V9(6).
       01  WS-XR-USED             PIC 9(4)  VALUE ZEROES.
       01  WS-XR-FOUND-FLAG       PIC X     VALUE 'N'.
           88  WS-XR-FOUND                  VALUE 'Y'.
       01  WS-XR-SEARCH-CODE      PIC X(3)  VALUE SPACES.
       01  WS-RATE-WARNING-FLAG   PIC X     VALUE 'N'.
           88  WS-RATE-WARNING              VALUE 'Y'.
       01  WS-XR-EOF-FLAG         PIC X     VALUE 'N'.
           88  WS-XR-EOF                    VALUE 'Y'.
       01  WS-RATE-FILE-STATUS    PIC XX    VALUE '00'.
           88  WS-RATE-FILE-OK              VALUE '00'.
           88  WS-RATE-FILE-MISSING         VALUE '35'.

       01  WS-PARM-FILE-STATUS    PIC XX    VALUE '00'.
           88  WS-PARM-FILE-OK              VALUE '00'.
       01  WS-RUN-DATE            PIC 9(8)  VALUE ZEROES.

       01  WS-RUN-LOG.
           05  WS-RL-FUNCTION         PIC X    VALUE 'S'.
               88  WS-RL-START-STEP          VALUE 'S'.
               88  WS-RL-END-STEP            VALUE 'E'.
           05  WS-RL-STEP-NAME        PIC X(8) VALUE 'EDITTRN'.
           05  WS-RL-BUSINESS-DATE    PIC 9(8) VALUE ZEROES.
           05  WS-RL-RECORDS-READ     PIC 9(9) VALUE ZEROES.
           05  WS-RL-RECORDS-WRITTEN  PIC 9(9) VALUE ZEROES.
           05  WS-RL-RETURN-CODE      PIC 9(3) VALUE ZEROES.
           05  WS-RL-NOTE             PIC X(26) VALUE SPACES.
           05  WS-RL-CLEAR-FLAG       PIC X    VALUE 'N'.
               88  WS-RL-CLEAR-TO-RUN        VALUE 'Y'.

      *    SUSPECTED DUPLICATE DETECTION. THE POSTED ITEMS OF THE LAST
      *    WS-DUP-LOOKBACK-DAYS BUSINESS DAYS ON ACCTDTL, AND EVERY
      *    DETAIL ACCEPTED FROM THIS INPUT, ARE HELD FOR MATCHING.
       01  WS-DUP-LOOKBACK-DAYS   PIC 9(2)  VALUE 3.
       01  WS-DUP-DATE-TABLE.
           05  WS-DD-DATE OCCURS 9 TIMES
                       INDEXED BY DD-IDX DD-LOW-IDX
                                  PIC 9(8).
       01  WS-DD-USED             PIC 9(2)  VALUE ZEROES.
       01  WS-DD-FOUND-FLAG       PIC X     VALUE 'N'.
           88  WS-DD-FOUND                  VALUE 'Y'.
       01  WS-DUP-CUTOFF-DATE     PIC 9(8)  VALUE ZEROES.

       01  WS-PRIOR-ITEM-TABLE.
           05  WS-PI-ENTRY OCCURS 5000 TIMES
                       INDEXED BY PI-IDX.
               10  WS-PI-ACCOUNT-NO       PIC X(6).
               10  WS-PI-BRANCH-CODE      PIC X(4).
               10  WS-PI-DC-INDICATOR     PIC X.
               10  WS-PI-AMOUNT           PIC 9(5)V99.
               10  WS-PI-CURRENCY-CODE    PIC X(3).
               10  WS-PI-BATCH-ID         PIC X(9).
               10  WS-PI-RUN-DATE         PIC 9(8).
       01  WS-PI-USED             PIC 9(4)  VALUE ZEROES.
       01  WS-PI-FULL-FLAG        PIC X     VALUE 'N'.
           88  WS-PI-FULL                   VALUE 'Y'.

       01  WS-FILE-ITEM-TABLE.
           05  WS-FI-ENTRY OCCURS 5000 TIMES
                       INDEXED BY FI-IDX.
               10  WS-FI-ACCOUNT-NO       PIC X(6).
               10  WS-FI-BRANCH-CODE      PIC X(4).
               10  WS-FI-DC-INDICATOR     PIC X.
               10  WS-FI-AMOUNT           PIC 9(5)V99.
               10  WS-FI-CURRENCY-CODE    PIC X(3).
               10  WS-FI-BATCH-ID         PIC X(8).
       01  WS-FI-USED             PIC 9(4)  VALUE ZEROES.
       01  WS-FI-FULL-FLAG        PIC X     VALUE 'N'.
           88  WS-FI-FULL                   VALUE 'Y'.

       01  WS-DUP-FOUND-FLAG      PIC X     VALUE 'N'.
           88  WS-DUP-FOUND                 VALUE 'Y'.
       01  WS-MATCH-KIND          PIC X     VALUE SPACES.
       01  WS-MATCH-BATCH-ID      PIC X(9)  VALUE SPACES.
       01  WS-MATCH-DATE          PIC 9(8)  VALUE ZEROES.
       01  WS-DUP-WARNING-FLAG    PIC X     VALUE 'N'.
           88  WS-DUP-WARNING               VALUE 'Y'.

       01  WS-HOLD-FILE-STATUS    PIC XX    VALUE '00'.
           88  WS-HOLD-FILE-OK              VALUE '00'.
           88  WS-HOLD-FILE-MISSING         VALUE '35'.
       01  WS-HOLDO-FILE-STATUS   PIC XX    VALUE '00'.
       01  WS-HOLD-FILENAME       PIC X(20) VALUE "HOLDQ".
       01  WS-HOLD-OLD-FILENAME   PIC X(20) VALUE "HOLDQ.OLD".
       01  WS-HOLD-RENAME-STATUS  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-HOLD-COPY-EOF-FLAG  PIC X     VALUE 'N'.
           88  WS-HOLD-COPY-EOF             VALUE 'Y'.
       01  WS-HOLD-DROPPED-COUNT  PIC 9(7)  VALUE ZEROES.
       01  WS-HOLD-SEQ            PIC 9(5)  VALUE ZEROES.
       01  WS-HOLD-WORK-RECORD.
           05  WS-HW-HOLD-DATE        PIC 9(8).
           05  WS-HW-HOLD-SEQ         PIC 9(5).
           05  FILLER                 PIC X(50).
           05  WS-HW-STATUS           PIC X.
           05  FILLER                 PIC X(26).

       01  WS-OUT-TRAILER.
           05  FILLER                 PIC X     VALUE 'T'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM LOG-STEP-START
           PERFORM READ-RUN-PARAMETERS
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT CLEAN-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM LOAD-PRIOR-ITEMS
           PERFORM OPEN-HOLD-QUEUE
           PERFORM READ-TRANSACTION
           PERFORM UNTIL END-OF-FILE
               IF TR-HEADER-RECORD
           CLOSE TRANSACTION-FILE
           CLOSE CLEAN-FILE
           CLOSE REJECT-FILE
           CLOSE HOLD-QUEUE-FILE
           IF NOT WS-ACCT-BYPASS
               CLOSE ACCOUNT-MASTER
           END-IF
           PERFORM DISPLAY-EDIT-SUMMARY
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
           MOVE WS-RECORDS-READ   TO WS-RL-RECORDS-READ
           MOVE WS-ACCEPTED-COUNT TO WS-RL-RECORDS-WRITTEN
           MOVE RETURN-CODE       TO WS-RL-RETURN-CODE
           MOVE SPACES            TO WS-RL-NOTE
           IF RETURN-CODE = 4
               MOVE 'REJECTS, HOLDS OR WARNINGS' TO WS-RL-NOTE
           END-IF
           IF RETURN-CODE = 8
               MOVE 'EDIT COUNTS OUT OF BALANCE' TO WS-RL-NOTE
           END-IF
           CALL 'RUNLOG' USING WS-RUN-LOG
           MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

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

       OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-MASTER-OK
                       ' - ACCOUNT EDITS BYPASSED'
           END-IF.

      *    A CURRENCY IS KNOWN IF IT APPEARS ON EXCHRATE FOR ANY DATE;
      *    ITS RATE IS TAKEN FROM THE BUSINESS DATE'S ROW, A LATER ROW
      *    FOR THE SAME DATE REPLACING AN EARLIER ONE. WITHOUT THE
      *    FILE EVERY FOREIGN CURRENCY HEADER REJECTS AS UNKNOWN.
       LOAD-EXCHANGE-RATES.
           OPEN INPUT EXCHANGE-RATE-FILE
           IF NOT WS-RATE-FILE-OK
               IF NOT WS-RATE-FILE-MISSING
                   DISPLAY 'WARNING: EXCHANGE RATE FILE EXCHRATE '
                           'UNAVAILABLE - FILE STATUS '
                           WS-RATE-FILE-STATUS
                           ' - FOREIGN CURRENCY BATCHES REJECTED'
                   SET WS-RATE-WARNING TO TRUE
               END-IF
           ELSE
               MOVE 'N' TO WS-XR-EOF-FLAG
               PERFORM UNTIL WS-XR-EOF
                   READ EXCHANGE-RATE-FILE
                       AT END
                           SET WS-XR-EOF TO TRUE
                       NOT AT END
                           IF XR-CURRENCY-CODE NOT = SPACES
                               PERFORM STORE-EXCHANGE-RATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF.

       STORE-EXCHANGE-RATE.
           MOVE XR-CURRENCY-CODE TO WS-XR-SEARCH-CODE
           PERFORM FIND-EXCHANGE-RATE
           IF NOT WS-XR-FOUND
               IF WS-XR-USED >= 100
                   DISPLAY 'ABEND: MORE THAN 100 CURRENCIES ON '
                           'EXCHRATE'
                   CLOSE TRANSACTION-FILE
                   CLOSE CLEAN-FILE
                   CLOSE REJECT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-XR-USED
               SET XR-IDX TO WS-XR-USED
               MOVE XR-CURRENCY-CODE TO WS-XR-CURRENCY-CODE (XR-IDX)
               MOVE ZEROES TO WS-XR-RATE (XR-IDX)
           END-IF
           IF XR-RATE-DATE = WS-RUN-DATE
                   AND XR-RATE IS NUMERIC
                   AND XR-RATE > ZEROES
               MOVE XR-RATE TO WS-XR-RATE (XR-IDX)
           END-IF.

       FIND-EXCHANGE-RATE.
           MOVE 'N' TO WS-XR-FOUND-FLAG
           PERFORM VARYING XR-IDX FROM 1 BY 1
                   UNTIL XR-IDX > WS-XR-USED
               IF WS-XR-CURRENCY-CODE (XR-IDX) = WS-XR-SEARCH-CODE
                   SET WS-XR-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.

      *    THE POSTED ITEMS FOR DUPLICATE MATCHING ARE THOSE OF THE
      *    LAST FEW DATES ON ACCTDTL BEFORE THE BUSINESS DATE - THE
      *    DAYS THE SETTLEMENT RUN ACTUALLY POSTED. THE FIRST PASS
      *    FINDS THOSE DATES, THE SECOND LOADS THEIR POSTINGS. ROWS
      *    FOR THE BUSINESS DATE ITSELF ARE LEFT OUT SO A RERUN DOES
      *    NOT MATCH ITEMS AGAINST THEIR OWN EARLIER POSTING.
       LOAD-PRIOR-ITEMS.
           MOVE ZEROES TO WS-DD-USED
           OPEN INPUT POSTING-DETAIL-FILE
           IF WS-PDTL-FILE-OK
               MOVE 'N' TO WS-PDTL-EOF-FLAG
               PERFORM UNTIL WS-PDTL-EOF
                   READ POSTING-DETAIL-FILE
                       AT END
                           SET WS-PDTL-EOF TO TRUE
                       NOT AT END
                           IF PD-RUN-DATE < WS-RUN-DATE
                               PERFORM NOTE-PRIOR-POSTING-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-DETAIL-FILE
           END-IF
           IF WS-DD-USED > ZEROES
               PERFORM FIND-LOWEST-PRIOR-DATE
               MOVE WS-DD-DATE (DD-LOW-IDX) TO WS-DUP-CUTOFF-DATE
               OPEN INPUT POSTING-DETAIL-FILE
               MOVE 'N' TO WS-PDTL-EOF-FLAG
               PERFORM UNTIL WS-PDTL-EOF
                   READ POSTING-DETAIL-FILE
                       AT END
                           SET WS-PDTL-EOF TO TRUE
                       NOT AT END
                           IF PD-RUN-DATE NOT < WS-DUP-CUTOFF-DATE
                                   AND PD-RUN-DATE < WS-RUN-DATE
                                   AND PD-REVERSAL-FLAG = SPACE
                               PERFORM STORE-PRIOR-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-DETAIL-FILE
           END-IF.

       NOTE-PRIOR-POSTING-DATE.
           MOVE 'N' TO WS-DD-FOUND-FLAG
           PERFORM VARYING DD-IDX FROM 1 BY 1
                   UNTIL DD-IDX > WS-DD-USED
               IF WS-DD-DATE (DD-IDX) = PD-RUN-DATE
                   SET WS-DD-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-DD-FOUND
               IF WS-DD-USED < WS-DUP-LOOKBACK-DAYS
                   ADD 1 TO WS-DD-USED
                   SET DD-IDX TO WS-DD-USED
                   MOVE PD-RUN-DATE TO WS-DD-DATE (DD-IDX)
               ELSE
                   PERFORM FIND-LOWEST-PRIOR-DATE
                   IF PD-RUN-DATE > WS-DD-DATE (DD-LOW-IDX)
                       MOVE PD-RUN-DATE TO WS-DD-DATE (DD-LOW-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-LOWEST-PRIOR-DATE.
           SET DD-LOW-IDX TO 1
           PERFORM VARYING DD-IDX FROM 2 BY 1
                   UNTIL DD-IDX > WS-DD-USED
               IF WS-DD-DATE (DD-IDX) < WS-DD-DATE (DD-LOW-IDX)
                   SET DD-LOW-IDX TO DD-IDX
               END-IF
           END-PERFORM.

       STORE-PRIOR-ITEM.
           IF WS-PI-USED < 5000
               ADD 1 TO WS-PI-USED
               SET PI-IDX TO WS-PI-USED
               MOVE PD-ACCOUNT-NO   TO WS-PI-ACCOUNT-NO (PI-IDX)
               MOVE PD-BRANCH-CODE  TO WS-PI-BRANCH-CODE (PI-IDX)
               MOVE PD-DC-INDICATOR TO WS-PI-DC-INDICATOR (PI-IDX)
               MOVE PD-CURRENCY-CODE TO WS-PI-CURRENCY-CODE (PI-IDX)
               IF PD-CURRENCY-CODE = SPACES
                   MOVE PD-AMOUNT      TO WS-PI-AMOUNT (PI-IDX)
               ELSE
                   MOVE PD-ORIG-AMOUNT TO WS-PI-AMOUNT (PI-IDX)
               END-IF
               MOVE PD-BATCH-ID     TO WS-PI-BATCH-ID (PI-IDX)
               MOVE PD-RUN-DATE     TO WS-PI-RUN-DATE (PI-IDX)
           ELSE
               IF NOT WS-PI-FULL
                   SET WS-PI-FULL TO TRUE
                   SET WS-DUP-WARNING TO TRUE
                   DISPLAY 'WARNING: MORE THAN 5000 POSTINGS IN THE '
                           'DUPLICATE LOOKBACK - LATER POSTINGS NOT '
                           'MATCHED'
               END-IF
           END-IF.

      *    HOLDQ IS CUMULATIVE. ITEMS STILL HELD FROM AN EARLIER RUN
      *    FOR THIS BUSINESS DATE ARE DROPPED, SINCE THIS RUN HOLDS
      *    THEM AGAIN FROM THE SAME INPUT; ITEMS ALREADY RELEASED OR
      *    DROPPED ARE KEPT, AND NEW HOLDS NUMBER ON FROM THEM.
       OPEN-HOLD-QUEUE.
           CALL "CBL_RENAME_FILE" USING WS-HOLD-FILENAME
                   WS-HOLD-OLD-FILENAME
               RETURNING WS-HOLD-RENAME-STATUS
           END-CALL
           IF WS-HOLD-RENAME-STATUS = 0
               OPEN INPUT HOLD-QUEUE-OLD-FILE
               OPEN OUTPUT HOLD-QUEUE-FILE
               MOVE 'N' TO WS-HOLD-COPY-EOF-FLAG
               PERFORM UNTIL WS-HOLD-COPY-EOF
                   READ HOLD-QUEUE-OLD-FILE INTO WS-HOLD-WORK-RECORD
                       AT END
                           SET WS-HOLD-COPY-EOF TO TRUE
                       NOT AT END
                           PERFORM COPY-HOLD-QUEUE-ROW
                   END-READ
               END-PERFORM
               CLOSE HOLD-QUEUE-OLD-FILE
               CLOSE HOLD-QUEUE-FILE
               CALL "CBL_DELETE_FILE" USING WS-HOLD-OLD-FILENAME
                   RETURNING WS-HOLD-RENAME-STATUS
               END-CALL
               IF WS-HOLD-DROPPED-COUNT > ZEROES
                   DISPLAY 'NOTE: ' WS-HOLD-DROPPED-COUNT
                           ' ITEMS ALREADY HELD ON HOLDQ FOR THIS '
                           'BUSINESS DATE WERE DROPPED'
               END-IF
           END-IF
           OPEN EXTEND HOLD-QUEUE-FILE
           IF WS-HOLD-FILE-MISSING
               OPEN OUTPUT HOLD-QUEUE-FILE
           END-IF
           IF NOT WS-HOLD-FILE-OK
               DISPLAY 'ABEND: HOLD QUEUE HOLDQ UNAVAILABLE - '
                       'FILE STATUS ' WS-HOLD-FILE-STATUS
               CLOSE TRANSACTION-FILE
               CLOSE CLEAN-FILE
               CLOSE REJECT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       COPY-HOLD-QUEUE-ROW.
           IF WS-HW-HOLD-DATE = WS-RUN-DATE
               IF WS-HW-STATUS = 'H'
                   ADD 1 TO WS-HOLD-DROPPED-COUNT
               ELSE
                   IF WS-HW-HOLD-SEQ > WS-HOLD-SEQ
                       MOVE WS-HW-HOLD-SEQ TO WS-HOLD-SEQ
                   END-IF
                   WRITE HOLD-QUEUE-RECORD FROM WS-HOLD-WORK-RECORD
               END-IF
           ELSE
               WRITE HOLD-QUEUE-RECORD FROM WS-HOLD-WORK-RECORD
           END-IF.

       PROCESS-BATCH-HEADER.
           IF WS-BATCH-OPEN
                   AND (WS-HEADER-OPENED
                       > ZEROES)
               PERFORM MISSING-TRAILER-ERROR
           END-IF
           MOVE TR-CURRENCY-CODE TO WS-CUR-CURRENCY-CODE
           MOVE SPACES TO WS-REASON-CODE
           IF TR-BATCH-ID = SPACES
               MOVE 'BIDB' TO WS-REASON-CODE
           ELSE
               IF NOT WS-BASE-CURRENCY
                   PERFORM EDIT-BATCH-CURRENCY
               END-IF
           END-IF
           IF NOT WS-RECORD-CLEAN
               PERFORM WRITE-REJECT-RECORD
               MOVE 'N' TO WS-BATCH-OPEN-FLAG
               MOVE 'N' TO WS-HEADER-OPENED-FLAG
           ELSE
               MOVE TR-BATCH-ID TO WS-CUR-BATCH-ID
               MOVE TR-SOURCE-SITE TO WS-CUR-SOURCE-SITE
               MOVE ZEROES TO WS-BATCH-ACCEPTED
               MOVE ZEROES TO WS-BATCH-REJECTED
               MOVE ZEROES TO WS-BATCH-HELD
               MOVE 'Y' TO WS-BATCH-OPEN-FLAG
               MOVE 'Y' TO WS-HEADER-OPENED-FLAG
               WRITE CLEAN-RECORD FROM TRANSACTION-RECORD
           END-IF.

       EDIT-BATCH-CURRENCY.
           MOVE WS-CUR-CURRENCY-CODE TO WS-XR-SEARCH-CODE
           PERFORM FIND-EXCHANGE-RATE
           IF NOT WS-XR-FOUND
               MOVE 'CCNF' TO WS-REASON-CODE
           ELSE
               IF WS-XR-RATE (XR-IDX) = ZEROES
                   MOVE 'XRNF' TO WS-REASON-CODE
               ELSE
                   MOVE WS-XR-RATE (XR-IDX) TO WS-CUR-RATE
               END-IF
           END-IF.

       PROCESS-DETAIL-RECORD.
           ADD 1 TO WS-RECORDS-READ
           IF NOT WS-BATCH-OPEN
               MOVE 'NOBH' TO WS-REASON-CODE
               PERFORM WRITE-REJECT-RECORD
           ELSE
               IF TR-REVERSAL-RECORD
                   PERFORM EDIT-REVERSAL-RECORD
               ELSE
                   PERFORM EDIT-DETAIL-RECORD
               END-IF
               MOVE 'N' TO WS-DUP-FOUND-FLAG
               IF WS-RECORD-CLEAN AND TR-DETAIL-RECORD
                       AND NOT WS-RELEASED-HOLDS
                       AND NOT WS-ACCRUAL-BATCH
                   PERFORM CHECK-SUSPECTED-DUPLICATE
               END-IF
               IF WS-RECORD-CLEAN
                   IF WS-DUP-FOUND
                       PERFORM WRITE-HOLD-RECORD
                       ADD 1 TO WS-BATCH-HELD
                   ELSE
                       ADD 1 TO WS-ACCEPTED-COUNT
                       ADD 1 TO WS-BATCH-ACCEPTED
                       WRITE CLEAN-RECORD FROM TRANSACTION-RECORD
                       IF TR-DETAIL-RECORD
                           PERFORM NOTE-FILE-ITEM
                       END-IF
                   END-IF
               ELSE
                   PERFORM WRITE-REJECT-RECORD
                   ADD 1 TO WS-BATCH-REJECTED
               ADD 1 TO WS-TRAILERS-SEEN
               IF TR-TRAILER-COUNT IS NUMERIC
                   ADD TR-TRAILER-COUNT TO WS-TRAILER-COUNT
                   IF TR-TRAILER-COUNT NOT <
                           WS-BATCH-REJECTED + WS-BATCH-HELD
                       COMPUTE WS-OUT-TRAILER-COUNT =
                           TR-TRAILER-COUNT - WS-BATCH-REJECTED
                           - WS-BATCH-HELD
                   ELSE
                       MOVE ZEROES TO WS-OUT-TRAILER-COUNT
                   END-IF
           END-IF.

       DISPLAY-BATCH-BALANCE.
           ADD WS-BATCH-ACCEPTED WS-BATCH-REJECTED WS-BATCH-HELD
                   GIVING WS-BATCH-BALANCE
           IF TR-TRAILER-COUNT IS NUMERIC
                   AND WS-BATCH-BALANCE = TR-TRAILER-COUNT
               DISPLAY 'BATCH ' WS-CUR-BATCH-ID ' ACCEPTED '
                       WS-BATCH-ACCEPTED ' REJECTED '
                       WS-BATCH-REJECTED ' HELD ' WS-BATCH-HELD
                       ' TRAILER ' TR-TRAILER-COUNT ' - BALANCED'
           ELSE
               DISPLAY 'BATCH ' WS-CUR-BATCH-ID ' ACCEPTED '
                       WS-BATCH-ACCEPTED ' REJECTED '
                       WS-BATCH-REJECTED ' HELD ' WS-BATCH-HELD
                       ' TRAILER ' TR-TRAILER-COUNT
                       ' - OUT OF BALANCE'
           END-IF.

       EDIT-DETAIL-RECORD.
                       IF NOT TR-IS-DEBIT AND NOT TR-IS-CREDIT
                           MOVE 'DCIN' TO WS-REASON-CODE
                       ELSE
                           IF NOT WS-BASE-CURRENCY
                               PERFORM EDIT-BASE-AMOUNT
                           END-IF
                           IF WS-RECORD-CLEAN AND NOT WS-ACCT-BYPASS
                               PERFORM EDIT-ACCOUNT-NUMBER
                           END-IF
                       END-IF
               END-IF
           END-IF.

      *    THE SETTLEMENT RUN POSTS THE ITEM AT THE CONVERTED AMOUNT,
      *    WHICH HAS TO FIT THE SAME AMOUNT FIELD AS A BASE ITEM.
       EDIT-BASE-AMOUNT.
           COMPUTE WS-BASE-AMOUNT ROUNDED = TR-AMOUNT * WS-CUR-RATE
               ON SIZE ERROR
                   MOVE 'AMTX' TO WS-REASON-CODE
           END-COMPUTE.

       EDIT-ACCOUNT-NUMBER.
           MOVE TR-ACCOUNT-NO TO AM-ACCOUNT-NO
           READ ACCOUNT-MASTER
                   END-IF
           END-READ.

      *    A REVERSAL NEEDS A POSTING FOR ITS BATCH AND ACCOUNT ON
      *    THE POSTING DETAIL THAT IS NOT YET REVERSED. THE FILE IS
      *    READ ONCE PER REVERSAL - THEY ARE FEW - COUNTING THE
      *    ORIGINAL POSTINGS AND HOW MANY OF THEM ARE MARKED REVERSED;
      *    REVERSALS ALREADY ACCEPTED FROM THIS INPUT FOR THE SAME
      *    BATCH AND ACCOUNT ARE COUNTED AGAINST WHAT IS LEFT. ROWS
      *    WRITTEN BEFORE THE DETAIL FILE CARRIED THE BRANCH CANNOT
      *    BE REVERSED AND ARE NOT COUNTED. THE REVERSAL MUST COME IN
      *    A BATCH OF THE SAME CURRENCY AS THE ITEM IT BACKS OUT.
       EDIT-REVERSAL-RECORD.
           MOVE SPACES TO WS-REASON-CODE
           IF TR-REV-ACCOUNT-NO = SPACES OR TR-REV-BATCH-ID = SPACES
               MOVE 'RVNF' TO WS-REASON-CODE
           ELSE
               IF NOT WS-ACCT-BYPASS
                   PERFORM EDIT-ACCOUNT-NUMBER
               END-IF
               IF WS-RECORD-CLEAN
                   PERFORM COUNT-REVERSAL-ORIGINALS
                   IF WS-RV-ORIGINAL-COUNT = ZEROES
                       MOVE 'RVNF' TO WS-REASON-CODE
                   ELSE
                       IF WS-RV-CURRENCY-COUNT = ZEROES
                           MOVE 'RVCY' TO WS-REASON-CODE
                       ELSE
                           IF WS-RV-ORIGINAL-COUNT NOT >
                                   WS-RV-REVERSED-COUNT
                                   + WS-RV-PENDING-COUNT
                               MOVE 'RVDN' TO WS-REASON-CODE
                           ELSE
                               PERFORM NOTE-ACCEPTED-REVERSAL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COUNT-REVERSAL-ORIGINALS.
           MOVE ZEROES TO WS-RV-ORIGINAL-COUNT
           MOVE ZEROES TO WS-RV-REVERSED-COUNT
           MOVE ZEROES TO WS-RV-PENDING-COUNT
           MOVE ZEROES TO WS-RV-CURRENCY-COUNT
           OPEN INPUT POSTING-DETAIL-FILE
           IF WS-PDTL-FILE-OK
               MOVE 'N' TO WS-PDTL-EOF-FLAG
               PERFORM UNTIL WS-PDTL-EOF
                   READ POSTING-DETAIL-FILE
                       AT END
                           SET WS-PDTL-EOF TO TRUE
                       NOT AT END
                           IF PD-ACCOUNT-NO = TR-REV-ACCOUNT-NO
                                   AND PD-BATCH-ID = TR-REV-BATCH-ID
                                   AND NOT PD-IS-REVERSAL
                                   AND PD-BRANCH-CODE NOT = SPACES
                               ADD 1 TO WS-RV-ORIGINAL-COUNT
                               IF PD-REVERSED
                                   ADD 1 TO WS-RV-REVERSED-COUNT
                               END-IF
                               IF PD-CURRENCY-CODE
                                       = WS-CUR-CURRENCY-CODE
                                   ADD 1 TO WS-RV-CURRENCY-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-DETAIL-FILE
           END-IF
           PERFORM VARYING RV-IDX FROM 1 BY 1
                   UNTIL RV-IDX > WS-RV-USED
               IF WS-RV-ACCOUNT-NO (RV-IDX) = TR-REV-ACCOUNT-NO
                       AND WS-RV-BATCH-ID (RV-IDX) = TR-REV-BATCH-ID
                   ADD 1 TO WS-RV-PENDING-COUNT
               END-IF
           END-PERFORM.

       NOTE-ACCEPTED-REVERSAL.
           IF WS-RV-USED >= 500
               DISPLAY 'ABEND: MORE THAN 500 REVERSAL RECORDS ON '
                       'TRANSIN - SPLIT THE FILE AND RERUN'
               CLOSE TRANSACTION-FILE
               CLOSE CLEAN-FILE
               CLOSE REJECT-FILE
               CLOSE HOLD-QUEUE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RV-USED
           SET RV-IDX TO WS-RV-USED
           MOVE TR-REV-ACCOUNT-NO TO WS-RV-ACCOUNT-NO (RV-IDX)
           MOVE TR-REV-BATCH-ID   TO WS-RV-BATCH-ID (RV-IDX)
           ADD 1 TO WS-RV-ACCEPTED-COUNT.

      *    AN EARLIER DETAIL ON THIS INPUT IS MATCHED FIRST, THEN
      *    THE POSTED ITEMS OF THE LOOKBACK DAYS.
       CHECK-SUSPECTED-DUPLICATE.
           PERFORM VARYING FI-IDX FROM 1 BY 1
                   UNTIL FI-IDX > WS-FI-USED
               IF WS-FI-ACCOUNT-NO (FI-IDX) = TR-ACCOUNT-NO
                       AND WS-FI-BRANCH-CODE (FI-IDX) = TR-BRANCH-CODE
                       AND WS-FI-DC-INDICATOR (FI-IDX)
                           = TR-DC-INDICATOR
                       AND WS-FI-AMOUNT (FI-IDX) = TR-AMOUNT
                       AND WS-FI-CURRENCY-CODE (FI-IDX)
                           = WS-CUR-CURRENCY-CODE
                   SET WS-DUP-FOUND TO TRUE
                   MOVE 'F' TO WS-MATCH-KIND
                   MOVE WS-FI-BATCH-ID (FI-IDX) TO WS-MATCH-BATCH-ID
                   MOVE WS-RUN-DATE TO WS-MATCH-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-DUP-FOUND
               PERFORM VARYING PI-IDX FROM 1 BY 1
                       UNTIL PI-IDX > WS-PI-USED
                   IF WS-PI-ACCOUNT-NO (PI-IDX) = TR-ACCOUNT-NO
                           AND WS-PI-BRANCH-CODE (PI-IDX)
                               = TR-BRANCH-CODE
                           AND WS-PI-DC-INDICATOR (PI-IDX)
                               = TR-DC-INDICATOR
                           AND WS-PI-AMOUNT (PI-IDX) = TR-AMOUNT
                           AND WS-PI-CURRENCY-CODE (PI-IDX)
                               = WS-CUR-CURRENCY-CODE
                       SET WS-DUP-FOUND TO TRUE
                       MOVE 'P' TO WS-MATCH-KIND
                       MOVE WS-PI-BATCH-ID (PI-IDX)
                           TO WS-MATCH-BATCH-ID
                       MOVE WS-PI-RUN-DATE (PI-IDX) TO WS-MATCH-DATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       NOTE-FILE-ITEM.
           IF WS-FI-USED < 5000
               ADD 1 TO WS-FI-USED
               SET FI-IDX TO WS-FI-USED
               MOVE TR-ACCOUNT-NO   TO WS-FI-ACCOUNT-NO (FI-IDX)
               MOVE TR-BRANCH-CODE  TO WS-FI-BRANCH-CODE (FI-IDX)
               MOVE TR-DC-INDICATOR TO WS-FI-DC-INDICATOR (FI-IDX)
               MOVE TR-AMOUNT       TO WS-FI-AMOUNT (FI-IDX)
               MOVE WS-CUR-CURRENCY-CODE
                   TO WS-FI-CURRENCY-CODE (FI-IDX)
               MOVE WS-CUR-BATCH-ID TO WS-FI-BATCH-ID (FI-IDX)
           ELSE
               IF NOT WS-FI-FULL
                   SET WS-FI-FULL TO TRUE
                   SET WS-DUP-WARNING TO TRUE
                   DISPLAY 'WARNING: MORE THAN 5000 DETAILS ON '
                           'TRANSIN - LATER DETAILS NOT MATCHED '
                           'AGAINST THIS INPUT'
               END-IF
           END-IF.

       WRITE-HOLD-RECORD.
           ADD 1 TO WS-HELD-COUNT
           ADD 1 TO WS-HOLD-SEQ
           MOVE SPACES             TO HOLD-QUEUE-RECORD
           MOVE WS-RUN-DATE        TO HQ-HOLD-DATE
           MOVE WS-HOLD-SEQ        TO HQ-HOLD-SEQ
           MOVE WS-CUR-BATCH-ID    TO HQ-BATCH-ID
           MOVE WS-CUR-SOURCE-SITE TO HQ-SOURCE-SITE
           MOVE TRANSACTION-RECORD TO HQ-RECORD-IMAGE
           MOVE WS-MATCH-KIND      TO HQ-MATCH-KIND
           MOVE WS-MATCH-BATCH-ID  TO HQ-MATCH-BATCH-ID
           MOVE WS-MATCH-DATE      TO HQ-MATCH-DATE
           MOVE 'H'                TO HQ-STATUS
           MOVE ZEROES             TO HQ-ACTION-DATE
           MOVE WS-CUR-CURRENCY-CODE TO HQ-CURRENCY-CODE
           WRITE HOLD-QUEUE-RECORD.

       WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES         TO REJECT-RECORD
           MOVE WS-REASON-CODE TO RJ-REASON-CODE
           MOVE TRANSACTION-RECORD TO RJ-RECORD-IMAGE
           MOVE WS-CUR-CURRENCY-CODE TO RJ-CURRENCY-CODE
           WRITE REJECT-RECORD.

       BAD-TRAILER-ERROR.
           CLOSE TRANSACTION-FILE
           CLOSE CLEAN-FILE
           CLOSE REJECT-FILE
           CLOSE HOLD-QUEUE-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

           CLOSE TRANSACTION-FILE
           CLOSE CLEAN-FILE
           CLOSE REJECT-FILE
           CLOSE HOLD-QUEUE-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       DISPLAY-EDIT-SUMMARY.
           ADD WS-ACCEPTED-COUNT WS-REJECTED-COUNT WS-HELD-COUNT
                   GIVING WS-BALANCE-COUNT
           DISPLAY 'EDIT PASS COMPLETE - RECORDS READ: '
                   WS-RECORDS-READ
           DISPLAY 'RECORDS ACCEPTED: ' WS-ACCEPTED-COUNT
           DISPLAY 'RECORDS REJECTED: ' WS-REJECTED-COUNT
           DISPLAY 'RECORDS HELD:     ' WS-HELD-COUNT
           DISPLAY 'TRAILER COUNT:    ' WS-TRAILER-COUNT
           IF WS-RV-ACCEPTED-COUNT > ZEROES
               DISPLAY 'REVERSALS ACCEPTED: ' WS-RV-ACCEPTED-COUNT
           END-IF
           IF WS-BALANCE-COUNT = WS-TRAILER-COUNT
               DISPLAY 'EDIT BALANCE OK - ACCEPTED PLUS REJECTED '
                       'PLUS HELD MATCHES TRAILER COUNT'
           ELSE
               DISPLAY 'EDIT BALANCE BREAK: ACCEPTED PLUS REJECTED '
                       'PLUS HELD ' WS-BALANCE-COUNT
                       ' DOES NOT MATCH TRAILER COUNT '
                       WS-TRAILER-COUNT
           END-IF
           IF WS-HELD-COUNT > ZEROES
               DISPLAY 'WARNING: ' WS-HELD-COUNT ' SUSPECTED DUPLICATE '
                       'ITEMS HELD ON HOLDQ - RELEASE OR DROP THROUGH '
                       'HOLDREL'
           END-IF
           IF WS-REJECTED-COUNT > ZEROES OR WS-ACCT-BYPASS
                   OR WS-HELD-COUNT > ZEROES OR WS-DUP-WARNING
                   OR WS-RATE-WARNING
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-BALANCE-COUNT NOT = WS-TRAILER-COUNT
