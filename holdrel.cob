       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDREL.
      *    SUSPECTED DUPLICATE HOLD QUEUE RELEASE AND REPORT. THE EDIT
      *    PASS PUTS A DETAIL THAT MATCHES ANOTHER ITEM ON ACCOUNT,
      *    BRANCH, DEBIT/CREDIT AND AMOUNT ON THE CUMULATIVE HOLD
      *    QUEUE HOLDQ INSTEAD OF PASSING IT TO SETTLEMENT. OPERATIONS
      *    DECIDE EACH ONE ON THE ACTION FILE HOLDACT, NAMING THE
      *    ITEM BY ITS HOLD DATE AND SEQUENCE NUMBER:
      *      'R' RELEASE - THE ITEM IS GENUINE. IT GOES ONTO THE FRONT
      *                    OF THE NEXT TRANSIN IN ONE BATCH UNDER
      *                    SITE 'HREL', WHICH THE EDIT PASS DOES NOT
      *                    TEST FOR DUPLICATES AGAIN, THE WAY THE
      *                    CORRECTION APPLY MERGES ITS RESUBMISSIONS.
      *      'D' DROP    - THE ITEM IS CONFIRMED AS A DUPLICATE AND
      *                    WILL NEVER POST.
      *    EITHER WAY THE ITEM STAYS ON HOLDQ MARKED WITH THE ACTION,
      *    THE DATE AND WHO TOOK IT. AN ACTION FOR AN ITEM THAT IS NOT
      *    STILL HELD, OR WITH AN UNKNOWN ACTION CODE, IS LISTED AND
      *    IGNORED. THE DAILY HELD ITEMS REPORT HOLDRPT SHOWS THE
      *    ACTIONS TAKEN AND THEN EVERY ITEM STILL HELD, BY BRANCH,
      *    WITH ITS AGE AND THE ITEM IT MATCHED. WITH NO HOLDACT THE
      *    PROGRAM ONLY PRINTS THE REPORT. RETURN CODE 4 SIGNALS AN
      *    ACTION IGNORED; 16 AN ABEND.
      *    RELEASED ITEMS GO BACK IN UNDER THE CURRENCY OF THE BATCH
      *    THEY WERE HELD FROM - ONE RELEASE BATCH PER CURRENCY, EACH
      *    HEADER CARRYING ITS CURRENCY. AMOUNTS ON HOLDRPT ARE AS
      *    CAPTURED, IN THAT CURRENCY, WHICH EACH HELD ITEM SHOWS
      *    BESIDE ITS AMOUNT (BLANK FOR BASE CURRENCY). AMOUNTS IN
      *    DIFFERENT CURRENCIES ARE NEVER ADDED TOGETHER - THE BRANCH
      *    TOTALS BREAK BY BRANCH AND CURRENCY AND THE CLOSING TOTALS
      *    ARE GIVEN ONE CURRENCY TO A LINE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-ACTION-FILE ASSIGN TO "HOLDACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HACT-FILE-STATUS.
           SELECT HOLD-QUEUE-FILE ASSIGN TO "HOLDQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT HOLD-QUEUE-OLD-FILE ASSIGN TO "HOLDQ.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDO-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT TRANSACTION-OLD-FILE ASSIGN TO "TRANSIN.OLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANO-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
           SELECT RUN-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT HOLD-PRINT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-ACTION-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HOLD-ACTION-RECORD.
           05  HA-HOLD-DATE           PIC 9(8).
           05  HA-HOLD-SEQ            PIC 9(5).
           05  HA-ACTION              PIC X.
               88  HA-RELEASE                VALUE 'R'.
               88  HA-DROP                   VALUE 'D'.
           05  HA-ACTION-BY           PIC X(8).
           05  FILLER                 PIC X(18).

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

       FD  TRANSACTION-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-RECORD         PIC X(20).

       FD  TRANSACTION-OLD-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-OLD-RECORD     PIC X(20).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-BRANCH-CODE         PIC X(4).
           05  SR-CURRENCY-CODE       PIC X(3).
           05  SR-HOLD-DATE           PIC 9(8).
           05  SR-HOLD-SEQ            PIC 9(5).
           05  SR-BATCH-ID            PIC X(8).
           05  SR-ACCOUNT-NO          PIC X(6).
           05  SR-DC-INDICATOR        PIC X.
           05  SR-AMOUNT              PIC 9(5)V99.
           05  SR-MATCH-KIND          PIC X.
           05  SR-MATCH-BATCH-ID      PIC X(9).
           05  SR-MATCH-DATE          PIC 9(8).

       FD  RUN-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RUN-PARAMETER-RECORD.
           05  RP-BUSINESS-DATE       PIC X(8).
           05  RP-CHECKPOINT-INTERVAL PIC X(4).
           05  RP-RUN-MODE            PIC X.
           05  RP-FORCE-RERUN         PIC X.
           05  FILLER                 PIC X(16).

       FD  HOLD-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  HOLD-PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HACT-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-HACT-FILE-OK              VALUE '00'.
       01  WS-HOLD-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-HOLD-FILE-OK              VALUE '00'.
           88  WS-HOLD-FILE-MISSING         VALUE '35'.
       01  WS-HOLDO-FILE-STATUS   PIC XX   VALUE '00'.
       01  WS-TRAN-FILE-STATUS    PIC XX   VALUE '00'.
       01  WS-TRANO-FILE-STATUS   PIC XX   VALUE '00'.
       01  WS-PARM-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PARM-FILE-OK              VALUE '00'.

       01  WS-EOF-FLAG            PIC X    VALUE 'N'.
           88  END-OF-FILE                  VALUE 'Y'.
       01  WS-COPY-EOF-FLAG       PIC X    VALUE 'N'.
           88  WS-COPY-EOF                  VALUE 'Y'.
       01  WS-SORT-EOF-FLAG       PIC X    VALUE 'N'.
           88  WS-SORT-EOF                  VALUE 'Y'.
       01  WS-ACTION-FOUND-FLAG   PIC X    VALUE 'N'.
           88  WS-ACTION-FOUND              VALUE 'Y'.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-APPLY-TIME          PIC 9(8).

      *    THE DAY'S ACTIONS. AN ENTRY IS MARKED APPLIED ONCE IT HAS
      *    FOUND ITS HELD ITEM, AND KEEPS THE ITEM FOR THE REPORT.
       01  WS-ACTION-TABLE.
           05  WS-HA-ENTRY OCCURS 500 TIMES
                       INDEXED BY HA-IDX HA-SUM-IDX.
               10  WS-HA-HOLD-DATE        PIC 9(8).
               10  WS-HA-HOLD-SEQ         PIC 9(5).
               10  WS-HA-ACTION           PIC X.
                   88  WS-HA-RELEASE             VALUE 'R'.
                   88  WS-HA-DROP                VALUE 'D'.
               10  WS-HA-ACTION-BY        PIC X(8).
               10  WS-HA-APPLIED-FLAG     PIC X.
                   88  WS-HA-APPLIED             VALUE 'Y'.
               10  WS-HA-RECORD-IMAGE     PIC X(20).
               10  WS-HA-BATCH-ID         PIC X(8).
               10  WS-HA-CURRENCY-CODE    PIC X(3).
       01  WS-HA-USED             PIC 9(4) VALUE ZEROES.

      *    THE CURRENCIES AMONG THE RELEASED ITEMS, IN THE ORDER FIRST
      *    MET - ONE RELEASE BATCH IS WRITTEN FOR EACH.
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

      *    THE CURRENCIES AMONG THE ITEMS STILL HELD, IN THE ORDER
      *    FIRST MET, WITH THE COUNT AND AMOUNT HELD IN EACH.
       01  WS-HELD-CURRENCY-TABLE.
           05  WS-HC-ENTRY OCCURS 26 TIMES
                       INDEXED BY HC-IDX.
               10  WS-HC-CURRENCY-CODE    PIC X(3).
               10  WS-HC-COUNT            PIC 9(7).
               10  WS-HC-TOTAL            PIC S9(11)V99 COMP-3.
       01  WS-HC-USED             PIC 9(2) VALUE ZEROES.
       01  WS-HC-FOUND-FLAG       PIC X    VALUE 'N'.
           88  WS-HC-FOUND                  VALUE 'Y'.

       01  WS-ITEM-IMAGE.
           05  WS-II-RECORD-TYPE      PIC X.
           05  WS-II-ACCOUNT-NO       PIC X(6).
           05  WS-II-BRANCH-CODE      PIC X(4).
           05  WS-II-DC-INDICATOR     PIC X.
           05  WS-II-AMOUNT           PIC 9(5)V99.
           05  FILLER                 PIC X.

       01  WS-HOLD-FILENAME       PIC X(20) VALUE "HOLDQ".
       01  WS-HOLD-OLD-FILENAME   PIC X(20) VALUE "HOLDQ.OLD".
       01  WS-HOLD-RENAME-STATUS  PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-TRAN-FILENAME       PIC X(20) VALUE "TRANSIN".
       01  WS-TRAN-OLD-FILENAME   PIC X(20) VALUE "TRANSIN.OLD".
       01  WS-TRAN-RENAME-STATUS  PIC S9(9) COMP-5 VALUE ZERO.

       01  WS-RELEASED-COUNT      PIC 9(7) VALUE ZEROES.
       01  WS-DROPPED-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-IGNORED-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-HELD-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-BRANCH-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-BRANCH-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-CURRENT-BRANCH      PIC X(4) VALUE SPACES.
       01  WS-CURRENT-CURRENCY    PIC X(3) VALUE SPACES.
       01  WS-AGE-DAYS            PIC S9(5) COMP-3 VALUE ZEROES.
       01  WS-OLDEST-AGE          PIC S9(5) COMP-3 VALUE ZEROES.

       01  WS-RELEASE-HEADER.
           05  FILLER                 PIC X     VALUE 'H'.
           05  WS-RH-BATCH-ID         PIC X(8).
           05  FILLER                 PIC X(4)  VALUE 'HREL'.
           05  WS-RH-CURRENCY-CODE    PIC X(3)  VALUE SPACES.
           05  FILLER                 PIC X(4)  VALUE SPACES.

       01  WS-RELEASE-TRAILER.
           05  FILLER                 PIC X     VALUE 'T'.
           05  WS-RT-COUNT            PIC 9(7).
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(30) VALUE
               'HELD ITEMS BY BRANCH'.
           05  FILLER                 PIC X(8)  VALUE '  DATE: '.
           05  WH1-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                 PIC X(80) VALUE ALL '-'.

       01  WS-ACTION-HEADING.
           05  FILLER                 PIC X(80) VALUE
               'ACTIONS TAKEN'.

       01  WS-ACTION-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WAC-HOLD-DATE          PIC 9999/99/99.
           05  FILLER                 PIC X     VALUE '-'.
           05  WAC-HOLD-SEQ           PIC 9(5).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WAC-BATCH-ID           PIC X(8).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WAC-ACCOUNT-NO         PIC X(6).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WAC-BRANCH-CODE        PIC X(4).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WAC-DC-INDICATOR       PIC X.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WAC-AMOUNT             PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WAC-RESULT             PIC X(18).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WAC-ACTION-BY          PIC X(8).
           05  FILLER                 PIC X     VALUE SPACES.

       01  WS-NO-ACTION-LINE.
           05  FILLER                 PIC X(80) VALUE
               '  NO ACTIONS ON HOLDACT'.

       01  WS-HELD-HEADING.
           05  FILLER                 PIC X(80) VALUE
               'ITEMS STILL HELD'.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                 PIC X(17) VALUE
               'HELD ON    SEQ'.
           05  FILLER                 PIC X(9)  VALUE 'BATCH'.
           05  FILLER                 PIC X(7)  VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(2)  VALUE 'DC'.
           05  FILLER                 PIC X(4)  VALUE 'CUR'.
           05  FILLER                 PIC X(9)  VALUE '   AMOUNT'.
           05  FILLER                 PIC X(4)  VALUE ' AGE'.
           05  FILLER                 PIC X(28) VALUE
               ' MATCH  BATCH     ON'.

       01  WS-BRANCH-LINE.
           05  FILLER                 PIC X(7)  VALUE 'BRANCH '.
           05  WBR-BRANCH-CODE        PIC X(4).
           05  FILLER                 PIC X(69) VALUE SPACES.

       01  WS-HELD-LINE.
           05  WHL-HOLD-DATE          PIC 9999/99/99.
           05  FILLER                 PIC X     VALUE '-'.
           05  WHL-HOLD-SEQ           PIC 9(5).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WHL-BATCH-ID           PIC X(8).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WHL-ACCOUNT-NO         PIC X(6).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WHL-DC-INDICATOR       PIC X.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WHL-CURRENCY-CODE      PIC X(3).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WHL-AMOUNT             PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WHL-AGE                PIC ZZ9.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WHL-MATCH-KIND         PIC X(6).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WHL-MATCH-BATCH-ID     PIC X(9).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WHL-MATCH-DATE         PIC 9999/99/99.

       01  WS-BRANCH-TOTAL-LINE.
           05  FILLER                 PIC X(13) VALUE SPACES.
           05  FILLER                 PIC X(13) VALUE
               'BRANCH ITEMS '.
           05  WBT-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(9)  VALUE '  AMOUNT '.
           05  WBT-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WBT-CURRENCY-CODE      PIC X(4).
           05  FILLER                 PIC X(16) VALUE SPACES.

       01  WS-NONE-HELD-LINE.
           05  FILLER                 PIC X(80) VALUE
               '  NO ITEMS HELD'.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(13) VALUE 'ITEMS HELD  '.
           05  WTL-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(15) VALUE
               '  OLDEST DAYS '.
           05  WTL-OLDEST             PIC ZZZZ9.
           05  FILLER                 PIC X(40) VALUE SPACES.

       01  WS-CURRENCY-TOTAL-LINE.
           05  FILLER                 PIC X(11) VALUE '  CURRENCY '.
           05  WCT-CURRENCY-CODE      PIC X(4).
           05  FILLER                 PIC X(8)  VALUE ' ITEMS '.
           05  WCT-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(9)  VALUE '  AMOUNT '.
           05  WCT-TOTAL              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(24) VALUE SPACES.

       01  WS-ACTION-COUNT-LINE.
           05  FILLER                 PIC X(13) VALUE 'RELEASED    '.
           05  WAT-RELEASED           PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE '  DROPPED '.
           05  WAT-DROPPED            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE '  IGNORED '.
           05  WAT-IGNORED            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-RUN-PARAMETERS
           PERFORM LOAD-HOLD-ACTIONS
           IF WS-HA-USED > ZEROES
               PERFORM APPLY-HOLD-ACTIONS
           END-IF
           IF WS-RELEASED-COUNT > ZEROES
               PERFORM MERGE-RELEASE-BATCH
           END-IF
           PERFORM PRINT-HELD-ITEMS-REPORT
           DISPLAY 'HOLD QUEUE RELEASE COMPLETE - RELEASED '
                   WS-RELEASED-COUNT ' DROPPED ' WS-DROPPED-COUNT
                   ' IGNORED ' WS-IGNORED-COUNT
           DISPLAY 'ITEMS STILL HELD: ' WS-HELD-COUNT
           IF WS-IGNORED-COUNT > ZEROES
               DISPLAY 'WARNING: ' WS-IGNORED-COUNT
                       ' HOLD ACTIONS IGNORED - SEE HOLDRPT'
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

       LOAD-HOLD-ACTIONS.
           OPEN INPUT HOLD-ACTION-FILE
           IF WS-HACT-FILE-OK
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ HOLD-ACTION-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-HOLD-ACTION
                   END-READ
               END-PERFORM
               CLOSE HOLD-ACTION-FILE
           END-IF.

       STORE-HOLD-ACTION.
           IF WS-HA-USED >= 500
               DISPLAY 'ABEND: MORE THAN 500 ACTIONS ON HOLDACT - '
                       'SPLIT THE FILE AND RERUN'
               CLOSE HOLD-ACTION-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HA-USED
           SET HA-IDX TO WS-HA-USED
           MOVE HA-HOLD-DATE TO WS-HA-HOLD-DATE (HA-IDX)
           MOVE HA-HOLD-SEQ  TO WS-HA-HOLD-SEQ (HA-IDX)
           MOVE HA-ACTION    TO WS-HA-ACTION (HA-IDX)
           MOVE HA-ACTION-BY TO WS-HA-ACTION-BY (HA-IDX)
           MOVE 'N'          TO WS-HA-APPLIED-FLAG (HA-IDX)
           MOVE SPACES       TO WS-HA-RECORD-IMAGE (HA-IDX)
           MOVE SPACES       TO WS-HA-BATCH-ID (HA-IDX)
           MOVE SPACES       TO WS-HA-CURRENCY-CODE (HA-IDX).

      *    HOLDQ IS REWRITTEN WITH EACH ACTED-ON ITEM MARKED. ONLY AN
      *    ITEM STILL HELD TAKES AN ACTION, AND ONLY THE FIRST ACTION
      *    NAMING IT.
       APPLY-HOLD-ACTIONS.
           CALL "CBL_RENAME_FILE" USING WS-HOLD-FILENAME
                   WS-HOLD-OLD-FILENAME
               RETURNING WS-HOLD-RENAME-STATUS
           END-CALL
           IF WS-HOLD-RENAME-STATUS NOT = 0
               DISPLAY 'ABEND: HOLD QUEUE HOLDQ UNAVAILABLE - '
                       WS-HA-USED ' ACTIONS ON HOLDACT NOT APPLIED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HOLD-QUEUE-OLD-FILE
           OPEN OUTPUT HOLD-QUEUE-FILE
           MOVE 'N' TO WS-COPY-EOF-FLAG
           PERFORM UNTIL WS-COPY-EOF
               READ HOLD-QUEUE-OLD-FILE INTO HOLD-QUEUE-RECORD
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       IF HQ-HELD
                           PERFORM FIND-HOLD-ACTION
                       END-IF
                       WRITE HOLD-QUEUE-RECORD
               END-READ
           END-PERFORM
           CLOSE HOLD-QUEUE-OLD-FILE
           CLOSE HOLD-QUEUE-FILE
           CALL "CBL_DELETE_FILE" USING WS-HOLD-OLD-FILENAME
               RETURNING WS-HOLD-RENAME-STATUS
           END-CALL
           PERFORM VARYING HA-SUM-IDX FROM 1 BY 1
                   UNTIL HA-SUM-IDX > WS-HA-USED
               IF NOT WS-HA-APPLIED (HA-SUM-IDX)
                   ADD 1 TO WS-IGNORED-COUNT
               END-IF
           END-PERFORM.

       FIND-HOLD-ACTION.
           MOVE 'N' TO WS-ACTION-FOUND-FLAG
           PERFORM VARYING HA-IDX FROM 1 BY 1
                   UNTIL HA-IDX > WS-HA-USED
               IF WS-HA-HOLD-DATE (HA-IDX) = HQ-HOLD-DATE
                       AND WS-HA-HOLD-SEQ (HA-IDX) = HQ-HOLD-SEQ
                       AND NOT WS-HA-APPLIED (HA-IDX)
                       AND (WS-HA-RELEASE (HA-IDX)
                            OR WS-HA-DROP (HA-IDX))
                   SET WS-ACTION-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ACTION-FOUND
               MOVE 'Y'             TO WS-HA-APPLIED-FLAG (HA-IDX)
               MOVE HQ-RECORD-IMAGE TO WS-HA-RECORD-IMAGE (HA-IDX)
               MOVE HQ-BATCH-ID     TO WS-HA-BATCH-ID (HA-IDX)
               MOVE HQ-CURRENCY-CODE
                   TO WS-HA-CURRENCY-CODE (HA-IDX)
               MOVE WS-HA-ACTION (HA-IDX)    TO HQ-STATUS
               MOVE WS-RUN-DATE              TO HQ-ACTION-DATE
               MOVE WS-HA-ACTION-BY (HA-IDX) TO HQ-ACTION-BY
               IF WS-HA-RELEASE (HA-IDX)
                   ADD 1 TO WS-RELEASED-COUNT
                   PERFORM NOTE-RELEASE-CURRENCY
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.

       NOTE-RELEASE-CURRENCY.
           MOVE 'N' TO WS-CG-FOUND-FLAG
           PERFORM VARYING CG-IDX FROM 1 BY 1
                   UNTIL CG-IDX > WS-CG-USED
               IF WS-CG-CURRENCY-CODE (CG-IDX) = HQ-CURRENCY-CODE
                   SET WS-CG-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-CG-FOUND
               IF WS-CG-USED >= 26
                   DISPLAY 'ABEND: RELEASED ITEMS IN MORE THAN 26 '
                           'CURRENCIES - SPLIT HOLDACT AND RERUN'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CG-USED
               SET CG-IDX TO WS-CG-USED
               MOVE HQ-CURRENCY-CODE TO WS-CG-CURRENCY-CODE (CG-IDX)
               MOVE ZEROES TO WS-CG-COUNT (CG-IDX)
           END-IF
           ADD 1 TO WS-CG-COUNT (CG-IDX).

      *    THE RELEASED ITEMS GO ONTO THE FRONT OF TRANSIN AHEAD OF
      *    WHATEVER IS ALREADY WAITING THERE, ONE BATCH PER CURRENCY.
      *    THE FIRST BATCH TAKES THE 'Q' ID AND EACH FURTHER ONE A
      *    LETTER IN ITS LAST POSITION.
       MERGE-RELEASE-BATCH.
           CALL "CBL_RENAME_FILE" USING WS-TRAN-FILENAME
                   WS-TRAN-OLD-FILENAME
               RETURNING WS-TRAN-RENAME-STATUS
           END-CALL
           OPEN OUTPUT TRANSACTION-FILE
           ACCEPT WS-APPLY-TIME FROM TIME
           MOVE 'Q'                 TO WS-BASE-BATCH-ID (1:1)
           MOVE WS-RUN-DATE (7:2)   TO WS-BASE-BATCH-ID (2:2)
           MOVE WS-APPLY-TIME (1:5) TO WS-BASE-BATCH-ID (4:5)
           PERFORM VARYING CG-IDX FROM 1 BY 1
                   UNTIL CG-IDX > WS-CG-USED
               PERFORM WRITE-CURRENCY-BATCH
           END-PERFORM
           IF WS-TRAN-RENAME-STATUS = 0
               OPEN INPUT TRANSACTION-OLD-FILE
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM UNTIL WS-COPY-EOF
                   READ TRANSACTION-OLD-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           WRITE TRANSACTION-RECORD
                               FROM TRANSACTION-OLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-OLD-FILE
               CALL "CBL_DELETE_FILE" USING WS-TRAN-OLD-FILENAME
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
           WRITE TRANSACTION-RECORD FROM WS-RELEASE-HEADER
           PERFORM VARYING HA-SUM-IDX FROM 1 BY 1
                   UNTIL HA-SUM-IDX > WS-HA-USED
               IF WS-HA-APPLIED (HA-SUM-IDX)
                       AND WS-HA-RELEASE (HA-SUM-IDX)
                       AND WS-HA-CURRENCY-CODE (HA-SUM-IDX)
                           = WS-CG-CURRENCY-CODE (CG-IDX)
                   WRITE TRANSACTION-RECORD
                       FROM WS-HA-RECORD-IMAGE (HA-SUM-IDX)
               END-IF
           END-PERFORM
           MOVE WS-CG-COUNT (CG-IDX) TO WS-RT-COUNT
           WRITE TRANSACTION-RECORD FROM WS-RELEASE-TRAILER
           DISPLAY 'RELEASE BATCH ' WS-RH-BATCH-ID ' WITH '
                   WS-RT-COUNT ' HELD ITEMS MERGED ONTO THE '
                   'FRONT OF TRANSIN'.

       PRINT-HELD-ITEMS-REPORT.
           OPEN OUTPUT HOLD-PRINT-FILE
           MOVE WS-RUN-DATE TO WH1-DATE
           WRITE HOLD-PRINT-LINE FROM WS-HEADING-LINE-1
           WRITE HOLD-PRINT-LINE FROM WS-HEADING-LINE-2
           WRITE HOLD-PRINT-LINE FROM WS-ACTION-HEADING
           IF WS-HA-USED = ZEROES
               WRITE HOLD-PRINT-LINE FROM WS-NO-ACTION-LINE
           ELSE
               PERFORM VARYING HA-SUM-IDX FROM 1 BY 1
                       UNTIL HA-SUM-IDX > WS-HA-USED
                   PERFORM PRINT-ACTION-LINE
               END-PERFORM
           END-IF
           MOVE WS-RELEASED-COUNT TO WAT-RELEASED
           MOVE WS-DROPPED-COUNT  TO WAT-DROPPED
           MOVE WS-IGNORED-COUNT  TO WAT-IGNORED
           WRITE HOLD-PRINT-LINE FROM WS-ACTION-COUNT-LINE
           WRITE HOLD-PRINT-LINE FROM WS-HEADING-LINE-2
           WRITE HOLD-PRINT-LINE FROM WS-HELD-HEADING
           WRITE HOLD-PRINT-LINE FROM WS-COLUMN-HEADING-LINE
           SORT SORT-FILE
               ON ASCENDING KEY SR-BRANCH-CODE SR-CURRENCY-CODE
                                SR-HOLD-DATE SR-HOLD-SEQ
               INPUT PROCEDURE IS SELECT-HELD-ITEMS
               OUTPUT PROCEDURE IS PRINT-HELD-BY-BRANCH
           IF WS-HELD-COUNT = ZEROES
               WRITE HOLD-PRINT-LINE FROM WS-NONE-HELD-LINE
           END-IF
           WRITE HOLD-PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE WS-HELD-COUNT TO WTL-COUNT
           MOVE WS-OLDEST-AGE TO WTL-OLDEST
           WRITE HOLD-PRINT-LINE FROM WS-TOTAL-LINE
           PERFORM VARYING HC-IDX FROM 1 BY 1
                   UNTIL HC-IDX > WS-HC-USED
               PERFORM PRINT-CURRENCY-TOTAL
           END-PERFORM
           CLOSE HOLD-PRINT-FILE.

       PRINT-CURRENCY-TOTAL.
           IF WS-HC-CURRENCY-CODE (HC-IDX) = SPACES
               MOVE 'BASE' TO WCT-CURRENCY-CODE
           ELSE
               MOVE WS-HC-CURRENCY-CODE (HC-IDX) TO WCT-CURRENCY-CODE
           END-IF
           MOVE WS-HC-COUNT (HC-IDX) TO WCT-COUNT
           MOVE WS-HC-TOTAL (HC-IDX) TO WCT-TOTAL
           WRITE HOLD-PRINT-LINE FROM WS-CURRENCY-TOTAL-LINE.

       PRINT-ACTION-LINE.
           MOVE WS-HA-HOLD-DATE (HA-SUM-IDX)    TO WAC-HOLD-DATE
           MOVE WS-HA-HOLD-SEQ (HA-SUM-IDX)     TO WAC-HOLD-SEQ
           MOVE WS-HA-ACTION-BY (HA-SUM-IDX)    TO WAC-ACTION-BY
           MOVE WS-HA-BATCH-ID (HA-SUM-IDX)     TO WAC-BATCH-ID
           MOVE WS-HA-RECORD-IMAGE (HA-SUM-IDX) TO WS-ITEM-IMAGE
           IF WS-HA-APPLIED (HA-SUM-IDX)
               MOVE WS-II-ACCOUNT-NO   TO WAC-ACCOUNT-NO
               MOVE WS-II-BRANCH-CODE  TO WAC-BRANCH-CODE
               MOVE WS-II-DC-INDICATOR TO WAC-DC-INDICATOR
               MOVE WS-II-AMOUNT       TO WAC-AMOUNT
               IF WS-HA-RELEASE (HA-SUM-IDX)
                   MOVE 'RELEASED'          TO WAC-RESULT
               ELSE
                   MOVE 'DROPPED DUPLICATE' TO WAC-RESULT
               END-IF
           ELSE
               MOVE SPACES TO WAC-ACCOUNT-NO
               MOVE SPACES TO WAC-BRANCH-CODE
               MOVE SPACES TO WAC-DC-INDICATOR
               MOVE ZEROES TO WAC-AMOUNT
               IF WS-HA-RELEASE (HA-SUM-IDX)
                       OR WS-HA-DROP (HA-SUM-IDX)
                   MOVE 'IGNORED - NOT HELD' TO WAC-RESULT
               ELSE
                   MOVE 'IGNORED - ACTION'   TO WAC-RESULT
               END-IF
           END-IF
           WRITE HOLD-PRINT-LINE FROM WS-ACTION-LINE.

       SELECT-HELD-ITEMS.
           OPEN INPUT HOLD-QUEUE-FILE
           IF WS-HOLD-FILE-OK
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ HOLD-QUEUE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF HQ-HELD
                               PERFORM RELEASE-HELD-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-QUEUE-FILE
           END-IF.

       RELEASE-HELD-ITEM.
           MOVE HQ-BRANCH-CODE    TO SR-BRANCH-CODE
           MOVE HQ-CURRENCY-CODE  TO SR-CURRENCY-CODE
           MOVE HQ-HOLD-DATE      TO SR-HOLD-DATE
           MOVE HQ-HOLD-SEQ       TO SR-HOLD-SEQ
           MOVE HQ-BATCH-ID       TO SR-BATCH-ID
           MOVE HQ-ACCOUNT-NO     TO SR-ACCOUNT-NO
           MOVE HQ-DC-INDICATOR   TO SR-DC-INDICATOR
           MOVE HQ-AMOUNT         TO SR-AMOUNT
           MOVE HQ-MATCH-KIND     TO SR-MATCH-KIND
           MOVE HQ-MATCH-BATCH-ID TO SR-MATCH-BATCH-ID
           MOVE HQ-MATCH-DATE     TO SR-MATCH-DATE
           RELEASE SORT-RECORD.

       PRINT-HELD-BY-BRANCH.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM RETURN-HELD-ITEM
           PERFORM UNTIL WS-SORT-EOF
               IF SR-BRANCH-CODE NOT = WS-CURRENT-BRANCH
                       OR WS-HELD-COUNT = ZEROES
                   IF WS-HELD-COUNT > ZEROES
                       PERFORM PRINT-BRANCH-TOTAL
                   END-IF
                   MOVE SR-BRANCH-CODE TO WS-CURRENT-BRANCH
                   MOVE SR-CURRENCY-CODE TO WS-CURRENT-CURRENCY
                   MOVE SR-BRANCH-CODE TO WBR-BRANCH-CODE
                   WRITE HOLD-PRINT-LINE FROM WS-BRANCH-LINE
               ELSE
                   IF SR-CURRENCY-CODE NOT = WS-CURRENT-CURRENCY
                       PERFORM PRINT-BRANCH-TOTAL
                       MOVE SR-CURRENCY-CODE TO WS-CURRENT-CURRENCY
                   END-IF
               END-IF
               PERFORM PRINT-HELD-LINE
               PERFORM RETURN-HELD-ITEM
           END-PERFORM
           IF WS-HELD-COUNT > ZEROES
               PERFORM PRINT-BRANCH-TOTAL
           END-IF.

       RETURN-HELD-ITEM.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       PRINT-HELD-LINE.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE (SR-HOLD-DATE)
           IF WS-AGE-DAYS < ZERO
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS > WS-OLDEST-AGE
               MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
           END-IF
           MOVE SR-HOLD-DATE      TO WHL-HOLD-DATE
           MOVE SR-HOLD-SEQ       TO WHL-HOLD-SEQ
           MOVE SR-BATCH-ID       TO WHL-BATCH-ID
           MOVE SR-ACCOUNT-NO     TO WHL-ACCOUNT-NO
           MOVE SR-DC-INDICATOR   TO WHL-DC-INDICATOR
           MOVE SR-CURRENCY-CODE  TO WHL-CURRENCY-CODE
           MOVE SR-AMOUNT         TO WHL-AMOUNT
           MOVE WS-AGE-DAYS       TO WHL-AGE
           IF SR-MATCH-KIND = 'F'
               MOVE 'FILE'      TO WHL-MATCH-KIND
           ELSE
               MOVE 'POSTED'    TO WHL-MATCH-KIND
           END-IF
           MOVE SR-MATCH-BATCH-ID TO WHL-MATCH-BATCH-ID
           MOVE SR-MATCH-DATE     TO WHL-MATCH-DATE
           WRITE HOLD-PRINT-LINE FROM WS-HELD-LINE
           ADD 1 TO WS-HELD-COUNT
           ADD 1 TO WS-BRANCH-COUNT
           ADD SR-AMOUNT TO WS-BRANCH-TOTAL
           PERFORM ADD-HELD-CURRENCY-TOTAL.

       ADD-HELD-CURRENCY-TOTAL.
           MOVE 'N' TO WS-HC-FOUND-FLAG
           PERFORM VARYING HC-IDX FROM 1 BY 1
                   UNTIL HC-IDX > WS-HC-USED
               IF WS-HC-CURRENCY-CODE (HC-IDX) = SR-CURRENCY-CODE
                   SET WS-HC-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-HC-FOUND
               IF WS-HC-USED >= 26
                   DISPLAY 'ABEND: HELD ITEMS IN MORE THAN 26 '
                           'CURRENCIES - HOLDRPT CANNOT TOTAL THEM'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HC-USED
               SET HC-IDX TO WS-HC-USED
               MOVE SR-CURRENCY-CODE TO WS-HC-CURRENCY-CODE (HC-IDX)
               MOVE ZEROES TO WS-HC-COUNT (HC-IDX)
               MOVE ZEROES TO WS-HC-TOTAL (HC-IDX)
           END-IF
           ADD 1 TO WS-HC-COUNT (HC-IDX)
           ADD SR-AMOUNT TO WS-HC-TOTAL (HC-IDX).

       PRINT-BRANCH-TOTAL.
           MOVE WS-BRANCH-COUNT TO WBT-COUNT
           MOVE WS-BRANCH-TOTAL TO WBT-TOTAL
           IF WS-CURRENT-CURRENCY = SPACES
               MOVE 'BASE' TO WBT-CURRENCY-CODE
           ELSE
               MOVE WS-CURRENT-CURRENCY TO WBT-CURRENCY-CODE
           END-IF
           WRITE HOLD-PRINT-LINE FROM WS-BRANCH-TOTAL-LINE
           MOVE ZEROES TO WS-BRANCH-COUNT
           MOVE ZEROES TO WS-BRANCH-TOTAL.
