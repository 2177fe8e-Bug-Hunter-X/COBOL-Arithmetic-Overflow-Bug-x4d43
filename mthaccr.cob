       IDENTIFICATION DIVISION.
       PROGRAM-ID. MTHACCR.
      *    MONTH-END SERVICE CHARGE AND CREDIT INTEREST ACCRUAL. UNTIL
      *    NOW THE MONTHLY FEES AND INTEREST WERE WORKED OUT ON A
      *    SPREADSHEET FROM THE STATEMENT PRINTOUTS AND KEYED AS
      *    ORDINARY CAPTURE ITEMS. THIS PROGRAM WORKS THE AVERAGE
      *    DAILY BALANCE OF EVERY OPEN ACCOUNT FOR THE CALENDAR MONTH
      *    OF THE BUSINESS DATE: THE BALANCE ON THE TRIAL BALANCE
      *    SNAPSHOT TBALSNAP IS TAKEN BACK DAY BY DAY THROUGH THE
      *    MONTH'S POSTINGS ON ACCTDTL, AND THE DAYS AFTER THE
      *    SNAPSHOT CARRY THE SNAPSHOT BALANCE. THE ACCOUNT TYPE ON
      *    ACCTMST KEYS THE RATE AND FEE TABLE ACCRRATE: AN ANNUAL
      *    CREDIT RATE PAID ON A POSITIVE AVERAGE BALANCE FOR THE DAYS
      *    IN THE MONTH, AND A MONTHLY FEE WAIVED WHEN THE AVERAGE
      *    BALANCE REACHES THE WAIVER BALANCE (A WAIVER OF ZERO NEVER
      *    WAIVES). EACH INTEREST CREDIT AND FEE DEBIT IS WRITTEN AS A
      *    DETAIL OF ONE SYSTEM-GENERATED BATCH - ID 'MA' AND THE
      *    YEAR AND MONTH, SITE 'ACCR' - STAGED ON ACCRTRN, AND THE
      *    ACCRUAL REGISTER ACCRREG SHOWS THE CLOSING AND AVERAGE
      *    BALANCE, RATE, INTEREST AND FEE OF EVERY OPEN ACCOUNT FOR
      *    FINANCE TO SIGN OFF. AN ITEM POSTS UNDER THE BRANCH OF THE
      *    ACCOUNT'S LAST POSTING IN THE MONTH, OR THE DEFAULT BRANCH
      *    ON THE CONTROL CARD ACCRCTL. ACCOUNTS WITH NO RATE FOR
      *    THEIR TYPE, NO BRANCH, OR AN ITEM TOO LARGE FOR ONE
      *    CAPTURE RECORD ARE LISTED AND NOT ACCRUED.
      *    ONCE SIGNED OFF, THE PROGRAM IS RUN AGAIN WITH FUNCTION
      *    'R' AND THE APPROVER ON ACCRCTL: THE STAGED BATCH GOES ONTO
      *    THE FRONT OF THE NEXT TRANSIN THE WAY THE CORRECTION APPLY
      *    MERGES ITS RESUBMISSION BATCH, AND RIDES THE EDIT PASS AND
      *    THE SETTLEMENT RUN LIKE ANY CAPTURE SITE. A BATCH ALREADY
      *    ON THE BATCH CONTROL FILE IS NEVER RELEASED AGAIN, AND AN
      *    EARLIER COPY STILL WAITING ON TRANSIN IS REPLACED.
      *    RETURN CODE 4 SIGNALS AN ACCOUNT NOT ACCRUED; 12 A RELEASE
      *    OF A BATCH ALREADY POSTED; 16 AN ABEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "ACCRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "ACCRRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "TBALSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-FILE-STATUS.
           SELECT POSTING-DETAIL-FILE ASSIGN TO "ACCTDTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTL-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
           SELECT ACCRUAL-BATCH-FILE ASSIGN TO "ACCRTRN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ABAT-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT TRANSACTION-OLD-FILE ASSIGN TO "TRANSIN.OLD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANO-FILE-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCTL-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT REGISTER-PRINT-FILE ASSIGN TO "ACCRREG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-RECORD.
           05  AC-FUNCTION            PIC X.
               88  AC-RELEASE                VALUE 'R'.
           05  AC-DEFAULT-BRANCH      PIC X(4).
           05  AC-APPROVED-BY         PIC X(20).
           05  FILLER                 PIC X(15).

       FD  RATE-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RATE-RECORD.
           05  RT-ACCOUNT-TYPE        PIC X(2).
           05  RT-DESCRIPTION         PIC X(15).
           05  RT-CREDIT-RATE         PIC 9(2)V9(4).
           05  RT-MONTHLY-FEE         PIC 9(3)V99.
           05  RT-WAIVER-BALANCE      PIC 9(7)V99.
           05  FILLER                 PIC X(3).

       FD  SNAPSHOT-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-RECORD.
           05  TB-SNAP-DATE           PIC 9(8).
           05  TB-ACCOUNT-NO          PIC X(6).
           05  TB-BALANCE             PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(4).

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

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-ACCOUNT-NO          PIC X(6).
           05  SR-ORDINAL             PIC 9(9).
           05  SR-DAY                 PIC 9(2).
           05  SR-DC-INDICATOR        PIC X.
           05  SR-AMOUNT              PIC 9(5)V99.
           05  SR-BRANCH-CODE         PIC X(4).

       FD  ACCRUAL-BATCH-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ACCRUAL-BATCH-RECORD       PIC X(20).

       FD  TRANSACTION-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-RECORD         PIC X(20).

       FD  TRANSACTION-OLD-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TRANSACTION-OLD-RECORD     PIC X(20).

       FD  BATCH-CONTROL-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  BATCH-CONTROL-RECORD.
           05  BC-BATCH-ID            PIC X(9).
           05  BC-TRAILER-COUNT       PIC 9(7).
           05  BC-GRAND-TOTAL         PIC S9(7)V99
                                          SIGN LEADING SEPARATE.
           05  BC-RUN-DATE            PIC 9(8).
           05  BC-RESEND-COUNT        PIC 9(1).
           05  FILLER                 PIC X(5).

       FD  RUN-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RUN-PARAMETER-RECORD.
           05  RP-BUSINESS-DATE       PIC X(8).
           05  RP-CHECKPOINT-INTERVAL PIC X(4).
           05  RP-RUN-MODE            PIC X.
           05  RP-FORCE-RERUN         PIC X.
           05  FILLER                 PIC X(16).

       FD  REGISTER-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-PRINT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS     PIC XX   VALUE '00'.
           88  WS-CTL-FILE-OK               VALUE '00'.
       01  WS-RATE-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-RATE-FILE-OK              VALUE '00'.
       01  WS-SNAP-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-SNAP-FILE-OK              VALUE '00'.
       01  WS-PDTL-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PDTL-FILE-OK              VALUE '00'.
           88  WS-PDTL-FILE-MISSING         VALUE '35'.
       01  WS-ACCT-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-ACCT-MASTER-OK            VALUE '00' '05'.
       01  WS-ABAT-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-ABAT-FILE-OK              VALUE '00'.
       01  WS-TRAN-FILE-STATUS    PIC XX   VALUE '00'.
       01  WS-TRANO-FILE-STATUS   PIC XX   VALUE '00'.
       01  WS-BCTL-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-BCTL-FILE-OK              VALUE '00'.
       01  WS-PARM-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PARM-FILE-OK              VALUE '00'.

       01  WS-EOF-FLAG            PIC X    VALUE 'N'.
           88  END-OF-FILE                  VALUE 'Y'.
       01  WS-SNAP-EOF-FLAG       PIC X    VALUE 'N'.
           88  WS-SNAP-EOF                  VALUE 'Y'.
       01  WS-COPY-EOF-FLAG       PIC X    VALUE 'N'.
           88  WS-COPY-EOF                  VALUE 'Y'.
       01  WS-FUNCTION-FLAG       PIC X    VALUE 'C'.
           88  WS-RELEASE-RUN               VALUE 'R'.
       01  WS-DEFAULT-BRANCH      PIC X(4) VALUE SPACES.
       01  WS-APPROVED-BY         PIC X(20) VALUE SPACES.
       01  WS-RATE-FOUND-FLAG     PIC X    VALUE 'N'.
           88  WS-RATE-FOUND                VALUE 'Y'.
       01  WS-SKIP-BATCH-FLAG     PIC X    VALUE 'N'.
           88  WS-SKIP-BATCH                VALUE 'Y'.
       01  WS-ALREADY-POSTED-FLAG PIC X    VALUE 'N'.
           88  WS-ALREADY-POSTED            VALUE 'Y'.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY            PIC 9(4).
           05  WS-RUN-MM              PIC 9(2).
           05  WS-RUN-DD              PIC 9(2).
       01  WS-PERIOD-START        PIC 9(8).
       01  WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START.
           05  WS-PS-YYYY             PIC 9(4).
           05  WS-PS-MM               PIC 9(2).
           05  WS-PS-DD               PIC 9(2).
       01  WS-PERIOD-END          PIC 9(8).
       01  WS-NEXT-MONTH          PIC 9(8).
       01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH.
           05  WS-NM-YYYY             PIC 9(4).
           05  WS-NM-MM               PIC 9(2).
           05  WS-NM-DD               PIC 9(2).
       01  WS-DAYS-IN-MONTH       PIC 9(2) VALUE ZEROES.
       01  WS-SNAP-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-PREV-SNAP-ACCOUNT   PIC X(6) VALUE LOW-VALUES.
       01  WS-PDTL-ORDINAL        PIC 9(9) VALUE ZEROES.

       01  WS-ACCRUAL-BATCH-ID    PIC X(8) VALUE SPACES.
       01  WS-RELEASE-BATCH-ID    PIC X(9) VALUE SPACES.

       01  WS-RATE-TABLE.
           05  WS-RT-ENTRY OCCURS 100 TIMES
                       INDEXED BY RT-IDX.
               10  WS-RT-ACCOUNT-TYPE     PIC X(2).
               10  WS-RT-CREDIT-RATE      PIC 9(2)V9(4).
               10  WS-RT-MONTHLY-FEE      PIC 9(3)V99.
               10  WS-RT-WAIVER-BALANCE   PIC 9(7)V99.
       01  WS-RT-USED             PIC 9(3) VALUE ZEROES.

      *    ONE SORTED POSTING IN HAND - AN ACCOUNT OF HIGH-VALUES
      *    MARKS THE END OF THE SORTED POSTINGS.
       01  WS-SORTED-POSTING.
           05  WS-SP-ACCOUNT-NO       PIC X(6).
           05  WS-SP-ORDINAL          PIC 9(9).
           05  WS-SP-DAY              PIC 9(2).
           05  WS-SP-DC-INDICATOR     PIC X.
           05  WS-SP-AMOUNT           PIC 9(5)V99.
           05  WS-SP-BRANCH-CODE      PIC X(4).

       01  WS-SIGNED-AMOUNT       PIC S9(5)V99 COMP-3 VALUE ZEROES.
       01  WS-WEIGHTED-SUM        PIC S9(13)V99 COMP-3 VALUE ZEROES.
       01  WS-AVERAGE-BALANCE     PIC S9(9)V99 COMP-3 VALUE ZEROES.
       01  WS-INTEREST            PIC S9(9)V99 COMP-3 VALUE ZEROES.
       01  WS-FEE                 PIC S9(9)V99 COMP-3 VALUE ZEROES.
       01  WS-ACCOUNT-BRANCH      PIC X(4) VALUE SPACES.
       01  WS-ACCRUAL-NOTE        PIC X(10) VALUE SPACES.
           88  WS-ACCRUAL-CLEAN             VALUE SPACES.

       01  WS-SNAP-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-SELECTED-COUNT      PIC 9(7) VALUE ZEROES.
       01  WS-ACCRUED-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-EXCEPTION-COUNT     PIC 9(7) VALUE ZEROES.
       01  WS-CLOSED-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-NOT-ON-MASTER-COUNT PIC 9(7) VALUE ZEROES.
       01  WS-ORPHAN-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-INTEREST-COUNT      PIC 9(7) VALUE ZEROES.
       01  WS-FEE-COUNT           PIC 9(7) VALUE ZEROES.
       01  WS-ITEM-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-REPLACED-COUNT      PIC 9(7) VALUE ZEROES.
       01  WS-INTEREST-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-FEE-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZEROES.

       01  WS-TRAN-FILENAME       PIC X(20) VALUE "TRANSIN".
       01  WS-TRAN-OLD-FILENAME   PIC X(20) VALUE "TRANSIN.OLD".
       01  WS-ABAT-FILENAME       PIC X(20) VALUE "ACCRTRN".
       01  WS-TRAN-RENAME-STATUS  PIC S9(9) COMP-5 VALUE ZERO.

       01  WS-TRANSACTION-WORK.
           05  WS-TW-RECORD-TYPE      PIC X.
           05  WS-TW-BATCH-ID         PIC X(8).
           05  FILLER                 PIC X(11).

       01  WS-ACCRUAL-HEADER.
           05  FILLER                 PIC X     VALUE 'H'.
           05  WS-AH-BATCH-ID         PIC X(8).
           05  FILLER                 PIC X(4)  VALUE 'ACCR'.
           05  FILLER                 PIC X(7)  VALUE SPACES.

       01  WS-ACCRUAL-DETAIL.
           05  FILLER                 PIC X     VALUE 'D'.
           05  WS-AD-ACCOUNT-NO       PIC X(6).
           05  WS-AD-BRANCH-CODE      PIC X(4).
           05  WS-AD-DC-INDICATOR     PIC X.
           05  WS-AD-AMOUNT           PIC 9(5)V99.
           05  FILLER                 PIC X     VALUE SPACE.

       01  WS-ACCRUAL-TRAILER.
           05  FILLER                 PIC X     VALUE 'T'.
           05  WS-AT-COUNT            PIC 9(7).
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(30) VALUE
               'MONTH-END ACCRUAL REGISTER'.
           05  FILLER                 PIC X(8)  VALUE '  DATE: '.
           05  WH1-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                 PIC X(80) VALUE ALL '-'.

       01  WS-PERIOD-LINE.
           05  FILLER                 PIC X(15) VALUE
               'ACCRUAL PERIOD '.
           05  WPD-START              PIC 9999/99/99.
           05  FILLER                 PIC X(4)  VALUE ' TO '.
           05  WPD-END                PIC 9999/99/99.
           05  FILLER                 PIC X(7)  VALUE '  DAYS '.
           05  WPD-DAYS               PIC Z9.
           05  FILLER                 PIC X(14) VALUE
               '  BALANCES AT '.
           05  WPD-SNAP-DATE          PIC 9999/99/99.
           05  FILLER                 PIC X(8)  VALUE SPACES.

       01  WS-BATCH-ID-LINE.
           05  FILLER                 PIC X(14) VALUE
               'ACCRUAL BATCH '.
           05  WBD-BATCH-ID           PIC X(8).
           05  FILLER                 PIC X(58) VALUE
               '  SITE ACCR - STAGED ON ACCRTRN UNTIL RELEASED'.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                 PIC X(8)  VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(4)  VALUE 'TY'.
           05  FILLER                 PIC X(15) VALUE
               '    CLOSING BAL'.
           05  FILLER                 PIC X(16) VALUE
               '   AVG DAILY BAL'.
           05  FILLER                 PIC X(8)  VALUE '    RATE'.
           05  FILLER                 PIC X(11) VALUE '   INTEREST'.
           05  FILLER                 PIC X(7)  VALUE '    FEE'.
           05  FILLER                 PIC X(11) VALUE ' NOTE'.

       01  WS-ACCRUAL-LINE.
           05  WAR-ACCOUNT-NO         PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WAR-ACCOUNT-TYPE       PIC X(2).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WAR-CLOSING-BALANCE    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WAR-AVERAGE-BALANCE    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WAR-RATE               PIC Z9.9999.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WAR-INTEREST           PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WAR-FEE                PIC ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WAR-NOTE               PIC X(10).

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(17) VALUE
               'ACCOUNTS ACCRUED '.
           05  WCL-ACCRUED            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE
               '  EXCEPTIONS '.
           05  WCL-EXCEPTIONS         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(9)  VALUE '  CLOSED '.
           05  WCL-CLOSED             PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(20) VALUE SPACES.

       01  WS-ITEM-LINE.
           05  FILLER                 PIC X(17) VALUE
               'INTEREST CREDITS '.
           05  WIL-INTEREST-ITEMS     PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE
               '  FEE DEBITS '.
           05  WIL-FEE-ITEMS          PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(15) VALUE
               '  BATCH ITEMS '.
           05  WIL-BATCH-ITEMS        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WTL-CAPTION            PIC X(26).
           05  WTL-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  WS-SIGN-OFF-LINE.
           05  FILLER                 PIC X(80) VALUE
               'APPROVED FOR RELEASE BY: ____________________   DATE: __
      -        '________'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-RUN-PARAMETERS
           PERFORM READ-ACCRUAL-CONTROL
           PERFORM SET-ACCRUAL-PERIOD
           IF WS-RELEASE-RUN
               PERFORM RELEASE-ACCRUAL-BATCH
           ELSE
               PERFORM COMPUTE-ACCRUALS
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

      *    NO CONTROL CARD MEANS A COMPUTE RUN WITH NO DEFAULT BRANCH.
       READ-ACCRUAL-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-FILE-OK
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AC-RELEASE
                           SET WS-RELEASE-RUN TO TRUE
                       END-IF
                       MOVE AC-DEFAULT-BRANCH TO WS-DEFAULT-BRANCH
                       MOVE AC-APPROVED-BY    TO WS-APPROVED-BY
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      *    THE PERIOD IS THE WHOLE CALENDAR MONTH OF THE BUSINESS
      *    DATE. THE BATCH ID CARRIES THE YEAR AND MONTH, SO THE
      *    SETTLEMENT RUN'S DUPLICATE BATCH CHECK STOPS A MONTH BEING
      *    ACCRUED TWICE.
       SET-ACCRUAL-PERIOD.
           MOVE WS-RUN-DATE TO WS-PERIOD-START
           MOVE 01          TO WS-PS-DD
           MOVE WS-PERIOD-START TO WS-NEXT-MONTH
           IF WS-PS-MM = 12
               ADD 1 TO WS-NM-YYYY
               MOVE 01 TO WS-NM-MM
           ELSE
               ADD 1 TO WS-NM-MM
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH)
             - FUNCTION INTEGER-OF-DATE (WS-PERIOD-START)
           COMPUTE WS-PERIOD-END =
               WS-PERIOD-START + WS-DAYS-IN-MONTH - 1
           MOVE 'MA'              TO WS-ACCRUAL-BATCH-ID (1:2)
           MOVE WS-RUN-DATE (1:6) TO WS-ACCRUAL-BATCH-ID (3:6).

       COMPUTE-ACCRUALS.
           PERFORM LOAD-RATE-TABLE
           PERFORM OPEN-SNAPSHOT
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-MASTER-OK
               DISPLAY 'ABEND: ACCOUNT MASTER ACCTMST UNAVAILABLE - '
                       'FILE STATUS ' WS-ACCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACCRUAL-BATCH-FILE
           OPEN OUTPUT REGISTER-PRINT-FILE
           MOVE WS-RUN-DATE         TO WH1-DATE
           WRITE REGISTER-PRINT-LINE FROM WS-HEADING-LINE-1
           WRITE REGISTER-PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE WS-PERIOD-START     TO WPD-START
           MOVE WS-PERIOD-END       TO WPD-END
           MOVE WS-DAYS-IN-MONTH    TO WPD-DAYS
           MOVE WS-SNAP-DATE        TO WPD-SNAP-DATE
           WRITE REGISTER-PRINT-LINE FROM WS-PERIOD-LINE
           MOVE WS-ACCRUAL-BATCH-ID TO WBD-BATCH-ID
           WRITE REGISTER-PRINT-LINE FROM WS-BATCH-ID-LINE
           WRITE REGISTER-PRINT-LINE FROM WS-HEADING-LINE-2
           WRITE REGISTER-PRINT-LINE FROM WS-COLUMN-HEADING-LINE
           MOVE WS-ACCRUAL-BATCH-ID TO WS-AH-BATCH-ID
           WRITE ACCRUAL-BATCH-RECORD FROM WS-ACCRUAL-HEADER
           SORT SORT-FILE
               ON ASCENDING KEY SR-ACCOUNT-NO SR-ORDINAL
               INPUT PROCEDURE IS SELECT-MONTH-POSTINGS
               OUTPUT PROCEDURE IS ACCRUE-SNAPSHOT-ACCOUNTS
           MOVE WS-ITEM-COUNT TO WS-AT-COUNT
           WRITE ACCRUAL-BATCH-RECORD FROM WS-ACCRUAL-TRAILER
           CLOSE ACCRUAL-BATCH-FILE
           CLOSE SNAPSHOT-FILE
           CLOSE ACCOUNT-MASTER
           PERFORM PRINT-REGISTER-TOTALS
           CLOSE REGISTER-PRINT-FILE
           DISPLAY 'MONTH-END ACCRUAL COMPLETE - ' WS-SNAP-COUNT
                   ' ACCOUNTS ON SNAPSHOT, ' WS-ACCRUED-COUNT
                   ' ACCRUED, ' WS-EXCEPTION-COUNT ' NOT ACCRUED'
           DISPLAY 'BATCH ' WS-ACCRUAL-BATCH-ID ' WITH ' WS-ITEM-COUNT
                   ' ITEMS STAGED ON ACCRTRN - RELEASE WITH FUNCTION '
                   'R ON ACCRCTL ONCE ACCRREG IS SIGNED OFF'
           IF WS-ORPHAN-COUNT > ZEROES
               DISPLAY 'NOTE: ' WS-ORPHAN-COUNT
                       ' POSTINGS FOR ACCOUNTS NOT ON THE SNAPSHOT '
                       'IGNORED'
           END-IF
           IF WS-NOT-ON-MASTER-COUNT > ZEROES
               DISPLAY 'WARNING: ' WS-NOT-ON-MASTER-COUNT
                       ' SNAPSHOT ACCOUNTS NO LONGER ON ACCTMST - '
                       'NOT ACCRUED'
           END-IF
           IF WS-EXCEPTION-COUNT > ZEROES
                   OR WS-NOT-ON-MASTER-COUNT > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE
           IF NOT WS-RATE-FILE-OK
               DISPLAY 'ABEND: RATE AND FEE TABLE ACCRRATE '
                       'UNAVAILABLE - FILE STATUS ' WS-RATE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL END-OF-FILE
               READ RATE-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM STORE-RATE-ROW
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

       STORE-RATE-ROW.
           IF RT-CREDIT-RATE IS NOT NUMERIC
                   OR RT-MONTHLY-FEE IS NOT NUMERIC
                   OR RT-WAIVER-BALANCE IS NOT NUMERIC
               DISPLAY 'WARNING: ACCRRATE ROW FOR TYPE '
                       RT-ACCOUNT-TYPE ' NOT NUMERIC - IGNORED'
           ELSE
               IF WS-RT-USED >= 100
                   DISPLAY 'ABEND: MORE THAN 100 ACCOUNT TYPES ON '
                           'ACCRRATE - RAISE THE RATE TABLE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RT-USED
               SET RT-IDX TO WS-RT-USED
               MOVE RT-ACCOUNT-TYPE   TO WS-RT-ACCOUNT-TYPE (RT-IDX)
               MOVE RT-CREDIT-RATE    TO WS-RT-CREDIT-RATE (RT-IDX)
               MOVE RT-MONTHLY-FEE    TO WS-RT-MONTHLY-FEE (RT-IDX)
               MOVE RT-WAIVER-BALANCE TO WS-RT-WAIVER-BALANCE (RT-IDX)
           END-IF.

      *    THE SNAPSHOT IS WRITTEN BY THE TRIAL BALANCE IN ACCOUNT
      *    ORDER AND IS THE DRIVING FILE OF THE MATCH. IT MUST HAVE
      *    BEEN TAKEN IN THE ACCRUAL MONTH.
       OPEN-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE
           IF NOT WS-SNAP-FILE-OK
               DISPLAY 'ABEND: SNAPSHOT FILE TBALSNAP UNAVAILABLE - '
                       'FILE STATUS ' WS-SNAP-FILE-STATUS
                       ' - RUN THE TRIAL BALANCE FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-SNAPSHOT
           IF WS-SNAP-EOF
               DISPLAY 'ABEND: SNAPSHOT FILE TBALSNAP IS EMPTY - '
                       'NOTHING TO ACCRUE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TB-SNAP-DATE TO WS-SNAP-DATE
           IF WS-SNAP-DATE < WS-PERIOD-START
                   OR WS-SNAP-DATE > WS-PERIOD-END
               DISPLAY 'ABEND: SNAPSHOT TBALSNAP TAKEN ON '
                       WS-SNAP-DATE ' - NOT IN THE ACCRUAL MONTH OF '
                       WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   SET WS-SNAP-EOF TO TRUE
               NOT AT END
                   IF TB-ACCOUNT-NO NOT > WS-PREV-SNAP-ACCOUNT
                       DISPLAY 'ABEND: SNAPSHOT TBALSNAP OUT OF '
                               'ACCOUNT ORDER AT ' TB-ACCOUNT-NO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE TB-ACCOUNT-NO TO WS-PREV-SNAP-ACCOUNT
                   ADD 1 TO WS-SNAP-COUNT
           END-READ.

      *    EVERY POSTING OF THE MONTH UP TO THE SNAPSHOT DATE GOES TO
      *    THE SORT WITH ITS POSITION ON ACCTDTL, SO EACH ACCOUNT'S
      *    POSTINGS COME BACK IN POSTING ORDER.
       SELECT-MONTH-POSTINGS.
           OPEN INPUT POSTING-DETAIL-FILE
           IF WS-PDTL-FILE-MISSING
               DISPLAY 'NOTE: NO POSTING DETAIL ACCTDTL - SNAPSHOT '
                       'BALANCES TAKEN AS FLAT FOR THE MONTH'
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
                           IF PD-RUN-DATE NOT < WS-PERIOD-START
                                   AND PD-RUN-DATE NOT > WS-SNAP-DATE
                               PERFORM RELEASE-MONTH-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-DETAIL-FILE
           END-IF.

       RELEASE-MONTH-POSTING.
           MOVE PD-ACCOUNT-NO      TO SR-ACCOUNT-NO
           MOVE WS-PDTL-ORDINAL    TO SR-ORDINAL
           MOVE PD-RUN-DATE (7:2)  TO SR-DAY
           MOVE PD-DC-INDICATOR    TO SR-DC-INDICATOR
           MOVE PD-AMOUNT          TO SR-AMOUNT
           MOVE PD-BRANCH-CODE     TO SR-BRANCH-CODE
           RELEASE SORT-RECORD
           ADD 1 TO WS-SELECTED-COUNT.

       ACCRUE-SNAPSHOT-ACCOUNTS.
           PERFORM RETURN-SORTED-POSTING
           PERFORM UNTIL WS-SNAP-EOF
               PERFORM ACCRUE-ONE-ACCOUNT
               PERFORM READ-SNAPSHOT
           END-PERFORM
           PERFORM UNTIL WS-SP-ACCOUNT-NO = HIGH-VALUES
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM RETURN-SORTED-POSTING
           END-PERFORM.

       RETURN-SORTED-POSTING.
           RETURN SORT-FILE INTO WS-SORTED-POSTING
               AT END
                   MOVE HIGH-VALUES TO WS-SP-ACCOUNT-NO
           END-RETURN.

      *    A POSTING ON DAY K OF THE MONTH WAS NOT IN THE BALANCE ON
      *    DAYS 1 TO K-1, SO THE SUM OF THE DAILY BALANCES IS THE
      *    SNAPSHOT BALANCE FOR EVERY DAY LESS EACH POSTING WEIGHTED
      *    BY THE K-1 DAYS BEFORE IT.
       ACCRUE-ONE-ACCOUNT.
           MOVE ZEROES TO WS-WEIGHTED-SUM
           MOVE SPACES TO WS-ACCOUNT-BRANCH
           PERFORM UNTIL WS-SP-ACCOUNT-NO NOT < TB-ACCOUNT-NO
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM RETURN-SORTED-POSTING
           END-PERFORM
           PERFORM UNTIL WS-SP-ACCOUNT-NO NOT = TB-ACCOUNT-NO
               IF WS-SP-DC-INDICATOR = 'D'
                   COMPUTE WS-SIGNED-AMOUNT = WS-SP-AMOUNT * -1
               ELSE
                   MOVE WS-SP-AMOUNT TO WS-SIGNED-AMOUNT
               END-IF
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                   + WS-SIGNED-AMOUNT * (WS-SP-DAY - 1)
               IF WS-SP-BRANCH-CODE NOT = SPACES
                   MOVE WS-SP-BRANCH-CODE TO WS-ACCOUNT-BRANCH
               END-IF
               PERFORM RETURN-SORTED-POSTING
           END-PERFORM
           MOVE TB-ACCOUNT-NO TO AM-ACCOUNT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
               NOT INVALID KEY
                   IF AM-ACCOUNT-CLOSED
                       ADD 1 TO WS-CLOSED-COUNT
                   ELSE
                       PERFORM ACCRUE-OPEN-ACCOUNT
                   END-IF
           END-READ.

       ACCRUE-OPEN-ACCOUNT.
           MOVE SPACES TO WS-ACCRUAL-NOTE
           MOVE ZEROES TO WS-INTEREST WS-FEE
           COMPUTE WS-AVERAGE-BALANCE ROUNDED =
               TB-BALANCE - WS-WEIGHTED-SUM / WS-DAYS-IN-MONTH
           MOVE 'N' TO WS-RATE-FOUND-FLAG
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RT-USED
               IF WS-RT-ACCOUNT-TYPE (RT-IDX) = AM-ACCOUNT-TYPE
                   SET WS-RATE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-RATE-FOUND
               MOVE 'NO RATE' TO WS-ACCRUAL-NOTE
           ELSE
               IF WS-AVERAGE-BALANCE > ZERO
                   COMPUTE WS-INTEREST ROUNDED =
                       WS-AVERAGE-BALANCE * WS-RT-CREDIT-RATE (RT-IDX)
                       / 100 * WS-DAYS-IN-MONTH / 365
               END-IF
               IF WS-RT-WAIVER-BALANCE (RT-IDX) = ZEROES
                       OR WS-AVERAGE-BALANCE
                           < WS-RT-WAIVER-BALANCE (RT-IDX)
                   MOVE WS-RT-MONTHLY-FEE (RT-IDX) TO WS-FEE
               ELSE
                   IF WS-RT-MONTHLY-FEE (RT-IDX) > ZEROES
                       MOVE 'FEE WAIVED' TO WS-ACCRUAL-NOTE
                   END-IF
               END-IF
               IF WS-ACCOUNT-BRANCH = SPACES
                   MOVE WS-DEFAULT-BRANCH TO WS-ACCOUNT-BRANCH
               END-IF
               IF WS-INTEREST > 99999.99
                   MOVE 'TOO LARGE' TO WS-ACCRUAL-NOTE
               ELSE
                   IF WS-ACCOUNT-BRANCH = SPACES
                           AND (WS-INTEREST > ZERO OR WS-FEE > ZERO)
                       MOVE 'NO BRANCH' TO WS-ACCRUAL-NOTE
                   END-IF
               END-IF
           END-IF
           IF WS-ACCRUAL-NOTE = 'NO RATE' OR 'TOO LARGE' OR 'NO BRANCH'
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               ADD 1 TO WS-ACCRUED-COUNT
               PERFORM WRITE-ACCRUAL-ITEMS
           END-IF
           PERFORM PRINT-ACCRUAL-LINE.

       WRITE-ACCRUAL-ITEMS.
           MOVE AM-ACCOUNT-NO     TO WS-AD-ACCOUNT-NO
           MOVE WS-ACCOUNT-BRANCH TO WS-AD-BRANCH-CODE
           IF WS-INTEREST > ZERO
               MOVE 'C'           TO WS-AD-DC-INDICATOR
               MOVE WS-INTEREST   TO WS-AD-AMOUNT
               WRITE ACCRUAL-BATCH-RECORD FROM WS-ACCRUAL-DETAIL
               ADD 1 TO WS-ITEM-COUNT
               ADD 1 TO WS-INTEREST-COUNT
               ADD WS-INTEREST TO WS-INTEREST-TOTAL
           END-IF
           IF WS-FEE > ZERO
               MOVE 'D'           TO WS-AD-DC-INDICATOR
               MOVE WS-FEE        TO WS-AD-AMOUNT
               WRITE ACCRUAL-BATCH-RECORD FROM WS-ACCRUAL-DETAIL
               ADD 1 TO WS-ITEM-COUNT
               ADD 1 TO WS-FEE-COUNT
               ADD WS-FEE TO WS-FEE-TOTAL
           END-IF.

       PRINT-ACCRUAL-LINE.
           MOVE AM-ACCOUNT-NO      TO WAR-ACCOUNT-NO
           MOVE AM-ACCOUNT-TYPE    TO WAR-ACCOUNT-TYPE
           MOVE TB-BALANCE         TO WAR-CLOSING-BALANCE
           MOVE WS-AVERAGE-BALANCE TO WAR-AVERAGE-BALANCE
           IF WS-RATE-FOUND
               MOVE WS-RT-CREDIT-RATE (RT-IDX) TO WAR-RATE
           ELSE
               MOVE ZEROES TO WAR-RATE
           END-IF
           MOVE WS-INTEREST        TO WAR-INTEREST
           MOVE WS-FEE             TO WAR-FEE
           MOVE WS-ACCRUAL-NOTE    TO WAR-NOTE
           WRITE REGISTER-PRINT-LINE FROM WS-ACCRUAL-LINE.

       PRINT-REGISTER-TOTALS.
           WRITE REGISTER-PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE WS-ACCRUED-COUNT   TO WCL-ACCRUED
           MOVE WS-EXCEPTION-COUNT TO WCL-EXCEPTIONS
           MOVE WS-CLOSED-COUNT    TO WCL-CLOSED
           WRITE REGISTER-PRINT-LINE FROM WS-COUNT-LINE
           MOVE WS-INTEREST-COUNT  TO WIL-INTEREST-ITEMS
           MOVE WS-FEE-COUNT       TO WIL-FEE-ITEMS
           MOVE WS-ITEM-COUNT      TO WIL-BATCH-ITEMS
           WRITE REGISTER-PRINT-LINE FROM WS-ITEM-LINE
           MOVE 'TOTAL INTEREST CREDITED:  ' TO WTL-CAPTION
           MOVE WS-INTEREST-TOTAL            TO WTL-AMOUNT
           WRITE REGISTER-PRINT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL FEES DEBITED:       ' TO WTL-CAPTION
           MOVE WS-FEE-TOTAL                 TO WTL-AMOUNT
           WRITE REGISTER-PRINT-LINE FROM WS-TOTAL-LINE
           WRITE REGISTER-PRINT-LINE FROM WS-HEADING-LINE-2
           WRITE REGISTER-PRINT-LINE FROM WS-SIGN-OFF-LINE.

      *    THE RELEASE NEEDS A NAMED APPROVER AND A STAGED BATCH THE
      *    SETTLEMENT RUN HAS NOT ALREADY POSTED. THE STAGED BATCH
      *    GOES ONTO THE FRONT OF TRANSIN, THE WAITING TRANSIN IS
      *    COPIED IN BEHIND IT LESS ANY EARLIER COPY OF THE SAME
      *    BATCH, AND THE STAGED FILE IS DELETED SO IT CANNOT BE
      *    RELEASED TWICE.
       RELEASE-ACCRUAL-BATCH.
           IF WS-APPROVED-BY = SPACES
               DISPLAY 'ABEND: ACCRUAL RELEASE REFUSED - NO APPROVER '
                       'NAMED ON ACCRCTL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCRUAL-BATCH-FILE
           IF NOT WS-ABAT-FILE-OK
               DISPLAY 'ABEND: NO STAGED ACCRUAL BATCH ACCRTRN - '
                       'FILE STATUS ' WS-ABAT-FILE-STATUS
                       ' - RUN THE ACCRUAL FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ACCRUAL-BATCH-FILE INTO WS-TRANSACTION-WORK
               AT END
                   MOVE SPACES TO WS-TRANSACTION-WORK
           END-READ
           IF WS-TW-RECORD-TYPE NOT = 'H'
               DISPLAY 'ABEND: STAGED ACCRUAL BATCH ACCRTRN HAS NO '
                       'HEADER - RUN THE ACCRUAL AGAIN'
               CLOSE ACCRUAL-BATCH-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-TW-BATCH-ID TO WS-RELEASE-BATCH-ID
           PERFORM CHECK-BATCH-ALREADY-POSTED
           IF WS-ALREADY-POSTED
               DISPLAY 'ACCRUAL RELEASE REFUSED: BATCH '
                       WS-RELEASE-BATCH-ID ' IS ALREADY ON BATCH '
                       'CONTROL BATCTL - THE MONTH HAS BEEN POSTED'
               CLOSE ACCRUAL-BATCH-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-TRAN-FILENAME
                   WS-TRAN-OLD-FILENAME
               RETURNING WS-TRAN-RENAME-STATUS
           END-CALL
           OPEN OUTPUT TRANSACTION-FILE
           WRITE TRANSACTION-RECORD FROM WS-TRANSACTION-WORK
           MOVE 'N' TO WS-COPY-EOF-FLAG
           PERFORM UNTIL WS-COPY-EOF
               READ ACCRUAL-BATCH-FILE INTO WS-TRANSACTION-WORK
                   AT END
                       SET WS-COPY-EOF TO TRUE
                   NOT AT END
                       IF WS-TW-RECORD-TYPE = 'D'
                           ADD 1 TO WS-ITEM-COUNT
                       END-IF
                       WRITE TRANSACTION-RECORD
                           FROM WS-TRANSACTION-WORK
               END-READ
           END-PERFORM
           CLOSE ACCRUAL-BATCH-FILE
           IF WS-TRAN-RENAME-STATUS = 0
               OPEN INPUT TRANSACTION-OLD-FILE
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM UNTIL WS-COPY-EOF
                   READ TRANSACTION-OLD-FILE INTO WS-TRANSACTION-WORK
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           PERFORM COPY-WAITING-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-OLD-FILE
               CALL "CBL_DELETE_FILE" USING WS-TRAN-OLD-FILENAME
                   RETURNING WS-TRAN-RENAME-STATUS
               END-CALL
           END-IF
           CLOSE TRANSACTION-FILE
           CALL "CBL_DELETE_FILE" USING WS-ABAT-FILENAME
               RETURNING WS-TRAN-RENAME-STATUS
           END-CALL
           IF WS-REPLACED-COUNT > ZEROES
               DISPLAY 'NOTE: EARLIER COPY OF ACCRUAL BATCH '
                       WS-RELEASE-BATCH-ID ' REPLACED ON TRANSIN'
           END-IF
           DISPLAY 'ACCRUAL BATCH ' WS-RELEASE-BATCH-ID ' WITH '
                   WS-ITEM-COUNT ' ITEMS RELEASED ONTO THE FRONT OF '
                   'TRANSIN - APPROVED BY ' WS-APPROVED-BY.

       COPY-WAITING-TRANSACTION.
           IF WS-TW-RECORD-TYPE = 'H'
               IF WS-TW-BATCH-ID = WS-RELEASE-BATCH-ID
                   SET WS-SKIP-BATCH TO TRUE
                   ADD 1 TO WS-REPLACED-COUNT
               ELSE
                   MOVE 'N' TO WS-SKIP-BATCH-FLAG
               END-IF
           END-IF
           IF WS-SKIP-BATCH
               IF WS-TW-RECORD-TYPE = 'T'
                   MOVE 'N' TO WS-SKIP-BATCH-FLAG
               END-IF
           ELSE
               WRITE TRANSACTION-RECORD FROM WS-TRANSACTION-WORK
           END-IF.

       CHECK-BATCH-ALREADY-POSTED.
           MOVE 'N' TO WS-ALREADY-POSTED-FLAG
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BCTL-FILE-OK
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BATCH-CONTROL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF BC-BATCH-ID = WS-RELEASE-BATCH-ID
                               SET WS-ALREADY-POSTED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-CONTROL-FILE
           END-IF.
