       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
      *    PERIOD-END CLOSE. ONCE FINANCE HAS REPORTED A MONTH NOTHING
      *    MAY POST INTO IT AGAIN, BUT A FORCED RERUN OR A BACK-DATED
      *    PARMFILE BUSINESS DATE USED TO DO EXACTLY THAT AND LEAVE THE
      *    GL AND THE SETTLEMENT HISTORY MONTH FIGURES APART. THIS
      *    PROGRAM FREEZES A CALENDAR MONTH. THE CONTROL CARD PERCCTL
      *    NAMES THE FUNCTION, THE PERIOD (YYYYMM - BLANK MEANS THE
      *    MONTH OF THE BUSINESS DATE), THE OPERATOR AND A REASON.
      *    FUNCTION 'C' CLOSES THE PERIOD: EVERY ACCTMST BALANCE AS IT
      *    STOOD AT THE END OF THE MONTH - THE BALANCE ON THE MASTER
      *    LESS EVERY ACCTDTL POSTING DATED AFTER THE MONTH END - IS
      *    COPIED TO THE MONTH-END BALANCE FILE ACCTMEND AS THE
      *    OPENING POSITION FOR THE NEXT MONTH, AND THE CLOSE
      *    CERTIFICATE CLOSECRT SHOWS THE MONTH'S SETTLHST TOTALS, THE
      *    BATCHES OF THE MONTH ON BATCTL AND THE ARCHIVE BCTLARCH
      *    SPLIT INTO THOSE GLACK SHOWS POSTED AND THOSE STILL
      *    UNPOSTED, EACH UNPOSTED BATCH LISTED, AND THE MONTH-END
      *    BALANCE TOTAL. THE PERIOD IS THEN STAMPED CLOSED ON THE
      *    CLOSED-PERIOD CONTROL FILE PERCTL, ONE ROW PER PERIOD, WHICH
      *    THE SETTLEMENT RUN, THE GL RE-EXTRACT AND THE CORRECTION
      *    APPLY ALL CONSULT BEFORE THEY TOUCH A BUSINESS DATE.
      *    FUNCTION 'R' REOPENS A CLOSED PERIOD AND NEEDS THE NAME OF
      *    THE AUTHORISER AND A REASON ON THE CARD; BOTH ARE KEPT ON
      *    THE PERCTL ROW. A REOPENED PERIOD IS CLOSED AGAIN WITH
      *    FUNCTION 'C' - ITS ACCTMEND ROWS ARE REPLACED AND A FRESH
      *    CERTIFICATE PRINTED. BALANCE CHANGES MADE TO ACCTMST
      *    OUTSIDE THE POSTING DETAIL CANNOT BE TAKEN BACK, SO THE
      *    CLOSE SHOULD RUN BEFORE MASTER MAINTENANCE FOR THE NEW
      *    MONTH. A BATCH RESENT TO THE GL BEFORE THE CLOSE CARRIES
      *    ITS RESEND DATE ON BATCTL AND FALLS IN THAT MONTH.
      *    RETURN CODE 4 SIGNALS UNPOSTED BATCHES LEFT IN A CLOSED
      *    PERIOD OR A REOPEN OF A PERIOD ALREADY OPEN; 12 A CLOSE OF
      *    A PERIOD ALREADY CLOSED; 16 AN ABEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "PERCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-FILE-STATUS.
           SELECT PERIOD-OLD-FILE ASSIGN TO "PERCTL.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTLO-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT POSTING-DETAIL-FILE ASSIGN TO "ACCTDTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTL-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK1".
           SELECT MONTH-END-FILE ASSIGN TO "ACCTMEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEND-FILE-STATUS.
           SELECT MONTH-END-OLD-FILE ASSIGN TO "ACCTMEND.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENDO-FILE-STATUS.
           SELECT SETTLEMENT-HISTORY-FILE ASSIGN TO "SETTLHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCTL-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "BCTLARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT GL-ACK-FILE ASSIGN TO "GLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT RUN-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CERTIFICATE-PRINT-FILE ASSIGN TO "CLOSECRT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-RECORD.
           05  PC-FUNCTION            PIC X.
               88  PC-CLOSE                  VALUE 'C'.
               88  PC-REOPEN                 VALUE 'R'.
           05  PC-PERIOD              PIC X(6).
           05  PC-OPERATOR            PIC X(20).
           05  PC-REASON              PIC X(30).
           05  FILLER                 PIC X(23).

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

       FD  PERIOD-OLD-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PERIOD-OLD-RECORD          PIC X(100).

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

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-ACCOUNT-NO          PIC X(6).
           05  SR-DC-INDICATOR        PIC X.
           05  SR-AMOUNT              PIC 9(5)V99.

       FD  MONTH-END-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MONTH-END-RECORD.
           05  ME-PERIOD              PIC 9(6).
           05  ME-ACCOUNT-NO          PIC X(6).
           05  ME-ACCOUNT-NAME        PIC X(20).
           05  ME-STATUS              PIC X.
           05  ME-ACCOUNT-TYPE        PIC X(2).
           05  ME-BALANCE             PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(3).

       FD  MONTH-END-OLD-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  MONTH-END-OLD-RECORD.
           05  MO-PERIOD              PIC X(6).
           05  FILLER                 PIC X(44).

       FD  SETTLEMENT-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SETTLEMENT-HISTORY-RECORD.
           05  SH-RUN-DATE            PIC 9(8).
           05  SH-BRANCH-CODE         PIC X(4).
           05  SH-BRANCH-COUNT        PIC 9(7).
           05  SH-BRANCH-TOTAL        PIC S9(7)V99
                                          SIGN LEADING SEPARATE.
           05  SH-RECON-STATUS        PIC X(20).
           05  FILLER                 PIC X(1).

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

       FD  ARCHIVE-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD.
           05  AR-BATCH-ID            PIC X(9).
           05  AR-TRAILER-COUNT       PIC 9(7).
           05  AR-GRAND-TOTAL         PIC S9(7)V99
                                          SIGN LEADING SEPARATE.
           05  AR-RUN-DATE            PIC 9(8).
           05  AR-GL-REFERENCE        PIC X(10).
           05  AR-PURGE-DATE          PIC 9(8).
           05  AR-RESEND-COUNT        PIC 9(1).
           05  FILLER                 PIC X(7).

       FD  GL-ACK-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  GL-ACK-RECORD.
           05  GA-BATCH-ID            PIC X(9).
           05  GA-STATUS              PIC X.
               88  GA-POSTED                 VALUE 'P'.
               88  GA-REJECTED               VALUE 'R'.
           05  GA-GL-REFERENCE        PIC X(10).
           05  GA-REASON              PIC X(30).

       FD  RUN-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RUN-PARAMETER-RECORD.
           05  RP-BUSINESS-DATE       PIC X(8).
           05  RP-CHECKPOINT-INTERVAL PIC X(4).
           05  RP-RUN-MODE            PIC X.
           05  RP-FORCE-RERUN         PIC X.
           05  FILLER                 PIC X(16).

       FD  CERTIFICATE-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CERTIFICATE-PRINT-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS     PIC XX   VALUE '00'.
           88  WS-CTL-FILE-OK               VALUE '00'.
       01  WS-PCTL-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PCTL-FILE-OK              VALUE '00'.
           88  WS-PCTL-FILE-MISSING         VALUE '35'.
       01  WS-PCTLO-FILE-STATUS   PIC XX   VALUE '00'.
           88  WS-PCTLO-FILE-OK             VALUE '00'.
       01  WS-ACCT-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-ACCT-MASTER-OK            VALUE '00' '05'.
       01  WS-PDTL-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PDTL-FILE-OK              VALUE '00'.
           88  WS-PDTL-FILE-MISSING         VALUE '35'.
       01  WS-MEND-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-MEND-FILE-OK              VALUE '00'.
       01  WS-MENDO-FILE-STATUS   PIC XX   VALUE '00'.
           88  WS-MENDO-FILE-OK             VALUE '00'.
       01  WS-HIST-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-HIST-FILE-OK              VALUE '00'.
           88  WS-HIST-FILE-MISSING         VALUE '35'.
       01  WS-BCTL-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-BCTL-FILE-OK              VALUE '00'.
           88  WS-BCTL-FILE-MISSING         VALUE '35'.
       01  WS-ARCH-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-ARCH-FILE-OK              VALUE '00'.
           88  WS-ARCH-FILE-MISSING         VALUE '35'.
       01  WS-ACK-FILE-STATUS     PIC XX   VALUE '00'.
           88  WS-ACK-FILE-OK               VALUE '00'.
           88  WS-ACK-FILE-MISSING          VALUE '35'.
       01  WS-PARM-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PARM-FILE-OK              VALUE '00'.

       01  WS-EOF-FLAG            PIC X    VALUE 'N'.
           88  END-OF-FILE                  VALUE 'Y'.
       01  WS-COPY-EOF-FLAG       PIC X    VALUE 'N'.
           88  WS-COPY-EOF                  VALUE 'Y'.
       01  WS-ACCT-EOF-FLAG       PIC X    VALUE 'N'.
           88  WS-ACCT-EOF                  VALUE 'Y'.
       01  WS-ACK-EOF-FLAG        PIC X    VALUE 'N'.
           88  WS-ACK-EOF                   VALUE 'Y'.
       01  WS-ACK-FOUND-FLAG      PIC X    VALUE 'N'.
           88  WS-ACK-FOUND                 VALUE 'Y'.
       01  WS-PERIOD-FOUND-FLAG   PIC X    VALUE 'N'.
           88  WS-PERIOD-FOUND              VALUE 'Y'.
       01  WS-FUNCTION-FLAG       PIC X    VALUE SPACE.
           88  WS-CLOSE-RUN                 VALUE 'C'.
           88  WS-REOPEN-RUN                VALUE 'R'.
       01  WS-OPERATOR            PIC X(20) VALUE SPACES.
       01  WS-REASON              PIC X(30) VALUE SPACES.

      *    THE PERCTL ROW FOR THE PERIOD AS IT STOOD BEFORE THIS RUN.
       01  WS-PERIOD-ROW.
           05  WS-PW-PERIOD           PIC 9(6).
           05  WS-PW-STATUS           PIC X.
               88  WS-PW-CLOSED              VALUE 'C'.
               88  WS-PW-REOPENED            VALUE 'R'.
           05  WS-PW-CLOSE-DATE       PIC 9(8).
           05  WS-PW-CLOSED-BY        PIC X(20).
           05  WS-PW-REOPEN-DATE      PIC 9(8).
           05  WS-PW-AUTHORISED-BY    PIC X(20).
           05  WS-PW-REOPEN-REASON    PIC X(30).
           05  FILLER                 PIC X(7).

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-PERIOD              PIC 9(6).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YYYY         PIC 9(4).
           05  WS-PERIOD-MM           PIC 9(2).
       01  WS-PERIOD-START        PIC 9(8).
       01  WS-PERIOD-START-PARTS REDEFINES WS-PERIOD-START.
           05  WS-PS-YYYYMM           PIC 9(6).
           05  WS-PS-DD               PIC 9(2).
       01  WS-PERIOD-END          PIC 9(8).
       01  WS-NEXT-MONTH          PIC 9(8).
       01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH.
           05  WS-NM-YYYY             PIC 9(4).
           05  WS-NM-MM               PIC 9(2).
           05  WS-NM-DD               PIC 9(2).

       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 2000 TIMES
                       INDEXED BY AK-IDX.
               10  WS-ACK-BATCH-ID        PIC X(9).
               10  WS-ACK-STATUS          PIC X.
       01  WS-ACK-USED            PIC 9(4) VALUE ZEROES.

      *    ONE SORTED LATER POSTING IN HAND - AN ACCOUNT OF
      *    HIGH-VALUES MARKS THE END OF THE SORTED POSTINGS.
       01  WS-SORTED-POSTING.
           05  WS-SP-ACCOUNT-NO       PIC X(6).
           05  WS-SP-DC-INDICATOR     PIC X.
           05  WS-SP-AMOUNT           PIC 9(5)V99.

       01  WS-SIGNED-AMOUNT       PIC S9(5)V99 COMP-3 VALUE ZEROES.
       01  WS-LATER-MOVEMENT      PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-MONTH-END-BALANCE   PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-PREV-HIST-DATE      PIC 9(8) VALUE ZEROES.

       01  WS-HIST-ROW-COUNT      PIC 9(7) VALUE ZEROES.
       01  WS-HIST-DAY-COUNT      PIC 9(7) VALUE ZEROES.
       01  WS-HIST-BREAK-COUNT    PIC 9(7) VALUE ZEROES.
       01  WS-HIST-ITEM-COUNT     PIC 9(9) VALUE ZEROES.
       01  WS-HIST-TOTAL          PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-SETTLED-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-SETTLED-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-POSTED-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-POSTED-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-UNPOSTED-COUNT      PIC 9(7) VALUE ZEROES.
       01  WS-UNPOSTED-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-GL-DIFFERENCE       PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-ACCOUNT-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-BALANCE-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZEROES.
       01  WS-LATER-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-LATER-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-ORPHAN-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-KEPT-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-REPLACED-COUNT      PIC 9(7) VALUE ZEROES.

       01  WS-PCTL-FILENAME       PIC X(20) VALUE "PERCTL".
       01  WS-PCTL-OLD-FILENAME   PIC X(20) VALUE "PERCTL.OLD".
       01  WS-MEND-FILENAME       PIC X(20) VALUE "ACCTMEND".
       01  WS-MEND-OLD-FILENAME   PIC X(20) VALUE "ACCTMEND.OLD".
       01  WS-RENAME-STATUS       PIC S9(9) COMP-5 VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(30) VALUE
               'PERIOD-END CLOSE CERTIFICATE'.
           05  FILLER                 PIC X(8)  VALUE '  DATE: '.
           05  WH1-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                 PIC X(80) VALUE ALL '-'.

       01  WS-PERIOD-LINE.
           05  FILLER                 PIC X(14) VALUE
               'CLOSED PERIOD '.
           05  WPL-YYYY               PIC 9(4).
           05  FILLER                 PIC X     VALUE '/'.
           05  WPL-MM                 PIC 9(2).
           05  FILLER                 PIC X(7)  VALUE '  FROM '.
           05  WPL-START              PIC 9999/99/99.
           05  FILLER                 PIC X(4)  VALUE ' TO '.
           05  WPL-END                PIC 9999/99/99.
           05  FILLER                 PIC X(28) VALUE SPACES.

       01  WS-CLOSED-BY-LINE.
           05  FILLER                 PIC X(10) VALUE 'CLOSED BY '.
           05  WCB-OPERATOR           PIC X(20).
           05  FILLER                 PIC X(50) VALUE SPACES.

       01  WS-REOPENED-LINE.
           05  FILLER                 PIC X(12) VALUE
               'REOPENED ON '.
           05  WRO-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(4)  VALUE ' BY '.
           05  WRO-AUTHORISED-BY      PIC X(20).
           05  FILLER                 PIC X     VALUE SPACE.
           05  WRO-REASON             PIC X(30).
           05  FILLER                 PIC X(3)  VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WSC-TITLE              PIC X(50).
           05  FILLER                 PIC X(30) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  WAL-CAPTION            PIC X(30).
           05  WAL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WAL-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(18) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WCL-CAPTION            PIC X(30).
           05  WCL-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  WS-DIFFERENCE-LINE.
           05  WDL-CAPTION            PIC X(30).
           05  FILLER                 PIC X(14) VALUE SPACES.
           05  WDL-AMOUNT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(18) VALUE SPACES.

       01  WS-UNPOSTED-HEADING-LINE.
           05  FILLER                 PIC X(11) VALUE 'BATCH'.
           05  FILLER                 PIC X(12) VALUE 'SENT DATE'.
           05  FILLER                 PIC X(9)  VALUE '    ITEMS'.
           05  FILLER                 PIC X(14) VALUE
               '         TOTAL'.
           05  FILLER                 PIC X(34) VALUE '  GL STATUS'.

       01  WS-UNPOSTED-LINE.
           05  WUL-BATCH-ID           PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WUL-RUN-DATE           PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WUL-COUNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACE.
           05  WUL-TOTAL              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WUL-STATUS             PIC X(20).
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(80) VALUE
               'NONE - EVERY BATCH OF THE PERIOD IS POSTED ON THE GL'.

       01  WS-SIGN-OFF-LINE.
           05  FILLER                 PIC X(43) VALUE
               'CLOSE CERTIFIED BY: ____________________   '.
           05  FILLER                 PIC X(37) VALUE
               'DATE: __________'.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-RUN-PARAMETERS
           PERFORM READ-CLOSE-CONTROL
           PERFORM SET-CLOSE-PERIOD
           PERFORM FIND-PERIOD-ROW
           IF WS-REOPEN-RUN
               PERFORM REOPEN-PERIOD
           ELSE
               PERFORM CLOSE-PERIOD
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

      *    A CLOSE OR REOPEN IS NEVER A DEFAULT - WITHOUT A CARD
      *    NAMING THE FUNCTION AND THE OPERATOR NOTHING IS DONE.
       READ-CLOSE-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF NOT WS-CTL-FILE-OK
               DISPLAY 'ABEND: CLOSE CONTROL CARD PERCCTL UNAVAILABLE '
                       '- FILE STATUS ' WS-CTL-FILE-STATUS
                       ' - NOTHING CLOSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CONTROL-FILE
               AT END
                   DISPLAY 'ABEND: CLOSE CONTROL CARD PERCCTL IS '
                           'EMPTY - NOTHING CLOSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CONTROL-FILE
           IF NOT PC-CLOSE AND NOT PC-REOPEN
               DISPLAY 'ABEND: FUNCTION ' PC-FUNCTION
                       ' ON PERCCTL IS NOT C (CLOSE) OR R (REOPEN) - '
                       'NOTHING CLOSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PC-FUNCTION TO WS-FUNCTION-FLAG
           MOVE PC-OPERATOR TO WS-OPERATOR
           MOVE PC-REASON   TO WS-REASON
           IF WS-OPERATOR = SPACES
               DISPLAY 'ABEND: NO OPERATOR OR AUTHORISER NAMED ON '
                       'PERCCTL - NOTHING CLOSED OR REOPENED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REOPEN-RUN AND WS-REASON = SPACES
               DISPLAY 'ABEND: NO REASON GIVEN ON PERCCTL FOR THE '
                       'REOPEN - NOTHING REOPENED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PC-PERIOD = SPACES
               MOVE WS-RUN-DATE (1:6) TO WS-PERIOD
           ELSE
               IF PC-PERIOD IS NOT NUMERIC
                   DISPLAY 'ABEND: PERIOD ' PC-PERIOD
                           ' ON PERCCTL IS NOT YYYYMM - NOTHING DONE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE PC-PERIOD TO WS-PERIOD
           END-IF.

      *    A MONTH STILL TO COME CANNOT BE CLOSED. THE MONTH OF THE
      *    BUSINESS DATE ITSELF MAY BE, ON ITS LAST BUSINESS DAY.
       SET-CLOSE-PERIOD.
           IF WS-PERIOD-MM < 01 OR WS-PERIOD-MM > 12
                   OR WS-PERIOD-YYYY < 1601
               DISPLAY 'ABEND: PERIOD ' WS-PERIOD
                       ' ON PERCCTL IS NOT A VALID MONTH - NOTHING DONE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD > WS-RUN-DATE (1:6)
               DISPLAY 'ABEND: PERIOD ' WS-PERIOD
                       ' IS AFTER THE BUSINESS DATE ' WS-RUN-DATE
                       ' - NOTHING DONE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIOD TO WS-PS-YYYYMM
           MOVE 01        TO WS-PS-DD
           MOVE WS-PERIOD-START TO WS-NEXT-MONTH
           IF WS-NM-MM = 12
               ADD 1 TO WS-NM-YYYY
               MOVE 01 TO WS-NM-MM
           ELSE
               ADD 1 TO WS-NM-MM
           END-IF
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH) - 1).

       FIND-PERIOD-ROW.
           MOVE 'N' TO WS-PERIOD-FOUND-FLAG
           MOVE SPACES TO WS-PERIOD-ROW
           MOVE ZEROES TO WS-PW-PERIOD WS-PW-CLOSE-DATE
                          WS-PW-REOPEN-DATE
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PCTL-FILE-MISSING
               CONTINUE
           ELSE
               IF NOT WS-PCTL-FILE-OK
                   DISPLAY 'ABEND: CLOSED-PERIOD FILE PERCTL '
                           'UNAVAILABLE - FILE STATUS '
                           WS-PCTL-FILE-STATUS ' - NOTHING DONE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE OR WS-PERIOD-FOUND
                   READ PERIOD-CONTROL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PR-PERIOD = WS-PERIOD
                               SET WS-PERIOD-FOUND TO TRUE
                               MOVE PERIOD-CONTROL-RECORD
                                   TO WS-PERIOD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

      *    ONLY A CLOSED PERIOD CAN BE REOPENED. THE ROW KEEPS ITS
      *    CLOSE DATE AND OPERATOR BESIDE THE AUTHORISED REOPEN.
       REOPEN-PERIOD.
           IF NOT WS-PERIOD-FOUND
               DISPLAY 'ABEND: PERIOD ' WS-PERIOD
                       ' HAS NEVER BEEN CLOSED - NOTHING TO REOPEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PW-REOPENED
               DISPLAY 'WARNING: PERIOD ' WS-PERIOD
                       ' ALREADY REOPENED ON ' WS-PW-REOPEN-DATE
                       ' BY ' WS-PW-AUTHORISED-BY ' - NOTHING DONE'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'R'         TO WS-PW-STATUS
           MOVE WS-RUN-DATE TO WS-PW-REOPEN-DATE
           MOVE WS-OPERATOR TO WS-PW-AUTHORISED-BY
           MOVE WS-REASON   TO WS-PW-REOPEN-REASON
           PERFORM STAMP-PERIOD-CONTROL
           DISPLAY 'PERIOD ' WS-PERIOD ' REOPENED - AUTHORISED BY '
                   WS-OPERATOR ' - ' WS-REASON
           DISPLAY 'CLOSE THE PERIOD AGAIN WITH FUNCTION C ON '
                   'PERCCTL ONCE THE CORRECTIONS HAVE POSTED'.

       CLOSE-PERIOD.
           IF WS-PERIOD-FOUND AND WS-PW-CLOSED
               DISPLAY 'DUPLICATE CLOSE: PERIOD ' WS-PERIOD
                       ' ALREADY CLOSED ON ' WS-PW-CLOSE-DATE
                       ' BY ' WS-PW-CLOSED-BY ' - NOTHING DONE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ACKNOWLEDGMENTS
           OPEN OUTPUT CERTIFICATE-PRINT-FILE
           MOVE WS-RUN-DATE     TO WH1-DATE
           WRITE CERTIFICATE-PRINT-LINE FROM WS-HEADING-LINE-1
           WRITE CERTIFICATE-PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE WS-PERIOD-YYYY  TO WPL-YYYY
           MOVE WS-PERIOD-MM    TO WPL-MM
           MOVE WS-PERIOD-START TO WPL-START
           MOVE WS-PERIOD-END   TO WPL-END
           WRITE CERTIFICATE-PRINT-LINE FROM WS-PERIOD-LINE
           MOVE WS-OPERATOR     TO WCB-OPERATOR
           WRITE CERTIFICATE-PRINT-LINE FROM WS-CLOSED-BY-LINE
           IF WS-PERIOD-FOUND
               MOVE WS-PW-REOPEN-DATE   TO WRO-DATE
               MOVE WS-PW-AUTHORISED-BY TO WRO-AUTHORISED-BY
               MOVE WS-PW-REOPEN-REASON TO WRO-REASON
               WRITE CERTIFICATE-PRINT-LINE FROM WS-REOPENED-LINE
           END-IF
           PERFORM CERTIFY-SETTLEMENT-HISTORY
           PERFORM CERTIFY-GL-POSTING
           PERFORM COPY-MONTH-END-BALANCES
           WRITE CERTIFICATE-PRINT-LINE FROM WS-HEADING-LINE-2
           WRITE CERTIFICATE-PRINT-LINE FROM WS-SIGN-OFF-LINE
           CLOSE CERTIFICATE-PRINT-FILE
           MOVE WS-PERIOD   TO WS-PW-PERIOD
           MOVE 'C'         TO WS-PW-STATUS
           MOVE WS-RUN-DATE TO WS-PW-CLOSE-DATE
           MOVE WS-OPERATOR TO WS-PW-CLOSED-BY
           PERFORM STAMP-PERIOD-CONTROL
           DISPLAY 'PERIOD ' WS-PERIOD ' CLOSED BY ' WS-OPERATOR
                   ' - ' WS-ACCOUNT-COUNT
                   ' MONTH-END BALANCES COPIED TO ACCTMEND'
           IF WS-REPLACED-COUNT > ZEROES
               DISPLAY 'NOTE: ' WS-REPLACED-COUNT
                       ' EARLIER ACCTMEND ROWS FOR THE PERIOD REPLACED'
           END-IF
           IF WS-ORPHAN-COUNT > ZEROES
               DISPLAY 'NOTE: ' WS-ORPHAN-COUNT
                       ' LATER POSTINGS FOR ACCOUNTS NOT ON ACCTMST '
                       'IGNORED'
           END-IF
           IF WS-UNPOSTED-COUNT > ZEROES
               DISPLAY 'WARNING: ' WS-UNPOSTED-COUNT
                       ' BATCHES OF THE PERIOD NOT POSTED BY THE GL - '
                       'SEE CLOSECRT'
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    GLACK ACCUMULATES ACKNOWLEDGMENTS - A RESENT BATCH CAN
      *    CARRY ITS OLD REJECT AND A NEW POSTED ACK, AND THE POSTED
      *    ACK WINS WHEN THE BATCH IS LOOKED UP.
       LOAD-ACKNOWLEDGMENTS.
           OPEN INPUT GL-ACK-FILE
           IF WS-ACK-FILE-MISSING
               DISPLAY 'NOTE: NO GL ACKNOWLEDGMENT FILE GLACK - '
                       'NO BATCH ON BATCTL COUNTS AS POSTED'
           ELSE
               IF NOT WS-ACK-FILE-OK
                   DISPLAY 'ABEND: GL ACKNOWLEDGMENT FILE GLACK '
                           'UNAVAILABLE - FILE STATUS '
                           WS-ACK-FILE-STATUS ' - NOTHING CLOSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-ACK-EOF-FLAG
               PERFORM UNTIL WS-ACK-EOF
                   READ GL-ACK-FILE
                       AT END
                           SET WS-ACK-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-ACKNOWLEDGMENT
                   END-READ
               END-PERFORM
               CLOSE GL-ACK-FILE
           END-IF.

       STORE-ACKNOWLEDGMENT.
           IF WS-ACK-USED < 2000
               ADD 1 TO WS-ACK-USED
               SET AK-IDX TO WS-ACK-USED
               MOVE GA-BATCH-ID TO WS-ACK-BATCH-ID (AK-IDX)
               MOVE GA-STATUS   TO WS-ACK-STATUS (AK-IDX)
           ELSE
               DISPLAY 'ABEND: MORE THAN 2000 ACKNOWLEDGMENTS ON '
                       'GLACK - RUN THE BATCH CONTROL PURGE FIRST'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE MONTH'S SETTLEMENT HISTORY IS WHAT HISTRPT REPORTS -
      *    ITEMS AND AMOUNT, THE RUN DAYS, AND THE BRANCH ROWS THAT
      *    DID NOT RECONCILE.
       CERTIFY-SETTLEMENT-HISTORY.
           OPEN INPUT SETTLEMENT-HISTORY-FILE
           IF WS-HIST-FILE-MISSING
               DISPLAY 'NOTE: NO SETTLEMENT HISTORY FILE SETTLHST - '
                       'NO SETTLED TOTALS FOR THE PERIOD'
           ELSE
               IF NOT WS-HIST-FILE-OK
                   DISPLAY 'ABEND: SETTLEMENT HISTORY FILE SETTLHST '
                           'UNAVAILABLE - FILE STATUS '
                           WS-HIST-FILE-STATUS ' - NOTHING CLOSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ SETTLEMENT-HISTORY-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF SH-RUN-DATE NOT < WS-PERIOD-START
                                   AND SH-RUN-DATE NOT > WS-PERIOD-END
                               PERFORM ADD-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLEMENT-HISTORY-FILE
           END-IF
           WRITE CERTIFICATE-PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE 'SETTLEMENT HISTORY - SETTLHST' TO WSC-TITLE
           WRITE CERTIFICATE-PRINT-LINE FROM WS-SECTION-LINE
           MOVE 'SETTLED ITEMS AND AMOUNT'   TO WAL-CAPTION
           MOVE WS-HIST-ITEM-COUNT           TO WAL-COUNT
           MOVE WS-HIST-TOTAL                TO WAL-AMOUNT
           WRITE CERTIFICATE-PRINT-LINE FROM WS-AMOUNT-LINE
           MOVE 'SETTLEMENT RUN DAYS'        TO WCL-CAPTION
           MOVE WS-HIST-DAY-COUNT            TO WCL-COUNT
           WRITE CERTIFICATE-PRINT-LINE FROM WS-COUNT-LINE
           MOVE 'BRANCH ROWS'                TO WCL-CAPTION
           MOVE WS-HIST-ROW-COUNT            TO WCL-COUNT
           WRITE CERTIFICATE-PRINT-LINE FROM WS-COUNT-LINE
           MOVE 'BRANCH ROWS NOT RECONCILED' TO WCL-CAPTION
           MOVE WS-HIST-BREAK-COUNT          TO WCL-COUNT
           WRITE CERTIFICATE-PRINT-LINE FROM WS-COUNT-LINE.

       ADD-HISTORY-ROW.
           ADD 1 TO WS-HIST-ROW-COUNT
           IF SH-RUN-DATE NOT = WS-PREV-HIST-DATE
               ADD 1 TO WS-HIST-DAY-COUNT
               MOVE SH-RUN-DATE TO WS-PREV-HIST-DATE
           END-IF
           ADD SH-BRANCH-COUNT TO WS-HIST-ITEM-COUNT
           ADD SH-BRANCH-TOTAL TO WS-HIST-TOTAL
           IF SH-RECON-STATUS NOT = 'OK'
               ADD 1 TO WS-HIST-BREAK-COUNT
           END-IF.

      *    EVERY BATCH SENT IN THE PERIOD IS ON BATCTL OR, ONCE
      *    PURGED, ON THE ARCHIVE BCTLARCH. THE ARCHIVE ONLY EVER
      *    HOLDS BATCHES THE GL POSTED; A BATCTL ENTRY COUNTS AS
      *    POSTED ONLY WITH A POSTED ACK ON GLACK, AND EVERY OTHER
      *    ONE IS LISTED AS LEFT UNPOSTED.
       CERTIFY-GL-POSTING.
           WRITE CERTIFICATE-PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE 'UNPOSTED BATCHES - BATCTL AGAINST GLACK'
               TO WSC-TITLE
           WRITE CERTIFICATE-PRINT-LINE FROM WS-SECTION-LINE
           WRITE CERTIFICATE-PRINT-LINE FROM WS-UNPOSTED-HEADING-LINE
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BCTL-FILE-MISSING
               DISPLAY 'NOTE: NO BATCH CONTROL FILE BATCTL - NO '
                       'OUTSTANDING BATCHES FOR THE PERIOD'
           ELSE
               IF NOT WS-BCTL-FILE-OK
                   DISPLAY 'ABEND: BATCH CONTROL FILE BATCTL '
                           'UNAVAILABLE - FILE STATUS '
                           WS-BCTL-FILE-STATUS ' - NOTHING CLOSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ BATCH-CONTROL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF BC-RUN-DATE NOT < WS-PERIOD-START
                                   AND BC-RUN-DATE NOT > WS-PERIOD-END
                               PERFORM JUDGE-PERIOD-BATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-CONTROL-FILE
           END-IF
           IF WS-UNPOSTED-COUNT = ZEROES
               WRITE CERTIFICATE-PRINT-LINE FROM WS-NONE-LINE
           END-IF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-FILE-MISSING
               CONTINUE
           ELSE
               IF NOT WS-ARCH-FILE-OK
                   DISPLAY 'ABEND: BATCH CONTROL ARCHIVE BCTLARCH '
                           'UNAVAILABLE - FILE STATUS '
                           WS-ARCH-FILE-STATUS ' - NOTHING CLOSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ ARCHIVE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF AR-RUN-DATE NOT < WS-PERIOD-START
                                   AND AR-RUN-DATE NOT > WS-PERIOD-END
                               ADD 1 TO WS-SETTLED-COUNT
                               ADD AR-GRAND-TOTAL TO WS-SETTLED-TOTAL
                               ADD 1 TO WS-POSTED-COUNT
                               ADD AR-GRAND-TOTAL TO WS-POSTED-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           WRITE CERTIFICATE-PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE 'GL ACKNOWLEDGED TOTALS - GLACK' TO WSC-TITLE
           WRITE CERTIFICATE-PRINT-LINE FROM WS-SECTION-LINE
           MOVE 'BATCHES SENT IN PERIOD'     TO WAL-CAPTION
           MOVE WS-SETTLED-COUNT             TO WAL-COUNT
           MOVE WS-SETTLED-TOTAL             TO WAL-AMOUNT
           WRITE CERTIFICATE-PRINT-LINE FROM WS-AMOUNT-LINE
           MOVE 'POSTED BY THE GL'           TO WAL-CAPTION
           MOVE WS-POSTED-COUNT              TO WAL-COUNT
           MOVE WS-POSTED-TOTAL              TO WAL-AMOUNT
           WRITE CERTIFICATE-PRINT-LINE FROM WS-AMOUNT-LINE
           MOVE 'NOT POSTED BY THE GL'       TO WAL-CAPTION
           MOVE WS-UNPOSTED-COUNT            TO WAL-COUNT
           MOVE WS-UNPOSTED-TOTAL            TO WAL-AMOUNT
           WRITE CERTIFICATE-PRINT-LINE FROM WS-AMOUNT-LINE
           COMPUTE WS-GL-DIFFERENCE = WS-HIST-TOTAL - WS-POSTED-TOTAL
           MOVE 'SETTLHST LESS GL POSTED'    TO WDL-CAPTION
           MOVE WS-GL-DIFFERENCE             TO WDL-AMOUNT
           WRITE CERTIFICATE-PRINT-LINE FROM WS-DIFFERENCE-LINE.

       JUDGE-PERIOD-BATCH.
           ADD 1 TO WS-SETTLED-COUNT
           ADD BC-GRAND-TOTAL TO WS-SETTLED-TOTAL
           MOVE 'N' TO WS-ACK-FOUND-FLAG
           MOVE SPACES TO WUL-STATUS
           PERFORM VARYING AK-IDX FROM 1 BY 1
                   UNTIL AK-IDX > WS-ACK-USED
               IF WS-ACK-BATCH-ID (AK-IDX) = BC-BATCH-ID
                   IF WS-ACK-STATUS (AK-IDX) = 'P'
                       SET WS-ACK-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
                   MOVE 'REJECTED BY THE GL' TO WUL-STATUS
               END-IF
           END-PERFORM
           IF WS-ACK-FOUND
               ADD 1 TO WS-POSTED-COUNT
               ADD BC-GRAND-TOTAL TO WS-POSTED-TOTAL
           ELSE
               ADD 1 TO WS-UNPOSTED-COUNT
               ADD BC-GRAND-TOTAL TO WS-UNPOSTED-TOTAL
               IF WUL-STATUS = SPACES
                   MOVE 'NO GL ACKNOWLEDGMENT' TO WUL-STATUS
               END-IF
               MOVE BC-BATCH-ID      TO WUL-BATCH-ID
               MOVE BC-RUN-DATE      TO WUL-RUN-DATE
               MOVE BC-TRAILER-COUNT TO WUL-COUNT
               MOVE BC-GRAND-TOTAL   TO WUL-TOTAL
               WRITE CERTIFICATE-PRINT-LINE FROM WS-UNPOSTED-LINE
           END-IF.

      *    ACCTMEND IS CUMULATIVE, ONE SET OF ROWS PER CLOSED PERIOD.
      *    THE OTHER PERIODS ARE COPIED BACK AND ANY EARLIER ROWS FOR
      *    THIS PERIOD DROPPED, SO A RE-CLOSE AFTER A REOPEN LEAVES
      *    ONE SET. THE NEW ROWS COME FROM THE MASTER IN ACCOUNT ORDER
      *    MATCHED AGAINST THE LATER POSTINGS SORTED BY ACCOUNT.
       COPY-MONTH-END-BALANCES.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-MASTER-OK
               DISPLAY 'ABEND: ACCOUNT MASTER ACCTMST UNAVAILABLE - '
                       'FILE STATUS ' WS-ACCT-FILE-STATUS
                       ' - NOTHING CLOSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CBL_RENAME_FILE" USING WS-MEND-FILENAME
                   WS-MEND-OLD-FILENAME
               RETURNING WS-RENAME-STATUS
           END-CALL
           OPEN OUTPUT MONTH-END-FILE
           IF NOT WS-MEND-FILE-OK
               DISPLAY 'ABEND: MONTH-END BALANCE FILE ACCTMEND '
                       'UNAVAILABLE - FILE STATUS '
                       WS-MEND-FILE-STATUS ' - NOTHING CLOSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RENAME-STATUS = 0
               OPEN INPUT MONTH-END-OLD-FILE
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM UNTIL WS-COPY-EOF
                   READ MONTH-END-OLD-FILE
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           IF MO-PERIOD = WS-PERIOD
                               ADD 1 TO WS-REPLACED-COUNT
                           ELSE
                               ADD 1 TO WS-KEPT-COUNT
                               WRITE MONTH-END-RECORD
                                   FROM MONTH-END-OLD-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MONTH-END-OLD-FILE
               CALL "CBL_DELETE_FILE" USING WS-MEND-OLD-FILENAME
                   RETURNING WS-RENAME-STATUS
               END-CALL
           END-IF
           SORT SORT-FILE
               ON ASCENDING KEY SR-ACCOUNT-NO
               INPUT PROCEDURE IS SELECT-LATER-POSTINGS
               OUTPUT PROCEDURE IS WRITE-MONTH-END-BALANCES
           CLOSE MONTH-END-FILE
           CLOSE ACCOUNT-MASTER
           WRITE CERTIFICATE-PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE 'MONTH-END BALANCES - ACCTMEND' TO WSC-TITLE
           WRITE CERTIFICATE-PRINT-LINE FROM WS-SECTION-LINE
           MOVE 'ACCOUNTS AND BALANCE TOTAL' TO WAL-CAPTION
           MOVE WS-ACCOUNT-COUNT             TO WAL-COUNT
           MOVE WS-BALANCE-TOTAL             TO WAL-AMOUNT
           WRITE CERTIFICATE-PRINT-LINE FROM WS-AMOUNT-LINE
           MOVE 'LATER POSTINGS BACKED OUT'  TO WAL-CAPTION
           MOVE WS-LATER-COUNT               TO WAL-COUNT
           MOVE WS-LATER-TOTAL               TO WAL-AMOUNT
           WRITE CERTIFICATE-PRINT-LINE FROM WS-AMOUNT-LINE.

      *    ONLY POSTINGS DATED AFTER THE MONTH END ARE WANTED - THEY
      *    ARE IN THE MASTER BALANCE BUT NOT IN THE MONTH-END ONE.
       SELECT-LATER-POSTINGS.
           OPEN INPUT POSTING-DETAIL-FILE
           IF WS-PDTL-FILE-MISSING
               DISPLAY 'NOTE: NO POSTING DETAIL ACCTDTL - MASTER '
                       'BALANCES TAKEN AS THE MONTH-END BALANCES'
           ELSE
               IF NOT WS-PDTL-FILE-OK
                   DISPLAY 'ABEND: POSTING DETAIL ACCTDTL UNAVAILABLE '
                           '- FILE STATUS ' WS-PDTL-FILE-STATUS
                           ' - NOTHING CLOSED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ POSTING-DETAIL-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF PD-RUN-DATE > WS-PERIOD-END
                               MOVE PD-ACCOUNT-NO   TO SR-ACCOUNT-NO
                               MOVE PD-DC-INDICATOR TO SR-DC-INDICATOR
                               MOVE PD-AMOUNT       TO SR-AMOUNT
                               RELEASE SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-DETAIL-FILE
           END-IF.

       WRITE-MONTH-END-BALANCES.
           PERFORM RETURN-SORTED-POSTING
           MOVE 'N' TO WS-ACCT-EOF-FLAG
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-MASTER
                   AT END
                       SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       PERFORM WRITE-ONE-MONTH-END-BALANCE
               END-READ
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

       WRITE-ONE-MONTH-END-BALANCE.
           MOVE ZEROES TO WS-LATER-MOVEMENT
           PERFORM UNTIL WS-SP-ACCOUNT-NO NOT < AM-ACCOUNT-NO
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM RETURN-SORTED-POSTING
           END-PERFORM
           PERFORM UNTIL WS-SP-ACCOUNT-NO NOT = AM-ACCOUNT-NO
               IF WS-SP-DC-INDICATOR = 'D'
                   COMPUTE WS-SIGNED-AMOUNT = WS-SP-AMOUNT * -1
               ELSE
                   MOVE WS-SP-AMOUNT TO WS-SIGNED-AMOUNT
               END-IF
               ADD WS-SIGNED-AMOUNT TO WS-LATER-MOVEMENT
               ADD 1 TO WS-LATER-COUNT
               PERFORM RETURN-SORTED-POSTING
           END-PERFORM
           COMPUTE WS-MONTH-END-BALANCE =
               AM-BALANCE - WS-LATER-MOVEMENT
           ADD WS-LATER-MOVEMENT    TO WS-LATER-TOTAL
           MOVE SPACES              TO MONTH-END-RECORD
           MOVE WS-PERIOD           TO ME-PERIOD
           MOVE AM-ACCOUNT-NO       TO ME-ACCOUNT-NO
           MOVE AM-ACCOUNT-NAME     TO ME-ACCOUNT-NAME
           MOVE AM-STATUS           TO ME-STATUS
           MOVE AM-ACCOUNT-TYPE     TO ME-ACCOUNT-TYPE
           MOVE WS-MONTH-END-BALANCE TO ME-BALANCE
           WRITE MONTH-END-RECORD
           ADD 1 TO WS-ACCOUNT-COUNT
           ADD WS-MONTH-END-BALANCE TO WS-BALANCE-TOTAL.

      *    PERCTL IS REWRITTEN WITH THE SAME RENAME-AND-COPY PATTERN
      *    THE SETTLEMENT RUN USES ON ITS HISTORY FILE. THE ROW FOR
      *    THE PERIOD IS REPLACED IN PLACE, OR ADDED AT THE END THE
      *    FIRST TIME THE PERIOD IS CLOSED.
       STAMP-PERIOD-CONTROL.
           CALL "CBL_RENAME_FILE" USING WS-PCTL-FILENAME
                   WS-PCTL-OLD-FILENAME
               RETURNING WS-RENAME-STATUS
           END-CALL
           OPEN OUTPUT PERIOD-CONTROL-FILE
           IF NOT WS-PCTL-FILE-OK
               DISPLAY 'ABEND: CLOSED-PERIOD FILE PERCTL '
                       'UNAVAILABLE - FILE STATUS '
                       WS-PCTL-FILE-STATUS ' - PERIOD NOT STAMPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RENAME-STATUS = 0
               OPEN INPUT PERIOD-OLD-FILE
               MOVE 'N' TO WS-COPY-EOF-FLAG
               PERFORM UNTIL WS-COPY-EOF
                   READ PERIOD-OLD-FILE INTO PERIOD-CONTROL-RECORD
                       AT END
                           SET WS-COPY-EOF TO TRUE
                       NOT AT END
                           IF PR-PERIOD = WS-PERIOD
                               MOVE WS-PERIOD-ROW
                                   TO PERIOD-CONTROL-RECORD
                           END-IF
                           WRITE PERIOD-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE PERIOD-OLD-FILE
               CALL "CBL_DELETE_FILE" USING WS-PCTL-OLD-FILENAME
                   RETURNING WS-RENAME-STATUS
               END-CALL
           END-IF
           IF NOT WS-PERIOD-FOUND
               WRITE PERIOD-CONTROL-RECORD FROM WS-PERIOD-ROW
           END-IF
           CLOSE PERIOD-CONTROL-FILE.
