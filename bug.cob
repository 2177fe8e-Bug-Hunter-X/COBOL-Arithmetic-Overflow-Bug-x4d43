           SELECT POSTING-DETAIL-FILE ASSIGN TO "ACCTDTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTL-FILE-STATUS.
           SELECT POSTING-DETAIL-OLD-FILE ASSIGN TO "ACCTDTL.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTLO-FILE-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRN-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-FILE-STATUS.
           SELECT SETTLEMENT-HISTORY-FILE ASSIGN TO "SETTLHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT HISTORY-OLD-FILE ASSIGN TO "SETTLHST.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTO-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT SUSPENSE-OLD-FILE ASSIGN TO "SUSPENSE.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPO-FILE-STATUS.
           SELECT OVERDRAFT-TRACK-FILE ASSIGN TO "ODTRACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ODTRK-FILE-STATUS.
           SELECT OVERDRAFT-PRINT-FILE ASSIGN TO "ODEXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  PRINT-LINE                 PIC X(80).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 32535 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CHECKPOINT-RECORD.
           05  CKPT-FILE-POSITION     PIC 9(7).
               10  CKPT-BT-TOTAL          PIC S9(7)V99.
               10  CKPT-BT-TRAILER-COUNT  PIC 9(7).
               10  CKPT-BT-RECON-FLAG     PIC X.
               10  CKPT-BT-CURRENCY-CODE  PIC X(3).
               10  CKPT-BT-CURRENCY-TOTAL PIC S9(7)V99.

       FD  GL-INTERFACE-FILE
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
           05  PD-SOURCE              PIC X.
               88  PD-FROM-SUSPENSE          VALUE 'S'.
           05  FILLER                 PIC X(4).

       FD  POSTING-DETAIL-OLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  POSTING-DETAIL-OLD-RECORD  PIC X(80).

       FD  BRANCH-MASTER
           RECORD CONTAINS 40 CHARACTERS
           05  FM-AMOUNT              PIC 9(9)V99.
           05  FM-RUN-DATE            PIC 9(8).
           05  FM-BATCH-COUNT         PIC 9(4).
           05  FM-CURRENCY-CODE       PIC X(3).
           05  FILLER                 PIC X(7).

       FD  CALENDAR-FILE
           RECORD CONTAINS 30 CHARACTERS
           05  CL-DESCRIPTION         PIC X(15).
           05  FILLER                 PIC X(6).

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

       FD  SETTLEMENT-HISTORY-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  HISTORY-OLD-RECORD         PIC X(50).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD.
           05  SP-BUSINESS-DATE       PIC 9(8).
           05  SP-SUSPENSE-SEQ        PIC 9(7).
           05  SP-ACCOUNT-NO          PIC X(6).
           05  SP-BATCH-ID            PIC X(9).
           05  SP-BRANCH-CODE         PIC X(4).
           05  SP-DC-INDICATOR        PIC X.
           05  SP-AMOUNT              PIC 9(5)V99.
           05  SP-REASON-CODE         PIC X(4).
           05  SP-STATUS              PIC X.
               88  SP-OPEN                   VALUE 'O'.
               88  SP-POSTED                 VALUE 'P'.
               88  SP-WRITTEN-OFF            VALUE 'W'.
           05  SP-CLEAR-DATE          PIC 9(8).
           05  SP-CLEAR-TARGET        PIC X(10).
           05  FILLER                 PIC X(15).

       FD  SUSPENSE-OLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-OLD-RECORD        PIC X(80).

       FD  OVERDRAFT-TRACK-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OVERDRAFT-TRACK-RECORD.
           05  OT-ACCOUNT-NO          PIC X(6).
           05  OT-LAST-DATE           PIC 9(8).
           05  OT-DAYS-OVERDRAWN      PIC 9(4).
           05  OT-KIND                PIC X.
           05  OT-TRIGGER-BATCH-ID    PIC X(9).
           05  OT-TRIGGER-DATE        PIC 9(8).
           05  OT-TRIGGER-DC          PIC X.
           05  OT-TRIGGER-AMOUNT      PIC 9(5)V99.
           05  OT-TRIGGER-BRANCH      PIC X(4).
           05  FILLER                 PIC X(2).

       FD  OVERDRAFT-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  OVERDRAFT-PRINT-LINE       PIC X(80).

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
       01  WS-AREA-1              PIC 9(7)       VALUE ZEROES.
       01  WS-AREA-2              PIC S9(7)V99 COMP-3 VALUE ZEROES.
               10  WS-BT-TOTAL            PIC S9(7)V99 COMP-3.
               10  WS-BT-TRAILER-COUNT    PIC 9(7).
               10  WS-BT-RECON-FLAG       PIC X.
               10  WS-BT-CURRENCY-CODE    PIC X(3).
               10  WS-BT-CURRENCY-TOTAL   PIC S9(7)V99 COMP-3.
       01  WS-BATCHES-USED        PIC 9(4) VALUE ZEROES.
       01  WS-BATCH-OPEN-FLAG     PIC X    VALUE 'N'.
           88  WS-BATCH-OPEN                VALUE 'Y'.
           05  WS-ST-ENTRY OCCURS 200 TIMES
                       INDEXED BY ST-IDX ST-SUM-IDX.
               10  WS-ST-SITE             PIC X(4).
               10  WS-ST-CURRENCY-CODE    PIC X(3).
               10  WS-ST-BATCH-COUNT      PIC 9(4).
               10  WS-ST-TXN-COUNT        PIC 9(7).
               10  WS-ST-NET-TOTAL        PIC S9(9)V99 COMP-3.
               10  WS-ST-CURRENCY-TOTAL   PIC S9(9)V99 COMP-3.
       01  WS-SITE-SLOTS-USED     PIC 9(4) VALUE ZEROES.
       01  WS-SITE-FOUND-FLAG     PIC X    VALUE 'N'.
           88  WS-SITE-FOUND                VALUE 'Y'.
       01  WS-FM-WORK-AMOUNT      PIC 9(9)V99 COMP-3 VALUE ZEROES.
       01  WS-FM-WRITTEN-COUNT    PIC 9(4) VALUE ZEROES.

      *    THE DAY'S EXCHANGE RATES - BASE CURRENCY UNITS TO ONE UNIT
      *    OF THE CURRENCY - TAKEN FROM EXCHRATE FOR THE BUSINESS
      *    DATE. A BATCH HEADER WITH A BLANK CURRENCY CODE IS IN BASE
      *    CURRENCY AND NEEDS NO RATE.
       01  WS-RATE-TABLE.
           05  WS-XR-ENTRY OCCURS 100 TIMES
                       INDEXED BY XR-IDX.
               10  WS-XR-CURRENCY-CODE    PIC X(3).
               10  WS-XR-RATE             PIC 9(4)V9(6).
       01  WS-XR-USED             PIC 9(4) VALUE ZEROES.
       01  WS-XR-FOUND-FLAG       PIC X    VALUE 'N'.
           88  WS-XR-FOUND                  VALUE 'Y'.
       01  WS-XR-SEARCH-CODE      PIC X(3) VALUE SPACES.
       01  WS-XR-EOF-FLAG         PIC X    VALUE 'N'.
           88  WS-XR-EOF                    VALUE 'Y'.
       01  WS-RATE-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-RATE-FILE-OK              VALUE '00'.
           88  WS-RATE-FILE-MISSING         VALUE '35'.

      *    THE CURRENCY AND AMOUNT AS CAPTURED OF THE ITEM IN HAND.
       01  WS-ITEM-CURRENCY-CODE  PIC X(3) VALUE SPACES.
       01  WS-ITEM-ORIG-AMOUNT    PIC 9(5)V99 VALUE ZEROES.
       01  WS-CURRENCY-SIGNED-AMT PIC S9(5)V99 COMP-3 VALUE ZEROES.

       01  WS-CURRENCY-TABLE.
           05  WS-CY-ENTRY OCCURS 50 TIMES
                       INDEXED BY CY-IDX CY-SUM-IDX.
               10  WS-CY-CURRENCY-CODE    PIC X(3).
               10  WS-CY-BATCH-COUNT      PIC 9(4).
               10  WS-CY-TXN-COUNT        PIC 9(7).
               10  WS-CY-CURRENCY-TOTAL   PIC S9(9)V99 COMP-3.
               10  WS-CY-BASE-TOTAL       PIC S9(9)V99 COMP-3.
       01  WS-CY-USED             PIC 9(4) VALUE ZEROES.
       01  WS-CY-FOUND-FLAG       PIC X    VALUE 'N'.
           88  WS-CY-FOUND                  VALUE 'Y'.

       01  WS-BATCH-CONTROL-TABLE.
           05  WS-BC-ENTRY OCCURS 2000 TIMES
                       INDEXED BY BC-IDX.
       01  WS-CAL-FOUND-FLAG      PIC X    VALUE 'N'.
           88  WS-CAL-FOUND                 VALUE 'Y'.
       01  WS-CAL-DAY-TYPE        PIC X    VALUE SPACE.
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
       01  WS-RUN-MODE-FLAG       PIC X    VALUE 'P'.
           88  WS-REPORT-ONLY               VALUE 'R'.
       01  WS-HIST-FILE-STATUS    PIC XX   VALUE '00'.
       01  WS-AUDIT-SUMMARY-CODE  PIC X(4) VALUE 'ALL '.
       01  WS-AUDIT-DUMMY-AMOUNT  PIC 9(5)V99 VALUE ZEROES.
       01  WS-AUDIT-DUMMY-DC      PIC X        VALUE 'C'.
       01  WS-AUDIT-DUMMY-CURRENCY PIC X(3)    VALUE SPACES.
       01  WS-AUDIT-DUMMY-ORIG    PIC 9(5)V99 VALUE ZEROES.

       01  WS-FLAGS.
           05  WS-OVERFLOW-FLAG   PIC X     VALUE 'N'.
           88  WS-PDTL-FILE-OK                   VALUE '00'.
           88  WS-PDTL-FILE-MISSING              VALUE '35'.
       01  WS-POSTING-DETAIL-COUNT    PIC 9(7)   VALUE ZEROES.
       01  WS-PDTLO-FILE-STATUS       PIC XX     VALUE '00'.
       01  WS-PDTL-FILENAME           PIC X(20)  VALUE "ACCTDTL".
       01  WS-PDTL-OLD-FILENAME       PIC X(20)  VALUE "ACCTDTL.OLD".
       01  WS-PDTL-RENAME-STATUS      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-PDTL-COPY-EOF-FLAG      PIC X      VALUE 'N'.
           88  WS-PDTL-COPY-EOF                  VALUE 'Y'.
       01  WS-PDTL-DROPPED-COUNT      PIC 9(7)   VALUE ZEROES.
       01  WS-PDTL-ORDINAL            PIC 9(9)   VALUE ZEROES.
       01  WS-PDTL-WORK-RECORD.
           05  WS-PW-ACCOUNT-NO       PIC X(6).
           05  WS-PW-BATCH-ID         PIC X(9).
           05  WS-PW-RUN-DATE         PIC X(8).
           05  FILLER                 PIC X(24).
           05  WS-PW-REVERSAL-FLAG    PIC X.
           05  WS-PW-REF-BATCH-ID     PIC X(9).
           05  WS-PW-REF-RUN-DATE     PIC X(8).
           05  FILLER                 PIC X(10).
           05  WS-PW-SOURCE           PIC X.
               88  WS-PW-FROM-SUSPENSE       VALUE 'S'.
           05  FILLER                 PIC X(4).

       01  WS-REVERSAL-TABLE.
           05  WS-RV-ENTRY OCCURS 500 TIMES
                       INDEXED BY RV-IDX RV-SUM-IDX.
               10  WS-RV-POSITION         PIC 9(7).
               10  WS-RV-ACCOUNT-NO       PIC X(6).
               10  WS-RV-ORIG-BATCH-ID    PIC X(9).
               10  WS-RV-ORIG-RUN-DATE    PIC 9(8).
               10  WS-RV-ORIG-ORDINAL     PIC 9(9).
               10  WS-RV-BRANCH-CODE      PIC X(4).
               10  WS-RV-DC-INDICATOR     PIC X.
               10  WS-RV-AMOUNT           PIC 9(5)V99.
               10  WS-RV-CURRENCY-CODE    PIC X(3).
               10  WS-RV-ORIG-AMOUNT      PIC 9(5)V99.
               10  WS-RV-NEW-BATCH-ID     PIC X(9).
               10  WS-RV-STATUS           PIC X.
                   88  WS-RV-UNRESOLVED          VALUE SPACE.
                   88  WS-RV-ORIGINAL-FOUND      VALUE 'F'.
                   88  WS-RV-POSTED              VALUE 'P'.
       01  WS-RV-USED             PIC 9(4) VALUE ZEROES.
       01  WS-RV-FOUND-FLAG       PIC X    VALUE 'N'.
           88  WS-RV-FOUND                  VALUE 'Y'.
       01  WS-RV-RESOLVED-FLAG    PIC X    VALUE 'N'.
           88  WS-RV-RESOLVED               VALUE 'Y'.
       01  WS-RV-IN-HAND-FLAG     PIC X    VALUE 'N'.
           88  WS-RV-IN-HAND                VALUE 'Y'.
       01  WS-RV-SEARCH-POSITION  PIC 9(7) VALUE ZEROES.
       01  WS-RV-NOT-FOUND-COUNT  PIC 9(7) VALUE ZEROES.
       01  WS-RV-SKIPPED-COUNT    PIC 9(7) VALUE ZEROES.
       01  WS-RV-MARKED-COUNT     PIC 9(7) VALUE ZEROES.
       01  WS-RV-POSTED-COUNT     PIC 9(7) VALUE ZEROES.
       01  WS-PS-POSITION         PIC 9(7) VALUE ZEROES.
       01  WS-DS-POSITION         PIC 9(7) VALUE ZEROES.
       01  WS-ACCT-CLOSED-COUNT       PIC 9(7)   VALUE ZEROES.
       01  WS-SUSP-FILE-STATUS        PIC XX     VALUE '00'.
           88  WS-SUSP-FILE-OK                   VALUE '00'.
           88  WS-SUSP-FILE-MISSING              VALUE '35'.
       01  WS-SUSPO-FILE-STATUS       PIC XX     VALUE '00'.
       01  WS-SUSP-WRITTEN-COUNT      PIC 9(7)   VALUE ZEROES.
       01  WS-SUSP-REASON             PIC X(4)   VALUE SPACES.
       01  WS-SUSP-FILENAME           PIC X(20)  VALUE "SUSPENSE".
       01  WS-SUSP-OLD-FILENAME       PIC X(20)  VALUE "SUSPENSE.OLD".
       01  WS-SUSP-RENAME-STATUS      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-SUSP-COPY-EOF-FLAG      PIC X      VALUE 'N'.
           88  WS-SUSP-COPY-EOF                  VALUE 'Y'.
       01  WS-SUSP-WORK-RECORD.
           05  WS-SW-BUSINESS-DATE    PIC X(8).
           05  FILLER                 PIC X(37).
           05  WS-SW-STATUS           PIC X.
           05  FILLER                 PIC X(34).

       01  WS-OVERDRAFT-TABLE.
           05  WS-OD-ENTRY OCCURS 2000 TIMES
                       INDEXED BY OD-IDX OD-SUM-IDX.
               10  WS-OD-ACCOUNT-NO       PIC X(6).
               10  WS-OD-ACCOUNT-NAME     PIC X(20).
               10  WS-OD-KIND             PIC X.
                   88  WS-OD-WENT-NEGATIVE       VALUE 'N'.
                   88  WS-OD-WENT-OVER-LIMIT     VALUE 'L'.
               10  WS-OD-TRIGGER-BATCH-ID PIC X(9).
               10  WS-OD-TRIGGER-DATE     PIC 9(8).
               10  WS-OD-TRIGGER-DC       PIC X.
               10  WS-OD-TRIGGER-AMOUNT   PIC 9(5)V99.
               10  WS-OD-TRIGGER-BRANCH   PIC X(4).
               10  WS-OD-LIMIT            PIC 9(7)V99 COMP-3.
               10  WS-OD-PEAK-BALANCE     PIC S9(9)V99 COMP-3.
               10  WS-OD-CLOSING-BALANCE  PIC S9(9)V99 COMP-3.
               10  WS-OD-TRACKED-DATE     PIC 9(8).
               10  WS-OD-TRACKED-DAYS     PIC 9(4).
               10  WS-OD-DAYS-OVERDRAWN   PIC 9(4).
               10  WS-OD-PRINTED-FLAG     PIC X.
       01  WS-OD-USED             PIC 9(4) VALUE ZEROES.
       01  WS-OD-FOUND-FLAG       PIC X    VALUE 'N'.
           88  WS-OD-FOUND                  VALUE 'Y'.
       01  WS-OD-FULL-FLAG        PIC X    VALUE 'N'.
           88  WS-OD-FULL                   VALUE 'Y'.
       01  WS-OD-EOF-FLAG         PIC X    VALUE 'N'.
           88  WS-OD-EOF                    VALUE 'Y'.
       01  WS-OD-SEARCH-ACCOUNT   PIC X(6) VALUE SPACES.
       01  WS-OD-SIGNED-AMOUNT    PIC S9(5)V99 COMP-3 VALUE ZEROES.
       01  WS-OD-PRIOR-BALANCE    PIC S9(9)V99 COMP-3 VALUE ZEROES.
       01  WS-OD-OVER-LIMIT-COUNT PIC 9(4) VALUE ZEROES.
       01  WS-OD-OVERDRAWN-COUNT  PIC 9(4) VALUE ZEROES.
       01  WS-OD-RECOVERED-COUNT  PIC 9(4) VALUE ZEROES.
       01  WS-ODTRK-FILE-STATUS   PIC XX   VALUE '00'.
           88  WS-ODTRK-FILE-OK             VALUE '00'.
           88  WS-ODTRK-FILE-MISSING        VALUE '35'.

       01  WS-OD-HEADING-LINE.
           05  FILLER                 PIC X(30) VALUE
               'OVERDRAFT EXCEPTION REPORT'.
           05  FILLER                 PIC X(8)  VALUE '  DATE: '.
           05  WOH-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(32) VALUE SPACES.

       01  WS-OD-COLUMN-HEADING.
           05  FILLER                 PIC X(8)  VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(22) VALUE 'NAME'.
           05  FILLER                 PIC X(13) VALUE '       LIMIT'.
           05  FILLER                 PIC X(16) VALUE
               '  PEAK NEGATIVE'.
           05  FILLER                 PIC X(15) VALUE '        CLOSING'.
           05  FILLER                 PIC X(6)  VALUE '  DAYS'.

       01  WS-OD-ACCOUNT-LINE.
           05  WOA-ACCOUNT-NO         PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WOA-ACCOUNT-NAME       PIC X(20).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WOA-LIMIT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WOA-PEAK-BALANCE       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WOA-CLOSING-BALANCE    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WOA-DAYS               PIC ZZZ9.

       01  WS-OD-TRIGGER-LINE.
           05  FILLER                 PIC X(4)  VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE
               'PUSHED OVER BY '.
           05  WOT-BATCH-ID           PIC X(9).
           05  FILLER                 PIC X(4)  VALUE ' ON '.
           05  WOT-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WOT-DC-INDICATOR       PIC X.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WOT-AMOUNT             PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(8)  VALUE ' BRANCH '.
           05  WOT-BRANCH-CODE        PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WOT-STATUS             PIC X(10).
           05  FILLER                 PIC X     VALUE SPACES.

       01  WS-OD-NONE-LINE.
           05  FILLER                 PIC X(80) VALUE
               'NO ACCOUNT WENT NEGATIVE OR PAST ITS OVERDRAFT LIMIT'.

       01  WS-OD-COUNT-LINE.
           05  FILLER                 PIC X(16) VALUE
               'ACCOUNTS LISTED '.
           05  WOC-LISTED             PIC ZZZ9.
           05  FILLER                 PIC X(13) VALUE
               '  OVER LIMIT '.
           05  WOC-OVER-LIMIT         PIC ZZZ9.
           05  FILLER                 PIC X(12) VALUE
               '  OVERDRAWN '.
           05  WOC-OVERDRAWN          PIC ZZZ9.
           05  FILLER                 PIC X(12) VALUE
               '  RECOVERED '.
           05  WOC-RECOVERED          PIC ZZZ9.
           05  FILLER                 PIC X(11) VALUE SPACES.

       01  WS-CHECKPOINT-INTERVAL     PIC 9(4) VALUE 1000.
       01  WS-RESTART-POSITION        PIC 9(7) VALUE ZEROES.

       01  WS-RUN-DATE                PIC 9(8).

       01  WS-RUN-LOG.
           05  WS-RL-FUNCTION         PIC X    VALUE 'S'.
               88  WS-RL-START-STEP          VALUE 'S'.
               88  WS-RL-END-STEP            VALUE 'E'.
           05  WS-RL-STEP-NAME        PIC X(8) VALUE 'BUG'.
           05  WS-RL-BUSINESS-DATE    PIC 9(8) VALUE ZEROES.
           05  WS-RL-RECORDS-READ     PIC 9(9) VALUE ZEROES.
           05  WS-RL-RECORDS-WRITTEN  PIC 9(9) VALUE ZEROES.
           05  WS-RL-RETURN-CODE      PIC 9(3) VALUE ZEROES.
           05  WS-RL-NOTE             PIC X(26) VALUE SPACES.
           05  WS-RL-CLEAR-FLAG       PIC X    VALUE 'N'.
               88  WS-RL-CLEAR-TO-RUN        VALUE 'Y'.

       01  WS-RUN-TIME.
           05  WS-RUN-HH              PIC 9(2).
           05  WS-RUN-MIN             PIC 9(2).
           05  FILLER                 PIC X(6)  VALUE 'SITE'.
           05  FILLER                 PIC X(13) VALUE 'COUNT'.
           05  FILLER                 PIC X(15) VALUE 'TOTAL'.
           05  FILLER                 PIC X(15) VALUE 'STATUS'.
           05  FILLER                 PIC X(20) VALUE 'CCY'.

       01  WS-BATCH-LINE.
           05  WBT-BATCH-ID           PIC X(9).
           05  WBT-TOTAL              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WBT-STATUS             PIC X(13).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WBT-CURRENCY           PIC X(4).
           05  FILLER                 PIC X(16) VALUE SPACES.

       01  WS-BRANCH-HEADING-LINE.
           05  FILLER                 PIC X(22) VALUE 'BRANCH'.
               'SITE SETTLEMENT POSITIONS - RECONCILED BATCHES ONLY'.

       01  WS-SITE-HEADING-LINE.
           05  FILLER                 PIC X(5)  VALUE 'SITE'.
           05  FILLER                 PIC X(4)  VALUE 'CCY'.
           05  FILLER                 PIC X(7)  VALUE 'BATCHES'.
           05  FILLER                 PIC X(9)  VALUE '    COUNT'.
           05  FILLER                 PIC X(16) VALUE
               '  CURRENCY TOTAL'.
           05  FILLER                 PIC X(16) VALUE
               '  BASE NET TOTAL'.
           05  FILLER                 PIC X(23) VALUE '  POSITION'.

       01  WS-SITE-LINE.
           05  WSP-SITE               PIC X(4).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WSP-CURRENCY           PIC X(4).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WSP-BATCHES            PIC ZZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WSP-COUNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WSP-CURRENCY-TOTAL     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WSP-TOTAL              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WSP-POSITION           PIC X(10).
           05  FILLER                 PIC X(11) VALUE SPACES.

       01  WS-CURRENCY-SECTION-HEADING.
           05  FILLER                 PIC X(80) VALUE
               'CURRENCY BREAKDOWN - ALL BATCHES'.

       01  WS-CURRENCY-HEADING-LINE.
           05  FILLER                 PIC X(4)  VALUE 'CCY'.
           05  FILLER                 PIC X(7)  VALUE 'BATCHES'.
           05  FILLER                 PIC X(10) VALUE '     COUNT'.
           05  FILLER                 PIC X(17) VALUE
               '   CURRENCY TOTAL'.
           05  FILLER                 PIC X(13) VALUE '         RATE'.
           05  FILLER                 PIC X(17) VALUE
               '       BASE TOTAL'.
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-CURRENCY-LINE.
           05  WCY-CURRENCY           PIC X(4).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WCY-BATCHES            PIC ZZZ9.
           05  FILLER                 PIC X     VALUE SPACES.
           05  WCY-COUNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WCY-CURRENCY-TOTAL     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WCY-RATE               PIC ZZZ9.999999.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WCY-BASE-TOTAL         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-NETTING-LINE.
           05  WNL-CAPTION            PIC X(26).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM LOG-STEP-START
           PERFORM READ-RUN-PARAMETERS
           PERFORM VALIDATE-BUSINESS-DATE
           PERFORM CHECK-PERIOD-OPEN
           PERFORM RESTART-CHECK
           OPEN INPUT TRANSACTION-FILE
           PERFORM LOAD-BRANCH-MASTER
           PERFORM LOAD-BATCH-CONTROL
           PERFORM LOAD-EXCHANGE-RATES
           PERFORM PRESCAN-DUPLICATE-BATCHES
           PERFORM OPEN-ACCOUNT-MASTER
           PERFORM RESOLVE-REVERSALS
           IF WS-RESTARTED
               PERFORM SKIP-TO-CHECKPOINT
           END-IF
               DISPLAY 'WARNING: ' WS-BAD-TYPE-COUNT
                       ' RECORDS OF UNKNOWN TYPE SKIPPED'
           END-IF
           IF WS-RV-SKIPPED-COUNT > ZEROES
               DISPLAY 'WARNING: ' WS-RV-SKIPPED-COUNT
                       ' REVERSALS WITH NO ORIGINAL POSTING ON ACCTDTL '
                       'SKIPPED - THEIR BATCHES WILL NOT RECONCILE'
               SET WS-ACCT-WARNING TO TRUE
           END-IF
           CLOSE TRANSACTION-FILE
           PERFORM CLOSE-ACCOUNT-MASTER
           PERFORM SUMMARIZE-BRANCH-TOTALS
                   WS-AUDIT-SUMMARY-CODE,
                   WS-AUDIT-CLOSE-FLAG,
                   WS-RESTARTED-FLAG,
                   WS-AUDIT-RESTART-SEQ,
                   WS-AUDIT-DUMMY-CURRENCY,
                   WS-AUDIT-DUMMY-ORIG
           END-CALL
           PERFORM RECONCILE-TOTALS
           PERFORM SUMMARIZE-SITE-POSITIONS
           PERFORM SUMMARIZE-CURRENCY-BREAKDOWN
           PERFORM PRINT-REPORT
           IF WS-RECON-BREAK
               PERFORM ANALYZE-DISCREPANCY
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM CLEAR-CHECKPOINT
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
           MOVE WS-RECORDS-READ         TO WS-RL-RECORDS-READ
           MOVE WS-POSTING-DETAIL-COUNT TO WS-RL-RECORDS-WRITTEN
           MOVE RETURN-CODE             TO WS-RL-RETURN-CODE
           MOVE SPACES                  TO WS-RL-NOTE
           IF RETURN-CODE = 4
               MOVE 'ACCOUNT MASTER WARNING' TO WS-RL-NOTE
           END-IF
           IF RETURN-CODE = 8
               MOVE 'RECONCILIATION BREAK' TO WS-RL-NOTE
           END-IF
           CALL 'RUNLOG' USING WS-RUN-LOG
           MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

      *    EVERY POSTING RUN LEAVES ITS BRANCH-LEVEL RESULTS ON THE
      *    SETTLEMENT HISTORY FILE SO THE MONTH-END TREND REPORT CAN
      *    COMPARE MONTHS WITHOUT DIGGING FILED PRINTOUTS OUT OF A
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    ONCE FINANCE HAS CLOSED A MONTH ON PERCTL NOTHING MAY POST
      *    INTO IT - NOT A BACK-DATED PARMFILE DATE, NOT A FORCED
      *    RERUN. ONLY A REOPEN ROW, WHICH ALWAYS NAMES ITS
      *    AUTHORISER, LETS THE RUN THROUGH. A REPORT-ONLY RUN POSTS
      *    NOTHING AND IS ALLOWED. WHEN PERCTL CANNOT BE READ THE RUN
      *    STOPS - AN OPEN PERIOD CANNOT BE PROVED.
       CHECK-PERIOD-OPEN.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PCTL-FILE-MISSING
               CONTINUE
           ELSE
               IF NOT WS-PCTL-FILE-OK
                   DISPLAY 'ABEND: CLOSED-PERIOD FILE PERCTL '
                           'UNAVAILABLE - FILE STATUS '
                           WS-PCTL-FILE-STATUS
                           ' - NOTHING POSTED'
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
                               ' - POSTING ALLOWED'
                   ELSE
                       IF WS-REPORT-ONLY
                           DISPLAY 'NOTE: PERIOD ' WS-PR-PERIOD
                                   ' IS CLOSED - REPORT ONLY RUN '
                                   'ALLOWED'
                       ELSE
                           PERFORM PERIOD-CLOSED-ERROR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PERIOD-CLOSED-ERROR.
           DISPLAY 'ABEND: BUSINESS DATE ' WS-RUN-DATE
                   ' FALLS IN PERIOD ' WS-PR-PERIOD ' CLOSED ON '
                   WS-PR-CLOSE-DATE ' BY ' WS-PR-CLOSED-BY
                   ' - REOPEN WITH AN AUTHORISER OR CORRECT PARMFILE,'
                   ' NOTHING POSTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       PROCESS-DETAIL-RECORD.
           MOVE 'N' TO WS-RV-IN-HAND-FLAG
           IF TR-REVERSAL-RECORD
               PERFORM LOAD-REVERSAL-POSTING
           END-IF
           IF NOT TR-DETAIL-RECORD AND NOT WS-RV-IN-HAND
               IF NOT TR-REVERSAL-RECORD
                   ADD 1 TO WS-BAD-TYPE-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-DETAILS-READ
               PERFORM ENSURE-BATCH-OPEN
               PERFORM CONVERT-TO-BASE-CURRENCY
               PERFORM FIND-OR-ADD-BRANCH-SLOT
               IF WS-BRANCH-KNOWN
                   CALL 'ACCUMTXN' USING TR-AMOUNT, TR-DC-INDICATOR,
                           TR-BRANCH-CODE,
                           WS-AUDIT-CLOSE-FLAG,
                           WS-RESTARTED-FLAG,
                           WS-AUDIT-RESTART-SEQ,
                           WS-ITEM-CURRENCY-CODE,
                           WS-ITEM-ORIG-AMOUNT
                   END-CALL
               ELSE
                   CALL 'ACCUMTXN' USING TR-AMOUNT, TR-DC-INDICATOR,
                           TR-BRANCH-CODE,
                           WS-AUDIT-CLOSE-FLAG,
                           WS-RESTARTED-FLAG,
                           WS-AUDIT-RESTART-SEQ,
                           WS-ITEM-CURRENCY-CODE,
                           WS-ITEM-ORIG-AMOUNT
                   END-CALL
               END-IF
               IF WS-OVERFLOW
           MOVE ZEROES         TO WS-BT-TOTAL (BT-IDX)
           MOVE ZEROES         TO WS-BT-TRAILER-COUNT (BT-IDX)
           MOVE SPACE          TO WS-BT-RECON-FLAG (BT-IDX)
           MOVE TR-CURRENCY-CODE TO WS-BT-CURRENCY-CODE (BT-IDX)
           MOVE ZEROES         TO WS-BT-CURRENCY-TOTAL (BT-IDX)
           MOVE 'Y' TO WS-BATCH-OPEN-FLAG.

       ENSURE-BATCH-OPEN.
               MOVE ZEROES      TO WS-BT-TOTAL (BT-IDX)
               MOVE ZEROES      TO WS-BT-TRAILER-COUNT (BT-IDX)
               MOVE SPACE       TO WS-BT-RECON-FLAG (BT-IDX)
               MOVE SPACES      TO WS-BT-CURRENCY-CODE (BT-IDX)
               MOVE ZEROES      TO WS-BT-CURRENCY-TOTAL (BT-IDX)
               MOVE 'Y' TO WS-BATCH-OPEN-FLAG
           END-IF.

           ADD WS-BATCH-SIGNED-AMT TO WS-BT-TOTAL (BT-IDX)
               ON SIZE ERROR
                   PERFORM OVERFLOW-ERROR
           END-ADD
           IF TR-IS-DEBIT
               COMPUTE WS-CURRENCY-SIGNED-AMT =
                   WS-ITEM-ORIG-AMOUNT * -1
           ELSE
               MOVE WS-ITEM-ORIG-AMOUNT TO WS-CURRENCY-SIGNED-AMT
           END-IF
           ADD WS-CURRENCY-SIGNED-AMT TO WS-BT-CURRENCY-TOTAL (BT-IDX)
               ON SIZE ERROR
                   PERFORM OVERFLOW-ERROR
           END-ADD.

      *    EVERY TOTAL IN THE RUN - BRANCH, BATCH, SITE, GL, ACCOUNT
      *    BALANCE - IS KEPT IN BASE CURRENCY. A DETAIL IN A BATCH
      *    WHOSE HEADER NAMES A CURRENCY IS CONVERTED AT THE DAY'S
      *    RATE AND POSTS FROM HERE ON AS THE BASE AMOUNT, WITH THE
      *    CURRENCY AND THE AMOUNT AS CAPTURED KEPT BESIDE IT FOR THE
      *    AUDIT TRAIL, THE POSTING DETAIL AND THE CURRENCY TOTALS. A
      *    REVERSAL TAKES THE BASE AMOUNT OF ITS ORIGINAL, AND ITS
      *    CURRENCY AND CAPTURED AMOUNT TOO, SO IT BACKS OUT EXACTLY
      *    WHAT WAS POSTED WHATEVER THE RATE HAS DONE SINCE; THE EDIT
      *    PASS ONLY LETS A REVERSAL THROUGH IN A BATCH OF THE SAME
      *    CURRENCY AS ITS ORIGINAL.
       CONVERT-TO-BASE-CURRENCY.
           SET BT-IDX TO WS-BATCHES-USED
           IF WS-RV-IN-HAND
               MOVE WS-RV-CURRENCY-CODE (RV-IDX)
                   TO WS-ITEM-CURRENCY-CODE
               IF WS-ITEM-CURRENCY-CODE = SPACES
                   MOVE TR-AMOUNT TO WS-ITEM-ORIG-AMOUNT
               ELSE
                   MOVE WS-RV-ORIG-AMOUNT (RV-IDX)
                       TO WS-ITEM-ORIG-AMOUNT
               END-IF
           ELSE
               MOVE WS-BT-CURRENCY-CODE (BT-IDX)
                   TO WS-ITEM-CURRENCY-CODE
               MOVE TR-AMOUNT TO WS-ITEM-ORIG-AMOUNT
               IF WS-ITEM-CURRENCY-CODE NOT = SPACES
                   MOVE WS-ITEM-CURRENCY-CODE TO WS-XR-SEARCH-CODE
                   PERFORM FIND-EXCHANGE-RATE
                   IF NOT WS-XR-FOUND
                       MOVE WS-BT-BATCH-ID (BT-IDX) TO WS-DUP-BATCH-ID
                       PERFORM MISSING-EXCHANGE-RATE-ERROR
                   END-IF
                   COMPUTE TR-AMOUNT ROUNDED =
                       WS-ITEM-ORIG-AMOUNT * WS-XR-RATE (XR-IDX)
                       ON SIZE ERROR
                           PERFORM CONVERSION-SIZE-ERROR
                   END-COMPUTE
               END-IF
           END-IF.

       CLOSE-CURRENT-BATCH.
           IF NOT WS-BATCH-OPEN
               DISPLAY 'WARNING: TRAILER RECORD WITH NO OPEN BATCH'
               END-IF
           END-IF.

      *    LOAD THE BUSINESS DATE'S EXCHANGE RATES. EXCHRATE HOLDS ONE
      *    ROW PER CURRENCY PER DAY, QUOTED AS BASE UNITS PER ONE UNIT
      *    OF THE CURRENCY; ROWS FOR OTHER DATES ARE IGNORED, AND A
      *    LATER ROW FOR THE SAME CURRENCY AND DATE REPLACES AN
      *    EARLIER ONE SO A CORRECTED RATE CAN SIMPLY BE APPENDED. A
      *    MISSING FILE ONLY MATTERS IF THE INPUT CARRIES A FOREIGN
      *    CURRENCY BATCH, WHICH THE PRESCAN THEN STOPS.
       LOAD-EXCHANGE-RATES.
           MOVE ZEROES TO WS-XR-USED
           OPEN INPUT EXCHANGE-RATE-FILE
           IF WS-RATE-FILE-MISSING
               DISPLAY 'NOTE: EXCHANGE RATE FILE EXCHRATE NOT FOUND - '
                       'ONLY BASE CURRENCY BATCHES CAN BE POSTED'
           ELSE
               IF NOT WS-RATE-FILE-OK
                   DISPLAY 'ABEND: EXCHANGE RATE FILE EXCHRATE '
                           'UNREADABLE - FILE STATUS '
                           WS-RATE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-XR-EOF-FLAG
               PERFORM UNTIL WS-XR-EOF
                   READ EXCHANGE-RATE-FILE
                       AT END
                           SET WS-XR-EOF TO TRUE
                       NOT AT END
                           IF XR-RATE-DATE = WS-RUN-DATE
                                   AND XR-CURRENCY-CODE NOT = SPACES
                                   AND XR-RATE IS NUMERIC
                                   AND XR-RATE > ZEROES
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
                   DISPLAY 'ABEND: EXCHANGE RATE TABLE FULL AT 100 '
                           'CURRENCIES FOR ' WS-RUN-DATE
                           ' - NOTHING POSTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-XR-USED
               SET XR-IDX TO WS-XR-USED
               MOVE XR-CURRENCY-CODE TO WS-XR-CURRENCY-CODE (XR-IDX)
           END-IF
           MOVE XR-RATE TO WS-XR-RATE (XR-IDX).

       FIND-EXCHANGE-RATE.
           MOVE 'N' TO WS-XR-FOUND-FLAG
           PERFORM VARYING XR-IDX FROM 1 BY 1
                   UNTIL XR-IDX > WS-XR-USED
               IF WS-XR-CURRENCY-CODE (XR-IDX) = WS-XR-SEARCH-CODE
                   SET WS-XR-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       MISSING-EXCHANGE-RATE-ERROR.
           DISPLAY 'ABEND: BATCH ' WS-DUP-BATCH-ID
                   ' IS IN CURRENCY ' WS-XR-SEARCH-CODE
                   ' WITH NO EXCHANGE RATE ON EXCHRATE FOR '
                   WS-RUN-DATE ' - LOAD THE RATE AND RERUN, '
                   'NOTHING POSTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       CONVERSION-SIZE-ERROR.
           DISPLAY 'ABEND: BATCH ' WS-BT-BATCH-ID (BT-IDX)
                   ' ACCOUNT ' TR-ACCOUNT-NO
                   ' AMOUNT ' WS-ITEM-ORIG-AMOUNT
                   ' ' WS-ITEM-CURRENCY-CODE
                   ' EXCEEDS THE POSTING LIMIT IN BASE CURRENCY'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    BEFORE ANY RECORD IS PROCESSED, WALK THE WHOLE INPUT FILE
      *    AND CHECK EVERY BATCH HEADER (AND THE IMPLICIT BATCH OF A
      *    HEADERLESS FILE) AGAINST THE BATCH CONTROL FILE AND
      *    AGAINST THE OTHER HEADERS ON THE SAME FILE, SO A DUPLICATE
      *    STOPS THE RUN BEFORE A SINGLE ACCOUNT BALANCE OR AUDIT ROW
      *    IS TOUCHED. A HEADER NAMING A CURRENCY WITH NO RATE FOR THE
      *    BUSINESS DATE STOPS IT THE SAME WAY. THE FILE IS THEN
      *    CLOSED AND REOPENED FOR THE PROCESSING PASS.
       PRESCAN-DUPLICATE-BATCHES.
           MOVE 'N' TO WS-PRESCAN-OPEN-FLAG
           MOVE 'N' TO WS-EOF-FLAG
           MOVE ZEROES TO WS-PS-POSITION
           PERFORM READ-TRANSACTION
           PERFORM UNTIL END-OF-FILE
               ADD 1 TO WS-PS-POSITION
               IF TR-HEADER-RECORD
                   MOVE TR-BATCH-ID TO WS-DUP-BATCH-ID
                   PERFORM CHECK-DUPLICATE-BATCH
                   PERFORM NOTE-PRESCAN-BATCH-ID
                   IF TR-CURRENCY-CODE NOT = SPACES
                       MOVE TR-CURRENCY-CODE TO WS-XR-SEARCH-CODE
                       PERFORM FIND-EXCHANGE-RATE
                       IF NOT WS-XR-FOUND
                           PERFORM MISSING-EXCHANGE-RATE-ERROR
                       END-IF
                   END-IF
                   MOVE 'Y' TO WS-PRESCAN-OPEN-FLAG
               ELSE
                   IF TR-TRAILER-RECORD
                       MOVE 'N' TO WS-PRESCAN-OPEN-FLAG
                   ELSE
                       IF (TR-DETAIL-RECORD OR TR-REVERSAL-RECORD)
                               AND WS-PRESCAN-OPEN-FLAG = 'N'
                           MOVE WS-RUN-DATE TO WBI-RUN-DATE
                           MOVE WS-BATCH-ID TO WS-DUP-BATCH-ID
                           PERFORM NOTE-PRESCAN-BATCH-ID
                           MOVE 'Y' TO WS-PRESCAN-OPEN-FLAG
                       END-IF
                       IF TR-REVERSAL-RECORD
                           PERFORM NOTE-PRESCAN-REVERSAL
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-TRANSACTION
               MOVE WS-DUP-BATCH-ID TO WS-PS-BATCH-ID (PS-IDX)
           END-IF.

       NOTE-PRESCAN-REVERSAL.
           IF WS-RV-USED >= 500
               PERFORM REVERSAL-TABLE-FULL-ERROR
           END-IF
           ADD 1 TO WS-RV-USED
           SET RV-IDX TO WS-RV-USED
           INITIALIZE WS-RV-ENTRY (RV-IDX)
           MOVE WS-PS-POSITION    TO WS-RV-POSITION (RV-IDX)
           MOVE TR-REV-ACCOUNT-NO TO WS-RV-ACCOUNT-NO (RV-IDX)
           MOVE TR-REV-BATCH-ID   TO WS-RV-ORIG-BATCH-ID (RV-IDX)
           SET WS-RV-UNRESOLVED (RV-IDX) TO TRUE.

      *    A REVERSAL RECORD NAMES ONLY THE ORIGINAL BATCH AND
      *    ACCOUNT. BEFORE THE POSTING PASS THE POSTING DETAIL IS
      *    SWEPT ONCE AND EACH REVERSAL ON THE INPUT IS TIED TO THE
      *    FIRST POSTING FOR THAT BATCH AND ACCOUNT THAT IS NOT
      *    ALREADY REVERSED OR CLAIMED BY AN EARLIER REVERSAL: ITS
      *    BRANCH, DEBIT/CREDIT, AMOUNT AND BUSINESS DATE, AND ITS
      *    POSITION ON THE FILE, WHICH IS HOW THE ROW IS MARKED AT
      *    THE END OF THE RUN. A ROW MARKED REVERSED BY THIS SAME
      *    BUSINESS DATE IS STILL A CANDIDATE, SO A REPORT ONLY OR
      *    RESTARTED RUN RESOLVES THE SAME WAY THE POSTING RUN DID;
      *    ON A RESTART A REVERSAL ROW ALREADY WRITTEN FOR THIS DATE
      *    SHOWS THE ENTRY POSTED BEFORE THE FAILURE. POSTINGS
      *    WRITTEN BEFORE THE DETAIL FILE CARRIED THE BRANCH CANNOT
      *    BE REVERSED AND ARE PASSED OVER.
       RESOLVE-REVERSALS.
           IF WS-RV-USED > ZEROES AND NOT WS-RV-RESOLVED
               SET WS-RV-RESOLVED TO TRUE
               OPEN INPUT POSTING-DETAIL-FILE
               IF WS-PDTL-FILE-OK
                   MOVE ZEROES TO WS-PDTL-ORDINAL
                   MOVE 'N' TO WS-PDTL-COPY-EOF-FLAG
                   PERFORM UNTIL WS-PDTL-COPY-EOF
                       READ POSTING-DETAIL-FILE
                           AT END
                               SET WS-PDTL-COPY-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-PDTL-ORDINAL
                               PERFORM MATCH-REVERSAL-ORIGINAL
                       END-READ
                   END-PERFORM
                   CLOSE POSTING-DETAIL-FILE
               END-IF
               PERFORM VARYING RV-SUM-IDX FROM 1 BY 1
                       UNTIL RV-SUM-IDX > WS-RV-USED
                   IF WS-RV-UNRESOLVED (RV-SUM-IDX)
                       ADD 1 TO WS-RV-NOT-FOUND-COUNT
                       DISPLAY 'WARNING: REVERSAL OF BATCH '
                               WS-RV-ORIG-BATCH-ID (RV-SUM-IDX)
                               ' ACCOUNT '
                               WS-RV-ACCOUNT-NO (RV-SUM-IDX)
                               ' HAS NO UNREVERSED POSTING ON ACCTDTL'
                   END-IF
               END-PERFORM
           END-IF.

       MATCH-REVERSAL-ORIGINAL.
           IF PD-IS-REVERSAL
               IF PD-RUN-DATE = WS-RUN-DATE
                   PERFORM VARYING RV-IDX FROM 1 BY 1
                           UNTIL RV-IDX > WS-RV-USED
                       IF WS-RV-ORIGINAL-FOUND (RV-IDX)
                               AND WS-RV-ACCOUNT-NO (RV-IDX)
                                   = PD-ACCOUNT-NO
                               AND WS-RV-ORIG-BATCH-ID (RV-IDX)
                                   = PD-REF-BATCH-ID
                               AND WS-RV-ORIG-RUN-DATE (RV-IDX)
                                   = PD-REF-RUN-DATE
                           SET WS-RV-POSTED (RV-IDX) TO TRUE
                           MOVE PD-BATCH-ID
                               TO WS-RV-NEW-BATCH-ID (RV-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               IF PD-BRANCH-CODE NOT = SPACES
                       AND (NOT PD-REVERSED
                       OR PD-REF-RUN-DATE = WS-RUN-DATE)
                   PERFORM VARYING RV-IDX FROM 1 BY 1
                           UNTIL RV-IDX > WS-RV-USED
                       IF WS-RV-UNRESOLVED (RV-IDX)
                               AND WS-RV-ACCOUNT-NO (RV-IDX)
                                   = PD-ACCOUNT-NO
                               AND WS-RV-ORIG-BATCH-ID (RV-IDX)
                                   = PD-BATCH-ID
                           SET WS-RV-ORIGINAL-FOUND (RV-IDX) TO TRUE
                           MOVE PD-RUN-DATE
                               TO WS-RV-ORIG-RUN-DATE (RV-IDX)
                           MOVE WS-PDTL-ORDINAL
                               TO WS-RV-ORIG-ORDINAL (RV-IDX)
                           MOVE PD-BRANCH-CODE
                               TO WS-RV-BRANCH-CODE (RV-IDX)
                           MOVE PD-DC-INDICATOR
                               TO WS-RV-DC-INDICATOR (RV-IDX)
                           MOVE PD-AMOUNT
                               TO WS-RV-AMOUNT (RV-IDX)
                           MOVE PD-CURRENCY-CODE
                               TO WS-RV-CURRENCY-CODE (RV-IDX)
                           IF PD-CURRENCY-CODE NOT = SPACES
                               MOVE PD-ORIG-AMOUNT
                                   TO WS-RV-ORIG-AMOUNT (RV-IDX)
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       FIND-REVERSAL-ENTRY.
           MOVE 'N' TO WS-RV-FOUND-FLAG
           PERFORM VARYING RV-IDX FROM 1 BY 1
                   UNTIL RV-IDX > WS-RV-USED
               IF WS-RV-POSITION (RV-IDX) = WS-RV-SEARCH-POSITION
                   SET WS-RV-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    A REVERSAL POSTS AS THE EXACT OPPOSITE OF ITS ORIGINAL -
      *    SAME ACCOUNT, BRANCH AND AMOUNT WITH DEBIT AND CREDIT
      *    SWAPPED - SO THE RECORD IS REBUILT IN DETAIL FORM AND THEN
      *    FOLLOWS THE ORDINARY DETAIL PATH INTO THE BRANCH, BATCH,
      *    AUDIT AND ACCOUNT TOTALS. ONE WHOSE ORIGINAL CANNOT BE
      *    FOUND IS LEFT OUT, AND ITS BATCH FAILS TO RECONCILE.
       LOAD-REVERSAL-POSTING.
           MOVE WS-RECORDS-READ TO WS-RV-SEARCH-POSITION
           PERFORM FIND-REVERSAL-ENTRY
           IF WS-RV-FOUND AND NOT WS-RV-UNRESOLVED (RV-IDX)
               SET WS-RV-IN-HAND TO TRUE
               MOVE WS-RV-BRANCH-CODE (RV-IDX) TO TR-BRANCH-CODE
               IF WS-RV-DC-INDICATOR (RV-IDX) = 'D'
                   MOVE 'C' TO TR-DC-INDICATOR
               ELSE
                   MOVE 'D' TO TR-DC-INDICATOR
               END-IF
               MOVE WS-RV-AMOUNT (RV-IDX) TO TR-AMOUNT
           ELSE
               ADD 1 TO WS-RV-SKIPPED-COUNT
               DISPLAY 'WARNING: REVERSAL AT RECORD ' WS-RECORDS-READ
                       ' OF BATCH ' TR-REV-BATCH-ID
                       ' ACCOUNT ' TR-REV-ACCOUNT-NO
                       ' NOT POSTED - NO ORIGINAL POSTING'
           END-IF.

       CHECK-DUPLICATE-BATCH.
           IF NOT WS-FORCE-RERUN AND NOT WS-REPORT-ONLY
               PERFORM VARYING BC-IDX FROM 1 BY 1
           END-IF
           IF NOT WS-ACCT-BYPASS
               PERFORM OPEN-POSTING-DETAIL
               PERFORM OPEN-SUSPENSE-FILE
           END-IF.

      *    THE POSTING DETAIL FILE CARRIES EVERY BALANCE POSTING AT
      *    ACCOUNT LEVEL FOR THE STATEMENT PRINT - THE AUDIT LOG ONLY
      *    CARRIES THE BRANCH. IT IS CUMULATIVE, SO A REVERSAL CAN
      *    FIND AND MARK A POSTING FROM AN EARLIER BUSINESS DATE. A
      *    FRESH RUN FIRST DROPS THE ROWS OF ITS OWN BUSINESS DATE,
      *    THE SAME RULE THE SETTLEMENT HISTORY FOLLOWS, AND THE
      *    REVERSALS ON THE INPUT ARE RESOLVED BEFORE THE FILE IS
      *    OPENED FOR EXTEND. ON A CHECKPOINT RESTART IT IS EXTENDED
      *    AS IT STANDS, UNDER THE SAME DOUBLE-POSTING CAVEAT THE
      *    ACCOUNT MASTER ITSELF CARRIES.
       OPEN-POSTING-DETAIL.
           IF NOT WS-RESTARTED
               PERFORM DROP-SAME-DATE-DETAIL
           END-IF
           PERFORM RESOLVE-REVERSALS
           OPEN EXTEND POSTING-DETAIL-FILE
           IF WS-PDTL-FILE-MISSING
               OPEN OUTPUT POSTING-DETAIL-FILE
           END-IF
           IF NOT WS-PDTL-FILE-OK
               SET WS-ACCT-WARNING TO TRUE
           END-IF.

      *    AN ORIGINAL MARKED REVERSED BY THE DROPPED RUN GOES BACK
      *    UNMARKED, SINCE THE REVERSAL ROW THAT MARKED IT IS GONE.
      *    ROWS THE SUSPENSE CLEARING RUN WROTE UNDER THE SAME DATE
      *    (PD-SOURCE 'S') ARE NOT THIS RUN'S AND ARE ALREADY ON THE
      *    ACCOUNT MASTER BALANCE, SO THEY ARE COPIED ACROSS.
       DROP-SAME-DATE-DETAIL.
           CALL "CBL_RENAME_FILE" USING WS-PDTL-FILENAME
                   WS-PDTL-OLD-FILENAME
               RETURNING WS-PDTL-RENAME-STATUS
           END-CALL
           IF WS-PDTL-RENAME-STATUS = 0
               MOVE WS-RUN-DATE TO WS-HIST-RUN-DATE-X
               OPEN INPUT POSTING-DETAIL-OLD-FILE
               OPEN OUTPUT POSTING-DETAIL-FILE
               MOVE 'N' TO WS-PDTL-COPY-EOF-FLAG
               PERFORM UNTIL WS-PDTL-COPY-EOF
                   READ POSTING-DETAIL-OLD-FILE
                           INTO WS-PDTL-WORK-RECORD
                       AT END
                           SET WS-PDTL-COPY-EOF TO TRUE
                       NOT AT END
                           IF WS-PW-RUN-DATE = WS-HIST-RUN-DATE-X
                                   AND NOT WS-PW-FROM-SUSPENSE
                               ADD 1 TO WS-PDTL-DROPPED-COUNT
                           ELSE
                               IF WS-PW-REVERSAL-FLAG = 'X'
                                       AND WS-PW-REF-RUN-DATE
                                           = WS-HIST-RUN-DATE-X
                                   MOVE SPACES TO WS-PW-REVERSAL-FLAG
                                   MOVE SPACES TO WS-PW-REF-BATCH-ID
                                   MOVE SPACES TO WS-PW-REF-RUN-DATE
                               END-IF
                               WRITE POSTING-DETAIL-RECORD
                                   FROM WS-PDTL-WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-DETAIL-OLD-FILE
               CLOSE POSTING-DETAIL-FILE
               CALL "CBL_DELETE_FILE" USING WS-PDTL-OLD-FILENAME
                   RETURNING WS-PDTL-RENAME-STATUS
               END-CALL
               IF WS-PDTL-DROPPED-COUNT > ZEROES
                   DISPLAY 'NOTE: ' WS-PDTL-DROPPED-COUNT
                           ' POSTING DETAIL ROWS ALREADY ON ACCTDTL '
                           'FOR THIS BUSINESS DATE WERE DROPPED'
               END-IF
           END-IF.

      *    ITEMS THAT CANNOT POST TO AN ACCOUNT - NOT ON THE MASTER,
      *    OR CLOSED THROUGH MAINTENANCE AFTER THE EDIT PASS PASSED
      *    THEM - ARE STILL IN THE BRANCH AND GL TOTALS, SO THE MONEY
      *    IS PARKED ON THE SUSPENSE FILE SUSPENSE UNTIL THE SUSPENSE
      *    CLEARING RUN POSTS IT TO THE RIGHT ACCOUNT OR WRITES IT OFF.
      *    THE FILE IS CUMULATIVE - AN ITEM STAYS ON IT, OPEN, UNTIL
      *    IT IS CLEARED. A FRESH RUN FIRST DROPS THE STILL-OPEN ROWS
      *    OF ITS OWN BUSINESS DATE, THE SAME RULE THE SETTLEMENT
      *    HISTORY FOLLOWS, SO A FORCED RERUN DOES NOT PARK THE DAY
      *    TWICE; A CHECKPOINT RESTART EXTENDS THE FILE AS IT STANDS.
       OPEN-SUSPENSE-FILE.
           IF NOT WS-RESTARTED
               PERFORM DROP-SAME-DATE-SUSPENSE
           END-IF
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSP-FILE-MISSING
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF NOT WS-SUSP-FILE-OK
               DISPLAY 'WARNING: SUSPENSE FILE SUSPENSE UNAVAILABLE - '
                       'FILE STATUS ' WS-SUSP-FILE-STATUS
                       ' - UNPOSTABLE ITEMS COUNTED ONLY'
               SET WS-ACCT-WARNING TO TRUE
           END-IF.

       DROP-SAME-DATE-SUSPENSE.
           CALL "CBL_RENAME_FILE" USING WS-SUSP-FILENAME
                   WS-SUSP-OLD-FILENAME
               RETURNING WS-SUSP-RENAME-STATUS
           END-CALL
           IF WS-SUSP-RENAME-STATUS = 0
               MOVE WS-RUN-DATE TO WS-HIST-RUN-DATE-X
               OPEN INPUT SUSPENSE-OLD-FILE
               OPEN OUTPUT SUSPENSE-FILE
               MOVE 'N' TO WS-SUSP-COPY-EOF-FLAG
               PERFORM UNTIL WS-SUSP-COPY-EOF
                   READ SUSPENSE-OLD-FILE INTO WS-SUSP-WORK-RECORD
                       AT END
                           SET WS-SUSP-COPY-EOF TO TRUE
                       NOT AT END
                           IF WS-SW-BUSINESS-DATE
                                   NOT = WS-HIST-RUN-DATE-X
                                   OR WS-SW-STATUS NOT = 'O'
                               WRITE SUSPENSE-RECORD
                                   FROM WS-SUSP-WORK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-OLD-FILE
               CLOSE SUSPENSE-FILE
               CALL "CBL_DELETE_FILE" USING WS-SUSP-OLD-FILENAME
                   RETURNING WS-SUSP-RENAME-STATUS
               END-CALL
           END-IF.

       CLOSE-ACCOUNT-MASTER.
           IF NOT WS-ACCT-BYPASS
               IF WS-PDTL-FILE-OK
                   CLOSE POSTING-DETAIL-FILE
                   DISPLAY WS-POSTING-DETAIL-COUNT
                           ' ACCOUNT POSTING DETAILS WRITTEN TO '
                           'ACCTDTL'
                   PERFORM MARK-REVERSED-ORIGINALS
               END-IF
               PERFORM PRODUCE-OVERDRAFT-REPORT
               CLOSE ACCOUNT-MASTER
               IF WS-SUSP-FILE-OK
                   CLOSE SUSPENSE-FILE
               END-IF
           END-IF
           IF WS-ACCT-MISSING-COUNT > ZEROES
                       ' TRANSACTIONS FOR ACCOUNTS NOT ON THE '
                       'ACCOUNT MASTER - BALANCES NOT POSTED'
               SET WS-ACCT-WARNING TO TRUE
           END-IF
           IF WS-ACCT-CLOSED-COUNT > ZEROES
               DISPLAY 'WARNING: ' WS-ACCT-CLOSED-COUNT
                       ' TRANSACTIONS FOR CLOSED ACCOUNTS - '
                       'BALANCES NOT POSTED'
               SET WS-ACCT-WARNING TO TRUE
           END-IF
           IF WS-SUSP-WRITTEN-COUNT > ZEROES
               DISPLAY WS-SUSP-WRITTEN-COUNT
                       ' UNPOSTABLE ITEMS PARKED ON SUSPENSE FILE '
                       'SUSPENSE - CLEAR THEM THROUGH SUSPCLR'
           END-IF.

       UPDATE-ACCOUNT-BALANCE.
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-ACCT-MISSING-COUNT
                   MOVE 'ACNF' TO WS-SUSP-REASON
                   PERFORM WRITE-SUSPENSE-ITEM
               NOT INVALID KEY
                   IF AM-ACCOUNT-CLOSED
                       ADD 1 TO WS-ACCT-CLOSED-COUNT
                       MOVE 'ACCL' TO WS-SUSP-REASON
                       PERFORM WRITE-SUSPENSE-ITEM
                   ELSE
                       IF TR-IS-DEBIT
                           COMPUTE WS-ACCT-SIGNED-AMOUNT =
                               TR-AMOUNT * -1
                       ELSE
                           MOVE TR-AMOUNT TO WS-ACCT-SIGNED-AMOUNT
                       END-IF
                       ADD WS-ACCT-SIGNED-AMOUNT TO AM-BALANCE
                       REWRITE ACCOUNT-MASTER-RECORD
                       PERFORM WRITE-POSTING-DETAIL
                   END-IF
           END-READ.

      *    THE SUSPENSE KEY IS THE BUSINESS DATE AND THE DETAIL
      *    ORDINAL WITHIN THE RUN, WHICH THE CHECKPOINT CARRIES, SO A
      *    RESTARTED RUN GOES ON NUMBERING WHERE THE FAILED ONE
      *    STOPPED.
       WRITE-SUSPENSE-ITEM.
           IF WS-SUSP-FILE-OK
               SET BT-IDX TO WS-BATCHES-USED
               MOVE SPACES                  TO SUSPENSE-RECORD
               MOVE WS-RUN-DATE             TO SP-BUSINESS-DATE
               MOVE WS-DETAILS-READ         TO SP-SUSPENSE-SEQ
               MOVE TR-ACCOUNT-NO           TO SP-ACCOUNT-NO
               MOVE WS-BT-BATCH-ID (BT-IDX) TO SP-BATCH-ID
               MOVE TR-BRANCH-CODE          TO SP-BRANCH-CODE
               MOVE TR-DC-INDICATOR         TO SP-DC-INDICATOR
               MOVE TR-AMOUNT               TO SP-AMOUNT
               MOVE WS-SUSP-REASON          TO SP-REASON-CODE
               SET SP-OPEN                  TO TRUE
               MOVE ZEROES                  TO SP-CLEAR-DATE
               WRITE SUSPENSE-RECORD
               ADD 1 TO WS-SUSP-WRITTEN-COUNT
           END-IF.

       WRITE-POSTING-DETAIL.
           IF WS-PDTL-FILE-OK
               SET BT-IDX TO WS-BATCHES-USED
               MOVE TR-DC-INDICATOR        TO PD-DC-INDICATOR
               MOVE TR-AMOUNT              TO PD-AMOUNT
               MOVE AM-BALANCE             TO PD-RESULT-BALANCE
               MOVE TR-BRANCH-CODE         TO PD-BRANCH-CODE
               IF WS-ITEM-CURRENCY-CODE NOT = SPACES
                   MOVE WS-ITEM-CURRENCY-CODE TO PD-CURRENCY-CODE
                   MOVE WS-ITEM-ORIG-AMOUNT   TO PD-ORIG-AMOUNT
               END-IF
               IF WS-RV-IN-HAND
                   SET PD-IS-REVERSAL TO TRUE
                   MOVE WS-RV-ORIG-BATCH-ID (RV-IDX)
                       TO PD-REF-BATCH-ID
                   MOVE WS-RV-ORIG-RUN-DATE (RV-IDX)
                       TO PD-REF-RUN-DATE
                   SET WS-RV-POSTED (RV-IDX) TO TRUE
                   MOVE WS-BT-BATCH-ID (BT-IDX)
                       TO WS-RV-NEW-BATCH-ID (RV-IDX)
               END-IF
               WRITE POSTING-DETAIL-RECORD
               ADD 1 TO WS-POSTING-DETAIL-COUNT
           END-IF.

      *    THE ORIGINAL OF EVERY POSTED REVERSAL IS MARKED REVERSED ON
      *    THE POSTING DETAIL WITH THE BATCH AND DATE OF ITS REVERSAL,
      *    SO THE EDIT PASS REFUSES A SECOND REVERSAL OF IT. THE FILE
      *    IS REWRITTEN WITH THE RENAME-AND-COPY PATTERN OF THE
      *    SAME-DATE DROP; EACH ROW IS FOUND BY ITS POSITION ON THE
      *    FILE, WHICH ONLY APPENDS HAVE CHANGED SINCE THE REVERSALS
      *    WERE RESOLVED.
       MARK-REVERSED-ORIGINALS.
           MOVE ZEROES TO WS-RV-POSTED-COUNT
           PERFORM VARYING RV-SUM-IDX FROM 1 BY 1
                   UNTIL RV-SUM-IDX > WS-RV-USED
               IF WS-RV-POSTED (RV-SUM-IDX)
                   ADD 1 TO WS-RV-POSTED-COUNT
               END-IF
           END-PERFORM
           IF WS-RV-POSTED-COUNT > ZEROES
               CALL "CBL_RENAME_FILE" USING WS-PDTL-FILENAME
                       WS-PDTL-OLD-FILENAME
                   RETURNING WS-PDTL-RENAME-STATUS
               END-CALL
               IF WS-PDTL-RENAME-STATUS NOT = 0
                   DISPLAY 'WARNING: POSTING DETAIL ACCTDTL COULD '
                           'NOT BE REWRITTEN - ' WS-RV-POSTED-COUNT
                           ' REVERSED ORIGINALS NOT MARKED'
                   SET WS-ACCT-WARNING TO TRUE
               ELSE
                   OPEN INPUT POSTING-DETAIL-OLD-FILE
                   OPEN OUTPUT POSTING-DETAIL-FILE
                   MOVE ZEROES TO WS-PDTL-ORDINAL
                   MOVE 'N' TO WS-PDTL-COPY-EOF-FLAG
                   PERFORM UNTIL WS-PDTL-COPY-EOF
                       READ POSTING-DETAIL-OLD-FILE
                               INTO WS-PDTL-WORK-RECORD
                           AT END
                               SET WS-PDTL-COPY-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-PDTL-ORDINAL
                               PERFORM MARK-ONE-ORIGINAL
                               WRITE POSTING-DETAIL-RECORD
                                   FROM WS-PDTL-WORK-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE POSTING-DETAIL-OLD-FILE
                   CLOSE POSTING-DETAIL-FILE
                   CALL "CBL_DELETE_FILE" USING WS-PDTL-OLD-FILENAME
                       RETURNING WS-PDTL-RENAME-STATUS
                   END-CALL
                   DISPLAY WS-RV-MARKED-COUNT
                           ' REVERSED ORIGINAL POSTINGS MARKED ON '
                           'ACCTDTL'
               END-IF
           END-IF.

       MARK-ONE-ORIGINAL.
           PERFORM VARYING RV-SUM-IDX FROM 1 BY 1
                   UNTIL RV-SUM-IDX > WS-RV-USED
               IF WS-RV-POSTED (RV-SUM-IDX)
                       AND WS-RV-ORIG-ORDINAL (RV-SUM-IDX)
                           = WS-PDTL-ORDINAL
                   MOVE 'X' TO WS-PW-REVERSAL-FLAG
                   MOVE WS-RV-NEW-BATCH-ID (RV-SUM-IDX)
                       TO WS-PW-REF-BATCH-ID
                   MOVE WS-RUN-DATE TO WS-PW-REF-RUN-DATE
                   ADD 1 TO WS-RV-MARKED-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    EVERY POSTING RUN PRINTS THE OVERDRAFT EXCEPTION REPORT
      *    ODEXRPT: EACH ACCOUNT THAT WENT NEGATIVE OR PAST ITS
      *    APPROVED OVERDRAFT LIMIT THIS BUSINESS DATE, OR WAS STILL
      *    OVERDRAWN FROM AN EARLIER ONE, WITH THE BATCH AND POSTING
      *    THAT PUSHED IT OVER, THE PEAK NEGATIVE AND CLOSING
      *    BALANCES AND THE CONSECUTIVE BUSINESS DAYS IT HAS CLOSED
      *    OVERDRAWN, WORST OFFENDERS FIRST. THE DAY'S POSTINGS ARE
      *    TAKEN FROM ACCTDTL RATHER THAN COUNTED AS THEY POST, SO A
      *    CHECKPOINT RESTART REPORTS THE WHOLE DAY. THE DAY COUNTS
      *    ARE CARRIED FROM RUN TO RUN ON THE TRACKING FILE ODTRACK,
      *    ONE ROW PER ACCOUNT THAT CLOSED OVERDRAWN; A RERUN OF THE
      *    SAME BUSINESS DATE KEEPS THE COUNT INSTEAD OF ADDING A DAY.
       PRODUCE-OVERDRAFT-REPORT.
           MOVE ZEROES TO WS-OD-USED
           PERFORM LOAD-OVERDRAFT-TRACKING
           PERFORM SCAN-OVERDRAFT-POSTINGS
           PERFORM FINISH-OVERDRAFT-ENTRIES
           PERFORM PRINT-OVERDRAFT-REPORT
           PERFORM SAVE-OVERDRAFT-TRACKING
           IF WS-OD-FULL
               DISPLAY 'WARNING: OVERDRAFT TABLE FULL AT '
                       WS-OD-USED ' ACCOUNTS - ODEXRPT AND ODTRACK '
                       'ARE INCOMPLETE'
               SET WS-ACCT-WARNING TO TRUE
           END-IF
           DISPLAY 'OVERDRAFT EXCEPTIONS: ' WS-OD-USED
                   ' ACCOUNTS LISTED ON ODEXRPT, '
                   WS-OD-OVER-LIMIT-COUNT ' OVER LIMIT'.

       LOAD-OVERDRAFT-TRACKING.
           OPEN INPUT OVERDRAFT-TRACK-FILE
           IF WS-ODTRK-FILE-OK
               MOVE 'N' TO WS-OD-EOF-FLAG
               PERFORM UNTIL WS-OD-EOF
                   READ OVERDRAFT-TRACK-FILE
                       AT END
                           SET WS-OD-EOF TO TRUE
                       NOT AT END
                           MOVE OT-ACCOUNT-NO TO WS-OD-SEARCH-ACCOUNT
                           PERFORM ADD-OVERDRAFT-ENTRY
                           IF WS-OD-FOUND
                               MOVE OT-LAST-DATE
                                   TO WS-OD-TRACKED-DATE (OD-IDX)
                               MOVE OT-DAYS-OVERDRAWN
                                   TO WS-OD-TRACKED-DAYS (OD-IDX)
                               MOVE OT-KIND TO WS-OD-KIND (OD-IDX)
                               MOVE OT-TRIGGER-BATCH-ID
                                   TO WS-OD-TRIGGER-BATCH-ID (OD-IDX)
                               MOVE OT-TRIGGER-DATE
                                   TO WS-OD-TRIGGER-DATE (OD-IDX)
                               MOVE OT-TRIGGER-DC
                                   TO WS-OD-TRIGGER-DC (OD-IDX)
                               MOVE OT-TRIGGER-AMOUNT
                                   TO WS-OD-TRIGGER-AMOUNT (OD-IDX)
                               MOVE OT-TRIGGER-BRANCH
                                   TO WS-OD-TRIGGER-BRANCH (OD-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERDRAFT-TRACK-FILE
           END-IF.

      *    THE BALANCE BEFORE EACH POSTING IS ITS RESULT BALANCE LESS
      *    THE POSTING ITSELF. THE TRIGGER IS THE FIRST POSTING THAT
      *    TOOK THE ACCOUNT NEGATIVE, REPLACED BY THE FIRST ONE THAT
      *    TOOK IT PAST ITS LIMIT IF IT GOT THAT FAR.
       SCAN-OVERDRAFT-POSTINGS.
           OPEN INPUT POSTING-DETAIL-FILE
           IF WS-PDTL-FILE-OK
               MOVE 'N' TO WS-OD-EOF-FLAG
               PERFORM UNTIL WS-OD-EOF
                   READ POSTING-DETAIL-FILE
                       AT END
                           SET WS-OD-EOF TO TRUE
                       NOT AT END
                           IF PD-RUN-DATE = WS-RUN-DATE
                               PERFORM NOTE-OVERDRAFT-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-DETAIL-FILE
           END-IF.

       NOTE-OVERDRAFT-POSTING.
           IF PD-DC-INDICATOR = 'D'
               COMPUTE WS-OD-SIGNED-AMOUNT = PD-AMOUNT * -1
           ELSE
               MOVE PD-AMOUNT TO WS-OD-SIGNED-AMOUNT
           END-IF
           COMPUTE WS-OD-PRIOR-BALANCE =
               PD-RESULT-BALANCE - WS-OD-SIGNED-AMOUNT
           MOVE PD-ACCOUNT-NO TO WS-OD-SEARCH-ACCOUNT
           PERFORM FIND-OVERDRAFT-ENTRY
           IF NOT WS-OD-FOUND AND PD-RESULT-BALANCE < ZERO
               PERFORM ADD-OVERDRAFT-ENTRY
               IF WS-OD-FOUND
                   PERFORM SET-OVERDRAFT-TRIGGER
               END-IF
           ELSE
               IF WS-OD-FOUND AND WS-OD-WENT-NEGATIVE (OD-IDX)
                       AND PD-RESULT-BALANCE + WS-OD-LIMIT (OD-IDX)
                           < ZERO
                   PERFORM SET-OVERDRAFT-TRIGGER
               END-IF
           END-IF
           IF WS-OD-FOUND
               IF WS-OD-PRIOR-BALANCE < WS-OD-PEAK-BALANCE (OD-IDX)
                   MOVE WS-OD-PRIOR-BALANCE
                       TO WS-OD-PEAK-BALANCE (OD-IDX)
               END-IF
               IF PD-RESULT-BALANCE < WS-OD-PEAK-BALANCE (OD-IDX)
                   MOVE PD-RESULT-BALANCE
                       TO WS-OD-PEAK-BALANCE (OD-IDX)
               END-IF
           END-IF.

       SET-OVERDRAFT-TRIGGER.
           IF PD-RESULT-BALANCE + WS-OD-LIMIT (OD-IDX) < ZERO
               SET WS-OD-WENT-OVER-LIMIT (OD-IDX) TO TRUE
           ELSE
               SET WS-OD-WENT-NEGATIVE (OD-IDX) TO TRUE
           END-IF
           MOVE PD-BATCH-ID     TO WS-OD-TRIGGER-BATCH-ID (OD-IDX)
           MOVE PD-RUN-DATE     TO WS-OD-TRIGGER-DATE (OD-IDX)
           MOVE PD-DC-INDICATOR TO WS-OD-TRIGGER-DC (OD-IDX)
           MOVE PD-AMOUNT       TO WS-OD-TRIGGER-AMOUNT (OD-IDX)
           MOVE PD-BRANCH-CODE  TO WS-OD-TRIGGER-BRANCH (OD-IDX).

       FIND-OVERDRAFT-ENTRY.
           MOVE 'N' TO WS-OD-FOUND-FLAG
           PERFORM VARYING OD-IDX FROM 1 BY 1
                   UNTIL OD-IDX > WS-OD-USED
               IF WS-OD-ACCOUNT-NO (OD-IDX) = WS-OD-SEARCH-ACCOUNT
                   SET WS-OD-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    THE LIMIT IS TAKEN FROM THE MASTER AS IT STANDS AT THE END
      *    OF THE RUN. AN ACCOUNT WRITTEN BEFORE THE MASTER CARRIED A
      *    LIMIT HAS SPACES THERE, NOT A PACKED AMOUNT, AND IS TAKEN
      *    AS HAVING NO OVERDRAFT.
       ADD-OVERDRAFT-ENTRY.
           MOVE 'N' TO WS-OD-FOUND-FLAG
           IF WS-OD-USED < 2000
               ADD 1 TO WS-OD-USED
               SET OD-IDX TO WS-OD-USED
               SET WS-OD-FOUND TO TRUE
               MOVE SPACES TO WS-OD-ENTRY (OD-IDX)
               MOVE WS-OD-SEARCH-ACCOUNT TO WS-OD-ACCOUNT-NO (OD-IDX)
               MOVE ZEROES TO WS-OD-TRIGGER-DATE (OD-IDX)
                              WS-OD-TRIGGER-AMOUNT (OD-IDX)
                              WS-OD-PEAK-BALANCE (OD-IDX)
                              WS-OD-CLOSING-BALANCE (OD-IDX)
                              WS-OD-TRACKED-DATE (OD-IDX)
                              WS-OD-TRACKED-DAYS (OD-IDX)
                              WS-OD-DAYS-OVERDRAWN (OD-IDX)
               MOVE 'N' TO WS-OD-PRINTED-FLAG (OD-IDX)
               MOVE WS-OD-SEARCH-ACCOUNT TO AM-ACCOUNT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE '*NOT ON FILE*'
                           TO WS-OD-ACCOUNT-NAME (OD-IDX)
                       MOVE ZEROES TO WS-OD-LIMIT (OD-IDX)
                   NOT INVALID KEY
                       MOVE AM-ACCOUNT-NAME
                           TO WS-OD-ACCOUNT-NAME (OD-IDX)
                       IF AM-OVERDRAFT-LIMIT NUMERIC
                           MOVE AM-OVERDRAFT-LIMIT
                               TO WS-OD-LIMIT (OD-IDX)
                       ELSE
                           MOVE ZEROES TO WS-OD-LIMIT (OD-IDX)
                       END-IF
               END-READ
           ELSE
               SET WS-OD-FULL TO TRUE
           END-IF.

      *    AN ACCOUNT THAT CLOSES OVERDRAWN ADDS A DAY TO THE COUNT IT
      *    CARRIED IN, OR STARTS AT ONE; AN ACCOUNT BACK IN CREDIT
      *    CLOSES THE RUN ON ZERO DAYS.
       FINISH-OVERDRAFT-ENTRIES.
           MOVE ZEROES TO WS-OD-OVER-LIMIT-COUNT
                          WS-OD-OVERDRAWN-COUNT
                          WS-OD-RECOVERED-COUNT
           PERFORM VARYING OD-IDX FROM 1 BY 1
                   UNTIL OD-IDX > WS-OD-USED
               MOVE WS-OD-ACCOUNT-NO (OD-IDX) TO AM-ACCOUNT-NO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE ZEROES TO AM-BALANCE
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               MOVE AM-BALANCE TO WS-OD-CLOSING-BALANCE (OD-IDX)
               IF AM-BALANCE < WS-OD-PEAK-BALANCE (OD-IDX)
                   MOVE AM-BALANCE TO WS-OD-PEAK-BALANCE (OD-IDX)
               END-IF
               IF AM-BALANCE < ZERO
                   IF WS-OD-TRACKED-DATE (OD-IDX) = WS-RUN-DATE
                       MOVE WS-OD-TRACKED-DAYS (OD-IDX)
                           TO WS-OD-DAYS-OVERDRAWN (OD-IDX)
                   ELSE
                       IF WS-OD-TRACKED-DAYS (OD-IDX) < 9999
                           ADD 1 WS-OD-TRACKED-DAYS (OD-IDX)
                               GIVING WS-OD-DAYS-OVERDRAWN (OD-IDX)
                       ELSE
                           MOVE 9999 TO WS-OD-DAYS-OVERDRAWN (OD-IDX)
                       END-IF
                   END-IF
                   IF AM-BALANCE + WS-OD-LIMIT (OD-IDX) < ZERO
                       ADD 1 TO WS-OD-OVER-LIMIT-COUNT
                   ELSE
                       ADD 1 TO WS-OD-OVERDRAWN-COUNT
                   END-IF
               ELSE
                   MOVE ZEROES TO WS-OD-DAYS-OVERDRAWN (OD-IDX)
                   ADD 1 TO WS-OD-RECOVERED-COUNT
               END-IF
           END-PERFORM.

       PRINT-OVERDRAFT-REPORT.
           OPEN OUTPUT OVERDRAFT-PRINT-FILE
           MOVE WS-RUN-DATE TO WOH-DATE
           WRITE OVERDRAFT-PRINT-LINE FROM WS-OD-HEADING-LINE
           WRITE OVERDRAFT-PRINT-LINE FROM WS-HEADING-LINE-2
           WRITE OVERDRAFT-PRINT-LINE FROM WS-OD-COLUMN-HEADING
           IF WS-OD-USED = ZEROES
               WRITE OVERDRAFT-PRINT-LINE FROM WS-OD-NONE-LINE
           END-IF
           PERFORM WS-OD-USED TIMES
               PERFORM PRINT-NEXT-OVERDRAFT
           END-PERFORM
           WRITE OVERDRAFT-PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE WS-OD-USED             TO WOC-LISTED
           MOVE WS-OD-OVER-LIMIT-COUNT TO WOC-OVER-LIMIT
           MOVE WS-OD-OVERDRAWN-COUNT  TO WOC-OVERDRAWN
           MOVE WS-OD-RECOVERED-COUNT  TO WOC-RECOVERED
           WRITE OVERDRAFT-PRINT-LINE FROM WS-OD-COUNT-LINE
           CLOSE OVERDRAFT-PRINT-FILE.

      *    THE NEXT ACCOUNT PRINTED IS THE ONE LONGEST OVERDRAWN, AND
      *    AMONG EQUALS THE ONE WITH THE LOWEST CLOSING BALANCE.
       PRINT-NEXT-OVERDRAFT.
           MOVE 'N' TO WS-OD-FOUND-FLAG
           PERFORM VARYING OD-SUM-IDX FROM 1 BY 1
                   UNTIL OD-SUM-IDX > WS-OD-USED
               IF WS-OD-PRINTED-FLAG (OD-SUM-IDX) = 'N'
                   IF NOT WS-OD-FOUND
                       SET OD-IDX TO OD-SUM-IDX
                       SET WS-OD-FOUND TO TRUE
                   ELSE
                       IF WS-OD-DAYS-OVERDRAWN (OD-SUM-IDX)
                               > WS-OD-DAYS-OVERDRAWN (OD-IDX)
                           SET OD-IDX TO OD-SUM-IDX
                       ELSE
                           IF WS-OD-DAYS-OVERDRAWN (OD-SUM-IDX)
                                   = WS-OD-DAYS-OVERDRAWN (OD-IDX)
                               AND WS-OD-CLOSING-BALANCE (OD-SUM-IDX)
                                   < WS-OD-CLOSING-BALANCE (OD-IDX)
                               SET OD-IDX TO OD-SUM-IDX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-OD-PRINTED-FLAG (OD-IDX)
           MOVE WS-OD-ACCOUNT-NO (OD-IDX)      TO WOA-ACCOUNT-NO
           MOVE WS-OD-ACCOUNT-NAME (OD-IDX)    TO WOA-ACCOUNT-NAME
           MOVE WS-OD-LIMIT (OD-IDX)           TO WOA-LIMIT
           MOVE WS-OD-PEAK-BALANCE (OD-IDX)    TO WOA-PEAK-BALANCE
           MOVE WS-OD-CLOSING-BALANCE (OD-IDX) TO WOA-CLOSING-BALANCE
           MOVE WS-OD-DAYS-OVERDRAWN (OD-IDX)  TO WOA-DAYS
           WRITE OVERDRAFT-PRINT-LINE FROM WS-OD-ACCOUNT-LINE
           MOVE WS-OD-TRIGGER-BATCH-ID (OD-IDX) TO WOT-BATCH-ID
           MOVE WS-OD-TRIGGER-DATE (OD-IDX)     TO WOT-DATE
           MOVE WS-OD-TRIGGER-DC (OD-IDX)       TO WOT-DC-INDICATOR
           MOVE WS-OD-TRIGGER-AMOUNT (OD-IDX)   TO WOT-AMOUNT
           MOVE WS-OD-TRIGGER-BRANCH (OD-IDX)   TO WOT-BRANCH-CODE
           IF WS-OD-CLOSING-BALANCE (OD-IDX) < ZERO
               IF WS-OD-CLOSING-BALANCE (OD-IDX) + WS-OD-LIMIT (OD-IDX)
                       < ZERO
                   MOVE 'OVER LIMIT' TO WOT-STATUS
               ELSE
                   MOVE 'OVERDRAWN'  TO WOT-STATUS
               END-IF
           ELSE
               MOVE 'RECOVERED'  TO WOT-STATUS
           END-IF
           WRITE OVERDRAFT-PRINT-LINE FROM WS-OD-TRIGGER-LINE.

       SAVE-OVERDRAFT-TRACKING.
           OPEN OUTPUT OVERDRAFT-TRACK-FILE
           PERFORM VARYING OD-IDX FROM 1 BY 1
                   UNTIL OD-IDX > WS-OD-USED
               IF WS-OD-CLOSING-BALANCE (OD-IDX) < ZERO
                   MOVE SPACES TO OVERDRAFT-TRACK-RECORD
                   MOVE WS-OD-ACCOUNT-NO (OD-IDX)  TO OT-ACCOUNT-NO
                   MOVE WS-RUN-DATE                TO OT-LAST-DATE
                   MOVE WS-OD-DAYS-OVERDRAWN (OD-IDX)
                       TO OT-DAYS-OVERDRAWN
                   MOVE WS-OD-KIND (OD-IDX)        TO OT-KIND
                   MOVE WS-OD-TRIGGER-BATCH-ID (OD-IDX)
                       TO OT-TRIGGER-BATCH-ID
                   MOVE WS-OD-TRIGGER-DATE (OD-IDX) TO OT-TRIGGER-DATE
                   MOVE WS-OD-TRIGGER-DC (OD-IDX)  TO OT-TRIGGER-DC
                   MOVE WS-OD-TRIGGER-AMOUNT (OD-IDX)
                       TO OT-TRIGGER-AMOUNT
                   MOVE WS-OD-TRIGGER-BRANCH (OD-IDX)
                       TO OT-TRIGGER-BRANCH
                   WRITE OVERDRAFT-TRACK-RECORD
               END-IF
           END-PERFORM
           CLOSE OVERDRAFT-TRACK-FILE.

       FIND-OR-ADD-BRANCH-SLOT.
           MOVE 'Y' TO WS-BRANCH-KNOWN-FLAG
           IF NOT WS-BRN-BYPASS
                               TO WS-BT-TRAILER-COUNT (BT-SUM-IDX)
                           MOVE CKPT-BT-RECON-FLAG (BT-SUM-IDX)
                               TO WS-BT-RECON-FLAG (BT-SUM-IDX)
                           MOVE CKPT-BT-CURRENCY-CODE (BT-SUM-IDX)
                               TO WS-BT-CURRENCY-CODE (BT-SUM-IDX)
                           MOVE CKPT-BT-CURRENCY-TOTAL (BT-SUM-IDX)
                               TO WS-BT-CURRENCY-TOTAL (BT-SUM-IDX)
                       END-PERFORM
                       SET WS-RESTARTED TO TRUE
                       DISPLAY 'RESTARTING FROM CHECKPOINT AT RECORD '
                   TO CKPT-BT-TRAILER-COUNT (BT-SUM-IDX)
               MOVE WS-BT-RECON-FLAG (BT-SUM-IDX)
                   TO CKPT-BT-RECON-FLAG (BT-SUM-IDX)
               MOVE WS-BT-CURRENCY-CODE (BT-SUM-IDX)
                   TO CKPT-BT-CURRENCY-CODE (BT-SUM-IDX)
               MOVE WS-BT-CURRENCY-TOTAL (BT-SUM-IDX)
                   TO CKPT-BT-CURRENCY-TOTAL (BT-SUM-IDX)
           END-PERFORM
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.
               MOVE WS-BT-SOURCE-SITE (BT-SUM-IDX) TO WBT-SITE
               MOVE WS-BT-COUNT (BT-SUM-IDX)       TO WBT-COUNT
               MOVE WS-BT-TOTAL (BT-SUM-IDX)       TO WBT-TOTAL
               IF WS-BT-CURRENCY-CODE (BT-SUM-IDX) = SPACES
                   MOVE 'BASE' TO WBT-CURRENCY
               ELSE
                   MOVE WS-BT-CURRENCY-CODE (BT-SUM-IDX)
                       TO WBT-CURRENCY
               END-IF
               IF WS-BT-RECON-FLAG (BT-SUM-IDX) = 'Y'
                   MOVE 'OK'            TO WBT-STATUS
               ELSE
           IF WS-SITE-SLOTS-USED > ZEROES
               PERFORM PRINT-SITE-POSITIONS
           END-IF
           IF WS-CY-USED > ZEROES
               PERFORM PRINT-CURRENCY-BREAKDOWN
           END-IF
           WRITE PRINT-LINE FROM WS-HEADING-LINE-2
           WRITE PRINT-LINE FROM WS-DETAIL-LINE-1
           WRITE PRINT-LINE FROM WS-DETAIL-LINE-2
                       ON SIZE ERROR
                           PERFORM OVERFLOW-ERROR
                   END-ADD
                   ADD WS-BT-CURRENCY-TOTAL (BT-SUM-IDX)
                       TO WS-ST-CURRENCY-TOTAL (ST-IDX)
                       ON SIZE ERROR
                           PERFORM OVERFLOW-ERROR
                   END-ADD
               END-IF
           END-PERFORM
           PERFORM VARYING ST-SUM-IDX FROM 1 BY 1
                   TO WS-SITE-NET-TOTAL
           END-PERFORM.

      *    A SITE SETTLES EACH CURRENCY SEPARATELY, SO THE SLOT IS
      *    KEYED ON SITE AND CURRENCY TOGETHER. THE NETTING TOTALS
      *    ACROSS SITES ARE STILL TAKEN FROM THE BASE AMOUNTS.
       FIND-OR-ADD-SITE-SLOT.
           MOVE 'N' TO WS-SITE-FOUND-FLAG
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-SITE-SLOTS-USED
               IF WS-ST-SITE (ST-IDX)
                       = WS-BT-SOURCE-SITE (BT-SUM-IDX)
                       AND WS-ST-CURRENCY-CODE (ST-IDX)
                       = WS-BT-CURRENCY-CODE (BT-SUM-IDX)
                   SET WS-SITE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
                   SET ST-IDX TO WS-SITE-SLOTS-USED
                   MOVE WS-BT-SOURCE-SITE (BT-SUM-IDX)
                       TO WS-ST-SITE (ST-IDX)
                   MOVE WS-BT-CURRENCY-CODE (BT-SUM-IDX)
                       TO WS-ST-CURRENCY-CODE (ST-IDX)
                   MOVE ZEROES TO WS-ST-BATCH-COUNT (ST-IDX)
                   MOVE ZEROES TO WS-ST-TXN-COUNT (ST-IDX)
                   MOVE ZEROES TO WS-ST-NET-TOTAL (ST-IDX)
                   MOVE ZEROES TO WS-ST-CURRENCY-TOTAL (ST-IDX)
               ELSE
                   SET ST-IDX TO 200
                   MOVE '****' TO WS-ST-SITE (ST-IDX)
                   MOVE '***'  TO WS-ST-CURRENCY-CODE (ST-IDX)
               END-IF
           END-IF.

           PERFORM VARYING ST-SUM-IDX FROM 1 BY 1
                   UNTIL ST-SUM-IDX > WS-SITE-SLOTS-USED
               MOVE WS-ST-SITE (ST-SUM-IDX)        TO WSP-SITE
               IF WS-ST-CURRENCY-CODE (ST-SUM-IDX) = SPACES
                   MOVE 'BASE' TO WSP-CURRENCY
               ELSE
                   MOVE WS-ST-CURRENCY-CODE (ST-SUM-IDX)
                       TO WSP-CURRENCY
               END-IF
               MOVE WS-ST-BATCH-COUNT (ST-SUM-IDX) TO WSP-BATCHES
               MOVE WS-ST-TXN-COUNT (ST-SUM-IDX)   TO WSP-COUNT
               MOVE WS-ST-CURRENCY-TOTAL (ST-SUM-IDX)
                   TO WSP-CURRENCY-TOTAL
               MOVE WS-ST-NET-TOTAL (ST-SUM-IDX)   TO WSP-TOTAL
               IF WS-ST-NET-TOTAL (ST-SUM-IDX) < ZEROES
                   MOVE 'NET DEBIT'  TO WSP-POSITION
      *    SITE PAYS IN, A NET CREDIT SITE RECEIVES. THE FILE GOES
      *    TO THE WIRE SYSTEM, SO IT IS WRITTEN ONLY ON A POSTING
      *    RUN AND ONLY FROM RECONCILED BATCHES - THE SAME BATCHES
      *    THE GL INTERFACE CARRIES. A SITE THAT SUBMITTED IN MORE
      *    THAN ONE CURRENCY GETS ONE INSTRUCTION PER CURRENCY, FOR
      *    THE AMOUNT IN THAT CURRENCY; THE BASE CURRENCY ROW CARRIES
      *    A BLANK CURRENCY CODE.
       WRITE-FUNDS-MOVEMENT.
           OPEN OUTPUT FUNDS-MOVEMENT-FILE
           PERFORM VARYING ST-SUM-IDX FROM 1 BY 1
                               'FROM SETTLRPT'
                   END-IF
               ELSE
               IF WS-ST-CURRENCY-TOTAL (ST-SUM-IDX) NOT = ZEROES
                   MOVE SPACES TO FUNDS-MOVEMENT-RECORD
                   MOVE WS-ST-SITE (ST-SUM-IDX) TO FM-SOURCE-SITE
                   MOVE WS-ST-CURRENCY-CODE (ST-SUM-IDX)
                       TO FM-CURRENCY-CODE
                   IF WS-ST-CURRENCY-TOTAL (ST-SUM-IDX) < ZEROES
                       MOVE 'PAY' TO FM-DIRECTION
                       COMPUTE WS-FM-WORK-AMOUNT =
                           WS-ST-CURRENCY-TOTAL (ST-SUM-IDX) * -1
                   ELSE
                       MOVE 'RCV' TO FM-DIRECTION
                       MOVE WS-ST-CURRENCY-TOTAL (ST-SUM-IDX)
                           TO WS-FM-WORK-AMOUNT
                   END-IF
                   MOVE WS-FM-WORK-AMOUNT TO FM-AMOUNT
           DISPLAY 'FUNDS MOVEMENT FILE FUNDSMV WRITTEN - '
                   WS-FM-WRITTEN-COUNT ' SITE INSTRUCTIONS'.

      *    THE CURRENCY BREAKDOWN COVERS EVERY BATCH IN THE RUN,
      *    RECONCILED OR NOT, SO IT TIES BACK TO THE BATCH LINES ABOVE
      *    IT ON THE REPORT. A CURRENCY WHOSE BATCHES ALL CAME IN AS
      *    REVERSALS OF EARLIER DAYS STILL SHOWS TODAY'S RATE.
       SUMMARIZE-CURRENCY-BREAKDOWN.
           PERFORM VARYING BT-SUM-IDX FROM 1 BY 1
                   UNTIL BT-SUM-IDX > WS-BATCHES-USED
               PERFORM FIND-OR-ADD-CURRENCY-SLOT
               ADD 1 TO WS-CY-BATCH-COUNT (CY-IDX)
               ADD WS-BT-COUNT (BT-SUM-IDX)
                   TO WS-CY-TXN-COUNT (CY-IDX)
               ADD WS-BT-CURRENCY-TOTAL (BT-SUM-IDX)
                   TO WS-CY-CURRENCY-TOTAL (CY-IDX)
                   ON SIZE ERROR
                       PERFORM OVERFLOW-ERROR
               END-ADD
               ADD WS-BT-TOTAL (BT-SUM-IDX)
                   TO WS-CY-BASE-TOTAL (CY-IDX)
                   ON SIZE ERROR
                       PERFORM OVERFLOW-ERROR
               END-ADD
           END-PERFORM.

       FIND-OR-ADD-CURRENCY-SLOT.
           MOVE 'N' TO WS-CY-FOUND-FLAG
           PERFORM VARYING CY-IDX FROM 1 BY 1
                   UNTIL CY-IDX > WS-CY-USED
               IF WS-CY-CURRENCY-CODE (CY-IDX)
                       = WS-BT-CURRENCY-CODE (BT-SUM-IDX)
                   SET WS-CY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-CY-FOUND
               IF WS-CY-USED < 50
                   ADD 1 TO WS-CY-USED
                   SET CY-IDX TO WS-CY-USED
                   MOVE WS-BT-CURRENCY-CODE (BT-SUM-IDX)
                       TO WS-CY-CURRENCY-CODE (CY-IDX)
                   MOVE ZEROES TO WS-CY-BATCH-COUNT (CY-IDX)
                   MOVE ZEROES TO WS-CY-TXN-COUNT (CY-IDX)
                   MOVE ZEROES TO WS-CY-CURRENCY-TOTAL (CY-IDX)
                   MOVE ZEROES TO WS-CY-BASE-TOTAL (CY-IDX)
               ELSE
                   SET CY-IDX TO 50
                   MOVE '***' TO WS-CY-CURRENCY-CODE (CY-IDX)
               END-IF
           END-IF.

       PRINT-CURRENCY-BREAKDOWN.
           WRITE PRINT-LINE FROM WS-HEADING-LINE-2
           WRITE PRINT-LINE FROM WS-CURRENCY-SECTION-HEADING
           WRITE PRINT-LINE FROM WS-CURRENCY-HEADING-LINE
           PERFORM VARYING CY-SUM-IDX FROM 1 BY 1
                   UNTIL CY-SUM-IDX > WS-CY-USED
               MOVE WS-CY-BATCH-COUNT (CY-SUM-IDX)    TO WCY-BATCHES
               MOVE WS-CY-TXN-COUNT (CY-SUM-IDX)      TO WCY-COUNT
               MOVE WS-CY-CURRENCY-TOTAL (CY-SUM-IDX)
                   TO WCY-CURRENCY-TOTAL
               MOVE WS-CY-BASE-TOTAL (CY-SUM-IDX)     TO WCY-BASE-TOTAL
               IF WS-CY-CURRENCY-CODE (CY-SUM-IDX) = SPACES
                   MOVE 'BASE' TO WCY-CURRENCY
                   MOVE 1      TO WCY-RATE
               ELSE
                   MOVE WS-CY-CURRENCY-CODE (CY-SUM-IDX)
                       TO WCY-CURRENCY
                   MOVE WS-CY-CURRENCY-CODE (CY-SUM-IDX)
                       TO WS-XR-SEARCH-CODE
                   PERFORM FIND-EXCHANGE-RATE
                   IF WS-XR-FOUND
                       MOVE WS-XR-RATE (XR-IDX) TO WCY-RATE
                   ELSE
                       MOVE ZEROES TO WCY-RATE
                   END-IF
               END-IF
               WRITE PRINT-LINE FROM WS-CURRENCY-LINE
           END-PERFORM.

       WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-INTERFACE-FILE
           PERFORM VARYING BT-SUM-IDX FROM 1 BY 1
                   AT END
                       SET WS-DS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DS-POSITION
                       IF TR-DETAIL-RECORD
                           ADD 1 TO WS-DS-INPUT-TOTAL
                           MOVE TR-BRANCH-CODE TO WS-DS-SEARCH-CODE
                           PERFORM FIND-OR-ADD-DISC-SLOT
                           ADD 1 TO WS-DS-INPUT-COUNT (DS-IDX)
                       END-IF
                       IF TR-REVERSAL-RECORD
                           PERFORM COUNT-REVERSAL-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.

      *    A POSTED REVERSAL IS AUDITED UNDER ITS ORIGINAL'S BRANCH.
       COUNT-REVERSAL-DETAIL.
           MOVE WS-DS-POSITION TO WS-RV-SEARCH-POSITION
           PERFORM FIND-REVERSAL-ENTRY
           IF WS-RV-FOUND AND NOT WS-RV-UNRESOLVED (RV-IDX)
               ADD 1 TO WS-DS-INPUT-TOTAL
               MOVE WS-RV-BRANCH-CODE (RV-IDX) TO WS-DS-SEARCH-CODE
               PERFORM FIND-OR-ADD-DISC-SLOT
               ADD 1 TO WS-DS-INPUT-COUNT (DS-IDX)
           END-IF.

       PAIR-AUDIT-ROWS.
           OPEN INPUT AUDIT-INPUT-FILE
           IF NOT WS-AUDIN-FILE-OK
                   TR-BATCH-ID
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       REVERSAL-TABLE-FULL-ERROR.
           DISPLAY 'ABEND: MORE THAN 500 REVERSAL RECORDS ON ONE '
                   'INPUT FILE - SPLIT THE FILE AND RERUN'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
