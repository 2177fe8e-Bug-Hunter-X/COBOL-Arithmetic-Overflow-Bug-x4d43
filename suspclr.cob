       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPCLR.
      *    SUSPENSE CLEARING AND AGING. THE SETTLEMENT RUN PARKS EVERY
      *    ITEM IT CANNOT POST TO AN ACCOUNT - NOT ON THE ACCOUNT
      *    MASTER (ACNF) OR CLOSED SINCE THE EDIT PASS (ACCL) - ON THE
      *    SUSPENSE FILE SUSPENSE. OPERATIONS RESEARCH EACH ITEM AND
      *    KEY A CLEARING INSTRUCTION ONTO SUSPINST: THE BUSINESS DATE
      *    AND SUSPENSE SEQUENCE OF THE ITEM, ACTION 'P' TO POST IT TO
      *    THE CORRECT ACCOUNT OR 'W' TO WRITE IT OFF TO A NAMED GL
      *    ACCOUNT, AND THE TARGET ACCOUNT. A POST IS APPLIED TO THE
      *    ACCOUNT MASTER ACCTMST AND WRITTEN TO THE POSTING DETAIL
      *    ACCTDTL UNDER THE ORIGINAL BATCH ID, SO IT REACHES THE
      *    STATEMENT LIKE ANY OTHER POSTING. THE ROW IS MARKED WITH
      *    SOURCE 'S' SO A SETTLEMENT RERUN FOR THE SAME BUSINESS
      *    DATE KEEPS IT WHEN IT DROPS ITS OWN ROWS. A WRITE-OFF
      *    TOUCHES NO ACCOUNT AND IS LISTED WITH ITS GL ACCOUNT FOR
      *    THE JOURNAL.
      *    THE SUSPENSE FILE IS REWRITTEN IN PLACE WITH EACH CLEARED
      *    ITEM MARKED POSTED OR WRITTEN OFF WITH THE CLEARING DATE.
      *    AN INSTRUCTION FOR AN ITEM ALREADY CLEARED, NOT ON THE
      *    SUSPENSE FILE, OR NAMING AN ACCOUNT NOT ON FILE OR CLOSED
      *    IS REFUSED. EVERY RUN - WITH OR WITHOUT INSTRUCTIONS -
      *    PRINTS THE DAILY SUSPENSE AGING REPORT SUSPAGRP: EACH
      *    CLEARING ACTION, EVERY ITEM STILL OPEN WITH ITS AGE IN
      *    DAYS, ITEMS OVER THE AGING THRESHOLD FLAGGED, AND A ROLLUP
      *    BY AGE BAND. RETURN CODE 4 SIGNALS A REFUSED INSTRUCTION
      *    OR AN ITEM PAST THE THRESHOLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARING-FILE ASSIGN TO "SUSPINST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT SUSPENSE-OLD-FILE ASSIGN TO "SUSPENSE.OLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPO-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT POSTING-DETAIL-FILE ASSIGN TO "ACCTDTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDTL-FILE-STATUS.
           SELECT AGING-PRINT-FILE ASSIGN TO "SUSPAGRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-PARM-FILE ASSIGN TO "PARMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-FILE
           RECORD CONTAINS 40 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CLEARING-RECORD.
           05  CI-ACTION              PIC X.
               88  CI-POST                   VALUE 'P'.
               88  CI-WRITE-OFF              VALUE 'W'.
           05  CI-BUSINESS-DATE       PIC X(8).
           05  CI-SUSPENSE-SEQ        PIC X(7).
           05  CI-TARGET              PIC X(10).
           05  FILLER                 PIC X(14).

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
               88  SP-IS-DEBIT               VALUE 'D'.
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
           05  FILLER                 PIC X(10).
           05  PD-SOURCE              PIC X.
               88  PD-FROM-SUSPENSE          VALUE 'S'.
           05  FILLER                 PIC X(4).

       FD  AGING-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  AGING-PRINT-LINE           PIC X(80).

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
       01  WS-CLR-FILE-STATUS     PIC XX   VALUE '00'.
           88  WS-CLR-FILE-OK               VALUE '00'.
           88  WS-CLR-FILE-MISSING          VALUE '35'.
       01  WS-SUSP-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-SUSP-FILE-OK              VALUE '00'.
       01  WS-SUSPO-FILE-STATUS   PIC XX   VALUE '00'.
       01  WS-ACCT-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-ACCT-MASTER-OK            VALUE '00' '05'.
       01  WS-PDTL-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PDTL-FILE-OK              VALUE '00'.
           88  WS-PDTL-FILE-MISSING         VALUE '35'.
       01  WS-PARM-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-PARM-FILE-OK              VALUE '00'.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-AGE-THRESHOLD       PIC 9(3)  VALUE 5.
       01  WS-TODAY-INTEGER       PIC 9(8)  VALUE ZEROES.
       01  WS-ITEM-INTEGER        PIC 9(8)  VALUE ZEROES.
       01  WS-AGE-DAYS            PIC S9(4) VALUE ZEROES.

       01  WS-INSTRUCTION-TABLE.
           05  WS-CI-ENTRY OCCURS 500 TIMES
                       INDEXED BY CI-IDX CI-SUM-IDX.
               10  WS-CI-BUSINESS-DATE    PIC 9(8).
               10  WS-CI-SUSPENSE-SEQ     PIC 9(7).
               10  WS-CI-ACTION           PIC X.
               10  WS-CI-TARGET           PIC X(10).
               10  WS-CI-APPLIED-FLAG     PIC X.
       01  WS-CI-USED             PIC 9(4) VALUE ZEROES.
       01  WS-CI-FOUND-FLAG       PIC X    VALUE 'N'.
           88  WS-CI-FOUND                  VALUE 'Y'.

       01  WS-AGE-BAND-TABLE.
           05  WS-AB-ENTRY OCCURS 4 TIMES
                       INDEXED BY AB-IDX.
               10  WS-AB-COUNT            PIC 9(7).
               10  WS-AB-DEBITS           PIC S9(9)V99 COMP-3.
               10  WS-AB-CREDITS          PIC S9(9)V99 COMP-3.
       01  WS-AGE-BAND-CAPTIONS.
           05  FILLER                 PIC X(12) VALUE '0 - 5 DAYS'.
           05  FILLER                 PIC X(12) VALUE '6 - 14 DAYS'.
           05  FILLER                 PIC X(12) VALUE '15 - 30 DAYS'.
           05  FILLER                 PIC X(12) VALUE 'OVER 30 DAYS'.
       01  WS-AGE-BAND-CAPTION-TABLE REDEFINES WS-AGE-BAND-CAPTIONS.
           05  WS-AB-CAPTION OCCURS 4 TIMES PIC X(12).

       01  WS-READ-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-CLR-READ-COUNT      PIC 9(7) VALUE ZEROES.
       01  WS-OPEN-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-AGED-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-POSTED-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-WRITTEN-OFF-COUNT   PIC 9(7) VALUE ZEROES.
       01  WS-REFUSED-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-UNMATCHED-COUNT     PIC 9(7) VALUE ZEROES.
       01  WS-OPEN-DEBITS         PIC S9(9)V99 COMP-3 VALUE ZEROES.
       01  WS-OPEN-CREDITS        PIC S9(9)V99 COMP-3 VALUE ZEROES.
       01  WS-ACCT-SIGNED-AMOUNT  PIC S9(5)V99 COMP-3 VALUE ZEROES.

       01  WS-EOF-FLAG            PIC X    VALUE 'N'.
           88  END-OF-FILE                  VALUE 'Y'.
       01  WS-REFUSE-REASON       PIC X(24) VALUE SPACES.
           88  WS-INSTRUCTION-CLEAN         VALUE SPACES.
       01  WS-MASTER-OPEN-FLAG    PIC X    VALUE 'N'.
           88  WS-MASTER-OPEN               VALUE 'Y'.

       01  WS-SUSP-FILENAME       PIC X(20) VALUE "SUSPENSE".
       01  WS-SUSP-OLD-FILENAME   PIC X(20) VALUE "SUSPENSE.OLD".
       01  WS-RENAME-STATUS       PIC S9(9) COMP-5 VALUE ZERO.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(30) VALUE
               'SUSPENSE CLEARING AND AGING'.
           05  FILLER                 PIC X(8)  VALUE '  AS OF '.
           05  WH1-DATE               PIC 9999/99/99.
           05  FILLER                 PIC X(8)  VALUE '  OVER '.
           05  WH1-DAYS               PIC ZZ9.
           05  FILLER                 PIC X(5)  VALUE ' DAYS'.
           05  FILLER                 PIC X(16) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                 PIC X(80) VALUE ALL '-'.

       01  WS-ACTION-SECTION-HEADING.
           05  FILLER                 PIC X(80) VALUE
               'CLEARING ACTIONS THIS RUN:'.

       01  WS-ACTION-HEADING-LINE.
           05  FILLER                 PIC X(12) VALUE 'PARKED'.
           05  FILLER                 PIC X(9)  VALUE 'SEQ'.
           05  FILLER                 PIC X(8)  VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(10) VALUE 'ACTION'.
           05  FILLER                 PIC X(12) VALUE 'TARGET'.
           05  FILLER                 PIC X(11) VALUE '   AMOUNT'.
           05  FILLER                 PIC X(18) VALUE 'DISPOSITION'.

       01  WS-ACTION-LINE.
           05  WAC-BUSINESS-DATE      PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WAC-SUSPENSE-SEQ       PIC X(7).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WAC-ACCOUNT-NO         PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WAC-ACTION             PIC X(8).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WAC-TARGET             PIC X(10).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WAC-AMOUNT             PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WAC-DISPOSITION        PIC X(18).

       01  WS-OPEN-SECTION-HEADING.
           05  FILLER                 PIC X(80) VALUE
               'ITEMS STILL IN SUSPENSE:'.

       01  WS-OPEN-HEADING-LINE.
           05  FILLER                 PIC X(12) VALUE 'PARKED'.
           05  FILLER                 PIC X(9)  VALUE 'SEQ'.
           05  FILLER                 PIC X(8)  VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(11) VALUE 'BATCH'.
           05  FILLER                 PIC X(6)  VALUE 'BRCH'.
           05  FILLER                 PIC X(13) VALUE 'D/C  AMOUNT'.
           05  FILLER                 PIC X(6)  VALUE 'RSN'.
           05  FILLER                 PIC X(15) VALUE ' AGE'.

       01  WS-OPEN-LINE.
           05  WOL-BUSINESS-DATE      PIC 9999/99/99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WOL-SUSPENSE-SEQ       PIC X(7).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WOL-ACCOUNT-NO         PIC X(6).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WOL-BATCH-ID           PIC X(9).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WOL-BRANCH-CODE        PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WOL-DC                 PIC X.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WOL-AMOUNT             PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WOL-REASON-CODE        PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WOL-AGE                PIC ZZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WOL-FLAG               PIC X(10).

       01  WS-BAND-SECTION-HEADING.
           05  FILLER                 PIC X(49) VALUE
               'OPEN SUSPENSE BY AGE:       ITEMS          DEBITS'.
           05  FILLER                 PIC X(31) VALUE
               '        CREDITS'.

       01  WS-BAND-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WBL-CAPTION            PIC X(12).
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  WBL-COUNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WBL-DEBITS             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)  VALUE SPACES.
           05  WBL-CREDITS            PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(16) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                 PIC X(5)  VALUE 'OPEN '.
           05  WSL-OPEN               PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(7)  VALUE '  AGED '.
           05  WSL-AGED               PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(9)  VALUE '  POSTED '.
           05  WSL-POSTED             PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(14) VALUE
               '  WRITTEN OFF '.
           05  WSL-WRITTEN-OFF        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(10) VALUE '  REFUSED '.
           05  WSL-REFUSED            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-RUN-PARAMETERS
           INITIALIZE WS-AGE-BAND-TABLE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           PERFORM LOAD-CLEARING-INSTRUCTIONS
           IF WS-CI-USED > ZEROES
               PERFORM OPEN-ACCOUNT-MASTER
           END-IF
           OPEN OUTPUT AGING-PRINT-FILE
           MOVE WS-RUN-DATE      TO WH1-DATE
           MOVE WS-AGE-THRESHOLD TO WH1-DAYS
           WRITE AGING-PRINT-LINE FROM WS-HEADING-LINE-1
           WRITE AGING-PRINT-LINE FROM WS-HEADING-LINE-2
           IF WS-CI-USED > ZEROES
               WRITE AGING-PRINT-LINE FROM WS-ACTION-SECTION-HEADING
               WRITE AGING-PRINT-LINE FROM WS-ACTION-HEADING-LINE
           END-IF
           PERFORM CLEAR-AND-AGE-SUSPENSE
           IF WS-MASTER-OPEN
               CLOSE ACCOUNT-MASTER
               IF WS-PDTL-FILE-OK
                   CLOSE POSTING-DETAIL-FILE
               END-IF
           END-IF
           PERFORM REPORT-UNMATCHED-INSTRUCTIONS
           PERFORM PRINT-OPEN-ITEMS
           PERFORM PRINT-AGE-BANDS
           WRITE AGING-PRINT-LINE FROM WS-HEADING-LINE-2
           MOVE WS-OPEN-COUNT        TO WSL-OPEN
           MOVE WS-AGED-COUNT        TO WSL-AGED
           MOVE WS-POSTED-COUNT      TO WSL-POSTED
           MOVE WS-WRITTEN-OFF-COUNT TO WSL-WRITTEN-OFF
           ADD WS-UNMATCHED-COUNT TO WS-REFUSED-COUNT
           MOVE WS-REFUSED-COUNT     TO WSL-REFUSED
           WRITE AGING-PRINT-LINE FROM WS-SUMMARY-LINE
           CLOSE AGING-PRINT-FILE
           DISPLAY 'SUSPENSE CLEARING COMPLETE - INSTRUCTIONS '
                   WS-CLR-READ-COUNT
                   ' POSTED ' WS-POSTED-COUNT
                   ' WRITTEN OFF ' WS-WRITTEN-OFF-COUNT
                   ' REFUSED ' WS-REFUSED-COUNT
                   ' STILL OPEN ' WS-OPEN-COUNT
                   ' AGED ' WS-AGED-COUNT
           IF WS-REFUSED-COUNT > ZEROES
                   OR WS-AGED-COUNT > ZEROES
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

      *    NO CLEARING FILE IS A NORMAL DAY - THE AGING REPORT STILL
      *    PRINTS SO THE OPEN ITEMS ARE SEEN EVERY MORNING.
       LOAD-CLEARING-INSTRUCTIONS.
           OPEN INPUT CLEARING-FILE
           IF WS-CLR-FILE-MISSING
               DISPLAY 'NO CLEARING FILE SUSPINST PRESENT - AGING '
                       'REPORT ONLY'
           ELSE
               IF NOT WS-CLR-FILE-OK
                   DISPLAY 'ABEND: CLEARING FILE SUSPINST UNAVAILABLE '
                           '- FILE STATUS ' WS-CLR-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ CLEARING-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-INSTRUCTION
                   END-READ
               END-PERFORM
               CLOSE CLEARING-FILE
           END-IF.

       STORE-ONE-INSTRUCTION.
           ADD 1 TO WS-CLR-READ-COUNT
           IF CI-BUSINESS-DATE IS NOT NUMERIC
                   OR CI-SUSPENSE-SEQ IS NOT NUMERIC
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'CLEARING REFUSED: NON-NUMERIC KEY '
                       CI-BUSINESS-DATE '/' CI-SUSPENSE-SEQ
           ELSE
               IF NOT CI-POST AND NOT CI-WRITE-OFF
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY 'CLEARING REFUSED: ITEM '
                           CI-BUSINESS-DATE '/' CI-SUSPENSE-SEQ
                           ' ACTION ' CI-ACTION ' IS NOT P OR W'
               ELSE
                   IF CI-TARGET = SPACES
                       ADD 1 TO WS-REFUSED-COUNT
                       DISPLAY 'CLEARING REFUSED: ITEM '
                               CI-BUSINESS-DATE '/' CI-SUSPENSE-SEQ
                               ' NAMES NO TARGET ACCOUNT'
                   ELSE
                       IF WS-CI-USED >= 500
                           DISPLAY 'ABEND: MORE THAN 500 CLEARING '
                                   'INSTRUCTIONS ON SUSPINST - SPLIT '
                                   'THE FILE AND RERUN'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CI-USED
                       SET CI-IDX TO WS-CI-USED
                       MOVE CI-BUSINESS-DATE
                           TO WS-CI-BUSINESS-DATE (CI-IDX)
                       MOVE CI-SUSPENSE-SEQ
                           TO WS-CI-SUSPENSE-SEQ (CI-IDX)
                       MOVE CI-ACTION TO WS-CI-ACTION (CI-IDX)
                       MOVE CI-TARGET TO WS-CI-TARGET (CI-IDX)
                       MOVE 'N' TO WS-CI-APPLIED-FLAG (CI-IDX)
                   END-IF
               END-IF
           END-IF.

      *    A POST GOES TO THE ACCOUNT MASTER AND THE POSTING DETAIL,
      *    WHICH IS EXTENDED SO THE DAY'S STATEMENT RUN PICKS THE
      *    CLEARED ITEM UP WITH THE SETTLEMENT POSTINGS.
       OPEN-ACCOUNT-MASTER.
           OPEN I-O ACCOUNT-MASTER
           IF NOT WS-ACCT-MASTER-OK
               DISPLAY 'ABEND: ACCOUNT MASTER ACCTMST UNAVAILABLE - '
                       'FILE STATUS ' WS-ACCT-FILE-STATUS
                       ' - NO SUSPENSE ITEM CLEARED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-MASTER-OPEN TO TRUE
           OPEN EXTEND POSTING-DETAIL-FILE
           IF WS-PDTL-FILE-MISSING
               OPEN OUTPUT POSTING-DETAIL-FILE
           END-IF
           IF NOT WS-PDTL-FILE-OK
               DISPLAY 'WARNING: POSTING DETAIL FILE ACCTDTL '
                       'UNAVAILABLE - FILE STATUS '
                       WS-PDTL-FILE-STATUS
                       ' - CLEARED POSTINGS MISSING FROM STATEMENTS'
           END-IF.

      *    THE SUSPENSE FILE IS REWRITTEN IN PLACE WITH THE SAME
      *    RENAME-AND-COPY PATTERN THE CORRECTION APPLY USES ON THE
      *    REJECT MASTER - EVERY ROW IS COPIED, MATCHED OPEN ROWS GO
      *    ACROSS CLEARED, AND WHATEVER IS STILL OPEN IS AGED.
       CLEAR-AND-AGE-SUSPENSE.
           CALL "CBL_RENAME_FILE" USING WS-SUSP-FILENAME
                   WS-SUSP-OLD-FILENAME
               RETURNING WS-RENAME-STATUS
           END-CALL
           IF WS-RENAME-STATUS NOT = 0
               DISPLAY 'NO SUSPENSE FILE SUSPENSE PRESENT - NOTHING '
                       'IN SUSPENSE'
           ELSE
               OPEN INPUT SUSPENSE-OLD-FILE
               OPEN OUTPUT SUSPENSE-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ SUSPENSE-OLD-FILE INTO SUSPENSE-RECORD
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM CLEAR-ONE-SUSPENSE-ROW
                           WRITE SUSPENSE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-OLD-FILE
               CLOSE SUSPENSE-FILE
               CALL "CBL_DELETE_FILE" USING WS-SUSP-OLD-FILENAME
                   RETURNING WS-RENAME-STATUS
               END-CALL
           END-IF.

       CLEAR-ONE-SUSPENSE-ROW.
           MOVE 'N' TO WS-CI-FOUND-FLAG
           PERFORM VARYING CI-IDX FROM 1 BY 1
                   UNTIL CI-IDX > WS-CI-USED
               IF WS-CI-BUSINESS-DATE (CI-IDX) = SP-BUSINESS-DATE
                       AND WS-CI-SUSPENSE-SEQ (CI-IDX)
                           = SP-SUSPENSE-SEQ
                   SET WS-CI-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CI-FOUND
               MOVE 'Y' TO WS-CI-APPLIED-FLAG (CI-IDX)
               MOVE SPACES TO WS-REFUSE-REASON
               IF NOT SP-OPEN
                   MOVE 'ALREADY CLEARED' TO WS-REFUSE-REASON
               ELSE
                   IF WS-CI-ACTION (CI-IDX) = 'P'
                       PERFORM POST-SUSPENSE-ITEM
                   ELSE
                       ADD 1 TO WS-WRITTEN-OFF-COUNT
                       SET SP-WRITTEN-OFF TO TRUE
                       MOVE WS-RUN-DATE TO SP-CLEAR-DATE
                       MOVE WS-CI-TARGET (CI-IDX) TO SP-CLEAR-TARGET
                   END-IF
               END-IF
               PERFORM PRINT-ACTION-LINE
           END-IF
           IF SP-OPEN
               PERFORM AGE-ONE-OPEN-ITEM
           END-IF.

       POST-SUSPENSE-ITEM.
           MOVE WS-CI-TARGET (CI-IDX) (1:6) TO AM-ACCOUNT-NO
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REFUSE-REASON
               NOT INVALID KEY
                   IF AM-ACCOUNT-CLOSED
                       MOVE 'ACCOUNT CLOSED' TO WS-REFUSE-REASON
                   END-IF
           END-READ
           IF WS-INSTRUCTION-CLEAN
               IF SP-IS-DEBIT
                   COMPUTE WS-ACCT-SIGNED-AMOUNT = SP-AMOUNT * -1
               ELSE
                   MOVE SP-AMOUNT TO WS-ACCT-SIGNED-AMOUNT
               END-IF
               ADD WS-ACCT-SIGNED-AMOUNT TO AM-BALANCE
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       MOVE 'MASTER REWRITE FAILED'
                           TO WS-REFUSE-REASON
               END-REWRITE
           END-IF
           IF WS-INSTRUCTION-CLEAN
               IF WS-PDTL-FILE-OK
                   MOVE SPACES           TO POSTING-DETAIL-RECORD
                   MOVE AM-ACCOUNT-NO    TO PD-ACCOUNT-NO
                   MOVE SP-BATCH-ID      TO PD-BATCH-ID
                   MOVE WS-RUN-DATE      TO PD-RUN-DATE
                   MOVE SP-DC-INDICATOR  TO PD-DC-INDICATOR
                   MOVE SP-AMOUNT        TO PD-AMOUNT
                   MOVE AM-BALANCE       TO PD-RESULT-BALANCE
                   MOVE SP-BRANCH-CODE   TO PD-BRANCH-CODE
                   SET PD-FROM-SUSPENSE  TO TRUE
                   WRITE POSTING-DETAIL-RECORD
               END-IF
               ADD 1 TO WS-POSTED-COUNT
               SET SP-POSTED TO TRUE
               MOVE WS-RUN-DATE   TO SP-CLEAR-DATE
               MOVE AM-ACCOUNT-NO TO SP-CLEAR-TARGET
           END-IF.

       PRINT-ACTION-LINE.
           MOVE SP-BUSINESS-DATE      TO WAC-BUSINESS-DATE
           MOVE SP-SUSPENSE-SEQ       TO WAC-SUSPENSE-SEQ
           MOVE SP-ACCOUNT-NO         TO WAC-ACCOUNT-NO
           IF WS-CI-ACTION (CI-IDX) = 'P'
               MOVE 'POST'            TO WAC-ACTION
           ELSE
               MOVE 'WRITEOFF'        TO WAC-ACTION
           END-IF
           MOVE WS-CI-TARGET (CI-IDX) TO WAC-TARGET
           MOVE SP-AMOUNT             TO WAC-AMOUNT
           IF WS-INSTRUCTION-CLEAN
               MOVE 'APPLIED'         TO WAC-DISPOSITION
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE WS-REFUSE-REASON  TO WAC-DISPOSITION
               DISPLAY 'CLEARING REFUSED: ITEM '
                       SP-BUSINESS-DATE '/' SP-SUSPENSE-SEQ
                       ' - ' WS-REFUSE-REASON
           END-IF
           WRITE AGING-PRINT-LINE FROM WS-ACTION-LINE.

      *    THE OPEN ITEMS ARE COUNTED INTO THEIR AGE BAND HERE AND
      *    LISTED FROM THE REWRITTEN FILE ONCE THE CLEARING ACTIONS
      *    HAVE ALL PRINTED.
       AGE-ONE-OPEN-ITEM.
           ADD 1 TO WS-OPEN-COUNT
           PERFORM COMPUTE-ITEM-AGE
           IF WS-AGE-DAYS > WS-AGE-THRESHOLD
               ADD 1 TO WS-AGED-COUNT
           END-IF
           IF WS-AGE-DAYS > 30
               SET AB-IDX TO 4
           ELSE
               IF WS-AGE-DAYS > 14
                   SET AB-IDX TO 3
               ELSE
                   IF WS-AGE-DAYS > 5
                       SET AB-IDX TO 2
                   ELSE
                       SET AB-IDX TO 1
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-AB-COUNT (AB-IDX)
           IF SP-IS-DEBIT
               ADD SP-AMOUNT TO WS-AB-DEBITS (AB-IDX)
           ELSE
               ADD SP-AMOUNT TO WS-AB-CREDITS (AB-IDX)
           END-IF.

       COMPUTE-ITEM-AGE.
           COMPUTE WS-ITEM-INTEGER =
               FUNCTION INTEGER-OF-DATE (SP-BUSINESS-DATE)
           COMPUTE WS-AGE-DAYS =
               WS-TODAY-INTEGER - WS-ITEM-INTEGER.

       REPORT-UNMATCHED-INSTRUCTIONS.
           PERFORM VARYING CI-SUM-IDX FROM 1 BY 1
                   UNTIL CI-SUM-IDX > WS-CI-USED
               IF WS-CI-APPLIED-FLAG (CI-SUM-IDX) = 'N'
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY 'CLEARING NOT ON SUSPENSE FILE: '
                           WS-CI-BUSINESS-DATE (CI-SUM-IDX) '/'
                           WS-CI-SUSPENSE-SEQ (CI-SUM-IDX)
                           ' - CHECK THE KEY AGAINST THE AGING REPORT'
               END-IF
           END-PERFORM.

       PRINT-OPEN-ITEMS.
           WRITE AGING-PRINT-LINE FROM WS-HEADING-LINE-2
           WRITE AGING-PRINT-LINE FROM WS-OPEN-SECTION-HEADING
           WRITE AGING-PRINT-LINE FROM WS-OPEN-HEADING-LINE
           IF WS-OPEN-COUNT > ZEROES
               OPEN INPUT SUSPENSE-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL END-OF-FILE
                   READ SUSPENSE-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF SP-OPEN
                               PERFORM PRINT-OPEN-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       PRINT-OPEN-LINE.
           PERFORM COMPUTE-ITEM-AGE
           MOVE SP-BUSINESS-DATE TO WOL-BUSINESS-DATE
           MOVE SP-SUSPENSE-SEQ  TO WOL-SUSPENSE-SEQ
           MOVE SP-ACCOUNT-NO    TO WOL-ACCOUNT-NO
           MOVE SP-BATCH-ID      TO WOL-BATCH-ID
           MOVE SP-BRANCH-CODE   TO WOL-BRANCH-CODE
           MOVE SP-DC-INDICATOR  TO WOL-DC
           MOVE SP-AMOUNT        TO WOL-AMOUNT
           MOVE SP-REASON-CODE   TO WOL-REASON-CODE
           MOVE WS-AGE-DAYS      TO WOL-AGE
           IF WS-AGE-DAYS > WS-AGE-THRESHOLD
               MOVE '** AGED'    TO WOL-FLAG
           ELSE
               MOVE SPACES       TO WOL-FLAG
           END-IF
           WRITE AGING-PRINT-LINE FROM WS-OPEN-LINE.

       PRINT-AGE-BANDS.
           WRITE AGING-PRINT-LINE FROM WS-HEADING-LINE-2
           WRITE AGING-PRINT-LINE FROM WS-BAND-SECTION-HEADING
           PERFORM VARYING AB-IDX FROM 1 BY 1
                   UNTIL AB-IDX > 4
               MOVE WS-AB-CAPTION (AB-IDX) TO WBL-CAPTION
               MOVE WS-AB-COUNT (AB-IDX)   TO WBL-COUNT
               MOVE WS-AB-DEBITS (AB-IDX)  TO WBL-DEBITS
               MOVE WS-AB-CREDITS (AB-IDX) TO WBL-CREDITS
               WRITE AGING-PRINT-LINE FROM WS-BAND-LINE
           END-PERFORM.
