      *    THE WHOLE MASTER, SUMS EVERY AM-BALANCE, AND PROVES THE
      *    MOVEMENT SINCE THE PRIOR SWEEP AGAINST THE RUN'S GRAND
      *    TOTAL ON THE GL INTERFACE FILE GLINTFC. THE PRIOR SWEEP
      *    LIVES ON THE SNAPSHOT FILE TBALSNAP, ONE ROW PER ACCOUNT IN
      *    ACCOUNT ORDER, RETAKEN AT THE END OF EVERY TRIAL BALANCE;
      *    THE FIRST EVER RUN ONLY TAKES THE BASELINE. THE MASTER, READ
      *    IN KEY ORDER, IS MATCHED AGAINST THE SNAPSHOT IN ONE PASS -
      *    NEITHER FILE IS HELD IN STORAGE, SO THERE IS NO LIMIT ON THE
      *    NUMBER OF ACCOUNTS. THE NEW AND GONE ACCOUNTS FOUND ON THE
      *    WAY ARE PARKED ON THE WORK FILE TBALWK UNTIL THE TOTALS
      *    ABOVE THEM ARE PRINTED. THE PROOF REPORT TRIALRPT
      *    SHOWS THE PRIOR AND CURRENT MASTER TOTALS, THE MASTER
      *    MOVEMENT, THE GL RUN TOTAL AND THE OUT-OF-BALANCE AMOUNT,
      *    THEN THE ACCOUNTS MOST LIKELY RESPONSIBLE: ACCOUNTS NEW
      *    SINCE THE SNAPSHOT, ACCOUNTS GONE FROM THE MASTER, AND THE
      *    TEN LARGEST ACCOUNT MOVEMENTS OF THE DAY.
      *    ITEMS THE SETTLEMENT RUN COULD NOT POST - ACCOUNT NOT ON
      *    FILE OR CLOSED - ARE IN THE GL RUN TOTAL BUT WERE PARKED ON
      *    THE SUSPENSE FILE SUSPENSE INSTEAD OF REACHING THE MASTER,
      *    AND AN ITEM THE SUSPENSE CLEARING RUN SUSPCLR POSTS LATER
      *    MOVES THE MASTER WITH NO GL AMOUNT AT ALL. THE PROOF TAKES
      *    BOTH FROM SUSPENSE: THE ITEMS PARKED UNDER THE GL RUN'S
      *    BUSINESS DATE COME OFF THE GL RUN TOTAL AND THE ITEMS
      *    POSTED WITH A CLEARING DATE AFTER THE PRIOR SNAPSHOT GO
      *    ON, EACH ON ITS OWN LINE OF TRIALRPT. A CLEARING RUN FOR A
      *    BUSINESS DATE THEREFORE BELONGS BEFORE THAT DATE'S TRIAL
      *    BALANCE - ONE RUN AFTER IT IS DATED THE NEXT BUSINESS DAY.
      *    RETURN CODE 8 SIGNALS THE MASTER DID NOT PROVE TO THE RUN;
      *    RETURN CODE 4 SIGNALS A BASELINE-ONLY RUN (NO SNAPSHOT OR
      *    NO GL INTERFACE TO PROVE AGAINST).
      *    THE RUN IS LOGGED ON THE RUN-CONTROL FILE RUNCTL THROUGH
      *    RUNLOG, AND DOES NOT START UNTIL THE SETTLEMENT RUN BUG HAS
      *    ENDED CLEANLY FOR THE SAME BUSINESS DATE. THE REPORT AND THE
      *    SNAPSHOT CARRY THAT BUSINESS DATE, AS RUNLOG TAKES IT FROM
      *    PARMFILE, NOT THE SYSTEM DATE - A RUN THAT GOES PAST
      *    MIDNIGHT STILL DATES ITS SNAPSHOT FOR THE DAY IT PROVED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTFC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.
           SELECT PROOF-PRINT-FILE ASSIGN TO "TRIALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-WORK-FILE ASSIGN TO "TBALWK"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               88  AM-ACCOUNT-OPEN           VALUE 'A'.
               88  AM-ACCOUNT-CLOSED         VALUE 'C'.
           05  AM-BALANCE             PIC S9(9)V99 COMP-3.
           05  AM-OVERDRAFT-LIMIT     PIC 9(7)V99 COMP-3.
           05  AM-ACCOUNT-TYPE        PIC X(2).

       FD  SNAPSHOT-FILE
           RECORD CONTAINS 30 CHARACTERS
           05  GL-GRAND-TOTAL         PIC S9(7)V99.
           05  FILLER                 PIC X(7).

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

       FD  PROOF-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PROOF-PRINT-LINE           PIC X(80).

       FD  EXCEPTION-WORK-FILE
           RECORD CONTAINS 20 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-WORK-RECORD.
           05  XW-EXCEPTION-TYPE      PIC X.
               88  XW-NEW-ACCOUNT            VALUE 'N'.
               88  XW-GONE-ACCOUNT           VALUE 'G'.
           05  XW-ACCOUNT-NO          PIC X(6).
           05  XW-BALANCE             PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                 PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-ACCT-MASTER-OK            VALUE '00' '05'.
       01  WS-GL-FILE-STATUS      PIC XX   VALUE '00'.
           88  WS-GL-FILE-OK                VALUE '00'.
           88  WS-GL-FILE-MISSING           VALUE '35'.
       01  WS-SUSP-FILE-STATUS    PIC XX   VALUE '00'.
           88  WS-SUSP-FILE-OK              VALUE '00'.
           88  WS-SUSP-FILE-MISSING         VALUE '35'.

       01  WS-EOF-FLAG            PIC X    VALUE 'N'.
           88  END-OF-FILE                  VALUE 'Y'.
           88  WS-BASELINE-ONLY             VALUE 'Y'.
       01  WS-PROOF-FLAG          PIC X    VALUE 'N'.
           88  WS-PROOF-BREAK               VALUE 'Y'.
       01  WS-SNAP-EOF-FLAG       PIC X    VALUE 'N'.
           88  WS-SNAP-EOF                  VALUE 'Y'.
       01  WS-WORK-EOF-FLAG       PIC X    VALUE 'N'.
           88  WS-WORK-EOF                  VALUE 'Y'.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-SNAP-DATE           PIC 9(8) VALUE ZEROES.
       01  WS-GL-RUN-DATE         PIC 9(8) VALUE ZEROES.

       01  WS-RUN-LOG.
           05  WS-RL-FUNCTION         PIC X    VALUE 'S'.
               88  WS-RL-START-STEP          VALUE 'S'.
               88  WS-RL-END-STEP            VALUE 'E'.
           05  WS-RL-STEP-NAME        PIC X(8) VALUE 'TRIALBAL'.
           05  WS-RL-BUSINESS-DATE    PIC 9(8) VALUE ZEROES.
           05  WS-RL-RECORDS-READ     PIC 9(9) VALUE ZEROES.
           05  WS-RL-RECORDS-WRITTEN  PIC 9(9) VALUE ZEROES.
           05  WS-RL-RETURN-CODE      PIC 9(3) VALUE ZEROES.
           05  WS-RL-NOTE             PIC X(26) VALUE SPACES.
           05  WS-RL-CLEAR-FLAG       PIC X    VALUE 'N'.
               88  WS-RL-CLEAR-TO-RUN        VALUE 'Y'.

       01  WS-ACCOUNT-COUNT       PIC 9(7) VALUE ZEROES.
       01  WS-SNAP-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-MOVEMENT            PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-GL-RUN-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-OUT-OF-BALANCE      PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-SUSP-PARKED         PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-SUSP-CLEARED        PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-SUSP-SIGNED-AMOUNT  PIC S9(5)V99  COMP-3 VALUE ZEROES.
       01  WS-ACCT-MOVEMENT       PIC S9(11)V99 COMP-3 VALUE ZEROES.
       01  WS-ABS-MOVEMENT        PIC 9(11)V99  COMP-3 VALUE ZEROES.

      *    THE ACCOUNT IN HAND ON EACH SIDE OF THE MATCH - HIGH-VALUES
      *    ONCE THAT FILE IS EXHAUSTED.
       01  WS-MASTER-ACCOUNT-NO   PIC X(6) VALUE SPACES.
       01  WS-SNAP-ACCOUNT-NO     PIC X(6) VALUE SPACES.
       01  WS-PREV-SNAP-ACCOUNT   PIC X(6) VALUE LOW-VALUES.
       01  WS-GONE-COUNT          PIC 9(7) VALUE ZEROES.

      *    THE TEN LARGEST ABSOLUTE ACCOUNT MOVEMENTS OF THE DAY -
      *    A NEW MOVER DISPLACES THE SMALLEST ENTRY ONCE THE TABLE
       01  WS-MV-USED             PIC 9(2) VALUE ZEROES.
       01  WS-MV-MIN-ABS          PIC 9(11)V99 COMP-3 VALUE ZEROES.

      *    THE NEW-ACCOUNT SECTION LISTS THE FIRST 100 NEW ACCOUNTS.
       01  WS-NEW-COUNT           PIC 9(4) VALUE ZEROES.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(30) VALUE

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM LOG-STEP-START
           MOVE WS-RL-BUSINESS-DATE TO WS-RUN-DATE
           PERFORM OPEN-PRIOR-SNAPSHOT
           PERFORM SUM-GL-INTERFACE
           PERFORM SWEEP-ACCOUNT-MASTER
           PERFORM SUM-SUSPENSE-ITEMS
           PERFORM PROVE-MOVEMENT
           PERFORM PRINT-PROOF-REPORT
           PERFORM RETAKE-SNAPSHOT
                   MOVE 4 TO RETURN-CODE
               END-IF
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
           MOVE WS-ACCOUNT-COUNT TO WS-RL-RECORDS-READ
           MOVE WS-ACCOUNT-COUNT TO WS-RL-RECORDS-WRITTEN
           MOVE RETURN-CODE      TO WS-RL-RETURN-CODE
           MOVE SPACES           TO WS-RL-NOTE
           IF RETURN-CODE = 4
               MOVE 'BASELINE ONLY - NOT PROVED' TO WS-RL-NOTE
           END-IF
           IF RETURN-CODE = 8
               MOVE 'MASTER DID NOT PROVE' TO WS-RL-NOTE
           END-IF
           CALL 'RUNLOG' USING WS-RUN-LOG
           MOVE WS-RL-RETURN-CODE TO RETURN-CODE.

      *    THE PRIOR SNAPSHOT IS OPENED HERE AND READ ALONGSIDE THE
      *    MASTER IN THE SWEEP. NO SNAPSHOT AT ALL LEAVES EVERY
      *    ACCOUNT ON THE MASTER NEW.
       OPEN-PRIOR-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAP-FILE-MISSING
               SET WS-BASELINE-ONLY TO TRUE
               SET WS-SNAP-EOF TO TRUE
               MOVE HIGH-VALUES TO WS-SNAP-ACCOUNT-NO
               DISPLAY 'NO PRIOR SNAPSHOT TBALSNAP - BASELINE ONLY, '
                       'NO PROOF POSSIBLE THIS RUN'
           ELSE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    THE SNAPSHOT IS WRITTEN IN MASTER KEY ORDER BY THIS PROGRAM;
      *    A ROW OUT OF ORDER MEANS THE FILE WAS NOT, AND THE MATCH
      *    WOULD REPORT GOOD ACCOUNTS AS NEW AND GONE.
       READ-SNAPSHOT.
           READ SNAPSHOT-FILE
               AT END
                   SET WS-SNAP-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-SNAP-ACCOUNT-NO
               NOT AT END
                   IF TB-ACCOUNT-NO NOT > WS-PREV-SNAP-ACCOUNT
                       DISPLAY 'ABEND: SNAPSHOT TBALSNAP OUT OF '
                               'ACCOUNT ORDER AT ' TB-ACCOUNT-NO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE TB-ACCOUNT-NO TO WS-PREV-SNAP-ACCOUNT
                   MOVE TB-SNAP-DATE  TO WS-SNAP-DATE
                   MOVE TB-ACCOUNT-NO TO WS-SNAP-ACCOUNT-NO
                   ADD 1 TO WS-SNAP-COUNT
                   ADD TB-BALANCE TO WS-PRIOR-TOTAL
           END-READ.

       SUM-GL-INTERFACE.
           OPEN INPUT GL-INTERFACE-FILE
                           NOT AT END
                               ADD 1 TO WS-GL-BATCH-COUNT
                               ADD GL-GRAND-TOTAL TO WS-GL-RUN-TOTAL
                               MOVE GL-RUN-DATE TO WS-GL-RUN-DATE
                       END-READ
                   END-PERFORM
                   CLOSE GL-INTERFACE-FILE
               END-IF
           END-IF.

      *    ONE MATCHED PASS OF THE MASTER AGAINST THE SNAPSHOT, BOTH
      *    IN ACCOUNT ORDER. AN ACCOUNT ON BOTH MOVED BY THE DIFFERENCE;
      *    ONE ONLY ON THE MASTER IS NEW AND MOVED BY ITS WHOLE
      *    BALANCE; ONE ONLY ON THE SNAPSHOT HAS GONE FROM THE MASTER.
       SWEEP-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-MASTER-OK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-WORK-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM READ-ACCOUNT-MASTER
           IF NOT WS-SNAP-EOF
               PERFORM READ-SNAPSHOT
           END-IF
           PERFORM UNTIL WS-MASTER-ACCOUNT-NO = HIGH-VALUES
                   AND WS-SNAP-ACCOUNT-NO = HIGH-VALUES
               IF WS-MASTER-ACCOUNT-NO < WS-SNAP-ACCOUNT-NO
                   MOVE AM-BALANCE TO WS-ACCT-MOVEMENT
                   PERFORM NOTE-NEW-ACCOUNT
                   IF WS-ACCT-MOVEMENT NOT = ZEROES
                       PERFORM NOTE-ACCOUNT-MOVER
                   END-IF
                   PERFORM READ-ACCOUNT-MASTER
               ELSE
                   IF WS-MASTER-ACCOUNT-NO = WS-SNAP-ACCOUNT-NO
                       COMPUTE WS-ACCT-MOVEMENT =
                           AM-BALANCE - TB-BALANCE
                       IF WS-ACCT-MOVEMENT NOT = ZEROES
                           PERFORM NOTE-ACCOUNT-MOVER
                       END-IF
                       PERFORM READ-ACCOUNT-MASTER
                       PERFORM READ-SNAPSHOT
                   ELSE
                       PERFORM NOTE-GONE-ACCOUNT
                       PERFORM READ-SNAPSHOT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EXCEPTION-WORK-FILE
           CLOSE ACCOUNT-MASTER
           IF NOT WS-SNAP-FILE-MISSING
               CLOSE SNAPSHOT-FILE
           END-IF.

       READ-ACCOUNT-MASTER.
           READ ACCOUNT-MASTER
               AT END
                   SET END-OF-FILE TO TRUE
                   MOVE HIGH-VALUES TO WS-MASTER-ACCOUNT-NO
               NOT AT END
                   ADD 1 TO WS-ACCOUNT-COUNT
                   ADD AM-BALANCE TO WS-TODAY-TOTAL
                   MOVE AM-ACCOUNT-NO TO WS-MASTER-ACCOUNT-NO
           END-READ.

       NOTE-NEW-ACCOUNT.
           IF WS-NEW-COUNT < 100
               ADD 1 TO WS-NEW-COUNT
               MOVE SPACES        TO EXCEPTION-WORK-RECORD
               MOVE 'N'           TO XW-EXCEPTION-TYPE
               MOVE AM-ACCOUNT-NO TO XW-ACCOUNT-NO
               MOVE AM-BALANCE    TO XW-BALANCE
               WRITE EXCEPTION-WORK-RECORD
           END-IF.

       NOTE-GONE-ACCOUNT.
           ADD 1 TO WS-GONE-COUNT
           MOVE SPACES        TO EXCEPTION-WORK-RECORD
           MOVE 'G'           TO XW-EXCEPTION-TYPE
           MOVE TB-ACCOUNT-NO TO XW-ACCOUNT-NO
           MOVE TB-BALANCE    TO XW-BALANCE
           WRITE EXCEPTION-WORK-RECORD.

       NOTE-ACCOUNT-MOVER.
           IF WS-ACCT-MOVEMENT < ZEROES
               COMPUTE WS-ABS-MOVEMENT = WS-ACCT-MOVEMENT * -1
               END-IF
           END-IF.

      *    AN ITEM PARKED AND POSTED ON THE SAME DAY IS COUNTED
      *    BOTH WAYS AND NETS TO NOTHING, AS IT DID ON THE MASTER.
      *    NO SUSPENSE FILE MEANS NOTHING HAS EVER BEEN PARKED.
       SUM-SUSPENSE-ITEMS.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-FILE-MISSING
               CONTINUE
           ELSE
               IF NOT WS-SUSP-FILE-OK
                   DISPLAY 'WARNING: SUSPENSE FILE SUSPENSE '
                           'UNAVAILABLE - FILE STATUS '
                           WS-SUSP-FILE-STATUS
                   SET WS-BASELINE-ONLY TO TRUE
               ELSE
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM UNTIL END-OF-FILE
                       READ SUSPENSE-FILE
                           AT END
                               SET END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM NOTE-SUSPENSE-ITEM
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE-FILE
               END-IF
           END-IF.

       NOTE-SUSPENSE-ITEM.
           IF SP-IS-DEBIT
               COMPUTE WS-SUSP-SIGNED-AMOUNT = SP-AMOUNT * -1
           ELSE
               MOVE SP-AMOUNT TO WS-SUSP-SIGNED-AMOUNT
           END-IF
           IF SP-BUSINESS-DATE = WS-GL-RUN-DATE
               ADD WS-SUSP-SIGNED-AMOUNT TO WS-SUSP-PARKED
           END-IF
           IF SP-POSTED AND SP-CLEAR-DATE > WS-SNAP-DATE
               ADD WS-SUSP-SIGNED-AMOUNT TO WS-SUSP-CLEARED
           END-IF.

       PROVE-MOVEMENT.
           COMPUTE WS-MOVEMENT = WS-TODAY-TOTAL - WS-PRIOR-TOTAL
           COMPUTE WS-OUT-OF-BALANCE =
               WS-MOVEMENT - WS-GL-RUN-TOTAL
                   + WS-SUSP-PARKED - WS-SUSP-CLEARED
           IF NOT WS-BASELINE-ONLY
               IF WS-OUT-OF-BALANCE = ZEROES
                   DISPLAY 'TRIAL BALANCE PROOF OK - MASTER '
           MOVE 'GL RUN TOTAL:             ' TO WPL-CAPTION
           MOVE WS-GL-RUN-TOTAL              TO WPL-AMOUNT
           WRITE PROOF-PRINT-LINE FROM WS-PROOF-LINE
           MOVE 'LESS SUSPENSE PARKED:     ' TO WPL-CAPTION
           MOVE WS-SUSP-PARKED               TO WPL-AMOUNT
           WRITE PROOF-PRINT-LINE FROM WS-PROOF-LINE
           MOVE 'PLUS SUSPENSE CLEARED:    ' TO WPL-CAPTION
           MOVE WS-SUSP-CLEARED              TO WPL-AMOUNT
           WRITE PROOF-PRINT-LINE FROM WS-PROOF-LINE
           MOVE 'OUT OF BALANCE:           ' TO WPL-CAPTION
           MOVE WS-OUT-OF-BALANCE            TO WPL-AMOUNT
           WRITE PROOF-PRINT-LINE FROM WS-PROOF-LINE
           CLOSE PROOF-PRINT-FILE.

       PRINT-NEW-ACCOUNTS.
           IF WS-NEW-COUNT > ZEROES
               WRITE PROOF-PRINT-LINE FROM WS-HEADING-LINE-2
               WRITE PROOF-PRINT-LINE FROM WS-SECTION-NEW-HEADING
               PERFORM LIST-NEW-ACCOUNTS
           END-IF.

       PRINT-GONE-ACCOUNTS.
           IF WS-GONE-COUNT > ZEROES
               WRITE PROOF-PRINT-LINE FROM WS-HEADING-LINE-2
               WRITE PROOF-PRINT-LINE FROM WS-SECTION-GONE-HEADING
               PERFORM LIST-GONE-ACCOUNTS
           END-IF.

      *    THE WORK FILE IS READ ONCE PER SECTION - IT HOLDS ONLY THE
      *    EXCEPTIONS, IN ACCOUNT ORDER.
       LIST-NEW-ACCOUNTS.
           OPEN INPUT EXCEPTION-WORK-FILE
           MOVE 'N' TO WS-WORK-EOF-FLAG
           PERFORM UNTIL WS-WORK-EOF
               READ EXCEPTION-WORK-FILE
                   AT END
                       SET WS-WORK-EOF TO TRUE
                   NOT AT END
                       IF XW-NEW-ACCOUNT
                           PERFORM PRINT-EXCEPTION-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-WORK-FILE.

       LIST-GONE-ACCOUNTS.
           OPEN INPUT EXCEPTION-WORK-FILE
           MOVE 'N' TO WS-WORK-EOF-FLAG
           PERFORM UNTIL WS-WORK-EOF
               READ EXCEPTION-WORK-FILE
                   AT END
                       SET WS-WORK-EOF TO TRUE
                   NOT AT END
                       IF XW-GONE-ACCOUNT
                           PERFORM PRINT-EXCEPTION-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-WORK-FILE.

       PRINT-EXCEPTION-ACCOUNT.
           MOVE XW-ACCOUNT-NO TO WAC-ACCOUNT-NO
           MOVE XW-BALANCE    TO WAC-AMOUNT
           WRITE PROOF-PRINT-LINE FROM WS-ACCOUNT-LINE.

       PRINT-LARGEST-MOVERS.
           IF WS-MV-USED > ZEROES
