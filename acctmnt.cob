      *    HOW ACCOUNTS WENT MISSING AND THE EDIT PASS STARTED
      *    REJECTING ACNF. THIS PROGRAM IS DRIVEN BY THE MAINTENANCE
      *    TRANSACTION FILE ACCTTRN: ONE REQUEST PER RECORD, ACTION
      *    'A' ADD, 'C' CLOSE, 'R' REOPEN, 'N' RENAME, 'L' SET
      *    OVERDRAFT LIMIT OR 'T' SET ACCOUNT TYPE, WITH THE ACCOUNT
      *    NUMBER, (FOR ADD AND RENAME) THE ACCOUNT NAME, (FOR LIMIT)
      *    THE APPROVED OVERDRAFT LIMIT AND (FOR ADD AND TYPE) THE
      *    ACCOUNT TYPE THAT KEYS THE MONTH-END RATE AND FEE TABLE.
      *    A NEW ACCOUNT STARTS WITH NO OVERDRAFT;
      *    A LIMIT OF ZERO WITHDRAWS ONE. THE LIMIT IS WHAT THE
      *    POSTING RUN MEASURES A NEGATIVE BALANCE AGAINST ON ITS
      *    OVERDRAFT EXCEPTION REPORT.
      *    FIELD EDITS: AN ADD FOR AN ACCOUNT ALREADY ON FILE IS
      *    REFUSED, A CLOSE IS REFUSED WHILE THE BALANCE IS NOT ZERO
      *    OR THE ACCOUNT IS ALREADY CLOSED, A REOPEN IS REFUSED FOR
      *    AN ACCOUNT NEVER ON FILE OR NOT CLOSED, AND A BLANK NAME
      *    REFUSES AN ADD OR RENAME. A LIMIT IS REFUSED FOR AN
      *    ACCOUNT NOT ON FILE OR CLOSED, OR WHEN THE LIMIT IS NOT
      *    NUMERIC. A TYPE CHANGE IS REFUSED FOR AN ACCOUNT NOT ON
      *    FILE OR WHEN THE TYPE IS BLANK. EVERY REQUEST - APPLIED OR
      *    REFUSED - PRINTS ON THE MAINTENANCE REGISTER ACCTMREG WITH
      *    THE BEFORE AND AFTER MASTER IMAGE (A LIMIT OR TYPE CHANGE
      *    ADDS A LINE WITH THE OLD AND NEW VALUE), AND THE APPLIED PLUS
      *    REFUSED COUNTS BALANCE BACK TO THE REQUESTS READ SO THE
      *    AUDITORS CAN TIE EVERY MASTER CHANGE TO A REQUEST.
      *    RETURN CODE 4 SIGNALS AT LEAST ONE REFUSED REQUEST.
               88  MT-CLOSE                  VALUE 'C'.
               88  MT-REOPEN                 VALUE 'R'.
               88  MT-RENAME                 VALUE 'N'.
               88  MT-SET-LIMIT              VALUE 'L'.
               88  MT-SET-TYPE               VALUE 'T'.
           05  MT-ACCOUNT-NO          PIC X(6).
           05  MT-ACCOUNT-NAME        PIC X(20).
           05  MT-OVERDRAFT-LIMIT     PIC 9(7)V99.
           05  MT-ACCOUNT-TYPE        PIC X(2).
           05  FILLER                 PIC X(2).

       FD  ACCOUNT-MASTER
           RECORD CONTAINS 40 CHARACTERS
               88  AM-ACCOUNT-OPEN           VALUE 'A'.
               88  AM-ACCOUNT-CLOSED         VALUE 'C'.
           05  AM-BALANCE             PIC S9(9)V99 COMP-3.
           05  AM-OVERDRAFT-LIMIT     PIC 9(7)V99 COMP-3.
           05  AM-ACCOUNT-TYPE        PIC X(2).

       FD  REGISTER-PRINT-FILE
           RECORD CONTAINS 80 CHARACTERS
       01  WS-CLOSE-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-REOPEN-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-RENAME-COUNT        PIC 9(7) VALUE ZEROES.
       01  WS-LIMIT-COUNT         PIC 9(7) VALUE ZEROES.
       01  WS-TYPE-COUNT          PIC 9(7) VALUE ZEROES.
       01  WS-BALANCE-COUNT       PIC 9(7) VALUE ZEROES.

       01  WS-RUN-DATE            PIC 9(8).
       01  WS-OLD-LIMIT           PIC 9(7)V99 COMP-3 VALUE ZEROES.
       01  WS-OLD-TYPE            PIC X(2) VALUE SPACES.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(30) VALUE
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WAF-DISPOSITION        PIC X(20).

       01  WS-LIMIT-LINE.
           05  FILLER                 PIC X(17) VALUE SPACES.
           05  FILLER                 PIC X(21) VALUE
               'OVERDRAFT LIMIT FROM '.
           05  WLM-OLD-LIMIT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(4)  VALUE ' TO '.
           05  WLM-NEW-LIMIT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(14) VALUE SPACES.

       01  WS-TYPE-LINE.
           05  FILLER                 PIC X(17) VALUE SPACES.
           05  FILLER                 PIC X(18) VALUE
               'ACCOUNT TYPE FROM '.
           05  WTY-OLD-TYPE           PIC X(2).
           05  FILLER                 PIC X(4)  VALUE ' TO '.
           05  WTY-NEW-TYPE           PIC X(2).
           05  FILLER                 PIC X(37) VALUE SPACES.

       01  WS-REFUSED-LINE.
           05  WRF-ACTION             PIC X(7).
           05  FILLER                 PIC X     VALUE SPACES.
           05  WCL-RENAMES            PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(9)  VALUE SPACES.

       01  WS-COUNT-LINE-3.
           05  FILLER                 PIC X(7)  VALUE 'LIMITS '.
           05  WCL-LIMITS             PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(8)  VALUE '  TYPES '.
           05  WCL-TYPES              PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM PRINT-REFUSED-LINE
           END-IF.

      *    AN ACCOUNT WRITTEN BEFORE THE MASTER CARRIED AN OVERDRAFT
      *    LIMIT HAS SPACES, NOT A PACKED AMOUNT, WHERE THE LIMIT NOW
      *    SITS. IT IS TAKEN AS NO OVERDRAFT, SO THE OLD LIMIT ON THE
      *    REGISTER IS ZERO AND ANY REWRITE PUTS A VALID ZERO BACK.
       READ-MASTER-FOR-REQUEST.
           MOVE 'N' TO WS-ON-FILE-FLAG
           MOVE MT-ACCOUNT-NO TO AM-ACCOUNT-NO
                   MOVE ZEROES TO AM-BALANCE
               NOT INVALID KEY
                   SET WS-ON-FILE TO TRUE
                   IF AM-OVERDRAFT-LIMIT NOT NUMERIC
                       MOVE ZEROES TO AM-OVERDRAFT-LIMIT
                   END-IF
           END-READ.

       EDIT-ONE-REQUEST.
                           IF MT-RENAME
                               PERFORM EDIT-RENAME-REQUEST
                           ELSE
                               IF MT-SET-LIMIT
                                   PERFORM EDIT-LIMIT-REQUEST
                               ELSE
                                   IF MT-SET-TYPE
                                       PERFORM EDIT-TYPE-REQUEST
                                   ELSE
                                       MOVE 'ACTION NOT A C R N L OR T'
                                           TO WS-REFUSE-REASON
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EDIT-LIMIT-REQUEST.
           IF NOT WS-ON-FILE
               MOVE 'ACCOUNT NOT ON FILE' TO WS-REFUSE-REASON
           ELSE
               IF AM-ACCOUNT-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-REFUSE-REASON
               ELSE
                   IF MT-OVERDRAFT-LIMIT NOT NUMERIC
                       MOVE 'OVERDRAFT LIMIT NOT NUMERIC'
                           TO WS-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.

       EDIT-TYPE-REQUEST.
           IF NOT WS-ON-FILE
               MOVE 'ACCOUNT NOT ON FILE' TO WS-REFUSE-REASON
           ELSE
               IF MT-ACCOUNT-TYPE = SPACES
                   MOVE 'ACCOUNT TYPE BLANK' TO WS-REFUSE-REASON
               END-IF
           END-IF.

       APPLY-ONE-REQUEST.
           IF MT-ADD
               MOVE MT-ACCOUNT-NO   TO AM-ACCOUNT-NO
               MOVE MT-ACCOUNT-NAME TO AM-ACCOUNT-NAME
               MOVE 'A'             TO AM-STATUS
               MOVE ZEROES          TO AM-BALANCE
               MOVE ZEROES          TO AM-OVERDRAFT-LIMIT
               MOVE MT-ACCOUNT-TYPE TO AM-ACCOUNT-TYPE
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       MOVE 'MASTER WRITE FAILED'
                   IF MT-REOPEN
                       MOVE 'A' TO AM-STATUS
                   ELSE
                       IF MT-RENAME
                           MOVE MT-ACCOUNT-NAME TO AM-ACCOUNT-NAME
                       ELSE
                           IF MT-SET-LIMIT
                               MOVE AM-OVERDRAFT-LIMIT TO WS-OLD-LIMIT
                               MOVE MT-OVERDRAFT-LIMIT
                                   TO AM-OVERDRAFT-LIMIT
                           ELSE
                               MOVE AM-ACCOUNT-TYPE TO WS-OLD-TYPE
                               MOVE MT-ACCOUNT-TYPE TO AM-ACCOUNT-TYPE
                           END-IF
                       END-IF
                   END-IF
               END-IF
               REWRITE ACCOUNT-MASTER-RECORD
                   IF MT-REOPEN
                       ADD 1 TO WS-REOPEN-COUNT
                   ELSE
                       IF MT-RENAME
                           ADD 1 TO WS-RENAME-COUNT
                       ELSE
                           IF MT-SET-LIMIT
                               ADD 1 TO WS-LIMIT-COUNT
                           ELSE
                               ADD 1 TO WS-TYPE-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE AM-ACCOUNT-NAME  TO WAF-ACCOUNT-NAME
           MOVE AM-STATUS        TO WAF-STATUS
           MOVE AM-BALANCE       TO WAF-BALANCE
           WRITE REGISTER-PRINT-LINE FROM WS-AFTER-LINE
           IF MT-SET-LIMIT
               MOVE WS-OLD-LIMIT       TO WLM-OLD-LIMIT
               MOVE AM-OVERDRAFT-LIMIT TO WLM-NEW-LIMIT
               WRITE REGISTER-PRINT-LINE FROM WS-LIMIT-LINE
           END-IF
           IF MT-SET-TYPE
               MOVE WS-OLD-TYPE        TO WTY-OLD-TYPE
               MOVE AM-ACCOUNT-TYPE    TO WTY-NEW-TYPE
               WRITE REGISTER-PRINT-LINE FROM WS-TYPE-LINE
           END-IF.

       PRINT-REFUSED-LINE.
           PERFORM MOVE-ACTION-NAME
                       IF MT-RENAME
                           MOVE 'RENAME'  TO WAF-ACTION WRF-ACTION
                       ELSE
                           IF MT-SET-LIMIT
                               MOVE 'LIMIT'   TO WAF-ACTION WRF-ACTION
                           ELSE
                               IF MT-SET-TYPE
                                   MOVE 'TYPE' TO WAF-ACTION WRF-ACTION
                               ELSE
                                   MOVE MT-ACTION
                                       TO WAF-ACTION WRF-ACTION
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE WS-CLOSE-COUNT   TO WCL-CLOSES
           MOVE WS-REOPEN-COUNT  TO WCL-REOPENS
           MOVE WS-RENAME-COUNT  TO WCL-RENAMES
           WRITE REGISTER-PRINT-LINE FROM WS-COUNT-LINE-2
           MOVE WS-LIMIT-COUNT   TO WCL-LIMITS
           MOVE WS-TYPE-COUNT    TO WCL-TYPES
           WRITE REGISTER-PRINT-LINE FROM WS-COUNT-LINE-3.

       DISPLAY-MAINTENANCE-SUMMARY.
           ADD WS-APPLIED-COUNT WS-REFUSED-COUNT
