      *    PLACE FOR THE SAME-DAY DISCREPANCY ANALYSIS; THE INQUIRY
      *    PROGRAM READS THE ARCHIVE FOR HISTORY AND SKIPS THE DATES
      *    IT HAS ALREADY SEEN THERE.
      *    THE AMOUNT NETTED IS ALWAYS IN BASE CURRENCY. FOR AN ITEM
      *    CAPTURED IN A FOREIGN CURRENCY THE CALLER ALSO PASSES THE
      *    CURRENCY CODE AND THE AMOUNT AS CAPTURED, AND BOTH ARE
      *    CARRIED ON THE END OF THE AUDIT ROW; FOR A BASE CURRENCY
      *    ITEM (BLANK CURRENCY CODE) THAT PART OF THE ROW IS BLANK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  AL-DATE                 PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AL-TIME                 PIC 9(8).
           05  AL-CURRENCY-DETAIL.
               10  FILLER              PIC X(2) VALUE SPACES.
               10  AL-CURRENCY-CODE    PIC X(3).
               10  FILLER              PIC X(1) VALUE SPACES.
               10  AL-ORIGINAL-AMOUNT  PIC ZZ,ZZ9.99.

       LINKAGE SECTION.
       01  LS-AMOUNT               PIC 9(5)V99.
       01  LS-RESTART-FLAG         PIC X.
           88  LS-IS-RESTART              VALUE 'Y'.
       01  LS-RESTART-SEQUENCE     PIC 9(7).
       01  LS-CURRENCY-CODE        PIC X(3).
       01  LS-ORIGINAL-AMOUNT      PIC 9(5)V99.

       PROCEDURE DIVISION USING LS-AMOUNT LS-DC-INDICATOR
               LS-RUNNING-COUNT LS-RUNNING-TOTAL LS-OVERFLOW-FLAG
               LS-BRANCH-CODE LS-CLOSE-FLAG
               LS-RESTART-FLAG LS-RESTART-SEQUENCE
               LS-CURRENCY-CODE LS-ORIGINAL-AMOUNT.
       ACCUMULATE-TRANSACTION.
           IF NOT WS-AUDIT-OPEN
               IF LS-IS-RESTART
           MOVE LS-RUNNING-TOTAL  TO AL-AFTER-VALUE
           MOVE WS-AUDIT-DATE     TO AL-DATE
           MOVE WS-AUDIT-TIME     TO AL-TIME
           MOVE SPACES            TO AL-CURRENCY-DETAIL
           IF LS-CURRENCY-CODE NOT = SPACES
               MOVE LS-CURRENCY-CODE   TO AL-CURRENCY-CODE
               MOVE LS-ORIGINAL-AMOUNT TO AL-ORIGINAL-AMOUNT
           END-IF
           WRITE AUDIT-LINE FROM WS-AUDIT-LINE.
