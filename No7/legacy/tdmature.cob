       IDENTIFICATION DIVISION.
       PROGRAM-ID. TD-MATURITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TD-FILE ASSIGN TO "tdmaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TD-STATUS-FS.
           SELECT TDTMP-FILE ASSIGN TO "tdtemp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDREP-FILE ASSIGN TO "tdmatrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TDUP-FILE ASSIGN TO "tdupcom.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACC-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-ACCOUNT
               FILE STATUS IS ACC-FILE-STATUS.
           SELECT CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TD-FILE.
       01 TD-RECORD.
           05 TD-ACCOUNT      PIC 9(6).
           05 TD-PRINCIPAL    PIC 9(6)V99.
           05 TD-TERM         PIC 9(3).
           05 TD-RATE         PIC 9V9999.
           05 TD-OPEN-DATE    PIC 9(8).
           05 TD-MATURITY     PIC 9(8).
           05 TD-INSTRUCTION  PIC X(1).
           05 TD-PAYOUT-ACCT  PIC 9(6).
           05 TD-STATUS       PIC X(1).

       FD TDTMP-FILE.
       01 TDTMP-RECORD        PIC X(46).

       FD TDREP-FILE.
       01 TDREP-RECORD        PIC X(100).

       FD TDUP-FILE.
       01 TDUP-RECORD         PIC X(100).

       FD ACC-FILE.
       01 ACC-RECORD-RAW.
           05 ACC-ACCOUNT     PIC 9(6).
           05 ACC-TYPE        PIC X(1).
           05 ACC-SIGN        PIC X(1).
           05 FILLER          PIC X(1).
           05 ACC-BALANCE     PIC 9(6)V99.
           05 ACC-STATUS      PIC X(1).

       FD CUST-FILE.
       01 CUST-RECORD-RAW.
           05 CUST-NUMBER     PIC 9(6).
           05 CUST-NAME       PIC X(20).
           05 CUST-ADDRESS    PIC X(30).
           05 CUST-PHONE      PIC X(12).
           05 CUST-ACCOUNTS.
               10 CUST-OWNED-ACCT OCCURS 5 TIMES PIC X(6).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).

       FD HOLDS-FILE.
       01 HOLD-RECORD.
           05 HOLD-ACCOUNT    PIC 9(6).
           05 HOLD-AMOUNT     PIC 9(6)V99.
           05 HOLD-REASON     PIC X(1).
           05 HOLD-RELEASE    PIC 9(8).

       WORKING-STORAGE SECTION.
       77 TD-STATUS-FS          PIC X(2) VALUE "00".
       77 ACC-FILE-STATUS       PIC X(2) VALUE "00".
       77 CUST-STATUS           PIC X(2) VALUE "00".
       77 JOURNAL-STATUS        PIC X(2) VALUE "00".
       77 BUSDATE-STATUS        PIC X(2) VALUE "00".
       77 HOLDS-STATUS          PIC X(2) VALUE "00".
       77 BUS-DATE              PIC 9(8).
       77 MATCH-FOUND           PIC X VALUE "N".
       77 DEPOSIT-COUNT         PIC 9(6) VALUE ZERO.
       77 MATURED-COUNT         PIC 9(6) VALUE ZERO.
       77 ROLLED-COUNT          PIC 9(6) VALUE ZERO.
       77 PAID-COUNT            PIC 9(6) VALUE ZERO.
       77 HELD-COUNT            PIC 9(6) VALUE ZERO.
       77 FAILED-COUNT          PIC 9(6) VALUE ZERO.
       77 UPCOMING-COUNT        PIC 9(6) VALUE ZERO.
       77 COUNT-DISP            PIC Z(5)9.
       77 INTEREST-TOTAL        PIC 9(8)V99 VALUE ZERO.
       77 PAYOUT-TOTAL          PIC 9(8)V99 VALUE ZERO.
       77 UPCOMING-TOTAL        PIC 9(8)V99 VALUE ZERO.
       77 TOTAL-DISP            PIC Z(7)9.99.
       77 AMOUNT-DISP           PIC Z(6)9.99.
       77 INTEREST-DISP         PIC Z(6)9.99.
       77 NEW-BALANCE           PIC S9(6)V99.
       77 OLD-BALANCE           PIC S9(6)V99.
       77 ACC-SIGNED-BAL        PIC S9(6)V99.
       77 INTEREST-BASE         PIC S9(6)V99.
       77 INTEREST-AMT          PIC 9(6)V99.
       77 TERM-DAYS             PIC 9(5).
       77 PAYOUT-AMOUNT         PIC S9(6)V99.
       77 PAYOUT-OK             PIC X VALUE "N".
       77 FAIL-REASON           PIC X(30).
       77 WINDOW-DAYS           PIC 9(3) VALUE 30.
       77 WINDOW-END-INT        PIC 9(8).
       77 WINDOW-END-DATE       PIC 9(8).
       77 MONTH-TOTAL           PIC 9(5).
       77 YEAR-ADD              PIC 9(4).
       77 DEBIT-ACCOUNT         PIC X(6).

       01 RECORD-LAYOUT.
           05 REC-ACCOUNT        PIC 9(6).
           05 REC-TYPE           PIC X(1).
           05 REC-SIGN           PIC X(1) VALUE "+".
           05 FILLER             PIC X(1) VALUE " ".
           05 REC-BALANCE-NUM    PIC 9(6)V99.
           05 REC-STATUS         PIC X(1).

       77 JOURNAL-SEQ           PIC 9(6) VALUE ZERO.
       77 JRN-ACCOUNT           PIC 9(6).
       77 JRN-ACTION            PIC X(3).
       77 JRN-AMOUNT            PIC 9(6)V99.
       77 JRN-OLD-BAL           PIC S9(6)V99.
       77 JRN-NEW-BAL           PIC S9(6)V99.
       77 JRN-OPERATOR          PIC X(8) VALUE "TDMATURE".
       77 JRN-SERIAL            PIC X(6) VALUE SPACES.
       77 JRN-REF-ACTION        PIC X(3) VALUE SPACES.

       COPY JRNREC.

       77 HELD-TOTAL-COUNT      PIC 9(5) VALUE ZERO.
       77 HELD-IDX              PIC 9(5).
       77 HELD-FOUND            PIC 9(5) VALUE ZERO.
       77 HELD-AMOUNT           PIC 9(8)V99.
       77 TABLE-OVERFLOW        PIC X VALUE "N".

       01 HELD-TABLE.
           05 HELD-ENTRY OCCURS 5000 TIMES.
               10 HE-ACCOUNT     PIC X(6).
               10 HE-AMOUNT      PIC 9(8)V99.

       77 CUST-COUNT            PIC 9(4) VALUE ZERO.
       77 CUST-IDX              PIC 9(4).
       77 CUST-FOUND            PIC 9(4) VALUE ZERO.
       77 SLOT-IDX              PIC 9(1).
       77 LOOKUP-ACCOUNT        PIC X(6).
       77 OWNER-NUMBER          PIC X(6).
       77 OWNER-NAME            PIC X(20).
       77 OWNER-PHONE           PIC X(12).

       01 CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 1000 TIMES.
               10 CT-NUMBER      PIC 9(6).
               10 CT-NAME        PIC X(20).
               10 CT-PHONE       PIC X(12).
               10 CT-OWNED-ACCT OCCURS 5 TIMES PIC X(6).

       01 DUE-DATE-PARTS.
           05 DUE-YEAR           PIC 9(4).
           05 DUE-MONTH          PIC 9(2).
           05 DUE-DAY            PIC 9(2).
       77 DAYS-IN-MONTH         PIC 9(2).
       77 LEAP-REMAINDER        PIC 9(4).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-BUSINESS-DATE.
           PERFORM INITIALIZE-FILES.
           OPEN OUTPUT TDREP-FILE.
           PERFORM PRINT-REPORT-HEADER.
           OPEN INPUT TD-FILE.
           IF TD-STATUS-FS NOT = "00"
               DISPLAY "ERROR: TD MASTER NOT FOUND"
               CLOSE TDREP-FILE
               CLOSE ACC-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TDTMP-FILE.
           PERFORM UNTIL EXIT
               READ TD-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO DEPOSIT-COUNT
                       IF TD-STATUS = "A" AND TD-MATURITY <= BUS-DATE
                           PERFORM PROCESS-MATURITY
                       END-IF
                       WRITE TDTMP-RECORD FROM TD-RECORD
               END-READ
           END-PERFORM.
           CLOSE TD-FILE.
           CLOSE TDTMP-FILE.
           CALL "SYSTEM" USING "mv tdtemp.txt tdmaster.txt".
           PERFORM PRINT-REPORT-FOOTER.
           CLOSE TDREP-FILE.
           CLOSE ACC-FILE.
           PERFORM LIST-UPCOMING-MATURITIES.
           STOP RUN.

       READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE.
           OPEN INPUT BUSDATE-FILE.
           IF BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   NOT AT END
                       MOVE FUNCTION NUMVAL(BUSDATE-RECORD)
                           TO BUS-DATE
               END-READ
               CLOSE BUSDATE-FILE
           END-IF.

       INITIALIZE-FILES.
           OPEN I-O ACC-FILE.
           IF ACC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN ACCOUNTS.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           CLOSE JOURNAL-FILE.
           PERFORM COUNT-JOURNAL-SEQ.
           PERFORM LOAD-HOLDS.
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "ERROR: HOLD TABLE FULL - RUN ABANDONED"
               CLOSE ACC-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       COUNT-JOURNAL-SEQ.
           MOVE ZERO TO JOURNAL-SEQ.
           OPEN INPUT JOURNAL-FILE.
           PERFORM UNTIL EXIT
               READ JOURNAL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE JOURNAL-RECORD TO JOURNAL-ENTRY
                       IF JE-REC-TYPE = "1"
                           MOVE JE-SEQ
                               TO JOURNAL-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       LOAD-HOLDS.
           MOVE ZERO TO HELD-TOTAL-COUNT.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ HOLDS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF HOLD-RELEASE > BUS-DATE
                           MOVE HOLD-ACCOUNT TO DEBIT-ACCOUNT
                           MOVE HOLD-AMOUNT TO HELD-AMOUNT
                           PERFORM NOTE-HELD-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.

       FIND-HELD-ENTRY.
           MOVE ZERO TO HELD-FOUND.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-TOTAL-COUNT
               IF HE-ACCOUNT (HELD-IDX) = DEBIT-ACCOUNT
                   MOVE HELD-IDX TO HELD-FOUND
               END-IF
           END-PERFORM.

       NOTE-HELD-AMOUNT.
           PERFORM FIND-HELD-ENTRY.
           EVALUATE TRUE
               WHEN HELD-FOUND NOT = ZERO
                   ADD HELD-AMOUNT TO HE-AMOUNT (HELD-FOUND)
               WHEN HELD-TOTAL-COUNT < 5000
                   ADD 1 TO HELD-TOTAL-COUNT
                   MOVE DEBIT-ACCOUNT TO HE-ACCOUNT (HELD-TOTAL-COUNT)
                   MOVE HELD-AMOUNT TO HE-AMOUNT (HELD-TOTAL-COUNT)
               WHEN OTHER
                   MOVE "Y" TO TABLE-OVERFLOW
           END-EVALUATE.

       GET-HELD-AMOUNT.
           PERFORM FIND-HELD-ENTRY.
           IF HELD-FOUND = ZERO
               MOVE ZERO TO HELD-AMOUNT
           ELSE
               MOVE HE-AMOUNT (HELD-FOUND) TO HELD-AMOUNT
           END-IF.

       PRINT-REPORT-HEADER.
           MOVE SPACES TO TDREP-RECORD.
           STRING "TERM DEPOSIT MATURITY RUN  BUSINESS DATE " BUS-DATE
               DELIMITED BY SIZE INTO TDREP-RECORD.
           WRITE TDREP-RECORD.

       PRINT-REPORT-FOOTER.
           MOVE SPACES TO TDREP-RECORD.
           WRITE TDREP-RECORD.
           MOVE MATURED-COUNT TO COUNT-DISP.
           MOVE SPACES TO TDREP-RECORD.
           STRING "MATURED:        " COUNT-DISP
               DELIMITED BY SIZE INTO TDREP-RECORD.
           WRITE TDREP-RECORD.
           MOVE ROLLED-COUNT TO COUNT-DISP.
           MOVE SPACES TO TDREP-RECORD.
           STRING "ROLLED OVER:    " COUNT-DISP
               DELIMITED BY SIZE INTO TDREP-RECORD.
           WRITE TDREP-RECORD.
           MOVE PAID-COUNT TO COUNT-DISP.
           MOVE SPACES TO TDREP-RECORD.
           STRING "PAID OUT:       " COUNT-DISP
               DELIMITED BY SIZE INTO TDREP-RECORD.
           WRITE TDREP-RECORD.
           MOVE HELD-COUNT TO COUNT-DISP.
           MOVE SPACES TO TDREP-RECORD.
           STRING "HELD:           " COUNT-DISP
               DELIMITED BY SIZE INTO TDREP-RECORD.
           WRITE TDREP-RECORD.
           MOVE FAILED-COUNT TO COUNT-DISP.
           MOVE SPACES TO TDREP-RECORD.
           STRING "FAILED:         " COUNT-DISP
               DELIMITED BY SIZE INTO TDREP-RECORD.
           WRITE TDREP-RECORD.
           MOVE INTEREST-TOTAL TO TOTAL-DISP.
           MOVE SPACES TO TDREP-RECORD.
           STRING "INTEREST PAID:  " TOTAL-DISP
               DELIMITED BY SIZE INTO TDREP-RECORD.
           WRITE TDREP-RECORD.
           MOVE PAYOUT-TOTAL TO TOTAL-DISP.
           MOVE SPACES TO TDREP-RECORD.
           STRING "PAID OUT TOTAL: " TOTAL-DISP
               DELIMITED BY SIZE INTO TDREP-RECORD.
           WRITE TDREP-RECORD.
           IF DEPOSIT-COUNT = ZERO
               DISPLAY "TERM DEPOSIT MASTER FILE IS EMPTY"
           END-IF.

       READ-ACCOUNT.
           MOVE "N" TO MATCH-FOUND.
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO MATCH-FOUND
           END-READ.

       LOAD-ACC-BALANCE.
           IF ACC-SIGN = "-"
               COMPUTE ACC-SIGNED-BAL = 0 - ACC-BALANCE
           ELSE
               MOVE ACC-BALANCE TO ACC-SIGNED-BAL
           END-IF.

       STORE-NEW-BALANCE.
           IF NEW-BALANCE < 0
               MOVE "-" TO REC-SIGN
               COMPUTE REC-BALANCE-NUM = 0 - NEW-BALANCE
           ELSE
               MOVE "+" TO REC-SIGN
               MOVE NEW-BALANCE TO REC-BALANCE-NUM
           END-IF.

       REWRITE-ACCOUNT.
           MOVE ACC-ACCOUNT TO REC-ACCOUNT.
           MOVE ACC-TYPE TO REC-TYPE.
           MOVE ACC-STATUS TO REC-STATUS.
           PERFORM STORE-NEW-BALANCE.
           REWRITE ACC-RECORD-RAW FROM RECORD-LAYOUT.

       PROCESS-MATURITY.
           MOVE TD-ACCOUNT TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           EVALUATE TRUE
               WHEN MATCH-FOUND = "N"
                   MOVE "ERROR: ACCOUNT NOT FOUND" TO FAIL-REASON
               WHEN ACC-STATUS = "C"
                   MOVE "ERROR: ACCOUNT CLOSED" TO FAIL-REASON
               WHEN ACC-STATUS = "F"
                   MOVE "ERROR: ACCOUNT FROZEN" TO FAIL-REASON
               WHEN OTHER
                   MOVE SPACES TO FAIL-REASON
           END-EVALUATE.
           IF FAIL-REASON NOT = SPACES
               ADD 1 TO FAILED-COUNT
               PERFORM PRINT-FAILED-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MATURED-COUNT.
           PERFORM POST-TERM-INTEREST.
           EVALUATE TD-INSTRUCTION
               WHEN "R"
                   PERFORM ROLL-OVER-DEPOSIT
               WHEN "P"
                   PERFORM PAY-OUT-DEPOSIT
               WHEN OTHER
                   PERFORM HOLD-DEPOSIT
           END-EVALUATE.

       POST-TERM-INTEREST.
           MOVE ZERO TO INTEREST-AMT.
           PERFORM LOAD-ACC-BALANCE.
           MOVE ACC-SIGNED-BAL TO OLD-BALANCE.
           IF ACC-SIGNED-BAL < TD-PRINCIPAL
               MOVE ACC-SIGNED-BAL TO INTEREST-BASE
           ELSE
               MOVE TD-PRINCIPAL TO INTEREST-BASE
           END-IF.
           IF INTEREST-BASE <= ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TERM-DAYS =
               FUNCTION INTEGER-OF-DATE(TD-MATURITY)
               - FUNCTION INTEGER-OF-DATE(TD-OPEN-DATE).
           COMPUTE INTEREST-AMT ROUNDED =
               INTEREST-BASE * TD-RATE * TERM-DAYS / 365.
           IF INTEREST-AMT = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE NEW-BALANCE = OLD-BALANCE + INTEREST-AMT.
           PERFORM REWRITE-ACCOUNT.
           MOVE ACC-ACCOUNT TO JRN-ACCOUNT.
           MOVE "INT" TO JRN-ACTION.
           MOVE INTEREST-AMT TO JRN-AMOUNT.
           MOVE OLD-BALANCE TO JRN-OLD-BAL.
           MOVE NEW-BALANCE TO JRN-NEW-BAL.
           PERFORM WRITE-JOURNAL.
           ADD INTEREST-AMT TO INTEREST-TOTAL.

       ROLL-OVER-DEPOSIT.
           MOVE TD-ACCOUNT TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           PERFORM LOAD-ACC-BALANCE.
           IF ACC-SIGNED-BAL <= ZERO
               MOVE "NOTHING TO ROLL OVER" TO FAIL-REASON
               PERFORM HOLD-DEPOSIT
               EXIT PARAGRAPH
           END-IF.
           MOVE ACC-SIGNED-BAL TO TD-PRINCIPAL.
           MOVE TD-MATURITY TO TD-OPEN-DATE.
           MOVE TD-MATURITY TO DUE-DATE-PARTS.
           PERFORM ADD-TERM-MONTHS.
           MOVE DUE-DATE-PARTS TO TD-MATURITY.
           ADD 1 TO ROLLED-COUNT.
           MOVE TD-PRINCIPAL TO AMOUNT-DISP.
           MOVE INTEREST-AMT TO INTEREST-DISP.
           MOVE SPACES TO TDREP-RECORD.
           STRING "ROLLED  ACCT " TD-ACCOUNT
                   " INTEREST " INTEREST-DISP
                   " NEW PRINCIPAL " AMOUNT-DISP
                   " MATURES " TD-MATURITY
               DELIMITED BY SIZE INTO TDREP-RECORD.
           WRITE TDREP-RECORD.

       PAY-OUT-DEPOSIT.
           PERFORM CHECK-PAYOUT.
           IF PAYOUT-OK = "N"
               PERFORM HOLD-DEPOSIT
               EXIT PARAGRAPH
           END-IF.
           MOVE TD-ACCOUNT TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           PERFORM LOAD-ACC-BALANCE.
           MOVE ACC-SIGNED-BAL TO OLD-BALANCE.
           COMPUTE NEW-BALANCE = OLD-BALANCE - PAYOUT-AMOUNT.
           PERFORM REWRITE-ACCOUNT.
           MOVE ACC-ACCOUNT TO JRN-ACCOUNT.
           MOVE "XFR" TO JRN-ACTION.
           MOVE PAYOUT-AMOUNT TO JRN-AMOUNT.
           MOVE OLD-BALANCE TO JRN-OLD-BAL.
           MOVE NEW-BALANCE TO JRN-NEW-BAL.
           PERFORM WRITE-JOURNAL.
           MOVE TD-PAYOUT-ACCT TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           PERFORM LOAD-ACC-BALANCE.
           MOVE ACC-SIGNED-BAL TO OLD-BALANCE.
           COMPUTE NEW-BALANCE = OLD-BALANCE + PAYOUT-AMOUNT.
           PERFORM REWRITE-ACCOUNT.
           MOVE ACC-ACCOUNT TO JRN-ACCOUNT.
           MOVE "XFR" TO JRN-ACTION.
           MOVE PAYOUT-AMOUNT TO JRN-AMOUNT.
           MOVE OLD-BALANCE TO JRN-OLD-BAL.
           MOVE NEW-BALANCE TO JRN-NEW-BAL.
           PERFORM WRITE-JOURNAL.
           MOVE "P" TO TD-STATUS.
           ADD 1 TO PAID-COUNT.
           ADD PAYOUT-AMOUNT TO PAYOUT-TOTAL.
           MOVE PAYOUT-AMOUNT TO AMOUNT-DISP.
           MOVE INTEREST-AMT TO INTEREST-DISP.
           MOVE SPACES TO TDREP-RECORD.
           STRING "PAID    ACCT " TD-ACCOUNT
                   " INTEREST " INTEREST-DISP
                   " AMOUNT " AMOUNT-DISP
                   " TO " TD-PAYOUT-ACCT
               DELIMITED BY SIZE INTO TDREP-RECORD.
           WRITE TDREP-RECORD.

       CHECK-PAYOUT.
           MOVE "N" TO PAYOUT-OK.
           MOVE TD-ACCOUNT TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           PERFORM LOAD-ACC-BALANCE.
           MOVE TD-ACCOUNT TO DEBIT-ACCOUNT.
           PERFORM GET-HELD-AMOUNT.
           COMPUTE PAYOUT-AMOUNT = ACC-SIGNED-BAL - HELD-AMOUNT.
           IF PAYOUT-AMOUNT <= ZERO
               MOVE "NO FUNDS AVAILABLE" TO FAIL-REASON
               EXIT PARAGRAPH
           END-IF.
           IF TD-PAYOUT-ACCT = TD-ACCOUNT
               MOVE "PAYOUT ACCOUNT INVALID" TO FAIL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE TD-PAYOUT-ACCT TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           EVALUATE TRUE
               WHEN MATCH-FOUND = "N"
                   MOVE "PAYOUT ACCOUNT NOT FOUND" TO FAIL-REASON
               WHEN ACC-STATUS = "C"
                   MOVE "PAYOUT ACCOUNT CLOSED" TO FAIL-REASON
               WHEN ACC-STATUS = "F"
                   MOVE "PAYOUT ACCOUNT FROZEN" TO FAIL-REASON
               WHEN OTHER
                   MOVE "Y" TO PAYOUT-OK
           END-EVALUATE.

       HOLD-DEPOSIT.
           MOVE "H" TO TD-STATUS.
           ADD 1 TO HELD-COUNT.
           MOVE TD-ACCOUNT TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           PERFORM LOAD-ACC-BALANCE.
           MOVE ACC-SIGNED-BAL TO AMOUNT-DISP.
           MOVE INTEREST-AMT TO INTEREST-DISP.
           MOVE SPACES TO TDREP-RECORD.
           STRING "HELD    ACCT " TD-ACCOUNT
                   " INTEREST " INTEREST-DISP
                   " BALANCE " AMOUNT-DISP
                   " " FAIL-REASON
               DELIMITED BY SIZE INTO TDREP-RECORD.
           WRITE TDREP-RECORD.

       PRINT-FAILED-LINE.
           MOVE TD-PRINCIPAL TO AMOUNT-DISP.
           MOVE SPACES TO TDREP-RECORD.
           STRING "FAILED  ACCT " TD-ACCOUNT
                   " PRINCIPAL " AMOUNT-DISP
                   " " FAIL-REASON
               DELIMITED BY SIZE INTO TDREP-RECORD.
           WRITE TDREP-RECORD.

       ADD-TERM-MONTHS.
           COMPUTE MONTH-TOTAL = DUE-MONTH - 1 + TD-TERM.
           DIVIDE MONTH-TOTAL BY 12 GIVING YEAR-ADD
               REMAINDER MONTH-TOTAL.
           ADD YEAR-ADD TO DUE-YEAR.
           COMPUTE DUE-MONTH = MONTH-TOTAL + 1.
           PERFORM SET-DAYS-IN-MONTH.
           IF DUE-DAY > DAYS-IN-MONTH
               MOVE DAYS-IN-MONTH TO DUE-DAY
           END-IF.

       SET-DAYS-IN-MONTH.
           EVALUATE DUE-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO DAYS-IN-MONTH
                   DIVIDE DUE-YEAR BY 4 GIVING LEAP-REMAINDER
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = ZERO
                       DIVIDE DUE-YEAR BY 100 GIVING LEAP-REMAINDER
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER NOT = ZERO
                           MOVE 29 TO DAYS-IN-MONTH
                       ELSE
                           DIVIDE DUE-YEAR BY 400
                               GIVING LEAP-REMAINDER
                               REMAINDER LEAP-REMAINDER
                           IF LEAP-REMAINDER = ZERO
                               MOVE 29 TO DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DAYS-IN-MONTH
           END-EVALUATE.

       LIST-UPCOMING-MATURITIES.
           COMPUTE WINDOW-END-INT =
               FUNCTION INTEGER-OF-DATE(BUS-DATE) + WINDOW-DAYS.
           COMPUTE WINDOW-END-DATE =
               FUNCTION DATE-OF-INTEGER(WINDOW-END-INT).
           OPEN OUTPUT TDUP-FILE.
           MOVE SPACES TO TDUP-RECORD.
           STRING "TERM DEPOSITS MATURING " BUS-DATE
                   " TO " WINDOW-END-DATE
               DELIMITED BY SIZE INTO TDUP-RECORD.
           WRITE TDUP-RECORD.
           PERFORM LOAD-CUSTOMERS.
           OPEN INPUT TD-FILE.
           PERFORM UNTIL EXIT
               READ TD-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TD-STATUS = "A"
                               AND TD-MATURITY > BUS-DATE
                               AND TD-MATURITY <= WINDOW-END-DATE
                           PERFORM PRINT-UPCOMING-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TD-FILE.
           MOVE SPACES TO TDUP-RECORD.
           WRITE TDUP-RECORD.
           MOVE UPCOMING-COUNT TO COUNT-DISP.
           MOVE UPCOMING-TOTAL TO TOTAL-DISP.
           MOVE SPACES TO TDUP-RECORD.
           STRING "DEPOSITS LISTED: " COUNT-DISP
                   "  PRINCIPAL TOTAL: " TOTAL-DISP
               DELIMITED BY SIZE INTO TDUP-RECORD.
           WRITE TDUP-RECORD.
           CLOSE TDUP-FILE.

       LOAD-CUSTOMERS.
           MOVE ZERO TO CUST-COUNT.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS NOT = "00"
               MOVE "WARNING: NO CUSTOMER FILE ON HAND" TO TDUP-RECORD
               WRITE TDUP-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ CUST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CUST-COUNT >= 1000
                           MOVE "WARNING: CUSTOMER TABLE FULL"
                               TO TDUP-RECORD
                           WRITE TDUP-RECORD
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO CUST-COUNT
                       MOVE CUST-NUMBER TO CT-NUMBER (CUST-COUNT)
                       MOVE CUST-NAME TO CT-NAME (CUST-COUNT)
                       MOVE CUST-PHONE TO CT-PHONE (CUST-COUNT)
                       PERFORM VARYING SLOT-IDX FROM 1 BY 1
                               UNTIL SLOT-IDX > 5
                           MOVE CUST-OWNED-ACCT (SLOT-IDX)
                               TO CT-OWNED-ACCT (CUST-COUNT SLOT-IDX)
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE CUST-FILE.

       FIND-OWNER.
           MOVE ZERO TO CUST-FOUND.
           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > CUST-COUNT OR CUST-FOUND NOT = ZERO
               PERFORM VARYING SLOT-IDX FROM 1 BY 1
                       UNTIL SLOT-IDX > 5
                   IF CT-OWNED-ACCT (CUST-IDX SLOT-IDX) = LOOKUP-ACCOUNT
                       MOVE CUST-IDX TO CUST-FOUND
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF CUST-FOUND = ZERO
               MOVE "NONE" TO OWNER-NUMBER
               MOVE "NO OWNER ON FILE" TO OWNER-NAME
               MOVE SPACES TO OWNER-PHONE
           ELSE
               MOVE CT-NUMBER (CUST-FOUND) TO OWNER-NUMBER
               MOVE CT-NAME (CUST-FOUND) TO OWNER-NAME
               MOVE CT-PHONE (CUST-FOUND) TO OWNER-PHONE
           END-IF.

       PRINT-UPCOMING-LINE.
           MOVE TD-ACCOUNT TO LOOKUP-ACCOUNT.
           PERFORM FIND-OWNER.
           ADD 1 TO UPCOMING-COUNT.
           ADD TD-PRINCIPAL TO UPCOMING-TOTAL.
           MOVE TD-PRINCIPAL TO AMOUNT-DISP.
           MOVE SPACES TO TDUP-RECORD.
           STRING "ACCT " TD-ACCOUNT
                   " MATURES " TD-MATURITY
                   " " AMOUNT-DISP
                   " INSTR " TD-INSTRUCTION
                   " CUST " OWNER-NUMBER
                   " " OWNER-NAME
                   " " OWNER-PHONE
               DELIMITED BY SIZE INTO TDUP-RECORD.
           WRITE TDUP-RECORD.

       WRITE-JOURNAL.
           ADD 1 TO JOURNAL-SEQ.
           MOVE SPACES TO JOURNAL-ENTRY.
           MOVE "1" TO JE-REC-TYPE.
           MOVE JOURNAL-SEQ TO JE-SEQ.
           MOVE JRN-ACCOUNT TO JE-ACCOUNT.
           MOVE JRN-ACTION TO JE-ACTION.
           MOVE JRN-AMOUNT TO JE-AMOUNT.
           MOVE JRN-OLD-BAL TO JE-OLD-BAL.
           MOVE JRN-NEW-BAL TO JE-NEW-BAL.
           MOVE BUS-DATE TO JE-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JE-TIME.
           MOVE JRN-OPERATOR TO JE-OPER.
           MOVE JRN-SERIAL TO JE-SERIAL.
           MOVE ZERO TO JE-REF-SEQ.
           MOVE JRN-REF-ACTION TO JE-REF-ACTION.
           OPEN EXTEND JOURNAL-FILE.
           WRITE JOURNAL-RECORD FROM JOURNAL-ENTRY.
           CLOSE JOURNAL-FILE.
