       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-SETUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIN-FILE ASSIGN TO "loanin.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIN-STATUS.
           SELECT LOAN-FILE ASSIGN TO "loanmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-STATUS-FS.
           SELECT SCHED-FILE ASSIGN TO "loansched.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-STATUS.
           SELECT CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-STATUS.
           SELECT ACC-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-ACCOUNT
               FILE STATUS IS ACC-FILE-STATUS.
           SELECT LRPT-FILE ASSIGN TO "loanrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD LIN-FILE.
       01 LIN-RECORD.
           05 LIN-LOAN        PIC 9(6).
           05 LIN-CIF         PIC 9(6).
           05 LIN-ACCOUNT     PIC 9(6).
           05 LIN-PRINCIPAL   PIC 9(6)V99.
           05 LIN-RATE        PIC 9V9999.
           05 LIN-TERM        PIC 9(3).
           05 LIN-START-DATE  PIC 9(8).

       FD LOAN-FILE.
       01 LN-RECORD.
           05 LN-LOAN         PIC 9(6).
           05 LN-CIF          PIC 9(6).
           05 LN-ACCOUNT      PIC 9(6).
           05 LN-PRINCIPAL    PIC 9(6)V99.
           05 LN-RATE         PIC 9V9999.
           05 LN-TERM         PIC 9(3).
           05 LN-START-DATE   PIC 9(8).
           05 LN-PAYMENT      PIC 9(6)V99.
           05 LN-OUTSTANDING  PIC 9(6)V99.
           05 LN-PAID-COUNT   PIC 9(3).
           05 LN-STATUS       PIC X(1).

       FD SCHED-FILE.
       01 LS-RECORD.
           05 LS-LOAN         PIC 9(6).
           05 LS-NUMBER       PIC 9(3).
           05 LS-DUE-DATE     PIC 9(8).
           05 LS-PAYMENT      PIC 9(6)V99.
           05 LS-INTEREST     PIC 9(6)V99.
           05 LS-PRINCIPAL    PIC 9(6)V99.
           05 LS-BALANCE      PIC 9(6)V99.
           05 LS-STATUS       PIC X(1).
           05 LS-PAID-DATE    PIC 9(8).

       FD CUST-FILE.
       01 CUST-RECORD-RAW.
           05 CUST-NUMBER     PIC 9(6).
           05 CUST-NAME       PIC X(20).
           05 CUST-ADDRESS    PIC X(30).
           05 CUST-PHONE      PIC X(12).
           05 CUST-ACCOUNTS.
               10 CUST-OWNED-ACCT OCCURS 5 TIMES PIC X(6).

       FD ACC-FILE.
       01 ACC-RECORD-RAW.
           05 ACC-ACCOUNT     PIC 9(6).
           05 ACC-TYPE        PIC X(1).
           05 ACC-SIGN        PIC X(1).
           05 FILLER          PIC X(1).
           05 ACC-BALANCE     PIC 9(6)V99.
           05 ACC-STATUS      PIC X(1).

       FD LRPT-FILE.
       01 LRPT-RECORD          PIC X(100).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       77 LIN-STATUS            PIC X(2) VALUE "00".
       77 LOAN-STATUS-FS        PIC X(2) VALUE "00".
       77 SCHED-STATUS          PIC X(2) VALUE "00".
       77 CUST-STATUS           PIC X(2) VALUE "00".
       77 BUSDATE-STATUS        PIC X(2) VALUE "00".
       77 ACC-FILE-STATUS       PIC X(2) VALUE "00".
       77 BUS-DATE              PIC 9(8).
       77 MATCH-FOUND           PIC X VALUE "N".
       77 ACC-FOUND             PIC X VALUE "N".
       77 OWNER-FOUND           PIC X VALUE "N".
       77 REQUEST-OK            PIC X VALUE "Y".
       77 REQUEST-COUNT         PIC 9(6) VALUE ZERO.
       77 OUT-MESSAGE           PIC X(40).
       77 SLOT-IDX              PIC 9(1).
       77 ACCOUNT-KEY           PIC X(6).
       77 INST-IDX              PIC 9(3).
       77 MONTHS-TO-ADD         PIC 9(3).
       77 MONTH-TOTAL           PIC 9(5).
       77 YEAR-ADD              PIC 9(4).
       77 MONTHLY-RATE          PIC 9V9(10).
       77 GROWTH-FACTOR         PIC 9(14)V9(10).
       77 DISCOUNT-FACTOR       PIC 9V9(12).
       77 LEVEL-PAYMENT         PIC 9(6)V99.
       77 REMAINING-BAL         PIC 9(6)V99.
       77 INST-INTEREST         PIC 9(6)V99.
       77 INST-PRINCIPAL        PIC 9(6)V99.
       77 INST-PAYMENT          PIC 9(6)V99.
       77 TOTAL-INTEREST        PIC 9(8)V99.
       77 PAYMENT-DISP          PIC Z(5)9.99.
       77 INTEREST-DISP         PIC Z(5)9.99.
       77 PRINCIPAL-DISP        PIC Z(5)9.99.
       77 BALANCE-DISP          PIC Z(5)9.99.
       77 TOTAL-DISP            PIC Z(7)9.99.

       01 LOAN-LAYOUT.
           05 LL-LOAN            PIC 9(6).
           05 LL-CIF             PIC 9(6).
           05 LL-ACCOUNT         PIC 9(6).
           05 LL-PRINCIPAL       PIC 9(6)V99.
           05 LL-RATE            PIC 9V9999.
           05 LL-TERM            PIC 9(3).
           05 LL-START-DATE      PIC 9(8).
           05 LL-PAYMENT         PIC 9(6)V99.
           05 LL-OUTSTANDING     PIC 9(6)V99.
           05 LL-PAID-COUNT      PIC 9(3).
           05 LL-STATUS          PIC X(1).

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
           OPEN OUTPUT LRPT-FILE.
           OPEN INPUT LIN-FILE.
           IF LIN-STATUS NOT = "00"
               DISPLAY "LOAN INPUT FILE NOT FOUND"
               CLOSE LRPT-FILE
               CLOSE ACC-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL EXIT
               READ LIN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO REQUEST-COUNT
                       PERFORM VALIDATE-REQUEST
                       IF REQUEST-OK = "Y"
                           PERFORM CHECK-DUPLICATE-LOAN
                       END-IF
                       IF REQUEST-OK = "Y"
                           PERFORM CHECK-CUSTOMER
                       END-IF
                       IF REQUEST-OK = "Y"
                           PERFORM CHECK-DEPOSIT-ACCOUNT
                       END-IF
                       IF REQUEST-OK = "Y"
                           PERFORM BOOK-LOAN
                       ELSE
                           PERFORM WRITE-OUTPUT
                       END-IF
               END-READ
           END-PERFORM.
           IF REQUEST-COUNT = ZERO
               DISPLAY "LOAN INPUT FILE IS EMPTY"
           END-IF.
           CLOSE LIN-FILE.
           CLOSE LRPT-FILE.
           CLOSE ACC-FILE.
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
           OPEN INPUT ACC-FILE.
           IF ACC-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN ACCOUNTS.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT LOAN-FILE.
           IF LOAN-STATUS-FS = "35"
               OPEN OUTPUT LOAN-FILE
           END-IF.
           CLOSE LOAN-FILE.
           OPEN INPUT SCHED-FILE.
           IF SCHED-STATUS = "35"
               OPEN OUTPUT SCHED-FILE
           END-IF.
           CLOSE SCHED-FILE.

       VALIDATE-REQUEST.
           MOVE "Y" TO REQUEST-OK.
           EVALUATE TRUE
               WHEN LIN-LOAN = ZERO
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: INVALID LOAN NUMBER" TO OUT-MESSAGE
               WHEN LIN-CIF = ZERO
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: INVALID CIF NUMBER" TO OUT-MESSAGE
               WHEN LIN-ACCOUNT = ZERO
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: INVALID DEPOSIT ACCOUNT" TO OUT-MESSAGE
               WHEN LIN-PRINCIPAL = ZERO
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: INVALID PRINCIPAL" TO OUT-MESSAGE
               WHEN LIN-TERM = ZERO OR LIN-TERM > 360
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: INVALID TERM" TO OUT-MESSAGE
               WHEN LIN-RATE > 0.5
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: INVALID RATE" TO OUT-MESSAGE
           END-EVALUATE.

       CHECK-DUPLICATE-LOAN.
           MOVE "N" TO MATCH-FOUND.
           OPEN INPUT LOAN-FILE.
           PERFORM UNTIL EXIT
               READ LOAN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LN-LOAN = LIN-LOAN
                           MOVE "Y" TO MATCH-FOUND
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOAN-FILE.
           IF MATCH-FOUND = "Y"
               MOVE "N" TO REQUEST-OK
               MOVE "ERROR: DUPLICATE LOAN" TO OUT-MESSAGE
           END-IF.

       CHECK-CUSTOMER.
           MOVE "N" TO MATCH-FOUND.
           MOVE "N" TO OWNER-FOUND.
           MOVE LIN-ACCOUNT TO ACCOUNT-KEY.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS NOT = "00"
               MOVE "N" TO REQUEST-OK
               MOVE "ERROR: CUSTOMER FILE NOT FOUND" TO OUT-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ CUST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CUST-NUMBER = LIN-CIF
                           MOVE "Y" TO MATCH-FOUND
                           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                                   UNTIL SLOT-IDX > 5
                               IF CUST-OWNED-ACCT (SLOT-IDX)
                                       = ACCOUNT-KEY
                                   MOVE "Y" TO OWNER-FOUND
                               END-IF
                           END-PERFORM
                           EXIT PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUST-FILE.
           EVALUATE TRUE
               WHEN MATCH-FOUND = "N"
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: CUSTOMER NOT FOUND" TO OUT-MESSAGE
               WHEN OWNER-FOUND = "N"
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: ACCOUNT NOT OWNED BY CIF"
                       TO OUT-MESSAGE
           END-EVALUATE.

       CHECK-DEPOSIT-ACCOUNT.
           MOVE LIN-ACCOUNT TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           EVALUATE TRUE
               WHEN ACC-FOUND = "N"
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: ACCOUNT NOT FOUND" TO OUT-MESSAGE
               WHEN ACC-STATUS = "C"
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: ACCOUNT CLOSED" TO OUT-MESSAGE
               WHEN ACC-STATUS = "F"
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: ACCOUNT FROZEN" TO OUT-MESSAGE
               WHEN ACC-TYPE = "T"
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: INVALID DEPOSIT ACCOUNT" TO OUT-MESSAGE
           END-EVALUATE.

       READ-ACCOUNT.
           MOVE "N" TO ACC-FOUND.
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ACC-FOUND
           END-READ.

       BOOK-LOAN.
           PERFORM COMPUTE-LEVEL-PAYMENT.
           MOVE LIN-LOAN TO LL-LOAN.
           MOVE LIN-CIF TO LL-CIF.
           MOVE LIN-ACCOUNT TO LL-ACCOUNT.
           MOVE LIN-PRINCIPAL TO LL-PRINCIPAL.
           MOVE LIN-RATE TO LL-RATE.
           MOVE LIN-TERM TO LL-TERM.
           IF LIN-START-DATE = ZERO
               MOVE BUS-DATE TO LL-START-DATE
           ELSE
               MOVE LIN-START-DATE TO LL-START-DATE
           END-IF.
           MOVE LEVEL-PAYMENT TO LL-PAYMENT.
           MOVE LIN-PRINCIPAL TO LL-OUTSTANDING.
           MOVE ZERO TO LL-PAID-COUNT.
           MOVE "A" TO LL-STATUS.
           OPEN EXTEND LOAN-FILE.
           WRITE LN-RECORD FROM LOAN-LAYOUT.
           CLOSE LOAN-FILE.
           MOVE "SUCCESS: LOAN BOOKED" TO OUT-MESSAGE.
           PERFORM WRITE-OUTPUT.
           PERFORM BUILD-SCHEDULE.

       COMPUTE-LEVEL-PAYMENT.
           COMPUTE MONTHLY-RATE ROUNDED = LIN-RATE / 12.
           IF MONTHLY-RATE = ZERO
               COMPUTE LEVEL-PAYMENT ROUNDED =
                   LIN-PRINCIPAL / LIN-TERM
               EXIT PARAGRAPH
           END-IF.
           COMPUTE GROWTH-FACTOR ROUNDED =
               (1 + MONTHLY-RATE) ** LIN-TERM.
           COMPUTE DISCOUNT-FACTOR ROUNDED = 1 / GROWTH-FACTOR.
           COMPUTE LEVEL-PAYMENT ROUNDED =
               LIN-PRINCIPAL * MONTHLY-RATE / (1 - DISCOUNT-FACTOR).

       BUILD-SCHEDULE.
           MOVE LIN-PRINCIPAL TO REMAINING-BAL.
           MOVE ZERO TO TOTAL-INTEREST.
           OPEN EXTEND SCHED-FILE.
           PERFORM VARYING INST-IDX FROM 1 BY 1
                   UNTIL INST-IDX > LIN-TERM
               COMPUTE INST-INTEREST ROUNDED =
                   REMAINING-BAL * MONTHLY-RATE
               IF INST-IDX = LIN-TERM
                   MOVE REMAINING-BAL TO INST-PRINCIPAL
               ELSE
                   COMPUTE INST-PRINCIPAL =
                       LEVEL-PAYMENT - INST-INTEREST
                   IF INST-PRINCIPAL > REMAINING-BAL
                       MOVE REMAINING-BAL TO INST-PRINCIPAL
                   END-IF
               END-IF
               COMPUTE INST-PAYMENT = INST-PRINCIPAL + INST-INTEREST
               SUBTRACT INST-PRINCIPAL FROM REMAINING-BAL
               ADD INST-INTEREST TO TOTAL-INTEREST
               MOVE LL-START-DATE TO DUE-DATE-PARTS
               MOVE INST-IDX TO MONTHS-TO-ADD
               PERFORM ADD-MONTHS
               MOVE LIN-LOAN TO LS-LOAN
               MOVE INST-IDX TO LS-NUMBER
               MOVE DUE-DATE-PARTS TO LS-DUE-DATE
               MOVE INST-PAYMENT TO LS-PAYMENT
               MOVE INST-INTEREST TO LS-INTEREST
               MOVE INST-PRINCIPAL TO LS-PRINCIPAL
               MOVE REMAINING-BAL TO LS-BALANCE
               MOVE "D" TO LS-STATUS
               MOVE ZERO TO LS-PAID-DATE
               WRITE LS-RECORD
               PERFORM WRITE-SCHEDULE-LINE
           END-PERFORM.
           CLOSE SCHED-FILE.
           MOVE TOTAL-INTEREST TO TOTAL-DISP.
           MOVE SPACES TO LRPT-RECORD.
           STRING "LOAN " LIN-LOAN " TOTAL INTEREST " TOTAL-DISP
               DELIMITED BY SIZE INTO LRPT-RECORD.
           WRITE LRPT-RECORD.

       ADD-MONTHS.
           COMPUTE MONTH-TOTAL = DUE-MONTH - 1 + MONTHS-TO-ADD.
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

       WRITE-SCHEDULE-LINE.
           MOVE LS-PAYMENT TO PAYMENT-DISP.
           MOVE LS-INTEREST TO INTEREST-DISP.
           MOVE LS-PRINCIPAL TO PRINCIPAL-DISP.
           MOVE LS-BALANCE TO BALANCE-DISP.
           MOVE SPACES TO LRPT-RECORD.
           STRING "  INST " LS-NUMBER
                   " DUE " LS-DUE-DATE
                   " PAYMENT " PAYMENT-DISP
                   " INTEREST " INTEREST-DISP
                   " PRINCIPAL " PRINCIPAL-DISP
                   " BALANCE " BALANCE-DISP
               DELIMITED BY SIZE INTO LRPT-RECORD.
           WRITE LRPT-RECORD.

       WRITE-OUTPUT.
           MOVE SPACES TO LRPT-RECORD.
           STRING "LOAN " LIN-LOAN " CIF " LIN-CIF
                   " ACCT " LIN-ACCOUNT " " OUT-MESSAGE
               DELIMITED BY SIZE INTO LRPT-RECORD.
           WRITE LRPT-RECORD.
