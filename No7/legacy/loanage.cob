       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-DELINQUENCY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loanmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-STATUS-FS.
           SELECT SCHED-FILE ASSIGN TO "loansched.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-STATUS.
           SELECT CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-STATUS.
           SELECT AGE-FILE ASSIGN TO "lnaging.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD AGE-FILE.
       01 AGE-RECORD           PIC X(132).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       77 LOAN-STATUS-FS        PIC X(2) VALUE "00".
       77 SCHED-STATUS          PIC X(2) VALUE "00".
       77 CUST-STATUS           PIC X(2) VALUE "00".
       77 BUSDATE-STATUS        PIC X(2) VALUE "00".
       77 BUS-DATE              PIC 9(8).
       77 BUS-DATE-INT          PIC 9(8).
       77 DAYS-PAST-DUE         PIC 9(5).
       77 DAYS-DISP             PIC Z(4)9.
       77 COUNT-DISP            PIC Z(5)9.
       77 INST-DISP             PIC ZZ9.
       77 AMOUNT-DISP           PIC Z(6)9.99.
       77 TOTAL-DISP            PIC Z(7)9.99.
       77 BUCKET-IDX            PIC 9(1).
       77 LOANS-LISTED          PIC 9(6) VALUE ZERO.
       77 OVERDUE-TOTAL         PIC 9(8)V99 VALUE ZERO.
       77 OWNER-NAME            PIC X(20).
       77 OWNER-PHONE           PIC X(12).
       77 TABLE-OVERFLOW        PIC X VALUE "N".

       77 LOAN-COUNT            PIC 9(4) VALUE ZERO.
       77 LOAN-IDX              PIC 9(4).
       77 LOAN-FOUND            PIC 9(4) VALUE ZERO.

       01 LOAN-TABLE.
           05 LOAN-ENTRY OCCURS 2000 TIMES.
               10 LNT-LOAN       PIC 9(6).
               10 LNT-CIF        PIC 9(6).
               10 LNT-ACCOUNT    PIC 9(6).
               10 LNT-OUTSTANDING PIC 9(6)V99.
               10 LNT-OVERDUE-CNT PIC 9(3).
               10 LNT-OVERDUE-AMT PIC 9(8)V99.
               10 LNT-OLDEST-DUE PIC 9(8).

       77 CUST-COUNT            PIC 9(4) VALUE ZERO.
       77 CUST-IDX              PIC 9(4).
       77 CUST-FOUND            PIC 9(4) VALUE ZERO.

       01 CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 1000 TIMES.
               10 CT-NUMBER      PIC 9(6).
               10 CT-NAME        PIC X(20).
               10 CT-PHONE       PIC X(12).

       01 BUCKET-TABLE.
           05 BUCKET-ENTRY OCCURS 4 TIMES.
               10 BK-LABEL       PIC X(6).
               10 BK-COUNT       PIC 9(6).
               10 BK-AMOUNT      PIC 9(8)V99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE BUS-DATE-INT = FUNCTION INTEGER-OF-DATE(BUS-DATE).
           PERFORM INITIALIZE-BUCKETS.
           OPEN OUTPUT AGE-FILE.
           MOVE SPACES TO AGE-RECORD.
           STRING "LOAN DELINQUENCY AGING  BUSINESS DATE " BUS-DATE
               DELIMITED BY SIZE INTO AGE-RECORD.
           WRITE AGE-RECORD.
           PERFORM LOAD-LOANS.
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "ERROR: LOAN TABLE FULL - RUN ABANDONED"
               CLOSE AGE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-CUSTOMERS.
           PERFORM ACCUMULATE-OVERDUE.
           MOVE SPACES TO AGE-RECORD.
           WRITE AGE-RECORD.
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
                   UNTIL LOAN-IDX > LOAN-COUNT
               IF LNT-OVERDUE-CNT (LOAN-IDX) > ZERO
                   PERFORM PRINT-LOAN-LINE
               END-IF
           END-PERFORM.
           PERFORM PRINT-BUCKET-TOTALS.
           CLOSE AGE-FILE.
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

       INITIALIZE-BUCKETS.
           MOVE "1-30" TO BK-LABEL (1).
           MOVE "31-60" TO BK-LABEL (2).
           MOVE "61-90" TO BK-LABEL (3).
           MOVE "90+" TO BK-LABEL (4).
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > 4
               MOVE ZERO TO BK-COUNT (BUCKET-IDX)
               MOVE ZERO TO BK-AMOUNT (BUCKET-IDX)
           END-PERFORM.

       LOAD-LOANS.
           MOVE ZERO TO LOAN-COUNT.
           OPEN INPUT LOAN-FILE.
           IF LOAN-STATUS-FS NOT = "00"
               MOVE "WARNING: NO LOAN MASTER ON HAND" TO AGE-RECORD
               WRITE AGE-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ LOAN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LOAN-COUNT >= 2000
                           MOVE "Y" TO TABLE-OVERFLOW
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO LOAN-COUNT
                       MOVE LN-LOAN TO LNT-LOAN (LOAN-COUNT)
                       MOVE LN-CIF TO LNT-CIF (LOAN-COUNT)
                       MOVE LN-ACCOUNT TO LNT-ACCOUNT (LOAN-COUNT)
                       MOVE LN-OUTSTANDING
                           TO LNT-OUTSTANDING (LOAN-COUNT)
                       MOVE ZERO TO LNT-OVERDUE-CNT (LOAN-COUNT)
                       MOVE ZERO TO LNT-OVERDUE-AMT (LOAN-COUNT)
                       MOVE 99999999 TO LNT-OLDEST-DUE (LOAN-COUNT)
               END-READ
           END-PERFORM.
           CLOSE LOAN-FILE.

       LOAD-CUSTOMERS.
           MOVE ZERO TO CUST-COUNT.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS NOT = "00"
               MOVE "WARNING: NO CUSTOMER FILE ON HAND" TO AGE-RECORD
               WRITE AGE-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ CUST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CUST-COUNT >= 1000
                           MOVE "WARNING: CUSTOMER TABLE FULL"
                               TO AGE-RECORD
                           WRITE AGE-RECORD
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO CUST-COUNT
                       MOVE CUST-NUMBER TO CT-NUMBER (CUST-COUNT)
                       MOVE CUST-NAME TO CT-NAME (CUST-COUNT)
                       MOVE CUST-PHONE TO CT-PHONE (CUST-COUNT)
               END-READ
           END-PERFORM.
           CLOSE CUST-FILE.

       ACCUMULATE-OVERDUE.
           OPEN INPUT SCHED-FILE.
           IF SCHED-STATUS NOT = "00"
               MOVE "WARNING: NO LOAN SCHEDULE ON HAND" TO AGE-RECORD
               WRITE AGE-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ SCHED-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LS-STATUS NOT = "P"
                               AND LS-DUE-DATE < BUS-DATE
                           PERFORM NOTE-OVERDUE-INSTALLMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHED-FILE.

       NOTE-OVERDUE-INSTALLMENT.
           MOVE ZERO TO LOAN-FOUND.
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
                   UNTIL LOAN-IDX > LOAN-COUNT OR LOAN-FOUND NOT = ZERO
               IF LNT-LOAN (LOAN-IDX) = LS-LOAN
                   MOVE LOAN-IDX TO LOAN-FOUND
               END-IF
           END-PERFORM.
           IF LOAN-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LNT-OVERDUE-CNT (LOAN-FOUND).
           ADD LS-PAYMENT TO LNT-OVERDUE-AMT (LOAN-FOUND).
           IF LS-DUE-DATE < LNT-OLDEST-DUE (LOAN-FOUND)
               MOVE LS-DUE-DATE TO LNT-OLDEST-DUE (LOAN-FOUND)
           END-IF.

       FIND-CUSTOMER.
           MOVE ZERO TO CUST-FOUND.
           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > CUST-COUNT OR CUST-FOUND NOT = ZERO
               IF CT-NUMBER (CUST-IDX) = LNT-CIF (LOAN-IDX)
                   MOVE CUST-IDX TO CUST-FOUND
               END-IF
           END-PERFORM.
           IF CUST-FOUND = ZERO
               MOVE "NO CUSTOMER ON FILE" TO OWNER-NAME
               MOVE SPACES TO OWNER-PHONE
           ELSE
               MOVE CT-NAME (CUST-FOUND) TO OWNER-NAME
               MOVE CT-PHONE (CUST-FOUND) TO OWNER-PHONE
           END-IF.

       PRINT-LOAN-LINE.
           COMPUTE DAYS-PAST-DUE = BUS-DATE-INT
               - FUNCTION INTEGER-OF-DATE(LNT-OLDEST-DUE (LOAN-IDX)).
           EVALUATE TRUE
               WHEN DAYS-PAST-DUE <= 30
                   MOVE 1 TO BUCKET-IDX
               WHEN DAYS-PAST-DUE <= 60
                   MOVE 2 TO BUCKET-IDX
               WHEN DAYS-PAST-DUE <= 90
                   MOVE 3 TO BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO BUCKET-IDX
           END-EVALUATE.
           ADD 1 TO BK-COUNT (BUCKET-IDX).
           ADD LNT-OVERDUE-AMT (LOAN-IDX) TO BK-AMOUNT (BUCKET-IDX).
           ADD 1 TO LOANS-LISTED.
           ADD LNT-OVERDUE-AMT (LOAN-IDX) TO OVERDUE-TOTAL.
           PERFORM FIND-CUSTOMER.
           MOVE DAYS-PAST-DUE TO DAYS-DISP.
           MOVE LNT-OVERDUE-CNT (LOAN-IDX) TO INST-DISP.
           MOVE LNT-OVERDUE-AMT (LOAN-IDX) TO AMOUNT-DISP.
           MOVE SPACES TO AGE-RECORD.
           STRING "LOAN " LNT-LOAN (LOAN-IDX)
                   " CIF " LNT-CIF (LOAN-IDX)
                   " " OWNER-NAME
                   " " OWNER-PHONE
                   " ACCT " LNT-ACCOUNT (LOAN-IDX)
                   " INST " INST-DISP
                   " OVERDUE " AMOUNT-DISP
                   " DAYS " DAYS-DISP
                   " BUCKET " BK-LABEL (BUCKET-IDX)
               DELIMITED BY SIZE INTO AGE-RECORD.
           WRITE AGE-RECORD.

       PRINT-BUCKET-TOTALS.
           MOVE SPACES TO AGE-RECORD.
           WRITE AGE-RECORD.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > 4
               MOVE BK-COUNT (BUCKET-IDX) TO COUNT-DISP
               MOVE BK-AMOUNT (BUCKET-IDX) TO TOTAL-DISP
               MOVE SPACES TO AGE-RECORD
               STRING "DAYS " BK-LABEL (BUCKET-IDX)
                       " LOANS: " COUNT-DISP
                       "  OVERDUE: " TOTAL-DISP
                   DELIMITED BY SIZE INTO AGE-RECORD
               WRITE AGE-RECORD
           END-PERFORM.
           MOVE LOANS-LISTED TO COUNT-DISP.
           MOVE OVERDUE-TOTAL TO TOTAL-DISP.
           MOVE SPACES TO AGE-RECORD.
           STRING "TOTAL      LOANS: " COUNT-DISP
                   "  OVERDUE: " TOTAL-DISP
               DELIMITED BY SIZE INTO AGE-RECORD.
           WRITE AGE-RECORD.
