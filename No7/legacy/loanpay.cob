       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-REPAYMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "loanmast.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAN-STATUS-FS.
           SELECT LNTMP-FILE ASSIGN TO "lntemp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHED-FILE ASSIGN TO "loansched.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCHED-STATUS.
           SELECT LSTMP-FILE ASSIGN TO "lstemp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LPREP-FILE ASSIGN TO "lnpayrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACC-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-ACCOUNT
               FILE STATUS IS ACC-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
           SELECT LIMITS-FILE ASSIGN TO "limits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMITS-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.

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

       FD LNTMP-FILE.
       01 LNTMP-RECORD         PIC X(62).

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

       FD LSTMP-FILE.
       01 LSTMP-RECORD         PIC X(58).

       FD LPREP-FILE.
       01 LPREP-RECORD         PIC X(100).

       FD ACC-FILE.
       01 ACC-RECORD-RAW.
           05 ACC-ACCOUNT     PIC 9(6).
           05 ACC-TYPE        PIC X(1).
           05 ACC-SIGN        PIC X(1).
           05 FILLER          PIC X(1).
           05 ACC-BALANCE     PIC 9(6)V99.
           05 ACC-STATUS      PIC X(1).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).

       FD LIMITS-FILE.
       01 LIM-RECORD.
           05 LIM-ACCOUNT     PIC 9(6).
           05 LIM-TYPE        PIC X(1).
           05 LIM-PER-TXN     PIC 9(6)V99.
           05 LIM-DAY-AMT     PIC 9(8)V99.
           05 LIM-DAY-CNT     PIC 9(3).

       FD HOLDS-FILE.
       01 HOLD-RECORD.
           05 HOLD-ACCOUNT    PIC 9(6).
           05 HOLD-AMOUNT     PIC 9(6)V99.
           05 HOLD-REASON     PIC X(1).
           05 HOLD-RELEASE    PIC 9(8).

       WORKING-STORAGE SECTION.
       77 LOAN-STATUS-FS        PIC X(2) VALUE "00".
       77 SCHED-STATUS          PIC X(2) VALUE "00".
       77 ACC-FILE-STATUS       PIC X(2) VALUE "00".
       77 JOURNAL-STATUS        PIC X(2) VALUE "00".
       77 BUSDATE-STATUS        PIC X(2) VALUE "00".
       77 LIMITS-STATUS         PIC X(2) VALUE "00".
       77 HOLDS-STATUS          PIC X(2) VALUE "00".
       77 BUS-DATE              PIC 9(8).
       77 MATCH-FOUND           PIC X VALUE "N".
       77 INSTALLMENT-COUNT     PIC 9(6) VALUE ZERO.
       77 DUE-COUNT             PIC 9(6) VALUE ZERO.
       77 COLLECTED-COUNT       PIC 9(6) VALUE ZERO.
       77 PAST-DUE-COUNT        PIC 9(6) VALUE ZERO.
       77 PAID-OFF-COUNT        PIC 9(6) VALUE ZERO.
       77 COUNT-DISP            PIC Z(5)9.
       77 INTEREST-TOTAL        PIC 9(8)V99 VALUE ZERO.
       77 PRINCIPAL-TOTAL       PIC 9(8)V99 VALUE ZERO.
       77 PAST-DUE-TOTAL        PIC 9(8)V99 VALUE ZERO.
       77 TOTAL-DISP            PIC Z(7)9.99.
       77 AMOUNT-DISP           PIC Z(6)9.99.
       77 NEW-BALANCE           PIC S9(6)V99.
       77 OLD-BALANCE           PIC S9(6)V99.
       77 ACC-SIGNED-BAL        PIC S9(6)V99.
       77 CANDIDATE-BALANCE     PIC S9(6)V99.
       77 CANDIDATE-AVAILABLE   PIC S9(8)V99.
       77 FAIL-REASON           PIC X(30).

       77 OD-LIMIT-CHECKING     PIC S9(6)V99 VALUE 0.
       77 OD-LIMIT-SAVINGS      PIC S9(6)V99 VALUE 0.
       77 OD-LIMIT-OVERDRAFT    PIC S9(6)V99 VALUE 500.00.
       77 OVERDRAFT-LIMIT       PIC S9(6)V99.

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
       77 JRN-OPERATOR          PIC X(8) VALUE "LOANPAY".
       77 JRN-SERIAL            PIC X(6) VALUE SPACES.
       77 JRN-REF-ACTION        PIC X(3) VALUE SPACES.

       77 LIMIT-COUNT           PIC 9(3) VALUE ZERO.
       77 LIMIT-IDX             PIC 9(3).
       77 LIMIT-FOUND           PIC 9(3) VALUE ZERO.
       77 LIMIT-OK              PIC X VALUE "Y".
       77 DAY-DEBIT-COUNT       PIC 9(5) VALUE ZERO.
       77 DAY-DEBIT-IDX         PIC 9(5).
       77 DAY-DEBIT-FOUND       PIC 9(5) VALUE ZERO.
       77 DAY-POSTED-AMT        PIC 9(8)V99.
       77 DAY-POSTED-CNT        PIC 9(3).
       77 DEBIT-ACCOUNT         PIC X(6).
       77 DEBIT-ACC-TYPE        PIC X(1).
       77 DEBIT-AMOUNT          PIC 9(6)V99.
       77 ENTRY-DATE            PIC 9(8).
       77 ENTRY-OLD-BAL         PIC S9(6)V99.
       77 ENTRY-NEW-BAL         PIC S9(6)V99.
       77 HELD-TOTAL-COUNT      PIC 9(5) VALUE ZERO.
       77 HELD-IDX              PIC 9(5).
       77 HELD-FOUND            PIC 9(5) VALUE ZERO.
       77 HELD-AMOUNT           PIC 9(8)V99.
       77 TABLE-OVERFLOW        PIC X VALUE "N".

       COPY JRNREC.

       01 LIMITS-TABLE.
           05 LIMITS-ENTRY OCCURS 100 TIMES.
               10 LT-ACCOUNT     PIC X(6).
               10 LT-TYPE        PIC X(1).
               10 LT-PER-TXN     PIC 9(6)V99.
               10 LT-DAY-AMT     PIC 9(8)V99.
               10 LT-DAY-CNT     PIC 9(3).

       01 DAY-DEBIT-TABLE.
           05 DAY-DEBIT-ENTRY OCCURS 5000 TIMES.
               10 DD-ACCOUNT     PIC X(6).
               10 DD-AMOUNT      PIC 9(8)V99.
               10 DD-COUNT       PIC 9(3).

       01 HELD-TABLE.
           05 HELD-ENTRY OCCURS 5000 TIMES.
               10 HE-ACCOUNT     PIC X(6).
               10 HE-AMOUNT      PIC 9(8)V99.

       77 LOAN-COUNT            PIC 9(4) VALUE ZERO.
       77 LOAN-IDX              PIC 9(4).
       77 LOAN-FOUND            PIC 9(4) VALUE ZERO.

       01 LOAN-TABLE.
           05 LOAN-ENTRY OCCURS 2000 TIMES.
               10 LNT-LOAN       PIC 9(6).
               10 LNT-ACCOUNT    PIC 9(6).
               10 LNT-OUTSTANDING PIC 9(6)V99.
               10 LNT-PAID-COUNT PIC 9(3).
               10 LNT-STATUS     PIC X(1).
               10 LNT-BLOCKED    PIC X(1).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-BUSINESS-DATE.
           PERFORM INITIALIZE-FILES.
           OPEN OUTPUT LPREP-FILE.
           PERFORM PRINT-REPORT-HEADER.
           OPEN INPUT SCHED-FILE.
           IF SCHED-STATUS NOT = "00"
               DISPLAY "LOAN SCHEDULE FILE NOT FOUND"
               CLOSE LPREP-FILE
               CLOSE ACC-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT LSTMP-FILE.
           PERFORM UNTIL EXIT
               READ SCHED-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO INSTALLMENT-COUNT
                       IF LS-STATUS NOT = "P"
                               AND LS-DUE-DATE <= BUS-DATE
                           PERFORM PROCESS-INSTALLMENT
                       END-IF
                       WRITE LSTMP-RECORD FROM LS-RECORD
               END-READ
           END-PERFORM.
           CLOSE SCHED-FILE.
           CLOSE LSTMP-FILE.
           CALL "SYSTEM" USING "mv lstemp.txt loansched.txt".
           PERFORM REWRITE-LOAN-MASTER.
           PERFORM PRINT-REPORT-FOOTER.
           CLOSE LPREP-FILE.
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
           PERFORM LOAD-LIMITS.
           PERFORM LOAD-DAY-DEBITS.
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "ERROR: DAY DEBIT TABLE FULL - RUN ABANDONED"
               CLOSE ACC-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-HOLDS.
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "ERROR: HOLD TABLE FULL - RUN ABANDONED"
               CLOSE ACC-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-LOANS.
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "ERROR: LOAN TABLE FULL - RUN ABANDONED"
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

       LOAD-LIMITS.
           MOVE ZERO TO LIMIT-COUNT.
           OPEN INPUT LIMITS-FILE.
           IF LIMITS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ LIMITS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF LIMIT-COUNT < 100
                           ADD 1 TO LIMIT-COUNT
                           MOVE LIM-ACCOUNT TO LT-ACCOUNT (LIMIT-COUNT)
                           MOVE LIM-TYPE TO LT-TYPE (LIMIT-COUNT)
                           MOVE LIM-PER-TXN
                               TO LT-PER-TXN (LIMIT-COUNT)
                           MOVE LIM-DAY-AMT
                               TO LT-DAY-AMT (LIMIT-COUNT)
                           MOVE LIM-DAY-CNT
                               TO LT-DAY-CNT (LIMIT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIMITS-FILE.

       LOAD-DAY-DEBITS.
           MOVE ZERO TO DAY-DEBIT-COUNT.
           OPEN INPUT JOURNAL-FILE.
           PERFORM UNTIL EXIT
               READ JOURNAL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE JOURNAL-RECORD TO JOURNAL-ENTRY
                       PERFORM NOTE-POSTED-DEBIT
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       NOTE-POSTED-DEBIT.
           IF JE-REC-TYPE NOT = "1"
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-DATE TO ENTRY-DATE.
           IF ENTRY-DATE NOT = BUS-DATE
               EXIT PARAGRAPH
           END-IF.
           IF JE-ACTION NOT = "WDR" AND JE-ACTION NOT = "XFR"
                   AND JE-ACTION NOT = "CHK"
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-OLD-BAL TO ENTRY-OLD-BAL.
           MOVE JE-NEW-BAL TO ENTRY-NEW-BAL.
           IF ENTRY-NEW-BAL >= ENTRY-OLD-BAL
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-ACCOUNT TO DEBIT-ACCOUNT.
           MOVE JE-AMOUNT TO DEBIT-AMOUNT.
           PERFORM NOTE-DAY-DEBIT.

       FIND-LIMIT.
           MOVE ZERO TO LIMIT-FOUND.
           PERFORM VARYING LIMIT-IDX FROM 1 BY 1
                   UNTIL LIMIT-IDX > LIMIT-COUNT
               IF LT-ACCOUNT (LIMIT-IDX) = DEBIT-ACCOUNT
                   MOVE LIMIT-IDX TO LIMIT-FOUND
               END-IF
           END-PERFORM.
           IF LIMIT-FOUND = ZERO
               PERFORM VARYING LIMIT-IDX FROM 1 BY 1
                       UNTIL LIMIT-IDX > LIMIT-COUNT
                   IF LT-ACCOUNT (LIMIT-IDX) = "000000"
                           AND LT-TYPE (LIMIT-IDX) = DEBIT-ACC-TYPE
                       MOVE LIMIT-IDX TO LIMIT-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       FIND-DAY-DEBIT.
           MOVE ZERO TO DAY-DEBIT-FOUND.
           PERFORM VARYING DAY-DEBIT-IDX FROM 1 BY 1
                   UNTIL DAY-DEBIT-IDX > DAY-DEBIT-COUNT
               IF DD-ACCOUNT (DAY-DEBIT-IDX) = DEBIT-ACCOUNT
                   MOVE DAY-DEBIT-IDX TO DAY-DEBIT-FOUND
               END-IF
           END-PERFORM.

       CHECK-DEBIT-LIMITS.
           MOVE "Y" TO LIMIT-OK.
           PERFORM FIND-LIMIT.
           IF LIMIT-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF LT-PER-TXN (LIMIT-FOUND) > ZERO
                   AND DEBIT-AMOUNT > LT-PER-TXN (LIMIT-FOUND)
               MOVE "N" TO LIMIT-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-DAY-DEBIT.
           MOVE ZERO TO DAY-POSTED-AMT.
           MOVE ZERO TO DAY-POSTED-CNT.
           IF DAY-DEBIT-FOUND NOT = ZERO
               MOVE DD-AMOUNT (DAY-DEBIT-FOUND) TO DAY-POSTED-AMT
               MOVE DD-COUNT (DAY-DEBIT-FOUND) TO DAY-POSTED-CNT
           END-IF.
           IF LT-DAY-AMT (LIMIT-FOUND) > ZERO
                   AND DAY-POSTED-AMT + DEBIT-AMOUNT
                       > LT-DAY-AMT (LIMIT-FOUND)
               MOVE "N" TO LIMIT-OK
               EXIT PARAGRAPH
           END-IF.
           IF LT-DAY-CNT (LIMIT-FOUND) > ZERO
                   AND DAY-POSTED-CNT >= LT-DAY-CNT (LIMIT-FOUND)
               MOVE "N" TO LIMIT-OK
           END-IF.

       NOTE-DAY-DEBIT.
           PERFORM FIND-DAY-DEBIT.
           EVALUATE TRUE
               WHEN DAY-DEBIT-FOUND NOT = ZERO
                   ADD DEBIT-AMOUNT TO DD-AMOUNT (DAY-DEBIT-FOUND)
                   ADD 1 TO DD-COUNT (DAY-DEBIT-FOUND)
               WHEN DAY-DEBIT-COUNT < 5000
                   ADD 1 TO DAY-DEBIT-COUNT
                   MOVE DEBIT-ACCOUNT TO DD-ACCOUNT (DAY-DEBIT-COUNT)
                   MOVE DEBIT-AMOUNT TO DD-AMOUNT (DAY-DEBIT-COUNT)
                   MOVE 1 TO DD-COUNT (DAY-DEBIT-COUNT)
               WHEN OTHER
                   MOVE "Y" TO TABLE-OVERFLOW
           END-EVALUATE.

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

       LOAD-LOANS.
           MOVE ZERO TO LOAN-COUNT.
           OPEN INPUT LOAN-FILE.
           IF LOAN-STATUS-FS NOT = "00"
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
                       MOVE LN-ACCOUNT TO LNT-ACCOUNT (LOAN-COUNT)
                       MOVE LN-OUTSTANDING
                           TO LNT-OUTSTANDING (LOAN-COUNT)
                       MOVE LN-PAID-COUNT
                           TO LNT-PAID-COUNT (LOAN-COUNT)
                       MOVE LN-STATUS TO LNT-STATUS (LOAN-COUNT)
                       MOVE "N" TO LNT-BLOCKED (LOAN-COUNT)
               END-READ
           END-PERFORM.
           CLOSE LOAN-FILE.

       FIND-LOAN.
           MOVE ZERO TO LOAN-FOUND.
           PERFORM VARYING LOAN-IDX FROM 1 BY 1
                   UNTIL LOAN-IDX > LOAN-COUNT OR LOAN-FOUND NOT = ZERO
               IF LNT-LOAN (LOAN-IDX) = LS-LOAN
                   MOVE LOAN-IDX TO LOAN-FOUND
               END-IF
           END-PERFORM.

       REWRITE-LOAN-MASTER.
           OPEN INPUT LOAN-FILE.
           IF LOAN-STATUS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LNTMP-FILE.
           MOVE ZERO TO LOAN-IDX.
           PERFORM UNTIL EXIT
               READ LOAN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO LOAN-IDX
                       IF LOAN-IDX <= LOAN-COUNT
                               AND LNT-LOAN (LOAN-IDX) = LN-LOAN
                           MOVE LNT-OUTSTANDING (LOAN-IDX)
                               TO LN-OUTSTANDING
                           MOVE LNT-PAID-COUNT (LOAN-IDX)
                               TO LN-PAID-COUNT
                           MOVE LNT-STATUS (LOAN-IDX) TO LN-STATUS
                       END-IF
                       WRITE LNTMP-RECORD FROM LN-RECORD
               END-READ
           END-PERFORM.
           CLOSE LOAN-FILE.
           CLOSE LNTMP-FILE.
           CALL "SYSTEM" USING "mv lntemp.txt loanmast.txt".

       PRINT-REPORT-HEADER.
           MOVE SPACES TO LPREP-RECORD.
           STRING "LOAN REPAYMENT RUN  BUSINESS DATE " BUS-DATE
               DELIMITED BY SIZE INTO LPREP-RECORD.
           WRITE LPREP-RECORD.

       PRINT-REPORT-FOOTER.
           MOVE SPACES TO LPREP-RECORD.
           WRITE LPREP-RECORD.
           MOVE DUE-COUNT TO COUNT-DISP.
           MOVE SPACES TO LPREP-RECORD.
           STRING "INSTALLMENTS DUE:   " COUNT-DISP
               DELIMITED BY SIZE INTO LPREP-RECORD.
           WRITE LPREP-RECORD.
           MOVE COLLECTED-COUNT TO COUNT-DISP.
           MOVE SPACES TO LPREP-RECORD.
           STRING "COLLECTED:          " COUNT-DISP
               DELIMITED BY SIZE INTO LPREP-RECORD.
           WRITE LPREP-RECORD.
           MOVE PAST-DUE-COUNT TO COUNT-DISP.
           MOVE SPACES TO LPREP-RECORD.
           STRING "PAST DUE:           " COUNT-DISP
               DELIMITED BY SIZE INTO LPREP-RECORD.
           WRITE LPREP-RECORD.
           MOVE PAID-OFF-COUNT TO COUNT-DISP.
           MOVE SPACES TO LPREP-RECORD.
           STRING "LOANS PAID OFF:     " COUNT-DISP
               DELIMITED BY SIZE INTO LPREP-RECORD.
           WRITE LPREP-RECORD.
           MOVE INTEREST-TOTAL TO TOTAL-DISP.
           MOVE SPACES TO LPREP-RECORD.
           STRING "INTEREST COLLECTED: " TOTAL-DISP
               DELIMITED BY SIZE INTO LPREP-RECORD.
           WRITE LPREP-RECORD.
           MOVE PRINCIPAL-TOTAL TO TOTAL-DISP.
           MOVE SPACES TO LPREP-RECORD.
           STRING "PRINCIPAL COLLECTED:" TOTAL-DISP
               DELIMITED BY SIZE INTO LPREP-RECORD.
           WRITE LPREP-RECORD.
           MOVE PAST-DUE-TOTAL TO TOTAL-DISP.
           MOVE SPACES TO LPREP-RECORD.
           STRING "PAST DUE AMOUNT:    " TOTAL-DISP
               DELIMITED BY SIZE INTO LPREP-RECORD.
           WRITE LPREP-RECORD.
           IF INSTALLMENT-COUNT = ZERO
               DISPLAY "LOAN SCHEDULE FILE IS EMPTY"
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

       DETERMINE-OVERDRAFT-LIMIT.
           EVALUATE ACC-TYPE
               WHEN "O"
                   MOVE OD-LIMIT-OVERDRAFT TO OVERDRAFT-LIMIT
               WHEN "S"
                   MOVE OD-LIMIT-SAVINGS TO OVERDRAFT-LIMIT
               WHEN OTHER
                   MOVE OD-LIMIT-CHECKING TO OVERDRAFT-LIMIT
           END-EVALUATE.

       PROCESS-INSTALLMENT.
           PERFORM FIND-LOAN.
           IF LOAN-FOUND = ZERO
               ADD 1 TO DUE-COUNT
               MOVE "ERROR: LOAN NOT FOUND" TO FAIL-REASON
               PERFORM MARK-PAST-DUE
               EXIT PARAGRAPH
           END-IF.
           IF LNT-STATUS (LOAN-FOUND) NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO DUE-COUNT.
           IF LNT-BLOCKED (LOAN-FOUND) = "Y"
               MOVE "EARLIER INSTALLMENT UNPAID" TO FAIL-REASON
               PERFORM MARK-PAST-DUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-COLLECTION.
           IF FAIL-REASON NOT = SPACES
               MOVE "Y" TO LNT-BLOCKED (LOAN-FOUND)
               PERFORM MARK-PAST-DUE
               EXIT PARAGRAPH
           END-IF.
           PERFORM COLLECT-INSTALLMENT.

       CHECK-COLLECTION.
           MOVE SPACES TO FAIL-REASON.
           MOVE LNT-ACCOUNT (LOAN-FOUND) TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           EVALUATE TRUE
               WHEN MATCH-FOUND = "N"
                   MOVE "ERROR: ACCOUNT NOT FOUND" TO FAIL-REASON
                   EXIT PARAGRAPH
               WHEN ACC-STATUS = "C"
                   MOVE "ERROR: ACCOUNT CLOSED" TO FAIL-REASON
                   EXIT PARAGRAPH
               WHEN ACC-STATUS = "F"
                   MOVE "ERROR: ACCOUNT FROZEN" TO FAIL-REASON
                   EXIT PARAGRAPH
               WHEN ACC-TYPE = "T"
                   MOVE "ERROR: INVALID DEPOSIT ACCOUNT"
                       TO FAIL-REASON
                   EXIT PARAGRAPH
           END-EVALUATE.
           PERFORM LOAD-ACC-BALANCE.
           PERFORM DETERMINE-OVERDRAFT-LIMIT.
           MOVE ACC-ACCOUNT TO DEBIT-ACCOUNT.
           MOVE ACC-TYPE TO DEBIT-ACC-TYPE.
           MOVE LS-PAYMENT TO DEBIT-AMOUNT.
           COMPUTE CANDIDATE-BALANCE = ACC-SIGNED-BAL - LS-PAYMENT.
           PERFORM GET-HELD-AMOUNT.
           COMPUTE CANDIDATE-AVAILABLE =
               CANDIDATE-BALANCE - HELD-AMOUNT.
           EVALUATE TRUE
               WHEN CANDIDATE-BALANCE < (0 - OVERDRAFT-LIMIT)
                   MOVE "ERROR: INSUFFICIENT FUNDS" TO FAIL-REASON
               WHEN CANDIDATE-AVAILABLE < (0 - OVERDRAFT-LIMIT)
                   MOVE "ERROR: FUNDS ON HOLD" TO FAIL-REASON
               WHEN OTHER
                   PERFORM CHECK-DEBIT-LIMITS
                   IF LIMIT-OK = "N"
                       MOVE "ERROR: LIMIT EXCEEDED" TO FAIL-REASON
                   END-IF
           END-EVALUATE.

       COLLECT-INSTALLMENT.
           MOVE LS-LOAN TO JRN-SERIAL.
           PERFORM LOAD-ACC-BALANCE.
           MOVE ACC-SIGNED-BAL TO OLD-BALANCE.
           COMPUTE NEW-BALANCE = OLD-BALANCE - LS-PAYMENT.
           PERFORM REWRITE-ACCOUNT.
           MOVE ACC-ACCOUNT TO JRN-ACCOUNT.
           IF LS-INTEREST > ZERO
               MOVE "LNI" TO JRN-ACTION
               MOVE LS-INTEREST TO JRN-AMOUNT
               MOVE OLD-BALANCE TO JRN-OLD-BAL
               COMPUTE JRN-NEW-BAL = OLD-BALANCE - LS-INTEREST
               PERFORM WRITE-JOURNAL
           END-IF.
           IF LS-PRINCIPAL > ZERO
               MOVE "LNP" TO JRN-ACTION
               MOVE LS-PRINCIPAL TO JRN-AMOUNT
               COMPUTE JRN-OLD-BAL = OLD-BALANCE - LS-INTEREST
               MOVE NEW-BALANCE TO JRN-NEW-BAL
               PERFORM WRITE-JOURNAL
           END-IF.
           MOVE SPACES TO JRN-SERIAL.
           PERFORM NOTE-DAY-DEBIT.
           MOVE "P" TO LS-STATUS.
           MOVE BUS-DATE TO LS-PAID-DATE.
           SUBTRACT LS-PRINCIPAL FROM LNT-OUTSTANDING (LOAN-FOUND).
           ADD 1 TO LNT-PAID-COUNT (LOAN-FOUND).
           ADD 1 TO COLLECTED-COUNT.
           ADD LS-INTEREST TO INTEREST-TOTAL.
           ADD LS-PRINCIPAL TO PRINCIPAL-TOTAL.
           MOVE LS-PAYMENT TO AMOUNT-DISP.
           MOVE SPACES TO LPREP-RECORD.
           STRING "PAID      LOAN " LS-LOAN
                   " INST " LS-NUMBER
                   " DUE " LS-DUE-DATE
                   " ACCT " ACC-ACCOUNT
                   " AMOUNT " AMOUNT-DISP
               DELIMITED BY SIZE INTO LPREP-RECORD.
           WRITE LPREP-RECORD.
           IF LNT-OUTSTANDING (LOAN-FOUND) = ZERO
               MOVE "P" TO LNT-STATUS (LOAN-FOUND)
               ADD 1 TO PAID-OFF-COUNT
               MOVE SPACES TO LPREP-RECORD
               STRING "PAID OFF  LOAN " LS-LOAN
                   DELIMITED BY SIZE INTO LPREP-RECORD
               WRITE LPREP-RECORD
           END-IF.

       MARK-PAST-DUE.
           MOVE "L" TO LS-STATUS.
           ADD 1 TO PAST-DUE-COUNT.
           ADD LS-PAYMENT TO PAST-DUE-TOTAL.
           MOVE LS-PAYMENT TO AMOUNT-DISP.
           MOVE SPACES TO LPREP-RECORD.
           STRING "PAST DUE  LOAN " LS-LOAN
                   " INST " LS-NUMBER
                   " DUE " LS-DUE-DATE
                   " AMOUNT " AMOUNT-DISP
                   " " FAIL-REASON
               DELIMITED BY SIZE INTO LPREP-RECORD.
           WRITE LPREP-RECORD.

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
