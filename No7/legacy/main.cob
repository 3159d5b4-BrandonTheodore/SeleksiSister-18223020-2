           SELECT ARCH-FILE ASSIGN USING ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT TD-FILE ASSIGN TO "tdmaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TD-STATUS-FS.
           SELECT TDPEN-FILE ASSIGN TO "tdpenal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TDPEN-STATUS.
           SELECT ODP-FILE ASSIGN TO "odplink.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 REJRSN-RECORD       PIC X(80).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).
           05 SP-EXPIRY       PIC 9(8).

       FD ARCH-FILE.
       01 ARCH-RECORD          PIC X(120).

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

       FD TDPEN-FILE.
       01 TP-RECORD.
           05 TP-DAYS-LEFT    PIC 9(5).
           05 TP-MODE         PIC X(1).
           05 TP-RATE         PIC 9V9999.
           05 TP-MINIMUM      PIC 9(6)V99.

       FD ODP-FILE.
       01 ODL-RECORD.
           05 ODL-ACCOUNT     PIC 9(6).
           05 ODL-BACKUPS.
               10 ODL-BACKUP OCCURS 3 TIMES PIC X(6).

       WORKING-STORAGE SECTION.
       77 IN-AMOUNT             PIC 9(6)V99.
       77 JRN-AMOUNT            PIC 9(6)V99.
       77 JRN-OLD-BAL           PIC S9(6)V99.
       77 JRN-NEW-BAL           PIC S9(6)V99.
       77 BUSDATE-STATUS        PIC X(2) VALUE "00".
       77 BUS-DATE              PIC 9(8).
       77 JRN-REF-SEQ           PIC X(6) VALUE SPACES.
       77 JRN-REF-ACTION        PIC X(3) VALUE SPACES.

       01 PENDING-JOURNAL-TABLE.
           05 PENDING-JOURNAL-ENTRY OCCURS 10 TIMES.
               10 PJ-ACCOUNT     PIC 9(6).
               10 PJ-ACTION      PIC X(3).
               10 PJ-AMOUNT      PIC 9(6)V99.
               10 PJ-OLD-BAL     PIC S9(6)V99.
               10 PJ-NEW-BAL     PIC S9(6)V99.
               10 PJ-REF-SEQ     PIC X(6).
               10 PJ-REF-ACTION  PIC X(3).
       77 PENDING-JOURNAL-COUNT PIC 9(2) VALUE ZERO.
       77 PENDING-JRN-IDX       PIC 9(2) VALUE ZERO.

       77 XFR-OK                PIC X VALUE "N".
       77 XFR-SRC-FOUND         PIC X VALUE "N".
       77 XFR-SRC-TYPE          PIC X(1).
       77 XFR-SRC-STATUS        PIC X(1).
       77 XFR-DST-STATUS        PIC X(1).
       77 XFR-FROM-ACCOUNT      PIC 9(6).
       77 XFR-TO-ACCOUNT        PIC 9(6).
       77 XFR-FROM-REF          PIC X(6) VALUE SPACES.
       77 XFR-TO-REF            PIC X(6) VALUE SPACES.
       77 XFR-REF-ACTION        PIC X(3) VALUE SPACES.
       77 POSTING-ALLOWED       PIC X VALUE "Y".

       77 OPENING-BALANCE       PIC S9(6)V99.
       77 ENTRY-NEW-BAL         PIC S9(6)V99.
       77 TABLE-OVERFLOW        PIC X VALUE "N".

       COPY JRNREC.

       01 LIMITS-TABLE.
           05 LIMITS-ENTRY OCCURS 100 TIMES.
               10 PS-ACCOUNT     PIC X(6).
               10 PS-SERIAL      PIC X(6).

       77 REV-LOOKBACK          PIC 9(3) VALUE 180.
       77 REV-TARGET-SEQ        PIC 9(6).
       77 REV-PAIR-SEQ          PIC 9(6).
       77 REV-SLOT              PIC 9(1).
       77 REV-PAIR-SLOT         PIC 9(1).
       77 REV-OK                PIC X VALUE "N".
       77 ENTRY-SEQ             PIC 9(6).
       77 ENTRY-REF-SEQ         PIC 9(6).
       77 REF-SEQ-DISP          PIC 9(6).
       77 REJ-REVERSAL-COUNT    PIC 9(6) VALUE ZERO.
       77 REVERSED-COUNT        PIC 9(6) VALUE ZERO.

       01 REVERSAL-WINDOW.
           05 REVERSAL-SLOT OCCURS 3 TIMES.
               10 RW-FOUND       PIC X(1).
               10 RW-ACCOUNT     PIC X(6).
               10 RW-ACTION      PIC X(3).
               10 RW-AMOUNT      PIC 9(6)V99.
               10 RW-OLD-BAL     PIC S9(6)V99.
               10 RW-NEW-BAL     PIC S9(6)V99.
               10 RW-SERIAL      PIC X(6).
               10 RW-REVERSED    PIC X(1).

       77 TD-STATUS-FS          PIC X(2) VALUE "00".
       77 TDPEN-STATUS          PIC X(2) VALUE "00".
       77 TD-COUNT              PIC 9(4) VALUE ZERO.
       77 TD-IDX                PIC 9(4).
       77 TD-FOUND              PIC 9(4) VALUE ZERO.
       77 TD-OVERFLOW           PIC X VALUE "N".
       77 TD-DEBIT-OK           PIC X VALUE "Y".
       77 TD-DAYS-LEFT          PIC 9(5).
       77 TPEN-COUNT            PIC 9(2) VALUE ZERO.
       77 TPEN-IDX              PIC 9(2).
       77 TPEN-FOUND            PIC 9(2) VALUE ZERO.
       77 TPEN-OVERFLOW         PIC X VALUE "N".
       77 PENALTY-AMOUNT        PIC 9(6)V99 VALUE ZERO.
       77 PEN-ACCOUNT           PIC 9(6).
       77 PEN-OLD-BAL           PIC S9(6)V99.
       77 PEN-NEW-BAL           PIC S9(6)V99.
       77 PEN-ITEM-IDX          PIC 9(2).
       77 REJ-TDNM-COUNT        PIC 9(6) VALUE ZERO.
       77 PENALTY-COUNT         PIC 9(6) VALUE ZERO.

       01 TERM-DEPOSIT-TABLE.
           05 TERM-DEPOSIT-ENTRY OCCURS 2000 TIMES.
               10 TT-ACCOUNT     PIC X(6).
               10 TT-MATURITY    PIC 9(8).

       01 TD-PENALTY-TABLE.
           05 TD-PENALTY-ENTRY OCCURS 20 TIMES.
               10 TPT-DAYS-LEFT  PIC 9(5).
               10 TPT-MODE       PIC X(1).
               10 TPT-RATE       PIC 9V9999.
               10 TPT-MINIMUM    PIC 9(6)V99.

       77 ODP-STATUS            PIC X(2) VALUE "00".
       77 ODP-LINK-COUNT        PIC 9(4) VALUE ZERO.
       77 ODP-IDX               PIC 9(4).
       77 ODP-FOUND             PIC 9(4) VALUE ZERO.
       77 ODP-SLOT              PIC 9(1).
       77 ODP-OVERFLOW          PIC X VALUE "N".
       77 ODP-COVERED           PIC X VALUE "N".
       77 ODP-AUTH-OK           PIC X VALUE "N".
       77 ODP-BACKUP-ACCT       PIC X(6).
       77 ODP-AMOUNT            PIC 9(6)V99.
       77 ODP-SHORTFALL         PIC S9(8)V99.
       77 ODP-CANDIDATE         PIC S9(8)V99.
       77 ODP-RESCUED-COUNT     PIC 9(6) VALUE ZERO.

       01 ODP-LINK-TABLE.
           05 ODP-LINK-ENTRY OCCURS 1000 TIMES.
               10 OLT-ACCOUNT    PIC X(6).
               10 OLT-BACKUP OCCURS 3 TIMES PIC X(6).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-FILES.
                       MOVE "N" TO MATCH-FOUND
                       MOVE "N" TO UPDATED
                       MOVE SPACES TO CHECK-SERIAL
                       MOVE SPACES TO JRN-REF-SEQ
                       MOVE SPACES TO JRN-REF-ACTION
                       MOVE ZERO TO PENDING-JOURNAL-COUNT
                       MOVE ZERO TO PENALTY-AMOUNT
                       MOVE "N" TO ODP-COVERED
                       PERFORM PROCESS-RECORDS
                       PERFORM FINALIZE
               END-READ
           PERFORM LOAD-OPERATORS.
           PERFORM LOAD-STOP-PAYMENTS.
           PERFORM LOAD-PAID-SERIALS.
           PERFORM LOAD-TERM-DEPOSITS.
           PERFORM LOAD-TD-PENALTIES.
           PERFORM LOAD-ODP-LINKS.
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "ERROR: DAY DEBIT TABLE FULL - RUN ABANDONED"
               STOP RUN
           END-IF.
           IF TD-OVERFLOW = "Y"
               DISPLAY "ERROR: TERM DEPOSIT TABLE FULL - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF TPEN-OVERFLOW = "Y"
               DISPLAY "ERROR: TD PENALTY TABLE FULL - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ODP-OVERFLOW = "Y"
               DISPLAY "ERROR: OD LINK TABLE FULL - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BUS-DATE.
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE JOURNAL-RECORD TO JOURNAL-ENTRY
                       IF JE-REC-TYPE = "1"
                           MOVE JE-SEQ
                               TO JOURNAL-SEQ
                       END-IF
               END-READ
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
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE JOURNAL-RECORD TO JOURNAL-ENTRY
                       PERFORM NOTE-JOURNAL-SERIAL
               END-READ
           END-PERFORM.
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ARCH-RECORD TO JOURNAL-ENTRY
                       PERFORM NOTE-JOURNAL-SERIAL
               END-READ
           END-PERFORM.
           CLOSE ARCH-FILE.

       NOTE-JOURNAL-SERIAL.
           IF JE-ACTION = "REV" AND JE-REF-ACTION = "CHK"
                   AND JE-SERIAL NOT = SPACES
               MOVE JE-ACCOUNT TO DEBIT-ACCOUNT
               MOVE JE-SERIAL TO CHECK-SERIAL
               PERFORM RELEASE-PAID-SERIAL
               EXIT PARAGRAPH
           END-IF.
           IF JE-ACTION NOT = "CHK" OR JE-SERIAL = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF PAID-COUNT < 5000
               ADD 1 TO PAID-COUNT
               MOVE JE-ACCOUNT TO PS-ACCOUNT (PAID-COUNT)
               MOVE JE-SERIAL TO PS-SERIAL (PAID-COUNT)
           ELSE
               MOVE "Y" TO TABLE-OVERFLOW
           END-IF.
               MOVE CHECK-SERIAL TO PS-SERIAL (PAID-COUNT)
           END-IF.

       RELEASE-PAID-SERIAL.
           PERFORM VARYING PAID-IDX FROM 1 BY 1
                   UNTIL PAID-IDX > PAID-COUNT
               IF PS-ACCOUNT (PAID-IDX) = DEBIT-ACCOUNT
                       AND PS-SERIAL (PAID-IDX) = CHECK-SERIAL
                   MOVE SPACES TO PS-SERIAL (PAID-IDX)
               END-IF
           END-PERFORM.

       LOAD-TERM-DEPOSITS.
           MOVE ZERO TO TD-COUNT.
           OPEN INPUT TD-FILE.
           IF TD-STATUS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ TD-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TD-STATUS = "A" AND TD-MATURITY > BUS-DATE
                           IF TD-COUNT < 2000
                               ADD 1 TO TD-COUNT
                               MOVE TD-ACCOUNT TO TT-ACCOUNT (TD-COUNT)
                               MOVE TD-MATURITY
                                   TO TT-MATURITY (TD-COUNT)
                           ELSE
                               MOVE "Y" TO TD-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TD-FILE.

       LOAD-TD-PENALTIES.
           MOVE ZERO TO TPEN-COUNT.
           OPEN INPUT TDPEN-FILE.
           IF TDPEN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ TDPEN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TPEN-COUNT < 20
                           ADD 1 TO TPEN-COUNT
                           MOVE TP-DAYS-LEFT
                               TO TPT-DAYS-LEFT (TPEN-COUNT)
                           MOVE FUNCTION UPPER-CASE(TP-MODE)
                               TO TPT-MODE (TPEN-COUNT)
                           MOVE TP-RATE TO TPT-RATE (TPEN-COUNT)
                           MOVE TP-MINIMUM
                               TO TPT-MINIMUM (TPEN-COUNT)
                       ELSE
                           MOVE "Y" TO TPEN-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TDPEN-FILE.

       FIND-TERM-DEPOSIT.
           MOVE ZERO TO TD-FOUND.
           PERFORM VARYING TD-IDX FROM 1 BY 1
                   UNTIL TD-IDX > TD-COUNT
               IF TT-ACCOUNT (TD-IDX) = DEBIT-ACCOUNT
                   MOVE TD-IDX TO TD-FOUND
               END-IF
           END-PERFORM.

       FIND-TD-PENALTY.
           MOVE ZERO TO TPEN-FOUND.
           PERFORM VARYING TPEN-IDX FROM 1 BY 1
                   UNTIL TPEN-IDX > TPEN-COUNT
               IF TPT-DAYS-LEFT (TPEN-IDX) >= TD-DAYS-LEFT
                   IF TPEN-FOUND = ZERO
                       MOVE TPEN-IDX TO TPEN-FOUND
                   ELSE
                       IF TPT-DAYS-LEFT (TPEN-IDX)
                               < TPT-DAYS-LEFT (TPEN-FOUND)
                           MOVE TPEN-IDX TO TPEN-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-TERM-DEPOSIT-DEBIT.
           MOVE "Y" TO TD-DEBIT-OK.
           MOVE ZERO TO PENALTY-AMOUNT.
           IF IN-ACTION = "REV"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-TERM-DEPOSIT.
           IF TD-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TD-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(TT-MATURITY (TD-FOUND))
               - FUNCTION INTEGER-OF-DATE(BUS-DATE).
           PERFORM FIND-TD-PENALTY.
           IF TPEN-FOUND = ZERO
               MOVE "N" TO TD-DEBIT-OK
               EXIT PARAGRAPH
           END-IF.
           IF TPT-MODE (TPEN-FOUND) NOT = "P"
               MOVE "N" TO TD-DEBIT-OK
               EXIT PARAGRAPH
           END-IF.
           COMPUTE PENALTY-AMOUNT ROUNDED =
               DEBIT-AMOUNT * TPT-RATE (TPEN-FOUND).
           IF PENALTY-AMOUNT < TPT-MINIMUM (TPEN-FOUND)
               MOVE TPT-MINIMUM (TPEN-FOUND) TO PENALTY-AMOUNT
           END-IF.

       LOAD-ODP-LINKS.
           MOVE ZERO TO ODP-LINK-COUNT.
           OPEN INPUT ODP-FILE.
           IF ODP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ ODP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ODP-LINK-COUNT < 1000
                           ADD 1 TO ODP-LINK-COUNT
                           MOVE ODL-ACCOUNT
                               TO OLT-ACCOUNT (ODP-LINK-COUNT)
                           PERFORM VARYING ODP-SLOT FROM 1 BY 1
                                   UNTIL ODP-SLOT > 3
                               MOVE ODL-BACKUP (ODP-SLOT)
                                   TO OLT-BACKUP
                                       (ODP-LINK-COUNT ODP-SLOT)
                           END-PERFORM
                       ELSE
                           MOVE "Y" TO ODP-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ODP-FILE.

       FIND-OVERDRAFT-COVER.
           MOVE "N" TO ODP-COVERED.
           MOVE ZERO TO ODP-FOUND.
           PERFORM VARYING ODP-IDX FROM 1 BY 1
                   UNTIL ODP-IDX > ODP-LINK-COUNT
               IF OLT-ACCOUNT (ODP-IDX) = DEBIT-ACCOUNT
                   MOVE ODP-IDX TO ODP-FOUND
               END-IF
           END-PERFORM.
           IF ODP-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE ODP-SHORTFALL =
               (0 - OVERDRAFT-LIMIT) - CANDIDATE-AVAILABLE.
           IF ODP-SHORTFALL > 999999.99
               EXIT PARAGRAPH
           END-IF.
           MOVE ODP-SHORTFALL TO ODP-AMOUNT.
           PERFORM CHECK-COVER-AUTHORITY.
           IF ODP-AUTH-OK = "Y"
               PERFORM VARYING ODP-SLOT FROM 1 BY 1
                       UNTIL ODP-SLOT > 3 OR ODP-COVERED = "Y"
                   MOVE OLT-BACKUP (ODP-FOUND ODP-SLOT)
                       TO ODP-BACKUP-ACCT
                   PERFORM CHECK-COVER-ACCOUNT
               END-PERFORM
           END-IF.
           MOVE IN-ACCOUNT TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           PERFORM DETERMINE-OVERDRAFT-LIMIT.
           MOVE ACC-ACCOUNT TO DEBIT-ACCOUNT.
           MOVE ACC-TYPE TO DEBIT-ACC-TYPE.
           MOVE IN-AMOUNT TO DEBIT-AMOUNT.
           IF ODP-COVERED = "Y"
               ADD ODP-AMOUNT TO CANDIDATE-BALANCE
               ADD ODP-AMOUNT TO CANDIDATE-AVAILABLE
           END-IF.

       CHECK-COVER-AUTHORITY.
           MOVE "Y" TO ODP-AUTH-OK.
           IF OPER-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF OPER-FOUND = ZERO
               MOVE "N" TO ODP-AUTH-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO ACTION-ALLOWED.
           PERFORM VARYING OPER-SLOT FROM 1 BY 1
                   UNTIL OPER-SLOT > 5
               IF OT-ALLOWED (OPER-FOUND OPER-SLOT) = "XFR"
                   MOVE "Y" TO ACTION-ALLOWED
               END-IF
           END-PERFORM.
           IF ACTION-ALLOWED = "N"
                   OR (OT-CEILING (OPER-FOUND) > ZERO
                       AND ODP-AMOUNT > OT-CEILING (OPER-FOUND))
               MOVE "N" TO ODP-AUTH-OK
           END-IF.

       CHECK-COVER-ACCOUNT.
           IF ODP-BACKUP-ACCT = SPACES OR ODP-BACKUP-ACCT = ZERO
                   OR ODP-BACKUP-ACCT = DEBIT-ACCOUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE ODP-BACKUP-ACCT TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           IF MATCH-FOUND = "N"
                   OR ACC-STATUS = "C" OR ACC-STATUS = "F"
               EXIT PARAGRAPH
           END-IF.
           MOVE ODP-BACKUP-ACCT TO DEBIT-ACCOUNT.
           PERFORM FIND-TERM-DEPOSIT.
           MOVE IN-ACCOUNT TO DEBIT-ACCOUNT.
           IF TD-FOUND NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-ACC-BALANCE.
           PERFORM DETERMINE-OVERDRAFT-LIMIT.
           COMPUTE ODP-CANDIDATE = ACC-SIGNED-BAL - ODP-AMOUNT.
           IF ODP-CANDIDATE < (0 - OVERDRAFT-LIMIT)
               EXIT PARAGRAPH
           END-IF.
           MOVE ODP-BACKUP-ACCT TO DEBIT-ACCOUNT.
           PERFORM GET-HELD-AMOUNT.
           MOVE IN-ACCOUNT TO DEBIT-ACCOUNT.
           IF ODP-CANDIDATE - HELD-AMOUNT < (0 - OVERDRAFT-LIMIT)
               EXIT PARAGRAPH
           END-IF.
           MOVE ODP-BACKUP-ACCT TO DEBIT-ACCOUNT.
           MOVE ACC-TYPE TO DEBIT-ACC-TYPE.
           MOVE ODP-AMOUNT TO DEBIT-AMOUNT.
           PERFORM CHECK-DEBIT-LIMITS.
           MOVE IN-ACCOUNT TO DEBIT-ACCOUNT.
           IF LIMIT-OK = "Y"
               MOVE "Y" TO ODP-COVERED
           END-IF.

       APPLY-OVERDRAFT-COVER.
           COMPUTE REF-SEQ-DISP =
               JOURNAL-SEQ + PENDING-JOURNAL-COUNT + 3.
           MOVE REF-SEQ-DISP TO JRN-REF-SEQ.
           MOVE "ODP" TO JRN-REF-ACTION.
           MOVE ODP-BACKUP-ACCT TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           PERFORM LOAD-ACC-BALANCE.
           COMPUTE NEW-BALANCE = ACC-SIGNED-BAL - ODP-AMOUNT.
           MOVE ACC-ACCOUNT TO JRN-ACCOUNT.
           MOVE "XFR" TO JRN-ACTION.
           MOVE ODP-AMOUNT TO JRN-AMOUNT.
           MOVE ACC-SIGNED-BAL TO JRN-OLD-BAL.
           MOVE NEW-BALANCE TO JRN-NEW-BAL.
           PERFORM QUEUE-JOURNAL-ENTRY.
           MOVE ACC-ACCOUNT TO REC-ACCOUNT.
           MOVE ACC-TYPE TO REC-TYPE.
           MOVE ACC-STATUS TO REC-STATUS.
           PERFORM STORE-NEW-BALANCE.
           REWRITE ACC-RECORD-RAW FROM RECORD-LAYOUT.
           MOVE ODP-BACKUP-ACCT TO DEBIT-ACCOUNT.
           MOVE ODP-AMOUNT TO DEBIT-AMOUNT.
           PERFORM NOTE-DAY-DEBIT.
           MOVE IN-ACCOUNT TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           MOVE ACC-ACCOUNT TO JRN-ACCOUNT.
           MOVE OLD-BALANCE TO JRN-OLD-BAL.
           ADD ODP-AMOUNT TO OLD-BALANCE.
           MOVE OLD-BALANCE TO JRN-NEW-BAL.
           PERFORM QUEUE-JOURNAL-ENTRY.
           MOVE SPACES TO JRN-REF-SEQ.
           MOVE SPACES TO JRN-REF-ACTION.
           MOVE ACC-ACCOUNT TO DEBIT-ACCOUNT.
           MOVE IN-AMOUNT TO DEBIT-AMOUNT.
           ADD 1 TO ODP-RESCUED-COUNT.

       LOAD-OPERATORS.
           MOVE ZERO TO OPER-COUNT.
           OPEN INPUT OPER-FILE.
               EXIT PARAGRAPH
           END-IF.
           IF (IN-ACTION = "DEP" OR IN-ACTION = "WDR"
                   OR IN-ACTION = "XFR" OR IN-ACTION = "CHK"
                   OR IN-ACTION = "REV")
                   AND OT-CEILING (OPER-FOUND) > ZERO
                   AND IN-AMOUNT > OT-CEILING (OPER-FOUND)
               MOVE "P" TO OPER-OK
           EVALUATE TRUE
               WHEN IN-ACTION = "XFR"
                   PERFORM PROCESS-TRANSFER
               WHEN IN-ACTION = "REV"
                   PERFORM PROCESS-REVERSAL
               WHEN IN-ACTION = "NEW"
                   PERFORM PROCESS-NEW-ACCOUNT
               WHEN OTHER
                   PERFORM PROCESS-APPROVAL
               WHEN IN-ACTION = "XFR"
                   PERFORM PROCESS-TRANSFER
               WHEN IN-ACTION = "REV"
                   PERFORM PROCESS-REVERSAL
               WHEN IN-ACTION = "NEW"
                   PERFORM PROCESS-NEW-ACCOUNT
               WHEN OTHER
           END-IF.

       PROCESS-TRANSFER.
           IF IN-ACTION NOT = "REV"
               MOVE IN-ACCOUNT TO XFR-FROM-ACCOUNT
               MOVE IN-ACCOUNT-2 TO XFR-TO-ACCOUNT
               MOVE SPACES TO XFR-FROM-REF
               MOVE SPACES TO XFR-TO-REF
               MOVE SPACES TO XFR-REF-ACTION
           END-IF.
           PERFORM XFR-PRECHECK.
           IF XFR-OK = "Y"
               MOVE XFR-FROM-ACCOUNT TO ACC-ACCOUNT
               PERFORM READ-ACCOUNT
               PERFORM APPLY-XFR-DEBIT
               MOVE ACC-ACCOUNT TO REC-ACCOUNT
               MOVE ACC-STATUS TO REC-STATUS
               PERFORM STORE-NEW-BALANCE
               REWRITE ACC-RECORD-RAW FROM RECORD-LAYOUT
               MOVE XFR-TO-ACCOUNT TO ACC-ACCOUNT
               PERFORM READ-ACCOUNT
               PERFORM APPLY-XFR-CREDIT
               MOVE ACC-ACCOUNT TO REC-ACCOUNT
               MOVE ACC-STATUS TO REC-STATUS
               PERFORM STORE-NEW-BALANCE
               REWRITE ACC-RECORD-RAW FROM RECORD-LAYOUT
               IF PENALTY-AMOUNT > ZERO
                   PERFORM QUEUE-PENALTY-ENTRY
               END-IF
               IF IN-ACTION = "REV"
                   ADD 1 TO REVERSED-COUNT
                   MOVE "SUCCESS: REVERSAL COMPLETE" TO OUT-RECORD
               ELSE
                   MOVE XFR-FROM-ACCOUNT TO DEBIT-ACCOUNT
                   MOVE IN-AMOUNT TO DEBIT-AMOUNT
                   PERFORM NOTE-DAY-DEBIT
                   MOVE "SUCCESS: TRANSFER COMPLETE" TO OUT-RECORD
               END-IF
           ELSE
               PERFORM WRITE-OUTPUT
           END-IF.
           MOVE "N" TO XFR-SRC-FOUND.
           MOVE "N" TO XFR-DST-FOUND.
           MOVE "Y" TO XFR-OK.
           MOVE XFR-FROM-ACCOUNT TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           IF MATCH-FOUND = "Y"
               MOVE "Y" TO XFR-SRC-FOUND
               MOVE ACC-TYPE TO XFR-SRC-TYPE
               MOVE ACC-STATUS TO XFR-SRC-STATUS
           END-IF.
           MOVE XFR-TO-ACCOUNT TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           IF MATCH-FOUND = "Y"
               MOVE "Y" TO XFR-DST-FOUND
               MOVE ACC-SIGNED-BAL TO XFR-DST-BAL
               MOVE ACC-STATUS TO XFR-DST-STATUS
           END-IF.
           IF XFR-FROM-ACCOUNT = XFR-TO-ACCOUNT
               MOVE "N" TO XFR-OK
               MOVE "ERROR: INVALID TRANSFER" TO OUT-RECORD
           ELSE
                       ELSE
                           MOVE XFR-SRC-TYPE TO ACC-TYPE
                           PERFORM DETERMINE-OVERDRAFT-LIMIT
                           MOVE XFR-FROM-ACCOUNT TO DEBIT-ACCOUNT
                           MOVE XFR-SRC-TYPE TO DEBIT-ACC-TYPE
                           MOVE IN-AMOUNT TO DEBIT-AMOUNT
                           PERFORM CHECK-TERM-DEPOSIT-DEBIT
                           COMPUTE CANDIDATE-BALANCE =
                               XFR-SRC-BAL - IN-AMOUNT - PENALTY-AMOUNT
                           PERFORM GET-HELD-AMOUNT
                           COMPUTE CANDIDATE-AVAILABLE =
                               CANDIDATE-BALANCE - HELD-AMOUNT
                           EVALUATE TRUE
                               WHEN TD-DEBIT-OK = "N"
                                   MOVE "N" TO XFR-OK
                                   MOVE "ERROR: TD NOT MATURED"
                                       TO OUT-RECORD
                               WHEN CANDIDATE-BALANCE
                                       < (0 - OVERDRAFT-LIMIT)
                                   MOVE "N" TO XFR-OK
                                   MOVE "ERROR: INSUFFICIENT FUNDS"
                                       TO OUT-RECORD
                               WHEN IN-ACTION = "REV"
                                   CONTINUE
                               WHEN CANDIDATE-AVAILABLE
                                       < (0 - OVERDRAFT-LIMIT)
                                   MOVE "N" TO XFR-OK
           MOVE ACC-SIGNED-BAL TO NEW-BALANCE.
           SUBTRACT IN-AMOUNT FROM NEW-BALANCE.
           MOVE ACC-ACCOUNT TO JRN-ACCOUNT.
           MOVE IN-ACTION TO JRN-ACTION.
           MOVE XFR-FROM-REF TO JRN-REF-SEQ.
           MOVE XFR-REF-ACTION TO JRN-REF-ACTION.
           MOVE IN-AMOUNT TO JRN-AMOUNT.
           MOVE OLD-BALANCE TO JRN-OLD-BAL.
           MOVE NEW-BALANCE TO JRN-NEW-BAL.
           PERFORM QUEUE-JOURNAL-ENTRY.
           IF PENALTY-AMOUNT > ZERO
               PERFORM NOTE-PENALTY-DEBIT
           END-IF.

       APPLY-XFR-CREDIT.
           MOVE "Y" TO UPDATED.
           MOVE ACC-SIGNED-BAL TO NEW-BALANCE.
           ADD IN-AMOUNT TO NEW-BALANCE.
           MOVE ACC-ACCOUNT TO JRN-ACCOUNT.
           MOVE IN-ACTION TO JRN-ACTION.
           MOVE XFR-TO-REF TO JRN-REF-SEQ.
           MOVE XFR-REF-ACTION TO JRN-REF-ACTION.
           MOVE IN-AMOUNT TO JRN-AMOUNT.
           MOVE OLD-BALANCE TO JRN-OLD-BAL.
           MOVE NEW-BALANCE TO JRN-NEW-BAL.
                   PERFORM CHECK-ACCOUNT-POSTABLE
                   IF POSTING-ALLOWED = "Y"
                       PERFORM DETERMINE-OVERDRAFT-LIMIT
                       MOVE ACC-ACCOUNT TO DEBIT-ACCOUNT
                       MOVE ACC-TYPE TO DEBIT-ACC-TYPE
                       MOVE IN-AMOUNT TO DEBIT-AMOUNT
                       PERFORM CHECK-TERM-DEPOSIT-DEBIT
                       COMPUTE CANDIDATE-BALANCE =
                           NEW-BALANCE - IN-AMOUNT - PENALTY-AMOUNT
                       PERFORM GET-HELD-AMOUNT
                       COMPUTE CANDIDATE-AVAILABLE =
                           CANDIDATE-BALANCE - HELD-AMOUNT
                       IF TD-DEBIT-OK = "Y"
                               AND CANDIDATE-AVAILABLE
                                   < (0 - OVERDRAFT-LIMIT)
                           PERFORM FIND-OVERDRAFT-COVER
                       END-IF
                       EVALUATE TRUE
                           WHEN TD-DEBIT-OK = "N"
                               MOVE "ERROR: TD NOT MATURED"
                                   TO OUT-RECORD
                           WHEN CANDIDATE-BALANCE
                                   < (0 - OVERDRAFT-LIMIT)
                               MOVE "ERROR: INSUFFICIENT FUNDS"
                           WHEN OTHER
                               PERFORM CHECK-DEBIT-LIMITS
                               IF LIMIT-OK = "Y"
                                   IF ODP-COVERED = "Y"
                                       PERFORM APPLY-OVERDRAFT-COVER
                                   END-IF
                                   MOVE CANDIDATE-BALANCE
                                       TO NEW-BALANCE
                                   MOVE "SUCCESS: WITHDRAWAL COMPLETE"
                       PERFORM CHECK-STOP-PAYMENT
                       PERFORM CHECK-DUPLICATE-SERIAL
                       PERFORM DETERMINE-OVERDRAFT-LIMIT
                       PERFORM CHECK-TERM-DEPOSIT-DEBIT
                       COMPUTE CANDIDATE-BALANCE =
                           NEW-BALANCE - IN-AMOUNT - PENALTY-AMOUNT
                       PERFORM GET-HELD-AMOUNT
                       COMPUTE CANDIDATE-AVAILABLE =
                           CANDIDATE-BALANCE - HELD-AMOUNT
                       IF STOP-HIT = "N" AND PAID-HIT = "N"
                               AND TD-DEBIT-OK = "Y"
                               AND CANDIDATE-AVAILABLE
                                   < (0 - OVERDRAFT-LIMIT)
                           PERFORM FIND-OVERDRAFT-COVER
                       END-IF
                       EVALUATE TRUE
                           WHEN STOP-HIT = "Y"
                               MOVE "ERROR: PAYMENT STOPPED"
                           WHEN PAID-HIT = "Y"
                               MOVE "ERROR: DUPLICATE CHECK"
                                   TO OUT-RECORD
                           WHEN TD-DEBIT-OK = "N"
                               MOVE "ERROR: TD NOT MATURED"
                                   TO OUT-RECORD
                           WHEN CANDIDATE-BALANCE
                                   < (0 - OVERDRAFT-LIMIT)
                               MOVE "ERROR: INSUFFICIENT FUNDS"
                           WHEN OTHER
                               PERFORM CHECK-DEBIT-LIMITS
                               IF LIMIT-OK = "Y"
                                   IF ODP-COVERED = "Y"
                                       PERFORM APPLY-OVERDRAFT-COVER
                                   END-IF
                                   MOVE CANDIDATE-BALANCE
                                       TO NEW-BALANCE
                                   MOVE "SUCCESS: CHECK PAID"
                   IF POSTING-ALLOWED = "Y"
                       PERFORM PLACE-HOLD
                   END-IF
               WHEN "REV"
                   PERFORM APPLY-REVERSAL
               WHEN "CLS"
                   MOVE "C" TO ACC-STATUS
                   MOVE "SUCCESS: ACCOUNT CLOSED" TO OUT-RECORD
               MOVE IN-ACTION TO JRN-ACTION
               MOVE IN-AMOUNT TO JRN-AMOUNT
               MOVE OLD-BALANCE TO JRN-OLD-BAL
               COMPUTE JRN-NEW-BAL = NEW-BALANCE + PENALTY-AMOUNT
               PERFORM QUEUE-JOURNAL-ENTRY
               IF PENALTY-AMOUNT > ZERO
                   MOVE ACC-ACCOUNT TO PEN-ACCOUNT
                   MOVE JRN-NEW-BAL TO PEN-OLD-BAL
                   MOVE NEW-BALANCE TO PEN-NEW-BAL
                   MOVE PENDING-JOURNAL-COUNT TO PEN-ITEM-IDX
                   PERFORM QUEUE-PENALTY-ENTRY
               END-IF
           ELSE
               PERFORM WRITE-OUTPUT
           END-IF.

       PROCESS-REVERSAL.
           PERFORM FIND-REVERSAL-TARGET.
           PERFORM CHECK-REVERSAL-TARGET.
           IF REV-OK = "N"
               PERFORM WRITE-OUTPUT
               EXIT PARAGRAPH
           END-IF.
           IF RW-ACTION (2) = "XFR"
               PERFORM PROCESS-TRANSFER
           ELSE
               PERFORM PROCESS-SINGLE-ACTION
           END-IF.

       FIND-REVERSAL-TARGET.
           MOVE IN-ACCOUNT-2 TO REV-TARGET-SEQ.
           PERFORM VARYING REV-SLOT FROM 1 BY 1
                   UNTIL REV-SLOT > 3
               MOVE "N" TO RW-FOUND (REV-SLOT)
               MOVE "N" TO RW-REVERSED (REV-SLOT)
           END-PERFORM.
           IF REV-TARGET-SEQ = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM SCAN-REVERSAL-ARCHIVES.
           OPEN INPUT JOURNAL-FILE.
           PERFORM UNTIL EXIT
               READ JOURNAL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE JOURNAL-RECORD TO JOURNAL-ENTRY
                       PERFORM NOTE-REVERSAL-CANDIDATE
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       SCAN-REVERSAL-ARCHIVES.
           COMPUTE ARCH-FROM-INT =
               FUNCTION INTEGER-OF-DATE(BUS-DATE) - REV-LOOKBACK.
           COMPUTE ARCH-TO-INT =
               FUNCTION INTEGER-OF-DATE(BUS-DATE) - 1.
           PERFORM VARYING ARCH-DATE-INT FROM ARCH-FROM-INT BY 1
                   UNTIL ARCH-DATE-INT > ARCH-TO-INT
               COMPUTE ARCH-DATE =
                   FUNCTION DATE-OF-INTEGER(ARCH-DATE-INT)
               PERFORM SCAN-ONE-REVERSAL-ARCHIVE
           END-PERFORM.

       SCAN-ONE-REVERSAL-ARCHIVE.
           MOVE SPACES TO ARCH-FILE-NAME.
           STRING "journal." DELIMITED BY SIZE
                   ARCH-DATE DELIMITED BY SIZE
               INTO ARCH-FILE-NAME.
           OPEN INPUT ARCH-FILE.
           IF ARCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ ARCH-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ARCH-RECORD TO JOURNAL-ENTRY
                       PERFORM NOTE-REVERSAL-CANDIDATE
               END-READ
           END-PERFORM.
           CLOSE ARCH-FILE.

       NOTE-REVERSAL-CANDIDATE.
           IF JE-REC-TYPE NOT = "1" OR JE-ACTION = "CFW"
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-SEQ TO ENTRY-SEQ.
           IF JE-ACTION = "REV" AND JE-REF-SEQ NOT = ZERO
               MOVE JE-REF-SEQ TO ENTRY-REF-SEQ
               IF ENTRY-REF-SEQ + 1 >= REV-TARGET-SEQ
                       AND ENTRY-REF-SEQ <= REV-TARGET-SEQ + 1
                   COMPUTE REV-SLOT =
                       ENTRY-REF-SEQ + 2 - REV-TARGET-SEQ
                   MOVE "Y" TO RW-REVERSED (REV-SLOT)
               END-IF
           END-IF.
           IF ENTRY-SEQ + 1 < REV-TARGET-SEQ
                   OR ENTRY-SEQ > REV-TARGET-SEQ + 1
               EXIT PARAGRAPH
           END-IF.
           COMPUTE REV-SLOT = ENTRY-SEQ + 2 - REV-TARGET-SEQ.
           MOVE "Y" TO RW-FOUND (REV-SLOT).
           MOVE JE-ACCOUNT TO RW-ACCOUNT (REV-SLOT).
           MOVE JE-ACTION TO RW-ACTION (REV-SLOT).
           MOVE JE-AMOUNT TO RW-AMOUNT (REV-SLOT).
           MOVE JE-OLD-BAL TO RW-OLD-BAL (REV-SLOT).
           MOVE JE-NEW-BAL TO RW-NEW-BAL (REV-SLOT).
           MOVE JE-SERIAL TO RW-SERIAL (REV-SLOT).

       CHECK-REVERSAL-TARGET.
           MOVE "N" TO REV-OK.
           EVALUATE TRUE
               WHEN RW-FOUND (2) = "N"
                   MOVE "ERROR: ORIGINAL NOT FOUND" TO OUT-RECORD
               WHEN RW-ACCOUNT (2) NOT = IN-ACCOUNT
                   MOVE "ERROR: REVERSAL MISMATCH" TO OUT-RECORD
               WHEN RW-ACTION (2) = "REV"
                   MOVE "ERROR: CANNOT REVERSE REVERSAL"
                       TO OUT-RECORD
               WHEN RW-ACTION (2) NOT = "DEP"
                       AND RW-ACTION (2) NOT = "WDR"
                       AND RW-ACTION (2) NOT = "CHK"
                       AND RW-ACTION (2) NOT = "XFR"
                       AND RW-ACTION (2) NOT = "PEN"
                   MOVE "ERROR: ENTRY NOT REVERSIBLE" TO OUT-RECORD
               WHEN RW-REVERSED (2) = "Y"
                   MOVE "ERROR: ALREADY REVERSED" TO OUT-RECORD
               WHEN RW-AMOUNT (2) NOT = IN-AMOUNT
                   MOVE "ERROR: REVERSAL MISMATCH" TO OUT-RECORD
               WHEN OTHER
                   MOVE "Y" TO REV-OK
           END-EVALUATE.
           IF REV-OK = "N" OR RW-ACTION (2) NOT = "XFR"
               EXIT PARAGRAPH
           END-IF.
           IF RW-NEW-BAL (2) < RW-OLD-BAL (2)
               MOVE 3 TO REV-PAIR-SLOT
               COMPUTE REV-PAIR-SEQ = REV-TARGET-SEQ + 1
           ELSE
               MOVE 1 TO REV-PAIR-SLOT
               COMPUTE REV-PAIR-SEQ = REV-TARGET-SEQ - 1
           END-IF.
           EVALUATE TRUE
               WHEN RW-FOUND (REV-PAIR-SLOT) = "N"
                       OR RW-ACTION (REV-PAIR-SLOT) NOT = "XFR"
                       OR RW-AMOUNT (REV-PAIR-SLOT) NOT = IN-AMOUNT
                   MOVE "N" TO REV-OK
                   MOVE "ERROR: TRANSFER LEG NOT FOUND" TO OUT-RECORD
               WHEN RW-REVERSED (REV-PAIR-SLOT) = "Y"
                   MOVE "N" TO REV-OK
                   MOVE "ERROR: ALREADY REVERSED" TO OUT-RECORD
               WHEN REV-PAIR-SLOT = 3
                   MOVE RW-ACCOUNT (3) TO XFR-FROM-ACCOUNT
                   MOVE RW-ACCOUNT (2) TO XFR-TO-ACCOUNT
                   MOVE REV-PAIR-SEQ TO REF-SEQ-DISP
                   MOVE REF-SEQ-DISP TO XFR-FROM-REF
                   MOVE REV-TARGET-SEQ TO REF-SEQ-DISP
                   MOVE REF-SEQ-DISP TO XFR-TO-REF
               WHEN OTHER
                   MOVE RW-ACCOUNT (2) TO XFR-FROM-ACCOUNT
                   MOVE RW-ACCOUNT (1) TO XFR-TO-ACCOUNT
                   MOVE REV-TARGET-SEQ TO REF-SEQ-DISP
                   MOVE REF-SEQ-DISP TO XFR-FROM-REF
                   MOVE REV-PAIR-SEQ TO REF-SEQ-DISP
                   MOVE REF-SEQ-DISP TO XFR-TO-REF
           END-EVALUATE.
           MOVE "XFR" TO XFR-REF-ACTION.

       APPLY-REVERSAL.
           PERFORM CHECK-ACCOUNT-POSTABLE.
           IF POSTING-ALLOWED = "N"
               EXIT PARAGRAPH
           END-IF.
           IF RW-NEW-BAL (2) > RW-OLD-BAL (2)
               PERFORM DETERMINE-OVERDRAFT-LIMIT
               COMPUTE CANDIDATE-BALANCE = NEW-BALANCE - IN-AMOUNT
               IF CANDIDATE-BALANCE < (0 - OVERDRAFT-LIMIT)
                   MOVE "ERROR: INSUFFICIENT FUNDS" TO OUT-RECORD
                   EXIT PARAGRAPH
               END-IF
               MOVE CANDIDATE-BALANCE TO NEW-BALANCE
           ELSE
               ADD IN-AMOUNT TO NEW-BALANCE
           END-IF.
           MOVE REV-TARGET-SEQ TO REF-SEQ-DISP.
           MOVE REF-SEQ-DISP TO JRN-REF-SEQ.
           MOVE RW-ACTION (2) TO JRN-REF-ACTION.
           IF RW-ACTION (2) = "CHK"
               MOVE RW-SERIAL (2) TO CHECK-SERIAL
               MOVE ACC-ACCOUNT TO DEBIT-ACCOUNT
               PERFORM RELEASE-PAID-SERIAL
           END-IF.
           MOVE "SUCCESS: REVERSAL COMPLETE" TO OUT-RECORD.
           MOVE "Y" TO UPDATED.
           ADD 1 TO REVERSED-COUNT.

       APPEND-ACCOUNT.
           IF IN-ACCOUNT < ACCT-RANGE-LOW
                   OR IN-ACCOUNT > ACCT-RANGE-HIGH
           MOVE JRN-AMOUNT TO PJ-AMOUNT (PENDING-JOURNAL-COUNT).
           MOVE JRN-OLD-BAL TO PJ-OLD-BAL (PENDING-JOURNAL-COUNT).
           MOVE JRN-NEW-BAL TO PJ-NEW-BAL (PENDING-JOURNAL-COUNT).
           MOVE JRN-REF-SEQ TO PJ-REF-SEQ (PENDING-JOURNAL-COUNT).
           MOVE JRN-REF-ACTION
               TO PJ-REF-ACTION (PENDING-JOURNAL-COUNT).

       NOTE-PENALTY-DEBIT.
           MOVE ACC-ACCOUNT TO PEN-ACCOUNT.
           MOVE NEW-BALANCE TO PEN-OLD-BAL.
           SUBTRACT PENALTY-AMOUNT FROM NEW-BALANCE.
           MOVE NEW-BALANCE TO PEN-NEW-BAL.
           MOVE PENDING-JOURNAL-COUNT TO PEN-ITEM-IDX.

       QUEUE-PENALTY-ENTRY.
           MOVE PEN-ACCOUNT TO JRN-ACCOUNT.
           MOVE "PEN" TO JRN-ACTION.
           MOVE PENALTY-AMOUNT TO JRN-AMOUNT.
           MOVE PEN-OLD-BAL TO JRN-OLD-BAL.
           MOVE PEN-NEW-BAL TO JRN-NEW-BAL.
           COMPUTE REF-SEQ-DISP = JOURNAL-SEQ + PEN-ITEM-IDX.
           MOVE REF-SEQ-DISP TO JRN-REF-SEQ.
           MOVE IN-ACTION TO JRN-REF-ACTION.
           PERFORM QUEUE-JOURNAL-ENTRY.
           ADD 1 TO PENALTY-COUNT.

       FLUSH-PENDING-JOURNAL.
           PERFORM VARYING PENDING-JRN-IDX FROM 1 BY 1
               MOVE PJ-AMOUNT (PENDING-JRN-IDX) TO JRN-AMOUNT
               MOVE PJ-OLD-BAL (PENDING-JRN-IDX) TO JRN-OLD-BAL
               MOVE PJ-NEW-BAL (PENDING-JRN-IDX) TO JRN-NEW-BAL
               MOVE PJ-REF-SEQ (PENDING-JRN-IDX) TO JRN-REF-SEQ
               MOVE PJ-REF-ACTION (PENDING-JRN-IDX) TO JRN-REF-ACTION
               PERFORM WRITE-JOURNAL
           END-PERFORM.
           MOVE ZERO TO PENDING-JOURNAL-COUNT.
                   ADD 1 TO REJ-STOP-COUNT
               WHEN OUT-MESSAGE = "ERROR: DUPLICATE CHECK"
                   ADD 1 TO REJ-DUPCHK-COUNT
               WHEN OUT-MESSAGE = "ERROR: TD NOT MATURED"
                   ADD 1 TO REJ-TDNM-COUNT
               WHEN OUT-MESSAGE = "ERROR: ORIGINAL NOT FOUND"
                       OR OUT-MESSAGE = "ERROR: REVERSAL MISMATCH"
                       OR OUT-MESSAGE = "ERROR: CANNOT REVERSE REVERSAL"
                       OR OUT-MESSAGE = "ERROR: ENTRY NOT REVERSIBLE"
                       OR OUT-MESSAGE = "ERROR: ALREADY REVERSED"
                       OR OUT-MESSAGE = "ERROR: TRANSFER LEG NOT FOUND"
                   ADD 1 TO REJ-REVERSAL-COUNT
               WHEN OTHER
                   ADD 1 TO REJ-INVALID-COUNT
           END-EVALUATE.
           MOVE REJ-DUPCHK-COUNT TO SUMMARY-COUNT-DISP.
           MOVE "DUPLICATE CHECK:    " TO OUT-RECORD.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE REJ-TDNM-COUNT TO SUMMARY-COUNT-DISP.
           MOVE "TD NOT MATURED:     " TO OUT-RECORD.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE PENALTY-COUNT TO SUMMARY-COUNT-DISP.
           MOVE "TD PENALTIES:       " TO OUT-RECORD.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE ODP-RESCUED-COUNT TO SUMMARY-COUNT-DISP.
           MOVE "OD PROTECTED:       " TO OUT-RECORD.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE REVERSED-COUNT TO SUMMARY-COUNT-DISP.
           MOVE "REVERSALS POSTED:   " TO OUT-RECORD.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE REJ-REVERSAL-COUNT TO SUMMARY-COUNT-DISP.
           MOVE "REVERSAL REFUSED:   " TO OUT-RECORD.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE REJ-INVALID-COUNT TO SUMMARY-COUNT-DISP.
           MOVE "INVALID REQUEST:    " TO OUT-RECORD.
           PERFORM WRITE-SUMMARY-LINE.

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
           MOVE IN-OPERATOR TO JE-OPER.
           MOVE CHECK-SERIAL TO JE-SERIAL.
           IF JRN-REF-SEQ = SPACES
               MOVE ZERO TO JE-REF-SEQ
           ELSE
               MOVE FUNCTION NUMVAL(JRN-REF-SEQ) TO JE-REF-SEQ
           END-IF.
           MOVE JRN-REF-ACTION TO JE-REF-ACTION.
           OPEN EXTEND JOURNAL-FILE.
           WRITE JOURNAL-RECORD FROM JOURNAL-ENTRY.
           CLOSE JOURNAL-FILE.
