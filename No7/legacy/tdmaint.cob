       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-DEPOSIT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIN-FILE ASSIGN TO "tdin.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIN-STATUS.
           SELECT TD-FILE ASSIGN TO "tdmaster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TD-STATUS-FS.
           SELECT TDTMP-FILE ASSIGN TO "tdtemp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRPT-FILE ASSIGN TO "tdmrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACC-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-ACCOUNT
               FILE STATUS IS ACC-FILE-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TIN-FILE.
       01 TIN-RECORD.
           05 TIN-ACCOUNT     PIC 9(6).
           05 TIN-ACTION      PIC X(3).
           05 TIN-PRINCIPAL   PIC 9(6)V99.
           05 TIN-TERM        PIC 9(3).
           05 TIN-RATE        PIC 9V9999.
           05 TIN-OPEN-DATE   PIC 9(8).
           05 TIN-INSTRUCTION PIC X(1).
           05 TIN-PAYOUT-ACCT PIC 9(6).

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
       01 TDTMP-RECORD         PIC X(46).

       FD TRPT-FILE.
       01 TRPT-RECORD          PIC X(80).

       FD ACC-FILE.
       01 ACC-RECORD-RAW.
           05 ACC-ACCOUNT     PIC 9(6).
           05 ACC-TYPE        PIC X(1).
           05 ACC-SIGN        PIC X(1).
           05 FILLER          PIC X(1).
           05 ACC-BALANCE     PIC 9(6)V99.
           05 ACC-STATUS      PIC X(1).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       77 TIN-STATUS            PIC X(2) VALUE "00".
       77 TD-STATUS-FS          PIC X(2) VALUE "00".
       77 BUSDATE-STATUS        PIC X(2) VALUE "00".
       77 ACC-FILE-STATUS       PIC X(2) VALUE "00".
       77 BUS-DATE              PIC 9(8).
       77 MATCH-FOUND           PIC X VALUE "N".
       77 ACC-FOUND             PIC X VALUE "N".
       77 UPDATED               PIC X VALUE "N".
       77 REQUEST-OK            PIC X VALUE "Y".
       77 REQUEST-COUNT         PIC 9(6) VALUE ZERO.
       77 OUT-MESSAGE           PIC X(40).
       77 MONTH-TOTAL           PIC 9(5).
       77 YEAR-ADD              PIC 9(4).

       01 TD-LAYOUT.
           05 TL-ACCOUNT         PIC 9(6).
           05 TL-PRINCIPAL       PIC 9(6)V99.
           05 TL-TERM            PIC 9(3).
           05 TL-RATE            PIC 9V9999.
           05 TL-OPEN-DATE       PIC 9(8).
           05 TL-MATURITY        PIC 9(8).
           05 TL-INSTRUCTION     PIC X(1).
           05 TL-PAYOUT-ACCT     PIC 9(6).
           05 TL-STATUS          PIC X(1).

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
           OPEN OUTPUT TRPT-FILE.
           OPEN INPUT TIN-FILE.
           IF TIN-STATUS NOT = "00"
               DISPLAY "TERM DEPOSIT INPUT FILE NOT FOUND"
               CLOSE TRPT-FILE
               CLOSE ACC-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL EXIT
               READ TIN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO REQUEST-COUNT
                       MOVE FUNCTION UPPER-CASE(TIN-ACTION)
                           TO TIN-ACTION
                       MOVE FUNCTION UPPER-CASE(TIN-INSTRUCTION)
                           TO TIN-INSTRUCTION
                       MOVE "N" TO MATCH-FOUND
                       MOVE "N" TO UPDATED
                       PERFORM VALIDATE-REQUEST
                       IF REQUEST-OK = "Y"
                           PERFORM PROCESS-RECORDS
                           PERFORM FINALIZE
                       ELSE
                           PERFORM WRITE-OUTPUT
                       END-IF
               END-READ
           END-PERFORM.
           IF REQUEST-COUNT = ZERO
               DISPLAY "TERM DEPOSIT INPUT FILE IS EMPTY"
           END-IF.
           CLOSE TIN-FILE.
           CLOSE TRPT-FILE.
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
           OPEN OUTPUT TDTMP-FILE.
           CLOSE TDTMP-FILE.
           OPEN INPUT TD-FILE.
           IF TD-STATUS-FS = "35"
               OPEN OUTPUT TD-FILE
           END-IF.
           CLOSE TD-FILE.

       VALIDATE-REQUEST.
           MOVE "Y" TO REQUEST-OK.
           IF TIN-ACTION = "DEL"
               EXIT PARAGRAPH
           END-IF.
           IF TIN-INSTRUCTION = SPACE
               MOVE "H" TO TIN-INSTRUCTION
           END-IF.
           EVALUATE TRUE
               WHEN TIN-ACTION NOT = "ADD" AND TIN-ACTION NOT = "CHG"
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: UNKNOWN ACTION" TO OUT-MESSAGE
               WHEN TIN-INSTRUCTION NOT = "R"
                       AND TIN-INSTRUCTION NOT = "P"
                       AND TIN-INSTRUCTION NOT = "H"
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: INVALID INSTRUCTION" TO OUT-MESSAGE
               WHEN TIN-INSTRUCTION = "P"
                       AND (TIN-PAYOUT-ACCT = ZERO
                           OR TIN-PAYOUT-ACCT = TIN-ACCOUNT)
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: INVALID PAYOUT ACCOUNT"
                       TO OUT-MESSAGE
               WHEN TIN-ACTION = "CHG"
                   CONTINUE
               WHEN TIN-PRINCIPAL = ZERO
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: INVALID PRINCIPAL" TO OUT-MESSAGE
               WHEN TIN-TERM = ZERO OR TIN-TERM > 120
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: INVALID TERM" TO OUT-MESSAGE
               WHEN TIN-RATE = ZERO
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: INVALID RATE" TO OUT-MESSAGE
           END-EVALUATE.
           IF REQUEST-OK = "Y" AND TIN-ACTION = "ADD"
               PERFORM CHECK-DEPOSIT-ACCOUNT
           END-IF.
           IF REQUEST-OK = "Y" AND TIN-INSTRUCTION = "P"
               PERFORM CHECK-PAYOUT-ACCOUNT
           END-IF.

       CHECK-DEPOSIT-ACCOUNT.
           MOVE TIN-ACCOUNT TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           EVALUATE TRUE
               WHEN ACC-FOUND = "N"
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: ACCOUNT NOT FOUND" TO OUT-MESSAGE
               WHEN ACC-TYPE NOT = "T"
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: NOT A TERM ACCOUNT" TO OUT-MESSAGE
               WHEN ACC-STATUS = "C"
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: ACCOUNT CLOSED" TO OUT-MESSAGE
               WHEN ACC-STATUS = "F"
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: ACCOUNT FROZEN" TO OUT-MESSAGE
               WHEN ACC-STATUS NOT = "O" AND ACC-STATUS NOT = SPACE
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: ACCOUNT NOT OPEN" TO OUT-MESSAGE
           END-EVALUATE.

       CHECK-PAYOUT-ACCOUNT.
           MOVE TIN-PAYOUT-ACCT TO ACC-ACCOUNT.
           PERFORM READ-ACCOUNT.
           EVALUATE TRUE
               WHEN ACC-FOUND = "N"
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: PAYOUT ACCOUNT NOT FOUND"
                       TO OUT-MESSAGE
               WHEN ACC-STATUS = "C"
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: PAYOUT ACCOUNT CLOSED"
                       TO OUT-MESSAGE
               WHEN ACC-STATUS = "F"
                   MOVE "N" TO REQUEST-OK
                   MOVE "ERROR: PAYOUT ACCOUNT FROZEN"
                       TO OUT-MESSAGE
           END-EVALUATE.

       READ-ACCOUNT.
           MOVE "N" TO ACC-FOUND.
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ACC-FOUND
           END-READ.

       PROCESS-RECORDS.
           OPEN INPUT TD-FILE.
           OPEN OUTPUT TDTMP-FILE.
           PERFORM UNTIL EXIT
               READ TD-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TD-ACCOUNT = TIN-ACCOUNT
                                   AND TIN-ACTION = "ADD"
                               MOVE "Y" TO MATCH-FOUND
                               WRITE TDTMP-RECORD FROM TD-RECORD
                           WHEN TD-ACCOUNT = TIN-ACCOUNT
                                   AND TIN-ACTION = "CHG"
                                   AND TD-STATUS = "A"
                               MOVE "Y" TO MATCH-FOUND
                               MOVE "Y" TO UPDATED
                               MOVE TD-RECORD TO TD-LAYOUT
                               MOVE TIN-INSTRUCTION TO TL-INSTRUCTION
                               MOVE TIN-PAYOUT-ACCT TO TL-PAYOUT-ACCT
                               WRITE TDTMP-RECORD FROM TD-LAYOUT
                           WHEN TD-ACCOUNT = TIN-ACCOUNT
                                   AND TIN-ACTION = "CHG"
                               MOVE "Y" TO MATCH-FOUND
                               WRITE TDTMP-RECORD FROM TD-RECORD
                           WHEN TD-ACCOUNT = TIN-ACCOUNT
                                   AND TIN-ACTION = "DEL"
                                   AND TD-STATUS = "A"
                               MOVE "Y" TO MATCH-FOUND
                               WRITE TDTMP-RECORD FROM TD-RECORD
                           WHEN TD-ACCOUNT = TIN-ACCOUNT
                                   AND TIN-ACTION = "DEL"
                               MOVE "Y" TO MATCH-FOUND
                               MOVE "Y" TO UPDATED
                           WHEN OTHER
                               WRITE TDTMP-RECORD FROM TD-RECORD
                       END-EVALUATE
           END-PERFORM.
           CLOSE TD-FILE.
           CLOSE TDTMP-FILE.

           EVALUATE TRUE
               WHEN TIN-ACTION = "ADD" AND MATCH-FOUND = "N"
                   PERFORM APPEND-DEPOSIT
               WHEN TIN-ACTION = "ADD"
                   MOVE "ERROR: DUPLICATE DEPOSIT" TO OUT-MESSAGE
                   PERFORM WRITE-OUTPUT
               WHEN MATCH-FOUND = "N"
                   MOVE "ERROR: DEPOSIT NOT FOUND" TO OUT-MESSAGE
                   PERFORM WRITE-OUTPUT
               WHEN TIN-ACTION = "CHG" AND UPDATED = "N"
                   MOVE "ERROR: DEPOSIT NOT ACTIVE" TO OUT-MESSAGE
                   PERFORM WRITE-OUTPUT
               WHEN TIN-ACTION = "CHG"
                   MOVE "SUCCESS: INSTRUCTION CHANGED" TO OUT-MESSAGE
               WHEN UPDATED = "N"
                   MOVE "ERROR: DEPOSIT STILL ACTIVE" TO OUT-MESSAGE
                   PERFORM WRITE-OUTPUT
               WHEN OTHER
                   MOVE "SUCCESS: DEPOSIT REMOVED" TO OUT-MESSAGE
           END-EVALUATE.

       BUILD-TD-LAYOUT.
           MOVE TIN-ACCOUNT TO TL-ACCOUNT.
           MOVE TIN-PRINCIPAL TO TL-PRINCIPAL.
           MOVE TIN-TERM TO TL-TERM.
           MOVE TIN-RATE TO TL-RATE.
           IF TIN-OPEN-DATE = ZERO
               MOVE BUS-DATE TO TL-OPEN-DATE
           ELSE
               MOVE TIN-OPEN-DATE TO TL-OPEN-DATE
           END-IF.
           MOVE TL-OPEN-DATE TO DUE-DATE-PARTS.
           PERFORM ADD-TERM-MONTHS.
           MOVE DUE-DATE-PARTS TO TL-MATURITY.
           MOVE TIN-INSTRUCTION TO TL-INSTRUCTION.
           MOVE TIN-PAYOUT-ACCT TO TL-PAYOUT-ACCT.
           MOVE "A" TO TL-STATUS.

       ADD-TERM-MONTHS.
           COMPUTE MONTH-TOTAL = DUE-MONTH - 1 + TIN-TERM.
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

       APPEND-DEPOSIT.
           OPEN EXTEND TD-FILE.
           PERFORM BUILD-TD-LAYOUT.
           WRITE TD-RECORD FROM TD-LAYOUT.
           CLOSE TD-FILE.
           MOVE "SUCCESS: DEPOSIT OPENED" TO OUT-MESSAGE.
           PERFORM WRITE-OUTPUT.

       FINALIZE.
           IF UPDATED = "Y"
               CALL "SYSTEM" USING "mv tdtemp.txt tdmaster.txt"
               PERFORM WRITE-OUTPUT
           END-IF.

       WRITE-OUTPUT.
           MOVE SPACES TO TRPT-RECORD.
           STRING "ACCT " TIN-ACCOUNT " " TIN-ACTION " " OUT-MESSAGE
               DELIMITED BY SIZE INTO TRPT-RECORD.
           WRITE TRPT-RECORD.
