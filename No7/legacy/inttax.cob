       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-TAX-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRQ-FILE ASSIGN TO "taxreq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRQ-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT ARCH-FILE ASSIGN USING ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-STATUS.
           SELECT STMT-FILE ASSIGN TO "taxstmt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEXT-FILE ASSIGN TO "taxextr.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEXC-FILE ASSIGN TO "taxexcp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD TRQ-FILE.
       01 TRQ-RECORD.
           05 TRQ-TAX-YEAR    PIC 9(4).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD ARCH-FILE.
       01 ARCH-RECORD          PIC X(120).

       FD CUST-FILE.
       01 CUST-RECORD-RAW.
           05 CUST-NUMBER     PIC 9(6).
           05 CUST-NAME       PIC X(20).
           05 CUST-ADDRESS    PIC X(30).
           05 CUST-PHONE      PIC X(12).
           05 CUST-ACCOUNTS.
               10 CUST-OWNED-ACCT OCCURS 5 TIMES PIC X(6).

       FD STMT-FILE.
       01 STMT-RECORD          PIC X(100).

       FD TEXT-FILE.
       01 TEXT-RECORD          PIC X(80).

       FD TEXC-FILE.
       01 TEXC-RECORD          PIC X(100).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       77 TRQ-STATUS            PIC X(2) VALUE "00".
       77 JOURNAL-STATUS        PIC X(2) VALUE "00".
       77 ARCH-STATUS           PIC X(2) VALUE "00".
       77 CUST-STATUS           PIC X(2) VALUE "00".
       77 BUSDATE-STATUS        PIC X(2) VALUE "00".
       77 BUS-DATE              PIC 9(8).
       77 TAX-YEAR              PIC 9(4).
       77 YEAR-FROM-DATE        PIC 9(8).
       77 YEAR-TO-DATE          PIC 9(8).
       77 ARCH-FILE-NAME        PIC X(16).
       77 ARCH-DATE             PIC 9(8).
       77 ARCH-DATE-INT         PIC 9(8).
       77 ARCH-FROM-INT         PIC 9(8).
       77 ARCH-TO-INT           PIC 9(8).
       77 ENTRY-AMOUNT          PIC 9(6)V99.
       77 TABLE-OVERFLOW        PIC X VALUE "N".
       77 INT-ENTRY-COUNT       PIC 9(7) VALUE ZERO.
       77 SCANNED-TOTAL         PIC 9(10)V99 VALUE ZERO.
       77 STMT-COUNT            PIC 9(6) VALUE ZERO.
       77 STMT-TOTAL            PIC 9(10)V99 VALUE ZERO.
       77 EXCP-COUNT            PIC 9(6) VALUE ZERO.
       77 EXCP-TOTAL            PIC 9(10)V99 VALUE ZERO.
       77 NO-OWNER-COUNT        PIC 9(6) VALUE ZERO.
       77 MULTI-OWNER-COUNT     PIC 9(6) VALUE ZERO.
       77 CUSTOMER-INTEREST     PIC 9(10)V99.
       77 CUSTOMER-ACCTS        PIC 9(2).
       77 OWNER-LIST            PIC X(30).
       77 OWNER-PTR             PIC 9(3).
       77 OWNERS-DISP           PIC Z(2)9.
       77 ENTRIES-DISP          PIC Z(4)9.
       77 AMOUNT-DISP           PIC Z(9)9.99.
       77 COUNT-DISP            PIC Z(6)9.
       77 REASON-TEXT           PIC X(20).

       77 ACCT-COUNT            PIC 9(5) VALUE ZERO.
       77 ACCT-IDX              PIC 9(5).
       77 ACCT-FOUND            PIC 9(5) VALUE ZERO.
       77 LOOKUP-ACCOUNT        PIC X(6).

       01 ACCOUNT-INTEREST-TABLE.
           05 ACCOUNT-INTEREST OCCURS 5000 TIMES.
               10 AI-ACCOUNT     PIC X(6).
               10 AI-AMOUNT      PIC 9(10)V99.
               10 AI-ENTRIES     PIC 9(5).
               10 AI-OWNERS      PIC 9(3).

       77 CUST-COUNT            PIC 9(4) VALUE ZERO.
       77 CUST-IDX              PIC 9(4).
       77 SLOT-IDX              PIC 9(1).

       01 CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 1000 TIMES.
               10 CT-NUMBER      PIC 9(6).
               10 CT-NAME        PIC X(20).
               10 CT-ADDRESS     PIC X(30).
               10 CT-OWNED-ACCT OCCURS 5 TIMES PIC X(6).

       COPY JRNREC.

       01 TEXT-HEADER.
           05 TXH-TAG            PIC X(3) VALUE "HDR".
           05 TXH-TAX-YEAR       PIC 9(4).
           05 TXH-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X(65) VALUE SPACES.

       01 TEXT-DETAIL.
           05 TXD-TAG            PIC X(3) VALUE "DTL".
           05 TXD-CIF            PIC 9(6).
           05 TXD-NAME           PIC X(20).
           05 TXD-ADDRESS        PIC X(30).
           05 TXD-INTEREST       PIC 9(10)V99.
           05 TXD-ACCOUNTS       PIC 9(2).
           05 FILLER             PIC X(7) VALUE SPACES.

       01 TEXT-TRAILER.
           05 TXT-TAG            PIC X(3) VALUE "TRL".
           05 TXT-COUNT          PIC 9(6).
           05 TXT-INTEREST       PIC 9(12)V99.
           05 FILLER             PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-TAX-REQUEST.
           PERFORM LOAD-CUSTOMERS.
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "ERROR: CUSTOMER TABLE FULL - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SCAN-ARCHIVES.
           PERFORM SCAN-LIVE-JOURNAL.
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "ERROR: INTEREST TABLE FULL - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COUNT-ACCOUNT-OWNERS.
           OPEN OUTPUT STMT-FILE.
           OPEN OUTPUT TEXT-FILE.
           OPEN OUTPUT TEXC-FILE.
           PERFORM WRITE-HEADERS.
           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > CUST-COUNT
               PERFORM PRINT-CUSTOMER-STATEMENT
           END-PERFORM.
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
               IF AI-OWNERS (ACCT-IDX) NOT = 1
                   PERFORM PRINT-EXCEPTION
               END-IF
           END-PERFORM.
           PERFORM WRITE-TRAILERS.
           CLOSE STMT-FILE.
           CLOSE TEXT-FILE.
           CLOSE TEXC-FILE.
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

       READ-TAX-REQUEST.
           MOVE BUS-DATE (1:4) TO TAX-YEAR.
           OPEN INPUT TRQ-FILE.
           IF TRQ-STATUS = "00"
               READ TRQ-FILE
                   NOT AT END
                       IF TRQ-TAX-YEAR IS NUMERIC
                               AND TRQ-TAX-YEAR > ZERO
                           MOVE TRQ-TAX-YEAR TO TAX-YEAR
                       END-IF
               END-READ
               CLOSE TRQ-FILE
           END-IF.
           COMPUTE YEAR-FROM-DATE = TAX-YEAR * 10000 + 0101.
           COMPUTE YEAR-TO-DATE = TAX-YEAR * 10000 + 1231.

       LOAD-CUSTOMERS.
           MOVE ZERO TO CUST-COUNT.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ CUST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CUST-COUNT >= 1000
                           MOVE "Y" TO TABLE-OVERFLOW
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO CUST-COUNT
                       MOVE CUST-NUMBER TO CT-NUMBER (CUST-COUNT)
                       MOVE CUST-NAME TO CT-NAME (CUST-COUNT)
                       MOVE CUST-ADDRESS TO CT-ADDRESS (CUST-COUNT)
                       PERFORM VARYING SLOT-IDX FROM 1 BY 1
                               UNTIL SLOT-IDX > 5
                           MOVE CUST-OWNED-ACCT (SLOT-IDX)
                               TO CT-OWNED-ACCT (CUST-COUNT SLOT-IDX)
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE CUST-FILE.

       SCAN-ARCHIVES.
           COMPUTE ARCH-FROM-INT =
               FUNCTION INTEGER-OF-DATE(YEAR-FROM-DATE).
           COMPUTE ARCH-TO-INT =
               FUNCTION INTEGER-OF-DATE(YEAR-TO-DATE).
           PERFORM VARYING ARCH-DATE-INT FROM ARCH-FROM-INT BY 1
                   UNTIL ARCH-DATE-INT > ARCH-TO-INT
               COMPUTE ARCH-DATE =
                   FUNCTION DATE-OF-INTEGER(ARCH-DATE-INT)
               PERFORM SCAN-ONE-ARCHIVE
           END-PERFORM.

       SCAN-ONE-ARCHIVE.
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
                       PERFORM CHECK-JOURNAL-ENTRY
               END-READ
           END-PERFORM.
           CLOSE ARCH-FILE.

       SCAN-LIVE-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ JOURNAL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE JOURNAL-RECORD TO JOURNAL-ENTRY
                       PERFORM CHECK-JOURNAL-ENTRY
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       CHECK-JOURNAL-ENTRY.
           IF JE-REC-TYPE NOT = "1" OR JE-ACTION NOT = "INT"
                   OR JE-DATE < YEAR-FROM-DATE
                   OR JE-DATE > YEAR-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-AMOUNT TO ENTRY-AMOUNT.
           ADD 1 TO INT-ENTRY-COUNT.
           ADD ENTRY-AMOUNT TO SCANNED-TOTAL.
           MOVE JE-ACCOUNT TO LOOKUP-ACCOUNT.
           PERFORM FIND-INTEREST-ACCOUNT.
           EVALUATE TRUE
               WHEN ACCT-FOUND NOT = ZERO
                   ADD ENTRY-AMOUNT TO AI-AMOUNT (ACCT-FOUND)
                   ADD 1 TO AI-ENTRIES (ACCT-FOUND)
               WHEN ACCT-COUNT < 5000
                   ADD 1 TO ACCT-COUNT
                   MOVE JE-ACCOUNT TO AI-ACCOUNT (ACCT-COUNT)
                   MOVE ENTRY-AMOUNT TO AI-AMOUNT (ACCT-COUNT)
                   MOVE 1 TO AI-ENTRIES (ACCT-COUNT)
                   MOVE ZERO TO AI-OWNERS (ACCT-COUNT)
               WHEN OTHER
                   MOVE "Y" TO TABLE-OVERFLOW
           END-EVALUATE.

       FIND-INTEREST-ACCOUNT.
           MOVE ZERO TO ACCT-FOUND.
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT OR ACCT-FOUND NOT = ZERO
               IF AI-ACCOUNT (ACCT-IDX) = LOOKUP-ACCOUNT
                   MOVE ACCT-IDX TO ACCT-FOUND
               END-IF
           END-PERFORM.

       COUNT-ACCOUNT-OWNERS.
           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > CUST-COUNT
               PERFORM VARYING SLOT-IDX FROM 1 BY 1
                       UNTIL SLOT-IDX > 5
                   MOVE CT-OWNED-ACCT (CUST-IDX SLOT-IDX)
                       TO LOOKUP-ACCOUNT
                   IF LOOKUP-ACCOUNT NOT = SPACES
                       PERFORM FIND-INTEREST-ACCOUNT
                       IF ACCT-FOUND NOT = ZERO
                           ADD 1 TO AI-OWNERS (ACCT-FOUND)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-CUSTOMER-STATEMENT.
           MOVE ZERO TO CUSTOMER-INTEREST.
           MOVE ZERO TO CUSTOMER-ACCTS.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > 5
               MOVE CT-OWNED-ACCT (CUST-IDX SLOT-IDX) TO LOOKUP-ACCOUNT
               IF LOOKUP-ACCOUNT NOT = SPACES
                   PERFORM FIND-INTEREST-ACCOUNT
                   IF ACCT-FOUND NOT = ZERO
                       IF AI-OWNERS (ACCT-FOUND) = 1
                           ADD AI-AMOUNT (ACCT-FOUND)
                               TO CUSTOMER-INTEREST
                           ADD 1 TO CUSTOMER-ACCTS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF CUSTOMER-ACCTS = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO STMT-COUNT.
           ADD CUSTOMER-INTEREST TO STMT-TOTAL.
           MOVE SPACES TO STMT-RECORD.
           STRING "INTEREST INCOME STATEMENT  TAX YEAR " TAX-YEAR
                   "  CUSTOMER " CT-NUMBER (CUST-IDX)
               DELIMITED BY SIZE INTO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE SPACES TO STMT-RECORD.
           STRING "    " CT-NAME (CUST-IDX)
               DELIMITED BY SIZE INTO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE SPACES TO STMT-RECORD.
           STRING "    " CT-ADDRESS (CUST-IDX)
               DELIMITED BY SIZE INTO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE SPACES TO STMT-RECORD.
           WRITE STMT-RECORD.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > 5
               MOVE CT-OWNED-ACCT (CUST-IDX SLOT-IDX) TO LOOKUP-ACCOUNT
               IF LOOKUP-ACCOUNT NOT = SPACES
                   PERFORM FIND-INTEREST-ACCOUNT
                   IF ACCT-FOUND NOT = ZERO
                       IF AI-OWNERS (ACCT-FOUND) = 1
                           PERFORM PRINT-STATEMENT-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE CUSTOMER-INTEREST TO AMOUNT-DISP.
           MOVE SPACES TO STMT-RECORD.
           STRING "    TOTAL INTEREST PAID          " AMOUNT-DISP
               DELIMITED BY SIZE INTO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE SPACES TO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE CT-NUMBER (CUST-IDX) TO TXD-CIF.
           MOVE CT-NAME (CUST-IDX) TO TXD-NAME.
           MOVE CT-ADDRESS (CUST-IDX) TO TXD-ADDRESS.
           MOVE CUSTOMER-INTEREST TO TXD-INTEREST.
           MOVE CUSTOMER-ACCTS TO TXD-ACCOUNTS.
           WRITE TEXT-RECORD FROM TEXT-DETAIL.

       PRINT-STATEMENT-ACCOUNT.
           MOVE AI-AMOUNT (ACCT-FOUND) TO AMOUNT-DISP.
           MOVE AI-ENTRIES (ACCT-FOUND) TO ENTRIES-DISP.
           MOVE SPACES TO STMT-RECORD.
           STRING "    ACCOUNT " AI-ACCOUNT (ACCT-FOUND)
                   "  CREDITS " ENTRIES-DISP
                   "  INTEREST " AMOUNT-DISP
               DELIMITED BY SIZE INTO STMT-RECORD.
           WRITE STMT-RECORD.

       PRINT-EXCEPTION.
           ADD 1 TO EXCP-COUNT.
           ADD AI-AMOUNT (ACCT-IDX) TO EXCP-TOTAL.
           MOVE SPACES TO OWNER-LIST.
           IF AI-OWNERS (ACCT-IDX) = ZERO
               ADD 1 TO NO-OWNER-COUNT
               MOVE "NO OWNING CUSTOMER" TO REASON-TEXT
           ELSE
               ADD 1 TO MULTI-OWNER-COUNT
               MOVE "MULTIPLE OWNERS" TO REASON-TEXT
               PERFORM LIST-ACCOUNT-OWNERS
           END-IF.
           MOVE AI-AMOUNT (ACCT-IDX) TO AMOUNT-DISP.
           MOVE AI-OWNERS (ACCT-IDX) TO OWNERS-DISP.
           MOVE SPACES TO TEXC-RECORD.
           STRING "ACCOUNT " AI-ACCOUNT (ACCT-IDX)
                   " INTEREST " AMOUNT-DISP
                   " OWNERS " OWNERS-DISP
                   " " REASON-TEXT
                   " " OWNER-LIST
               DELIMITED BY SIZE INTO TEXC-RECORD.
           WRITE TEXC-RECORD.

       LIST-ACCOUNT-OWNERS.
           MOVE 1 TO OWNER-PTR.
           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > CUST-COUNT
               PERFORM VARYING SLOT-IDX FROM 1 BY 1
                       UNTIL SLOT-IDX > 5
                   IF CT-OWNED-ACCT (CUST-IDX SLOT-IDX)
                           = AI-ACCOUNT (ACCT-IDX)
                           AND OWNER-PTR < 25
                       STRING CT-NUMBER (CUST-IDX) " "
                           DELIMITED BY SIZE
                           INTO OWNER-LIST WITH POINTER OWNER-PTR
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-HEADERS.
           MOVE SPACES TO STMT-RECORD.
           STRING "YEAR-END INTEREST TAX STATEMENTS  TAX YEAR "
                   TAX-YEAR "  RUN DATE " BUS-DATE
               DELIMITED BY SIZE INTO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE SPACES TO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE SPACES TO TEXC-RECORD.
           STRING "INTEREST TAX EXCEPTIONS  TAX YEAR "
                   TAX-YEAR "  RUN DATE " BUS-DATE
               DELIMITED BY SIZE INTO TEXC-RECORD.
           WRITE TEXC-RECORD.
           MOVE SPACES TO TEXC-RECORD.
           WRITE TEXC-RECORD.
           MOVE TAX-YEAR TO TXH-TAX-YEAR.
           MOVE BUS-DATE TO TXH-RUN-DATE.
           WRITE TEXT-RECORD FROM TEXT-HEADER.

       WRITE-TRAILERS.
           MOVE STMT-COUNT TO COUNT-DISP.
           MOVE STMT-TOTAL TO AMOUNT-DISP.
           MOVE SPACES TO STMT-RECORD.
           STRING "STATEMENTS:         " COUNT-DISP
                   "  INTEREST: " AMOUNT-DISP
               DELIMITED BY SIZE INTO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE STMT-COUNT TO TXT-COUNT.
           MOVE STMT-TOTAL TO TXT-INTEREST.
           WRITE TEXT-RECORD FROM TEXT-TRAILER.
           MOVE SPACES TO TEXC-RECORD.
           WRITE TEXC-RECORD.
           MOVE NO-OWNER-COUNT TO COUNT-DISP.
           MOVE SPACES TO TEXC-RECORD.
           STRING "NO OWNER:           " COUNT-DISP
               DELIMITED BY SIZE INTO TEXC-RECORD.
           WRITE TEXC-RECORD.
           MOVE MULTI-OWNER-COUNT TO COUNT-DISP.
           MOVE SPACES TO TEXC-RECORD.
           STRING "MULTIPLE OWNERS:    " COUNT-DISP
               DELIMITED BY SIZE INTO TEXC-RECORD.
           WRITE TEXC-RECORD.
           MOVE EXCP-COUNT TO COUNT-DISP.
           MOVE EXCP-TOTAL TO AMOUNT-DISP.
           MOVE SPACES TO TEXC-RECORD.
           STRING "EXCEPTIONS:         " COUNT-DISP
                   "  INTEREST: " AMOUNT-DISP
               DELIMITED BY SIZE INTO TEXC-RECORD.
           WRITE TEXC-RECORD.
           MOVE INT-ENTRY-COUNT TO COUNT-DISP.
           MOVE SCANNED-TOTAL TO AMOUNT-DISP.
           MOVE SPACES TO TEXC-RECORD.
           STRING "INT ENTRIES READ:   " COUNT-DISP
                   "  INTEREST: " AMOUNT-DISP
               DELIMITED BY SIZE INTO TEXC-RECORD.
           WRITE TEXC-RECORD.
           MOVE STMT-TOTAL TO AMOUNT-DISP.
           MOVE SPACES TO TEXC-RECORD.
           STRING "ON STATEMENTS:               "
                   "  INTEREST: " AMOUNT-DISP
               DELIMITED BY SIZE INTO TEXC-RECORD.
           WRITE TEXC-RECORD.
           IF STMT-TOTAL + EXCP-TOTAL NOT = SCANNED-TOTAL
               MOVE "WARNING: STATEMENTS AND EXCEPTIONS DO NOT TIE"
                   TO TEXC-RECORD
               WRITE TEXC-RECORD
           END-IF.
