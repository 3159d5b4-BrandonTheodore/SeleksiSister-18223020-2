           05 ACC-STATUS      PIC X(1).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).
       77 SEQ-DISP              PIC Z(5)9.
       77 BAL-DISP-1            PIC -(6)9.99.
       77 BAL-DISP-2            PIC -(6)9.99.
       77 REVERSAL-COUNT        PIC 9(4) VALUE ZERO.
       77 REVERSAL-IDX          PIC 9(4).
       77 ENTRY-REF-SEQ         PIC 9(6).
       77 AMOUNT-DISP           PIC Z(6)9.99.
       77 PAIR-STATUS           PIC X(20).

       COPY JRNREC.

       01 AUDIT-TABLE.
           05 AUDIT-ENTRY OCCURS 5000 TIMES.
               10 AUD-REPLAY-BAL PIC S9(6)V99.
               10 AUD-SEEN-LIVE  PIC X(1).

       01 REVERSAL-TABLE.
           05 REVERSAL-ENTRY OCCURS 1000 TIMES.
               10 RV-SEQ         PIC 9(6).
               10 RV-ACCOUNT     PIC X(6).
               10 RV-AMOUNT      PIC 9(6)V99.
               10 RV-REF-SEQ     PIC 9(6).
               10 RV-REF-ACTION  PIC X(3).
               10 RV-ORIG-FOUND  PIC X(1).
               10 RV-ORIG-ACCOUNT PIC X(6).
               10 RV-ORIG-ACTION PIC X(3).
               10 RV-ORIG-AMOUNT PIC 9(6)V99.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-SNAPSHOT.
           PERFORM REPLAY-JOURNAL.
           PERFORM COMPARE-LIVE-MASTER.
           PERFORM REPORT-REVERSAL-PAIRS.
           PERFORM PRINT-AUDIT-FOOTER.
           CLOSE AUDIT-FILE.
           STOP RUN.
           MOVE ZERO TO FOUND-IDX.
           PERFORM VARYING AUDIT-IDX FROM 1 BY 1
                   UNTIL AUDIT-IDX > AUDIT-COUNT
               IF AUD-ACCOUNT (AUDIT-IDX) = JE-ACCOUNT
                   MOVE AUDIT-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE JOURNAL-RECORD TO JOURNAL-ENTRY
                       PERFORM CHECK-JOURNAL-ENTRY
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       CHECK-JOURNAL-ENTRY.
           IF JE-REC-TYPE NOT = "1"
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-SEQ TO ENTRY-SEQ.
           IF JE-ACTION = "CFW"
               MOVE ENTRY-SEQ TO EXPECTED-SEQ
               EXIT PARAGRAPH
           END-IF.
               ADD 1 TO EXCEPTION-COUNT
               MOVE ENTRY-SEQ TO EXPECTED-SEQ
           END-IF.
           MOVE JE-DATE TO ENTRY-DATE.
           IF ENTRY-DATE NOT = BUS-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-AMOUNT TO ENTRY-AMOUNT.
           MOVE JE-OLD-BAL TO ENTRY-OLD-BAL.
           MOVE JE-NEW-BAL TO ENTRY-NEW-BAL.
           IF JE-ACTION = "REV"
               PERFORM NOTE-REVERSAL-ENTRY
           END-IF.
           PERFORM FIND-AUDIT-ENTRY.
           IF FOUND-IDX = ZERO
               IF JE-ACTION = "NEW" AND AUDIT-COUNT < 5000
                   ADD 1 TO AUDIT-COUNT
                   MOVE JE-ACCOUNT TO AUD-ACCOUNT (AUDIT-COUNT)
                   MOVE ZERO TO AUD-REPLAY-BAL (AUDIT-COUNT)
                   MOVE "N" TO AUD-SEEN-LIVE (AUDIT-COUNT)
                   MOVE AUDIT-COUNT TO FOUND-IDX
               ELSE
                   MOVE SPACES TO AUDIT-RECORD
                   STRING "ACCT " JE-ACCOUNT
                       " POSTED BUT NOT IN SNAPSHOT"
                       DELIMITED BY SIZE INTO AUDIT-RECORD
                   WRITE AUDIT-RECORD
               MOVE AUD-REPLAY-BAL (FOUND-IDX) TO BAL-DISP-1
               MOVE ENTRY-OLD-BAL TO BAL-DISP-2
               MOVE SPACES TO AUDIT-RECORD
               STRING "CHAIN BREAK ACCT " JE-ACCOUNT
                       " EXPECTED " BAL-DISP-1
                       " JOURNAL SHOWS " BAL-DISP-2
                       " OP " JE-OPER
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               WRITE AUDIT-RECORD
               ADD 1 TO EXCEPTION-COUNT
                   AND ENTRY-DELTA NOT = (0 - ENTRY-AMOUNT)
                   AND ENTRY-DELTA NOT = ZERO
               MOVE SPACES TO AUDIT-RECORD
               STRING "AMOUNT MISMATCH ACCT " JE-ACCOUNT
                       " SEQ " JE-SEQ
                       " OP " JE-OPER
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               WRITE AUDIT-RECORD
               ADD 1 TO EXCEPTION-COUNT
           END-IF.
           MOVE ENTRY-NEW-BAL TO AUD-REPLAY-BAL (FOUND-IDX).

       NOTE-REVERSAL-ENTRY.
           IF JE-REF-SEQ = ZERO
               MOVE SPACES TO AUDIT-RECORD
               STRING "REVERSAL WITHOUT ORIGINAL SEQ AT ENTRY " JE-SEQ
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               WRITE AUDIT-RECORD
               ADD 1 TO EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-REF-SEQ TO ENTRY-REF-SEQ.
           PERFORM VARYING REVERSAL-IDX FROM 1 BY 1
                   UNTIL REVERSAL-IDX > REVERSAL-COUNT
               IF RV-REF-SEQ (REVERSAL-IDX) = ENTRY-REF-SEQ
                   MOVE SPACES TO AUDIT-RECORD
                   STRING "DUPLICATE REVERSAL OF SEQ " JE-REF-SEQ
                           " AT ENTRY " JE-SEQ
                           " OP " JE-OPER
                       DELIMITED BY SIZE INTO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                   ADD 1 TO EXCEPTION-COUNT
               END-IF
           END-PERFORM.
           IF REVERSAL-COUNT < 1000
               ADD 1 TO REVERSAL-COUNT
               MOVE ENTRY-SEQ TO RV-SEQ (REVERSAL-COUNT)
               MOVE JE-ACCOUNT TO RV-ACCOUNT (REVERSAL-COUNT)
               MOVE ENTRY-AMOUNT TO RV-AMOUNT (REVERSAL-COUNT)
               MOVE ENTRY-REF-SEQ TO RV-REF-SEQ (REVERSAL-COUNT)
               MOVE JE-REF-ACTION TO RV-REF-ACTION (REVERSAL-COUNT)
               MOVE "N" TO RV-ORIG-FOUND (REVERSAL-COUNT)
           END-IF.

       REPORT-REVERSAL-PAIRS.
           IF REVERSAL-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT JOURNAL-FILE.
           PERFORM UNTIL EXIT
               READ JOURNAL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE JOURNAL-RECORD TO JOURNAL-ENTRY
                       PERFORM MATCH-REVERSAL-ORIGINAL
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           MOVE "REVERSAL PAIRS" TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           PERFORM VARYING REVERSAL-IDX FROM 1 BY 1
                   UNTIL REVERSAL-IDX > REVERSAL-COUNT
               PERFORM PRINT-REVERSAL-PAIR
           END-PERFORM.

       MATCH-REVERSAL-ORIGINAL.
           IF JE-REC-TYPE NOT = "1" OR JE-ACTION = "CFW"
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-SEQ TO ENTRY-SEQ.
           PERFORM VARYING REVERSAL-IDX FROM 1 BY 1
                   UNTIL REVERSAL-IDX > REVERSAL-COUNT
               IF RV-REF-SEQ (REVERSAL-IDX) = ENTRY-SEQ
                   MOVE "Y" TO RV-ORIG-FOUND (REVERSAL-IDX)
                   MOVE JE-ACCOUNT TO RV-ORIG-ACCOUNT (REVERSAL-IDX)
                   MOVE JE-ACTION TO RV-ORIG-ACTION (REVERSAL-IDX)
                   MOVE JE-AMOUNT
                       TO RV-ORIG-AMOUNT (REVERSAL-IDX)
               END-IF
           END-PERFORM.

       PRINT-REVERSAL-PAIR.
           EVALUATE TRUE
               WHEN RV-ORIG-FOUND (REVERSAL-IDX) = "N"
                   MOVE "ORIGINAL ARCHIVED" TO PAIR-STATUS
               WHEN RV-ORIG-ACCOUNT (REVERSAL-IDX)
                       NOT = RV-ACCOUNT (REVERSAL-IDX)
                       OR RV-ORIG-AMOUNT (REVERSAL-IDX)
                           NOT = RV-AMOUNT (REVERSAL-IDX)
                       OR RV-ORIG-ACTION (REVERSAL-IDX)
                           NOT = RV-REF-ACTION (REVERSAL-IDX)
                   MOVE "ORIGINAL MISMATCH" TO PAIR-STATUS
                   ADD 1 TO EXCEPTION-COUNT
               WHEN OTHER
                   MOVE "LINKED" TO PAIR-STATUS
           END-EVALUATE.
           MOVE RV-AMOUNT (REVERSAL-IDX) TO AMOUNT-DISP.
           MOVE SPACES TO AUDIT-RECORD.
           STRING "REV SEQ " RV-SEQ (REVERSAL-IDX)
                   " ACCT " RV-ACCOUNT (REVERSAL-IDX)
                   " AMOUNT " AMOUNT-DISP
                   " REVERSES SEQ " RV-REF-SEQ (REVERSAL-IDX)
                   " " RV-REF-ACTION (REVERSAL-IDX)
                   " " PAIR-STATUS
               DELIMITED BY SIZE INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.

       COMPARE-LIVE-MASTER.
           OPEN INPUT ACC-FILE.
           PERFORM UNTIL EXIT
           ELSE
               MOVE ACC-BALANCE TO ACC-SIGNED-BAL
           END-IF.
           MOVE ACC-ACCOUNT TO JE-ACCOUNT.
           PERFORM FIND-AUDIT-ENTRY.
           IF FOUND-IDX = ZERO
               MOVE SPACES TO AUDIT-RECORD
               STRING "ACCT " JE-ACCOUNT
                   " IN LIVE MASTER BUT NOT IN SNAPSHOT"
                   DELIMITED BY SIZE INTO AUDIT-RECORD
               WRITE AUDIT-RECORD
                   MOVE AUD-REPLAY-BAL (FOUND-IDX) TO BAL-DISP-1
                   MOVE ACC-SIGNED-BAL TO BAL-DISP-2
                   MOVE SPACES TO AUDIT-RECORD
                   STRING "BALANCE MISMATCH ACCT " JE-ACCOUNT
                           " REPLAYED " BAL-DISP-1
                           " LIVE " BAL-DISP-2
                       DELIMITED BY SIZE INTO AUDIT-RECORD
