           05 FEE-PER-ITEM    PIC 9(4)V99.

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD JRNWORK-FILE.
       01 JRNWORK-RECORD       PIC X(120).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).
       01 FEESUM-RECORD        PIC X(80).

       FD ARCH-FILE.
       01 ARCH-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
       77 ARCH-STATUS           PIC X(2) VALUE "00".
           05 TMP-PARSE-STATUS   PIC X(1).
           05 FILLER             PIC X(2).

       COPY JRNREC.

       77 JOURNAL-SEQ           PIC 9(6) VALUE ZERO.
       77 JRN-ACCOUNT           PIC 9(6).
       77 JRN-AMOUNT            PIC 9(6)V99.
       77 JRN-OLD-BAL           PIC S9(6)V99.
       77 JRN-NEW-BAL           PIC S9(6)V99.

       PROCEDURE DIVISION.
       MAIN.
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
                       IF JE-ACTION = "WDR"
                           PERFORM NOTE-WITHDRAWAL
                       END-IF
               END-READ
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ARCH-RECORD TO JOURNAL-ENTRY
                       IF JE-ACTION = "WDR"
                           PERFORM NOTE-WITHDRAWAL
                       END-IF
               END-READ
           CLOSE ARCH-FILE.

       NOTE-WITHDRAWAL.
           IF JE-REC-TYPE NOT = "1"
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-DATE TO ENTRY-DATE.
           DIVIDE ENTRY-DATE BY 100 GIVING ENTRY-MONTH.
           IF ENTRY-MONTH NOT = BUS-MONTH
               EXIT PARAGRAPH
           MOVE ZERO TO WDR-FOUND.
           PERFORM VARYING WDR-IDX FROM 1 BY 1
                   UNTIL WDR-IDX > WDR-COUNT
               IF WC-ACCOUNT (WDR-IDX) = JE-ACCOUNT
                   MOVE WDR-IDX TO WDR-FOUND
               END-IF
           END-PERFORM.
           IF WDR-FOUND = ZERO
               IF WDR-COUNT < 5000
                   ADD 1 TO WDR-COUNT
                   MOVE JE-ACCOUNT TO WC-ACCOUNT (WDR-COUNT)
                   MOVE 1 TO WC-COUNT (WDR-COUNT)
               ELSE
                   MOVE "Y" TO TABLE-OVERFLOW
           MOVE FEE-AMOUNT TO JRN-AMOUNT.
           MOVE ACC-SIGNED-BAL TO JRN-OLD-BAL.
           MOVE NEW-BALANCE TO JRN-NEW-BAL.
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
           MOVE "FEEASSES" TO JE-OPER.
           MOVE ZERO TO JE-REF-SEQ.
           WRITE JRNWORK-RECORD FROM JOURNAL-ENTRY.

       APPEND-JOURNAL-WORK.
           OPEN INPUT JRNWORK-FILE.
