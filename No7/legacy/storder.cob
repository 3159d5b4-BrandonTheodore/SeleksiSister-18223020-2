           05 ACC-STATUS      PIC X(1).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).
       77 JRN-AMOUNT            PIC 9(6)V99.
       77 JRN-OLD-BAL           PIC S9(6)V99.
       77 JRN-NEW-BAL           PIC S9(6)V99.

       77 LIMITS-STATUS         PIC X(2) VALUE "00".
       77 LIMIT-COUNT           PIC 9(3) VALUE ZERO.
       77 ENTRY-NEW-BAL         PIC S9(6)V99.
       77 TABLE-OVERFLOW        PIC X VALUE "N".

       COPY JRNREC.

       01 LIMITS-TABLE.
           05 LIMITS-ENTRY OCCURS 100 TIMES.
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
           MOVE "STORDER" TO JE-OPER.
           MOVE ZERO TO JE-REF-SEQ.
           OPEN EXTEND JOURNAL-FILE.
           WRITE JOURNAL-RECORD FROM JOURNAL-ENTRY.
           CLOSE JOURNAL-FILE.
