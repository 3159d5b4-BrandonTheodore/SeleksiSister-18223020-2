           05 CRQ-THRESHOLD   PIC X(9).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD ARCH-FILE.
       01 ARCH-RECORD          PIC X(120).

       FD CUST-FILE.
       01 CUST-RECORD-RAW.
       77 COUNT-DISP            PIC Z(5)9.
       77 THRESHOLD-DISP        PIC Z(7)9.99.
       77 AGG-CNT-DISP          PIC Z(2)9.
       77 SCAN-MODE             PIC X VALUE "R".
       77 LINK-COUNT            PIC 9(4) VALUE ZERO.
       77 LINK-IDX              PIC 9(4).
       77 ENTRY-SEQ             PIC 9(6).
       77 LINK-SEQ              PIC 9(6).
       77 LINK-TEXT             PIC X(18).

       COPY JRNREC.

       01 REVERSAL-LINK-TABLE.
           05 REVERSAL-LINK OCCURS 1000 TIMES.
               10 RL-ORIG-SEQ    PIC 9(6).
               10 RL-REV-SEQ     PIC 9(6).

       01 CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 1000 TIMES.
           05 CXD-SIDE           PIC X(1).
           05 CXD-AMOUNT         PIC 9(8)V99.
           05 CXD-DATE           PIC 9(8).
           05 CXD-SEQ            PIC 9(6).
           05 CXD-LINK-SEQ       PIC 9(6).
           05 FILLER             PIC X(7) VALUE SPACES.

       01 CEXT-AGGREGATE.
           05 CXA-TAG            PIC X(3) VALUE "AGG".
           OPEN OUTPUT CRPT-FILE.
           OPEN OUTPUT CEXT-FILE.
           PERFORM WRITE-REPORT-HEADER.
           MOVE "L" TO SCAN-MODE.
           PERFORM SCAN-ARCHIVES.
           PERFORM SCAN-LIVE-JOURNAL.
           MOVE "R" TO SCAN-MODE.
           PERFORM SCAN-ARCHIVES.
           PERFORM SCAN-LIVE-JOURNAL.
           IF TABLE-OVERFLOW = "Y"
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ARCH-RECORD TO JOURNAL-ENTRY
                       PERFORM CHECK-JOURNAL-ENTRY
               END-READ
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
           IF JE-ACTION NOT = "DEP" AND JE-ACTION NOT = "WDR"
                   AND JE-ACTION NOT = "XFR" AND JE-ACTION NOT = "CHK"
                   AND JE-ACTION NOT = "REV"
               EXIT PARAGRAPH
           END-IF.
           IF SCAN-MODE = "L"
               PERFORM NOTE-REVERSAL-LINK
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-DATE TO ENTRY-DATE.
           IF ENTRY-DATE < SCAN-FROM-DATE
                   OR ENTRY-DATE > SCAN-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-AMOUNT TO ENTRY-AMOUNT.
           MOVE JE-OLD-BAL TO ENTRY-OLD-BAL.
           MOVE JE-NEW-BAL TO ENTRY-NEW-BAL.
           IF ENTRY-NEW-BAL < ENTRY-OLD-BAL
               MOVE "D" TO ENTRY-SIDE
           ELSE
           IF ENTRY-AMOUNT >= THRESHOLD
               PERFORM REPORT-LARGE-ITEM
           END-IF.
           IF JE-ACTION NOT = "REV"
               PERFORM NOTE-AGGREGATE
           END-IF.

       NOTE-REVERSAL-LINK.
           IF JE-ACTION NOT = "REV" OR JE-REF-SEQ = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF LINK-COUNT < 1000
               ADD 1 TO LINK-COUNT
               MOVE JE-REF-SEQ
                   TO RL-ORIG-SEQ (LINK-COUNT)
               MOVE JE-SEQ TO RL-REV-SEQ (LINK-COUNT)
           END-IF.

       SET-LINK-TEXT.
           MOVE SPACES TO LINK-TEXT.
           MOVE ZERO TO LINK-SEQ.
           MOVE JE-SEQ TO ENTRY-SEQ.
           IF JE-ACTION = "REV"
               IF JE-REF-SEQ NOT = ZERO
                   MOVE JE-REF-SEQ TO LINK-SEQ
                   STRING "REVERSAL OF " JE-REF-SEQ
                       DELIMITED BY SIZE INTO LINK-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING LINK-IDX FROM 1 BY 1
                   UNTIL LINK-IDX > LINK-COUNT
               IF RL-ORIG-SEQ (LINK-IDX) = ENTRY-SEQ
                   MOVE RL-REV-SEQ (LINK-IDX) TO LINK-SEQ
                   MOVE SPACES TO LINK-TEXT
                   STRING "REVERSED BY " LINK-SEQ
                       DELIMITED BY SIZE INTO LINK-TEXT
               END-IF
           END-PERFORM.

       REPORT-LARGE-ITEM.
           ADD 1 TO ITEM-COUNT.
           ADD ENTRY-AMOUNT TO ITEM-TOTAL.
           MOVE JE-ACCOUNT TO LOOKUP-ACCOUNT.
           PERFORM FIND-CUSTOMER.
           MOVE ENTRY-AMOUNT TO AMOUNT-DISP.
           PERFORM SET-LINK-TEXT.
           MOVE SPACES TO CRPT-RECORD.
           STRING "ITEM " JE-ACCOUNT " " JE-DATE " " JE-ACTION
                   " " ENTRY-SIDE " " AMOUNT-DISP
                   " SEQ " JE-SEQ " " LINK-TEXT
                   "  " OWNER-NAME " " OWNER-ADDRESS
               DELIMITED BY SIZE INTO CRPT-RECORD.
           WRITE CRPT-RECORD.
           MOVE JE-ACCOUNT TO CXD-ACCOUNT.
           MOVE JE-ACTION TO CXD-ACTION.
           MOVE ENTRY-SIDE TO CXD-SIDE.
           MOVE ENTRY-AMOUNT TO CXD-AMOUNT.
           MOVE ENTRY-DATE TO CXD-DATE.
           MOVE ENTRY-SEQ TO CXD-SEQ.
           MOVE LINK-SEQ TO CXD-LINK-SEQ.
           WRITE CEXT-RECORD FROM CEXT-DETAIL.

       NOTE-AGGREGATE.
           MOVE ZERO TO AGG-FOUND.
           PERFORM VARYING AGG-IDX FROM 1 BY 1
                   UNTIL AGG-IDX > AGG-COUNT
               IF AG-ACCOUNT (AGG-IDX) = JE-ACCOUNT
                       AND AG-DATE (AGG-IDX) = ENTRY-DATE
                       AND AG-SIDE (AGG-IDX) = ENTRY-SIDE
                   MOVE AGG-IDX TO AGG-FOUND
                   END-IF
               WHEN AGG-COUNT < 5000
                   ADD 1 TO AGG-COUNT
                   MOVE JE-ACCOUNT TO AG-ACCOUNT (AGG-COUNT)
                   MOVE ENTRY-DATE TO AG-DATE (AGG-COUNT)
                   MOVE ENTRY-SIDE TO AG-SIDE (AGG-COUNT)
                   MOVE ENTRY-AMOUNT TO AG-TOTAL (AGG-COUNT)
