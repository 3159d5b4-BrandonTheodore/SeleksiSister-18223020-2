           05 HRQ-TO-DATE     PIC 9(8).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD HIST-FILE.
       01 HIST-RECORD          PIC X(80).

       FD ARCH-FILE.
       01 ARCH-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
       77 JOURNAL-STATUS        PIC X(2) VALUE "00".
       77 ACCOUNT-DISP          PIC 9(6).
       77 FROM-DATE-DISP        PIC 9(8).
       77 TO-DATE-DISP          PIC 9(8).
       77 SCAN-MODE             PIC X VALUE "H".
       77 LINK-COUNT            PIC 9(3) VALUE ZERO.
       77 LINK-IDX              PIC 9(3).
       77 ENTRY-SEQ             PIC 9(6).
       77 LINK-SEQ-DISP         PIC 9(6).
       77 LINK-TEXT             PIC X(13).

       COPY JRNREC.

       01 REVERSAL-LINK-TABLE.
           05 REVERSAL-LINK OCCURS 500 TIMES.
               10 RL-ORIG-SEQ    PIC 9(6).
               10 RL-REV-SEQ     PIC 9(6).

       PROCEDURE DIVISION.
       MAIN.
       PRINT-ACCOUNT-HISTORY.
           PERFORM PRINT-ACCOUNT-HEADER.
           MOVE ZERO TO ENTRY-COUNT.
           MOVE ZERO TO LINK-COUNT.
           MOVE "L" TO SCAN-MODE.
           PERFORM SCAN-ARCHIVES.
           PERFORM SCAN-LIVE-JOURNAL.
           MOVE "H" TO SCAN-MODE.
           PERFORM SCAN-ARCHIVES.
           PERFORM SCAN-LIVE-JOURNAL.
           IF ENTRY-COUNT = ZERO
               MOVE "NO ACTIVITY" TO HIST-RECORD
               WRITE HIST-RECORD
           END-IF.

       SCAN-LIVE-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS = "00"
               PERFORM UNTIL EXIT
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE JOURNAL-RECORD TO JOURNAL-ENTRY
                           PERFORM CHECK-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       SCAN-ARCHIVES.
           COMPUTE ARCH-FROM-INT =
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ARCH-RECORD TO JOURNAL-ENTRY
                       PERFORM CHECK-JOURNAL-ENTRY
               END-READ
           END-PERFORM.
           WRITE HIST-RECORD.
           MOVE SPACES TO HIST-RECORD.
           STRING "DATE     TIME   ACTION     AMOUNT     BALANCE"
                   " OPERATOR SERIAL  LINK"
               DELIMITED BY SIZE INTO HIST-RECORD.
           WRITE HIST-RECORD.

       CHECK-JOURNAL-ENTRY.
           IF JE-REC-TYPE NOT = "1" OR JE-ACCOUNT NOT = HRQ-ACCOUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-DATE TO ENTRY-DATE.
           IF SCAN-MODE = "L"
               PERFORM NOTE-REVERSAL-LINK
               EXIT PARAGRAPH
           END-IF.
           IF ENTRY-DATE < HRQ-FROM-DATE
                   OR ENTRY-DATE > HRQ-TO-DATE
           ADD 1 TO ENTRY-COUNT.
           PERFORM PRINT-HISTORY-LINE.

       NOTE-REVERSAL-LINK.
           IF JE-ACTION NOT = "REV" OR JE-REF-SEQ = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF LINK-COUNT < 500
               ADD 1 TO LINK-COUNT
               MOVE JE-REF-SEQ
                   TO RL-ORIG-SEQ (LINK-COUNT)
               MOVE JE-SEQ TO RL-REV-SEQ (LINK-COUNT)
           END-IF.

       SET-LINK-TEXT.
           MOVE SPACES TO LINK-TEXT.
           IF JE-ACTION = "REV" AND JE-REF-SEQ NOT = ZERO
               STRING "REV OF " JE-REF-SEQ
                   DELIMITED BY SIZE INTO LINK-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF JE-REC-TYPE NOT = "1" OR JE-ACTION = "CFW"
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-SEQ TO ENTRY-SEQ.
           PERFORM VARYING LINK-IDX FROM 1 BY 1
                   UNTIL LINK-IDX > LINK-COUNT
               IF RL-ORIG-SEQ (LINK-IDX) = ENTRY-SEQ
                   MOVE RL-REV-SEQ (LINK-IDX) TO LINK-SEQ-DISP
                   MOVE SPACES TO LINK-TEXT
                   STRING "REV BY " LINK-SEQ-DISP
                       DELIMITED BY SIZE INTO LINK-TEXT
               END-IF
           END-PERFORM.

       PRINT-HISTORY-LINE.
           MOVE JE-AMOUNT TO ENTRY-AMOUNT.
           MOVE JE-NEW-BAL TO ENTRY-NEW-BAL.
           MOVE ENTRY-AMOUNT TO AMOUNT-DISP.
           MOVE ENTRY-NEW-BAL TO BALANCE-DISP.
           PERFORM SET-LINK-TEXT.
           MOVE SPACES TO HIST-RECORD.
           STRING JE-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JE-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JE-ACTION DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   AMOUNT-DISP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   BALANCE-DISP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JE-OPER DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   JE-SERIAL DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   LINK-TEXT DELIMITED BY SIZE
               INTO HIST-RECORD.
           WRITE HIST-RECORD.
