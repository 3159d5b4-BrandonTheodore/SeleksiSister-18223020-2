       IDENTIFICATION DIVISION.
       PROGRAM-ID. OD-PROTECTION-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT ARCH-FILE ASSIGN USING ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT RPT-FILE ASSIGN TO "odprpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD ARCH-FILE.
       01 ARCH-RECORD          PIC X(120).

       FD RPT-FILE.
       01 RPT-RECORD           PIC X(132).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       77 JOURNAL-STATUS        PIC X(2) VALUE "00".
       77 ARCH-STATUS           PIC X(2) VALUE "00".
       77 ARCH-FILE-NAME        PIC X(16).
       77 BUSDATE-STATUS        PIC X(2) VALUE "00".
       77 BUS-DATE              PIC 9(8).
       77 ENTRY-SEQ             PIC 9(6).
       77 ENTRY-REF-SEQ         PIC 9(6).
       77 ENTRY-AMOUNT          PIC 9(6)V99.
       77 ENTRY-OLD-BAL         PIC S9(8)V99.
       77 ENTRY-NEW-BAL         PIC S9(8)V99.
       77 RESCUED-COUNT         PIC 9(6) VALUE ZERO.
       77 COVER-TOTAL           PIC 9(8)V99 VALUE ZERO.
       77 COUNT-DISP            PIC Z(5)9.
       77 AMOUNT-DISP           PIC Z(6)9.99.
       77 ITEM-AMOUNT-DISP      PIC Z(6)9.99.
       77 BALANCE-DISP          PIC -(6)9.99.
       77 TOTAL-DISP            PIC Z(7)9.99.
       77 TABLE-OVERFLOW        PIC X VALUE "N".

       77 COVER-COUNT           PIC 9(4) VALUE ZERO.
       77 COVER-IDX             PIC 9(4).
       77 COVER-FOUND           PIC 9(4) VALUE ZERO.

       01 COVER-TABLE.
           05 COVER-ENTRY OCCURS 2000 TIMES.
               10 CV-ITEM-SEQ    PIC 9(6).
               10 CV-PRIMARY     PIC X(6).
               10 CV-BACKUP      PIC X(6).
               10 CV-AMOUNT      PIC 9(6)V99.
               10 CV-BACKUP-BAL  PIC S9(8)V99.
               10 CV-ITEM-ACTION PIC X(3).
               10 CV-ITEM-AMOUNT PIC 9(6)V99.
               10 CV-OPER        PIC X(8).

       COPY JRNREC.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-BUSINESS-DATE.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO RPT-RECORD.
           STRING "OVERDRAFT PROTECTION - ACCOUNTS RESCUED  "
                   "BUSINESS DATE " BUS-DATE
               DELIMITED BY SIZE INTO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           PERFORM SCAN-DAY-ARCHIVE.
           PERFORM SCAN-LIVE-JOURNAL.
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "ERROR: COVER TABLE FULL - RUN ABANDONED"
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING COVER-IDX FROM 1 BY 1
                   UNTIL COVER-IDX > COVER-COUNT
               PERFORM PRINT-COVER-LINE
           END-PERFORM.
           PERFORM PRINT-TOTALS.
           CLOSE RPT-FILE.
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

       SCAN-DAY-ARCHIVE.
           MOVE SPACES TO ARCH-FILE-NAME.
           STRING "journal." DELIMITED BY SIZE
                   BUS-DATE DELIMITED BY SIZE
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
           IF JE-REC-TYPE NOT = "1" OR JE-DATE NOT = BUS-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-SEQ TO ENTRY-SEQ.
           IF JE-ACTION = "XFR" AND JE-REF-ACTION = "ODP"
                   AND JE-REF-SEQ NOT = ZERO
               PERFORM NOTE-COVER-LEG
               EXIT PARAGRAPH
           END-IF.
           MOVE ENTRY-SEQ TO ENTRY-REF-SEQ.
           PERFORM FIND-COVER.
           IF COVER-FOUND NOT = ZERO
               MOVE JE-ACTION TO CV-ITEM-ACTION (COVER-FOUND)
               MOVE JE-AMOUNT
                   TO CV-ITEM-AMOUNT (COVER-FOUND)
               MOVE JE-OPER TO CV-OPER (COVER-FOUND)
           END-IF.

       NOTE-COVER-LEG.
           MOVE JE-REF-SEQ TO ENTRY-REF-SEQ.
           MOVE JE-AMOUNT TO ENTRY-AMOUNT.
           MOVE JE-OLD-BAL TO ENTRY-OLD-BAL.
           MOVE JE-NEW-BAL TO ENTRY-NEW-BAL.
           PERFORM FIND-COVER.
           IF COVER-FOUND = ZERO
               IF COVER-COUNT >= 2000
                   MOVE "Y" TO TABLE-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO COVER-COUNT
               MOVE COVER-COUNT TO COVER-FOUND
               MOVE ENTRY-REF-SEQ TO CV-ITEM-SEQ (COVER-FOUND)
               MOVE SPACES TO CV-PRIMARY (COVER-FOUND)
               MOVE SPACES TO CV-BACKUP (COVER-FOUND)
               MOVE ENTRY-AMOUNT TO CV-AMOUNT (COVER-FOUND)
               MOVE ZERO TO CV-BACKUP-BAL (COVER-FOUND)
               MOVE SPACES TO CV-ITEM-ACTION (COVER-FOUND)
               MOVE ZERO TO CV-ITEM-AMOUNT (COVER-FOUND)
               MOVE SPACES TO CV-OPER (COVER-FOUND)
           END-IF.
           IF ENTRY-NEW-BAL < ENTRY-OLD-BAL
               MOVE JE-ACCOUNT TO CV-BACKUP (COVER-FOUND)
               MOVE ENTRY-NEW-BAL TO CV-BACKUP-BAL (COVER-FOUND)
           ELSE
               MOVE JE-ACCOUNT TO CV-PRIMARY (COVER-FOUND)
           END-IF.

       FIND-COVER.
           MOVE ZERO TO COVER-FOUND.
           PERFORM VARYING COVER-IDX FROM 1 BY 1
                   UNTIL COVER-IDX > COVER-COUNT
                       OR COVER-FOUND NOT = ZERO
               IF CV-ITEM-SEQ (COVER-IDX) = ENTRY-REF-SEQ
                   MOVE COVER-IDX TO COVER-FOUND
               END-IF
           END-PERFORM.

       PRINT-COVER-LINE.
           ADD 1 TO RESCUED-COUNT.
           ADD CV-AMOUNT (COVER-IDX) TO COVER-TOTAL.
           MOVE CV-ITEM-AMOUNT (COVER-IDX) TO ITEM-AMOUNT-DISP.
           MOVE CV-AMOUNT (COVER-IDX) TO AMOUNT-DISP.
           MOVE CV-BACKUP-BAL (COVER-IDX) TO BALANCE-DISP.
           MOVE SPACES TO RPT-RECORD.
           STRING "ITEM SEQ " CV-ITEM-SEQ (COVER-IDX)
                   " ACCT " CV-PRIMARY (COVER-IDX)
                   " " CV-ITEM-ACTION (COVER-IDX)
                   " " ITEM-AMOUNT-DISP
                   "  COVERED FROM " CV-BACKUP (COVER-IDX)
                   " AMOUNT " AMOUNT-DISP
                   " BACKUP BAL " BALANCE-DISP
                   " OP " CV-OPER (COVER-IDX)
               DELIMITED BY SIZE INTO RPT-RECORD.
           WRITE RPT-RECORD.

       PRINT-TOTALS.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE RESCUED-COUNT TO COUNT-DISP.
           MOVE SPACES TO RPT-RECORD.
           STRING "ACCOUNTS RESCUED:   " COUNT-DISP
               DELIMITED BY SIZE INTO RPT-RECORD.
           WRITE RPT-RECORD.
           MOVE COVER-TOTAL TO TOTAL-DISP.
           MOVE SPACES TO RPT-RECORD.
           STRING "TOTAL COVER:        " TOTAL-DISP
               DELIMITED BY SIZE INTO RPT-RECORD.
           WRITE RPT-RECORD.
