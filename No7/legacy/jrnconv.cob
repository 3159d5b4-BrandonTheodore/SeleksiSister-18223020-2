       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FILE ASSIGN USING CONV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-STATUS.
           SELECT NEW-FILE ASSIGN TO "jrnconv.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-STATUS.
           SELECT LIST-FILE ASSIGN TO "jrnconv.lst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STATUS.
           SELECT CRPT-FILE ASSIGN TO "jrnconv.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD OLD-FILE.
       01 OLD-RECORD           PIC X(160).

       FD NEW-FILE.
       01 NEW-RECORD           PIC X(120).

       FD LIST-FILE.
       01 LIST-RECORD          PIC X(40).

       FD CRPT-FILE.
       01 CRPT-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       77 OLD-STATUS            PIC X(2) VALUE "00".
       77 NEW-STATUS            PIC X(2) VALUE "00".
       77 LIST-STATUS           PIC X(2) VALUE "00".
       77 RUN-DATE              PIC 9(8).
       77 CONV-FILE-NAME        PIC X(16).
       77 CONV-COMMAND          PIC X(60).
       77 CONV-RESULT           PIC X(40).
       77 READ-COUNT            PIC 9(6).
       77 WRITTEN-COUNT         PIC 9(6).
       77 BLANK-COUNT           PIC 9(6).
       77 TEXT-COUNT            PIC 9(6).
       77 FIXED-COUNT           PIC 9(6).
       77 BAD-COUNT             PIC 9(6).
       77 IN-AMOUNT             PIC S9(11)V99.
       77 IN-OLD-BAL            PIC S9(11)V99.
       77 IN-NEW-BAL            PIC S9(11)V99.
       77 OUT-AMOUNT            PIC S9(11)V99.
       77 OUT-OLD-BAL           PIC S9(11)V99.
       77 OUT-NEW-BAL           PIC S9(11)V99.
       77 TOTAL-READ-COUNT      PIC 9(7) VALUE ZERO.
       77 TOTAL-WRITTEN-COUNT   PIC 9(7) VALUE ZERO.
       77 TOTAL-IN-AMOUNT       PIC S9(11)V99 VALUE ZERO.
       77 TOTAL-OUT-AMOUNT      PIC S9(11)V99 VALUE ZERO.
       77 FILES-CONVERTED       PIC 9(6) VALUE ZERO.
       77 FILES-CURRENT         PIC 9(6) VALUE ZERO.
       77 FILES-FAILED          PIC 9(6) VALUE ZERO.
       77 COUNT-DISP            PIC Z(5)9.
       77 TOTAL-COUNT-DISP      PIC Z(6)9.
       77 AMOUNT-DISP           PIC -(11)9.99.
       77 OLD-BAL-DISP          PIC -(11)9.99.
       77 NEW-BAL-DISP          PIC -(11)9.99.

       01 OLD-JOURNAL-LINE.
           05 OJ-TAG             PIC X(4).
           05 OJ-SEQ             PIC X(6).
           05 FILLER             PIC X(6).
           05 OJ-ACCOUNT         PIC X(6).
           05 FILLER             PIC X(8).
           05 OJ-ACTION          PIC X(3).
           05 FILLER             PIC X(8).
           05 OJ-AMOUNT          PIC X(9).
           05 FILLER             PIC X(8).
           05 OJ-OLD-BAL         PIC X(10).
           05 FILLER             PIC X(8).
           05 OJ-NEW-BAL         PIC X(10).
           05 FILLER             PIC X(6).
           05 OJ-DATE            PIC X(8).
           05 FILLER             PIC X(6).
           05 OJ-TIME            PIC X(6).
           05 FILLER             PIC X(4).
           05 OJ-OPER            PIC X(8).
           05 FILLER             PIC X(5).
           05 OJ-SERIAL          PIC X(6).
           05 FILLER             PIC X(5).
           05 OJ-REF-SEQ         PIC X(6).
           05 FILLER             PIC X(5).
           05 OJ-REF-ACTION      PIC X(3).
           05 FILLER             PIC X(6).

       COPY JRNREC.

       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           OPEN OUTPUT CRPT-FILE.
           MOVE SPACES TO CRPT-RECORD.
           STRING "JOURNAL LAYOUT CONVERSION RECONCILIATION  RUN DATE "
                   RUN-DATE
               DELIMITED BY SIZE INTO CRPT-RECORD.
           WRITE CRPT-RECORD.
           MOVE "journal.txt" TO CONV-FILE-NAME.
           PERFORM CONVERT-ONE-FILE.
           CALL "SYSTEM" USING
               "ls journal.[0-9]* > jrnconv.lst 2>/dev/null".
           OPEN INPUT LIST-FILE.
           IF LIST-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ LIST-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM CONVERT-LISTED-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF.
           CALL "SYSTEM" USING "rm -f jrnconv.lst jrnconv.tmp".
           PERFORM PRINT-CONVERSION-TOTALS.
           CLOSE CRPT-FILE.
           MOVE FILES-CONVERTED TO COUNT-DISP.
           DISPLAY "JOURNAL-CONVERT: " COUNT-DISP
               " FILE(S) CONVERTED".
           IF FILES-FAILED NOT = ZERO
               MOVE FILES-FAILED TO COUNT-DISP
               DISPLAY "ERROR: " COUNT-DISP
                   " FILE(S) NOT CONVERTED - SEE jrnconv.txt"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       CONVERT-LISTED-ARCHIVE.
           IF LIST-RECORD(1:8) NOT = "journal."
                   OR LIST-RECORD(9:8) NOT NUMERIC
                   OR LIST-RECORD(17:24) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE LIST-RECORD(1:16) TO CONV-FILE-NAME.
           PERFORM CONVERT-ONE-FILE.

       CONVERT-ONE-FILE.
           MOVE ZERO TO READ-COUNT.
           MOVE ZERO TO WRITTEN-COUNT.
           MOVE ZERO TO BLANK-COUNT.
           MOVE ZERO TO TEXT-COUNT.
           MOVE ZERO TO FIXED-COUNT.
           MOVE ZERO TO BAD-COUNT.
           MOVE ZERO TO IN-AMOUNT.
           MOVE ZERO TO IN-OLD-BAL.
           MOVE ZERO TO IN-NEW-BAL.
           MOVE ZERO TO OUT-AMOUNT.
           MOVE ZERO TO OUT-OLD-BAL.
           MOVE ZERO TO OUT-NEW-BAL.
           OPEN INPUT OLD-FILE.
           IF OLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT NEW-FILE.
           PERFORM UNTIL EXIT
               READ OLD-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CONVERT-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE OLD-FILE.
           CLOSE NEW-FILE.
           PERFORM TOTAL-CONVERTED-FILE.
           EVALUATE TRUE
               WHEN BAD-COUNT NOT = ZERO
                   MOVE "NOT CONVERTED - UNREADABLE LINES"
                       TO CONV-RESULT
                   ADD 1 TO FILES-FAILED
               WHEN READ-COUNT NOT = WRITTEN-COUNT
                       OR IN-AMOUNT NOT = OUT-AMOUNT
                       OR IN-OLD-BAL NOT = OUT-OLD-BAL
                       OR IN-NEW-BAL NOT = OUT-NEW-BAL
                   MOVE "NOT CONVERTED - OUT OF BALANCE"
                       TO CONV-RESULT
                   ADD 1 TO FILES-FAILED
               WHEN TEXT-COUNT = ZERO AND BLANK-COUNT = ZERO
                   MOVE "ALREADY IN FIXED LAYOUT" TO CONV-RESULT
                   ADD 1 TO FILES-CURRENT
               WHEN OTHER
                   MOVE SPACES TO CONV-COMMAND
                   STRING "mv jrnconv.tmp " DELIMITED BY SIZE
                           CONV-FILE-NAME DELIMITED BY SPACE
                       INTO CONV-COMMAND
                   CALL "SYSTEM" USING CONV-COMMAND
                   MOVE "CONVERTED - IN BALANCE" TO CONV-RESULT
                   ADD 1 TO FILES-CONVERTED
           END-EVALUATE.
           ADD READ-COUNT TO TOTAL-READ-COUNT.
           ADD WRITTEN-COUNT TO TOTAL-WRITTEN-COUNT.
           ADD IN-AMOUNT TO TOTAL-IN-AMOUNT.
           ADD OUT-AMOUNT TO TOTAL-OUT-AMOUNT.
           PERFORM PRINT-FILE-RECONCILIATION.

       CONVERT-ONE-LINE.
           IF OLD-RECORD = SPACES
               ADD 1 TO BLANK-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO READ-COUNT.
           MOVE OLD-RECORD TO OLD-JOURNAL-LINE.
           MOVE OLD-RECORD TO JOURNAL-ENTRY.
           EVALUATE TRUE
               WHEN OJ-TAG = "SEQ:"
                   PERFORM CONVERT-TEXT-LINE
               WHEN JE-REC-TYPE = "1" AND JE-SEQ NUMERIC
                       AND JE-ACCOUNT NUMERIC AND JE-DATE NUMERIC
                       AND JE-AMOUNT NUMERIC AND JE-OLD-BAL NUMERIC
                       AND JE-NEW-BAL NUMERIC
                       AND OLD-RECORD(121:40) = SPACES
                   ADD 1 TO FIXED-COUNT
                   ADD JE-AMOUNT TO IN-AMOUNT
                   ADD JE-OLD-BAL TO IN-OLD-BAL
                   ADD JE-NEW-BAL TO IN-NEW-BAL
                   WRITE NEW-RECORD FROM JOURNAL-ENTRY
               WHEN OTHER
                   ADD 1 TO BAD-COUNT
           END-EVALUATE.

       CONVERT-TEXT-LINE.
           IF OJ-SEQ = SPACES OR OJ-ACCOUNT NOT NUMERIC
                   OR OJ-DATE NOT NUMERIC OR OJ-AMOUNT = SPACES
                   OR OJ-OLD-BAL = SPACES OR OJ-NEW-BAL = SPACES
               ADD 1 TO BAD-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TEXT-COUNT.
           ADD FUNCTION NUMVAL(OJ-AMOUNT) TO IN-AMOUNT.
           ADD FUNCTION NUMVAL(OJ-OLD-BAL) TO IN-OLD-BAL.
           ADD FUNCTION NUMVAL(OJ-NEW-BAL) TO IN-NEW-BAL.
           MOVE SPACES TO JOURNAL-ENTRY.
           MOVE "1" TO JE-REC-TYPE.
           MOVE FUNCTION NUMVAL(OJ-SEQ) TO JE-SEQ.
           MOVE OJ-ACCOUNT TO JE-ACCOUNT.
           MOVE OJ-ACTION TO JE-ACTION.
           MOVE FUNCTION NUMVAL(OJ-AMOUNT) TO JE-AMOUNT.
           MOVE FUNCTION NUMVAL(OJ-OLD-BAL) TO JE-OLD-BAL.
           MOVE FUNCTION NUMVAL(OJ-NEW-BAL) TO JE-NEW-BAL.
           MOVE OJ-DATE TO JE-DATE.
           IF OJ-TIME NUMERIC
               MOVE OJ-TIME TO JE-TIME
           ELSE
               MOVE ZERO TO JE-TIME
           END-IF.
           MOVE OJ-OPER TO JE-OPER.
           MOVE OJ-SERIAL TO JE-SERIAL.
           IF OJ-REF-SEQ = SPACES
               MOVE ZERO TO JE-REF-SEQ
           ELSE
               MOVE FUNCTION NUMVAL(OJ-REF-SEQ) TO JE-REF-SEQ
           END-IF.
           MOVE OJ-REF-ACTION TO JE-REF-ACTION.
           WRITE NEW-RECORD FROM JOURNAL-ENTRY.

       TOTAL-CONVERTED-FILE.
           OPEN INPUT NEW-FILE.
           IF NEW-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ NEW-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE NEW-RECORD TO JOURNAL-ENTRY
                       ADD 1 TO WRITTEN-COUNT
                       ADD JE-AMOUNT TO OUT-AMOUNT
                       ADD JE-OLD-BAL TO OUT-OLD-BAL
                       ADD JE-NEW-BAL TO OUT-NEW-BAL
               END-READ
           END-PERFORM.
           CLOSE NEW-FILE.

       PRINT-FILE-RECONCILIATION.
           MOVE SPACES TO CRPT-RECORD.
           WRITE CRPT-RECORD.
           MOVE SPACES TO CRPT-RECORD.
           STRING "FILE " CONV-FILE-NAME "  " CONV-RESULT
               DELIMITED BY SIZE INTO CRPT-RECORD.
           WRITE CRPT-RECORD.
           MOVE READ-COUNT TO COUNT-DISP.
           MOVE IN-AMOUNT TO AMOUNT-DISP.
           MOVE IN-OLD-BAL TO OLD-BAL-DISP.
           MOVE IN-NEW-BAL TO NEW-BAL-DISP.
           MOVE SPACES TO CRPT-RECORD.
           STRING "  ENTRIES READ      " COUNT-DISP
                   "  AMOUNT " AMOUNT-DISP
                   "  OLDBAL " OLD-BAL-DISP
                   "  NEWBAL " NEW-BAL-DISP
               DELIMITED BY SIZE INTO CRPT-RECORD.
           WRITE CRPT-RECORD.
           MOVE WRITTEN-COUNT TO COUNT-DISP.
           MOVE OUT-AMOUNT TO AMOUNT-DISP.
           MOVE OUT-OLD-BAL TO OLD-BAL-DISP.
           MOVE OUT-NEW-BAL TO NEW-BAL-DISP.
           MOVE SPACES TO CRPT-RECORD.
           STRING "  ENTRIES WRITTEN   " COUNT-DISP
                   "  AMOUNT " AMOUNT-DISP
                   "  OLDBAL " OLD-BAL-DISP
                   "  NEWBAL " NEW-BAL-DISP
               DELIMITED BY SIZE INTO CRPT-RECORD.
           WRITE CRPT-RECORD.
           MOVE TEXT-COUNT TO COUNT-DISP.
           MOVE "  TEXT LINES        " TO CRPT-RECORD.
           PERFORM WRITE-COUNT-LINE.
           MOVE FIXED-COUNT TO COUNT-DISP.
           MOVE "  ALREADY FIXED     " TO CRPT-RECORD.
           PERFORM WRITE-COUNT-LINE.
           MOVE BLANK-COUNT TO COUNT-DISP.
           MOVE "  BLANK LINES       " TO CRPT-RECORD.
           PERFORM WRITE-COUNT-LINE.
           MOVE BAD-COUNT TO COUNT-DISP.
           MOVE "  UNREADABLE LINES  " TO CRPT-RECORD.
           PERFORM WRITE-COUNT-LINE.

       WRITE-COUNT-LINE.
           MOVE COUNT-DISP TO CRPT-RECORD(21:6).
           WRITE CRPT-RECORD.

       PRINT-CONVERSION-TOTALS.
           MOVE SPACES TO CRPT-RECORD.
           WRITE CRPT-RECORD.
           MOVE TOTAL-READ-COUNT TO TOTAL-COUNT-DISP.
           MOVE TOTAL-IN-AMOUNT TO AMOUNT-DISP.
           MOVE SPACES TO CRPT-RECORD.
           STRING "TOTAL READ         " TOTAL-COUNT-DISP
                   "  AMOUNT " AMOUNT-DISP
               DELIMITED BY SIZE INTO CRPT-RECORD.
           WRITE CRPT-RECORD.
           MOVE TOTAL-WRITTEN-COUNT TO TOTAL-COUNT-DISP.
           MOVE TOTAL-OUT-AMOUNT TO AMOUNT-DISP.
           MOVE SPACES TO CRPT-RECORD.
           STRING "TOTAL WRITTEN      " TOTAL-COUNT-DISP
                   "  AMOUNT " AMOUNT-DISP
               DELIMITED BY SIZE INTO CRPT-RECORD.
           WRITE CRPT-RECORD.
           MOVE FILES-CONVERTED TO COUNT-DISP.
           MOVE "FILES CONVERTED:    " TO CRPT-RECORD.
           PERFORM WRITE-COUNT-LINE.
           MOVE FILES-CURRENT TO COUNT-DISP.
           MOVE "FILES ALREADY FIXED:" TO CRPT-RECORD.
           PERFORM WRITE-COUNT-LINE.
           MOVE FILES-FAILED TO COUNT-DISP.
           MOVE "FILES NOT CONVERTED:" TO CRPT-RECORD.
           PERFORM WRITE-COUNT-LINE.
