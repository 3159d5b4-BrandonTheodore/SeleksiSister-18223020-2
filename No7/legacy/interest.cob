       01 TMP-RECORD          PIC X(20).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).

       FD JRNWORK-FILE.
       01 JRNWORK-RECORD       PIC X(120).

       WORKING-STORAGE SECTION.
       77 INTEREST-RATE         PIC 9V9999 VALUE 0.0050.
       77 JRN-AMOUNT            PIC 9(6)V99.
       77 JRN-OLD-BAL           PIC S9(6)V99.
       77 JRN-NEW-BAL           PIC S9(6)V99.

       01 RECORD-LAYOUT.
           05 REC-ACCOUNT        PIC 9(6).
           05 TMP-PARSE-STATUS   PIC X(1).
           05 FILLER             PIC X(2).

       COPY JRNREC.

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
                       IF (ACC-STATUS NOT = "O"
                               AND ACC-STATUS NOT = SPACE)
                               OR ACC-TYPE = "T"
                           WRITE TMP-RECORD FROM ACC-RECORD-RAW
                       ELSE
                           IF ACC-SIGN = "-"
           END-IF.
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
           MOVE "INTEREST" TO JE-OPER.
           MOVE ZERO TO JE-REF-SEQ.
           WRITE JRNWORK-RECORD FROM JOURNAL-ENTRY.

       APPEND-JOURNAL-WORK.
           OPEN INPUT JRNWORK-FILE.
