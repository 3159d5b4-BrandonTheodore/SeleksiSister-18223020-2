           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT JRNWORK-FILE ASSIGN TO "jrnwork.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.
       01 TMP-RECORD          PIC X(20).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD JRNWORK-FILE.
       01 JRNWORK-RECORD       PIC X(120).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).

       FD ARCH-FILE.
       01 ARCH-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
       77 ARCH-STATUS           PIC X(2) VALUE "00".
       77 CUTOFF-INT            PIC 9(8).
       77 CUTOFF-DATE           PIC 9(8).
       77 ENTRY-DATE            PIC 9(8).
       77 JOURNAL-SEQ           PIC 9(6) VALUE ZERO.
       77 JRN-ACCOUNT           PIC 9(6).
       77 JRN-ACTION            PIC X(3) VALUE "DRM".
       77 JRN-AMOUNT            PIC 9(6)V99 VALUE ZERO.
       77 JRN-BALANCE           PIC S9(6)V99.
       77 JRN-OPERATOR          PIC X(8) VALUE "DORMANCY".

       COPY JRNREC.

       01 ACTIVE-ACCOUNT-TABLE.
           05 ACTIVE-ACCOUNT OCCURS 5000 TIMES PIC X(6).
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "ERROR: ACTIVITY TABLE FULL - SWEEP ABANDONED"
           ELSE
               PERFORM INITIALIZE-JOURNAL
               PERFORM SWEEP-ACCOUNTS
               CALL "SYSTEM" USING "mv temp.txt accounts.txt"
               PERFORM APPEND-JOURNAL-WORK
               MOVE DORMANT-COUNT TO DORMANT-COUNT-DISP
               DISPLAY "DORMANCY SWEEP: " DORMANT-COUNT-DISP
                   " ACCOUNT(S) FLAGGED DORMANT"
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE JOURNAL-RECORD TO JOURNAL-ENTRY
                       PERFORM CHECK-ENTRY-ACTIVITY
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       CHECK-ENTRY-ACTIVITY.
           IF JE-ACTION NOT = "INT"
                   AND JE-ACTION NOT = "FEE"
                   AND JE-ACTION NOT = "CFW"
                   AND JE-ACTION NOT = "LNI"
                   AND JE-ACTION NOT = "LNP"
                   AND JE-ACTION NOT = "DRM"
                   AND JE-REC-TYPE = "1"
               MOVE JE-DATE TO ENTRY-DATE
               IF ENTRY-DATE >= CUTOFF-DATE
                   PERFORM NOTE-ACTIVE-ACCOUNT
               END-IF
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE ARCH-RECORD TO JOURNAL-ENTRY
                       PERFORM CHECK-ENTRY-ACTIVITY
               END-READ
           END-PERFORM.
           MOVE "N" TO ACTIVE-KNOWN.
           PERFORM VARYING ACTIVE-IDX FROM 1 BY 1
                   UNTIL ACTIVE-IDX > ACTIVE-COUNT
               IF ACTIVE-ACCOUNT (ACTIVE-IDX) = JE-ACCOUNT
                   MOVE "Y" TO ACTIVE-KNOWN
               END-IF
           END-PERFORM.
           IF ACTIVE-KNOWN = "N"
               IF ACTIVE-COUNT < 5000
                   ADD 1 TO ACTIVE-COUNT
                   MOVE JE-ACCOUNT TO ACTIVE-ACCOUNT (ACTIVE-COUNT)
               ELSE
                   MOVE "Y" TO TABLE-OVERFLOW
               END-IF
           END-IF.

       INITIALIZE-JOURNAL.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           CLOSE JOURNAL-FILE.
           MOVE ZERO TO JOURNAL-SEQ.
           OPEN INPUT JOURNAL-FILE.
           PERFORM UNTIL EXIT
               READ JOURNAL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE JOURNAL-RECORD TO JOURNAL-ENTRY
                       IF JE-REC-TYPE = "1"
                           MOVE JE-SEQ
                               TO JOURNAL-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       SWEEP-ACCOUNTS.
           OPEN INPUT ACC-FILE.
           OPEN OUTPUT TMP-FILE.
           OPEN OUTPUT JRNWORK-FILE.
           PERFORM UNTIL EXIT
               READ ACC-FILE
                   AT END
           END-PERFORM.
           CLOSE ACC-FILE.
           CLOSE TMP-FILE.
           CLOSE JRNWORK-FILE.

       CHECK-ACCOUNT-ACTIVITY.
           MOVE "N" TO ACTIVE-KNOWN.
                   ADD 1 TO DORMANT-COUNT
                   MOVE "D" TO REC-STATUS
                   PERFORM WRITE-SWEPT-RECORD
                   PERFORM WRITE-JOURNAL-WORK
               WHEN ACTIVE-KNOWN = "Y" AND ACC-STATUS = "D"
                   ADD 1 TO REACTIVE-COUNT
                   MOVE "O" TO REC-STATUS
           MOVE ACC-SIGN TO REC-SIGN.
           MOVE ACC-BALANCE TO REC-BALANCE-NUM.
           WRITE TMP-RECORD FROM RECORD-LAYOUT.

       WRITE-JOURNAL-WORK.
           ADD 1 TO JOURNAL-SEQ.
           MOVE ACC-ACCOUNT TO JRN-ACCOUNT.
           IF ACC-SIGN = "-"
               COMPUTE JRN-BALANCE = 0 - ACC-BALANCE
           ELSE
               MOVE ACC-BALANCE TO JRN-BALANCE
           END-IF.
           MOVE SPACES TO JOURNAL-ENTRY.
           MOVE "1" TO JE-REC-TYPE.
           MOVE JOURNAL-SEQ TO JE-SEQ.
           MOVE JRN-ACCOUNT TO JE-ACCOUNT.
           MOVE JRN-ACTION TO JE-ACTION.
           MOVE JRN-AMOUNT TO JE-AMOUNT.
           MOVE JRN-BALANCE TO JE-OLD-BAL.
           MOVE JRN-BALANCE TO JE-NEW-BAL.
           MOVE BUS-DATE TO JE-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JE-TIME.
           MOVE JRN-OPERATOR TO JE-OPER.
           MOVE ZERO TO JE-REF-SEQ.
           WRITE JRNWORK-RECORD FROM JOURNAL-ENTRY.

       APPEND-JOURNAL-WORK.
           OPEN INPUT JRNWORK-FILE.
           OPEN EXTEND JOURNAL-FILE.
           PERFORM UNTIL EXIT
               READ JRNWORK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE JRNWORK-RECORD TO JOURNAL-RECORD
                       WRITE JOURNAL-RECORD
               END-READ
           END-PERFORM.
           CLOSE JRNWORK-FILE.
           CLOSE JOURNAL-FILE.
