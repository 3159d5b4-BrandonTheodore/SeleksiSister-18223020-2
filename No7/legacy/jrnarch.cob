       FILE SECTION.

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD ARCH-FILE.
       01 ARCH-RECORD          PIC X(120).

       FD LIVE-FILE.
       01 LIVE-RECORD          PIC X(120).

       FD JRNWORK-FILE.
       01 JRNWORK-RECORD       PIC X(120).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).
       77 ARCHIVED-COUNT-DISP   PIC Z(5)9.
       77 RETAINED-COUNT-DISP   PIC Z(5)9.
       77 JRN-SEQ-DISP          PIC Z(5)9.

       COPY JRNREC.

       PROCEDURE DIVISION.
       MAIN.
           END-IF.

       SPLIT-ONE-ENTRY.
           MOVE JOURNAL-RECORD TO JOURNAL-ENTRY.
           IF JE-REC-TYPE NOT = "1"
               PERFORM RETAIN-ENTRY
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-DATE TO ENTRY-DATE.
           IF ENTRY-DATE >= BUS-DATE
               PERFORM RETAIN-ENTRY
               EXIT PARAGRAPH
           END-IF.
           IF JE-ACTION = "CFW"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-ARCHIVE-ENTRY.
           END-IF.
           WRITE ARCH-RECORD FROM JOURNAL-RECORD.
           ADD 1 TO ARCHIVED-COUNT.
           IF JE-REC-TYPE = "1"
               MOVE JE-SEQ TO LAST-ARCH-SEQ
           END-IF.

       BUILD-LIVE-JOURNAL.
           CLOSE LIVE-FILE.

       WRITE-CARRY-FORWARD.
           MOVE SPACES TO JOURNAL-ENTRY.
           MOVE "1" TO JE-REC-TYPE.
           MOVE LAST-ARCH-SEQ TO JE-SEQ.
           MOVE ZERO TO JE-ACCOUNT.
           MOVE "CFW" TO JE-ACTION.
           MOVE ZERO TO JE-AMOUNT.
           MOVE ZERO TO JE-OLD-BAL.
           MOVE ZERO TO JE-NEW-BAL.
           MOVE BUS-DATE TO JE-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO JE-TIME.
           MOVE ZERO TO JE-REF-SEQ.
           WRITE LIVE-RECORD FROM JOURNAL-ENTRY.
