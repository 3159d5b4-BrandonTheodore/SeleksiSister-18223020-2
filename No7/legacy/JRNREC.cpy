       01 JOURNAL-ENTRY.
           05 JE-REC-TYPE        PIC X(1).
           05 JE-SEQ             PIC 9(6).
           05 JE-ACCOUNT         PIC 9(6).
           05 JE-ACTION          PIC X(3).
           05 JE-AMOUNT          PIC 9(8)V99.
           05 JE-OLD-BAL         PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 JE-NEW-BAL         PIC S9(8)V99 SIGN LEADING SEPARATE.
           05 JE-DATE            PIC 9(8).
           05 JE-TIME            PIC 9(6).
           05 JE-OPER            PIC X(8).
           05 JE-SERIAL          PIC X(6).
           05 JE-REF-SEQ         PIC 9(6).
           05 JE-REF-ACTION      PIC X(3).
           05 JE-GL-CODE         PIC X(6).
           05 JE-PARTNER         PIC X(8).
           05 FILLER             PIC X(21).
