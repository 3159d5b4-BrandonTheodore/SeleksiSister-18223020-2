       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-POSTING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO "glmap.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLMAP-STATUS.
           SELECT ACC-FILE ASSIGN TO "accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACC-STATUS-FS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT ARCH-FILE ASSIGN USING ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT GLBAL-FILE ASSIGN TO "glbal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLBAL-STATUS.
           SELECT GLBTMP-FILE ASSIGN TO "glbaltmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLPOST-FILE ASSIGN TO "glpost.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLTB-FILE ASSIGN TO "gltrial.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLEXC-FILE ASSIGN TO "glexcept.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD GLMAP-FILE.
       01 GLMAP-RECORD.
           05 GM-TAG          PIC X(3).
           05 GM-ACTION       PIC X(3).
           05 GM-ACC-TYPE     PIC X(1).
           05 GM-CHANNEL      PIC X(1).
           05 GM-GL-CODE      PIC X(6).
           05 GM-GL-NAME      PIC X(30).

       FD ACC-FILE.
       01 ACC-RECORD-RAW.
           05 ACC-ACCOUNT     PIC 9(6).
           05 ACC-TYPE        PIC X(1).
           05 ACC-SIGN        PIC X(1).
           05 FILLER          PIC X(1).
           05 ACC-BALANCE     PIC 9(6)V99.
           05 ACC-STATUS      PIC X(1).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD ARCH-FILE.
       01 ARCH-RECORD          PIC X(120).

       FD GLBAL-FILE.
       01 GLBAL-RECORD         PIC X(35).

       FD GLBTMP-FILE.
       01 GLBTMP-RECORD        PIC X(35).

       FD GLPOST-FILE.
       01 GLPOST-RECORD        PIC X(60).

       FD GLTB-FILE.
       01 GLTB-RECORD          PIC X(100).

       FD GLEXC-FILE.
       01 GLEXC-RECORD         PIC X(100).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       77 GLMAP-STATUS          PIC X(2) VALUE "00".
       77 ACC-STATUS-FS         PIC X(2) VALUE "00".
       77 JOURNAL-STATUS        PIC X(2) VALUE "00".
       77 ARCH-STATUS           PIC X(2) VALUE "00".
       77 GLBAL-STATUS          PIC X(2) VALUE "00".
       77 BUSDATE-STATUS        PIC X(2) VALUE "00".
       77 BUS-DATE              PIC 9(8).
       77 ARCH-FILE-NAME        PIC X(16).
       77 BALANCES-DATE         PIC 9(8) VALUE ZERO.
       77 BALANCES-SEEDED       PIC X VALUE "N".
       77 ENTRY-DATE            PIC 9(8).
       77 ENTRY-OLD-BAL         PIC S9(6)V99.
       77 ENTRY-NEW-BAL         PIC S9(6)V99.
       77 ENTRY-DELTA           PIC S9(7)V99.
       77 POST-AMOUNT           PIC 9(8)V99.
       77 ENTRY-TYPE            PIC X(1).
       77 ENTRY-CHANNEL         PIC X(1).
       77 MAP-ACTION            PIC X(3).
       77 CONTROL-IDX           PIC 9(3).
       77 CONTRA-IDX            PIC 9(3).
       77 DEBIT-IDX             PIC 9(3).
       77 CREDIT-IDX            PIC 9(3).
       77 SUSPENSE-IDX          PIC 9(3) VALUE ZERO.
       77 OPENING-IDX           PIC 9(3) VALUE ZERO.
       77 EXCEPTION-REASON      PIC X(40).
       77 MAP-COUNT             PIC 9(3) VALUE ZERO.
       77 MAP-IDX               PIC 9(3).
       77 MAP-SCORE             PIC 9(1).
       77 MATCH-SCORE           PIC 9(1).
       77 GL-COUNT              PIC 9(3) VALUE ZERO.
       77 GL-IDX                PIC 9(3).
       77 GL-FOUND              PIC 9(3) VALUE ZERO.
       77 LOOKUP-GL-CODE        PIC X(6).
       77 LOOKUP-GL-NAME        PIC X(30).
       77 ACCT-COUNT            PIC 9(4) VALUE ZERO.
       77 ACCT-IDX              PIC 9(4).
       77 ACCT-FOUND            PIC 9(4) VALUE ZERO.
       77 LOOKUP-ACCOUNT        PIC X(6).
       77 ACC-SIGNED-BAL        PIC S9(6)V99.
       77 UNTIED-COUNT          PIC 9(6) VALUE ZERO.
       77 UNTIED-TOTAL          PIC S9(10)V99 VALUE ZERO.
       77 READ-COUNT            PIC 9(6) VALUE ZERO.
       77 POSTED-COUNT          PIC 9(6) VALUE ZERO.
       77 NONMON-COUNT          PIC 9(6) VALUE ZERO.
       77 SUSPENSE-COUNT        PIC 9(6) VALUE ZERO.
       77 LINE-COUNT            PIC 9(6) VALUE ZERO.
       77 BREAK-COUNT           PIC 9(3) VALUE ZERO.
       77 TOTAL-DEBITS          PIC 9(12)V99 VALUE ZERO.
       77 TOTAL-CREDITS         PIC 9(12)V99 VALUE ZERO.
       77 TOTAL-OPEN            PIC S9(12)V99 VALUE ZERO.
       77 TOTAL-CLOSE           PIC S9(12)V99 VALUE ZERO.
       77 GL-CLOSE              PIC S9(10)V99.
       77 LEDGER-CONTROL        PIC S9(10)V99.
       77 TIE-DIFFERENCE        PIC S9(10)V99.
       77 SEED-TOTAL            PIC S9(10)V99 VALUE ZERO.
       77 COUNT-DISP            PIC Z(5)9.
       77 AMOUNT-DISP           PIC Z(6)9.99.
       77 SIGNED-DISP-1         PIC -(10)9.99.
       77 SIGNED-DISP-2         PIC -(10)9.99.
       77 SIGNED-DISP-3         PIC -(10)9.99.
       77 SIGNED-DISP-4         PIC -(10)9.99.
       77 UNSIGNED-DISP-1       PIC Z(10)9.99.
       77 UNSIGNED-DISP-2       PIC Z(10)9.99.
       77 TIE-STATUS            PIC X(6).

       COPY JRNREC.

       01 MAP-TABLE.
           05 MAP-ENTRY OCCURS 200 TIMES.
               10 MT-TAG         PIC X(3).
               10 MT-ACTION      PIC X(3).
               10 MT-ACC-TYPE    PIC X(1).
               10 MT-CHANNEL     PIC X(1).
               10 MT-GL-IDX      PIC 9(3).

       01 GL-TABLE.
           05 GL-ENTRY OCCURS 200 TIMES.
               10 GT-CODE        PIC X(6).
               10 GT-NAME        PIC X(30).
               10 GT-CONTROL     PIC X(1).
               10 GT-OPEN        PIC S9(10)V99.
               10 GT-DEBITS      PIC 9(10)V99.
               10 GT-CREDITS     PIC 9(10)V99.
               10 GT-ACCOUNTS    PIC S9(10)V99.

       01 ACCOUNT-TABLE.
           05 ACCOUNT-ENTRY OCCURS 5000 TIMES.
               10 AT-ACCOUNT     PIC X(6).
               10 AT-TYPE        PIC X(1).

       01 GLBAL-HEADER.
           05 GBH-TAG            PIC X(3) VALUE "DTE".
           05 GBH-DATE           PIC 9(8).
           05 FILLER             PIC X(24) VALUE SPACES.

       01 GLBAL-DETAIL.
           05 GBD-TAG            PIC X(3) VALUE "BAL".
           05 GBD-GL-CODE        PIC X(6).
           05 GBD-OPEN-SIGN      PIC X(1).
           05 GBD-OPEN-BAL       PIC 9(10)V99.
           05 GBD-CLOSE-SIGN     PIC X(1).
           05 GBD-CLOSE-BAL      PIC 9(10)V99.

       01 GLPOST-HEADER.
           05 GPH-TAG            PIC X(3) VALUE "HDR".
           05 GPH-DATE           PIC 9(8).
           05 FILLER             PIC X(49) VALUE SPACES.

       01 GLPOST-DETAIL.
           05 GPD-TAG            PIC X(3) VALUE "GLP".
           05 GPD-DATE           PIC 9(8).
           05 GPD-SEQ            PIC 9(6).
           05 GPD-ACCOUNT        PIC X(6).
           05 GPD-ACTION         PIC X(3).
           05 GPD-ACC-TYPE       PIC X(1).
           05 GPD-CHANNEL        PIC X(1).
           05 GPD-GL-CODE        PIC X(6).
           05 GPD-DR-CR          PIC X(1).
           05 GPD-AMOUNT         PIC 9(8)V99.
           05 GPD-SUSPENSE       PIC X(1).
           05 FILLER             PIC X(14) VALUE SPACES.

       01 GLPOST-TRAILER.
           05 GPT-TAG            PIC X(3) VALUE "TRL".
           05 GPT-COUNT          PIC 9(6).
           05 GPT-DEBITS         PIC 9(12)V99.
           05 GPT-CREDITS        PIC 9(12)V99.
           05 FILLER             PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-GL-MAP.
           PERFORM LOAD-GL-BALANCES.
           PERFORM LOAD-ACCOUNTS.
           OPEN OUTPUT GLPOST-FILE.
           OPEN OUTPUT GLEXC-FILE.
           PERFORM WRITE-EXCEPTION-HEADER.
           MOVE BUS-DATE TO GPH-DATE.
           WRITE GLPOST-RECORD FROM GLPOST-HEADER.
           PERFORM SCAN-ARCHIVE.
           PERFORM SCAN-LIVE-JOURNAL.
           MOVE LINE-COUNT TO GPT-COUNT.
           MOVE TOTAL-DEBITS TO GPT-DEBITS.
           MOVE TOTAL-CREDITS TO GPT-CREDITS.
           WRITE GLPOST-RECORD FROM GLPOST-TRAILER.
           CLOSE GLPOST-FILE.
           IF BALANCES-SEEDED = "Y"
               PERFORM SEED-OPENING-BALANCES
           END-IF.
           OPEN OUTPUT GLTB-FILE.
           PERFORM PRINT-TRIAL-BALANCE.
           PERFORM PRINT-CONTROL-TIE.
           PERFORM PRINT-RUN-TOTALS.
           CLOSE GLTB-FILE.
           PERFORM WRITE-EXCEPTION-FOOTER.
           CLOSE GLEXC-FILE.
           PERFORM SAVE-GL-BALANCES.
           MOVE POSTED-COUNT TO COUNT-DISP.
           DISPLAY "GL-POSTING: " COUNT-DISP " ENTRY(S) POSTED".
           IF SUSPENSE-COUNT > ZERO
               MOVE SUSPENSE-COUNT TO COUNT-DISP
               DISPLAY "GL-POSTING: " COUNT-DISP
                   " ENTRY(S) TO SUSPENSE"
           END-IF.
           IF BREAK-COUNT > ZERO OR TOTAL-DEBITS NOT = TOTAL-CREDITS
               DISPLAY "GL-POSTING: TRIAL BALANCE DOES NOT TIE"
           END-IF.
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

       LOAD-GL-MAP.
           MOVE ZERO TO MAP-COUNT.
           OPEN INPUT GLMAP-FILE.
           IF GLMAP-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN GLMAP.TXT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EXIT
               READ GLMAP-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LOAD-ONE-MAPPING
               END-READ
           END-PERFORM.
           CLOSE GLMAP-FILE.
           IF SUSPENSE-IDX = ZERO
               DISPLAY "ERROR: NO SUSPENSE ACCOUNT IN GLMAP.TXT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF OPENING-IDX = ZERO
               MOVE SUSPENSE-IDX TO OPENING-IDX
           END-IF.

       LOAD-ONE-MAPPING.
           IF GM-TAG NOT = "MAP" AND GM-TAG NOT = "CTL"
                   AND GM-TAG NOT = "SUS" AND GM-TAG NOT = "OPN"
               EXIT PARAGRAPH
           END-IF.
           IF GM-GL-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE GM-GL-CODE TO LOOKUP-GL-CODE.
           MOVE GM-GL-NAME TO LOOKUP-GL-NAME.
           PERFORM FIND-OR-ADD-GL.
           IF GL-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF.
           EVALUATE GM-TAG
               WHEN "SUS"
                   MOVE GL-FOUND TO SUSPENSE-IDX
               WHEN "OPN"
                   MOVE GL-FOUND TO OPENING-IDX
               WHEN OTHER
                   IF MAP-COUNT >= 200
                       DISPLAY "ERROR: GL MAPPING TABLE FULL"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO MAP-COUNT
                   MOVE GM-TAG TO MT-TAG (MAP-COUNT)
                   MOVE GM-ACTION TO MT-ACTION (MAP-COUNT)
                   MOVE GM-ACC-TYPE TO MT-ACC-TYPE (MAP-COUNT)
                   MOVE GM-CHANNEL TO MT-CHANNEL (MAP-COUNT)
                   MOVE GL-FOUND TO MT-GL-IDX (MAP-COUNT)
                   IF GM-TAG = "CTL"
                       MOVE "Y" TO GT-CONTROL (GL-FOUND)
                   END-IF
           END-EVALUATE.

       FIND-OR-ADD-GL.
           MOVE ZERO TO GL-FOUND.
           PERFORM VARYING GL-IDX FROM 1 BY 1
                   UNTIL GL-IDX > GL-COUNT
               IF GT-CODE (GL-IDX) = LOOKUP-GL-CODE
                   MOVE GL-IDX TO GL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF GL-FOUND NOT = ZERO
               IF GT-NAME (GL-FOUND) = SPACES
                   MOVE LOOKUP-GL-NAME TO GT-NAME (GL-FOUND)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF GL-COUNT >= 200
               DISPLAY "ERROR: GL ACCOUNT TABLE FULL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO GL-COUNT.
           MOVE LOOKUP-GL-CODE TO GT-CODE (GL-COUNT).
           MOVE LOOKUP-GL-NAME TO GT-NAME (GL-COUNT).
           MOVE "N" TO GT-CONTROL (GL-COUNT).
           MOVE ZERO TO GT-OPEN (GL-COUNT).
           MOVE ZERO TO GT-DEBITS (GL-COUNT).
           MOVE ZERO TO GT-CREDITS (GL-COUNT).
           MOVE ZERO TO GT-ACCOUNTS (GL-COUNT).
           MOVE GL-COUNT TO GL-FOUND.

       LOAD-GL-BALANCES.
           OPEN INPUT GLBAL-FILE.
           IF GLBAL-STATUS NOT = "00"
               MOVE "Y" TO BALANCES-SEEDED
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ GLBAL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LOAD-ONE-BALANCE
               END-READ
           END-PERFORM.
           CLOSE GLBAL-FILE.
           IF BALANCES-DATE > BUS-DATE
               DISPLAY "ERROR: GL BALANCES ARE DATED AFTER "
                   "BUSINESS DATE - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-BALANCE.
           EVALUATE GLBAL-RECORD(1:3)
               WHEN "DTE"
                   MOVE GLBAL-RECORD TO GLBAL-HEADER
                   MOVE GBH-DATE TO BALANCES-DATE
               WHEN "BAL"
                   MOVE GLBAL-RECORD TO GLBAL-DETAIL
                   MOVE GBD-GL-CODE TO LOOKUP-GL-CODE
                   MOVE SPACES TO LOOKUP-GL-NAME
                   PERFORM FIND-OR-ADD-GL
                   IF BALANCES-DATE = BUS-DATE
                       IF GBD-OPEN-SIGN = "-"
                           COMPUTE GT-OPEN (GL-FOUND) =
                               0 - GBD-OPEN-BAL
                       ELSE
                           MOVE GBD-OPEN-BAL TO GT-OPEN (GL-FOUND)
                       END-IF
                   ELSE
                       IF GBD-CLOSE-SIGN = "-"
                           COMPUTE GT-OPEN (GL-FOUND) =
                               0 - GBD-CLOSE-BAL
                       ELSE
                           MOVE GBD-CLOSE-BAL TO GT-OPEN (GL-FOUND)
                       END-IF
                   END-IF
           END-EVALUATE.

       LOAD-ACCOUNTS.
           MOVE ZERO TO ACCT-COUNT.
           OPEN INPUT ACC-FILE.
           IF ACC-STATUS-FS NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN ACCOUNTS.TXT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EXIT
               READ ACC-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LOAD-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE ACC-FILE.

       LOAD-ONE-ACCOUNT.
           IF ACCT-COUNT >= 5000
               DISPLAY "ERROR: ACCOUNT TABLE FULL"
               CLOSE ACC-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO ACCT-COUNT.
           MOVE ACC-ACCOUNT TO AT-ACCOUNT (ACCT-COUNT).
           MOVE ACC-TYPE TO AT-TYPE (ACCT-COUNT).
           IF ACC-SIGN = "-"
               COMPUTE ACC-SIGNED-BAL = 0 - ACC-BALANCE
           ELSE
               MOVE ACC-BALANCE TO ACC-SIGNED-BAL
           END-IF.
           MOVE ACC-TYPE TO ENTRY-TYPE.
           PERFORM FIND-CONTROL-ACCOUNT.
           IF CONTROL-IDX = ZERO
               ADD 1 TO UNTIED-COUNT
               ADD ACC-SIGNED-BAL TO UNTIED-TOTAL
           ELSE
               ADD ACC-SIGNED-BAL TO GT-ACCOUNTS (CONTROL-IDX)
           END-IF.

       FIND-ACCOUNT-TYPE.
           MOVE SPACE TO ENTRY-TYPE.
           MOVE ZERO TO ACCT-FOUND.
           PERFORM VARYING ACCT-IDX FROM 1 BY 1
                   UNTIL ACCT-IDX > ACCT-COUNT
               IF AT-ACCOUNT (ACCT-IDX) = LOOKUP-ACCOUNT
                   MOVE ACCT-IDX TO ACCT-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF ACCT-FOUND NOT = ZERO
               MOVE AT-TYPE (ACCT-FOUND) TO ENTRY-TYPE
           END-IF.

       FIND-CONTROL-ACCOUNT.
           MOVE ZERO TO CONTROL-IDX.
           MOVE ZERO TO MAP-SCORE.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
               IF MT-TAG (MAP-IDX) = "CTL"
                   IF MT-ACC-TYPE (MAP-IDX) = ENTRY-TYPE
                       MOVE MT-GL-IDX (MAP-IDX) TO CONTROL-IDX
                       MOVE 2 TO MAP-SCORE
                   ELSE
                       IF MT-ACC-TYPE (MAP-IDX) = "*"
                               AND MAP-SCORE < 1
                           MOVE MT-GL-IDX (MAP-IDX) TO CONTROL-IDX
                           MOVE 1 TO MAP-SCORE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FIND-CONTRA-ACCOUNT.
           MOVE ZERO TO CONTRA-IDX.
           MOVE ZERO TO MAP-SCORE.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
               IF MT-TAG (MAP-IDX) = "MAP"
                       AND MT-ACTION (MAP-IDX) = MAP-ACTION
                       AND (MT-ACC-TYPE (MAP-IDX) = ENTRY-TYPE
                           OR MT-ACC-TYPE (MAP-IDX) = "*")
                       AND (MT-CHANNEL (MAP-IDX) = ENTRY-CHANNEL
                           OR MT-CHANNEL (MAP-IDX) = "*")
                   MOVE 1 TO MATCH-SCORE
                   IF MT-ACC-TYPE (MAP-IDX) = ENTRY-TYPE
                       ADD 2 TO MATCH-SCORE
                   END-IF
                   IF MT-CHANNEL (MAP-IDX) = ENTRY-CHANNEL
                       ADD 1 TO MATCH-SCORE
                   END-IF
                   IF MATCH-SCORE > MAP-SCORE
                       MOVE MATCH-SCORE TO MAP-SCORE
                       MOVE MT-GL-IDX (MAP-IDX) TO CONTRA-IDX
                   END-IF
               END-IF
           END-PERFORM.

       SCAN-ARCHIVE.
           MOVE SPACES TO ARCH-FILE-NAME.
           STRING "journal." BUS-DATE
               DELIMITED BY SIZE INTO ARCH-FILE-NAME.
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
                       PERFORM POST-JOURNAL-ENTRY
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
                       PERFORM POST-JOURNAL-ENTRY
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

       POST-JOURNAL-ENTRY.
           IF JE-REC-TYPE NOT = "1" OR JE-ACTION = "CFW"
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-DATE TO ENTRY-DATE.
           IF ENTRY-DATE NOT = BUS-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO READ-COUNT.
           MOVE JE-OLD-BAL TO ENTRY-OLD-BAL.
           MOVE JE-NEW-BAL TO ENTRY-NEW-BAL.
           COMPUTE ENTRY-DELTA = ENTRY-NEW-BAL - ENTRY-OLD-BAL.
           IF ENTRY-DELTA = ZERO
               ADD 1 TO NONMON-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO POSTED-COUNT.
           MOVE JE-ACCOUNT TO LOOKUP-ACCOUNT.
           PERFORM FIND-ACCOUNT-TYPE.
           IF JE-OPER = "INTERCHG"
               MOVE "I" TO ENTRY-CHANNEL
           ELSE
               MOVE "B" TO ENTRY-CHANNEL
           END-IF.
           IF JE-ACTION = "REV" AND JE-REF-ACTION NOT = SPACES
               MOVE JE-REF-ACTION TO MAP-ACTION
           ELSE
               MOVE JE-ACTION TO MAP-ACTION
           END-IF.
           MOVE SPACES TO EXCEPTION-REASON.
           PERFORM FIND-CONTROL-ACCOUNT.
           IF CONTROL-IDX = ZERO
               MOVE SUSPENSE-IDX TO CONTROL-IDX
               MOVE "NO CONTROL ACCOUNT FOR ACCOUNT TYPE"
                   TO EXCEPTION-REASON
           END-IF.
           PERFORM FIND-CONTRA-ACCOUNT.
           IF CONTRA-IDX = ZERO
               MOVE SUSPENSE-IDX TO CONTRA-IDX
               MOVE "NO GL MAPPING FOR ACTION AND TYPE"
                   TO EXCEPTION-REASON
           END-IF.
           IF ENTRY-DELTA > ZERO
               MOVE ENTRY-DELTA TO POST-AMOUNT
               MOVE CONTRA-IDX TO DEBIT-IDX
               MOVE CONTROL-IDX TO CREDIT-IDX
           ELSE
               COMPUTE POST-AMOUNT = 0 - ENTRY-DELTA
               MOVE CONTROL-IDX TO DEBIT-IDX
               MOVE CONTRA-IDX TO CREDIT-IDX
           END-IF.
           MOVE DEBIT-IDX TO GL-IDX.
           MOVE "D" TO GPD-DR-CR.
           PERFORM WRITE-POSTING-LINE.
           MOVE CREDIT-IDX TO GL-IDX.
           MOVE "C" TO GPD-DR-CR.
           PERFORM WRITE-POSTING-LINE.
           IF EXCEPTION-REASON NOT = SPACES
               ADD 1 TO SUSPENSE-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-POSTING-LINE.
           MOVE BUS-DATE TO GPD-DATE.
           MOVE JE-SEQ TO GPD-SEQ.
           MOVE JE-ACCOUNT TO GPD-ACCOUNT.
           MOVE JE-ACTION TO GPD-ACTION.
           MOVE ENTRY-TYPE TO GPD-ACC-TYPE.
           MOVE ENTRY-CHANNEL TO GPD-CHANNEL.
           MOVE GT-CODE (GL-IDX) TO GPD-GL-CODE.
           MOVE POST-AMOUNT TO GPD-AMOUNT.
           IF GL-IDX = SUSPENSE-IDX
               MOVE "Y" TO GPD-SUSPENSE
           ELSE
               MOVE "N" TO GPD-SUSPENSE
           END-IF.
           WRITE GLPOST-RECORD FROM GLPOST-DETAIL.
           ADD 1 TO LINE-COUNT.
           IF GPD-DR-CR = "D"
               ADD POST-AMOUNT TO GT-DEBITS (GL-IDX)
               ADD POST-AMOUNT TO TOTAL-DEBITS
           ELSE
               ADD POST-AMOUNT TO GT-CREDITS (GL-IDX)
               ADD POST-AMOUNT TO TOTAL-CREDITS
           END-IF.

       WRITE-EXCEPTION-HEADER.
           MOVE SPACES TO GLEXC-RECORD.
           STRING "GL POSTING EXCEPTIONS  BUSINESS DATE " BUS-DATE
               DELIMITED BY SIZE INTO GLEXC-RECORD.
           WRITE GLEXC-RECORD.
           MOVE SPACES TO GLEXC-RECORD.
           STRING "ENTRIES BELOW WERE POSTED TO SUSPENSE "
                   GT-CODE (SUSPENSE-IDX)
               DELIMITED BY SIZE INTO GLEXC-RECORD.
           WRITE GLEXC-RECORD.

       WRITE-EXCEPTION-LINE.
           MOVE POST-AMOUNT TO AMOUNT-DISP.
           MOVE SPACES TO GLEXC-RECORD.
           STRING "SEQ " JE-SEQ " ACCT " JE-ACCOUNT
                   " ACT " JE-ACTION " TYPE " ENTRY-TYPE
                   " CHNL " ENTRY-CHANNEL
                   " AMOUNT " AMOUNT-DISP "  " EXCEPTION-REASON
               DELIMITED BY SIZE INTO GLEXC-RECORD.
           WRITE GLEXC-RECORD.

       WRITE-EXCEPTION-FOOTER.
           IF UNTIED-COUNT > ZERO
               MOVE UNTIED-COUNT TO COUNT-DISP
               MOVE UNTIED-TOTAL TO SIGNED-DISP-1
               MOVE SPACES TO GLEXC-RECORD
               STRING "ACCOUNTS WITH NO CONTROL ACCOUNT: " COUNT-DISP
                       "  BALANCE " SIGNED-DISP-1
                   DELIMITED BY SIZE INTO GLEXC-RECORD
               WRITE GLEXC-RECORD
           END-IF.
           MOVE SUSPENSE-COUNT TO COUNT-DISP.
           MOVE SPACES TO GLEXC-RECORD.
           STRING "ENTRIES TO SUSPENSE: " COUNT-DISP
               DELIMITED BY SIZE INTO GLEXC-RECORD.
           WRITE GLEXC-RECORD.

       SEED-OPENING-BALANCES.
           MOVE ZERO TO SEED-TOTAL.
           PERFORM VARYING GL-IDX FROM 1 BY 1
                   UNTIL GL-IDX > GL-COUNT
               IF GT-CONTROL (GL-IDX) = "Y"
                   COMPUTE GT-OPEN (GL-IDX) =
                       0 - GT-ACCOUNTS (GL-IDX)
                       - GT-DEBITS (GL-IDX) + GT-CREDITS (GL-IDX)
                   ADD GT-OPEN (GL-IDX) TO SEED-TOTAL
               END-IF
           END-PERFORM.
           COMPUTE GT-OPEN (OPENING-IDX) =
               GT-OPEN (OPENING-IDX) - SEED-TOTAL.

       PRINT-TRIAL-BALANCE.
           MOVE SPACES TO GLTB-RECORD.
           STRING "GENERAL LEDGER TRIAL BALANCE  BUSINESS DATE "
                   BUS-DATE
               DELIMITED BY SIZE INTO GLTB-RECORD.
           WRITE GLTB-RECORD.
           IF BALANCES-SEEDED = "Y"
               MOVE "OPENING BALANCES SEEDED FROM ACCOUNTS.TXT"
                   TO GLTB-RECORD
               WRITE GLTB-RECORD
           END-IF.
           MOVE SPACES TO GLTB-RECORD.
           STRING "GLCODE  GL NAME                         "
                   "       OPENING         DEBITS"
                   "        CREDITS        CLOSING"
               DELIMITED BY SIZE INTO GLTB-RECORD.
           WRITE GLTB-RECORD.
           PERFORM VARYING GL-IDX FROM 1 BY 1
                   UNTIL GL-IDX > GL-COUNT
               PERFORM PRINT-TRIAL-LINE
           END-PERFORM.
           MOVE TOTAL-OPEN TO SIGNED-DISP-1.
           MOVE TOTAL-DEBITS TO UNSIGNED-DISP-1.
           MOVE TOTAL-CREDITS TO UNSIGNED-DISP-2.
           MOVE TOTAL-CLOSE TO SIGNED-DISP-4.
           MOVE SPACES TO GLTB-RECORD.
           STRING "TOTALS                                  "
                   SIGNED-DISP-1 " " UNSIGNED-DISP-1
                   " " UNSIGNED-DISP-2 " " SIGNED-DISP-4
               DELIMITED BY SIZE INTO GLTB-RECORD.
           WRITE GLTB-RECORD.
           IF TOTAL-DEBITS = TOTAL-CREDITS AND TOTAL-CLOSE = ZERO
               MOVE "DEBITS EQUAL CREDITS - LEDGER IN BALANCE"
                   TO GLTB-RECORD
           ELSE
               MOVE "*** LEDGER OUT OF BALANCE ***" TO GLTB-RECORD
           END-IF.
           WRITE GLTB-RECORD.

       PRINT-TRIAL-LINE.
           COMPUTE GL-CLOSE = GT-OPEN (GL-IDX) + GT-DEBITS (GL-IDX)
               - GT-CREDITS (GL-IDX).
           ADD GT-OPEN (GL-IDX) TO TOTAL-OPEN.
           ADD GL-CLOSE TO TOTAL-CLOSE.
           MOVE GT-OPEN (GL-IDX) TO SIGNED-DISP-1.
           MOVE GT-DEBITS (GL-IDX) TO UNSIGNED-DISP-1.
           MOVE GT-CREDITS (GL-IDX) TO UNSIGNED-DISP-2.
           MOVE GL-CLOSE TO SIGNED-DISP-4.
           MOVE SPACES TO GLTB-RECORD.
           STRING GT-CODE (GL-IDX) "  " GT-NAME (GL-IDX) "  "
                   SIGNED-DISP-1 " " UNSIGNED-DISP-1
                   " " UNSIGNED-DISP-2 " " SIGNED-DISP-4
               DELIMITED BY SIZE INTO GLTB-RECORD.
           WRITE GLTB-RECORD.

       PRINT-CONTROL-TIE.
           MOVE SPACES TO GLTB-RECORD.
           WRITE GLTB-RECORD.
           MOVE "CUSTOMER DEPOSIT CONTROL TIE TO ACCOUNTS.TXT"
               TO GLTB-RECORD.
           WRITE GLTB-RECORD.
           PERFORM VARYING GL-IDX FROM 1 BY 1
                   UNTIL GL-IDX > GL-COUNT
               IF GT-CONTROL (GL-IDX) = "Y"
                   PERFORM PRINT-TIE-LINE
               END-IF
           END-PERFORM.
           IF UNTIED-COUNT > ZERO
               ADD 1 TO BREAK-COUNT
               MOVE UNTIED-COUNT TO COUNT-DISP
               MOVE UNTIED-TOTAL TO SIGNED-DISP-1
               MOVE SPACES TO GLTB-RECORD
               STRING "ACCOUNTS WITH NO CONTROL ACCOUNT: " COUNT-DISP
                       "  BALANCE " SIGNED-DISP-1 "  BREAK"
                   DELIMITED BY SIZE INTO GLTB-RECORD
               WRITE GLTB-RECORD
           END-IF.

       PRINT-TIE-LINE.
           COMPUTE LEDGER-CONTROL = 0 - (GT-OPEN (GL-IDX)
               + GT-DEBITS (GL-IDX) - GT-CREDITS (GL-IDX)).
           COMPUTE TIE-DIFFERENCE =
               LEDGER-CONTROL - GT-ACCOUNTS (GL-IDX).
           IF TIE-DIFFERENCE = ZERO
               MOVE "TIED" TO TIE-STATUS
           ELSE
               MOVE "BREAK" TO TIE-STATUS
               ADD 1 TO BREAK-COUNT
           END-IF.
           MOVE LEDGER-CONTROL TO SIGNED-DISP-1.
           MOVE GT-ACCOUNTS (GL-IDX) TO SIGNED-DISP-2.
           MOVE TIE-DIFFERENCE TO SIGNED-DISP-3.
           MOVE SPACES TO GLTB-RECORD.
           STRING "GL " GT-CODE (GL-IDX)
                   " LEDGER " SIGNED-DISP-1
                   " ACCOUNTS " SIGNED-DISP-2
                   " DIFF " SIGNED-DISP-3
                   "  " TIE-STATUS
               DELIMITED BY SIZE INTO GLTB-RECORD.
           WRITE GLTB-RECORD.

       PRINT-RUN-TOTALS.
           MOVE SPACES TO GLTB-RECORD.
           WRITE GLTB-RECORD.
           MOVE READ-COUNT TO COUNT-DISP.
           MOVE SPACES TO GLTB-RECORD.
           STRING "JOURNAL ENTRIES READ:  " COUNT-DISP
               DELIMITED BY SIZE INTO GLTB-RECORD.
           WRITE GLTB-RECORD.
           MOVE POSTED-COUNT TO COUNT-DISP.
           MOVE SPACES TO GLTB-RECORD.
           STRING "ENTRIES POSTED:        " COUNT-DISP
               DELIMITED BY SIZE INTO GLTB-RECORD.
           WRITE GLTB-RECORD.
           MOVE NONMON-COUNT TO COUNT-DISP.
           MOVE SPACES TO GLTB-RECORD.
           STRING "NON-MONETARY ENTRIES:  " COUNT-DISP
               DELIMITED BY SIZE INTO GLTB-RECORD.
           WRITE GLTB-RECORD.
           MOVE SUSPENSE-COUNT TO COUNT-DISP.
           MOVE SPACES TO GLTB-RECORD.
           STRING "POSTED TO SUSPENSE:    " COUNT-DISP
               DELIMITED BY SIZE INTO GLTB-RECORD.
           WRITE GLTB-RECORD.
           MOVE LINE-COUNT TO COUNT-DISP.
           MOVE SPACES TO GLTB-RECORD.
           STRING "POSTING LINES WRITTEN: " COUNT-DISP
               DELIMITED BY SIZE INTO GLTB-RECORD.
           WRITE GLTB-RECORD.

       SAVE-GL-BALANCES.
           OPEN OUTPUT GLBTMP-FILE.
           MOVE BUS-DATE TO GBH-DATE.
           WRITE GLBTMP-RECORD FROM GLBAL-HEADER.
           PERFORM VARYING GL-IDX FROM 1 BY 1
                   UNTIL GL-IDX > GL-COUNT
               COMPUTE GL-CLOSE = GT-OPEN (GL-IDX)
                   + GT-DEBITS (GL-IDX) - GT-CREDITS (GL-IDX)
               MOVE GT-CODE (GL-IDX) TO GBD-GL-CODE
               IF GT-OPEN (GL-IDX) < ZERO
                   MOVE "-" TO GBD-OPEN-SIGN
                   COMPUTE GBD-OPEN-BAL = 0 - GT-OPEN (GL-IDX)
               ELSE
                   MOVE "+" TO GBD-OPEN-SIGN
                   MOVE GT-OPEN (GL-IDX) TO GBD-OPEN-BAL
               END-IF
               IF GL-CLOSE < ZERO
                   MOVE "-" TO GBD-CLOSE-SIGN
                   COMPUTE GBD-CLOSE-BAL = 0 - GL-CLOSE
               ELSE
                   MOVE "+" TO GBD-CLOSE-SIGN
                   MOVE GL-CLOSE TO GBD-CLOSE-BAL
               END-IF
               WRITE GLBTMP-RECORD FROM GLBAL-DETAIL
           END-PERFORM.
           CLOSE GLBTMP-FILE.
           CALL "SYSTEM" USING "mv glbaltmp.txt glbal.txt".
