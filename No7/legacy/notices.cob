       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-NOTICES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUST-STATUS.
           SELECT REJRSN-FILE ASSIGN TO "rejrsn.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJRSN-STATUS.
           SELECT HOLDS-FILE ASSIGN TO "holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT NHLD-FILE ASSIGN TO "ntchold.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NHLD-STATUS.
           SELECT TMPL-FILE ASSIGN TO "ntctmpl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TMPL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT ARCH-FILE ASSIGN USING ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT LTR-FILE ASSIGN TO "notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NRPT-FILE ASSIGN TO "ntcrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CUST-FILE.
       01 CUST-RECORD-RAW.
           05 CUST-NUMBER     PIC 9(6).
           05 CUST-NAME       PIC X(20).
           05 CUST-ADDRESS    PIC X(30).
           05 CUST-PHONE      PIC X(12).
           05 CUST-ACCOUNTS.
               10 CUST-OWNED-ACCT OCCURS 5 TIMES PIC X(6).

       FD REJRSN-FILE.
       01 REJRSN-RECORD        PIC X(80).

       FD HOLDS-FILE.
       01 HOLD-RECORD.
           05 HOLD-ACCOUNT    PIC 9(6).
           05 HOLD-AMOUNT     PIC 9(6)V99.
           05 HOLD-REASON     PIC X(1).
           05 HOLD-RELEASE    PIC 9(8).

       FD NHLD-FILE.
       01 NHLD-RECORD         PIC X(23).

       FD TMPL-FILE.
       01 TMPL-RECORD.
           05 TMPL-TYPE       PIC X(3).
           05 TMPL-TEXT       PIC X(65).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD ARCH-FILE.
       01 ARCH-RECORD          PIC X(120).

       FD LTR-FILE.
       01 LTR-RECORD           PIC X(80).

       FD NRPT-FILE.
       01 NRPT-RECORD          PIC X(80).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       77 CUST-STATUS           PIC X(2) VALUE "00".
       77 REJRSN-STATUS         PIC X(2) VALUE "00".
       77 HOLDS-STATUS          PIC X(2) VALUE "00".
       77 NHLD-STATUS           PIC X(2) VALUE "00".
       77 TMPL-STATUS           PIC X(2) VALUE "00".
       77 JOURNAL-STATUS        PIC X(2) VALUE "00".
       77 ARCH-STATUS           PIC X(2) VALUE "00".
       77 ARCH-FILE-NAME        PIC X(16).
       77 BUSDATE-STATUS        PIC X(2) VALUE "00".
       77 BUS-DATE              PIC 9(8).
       77 TABLE-OVERFLOW        PIC X VALUE "N".
       77 PAGE-LENGTH           PIC 9(3) VALUE 40.
       77 PAGE-NUMBER           PIC 9(6) VALUE ZERO.
       77 LINE-COUNT            PIC 9(3) VALUE ZERO.
       77 NEW-TYPE              PIC X(3).
       77 NEW-ACCOUNT           PIC 9(6).
       77 NEW-AMOUNT            PIC 9(6)V99.
       77 NEW-REF               PIC X(8).
       77 OWNER-FOUND           PIC 9(4) VALUE ZERO.
       77 OWNER-ACCOUNT         PIC X(6).
       77 TEMPLATE-LINES        PIC 9(3) VALUE ZERO.
       77 UNMAILED-REASON       PIC X(20).
       77 EVENT-TOTAL           PIC 9(6) VALUE ZERO.
       77 MAILED-TOTAL          PIC 9(6) VALUE ZERO.
       77 UNMAILED-TOTAL        PIC 9(6) VALUE ZERO.
       77 COUNT-DISP            PIC Z(5)9.
       77 COUNT-DISP-2          PIC Z(5)9.
       77 COUNT-DISP-3          PIC Z(5)9.
       77 AMOUNT-DISP           PIC Z(6)9.99.
       77 DATE-DISP             PIC 9999/99/99.

       77 CUST-COUNT            PIC 9(4) VALUE ZERO.
       77 CUST-IDX              PIC 9(4).
       77 SLOT-IDX              PIC 9(1).
       77 EVENT-COUNT           PIC 9(4) VALUE ZERO.
       77 EVENT-IDX             PIC 9(4).
       77 TYPE-COUNT            PIC 9(2) VALUE ZERO.
       77 TYPE-IDX              PIC 9(2).
       77 TYPE-FOUND            PIC 9(2) VALUE ZERO.
       77 TMPL-COUNT            PIC 9(3) VALUE ZERO.
       77 TMPL-IDX              PIC 9(3).
       77 HELD-COUNT            PIC 9(4) VALUE ZERO.
       77 HELD-IDX              PIC 9(4).
       77 HELD-FOUND            PIC 9(4) VALUE ZERO.

       01 REJ-PARSE.
           05 RP-ACCOUNT         PIC X(6).
           05 RP-ACTION          PIC X(3).
           05 RP-AMOUNT-STR      PIC X(9).
           05 RP-ACCOUNT-2       PIC X(6).
           05 RP-ACC-TYPE        PIC X(1).
           05 RP-OPERATOR        PIC X(8).
           05 FILLER             PIC X(1).
           05 RP-REASON          PIC X(40).
           05 FILLER             PIC X(6).

       COPY JRNREC.

       01 CUSTOMER-TABLE.
           05 CUSTOMER-ENTRY OCCURS 1000 TIMES.
               10 CT-NUMBER      PIC 9(6).
               10 CT-NAME        PIC X(20).
               10 CT-ADDRESS     PIC X(30).
               10 CT-ACCT OCCURS 5 TIMES PIC X(6).

       01 EVENT-TABLE.
           05 EVENT-ENTRY OCCURS 5000 TIMES.
               10 EV-TYPE        PIC X(3).
               10 EV-ACCOUNT     PIC 9(6).
               10 EV-AMOUNT      PIC 9(6)V99.
               10 EV-REF         PIC X(8).

       01 TYPE-TABLE.
           05 TYPE-ENTRY OCCURS 10 TIMES.
               10 TY-CODE        PIC X(3).
               10 TY-TITLE       PIC X(34).
               10 TY-REF-LABEL   PIC X(14).
               10 TY-EVENTS      PIC 9(6).
               10 TY-MAILED      PIC 9(6).
               10 TY-UNMAILED    PIC 9(6).

       01 TEMPLATE-TABLE.
           05 TEMPLATE-ENTRY OCCURS 200 TIMES.
               10 TT-TYPE        PIC X(3).
               10 TT-TEXT        PIC X(65).

       01 HELD-TABLE.
           05 HELD-ENTRY OCCURS 2000 TIMES.
               10 HT-RECORD      PIC X(23).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-BUSINESS-DATE.
           PERFORM SET-UP-EVENT-TYPES.
           PERFORM LOAD-TEMPLATES.
           PERFORM LOAD-CUSTOMERS.
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "ERROR: NOTICE TABLE FULL - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COLLECT-CHECK-REJECTS.
           PERFORM SCAN-DAY-ARCHIVE.
           PERFORM SCAN-LIVE-JOURNAL.
           PERFORM COLLECT-NEW-HOLDS.
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "ERROR: NOTICE TABLE FULL - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SAVE-NOTICED-HOLDS.
           OPEN OUTPUT LTR-FILE.
           OPEN OUTPUT NRPT-FILE.
           MOVE SPACES TO NRPT-RECORD.
           STRING "CUSTOMER NOTICE CONTROL REPORT  BUSINESS DATE "
                   BUS-DATE
               DELIMITED BY SIZE INTO NRPT-RECORD.
           WRITE NRPT-RECORD.
           MOVE SPACES TO NRPT-RECORD.
           WRITE NRPT-RECORD.
           MOVE "EVENTS NOT MAILED" TO NRPT-RECORD.
           WRITE NRPT-RECORD.
           PERFORM VARYING EVENT-IDX FROM 1 BY 1
                   UNTIL EVENT-IDX > EVENT-COUNT
               PERFORM PROCESS-ONE-EVENT
           END-PERFORM.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE LTR-FILE.
           CLOSE NRPT-FILE.
           MOVE MAILED-TOTAL TO COUNT-DISP.
           MOVE UNMAILED-TOTAL TO COUNT-DISP-2.
           DISPLAY "CUSTOMER-NOTICES: " COUNT-DISP
               " NOTICE(S) PRINTED, " COUNT-DISP-2 " NOT MAILED".
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

       SET-UP-EVENT-TYPES.
           MOVE ZERO TO TYPE-COUNT.
           MOVE "STP" TO NEW-TYPE.
           PERFORM ADD-EVENT-TYPE.
           MOVE "CHECK UNPAID - PAYMENT STOPPED" TO TY-TITLE (1).
           MOVE "CHECK SERIAL" TO TY-REF-LABEL (1).
           MOVE "NSF" TO NEW-TYPE.
           PERFORM ADD-EVENT-TYPE.
           MOVE "CHECK UNPAID - INSUFFICIENT FUNDS" TO TY-TITLE (2).
           MOVE "CHECK SERIAL" TO TY-REF-LABEL (2).
           MOVE "HLD" TO NEW-TYPE.
           PERFORM ADD-EVENT-TYPE.
           MOVE "HOLD PLACED ON FUNDS" TO TY-TITLE (3).
           MOVE "RELEASE DATE" TO TY-REF-LABEL (3).
           MOVE "FRZ" TO NEW-TYPE.
           PERFORM ADD-EVENT-TYPE.
           MOVE "ACCOUNT FROZEN" TO TY-TITLE (4).
           MOVE "FEE" TO NEW-TYPE.
           PERFORM ADD-EVENT-TYPE.
           MOVE "SERVICE FEE CHARGED" TO TY-TITLE (5).
           MOVE "DRM" TO NEW-TYPE.
           PERFORM ADD-EVENT-TYPE.
           MOVE "ACCOUNT CLASSED DORMANT" TO TY-TITLE (6).

       ADD-EVENT-TYPE.
           ADD 1 TO TYPE-COUNT.
           MOVE NEW-TYPE TO TY-CODE (TYPE-COUNT).
           MOVE SPACES TO TY-TITLE (TYPE-COUNT).
           MOVE SPACES TO TY-REF-LABEL (TYPE-COUNT).
           MOVE ZERO TO TY-EVENTS (TYPE-COUNT).
           MOVE ZERO TO TY-MAILED (TYPE-COUNT).
           MOVE ZERO TO TY-UNMAILED (TYPE-COUNT).

       LOAD-TEMPLATES.
           MOVE ZERO TO TMPL-COUNT.
           OPEN INPUT TMPL-FILE.
           IF TMPL-STATUS NOT = "00"
               DISPLAY "ERROR: CANNOT OPEN NTCTMPL.TXT - RUN ABANDONED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL EXIT
               READ TMPL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TMPL-COUNT >= 200
                           MOVE "Y" TO TABLE-OVERFLOW
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO TMPL-COUNT
                       MOVE TMPL-TYPE TO TT-TYPE (TMPL-COUNT)
                       MOVE TMPL-TEXT TO TT-TEXT (TMPL-COUNT)
               END-READ
           END-PERFORM.
           CLOSE TMPL-FILE.

       LOAD-CUSTOMERS.
           MOVE ZERO TO CUST-COUNT.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ CUST-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CUST-COUNT >= 1000
                           MOVE "Y" TO TABLE-OVERFLOW
                           EXIT PERFORM
                       END-IF
                       ADD 1 TO CUST-COUNT
                       MOVE CUST-NUMBER TO CT-NUMBER (CUST-COUNT)
                       MOVE CUST-NAME TO CT-NAME (CUST-COUNT)
                       MOVE CUST-ADDRESS TO CT-ADDRESS (CUST-COUNT)
                       PERFORM VARYING SLOT-IDX FROM 1 BY 1
                               UNTIL SLOT-IDX > 5
                           MOVE CUST-OWNED-ACCT (SLOT-IDX)
                               TO CT-ACCT (CUST-COUNT SLOT-IDX)
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE CUST-FILE.

       COLLECT-CHECK-REJECTS.
           OPEN INPUT REJRSN-FILE.
           IF REJRSN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ REJRSN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE REJRSN-RECORD TO REJ-PARSE
                       PERFORM CHECK-ONE-REJECT
               END-READ
           END-PERFORM.
           CLOSE REJRSN-FILE.

       CHECK-ONE-REJECT.
           IF RP-ACTION NOT = "CHK" OR RP-ACCOUNT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           EVALUATE RP-REASON
               WHEN "ERROR: PAYMENT STOPPED"
                   MOVE "STP" TO NEW-TYPE
               WHEN "ERROR: INSUFFICIENT FUNDS"
                   MOVE "NSF" TO NEW-TYPE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE RP-ACCOUNT TO NEW-ACCOUNT.
           MOVE FUNCTION NUMVAL(RP-AMOUNT-STR) TO NEW-AMOUNT.
           MOVE RP-ACCOUNT-2 TO NEW-REF.
           PERFORM ADD-EVENT.

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
                   OR JE-ACCOUNT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF JE-ACTION NOT = "FRZ" AND JE-ACTION NOT = "FEE"
                   AND JE-ACTION NOT = "DRM"
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-ACTION TO NEW-TYPE.
           MOVE JE-ACCOUNT TO NEW-ACCOUNT.
           MOVE JE-AMOUNT TO NEW-AMOUNT.
           MOVE SPACES TO NEW-REF.
           PERFORM ADD-EVENT.

       COLLECT-NEW-HOLDS.
           MOVE ZERO TO HELD-COUNT.
           OPEN INPUT NHLD-FILE.
           IF NHLD-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ NHLD-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF HELD-COUNT >= 2000
                               MOVE "Y" TO TABLE-OVERFLOW
                               EXIT PERFORM
                           END-IF
                           ADD 1 TO HELD-COUNT
                           MOVE NHLD-RECORD TO HT-RECORD (HELD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE NHLD-FILE
           END-IF.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ HOLDS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM CHECK-ONE-HOLD
               END-READ
           END-PERFORM.
           CLOSE HOLDS-FILE.

       CHECK-ONE-HOLD.
           MOVE ZERO TO HELD-FOUND.
           PERFORM VARYING HELD-IDX FROM 1 BY 1
                   UNTIL HELD-IDX > HELD-COUNT OR HELD-FOUND NOT = ZERO
               IF HT-RECORD (HELD-IDX) = HOLD-RECORD
                   MOVE HELD-IDX TO HELD-FOUND
               END-IF
           END-PERFORM.
           IF HELD-FOUND NOT = ZERO
               MOVE SPACES TO HT-RECORD (HELD-FOUND)
               EXIT PARAGRAPH
           END-IF.
           MOVE "HLD" TO NEW-TYPE.
           MOVE HOLD-ACCOUNT TO NEW-ACCOUNT.
           MOVE HOLD-AMOUNT TO NEW-AMOUNT.
           MOVE HOLD-RELEASE TO NEW-REF.
           PERFORM ADD-EVENT.

       SAVE-NOTICED-HOLDS.
           OPEN OUTPUT NHLD-FILE.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ HOLDS-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           WRITE NHLD-RECORD FROM HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.
           CLOSE NHLD-FILE.

       ADD-EVENT.
           IF EVENT-COUNT >= 5000
               MOVE "Y" TO TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO EVENT-COUNT.
           MOVE NEW-TYPE TO EV-TYPE (EVENT-COUNT).
           MOVE NEW-ACCOUNT TO EV-ACCOUNT (EVENT-COUNT).
           MOVE NEW-AMOUNT TO EV-AMOUNT (EVENT-COUNT).
           MOVE NEW-REF TO EV-REF (EVENT-COUNT).

       PROCESS-ONE-EVENT.
           ADD 1 TO EVENT-TOTAL.
           MOVE ZERO TO TYPE-FOUND.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > TYPE-COUNT
               IF TY-CODE (TYPE-IDX) = EV-TYPE (EVENT-IDX)
                   MOVE TYPE-IDX TO TYPE-FOUND
               END-IF
           END-PERFORM.
           ADD 1 TO TY-EVENTS (TYPE-FOUND).
           PERFORM FIND-OWNER.
           MOVE ZERO TO TEMPLATE-LINES.
           PERFORM VARYING TMPL-IDX FROM 1 BY 1
                   UNTIL TMPL-IDX > TMPL-COUNT
               IF TT-TYPE (TMPL-IDX) = EV-TYPE (EVENT-IDX)
                   ADD 1 TO TEMPLATE-LINES
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN OWNER-FOUND = ZERO
                   MOVE "NO CIF OWNER" TO UNMAILED-REASON
               WHEN TEMPLATE-LINES = ZERO
                   MOVE "NO NOTICE TEMPLATE" TO UNMAILED-REASON
               WHEN OTHER
                   MOVE SPACES TO UNMAILED-REASON
           END-EVALUATE.
           IF UNMAILED-REASON NOT = SPACES
               ADD 1 TO UNMAILED-TOTAL
               ADD 1 TO TY-UNMAILED (TYPE-FOUND)
               MOVE EV-AMOUNT (EVENT-IDX) TO AMOUNT-DISP
               MOVE SPACES TO NRPT-RECORD
               STRING "  " EV-TYPE (EVENT-IDX)
                       "  ACCT " EV-ACCOUNT (EVENT-IDX)
                       "  AMOUNT " AMOUNT-DISP
                       "  REF " EV-REF (EVENT-IDX)
                       "  " UNMAILED-REASON
                   DELIMITED BY SIZE INTO NRPT-RECORD
               WRITE NRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO MAILED-TOTAL.
           ADD 1 TO TY-MAILED (TYPE-FOUND).
           PERFORM PRINT-NOTICE.

       FIND-OWNER.
           MOVE ZERO TO OWNER-FOUND.
           MOVE EV-ACCOUNT (EVENT-IDX) TO OWNER-ACCOUNT.
           PERFORM VARYING CUST-IDX FROM 1 BY 1
                   UNTIL CUST-IDX > CUST-COUNT OR OWNER-FOUND NOT = ZERO
               PERFORM VARYING SLOT-IDX FROM 1 BY 1
                       UNTIL SLOT-IDX > 5
                   IF CT-ACCT (CUST-IDX SLOT-IDX) = OWNER-ACCOUNT
                       MOVE CUST-IDX TO OWNER-FOUND
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-NOTICE.
           ADD 1 TO PAGE-NUMBER.
           MOVE ZERO TO LINE-COUNT.
           MOVE BUS-DATE TO DATE-DISP.
           MOVE PAGE-NUMBER TO COUNT-DISP.
           MOVE SPACES TO LTR-RECORD.
           STRING "CUSTOMER NOTICE" DELIMITED BY SIZE
                   "                    DATE " DELIMITED BY SIZE
                   DATE-DISP DELIMITED BY SIZE
                   "   PAGE " DELIMITED BY SIZE
                   COUNT-DISP DELIMITED BY SIZE
               INTO LTR-RECORD.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO LTR-RECORD.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO LTR-RECORD.
           STRING "    " CT-NAME (OWNER-FOUND)
                   "  CIF " CT-NUMBER (OWNER-FOUND)
               DELIMITED BY SIZE INTO LTR-RECORD.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO LTR-RECORD.
           STRING "    " CT-ADDRESS (OWNER-FOUND)
               DELIMITED BY SIZE INTO LTR-RECORD.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO LTR-RECORD.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO LTR-RECORD.
           STRING "RE: " TY-TITLE (TYPE-FOUND)
               DELIMITED BY SIZE INTO LTR-RECORD.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO LTR-RECORD.
           STRING "    ACCOUNT " EV-ACCOUNT (EVENT-IDX)
               DELIMITED BY SIZE INTO LTR-RECORD.
           PERFORM WRITE-LETTER-LINE.
           IF EV-AMOUNT (EVENT-IDX) NOT = ZERO
               MOVE EV-AMOUNT (EVENT-IDX) TO AMOUNT-DISP
               MOVE SPACES TO LTR-RECORD
               STRING "    AMOUNT  " AMOUNT-DISP
                   DELIMITED BY SIZE INTO LTR-RECORD
               PERFORM WRITE-LETTER-LINE
           END-IF.
           IF EV-REF (EVENT-IDX) NOT = SPACES
               MOVE SPACES TO LTR-RECORD
               STRING "    " TY-REF-LABEL (TYPE-FOUND)
                       " " EV-REF (EVENT-IDX)
                   DELIMITED BY SIZE INTO LTR-RECORD
               PERFORM WRITE-LETTER-LINE
           END-IF.
           MOVE SPACES TO LTR-RECORD.
           PERFORM WRITE-LETTER-LINE.
           PERFORM VARYING TMPL-IDX FROM 1 BY 1
                   UNTIL TMPL-IDX > TMPL-COUNT
               IF TT-TYPE (TMPL-IDX) = EV-TYPE (EVENT-IDX)
                   MOVE SPACES TO LTR-RECORD
                   STRING "    " TT-TEXT (TMPL-IDX)
                       DELIMITED BY SIZE INTO LTR-RECORD
                   PERFORM WRITE-LETTER-LINE
               END-IF
           END-PERFORM.
           PERFORM UNTIL LINE-COUNT >= PAGE-LENGTH
               MOVE SPACES TO LTR-RECORD
               WRITE LTR-RECORD
               ADD 1 TO LINE-COUNT
           END-PERFORM.

       WRITE-LETTER-LINE.
           IF LINE-COUNT < PAGE-LENGTH
               WRITE LTR-RECORD
               ADD 1 TO LINE-COUNT
           END-IF.

       PRINT-CONTROL-TOTALS.
           IF UNMAILED-TOTAL = ZERO
               MOVE "  NONE" TO NRPT-RECORD
               WRITE NRPT-RECORD
           END-IF.
           MOVE SPACES TO NRPT-RECORD.
           WRITE NRPT-RECORD.
           MOVE SPACES TO NRPT-RECORD.
           STRING "TYPE  DESCRIPTION                        "
                   "EVENTS  MAILED  NOT MAILED"
               DELIMITED BY SIZE INTO NRPT-RECORD.
           WRITE NRPT-RECORD.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > TYPE-COUNT
               MOVE TY-EVENTS (TYPE-IDX) TO COUNT-DISP
               MOVE TY-MAILED (TYPE-IDX) TO COUNT-DISP-2
               MOVE TY-UNMAILED (TYPE-IDX) TO COUNT-DISP-3
               MOVE SPACES TO NRPT-RECORD
               STRING TY-CODE (TYPE-IDX) "   "
                       TY-TITLE (TYPE-IDX) " "
                       COUNT-DISP "  " COUNT-DISP-2
                       "      " COUNT-DISP-3
                   DELIMITED BY SIZE INTO NRPT-RECORD
               WRITE NRPT-RECORD
           END-PERFORM.
           MOVE SPACES TO NRPT-RECORD.
           WRITE NRPT-RECORD.
           MOVE EVENT-TOTAL TO COUNT-DISP.
           MOVE SPACES TO NRPT-RECORD.
           STRING "EVENTS:             " COUNT-DISP
               DELIMITED BY SIZE INTO NRPT-RECORD.
           WRITE NRPT-RECORD.
           MOVE MAILED-TOTAL TO COUNT-DISP.
           MOVE SPACES TO NRPT-RECORD.
           STRING "NOTICES PRINTED:    " COUNT-DISP
               DELIMITED BY SIZE INTO NRPT-RECORD.
           WRITE NRPT-RECORD.
           MOVE UNMAILED-TOTAL TO COUNT-DISP.
           MOVE SPACES TO NRPT-RECORD.
           STRING "NOT MAILED:         " COUNT-DISP
               DELIMITED BY SIZE INTO NRPT-RECORD.
           WRITE NRPT-RECORD.
           MOVE PAGE-NUMBER TO COUNT-DISP.
           MOVE SPACES TO NRPT-RECORD.
           STRING "PAGES:              " COUNT-DISP
               DELIMITED BY SIZE INTO NRPT-RECORD.
           WRITE NRPT-RECORD.
