       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERCHANGE-SETTLEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICH-FILE ASSIGN TO "interchg.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICH-STATUS.
           SELECT RTN-FILE ASSIGN TO "return.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RTN-STATUS.
           SELECT OUT-FILE ASSIGN TO "outfile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           SELECT PEND-FILE ASSIGN TO "pendout.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-STATUS.
           SELECT ACK-FILE ASSIGN TO "ackfile.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-STATUS.
           SELECT CTL-FILE ASSIGN TO "settlctl.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "journal.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT ARCH-FILE ASSIGN USING ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-STATUS.
           SELECT SRPT-FILE ASSIGN TO "settlerpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INS-FILE ASSIGN TO "settleins.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ICH-FILE.
       01 ICH-RECORD           PIC X(40).

       FD RTN-FILE.
       01 RTN-RECORD           PIC X(80).

       FD OUT-FILE.
       01 OUT-RECORD           PIC X(40).

       FD PEND-FILE.
       01 PEND-RECORD.
           05 PND-ACCOUNT     PIC 9(6).
           05 PND-ACTION      PIC X(3).
           05 PND-AMOUNT      PIC 9(6)V99.
           05 PND-ACCOUNT-2   PIC 9(6).
           05 PND-DATE        PIC 9(8).
           05 PND-STATUS      PIC X(1).

       FD ACK-FILE.
       01 ACK-RECORD           PIC X(40).

       FD CTL-FILE.
       01 CTL-RECORD.
           05 CTL-TAG         PIC X(3).
           05 CTL-PARTNER     PIC X(8).
           05 CTL-ACCOUNT     PIC X(6).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD ARCH-FILE.
       01 ARCH-RECORD          PIC X(120).

       FD SRPT-FILE.
       01 SRPT-RECORD          PIC X(132).

       FD INS-FILE.
       01 INS-RECORD           PIC X(80).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       77 ICH-STATUS            PIC X(2) VALUE "00".
       77 RTN-STATUS            PIC X(2) VALUE "00".
       77 OUT-STATUS            PIC X(2) VALUE "00".
       77 PEND-STATUS           PIC X(2) VALUE "00".
       77 ACK-STATUS            PIC X(2) VALUE "00".
       77 CTL-STATUS            PIC X(2) VALUE "00".
       77 JOURNAL-STATUS        PIC X(2) VALUE "00".
       77 ARCH-STATUS           PIC X(2) VALUE "00".
       77 ARCH-FILE-NAME        PIC X(16).
       77 BUSDATE-STATUS        PIC X(2) VALUE "00".
       77 BUS-DATE              PIC 9(8).
       77 RUN-DATE              PIC 9(8).
       77 TABLE-OVERFLOW        PIC X VALUE "N".
       77 INBOUND-VALID         PIC X VALUE "Y".
       77 INBOUND-HDR-SEEN      PIC X VALUE "N".
       77 INBOUND-TRL-SEEN      PIC X VALUE "N".
       77 CURRENT-PARTNER       PIC X(8) VALUE SPACES.
       77 CURRENT-HDR-DATE      PIC 9(8) VALUE ZERO.
       77 OUTBOUND-PARTNER      PIC X(8) VALUE "UNKNOWN".
       77 DEFAULT-CLEAR-ACCT    PIC 9(6) VALUE ZERO.
       77 ITEM-COUNT            PIC 9(6) VALUE ZERO.
       77 AMOUNT-TOTAL          PIC 9(10)V99 VALUE ZERO.
       77 ACCOUNT-HASH          PIC 9(12) VALUE ZERO.
       77 STALE-COUNT           PIC 9(6) VALUE ZERO.
       77 RETURN-ACCOUNT        PIC 9(6).
       77 RETURN-ACCOUNT-2      PIC 9(6).
       77 RETURN-AMOUNT         PIC 9(6)V99.
       77 RETURN-UNMATCHED      PIC 9(6) VALUE ZERO.
       77 ACK-UNMATCHED         PIC 9(6) VALUE ZERO.
       77 ENTRY-OLD-BAL         PIC S9(8)V99.
       77 ENTRY-NEW-BAL         PIC S9(8)V99.
       77 ENTRY-ACCOUNT         PIC 9(6).
       77 DIFFERENCE            PIC S9(10)V99.
       77 BREAK-COUNT           PIC 9(6) VALUE ZERO.
       77 INSTRUCTION-COUNT     PIC 9(6) VALUE ZERO.
       77 PAY-TOTAL             PIC 9(12)V99 VALUE ZERO.
       77 RECEIVE-TOTAL         PIC 9(12)V99 VALUE ZERO.
       77 COUNT-DISP            PIC Z(5)9.
       77 COUNT-DISP-2          PIC Z(5)9.
       77 AMOUNT-DISP           PIC Z(9)9.99.
       77 AMOUNT-DISP-2         PIC Z(9)9.99.
       77 NET-DISP              PIC -(10)9.99.
       77 NET-DISP-2            PIC -(10)9.99.
       77 NET-DISP-3            PIC -(10)9.99.
       77 TOTAL-DISP            PIC Z(11)9.99.
       77 DIRECTION-TEXT        PIC X(7).
       77 AGREE-TEXT            PIC X(6).

       77 IB-COUNT              PIC 9(4) VALUE ZERO.
       77 IB-IDX                PIC 9(4).
       77 IB-FOUND              PIC 9(4) VALUE ZERO.
       77 OB-COUNT              PIC 9(4) VALUE ZERO.
       77 OB-IDX                PIC 9(4).
       77 OB-FOUND              PIC 9(4) VALUE ZERO.
       77 PARTNER-COUNT         PIC 9(3) VALUE ZERO.
       77 PARTNER-IDX           PIC 9(3).
       77 PARTNER-FOUND         PIC 9(3) VALUE ZERO.
       77 SEARCH-PARTNER        PIC X(8).
       77 CLEAR-COUNT           PIC 9(3) VALUE ZERO.
       77 CLEAR-IDX             PIC 9(3).
       77 CA-COUNT              PIC 9(3) VALUE ZERO.
       77 CA-IDX                PIC 9(3).
       77 CA-FOUND              PIC 9(3) VALUE ZERO.
       77 SEARCH-ACCOUNT        PIC 9(6).

       01 ICH-HEADER.
           05 ICH-HDR-TAG        PIC X(3).
           05 ICH-HDR-PARTNER    PIC X(8).
           05 ICH-HDR-DATE       PIC 9(8).
           05 FILLER             PIC X(21).

       01 ICH-DETAIL.
           05 ICH-DTL-TAG        PIC X(3).
           05 ICH-DTL-ACCOUNT    PIC 9(6).
           05 ICH-DTL-ACTION     PIC X(3).
           05 ICH-DTL-AMOUNT     PIC 9(6)V99.
           05 ICH-DTL-ACCOUNT-2  PIC 9(6).
           05 FILLER             PIC X(14).

       01 ICH-TRAILER.
           05 ICH-TRL-TAG        PIC X(3).
           05 ICH-TRL-COUNT      PIC 9(6).
           05 ICH-TRL-AMOUNT     PIC 9(10)V99.
           05 ICH-TRL-ACCT-HASH  PIC 9(12).
           05 FILLER             PIC X(7).

       01 RTN-DETAIL.
           05 RTN-TAG            PIC X(3).
           05 RTN-ACCOUNT        PIC X(6).
           05 RTN-ACTION         PIC X(3).
           05 RTN-AMOUNT-STR     PIC X(9).
           05 RTN-ACCOUNT-2      PIC X(6).
           05 FILLER             PIC X(53).

       01 ACK-DETAIL.
           05 ACK-TAG            PIC X(3).
           05 ACK-ACCOUNT        PIC 9(6).
           05 ACK-ACTION         PIC X(3).
           05 ACK-AMOUNT         PIC 9(6)V99.
           05 ACK-ACCOUNT-2      PIC 9(6).
           05 FILLER             PIC X(14).

       01 INS-HEADER.
           05 INH-TAG            PIC X(3) VALUE "HDR".
           05 INH-BUS-DATE       PIC 9(8).
           05 INH-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X(61) VALUE SPACES.

       01 INS-DETAIL.
           05 IND-TAG            PIC X(3) VALUE "DTL".
           05 IND-PARTNER        PIC X(8).
           05 IND-DIRECTION      PIC X(3).
           05 IND-AMOUNT         PIC 9(10)V99.
           05 IND-CLEAR-ACCT     PIC 9(6).
           05 IND-ITEM-COUNT     PIC 9(6).
           05 IND-RECEIVABLE     PIC 9(10)V99.
           05 IND-PAYABLE        PIC 9(10)V99.
           05 FILLER             PIC X(18) VALUE SPACES.

       01 INS-TRAILER.
           05 INT-TAG            PIC X(3) VALUE "TRL".
           05 INT-COUNT          PIC 9(6).
           05 INT-PAY-TOTAL      PIC 9(12)V99.
           05 INT-RECEIVE-TOTAL  PIC 9(12)V99.
           05 INT-ACCT-HASH      PIC 9(12).
           05 FILLER             PIC X(31) VALUE SPACES.

       01 INBOUND-TABLE.
           05 INBOUND-ENTRY OCCURS 5000 TIMES.
               10 IB-PARTNER     PIC X(8).
               10 IB-ACCOUNT     PIC 9(6).
               10 IB-ACTION      PIC X(3).
               10 IB-AMOUNT      PIC 9(6)V99.
               10 IB-ACCOUNT-2   PIC 9(6).
               10 IB-RETURNED    PIC X(1).

       01 OUTBOUND-TABLE.
           05 OUTBOUND-ENTRY OCCURS 5000 TIMES.
               10 OB-ACCOUNT     PIC 9(6).
               10 OB-ACTION      PIC X(3).
               10 OB-AMOUNT      PIC 9(6)V99.
               10 OB-ACCOUNT-2   PIC 9(6).
               10 OB-STATE       PIC X(1).
               10 OB-MATCHED     PIC X(1).

       01 PARTNER-TABLE.
           05 PARTNER-ENTRY OCCURS 200 TIMES.
               10 PT-PARTNER     PIC X(8).
               10 PT-IN-COUNT    PIC 9(6).
               10 PT-IN-AMOUNT   PIC 9(10)V99.
               10 PT-RTN-COUNT   PIC 9(6).
               10 PT-RTN-AMOUNT  PIC 9(10)V99.
               10 PT-OUT-COUNT   PIC 9(6).
               10 PT-OUT-AMOUNT  PIC 9(10)V99.
               10 PT-ACK-COUNT   PIC 9(6).
               10 PT-ACK-AMOUNT  PIC 9(10)V99.
               10 PT-REJ-COUNT   PIC 9(6).
               10 PT-UNACK-COUNT PIC 9(6).
               10 PT-RECEIVABLE  PIC 9(10)V99.
               10 PT-PAYABLE     PIC 9(10)V99.
               10 PT-NET         PIC S9(10)V99.
               10 PT-CLEAR-ACCT  PIC 9(6).

       01 CLEAR-TABLE.
           05 CLEAR-ENTRY OCCURS 200 TIMES.
               10 CL-PARTNER     PIC X(8).
               10 CL-ACCOUNT     PIC 9(6).

       01 CLEAR-ACCOUNT-TABLE.
           05 CLEAR-ACCOUNT-ENTRY OCCURS 200 TIMES.
               10 CA-ACCOUNT     PIC 9(6).
               10 CA-EXPECTED    PIC S9(10)V99.
               10 CA-ACTUAL      PIC S9(10)V99.

       COPY JRNREC.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           OPEN OUTPUT SRPT-FILE.
           OPEN OUTPUT INS-FILE.
           MOVE SPACES TO SRPT-RECORD.
           STRING "INTERCHANGE NET SETTLEMENT  BUSINESS DATE "
                   BUS-DATE
               DELIMITED BY SIZE INTO SRPT-RECORD.
           WRITE SRPT-RECORD.
           MOVE SPACES TO SRPT-RECORD.
           WRITE SRPT-RECORD.
           MOVE BUS-DATE TO INH-BUS-DATE.
           MOVE RUN-DATE TO INH-RUN-DATE.
           MOVE ZERO TO INT-ACCT-HASH.
           WRITE INS-RECORD FROM INS-HEADER.
           PERFORM LOAD-CLEARING-ACCOUNTS.
           PERFORM LOAD-INBOUND-ITEMS.
           PERFORM MATCH-RETURNED-ITEMS.
           PERFORM LOAD-OUTBOUND-ITEMS.
           PERFORM MATCH-ACK-FILE.
           PERFORM ACCUMULATE-INBOUND.
           PERFORM ACCUMULATE-OUTBOUND.
           IF TABLE-OVERFLOW = "Y"
               DISPLAY "ERROR: SETTLEMENT TABLE FULL - RUN ABANDONED"
               CLOSE SRPT-FILE
               CLOSE INS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING PARTNER-IDX FROM 1 BY 1
                   UNTIL PARTNER-IDX > PARTNER-COUNT
               PERFORM PRINT-PARTNER-POSITION
           END-PERFORM.
           PERFORM SCAN-DAY-ARCHIVE.
           PERFORM SCAN-LIVE-JOURNAL.
           PERFORM PRINT-CLEARING-COMPARISON.
           PERFORM PRINT-SETTLEMENT-TOTALS.
           CLOSE SRPT-FILE.
           CLOSE INS-FILE.
           MOVE BREAK-COUNT TO COUNT-DISP.
           DISPLAY "INTERCHANGE-SETTLEMENT: " COUNT-DISP
               " CLEARING BREAK(S)".
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

       LOAD-CLEARING-ACCOUNTS.
           MOVE ZERO TO CLEAR-COUNT.
           OPEN INPUT CTL-FILE.
           IF CTL-STATUS NOT = "00"
               MOVE "NO CLEARING ACCOUNTS DEFINED - SETTLCTL.TXT"
                   TO SRPT-RECORD
               WRITE SRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ CTL-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF CTL-TAG = "CLR"
                               AND CTL-ACCOUNT IS NUMERIC
                           PERFORM LOAD-ONE-CLEARING-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CTL-FILE.

       LOAD-ONE-CLEARING-ACCOUNT.
           IF CTL-PARTNER = SPACES
               MOVE CTL-ACCOUNT TO DEFAULT-CLEAR-ACCT
               EXIT PARAGRAPH
           END-IF.
           IF CLEAR-COUNT >= 200
               MOVE "Y" TO TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO CLEAR-COUNT.
           MOVE CTL-PARTNER TO CL-PARTNER (CLEAR-COUNT).
           MOVE CTL-ACCOUNT TO CL-ACCOUNT (CLEAR-COUNT).

       LOAD-INBOUND-ITEMS.
           MOVE ZERO TO IB-COUNT.
           OPEN INPUT ICH-FILE.
           IF ICH-STATUS NOT = "00"
               MOVE "NO INBOUND INTERCHANGE FILE ON HAND"
                   TO SRPT-RECORD
               WRITE SRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ ICH-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       PERFORM LOAD-ONE-INBOUND-RECORD
               END-READ
           END-PERFORM.
           CLOSE ICH-FILE.
           PERFORM CHECK-INBOUND-CONTROLS.
           IF INBOUND-VALID = "N"
               MOVE ZERO TO IB-COUNT
               MOVE "INBOUND FILE FAILED CONTROL TOTALS - NOT SETTLED"
                   TO SRPT-RECORD
               WRITE SRPT-RECORD
           END-IF.
           IF STALE-COUNT > ZERO
               MOVE STALE-COUNT TO COUNT-DISP
               MOVE SPACES TO SRPT-RECORD
               STRING "INBOUND ITEMS NOT DATED " BUS-DATE
                       " - SETTLED TODAY: " COUNT-DISP
                   DELIMITED BY SIZE INTO SRPT-RECORD
               WRITE SRPT-RECORD
           END-IF.

       LOAD-ONE-INBOUND-RECORD.
           EVALUATE ICH-RECORD(1:3)
               WHEN "HDR"
                   MOVE ICH-RECORD TO ICH-HEADER
                   MOVE "Y" TO INBOUND-HDR-SEEN
                   MOVE ICH-HDR-PARTNER TO CURRENT-PARTNER
                   MOVE ICH-HDR-DATE TO CURRENT-HDR-DATE
               WHEN "DTL"
                   MOVE ICH-RECORD TO ICH-DETAIL
                   ADD 1 TO ITEM-COUNT
                   ADD ICH-DTL-AMOUNT TO AMOUNT-TOTAL
                   ADD ICH-DTL-ACCOUNT TO ACCOUNT-HASH
                   IF CURRENT-HDR-DATE NOT = BUS-DATE
                       ADD 1 TO STALE-COUNT
                   END-IF
                   PERFORM NOTE-INBOUND-ITEM
               WHEN "TRL"
                   MOVE ICH-RECORD TO ICH-TRAILER
                   MOVE "Y" TO INBOUND-TRL-SEEN
               WHEN OTHER
                   MOVE "N" TO INBOUND-VALID
           END-EVALUATE.

       NOTE-INBOUND-ITEM.
           IF IB-COUNT >= 5000
               MOVE "Y" TO TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO IB-COUNT.
           MOVE CURRENT-PARTNER TO IB-PARTNER (IB-COUNT).
           MOVE ICH-DTL-ACCOUNT TO IB-ACCOUNT (IB-COUNT).
           MOVE ICH-DTL-ACTION TO IB-ACTION (IB-COUNT).
           MOVE ICH-DTL-AMOUNT TO IB-AMOUNT (IB-COUNT).
           MOVE ICH-DTL-ACCOUNT-2 TO IB-ACCOUNT-2 (IB-COUNT).
           MOVE "N" TO IB-RETURNED (IB-COUNT).

       CHECK-INBOUND-CONTROLS.
           IF INBOUND-HDR-SEEN = "N" OR INBOUND-TRL-SEEN = "N"
               MOVE "N" TO INBOUND-VALID
               EXIT PARAGRAPH
           END-IF.
           IF ICH-TRL-COUNT NOT = ITEM-COUNT
                   OR ICH-TRL-AMOUNT NOT = AMOUNT-TOTAL
                   OR ICH-TRL-ACCT-HASH NOT = ACCOUNT-HASH
               MOVE "N" TO INBOUND-VALID
           END-IF.

       MATCH-RETURNED-ITEMS.
           OPEN INPUT RTN-FILE.
           IF RTN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ RTN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF RTN-RECORD(1:3) = "RTN"
                           MOVE RTN-RECORD TO RTN-DETAIL
                           PERFORM MATCH-ONE-RETURN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RTN-FILE.

       MATCH-ONE-RETURN.
           IF RTN-ACCOUNT NOT NUMERIC
               ADD 1 TO RETURN-UNMATCHED
               EXIT PARAGRAPH
           END-IF.
           MOVE RTN-ACCOUNT TO RETURN-ACCOUNT.
           IF RTN-ACCOUNT-2 IS NUMERIC
               MOVE RTN-ACCOUNT-2 TO RETURN-ACCOUNT-2
           ELSE
               MOVE ZERO TO RETURN-ACCOUNT-2
           END-IF.
           MOVE FUNCTION NUMVAL(RTN-AMOUNT-STR) TO RETURN-AMOUNT.
           MOVE ZERO TO IB-FOUND.
           PERFORM VARYING IB-IDX FROM 1 BY 1
                   UNTIL IB-IDX > IB-COUNT OR IB-FOUND NOT = ZERO
               IF IB-RETURNED (IB-IDX) = "N"
                       AND IB-ACCOUNT (IB-IDX) = RETURN-ACCOUNT
                       AND IB-ACTION (IB-IDX) = RTN-ACTION
                       AND IB-AMOUNT (IB-IDX) = RETURN-AMOUNT
                       AND IB-ACCOUNT-2 (IB-IDX) = RETURN-ACCOUNT-2
                   MOVE IB-IDX TO IB-FOUND
               END-IF
           END-PERFORM.
           IF IB-FOUND = ZERO
               ADD 1 TO RETURN-UNMATCHED
           ELSE
               MOVE "Y" TO IB-RETURNED (IB-FOUND)
           END-IF.

       LOAD-OUTBOUND-ITEMS.
           MOVE ZERO TO OB-COUNT.
           OPEN INPUT OUT-FILE.
           IF OUT-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ OUT-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF OUT-RECORD(1:3) = "HDR"
                               MOVE OUT-RECORD TO ICH-HEADER
                               MOVE ICH-HDR-PARTNER
                                   TO OUTBOUND-PARTNER
                               EXIT PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUT-FILE
           END-IF.
           OPEN INPUT PEND-FILE.
           IF PEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ PEND-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF PND-DATE = BUS-DATE
                           PERFORM NOTE-OUTBOUND-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.

       NOTE-OUTBOUND-ITEM.
           IF OB-COUNT >= 5000
               MOVE "Y" TO TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO OB-COUNT.
           MOVE PND-ACCOUNT TO OB-ACCOUNT (OB-COUNT).
           MOVE PND-ACTION TO OB-ACTION (OB-COUNT).
           MOVE PND-AMOUNT TO OB-AMOUNT (OB-COUNT).
           MOVE PND-ACCOUNT-2 TO OB-ACCOUNT-2 (OB-COUNT).
           MOVE PND-STATUS TO OB-STATE (OB-COUNT).
           MOVE "N" TO OB-MATCHED (OB-COUNT).

       MATCH-ACK-FILE.
           OPEN INPUT ACK-FILE.
           IF ACK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ ACK-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF ACK-RECORD(1:3) = "ACK"
                               OR ACK-RECORD(1:3) = "RTN"
                           MOVE ACK-RECORD TO ACK-DETAIL
                           PERFORM MATCH-ONE-ACK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACK-FILE.

       MATCH-ONE-ACK.
           MOVE ZERO TO OB-FOUND.
           PERFORM VARYING OB-IDX FROM 1 BY 1
                   UNTIL OB-IDX > OB-COUNT OR OB-FOUND NOT = ZERO
               IF OB-MATCHED (OB-IDX) = "N"
                       AND OB-ACCOUNT (OB-IDX) = ACK-ACCOUNT
                       AND OB-ACTION (OB-IDX) = ACK-ACTION
                       AND OB-AMOUNT (OB-IDX) = ACK-AMOUNT
                       AND OB-ACCOUNT-2 (OB-IDX) = ACK-ACCOUNT-2
                   MOVE OB-IDX TO OB-FOUND
               END-IF
           END-PERFORM.
           IF OB-FOUND = ZERO
               ADD 1 TO ACK-UNMATCHED
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO OB-MATCHED (OB-FOUND).
           IF ACK-TAG = "RTN"
               MOVE "R" TO OB-STATE (OB-FOUND)
           ELSE
               MOVE "A" TO OB-STATE (OB-FOUND)
           END-IF.

       ACCUMULATE-INBOUND.
           PERFORM VARYING IB-IDX FROM 1 BY 1
                   UNTIL IB-IDX > IB-COUNT
               MOVE IB-PARTNER (IB-IDX) TO SEARCH-PARTNER
               PERFORM FIND-PARTNER
               IF PARTNER-FOUND NOT = ZERO
                   PERFORM ADD-INBOUND-ITEM
               END-IF
           END-PERFORM.

       ADD-INBOUND-ITEM.
           IF IB-RETURNED (IB-IDX) = "Y"
               ADD 1 TO PT-RTN-COUNT (PARTNER-FOUND)
               ADD IB-AMOUNT (IB-IDX) TO PT-RTN-AMOUNT (PARTNER-FOUND)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PT-IN-COUNT (PARTNER-FOUND).
           ADD IB-AMOUNT (IB-IDX) TO PT-IN-AMOUNT (PARTNER-FOUND).
           EVALUATE IB-ACTION (IB-IDX)
               WHEN "DEP"
                   ADD IB-AMOUNT (IB-IDX)
                       TO PT-RECEIVABLE (PARTNER-FOUND)
               WHEN "WDR"
               WHEN "CHK"
                   ADD IB-AMOUNT (IB-IDX)
                       TO PT-PAYABLE (PARTNER-FOUND)
           END-EVALUATE.

       ACCUMULATE-OUTBOUND.
           IF OB-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE OUTBOUND-PARTNER TO SEARCH-PARTNER.
           PERFORM FIND-PARTNER.
           IF PARTNER-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING OB-IDX FROM 1 BY 1
                   UNTIL OB-IDX > OB-COUNT
               PERFORM ADD-OUTBOUND-ITEM
           END-PERFORM.

       ADD-OUTBOUND-ITEM.
           ADD 1 TO PT-OUT-COUNT (PARTNER-FOUND).
           ADD OB-AMOUNT (OB-IDX) TO PT-OUT-AMOUNT (PARTNER-FOUND).
           EVALUATE OB-STATE (OB-IDX)
               WHEN "A"
                   ADD 1 TO PT-ACK-COUNT (PARTNER-FOUND)
                   ADD OB-AMOUNT (OB-IDX)
                       TO PT-ACK-AMOUNT (PARTNER-FOUND)
               WHEN "R"
                   ADD 1 TO PT-REJ-COUNT (PARTNER-FOUND)
                   EXIT PARAGRAPH
               WHEN OTHER
                   ADD 1 TO PT-UNACK-COUNT (PARTNER-FOUND)
                   EXIT PARAGRAPH
           END-EVALUATE.
           EVALUATE OB-ACTION (OB-IDX)
               WHEN "DEP"
                   ADD OB-AMOUNT (OB-IDX)
                       TO PT-PAYABLE (PARTNER-FOUND)
               WHEN "WDR"
               WHEN "CHK"
                   ADD OB-AMOUNT (OB-IDX)
                       TO PT-RECEIVABLE (PARTNER-FOUND)
           END-EVALUATE.

       FIND-PARTNER.
           MOVE ZERO TO PARTNER-FOUND.
           PERFORM VARYING PARTNER-IDX FROM 1 BY 1
                   UNTIL PARTNER-IDX > PARTNER-COUNT
                       OR PARTNER-FOUND NOT = ZERO
               IF PT-PARTNER (PARTNER-IDX) = SEARCH-PARTNER
                   MOVE PARTNER-IDX TO PARTNER-FOUND
               END-IF
           END-PERFORM.
           IF PARTNER-FOUND NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF PARTNER-COUNT >= 200
               MOVE "Y" TO TABLE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PARTNER-COUNT.
           MOVE PARTNER-COUNT TO PARTNER-FOUND.
           INITIALIZE PARTNER-ENTRY (PARTNER-FOUND).
           MOVE SEARCH-PARTNER TO PT-PARTNER (PARTNER-FOUND).
           MOVE DEFAULT-CLEAR-ACCT TO PT-CLEAR-ACCT (PARTNER-FOUND).
           PERFORM VARYING CLEAR-IDX FROM 1 BY 1
                   UNTIL CLEAR-IDX > CLEAR-COUNT
               IF CL-PARTNER (CLEAR-IDX) = SEARCH-PARTNER
                   MOVE CL-ACCOUNT (CLEAR-IDX)
                       TO PT-CLEAR-ACCT (PARTNER-FOUND)
               END-IF
           END-PERFORM.

       PRINT-PARTNER-POSITION.
           COMPUTE PT-NET (PARTNER-IDX) =
               PT-RECEIVABLE (PARTNER-IDX) - PT-PAYABLE (PARTNER-IDX).
           MOVE SPACES TO SRPT-RECORD.
           IF PT-CLEAR-ACCT (PARTNER-IDX) = ZERO
               STRING "PARTNER " PT-PARTNER (PARTNER-IDX)
                       "  CLEARING ACCT NONE"
                   DELIMITED BY SIZE INTO SRPT-RECORD
           ELSE
               STRING "PARTNER " PT-PARTNER (PARTNER-IDX)
                       "  CLEARING ACCT " PT-CLEAR-ACCT (PARTNER-IDX)
                   DELIMITED BY SIZE INTO SRPT-RECORD
           END-IF.
           WRITE SRPT-RECORD.
           MOVE PT-IN-COUNT (PARTNER-IDX) TO COUNT-DISP.
           MOVE PT-IN-AMOUNT (PARTNER-IDX) TO AMOUNT-DISP.
           MOVE PT-RTN-COUNT (PARTNER-IDX) TO COUNT-DISP-2.
           MOVE PT-RTN-AMOUNT (PARTNER-IDX) TO AMOUNT-DISP-2.
           MOVE SPACES TO SRPT-RECORD.
           STRING "  INBOUND POSTED     " COUNT-DISP
                   " " AMOUNT-DISP
                   "   RETURNED         " COUNT-DISP-2
                   " " AMOUNT-DISP-2
               DELIMITED BY SIZE INTO SRPT-RECORD.
           WRITE SRPT-RECORD.
           MOVE PT-OUT-COUNT (PARTNER-IDX) TO COUNT-DISP.
           MOVE PT-OUT-AMOUNT (PARTNER-IDX) TO AMOUNT-DISP.
           MOVE PT-ACK-COUNT (PARTNER-IDX) TO COUNT-DISP-2.
           MOVE PT-ACK-AMOUNT (PARTNER-IDX) TO AMOUNT-DISP-2.
           MOVE SPACES TO SRPT-RECORD.
           STRING "  OUTBOUND SENT      " COUNT-DISP
                   " " AMOUNT-DISP
                   "   ACKNOWLEDGED     " COUNT-DISP-2
                   " " AMOUNT-DISP-2
               DELIMITED BY SIZE INTO SRPT-RECORD.
           WRITE SRPT-RECORD.
           MOVE PT-REJ-COUNT (PARTNER-IDX) TO COUNT-DISP.
           MOVE PT-UNACK-COUNT (PARTNER-IDX) TO COUNT-DISP-2.
           MOVE SPACES TO SRPT-RECORD.
           STRING "  OUTBOUND RETURNED  " COUNT-DISP
                   "   UNACKNOWLEDGED   " COUNT-DISP-2
               DELIMITED BY SIZE INTO SRPT-RECORD.
           WRITE SRPT-RECORD.
           MOVE PT-RECEIVABLE (PARTNER-IDX) TO AMOUNT-DISP.
           MOVE PT-PAYABLE (PARTNER-IDX) TO AMOUNT-DISP-2.
           MOVE PT-NET (PARTNER-IDX) TO NET-DISP.
           EVALUATE TRUE
               WHEN PT-NET (PARTNER-IDX) > ZERO
                   MOVE "RECEIVE" TO DIRECTION-TEXT
                   MOVE "RCV" TO IND-DIRECTION
                   MOVE PT-NET (PARTNER-IDX) TO IND-AMOUNT
                   ADD PT-NET (PARTNER-IDX) TO RECEIVE-TOTAL
               WHEN PT-NET (PARTNER-IDX) < ZERO
                   MOVE "PAY" TO DIRECTION-TEXT
                   MOVE "PAY" TO IND-DIRECTION
                   COMPUTE IND-AMOUNT = ZERO - PT-NET (PARTNER-IDX)
                   ADD IND-AMOUNT TO PAY-TOTAL
               WHEN OTHER
                   MOVE "NIL" TO DIRECTION-TEXT
                   MOVE "NIL" TO IND-DIRECTION
                   MOVE ZERO TO IND-AMOUNT
           END-EVALUATE.
           MOVE SPACES TO SRPT-RECORD.
           STRING "  RECEIVABLE " AMOUNT-DISP
                   "  PAYABLE " AMOUNT-DISP-2
                   "  NET POSITION " NET-DISP
                   " " DIRECTION-TEXT
               DELIMITED BY SIZE INTO SRPT-RECORD.
           WRITE SRPT-RECORD.
           MOVE SPACES TO SRPT-RECORD.
           WRITE SRPT-RECORD.
           MOVE PT-PARTNER (PARTNER-IDX) TO IND-PARTNER.
           MOVE PT-CLEAR-ACCT (PARTNER-IDX) TO IND-CLEAR-ACCT.
           COMPUTE IND-ITEM-COUNT = PT-IN-COUNT (PARTNER-IDX)
               + PT-ACK-COUNT (PARTNER-IDX).
           MOVE PT-RECEIVABLE (PARTNER-IDX) TO IND-RECEIVABLE.
           MOVE PT-PAYABLE (PARTNER-IDX) TO IND-PAYABLE.
           WRITE INS-RECORD FROM INS-DETAIL.
           ADD 1 TO INSTRUCTION-COUNT.
           ADD PT-CLEAR-ACCT (PARTNER-IDX) TO INT-ACCT-HASH.
           PERFORM NOTE-EXPECTED-MOVEMENT.

       NOTE-EXPECTED-MOVEMENT.
           IF PT-CLEAR-ACCT (PARTNER-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE PT-CLEAR-ACCT (PARTNER-IDX) TO SEARCH-ACCOUNT.
           PERFORM FIND-CLEARING-ACCOUNT.
           IF CA-FOUND = ZERO
               IF CA-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CA-COUNT
               MOVE CA-COUNT TO CA-FOUND
               MOVE SEARCH-ACCOUNT TO CA-ACCOUNT (CA-FOUND)
               MOVE ZERO TO CA-EXPECTED (CA-FOUND)
               MOVE ZERO TO CA-ACTUAL (CA-FOUND)
           END-IF.
           ADD PT-NET (PARTNER-IDX) TO CA-EXPECTED (CA-FOUND).

       FIND-CLEARING-ACCOUNT.
           MOVE ZERO TO CA-FOUND.
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > CA-COUNT OR CA-FOUND NOT = ZERO
               IF CA-ACCOUNT (CA-IDX) = SEARCH-ACCOUNT
                   MOVE CA-IDX TO CA-FOUND
               END-IF
           END-PERFORM.

       SCAN-DAY-ARCHIVE.
           IF CA-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
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
           IF CA-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
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
           MOVE JE-ACCOUNT TO ENTRY-ACCOUNT.
           MOVE ENTRY-ACCOUNT TO SEARCH-ACCOUNT.
           PERFORM FIND-CLEARING-ACCOUNT.
           IF CA-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE JE-OLD-BAL TO ENTRY-OLD-BAL.
           MOVE JE-NEW-BAL TO ENTRY-NEW-BAL.
           ADD ENTRY-NEW-BAL TO CA-ACTUAL (CA-FOUND).
           SUBTRACT ENTRY-OLD-BAL FROM CA-ACTUAL (CA-FOUND).

       PRINT-CLEARING-COMPARISON.
           MOVE "CLEARING ACCOUNT RECONCILIATION" TO SRPT-RECORD.
           WRITE SRPT-RECORD.
           PERFORM VARYING PARTNER-IDX FROM 1 BY 1
                   UNTIL PARTNER-IDX > PARTNER-COUNT
               IF PT-CLEAR-ACCT (PARTNER-IDX) = ZERO
                       AND PT-NET (PARTNER-IDX) NOT = ZERO
                   ADD 1 TO BREAK-COUNT
                   MOVE PT-NET (PARTNER-IDX) TO NET-DISP
                   MOVE SPACES TO SRPT-RECORD
                   STRING "  PARTNER " PT-PARTNER (PARTNER-IDX)
                           "  NET POSITION " NET-DISP
                           "  NO CLEARING ACCOUNT DEFINED  BREAK"
                       DELIMITED BY SIZE INTO SRPT-RECORD
                   WRITE SRPT-RECORD
               END-IF
           END-PERFORM.
           PERFORM VARYING CA-IDX FROM 1 BY 1
                   UNTIL CA-IDX > CA-COUNT
               PERFORM PRINT-CLEARING-LINE
           END-PERFORM.
           MOVE SPACES TO SRPT-RECORD.
           WRITE SRPT-RECORD.

       PRINT-CLEARING-LINE.
           COMPUTE DIFFERENCE = CA-ACTUAL (CA-IDX)
               - CA-EXPECTED (CA-IDX).
           IF DIFFERENCE = ZERO
               MOVE "AGREED" TO AGREE-TEXT
           ELSE
               MOVE "BREAK" TO AGREE-TEXT
               ADD 1 TO BREAK-COUNT
           END-IF.
           MOVE CA-EXPECTED (CA-IDX) TO NET-DISP.
           MOVE CA-ACTUAL (CA-IDX) TO NET-DISP-2.
           MOVE DIFFERENCE TO NET-DISP-3.
           MOVE SPACES TO SRPT-RECORD.
           STRING "  ACCT " CA-ACCOUNT (CA-IDX)
                   "  NET POSITION " NET-DISP
                   "  ACCOUNT MOVEMENT " NET-DISP-2
                   "  DIFFERENCE " NET-DISP-3
                   "  " AGREE-TEXT
               DELIMITED BY SIZE INTO SRPT-RECORD.
           WRITE SRPT-RECORD.

       PRINT-SETTLEMENT-TOTALS.
           MOVE PARTNER-COUNT TO COUNT-DISP.
           MOVE SPACES TO SRPT-RECORD.
           STRING "PARTNERS:           " COUNT-DISP
               DELIMITED BY SIZE INTO SRPT-RECORD.
           WRITE SRPT-RECORD.
           MOVE RECEIVE-TOTAL TO TOTAL-DISP.
           MOVE SPACES TO SRPT-RECORD.
           STRING "TOTAL TO RECEIVE:   " TOTAL-DISP
               DELIMITED BY SIZE INTO SRPT-RECORD.
           WRITE SRPT-RECORD.
           MOVE PAY-TOTAL TO TOTAL-DISP.
           MOVE SPACES TO SRPT-RECORD.
           STRING "TOTAL TO PAY:       " TOTAL-DISP
               DELIMITED BY SIZE INTO SRPT-RECORD.
           WRITE SRPT-RECORD.
           MOVE RETURN-UNMATCHED TO COUNT-DISP.
           MOVE SPACES TO SRPT-RECORD.
           STRING "UNMATCHED RETURNS:  " COUNT-DISP
               DELIMITED BY SIZE INTO SRPT-RECORD.
           WRITE SRPT-RECORD.
           MOVE ACK-UNMATCHED TO COUNT-DISP.
           MOVE SPACES TO SRPT-RECORD.
           STRING "UNMATCHED ACKS:     " COUNT-DISP
               DELIMITED BY SIZE INTO SRPT-RECORD.
           WRITE SRPT-RECORD.
           MOVE BREAK-COUNT TO COUNT-DISP.
           MOVE SPACES TO SRPT-RECORD.
           STRING "CLEARING BREAKS:    " COUNT-DISP
               DELIMITED BY SIZE INTO SRPT-RECORD.
           WRITE SRPT-RECORD.
           MOVE INSTRUCTION-COUNT TO INT-COUNT.
           MOVE PAY-TOTAL TO INT-PAY-TOTAL.
           MOVE RECEIVE-TOTAL TO INT-RECEIVE-TOTAL.
           WRITE INS-RECORD FROM INS-TRAILER.
