       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMETER-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIN-FILE ASSIGN TO "parmin.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PIN-STATUS.
           SELECT PEND-FILE ASSIGN TO "parmpend.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PEND-STATUS.
           SELECT PTMP-FILE ASSIGN TO "parmptmp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TARGET-FILE ASSIGN USING TARGET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARGET-STATUS.
           SELECT TTMP-FILE ASSIGN TO "parmtemp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLOG-FILE ASSIGN TO "parmlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLOG-STATUS.
           SELECT PRPT-FILE ASSIGN TO "parmrpt.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPER-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-STATUS.
           SELECT BUSDATE-FILE ASSIGN TO "busdate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PIN-FILE.
       01 PIN-RECORD.
           05 PIN-FILE-CODE   PIC X(3).
           05 PIN-ACTION      PIC X(3).
           05 PIN-OPERATOR    PIC X(8).
           05 PIN-DATA        PIC X(40).

       FD PEND-FILE.
       01 PEND-RECORD.
           05 PP-ID           PIC 9(6).
           05 PP-FILE-CODE    PIC X(3).
           05 PP-ACTION       PIC X(3).
           05 PP-MAKER        PIC X(8).
           05 PP-DATE         PIC 9(8).
           05 PP-DATA         PIC X(40).

       FD PTMP-FILE.
       01 PTMP-RECORD          PIC X(68).

       FD TARGET-FILE.
       01 TARGET-RECORD        PIC X(40).

       FD TTMP-FILE.
       01 TTMP-RECORD          PIC X(40).

       FD PLOG-FILE.
       01 PLOG-RECORD          PIC X(170).

       FD PRPT-FILE.
       01 PRPT-RECORD          PIC X(100).

       FD OPER-FILE.
       01 OPR-RECORD.
           05 OPR-ID          PIC X(8).
           05 OPR-LEVEL       PIC X(1).
           05 OPR-CEILING     PIC 9(6)V99.
           05 OPR-ALLOWED.
               10 OPR-ALLOWED-ACT OCCURS 5 TIMES PIC X(3).

       FD BUSDATE-FILE.
       01 BUSDATE-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       77 PIN-STATUS            PIC X(2) VALUE "00".
       77 PEND-STATUS           PIC X(2) VALUE "00".
       77 TARGET-STATUS         PIC X(2) VALUE "00".
       77 PLOG-STATUS           PIC X(2) VALUE "00".
       77 OPER-STATUS           PIC X(2) VALUE "00".
       77 BUSDATE-STATUS        PIC X(2) VALUE "00".
       77 BUS-DATE              PIC 9(8).
       77 TARGET-FILE-NAME      PIC X(16).
       77 TARGET-KNOWN          PIC X VALUE "N".
       77 KEY-LENGTH            PIC 9(2).
       77 KEY-EXISTS            PIC X VALUE "N".
       77 CHANGE-VALID          PIC X VALUE "Y".
       77 PENDING-FOUND         PIC X VALUE "N".
       77 KEY-PENDING           PIC X VALUE "N".
       77 ACTION-CODE-OK        PIC X VALUE "N".
       77 ACTION-CODE           PIC X(3).
       77 ACTION-SLOT           PIC 9(1).
       77 ACTION-TOTAL          PIC 9(1).
       77 REQUEST-COUNT         PIC 9(6) VALUE ZERO.
       77 QUEUED-COUNT          PIC 9(6) VALUE ZERO.
       77 APPLIED-COUNT         PIC 9(6) VALUE ZERO.
       77 REJECTED-COUNT        PIC 9(6) VALUE ZERO.
       77 ERROR-COUNT           PIC 9(6) VALUE ZERO.
       77 COUNT-DISP            PIC Z(5)9.
       77 NEXT-PEND-ID          PIC 9(6) VALUE 1.
       77 PEND-ID               PIC 9(6).
       77 PEND-ID-DISP          PIC 9(6).
       77 WORK-FILE-CODE        PIC X(3).
       77 WORK-ACTION           PIC X(3).
       77 WORK-MAKER            PIC X(8).
       77 WORK-CHECKER          PIC X(8).
       77 WORK-DATA             PIC X(40).
       77 BEFORE-IMAGE          PIC X(40).
       77 AFTER-IMAGE           PIC X(40).
       77 SYSTEM-COMMAND        PIC X(60).

       77 OPER-COUNT            PIC 9(3) VALUE ZERO.
       77 OPER-IDX              PIC 9(3).
       77 OPER-FOUND            PIC 9(3) VALUE ZERO.
       77 LOOKUP-OPERATOR       PIC X(8).

       01 OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 100 TIMES.
               10 OT-ID          PIC X(8).
               10 OT-LEVEL       PIC X(1).

       01 OPR-VIEW.
           05 OV-ID              PIC X(8).
           05 OV-LEVEL           PIC X(1).
           05 OV-CEILING         PIC 9(6)V99.
           05 OV-ALLOWED-ACT OCCURS 5 TIMES PIC X(3).
           05 FILLER             PIC X(8).

       01 LIM-VIEW.
           05 LV-ACCOUNT         PIC 9(6).
           05 LV-TYPE            PIC X(1).
           05 LV-PER-TXN         PIC 9(6)V99.
           05 LV-DAY-AMT         PIC 9(8)V99.
           05 LV-DAY-CNT         PIC 9(3).
           05 FILLER             PIC X(12).

       01 FEE-VIEW.
           05 FV-TYPE            PIC X(1).
           05 FV-MONTHLY         PIC 9(4)V99.
           05 FV-FREE-WDR        PIC 9(3).
           05 FV-PER-ITEM        PIC 9(4)V99.
           05 FILLER             PIC X(24).

       01 STP-VIEW.
           05 SV-ACCOUNT         PIC 9(6).
           05 SV-SERIAL-LO       PIC 9(6).
           05 SV-SERIAL-HI       PIC 9(6).
           05 SV-EXPIRY          PIC 9(8).
           05 FILLER             PIC X(14).

       01 LOG-PARSE.
           05 FILLER             PIC X(19).
           05 LGP-ID             PIC X(6).
           05 FILLER             PIC X(145).

       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-OPERATORS.
           PERFORM FIND-NEXT-PENDING-ID.
           OPEN OUTPUT PRPT-FILE.
           OPEN INPUT PIN-FILE.
           IF PIN-STATUS NOT = "00"
               DISPLAY "PARAMETER INPUT FILE NOT FOUND"
               CLOSE PRPT-FILE
               STOP RUN
           END-IF.
           PERFORM UNTIL EXIT
               READ PIN-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       ADD 1 TO REQUEST-COUNT
                       MOVE FUNCTION UPPER-CASE(PIN-FILE-CODE)
                           TO PIN-FILE-CODE
                       MOVE FUNCTION UPPER-CASE(PIN-ACTION)
                           TO PIN-ACTION
                       MOVE FUNCTION UPPER-CASE(PIN-OPERATOR)
                           TO PIN-OPERATOR
                       MOVE SPACES TO PRPT-RECORD
                       PERFORM PROCESS-REQUEST
                       PERFORM WRITE-OUTPUT
               END-READ
           END-PERFORM.
           IF REQUEST-COUNT = ZERO
               DISPLAY "PARAMETER INPUT FILE IS EMPTY"
           END-IF.
           PERFORM WRITE-RUN-SUMMARY.
           CLOSE PIN-FILE.
           CLOSE PRPT-FILE.
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

       LOAD-OPERATORS.
           MOVE ZERO TO OPER-COUNT.
           OPEN INPUT OPER-FILE.
           IF OPER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ OPER-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF OPER-COUNT < 100
                           ADD 1 TO OPER-COUNT
                           MOVE FUNCTION UPPER-CASE(OPR-ID)
                               TO OT-ID (OPER-COUNT)
                           MOVE OPR-LEVEL TO OT-LEVEL (OPER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPER-FILE.

       FIND-OPERATOR.
           MOVE ZERO TO OPER-FOUND.
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-COUNT
               IF OT-ID (OPER-IDX) = LOOKUP-OPERATOR
                   MOVE OPER-IDX TO OPER-FOUND
               END-IF
           END-PERFORM.

       FIND-NEXT-PENDING-ID.
           MOVE 1 TO NEXT-PEND-ID.
           OPEN INPUT PEND-FILE.
           IF PEND-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ PEND-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           IF PP-ID >= NEXT-PEND-ID
                               COMPUTE NEXT-PEND-ID = PP-ID + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-FILE
           END-IF.
           OPEN INPUT PLOG-FILE.
           IF PLOG-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ PLOG-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           MOVE PLOG-RECORD TO LOG-PARSE
                           IF LGP-ID IS NUMERIC
                               MOVE LGP-ID TO PEND-ID
                               IF PEND-ID >= NEXT-PEND-ID
                                   COMPUTE NEXT-PEND-ID = PEND-ID + 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLOG-FILE
           END-IF.

       PROCESS-REQUEST.
           EVALUATE TRUE
               WHEN PIN-ACTION = "ADD" OR PIN-ACTION = "CHG"
                       OR PIN-ACTION = "DEL"
                   PERFORM SUBMIT-CHANGE
               WHEN PIN-ACTION = "APP"
                   PERFORM APPROVE-CHANGE
               WHEN PIN-ACTION = "RJT"
                   PERFORM REJECT-CHANGE
               WHEN OTHER
                   MOVE "ERROR: UNKNOWN ACTION" TO PRPT-RECORD
           END-EVALUATE.
           IF PRPT-RECORD (1:6) = "ERROR:"
               ADD 1 TO ERROR-COUNT
           END-IF.

       SUBMIT-CHANGE.
           MOVE PIN-FILE-CODE TO WORK-FILE-CODE.
           MOVE PIN-ACTION TO WORK-ACTION.
           MOVE PIN-OPERATOR TO WORK-MAKER.
           MOVE PIN-DATA TO WORK-DATA.
           PERFORM SET-TARGET-FILE.
           IF TARGET-KNOWN = "N"
               MOVE "ERROR: UNKNOWN PARAMETER FILE" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF WORK-MAKER = SPACES
               MOVE "ERROR: INVALID OPERATOR" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF OPER-COUNT > ZERO
               MOVE WORK-MAKER TO LOOKUP-OPERATOR
               PERFORM FIND-OPERATOR
               IF OPER-FOUND = ZERO
                   MOVE "ERROR: INVALID OPERATOR" TO PRPT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM VALIDATE-CHANGE.
           IF CHANGE-VALID = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-KEY-PENDING.
           IF KEY-PENDING = "Y"
               MOVE "ERROR: CHANGE ALREADY PENDING" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM QUEUE-PENDING-CHANGE.

       SET-TARGET-FILE.
           MOVE "Y" TO TARGET-KNOWN.
           EVALUATE WORK-FILE-CODE
               WHEN "OPR"
                   MOVE "operators.txt" TO TARGET-FILE-NAME
                   MOVE 8 TO KEY-LENGTH
               WHEN "LIM"
                   MOVE "limits.txt" TO TARGET-FILE-NAME
                   MOVE 7 TO KEY-LENGTH
               WHEN "FEE"
                   MOVE "feesched.txt" TO TARGET-FILE-NAME
                   MOVE 1 TO KEY-LENGTH
               WHEN "STP"
                   MOVE "stoppay.txt" TO TARGET-FILE-NAME
                   MOVE 18 TO KEY-LENGTH
               WHEN OTHER
                   MOVE "N" TO TARGET-KNOWN
           END-EVALUATE.

       VALIDATE-CHANGE.
           MOVE "Y" TO CHANGE-VALID.
           EVALUATE WORK-FILE-CODE
               WHEN "OPR"
                   PERFORM VALIDATE-OPERATOR
               WHEN "LIM"
                   PERFORM VALIDATE-LIMIT
               WHEN "FEE"
                   PERFORM VALIDATE-FEE
               WHEN "STP"
                   PERFORM VALIDATE-STOP
           END-EVALUATE.
           IF CHANGE-VALID = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOOKUP-TARGET-KEY.
           EVALUATE TRUE
               WHEN WORK-ACTION = "ADD" AND KEY-EXISTS = "Y"
                   MOVE "N" TO CHANGE-VALID
                   MOVE "ERROR: DUPLICATE ENTRY" TO PRPT-RECORD
               WHEN WORK-ACTION NOT = "ADD" AND KEY-EXISTS = "N"
                   MOVE "N" TO CHANGE-VALID
                   MOVE "ERROR: ENTRY NOT FOUND" TO PRPT-RECORD
           END-EVALUATE.

       VALIDATE-OPERATOR.
           MOVE WORK-DATA TO OPR-VIEW.
           MOVE "N" TO CHANGE-VALID.
           IF OV-ID = SPACES
               MOVE "ERROR: OPERATOR ID REQUIRED" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(OV-ID) TO OV-ID.
           MOVE OPR-VIEW TO WORK-DATA.
           IF WORK-ACTION = "DEL"
               MOVE "Y" TO CHANGE-VALID
               EXIT PARAGRAPH
           END-IF.
           IF OV-LEVEL NOT = "T" AND OV-LEVEL NOT = "S"
               MOVE "ERROR: INVALID OPERATOR LEVEL" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF OV-CEILING IS NOT NUMERIC
               MOVE "ERROR: INVALID CEILING" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO ACTION-TOTAL.
           PERFORM VARYING ACTION-SLOT FROM 1 BY 1
                   UNTIL ACTION-SLOT > 5
               IF OV-ALLOWED-ACT (ACTION-SLOT) NOT = SPACES
                   MOVE OV-ALLOWED-ACT (ACTION-SLOT) TO ACTION-CODE
                   PERFORM CHECK-ACTION-CODE
                   IF ACTION-CODE-OK = "N"
                       MOVE "ERROR: INVALID ALLOWED ACTION"
                           TO PRPT-RECORD
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO ACTION-TOTAL
               END-IF
           END-PERFORM.
           IF ACTION-TOTAL = ZERO
               MOVE "ERROR: NO ALLOWED ACTIONS" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO CHANGE-VALID.

       CHECK-ACTION-CODE.
           EVALUATE ACTION-CODE
               WHEN "DEP"
               WHEN "WDR"
               WHEN "XFR"
               WHEN "CHK"
               WHEN "REV"
               WHEN "NEW"
               WHEN "CLS"
               WHEN "FRZ"
               WHEN "UNF"
               WHEN "BAL"
               WHEN "HLD"
               WHEN "APP"
                   MOVE "Y" TO ACTION-CODE-OK
               WHEN OTHER
                   MOVE "N" TO ACTION-CODE-OK
           END-EVALUATE.

       VALIDATE-LIMIT.
           MOVE WORK-DATA TO LIM-VIEW.
           MOVE "N" TO CHANGE-VALID.
           IF LV-ACCOUNT IS NOT NUMERIC
               MOVE "ERROR: INVALID ACCOUNT" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF LV-TYPE NOT = "C" AND LV-TYPE NOT = "S"
                   AND LV-TYPE NOT = "O" AND LV-TYPE NOT = "T"
               MOVE "ERROR: INVALID ACCOUNT TYPE" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF WORK-ACTION NOT = "DEL"
               IF LV-PER-TXN IS NOT NUMERIC
                       OR LV-DAY-AMT IS NOT NUMERIC
                       OR LV-DAY-CNT IS NOT NUMERIC
                   MOVE "ERROR: INVALID LIMIT AMOUNT" TO PRPT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "Y" TO CHANGE-VALID.

       VALIDATE-FEE.
           MOVE WORK-DATA TO FEE-VIEW.
           MOVE "N" TO CHANGE-VALID.
           IF FV-TYPE NOT = "C" AND FV-TYPE NOT = "S"
                   AND FV-TYPE NOT = "O" AND FV-TYPE NOT = "T"
               MOVE "ERROR: INVALID ACCOUNT TYPE" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF WORK-ACTION NOT = "DEL"
               IF FV-MONTHLY IS NOT NUMERIC
                       OR FV-FREE-WDR IS NOT NUMERIC
                       OR FV-PER-ITEM IS NOT NUMERIC
                   MOVE "ERROR: INVALID FEE AMOUNT" TO PRPT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "Y" TO CHANGE-VALID.

       VALIDATE-STOP.
           MOVE WORK-DATA TO STP-VIEW.
           MOVE "N" TO CHANGE-VALID.
           IF SV-ACCOUNT IS NOT NUMERIC OR SV-ACCOUNT = ZERO
               MOVE "ERROR: INVALID ACCOUNT" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF SV-SERIAL-LO IS NOT NUMERIC
                   OR SV-SERIAL-HI IS NOT NUMERIC
               MOVE "ERROR: INVALID SERIAL" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF SV-SERIAL-HI = ZERO
               MOVE SV-SERIAL-LO TO SV-SERIAL-HI
               MOVE STP-VIEW TO WORK-DATA
           END-IF.
           IF SV-SERIAL-LO > SV-SERIAL-HI
               MOVE "ERROR: SERIAL RANGE INVALID" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF WORK-ACTION NOT = "DEL"
               IF SV-EXPIRY IS NOT NUMERIC
                   MOVE "ERROR: INVALID EXPIRY DATE" TO PRPT-RECORD
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(SV-EXPIRY) NOT = ZERO
                       OR SV-EXPIRY < BUS-DATE
                   MOVE "ERROR: INVALID EXPIRY DATE" TO PRPT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "Y" TO CHANGE-VALID.

       LOOKUP-TARGET-KEY.
           MOVE "N" TO KEY-EXISTS.
           MOVE SPACES TO BEFORE-IMAGE.
           OPEN INPUT TARGET-FILE.
           IF TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ TARGET-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF TARGET-RECORD (1:KEY-LENGTH)
                               = WORK-DATA (1:KEY-LENGTH)
                           MOVE "Y" TO KEY-EXISTS
                           MOVE TARGET-RECORD TO BEFORE-IMAGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TARGET-FILE.

       CHECK-KEY-PENDING.
           MOVE "N" TO KEY-PENDING.
           OPEN INPUT PEND-FILE.
           IF PEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EXIT
               READ PEND-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF PP-FILE-CODE = WORK-FILE-CODE
                               AND PP-DATA (1:KEY-LENGTH)
                                   = WORK-DATA (1:KEY-LENGTH)
                           MOVE "Y" TO KEY-PENDING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.

       QUEUE-PENDING-CHANGE.
           OPEN EXTEND PEND-FILE.
           IF PEND-STATUS = "35"
               OPEN OUTPUT PEND-FILE
           END-IF.
           MOVE NEXT-PEND-ID TO PP-ID.
           MOVE WORK-FILE-CODE TO PP-FILE-CODE.
           MOVE WORK-ACTION TO PP-ACTION.
           MOVE WORK-MAKER TO PP-MAKER.
           MOVE BUS-DATE TO PP-DATE.
           MOVE WORK-DATA TO PP-DATA.
           WRITE PEND-RECORD.
           CLOSE PEND-FILE.
           MOVE NEXT-PEND-ID TO PEND-ID-DISP.
           ADD 1 TO NEXT-PEND-ID.
           ADD 1 TO QUEUED-COUNT.
           STRING "PENDING: APPROVAL REQUIRED ID " PEND-ID-DISP
               DELIMITED BY SIZE INTO PRPT-RECORD.

       EXTRACT-PENDING-CHANGE.
           MOVE "N" TO PENDING-FOUND.
           IF PIN-DATA (1:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE PIN-DATA (1:6) TO PEND-ID.
           OPEN INPUT PEND-FILE.
           IF PEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PTMP-FILE.
           PERFORM UNTIL EXIT
               READ PEND-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF PP-ID = PEND-ID
                           MOVE "Y" TO PENDING-FOUND
                           MOVE PP-FILE-CODE TO WORK-FILE-CODE
                           MOVE PP-ACTION TO WORK-ACTION
                           MOVE PP-MAKER TO WORK-MAKER
                           MOVE PP-DATA TO WORK-DATA
                       ELSE
                           WRITE PTMP-RECORD FROM PEND-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEND-FILE.
           CLOSE PTMP-FILE.

       CHECK-CHECKER.
           MOVE PIN-OPERATOR TO WORK-CHECKER.
           IF WORK-CHECKER = SPACES
               MOVE "ERROR: INVALID OPERATOR" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF OPER-COUNT > ZERO
               MOVE WORK-CHECKER TO LOOKUP-OPERATOR
               PERFORM FIND-OPERATOR
               IF OPER-FOUND = ZERO
                   MOVE "ERROR: INVALID OPERATOR" TO PRPT-RECORD
                   EXIT PARAGRAPH
               END-IF
               IF OT-LEVEL (OPER-FOUND) NOT = "S"
                   MOVE "ERROR: NOT AUTHORIZED" TO PRPT-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF.

       APPROVE-CHANGE.
           PERFORM EXTRACT-PENDING-CHANGE.
           IF PENDING-FOUND = "N"
               MOVE "ERROR: NO PENDING CHANGE" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-CHECKER.
           IF PRPT-RECORD NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WORK-CHECKER = WORK-MAKER
               MOVE "ERROR: APPROVER SAME AS MAKER" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           PERFORM SET-TARGET-FILE.
           PERFORM VALIDATE-CHANGE.
           IF CHANGE-VALID = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM APPLY-CHANGE.
           PERFORM WRITE-CHANGE-LOG.
           CALL "SYSTEM" USING "mv parmptmp.txt parmpend.txt".
           IF WORK-FILE-CODE = "OPR"
               PERFORM LOAD-OPERATORS
           END-IF.
           ADD 1 TO APPLIED-COUNT.
           MOVE PEND-ID TO PEND-ID-DISP.
           STRING "SUCCESS: CHANGE APPLIED ID " PEND-ID-DISP
               DELIMITED BY SIZE INTO PRPT-RECORD.

       REJECT-CHANGE.
           PERFORM EXTRACT-PENDING-CHANGE.
           IF PENDING-FOUND = "N"
               MOVE "ERROR: NO PENDING CHANGE" TO PRPT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF PIN-OPERATOR NOT = WORK-MAKER
               PERFORM CHECK-CHECKER
               IF PRPT-RECORD NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           CALL "SYSTEM" USING "mv parmptmp.txt parmpend.txt".
           ADD 1 TO REJECTED-COUNT.
           MOVE PEND-ID TO PEND-ID-DISP.
           STRING "SUCCESS: CHANGE REJECTED ID " PEND-ID-DISP
               DELIMITED BY SIZE INTO PRPT-RECORD.

       APPLY-CHANGE.
           OPEN OUTPUT TTMP-FILE.
           OPEN INPUT TARGET-FILE.
           IF TARGET-STATUS = "00"
               PERFORM UNTIL EXIT
                   READ TARGET-FILE
                       AT END
                           EXIT PERFORM
                       NOT AT END
                           PERFORM COPY-TARGET-RECORD
                   END-READ
               END-PERFORM
               CLOSE TARGET-FILE
           END-IF.
           IF WORK-ACTION = "ADD"
               WRITE TTMP-RECORD FROM WORK-DATA
           END-IF.
           CLOSE TTMP-FILE.
           MOVE SPACES TO SYSTEM-COMMAND.
           STRING "mv parmtemp.txt " TARGET-FILE-NAME
               DELIMITED BY SIZE INTO SYSTEM-COMMAND.
           CALL "SYSTEM" USING SYSTEM-COMMAND.
           IF WORK-ACTION = "DEL"
               MOVE SPACES TO AFTER-IMAGE
           ELSE
               MOVE WORK-DATA TO AFTER-IMAGE
           END-IF.

       COPY-TARGET-RECORD.
           EVALUATE TRUE
               WHEN TARGET-RECORD (1:KEY-LENGTH)
                       NOT = WORK-DATA (1:KEY-LENGTH)
                   WRITE TTMP-RECORD FROM TARGET-RECORD
               WHEN WORK-ACTION = "CHG"
                   WRITE TTMP-RECORD FROM WORK-DATA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-CHANGE-LOG.
           OPEN EXTEND PLOG-FILE.
           IF PLOG-STATUS = "35"
               OPEN OUTPUT PLOG-FILE
           END-IF.
           MOVE PEND-ID TO PEND-ID-DISP.
           MOVE SPACES TO PLOG-RECORD.
           STRING "DATE:" BUS-DATE
                   " PEND:" PEND-ID-DISP
                   " FILE:" WORK-FILE-CODE
                   " ACT:" WORK-ACTION
                   " MAKER:" WORK-MAKER
                   " CHECKER:" WORK-CHECKER
                   " BEFORE:" BEFORE-IMAGE
                   " AFTER:" AFTER-IMAGE
               DELIMITED BY SIZE INTO PLOG-RECORD.
           WRITE PLOG-RECORD.
           CLOSE PLOG-FILE.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO PRPT-RECORD.
           PERFORM WRITE-OUTPUT.
           MOVE "RUN SUMMARY" TO PRPT-RECORD.
           PERFORM WRITE-OUTPUT.
           MOVE REQUEST-COUNT TO COUNT-DISP.
           MOVE SPACES TO PRPT-RECORD.
           STRING "REQUESTS:           " COUNT-DISP
               DELIMITED BY SIZE INTO PRPT-RECORD.
           PERFORM WRITE-OUTPUT.
           MOVE QUEUED-COUNT TO COUNT-DISP.
           MOVE SPACES TO PRPT-RECORD.
           STRING "PENDING APPROVAL:   " COUNT-DISP
               DELIMITED BY SIZE INTO PRPT-RECORD.
           PERFORM WRITE-OUTPUT.
           MOVE APPLIED-COUNT TO COUNT-DISP.
           MOVE SPACES TO PRPT-RECORD.
           STRING "CHANGES APPLIED:    " COUNT-DISP
               DELIMITED BY SIZE INTO PRPT-RECORD.
           PERFORM WRITE-OUTPUT.
           MOVE REJECTED-COUNT TO COUNT-DISP.
           MOVE SPACES TO PRPT-RECORD.
           STRING "CHANGES REJECTED:   " COUNT-DISP
               DELIMITED BY SIZE INTO PRPT-RECORD.
           PERFORM WRITE-OUTPUT.
           MOVE ERROR-COUNT TO COUNT-DISP.
           MOVE SPACES TO PRPT-RECORD.
           STRING "ERRORS:             " COUNT-DISP
               DELIMITED BY SIZE INTO PRPT-RECORD.
           PERFORM WRITE-OUTPUT.

       WRITE-OUTPUT.
           WRITE PRPT-RECORD.
