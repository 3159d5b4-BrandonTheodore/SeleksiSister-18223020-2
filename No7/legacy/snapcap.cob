           05 SNAP-STATUS-B   PIC X(1).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD       PIC X(120).

       FD SNAPCTL-FILE.
       01 SNAPCTL-RECORD.
       77 TOTAL-DISP            PIC -(7)9.99.
       77 SHELL-COMMAND         PIC X(40).

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
