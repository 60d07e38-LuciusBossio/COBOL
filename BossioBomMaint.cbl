       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BOSSIO-BOM-MAINT.
       AUTHOR.           LUCIUS-BOSSIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-MAINT-TRAN-FILE ASSIGN TO 'BOMTRAN.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F02-MAINT-AUDIT-REPORT ASSIGN TO 'BOMAUDT.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F39-BOM-FILE ASSIGN TO 'BOMMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F39-BOM-KEY
                                   FILE STATUS IS W09-BOM-STATUS.
           SELECT F04-PARTMAST-FILE ASSIGN TO 'PARTMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F04-PART-KEY
                                   FILE STATUS IS W09-PARTMAST-STATUS.
           SELECT F12-PARM-FILE ASSIGN TO 'ASSTPARM.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W09-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-MAINT-TRAN-FILE
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS F01-MAINT-TRAN-RECORD.
       01  F01-MAINT-TRAN-RECORD.
           05  F01-TRAN-ACTION     PIC X(1).
               88  F01-ACTION-ADD          VALUE 'A'.
               88  F01-ACTION-CHANGE       VALUE 'C'.
               88  F01-ACTION-DELETE       VALUE 'D'.
           05  F01-TRAN-KIT        PIC X(20).
           05  F01-TRAN-COMP       PIC X(20).
           05  F01-TRAN-QTY-PER    PIC X(5).
           05  F01-TRAN-QTY-PER-N  REDEFINES F01-TRAN-QTY-PER
                                   PIC 9(5).

       FD  F02-MAINT-AUDIT-REPORT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F02-MAINT-AUDIT-LINE.
       01  F02-MAINT-AUDIT-LINE    PIC X(100).

       FD  F39-BOM-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS F39-BOM-RECORD.
       01  F39-BOM-RECORD.
           05  F39-BOM-KEY.
               10  F39-BOM-KIT     PIC X(20).
               10  F39-BOM-COMP    PIC X(20).
           05  F39-BOM-QTY-PER     PIC 9(5).

       FD  F04-PARTMAST-FILE
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS F04-PARTMAST-RECORD.
       01  F04-PARTMAST-RECORD.
           05  F04-PART-KEY        PIC X(20).
           05  F04-PART-DESC       PIC X(20).
           05  F04-PART-VENDOR     PIC X(10).
           05  F04-PART-REORDER    PIC 9(5).

       FD  F12-PARM-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS F12-PARM-RECORD.
       01  F12-PARM-RECORD.
           05  F12-PARM-RUN-DATE      PIC X(8).
           05                         PIC X(18).

       WORKING-STORAGE SECTION.
       01  W01-EOF-SWITCH      PIC X(2)    VALUE SPACES.

       01  W02-NAME.
           05                  PIC X(24)   VALUE SPACES.
           05                  PIC X(35)
                           VALUE 'BILL OF MATERIALS MAINTENANCE AUDIT'.
           05                  PIC X(8)    VALUE SPACES.
           05                  PIC X(10)   VALUE 'RUN DATE'.
           05  W02-RUN-DATE    PIC X(8)    VALUE SPACES.
           05                  PIC X(15)   VALUE SPACES.

       01  W03-HEADING.
           05                  PIC X(2)    VALUE 'AC'.
           05                  PIC X(22)   VALUE ' KIT PART'.
           05                  PIC X(22)   VALUE 'COMPONENT PART'.
           05                  PIC X(7)    VALUE 'OLD QTY'.
           05                  PIC X(9)    VALUE '  NEW QTY'.
           05                  PIC X(38)   VALUE '  DISPOSITION'.

       01  W04-AUDIT-DETAIL.
           05  W04-AUD-ACTION      PIC X(1).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-AUD-KIT         PIC X(20).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-AUD-COMP        PIC X(20).
           05                      PIC X(4)    VALUE SPACES.
           05  W04-AUD-OLD-QTY     PIC X(5).
           05                      PIC X(4)    VALUE SPACES.
           05  W04-AUD-NEW-QTY     PIC X(5).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-AUD-MESSAGE     PIC X(36).

       01  W05-TOTAL-LINES.
           05  W05-ADDS-APPLIED-LINE.
               10                  PIC X(40)
                                   VALUE 'COMPONENT LINES ADDED'.
               10  W05-ADD-COUNT   PIC Z(6)9.
           05  W05-CHANGES-APPLIED-LINE.
               10                  PIC X(40)
                                   VALUE 'COMPONENT LINES CHANGED'.
               10  W05-CHG-COUNT   PIC Z(6)9.
           05  W05-DELETES-APPLIED-LINE.
               10                  PIC X(40)
                                   VALUE 'COMPONENT LINES DELETED'.
               10  W05-DEL-COUNT   PIC Z(6)9.
           05  W05-REJECTS-LINE.
               10                  PIC X(40)
                                   VALUE 'TRANSACTIONS REJECTED'.
               10  W05-REJ-COUNT   PIC Z(6)9.

       01  W06-MAINT-COUNTERS.
           05  W06-ADDS-APPLIED    PIC 9(7)    VALUE ZERO.
           05  W06-CHANGES-APPLIED PIC 9(7)    VALUE ZERO.
           05  W06-DELETES-APPLIED PIC 9(7)    VALUE ZERO.
           05  W06-REJECT-COUNT    PIC 9(7)    VALUE ZERO.

       01  W07-QTY-FIELDS.
           05  W07-OLD-QTY         PIC 9(5)    VALUE ZERO.
           05  W07-EDIT-QTY        PIC Z(4)9.

       01  W08-DASH.
           05                      PIC X(40)   VALUE SPACES.
           05                      PIC X(10)   VALUE '----------'.
           05                      PIC X(50)   VALUE SPACES.

       01  W09-FILE-STATUSES.
           05  W09-BOM-STATUS      PIC XX      VALUE SPACES.
           05  W09-PARTMAST-STATUS PIC XX      VALUE SPACES.
           05  W09-PARM-STATUS     PIC XX      VALUE SPACES.
           05  W09-PARTMAST-SWITCH PIC X       VALUE 'Y'.
               88  W09-PARTMAST-FOUND          VALUE 'Y'.

       01  W10-NO-PARTMAST-LINE    PIC X(100)  VALUE
           '*** PART MASTER NOT AVAILABLE - ADDS REJECTED ***'.

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADING-LINES
           READ F01-MAINT-TRAN-FILE
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-READ
           PERFORM 300-PROCESS-TRANSACTIONS
               UNTIL W01-EOF-SWITCH = 'NO'
           PERFORM 400-PRINT-TOTALS
           PERFORM 500-CLOSE-FILES
       STOP RUN
       .

       100-OPEN-FILES.
           OPEN I-O F39-BOM-FILE
           IF W09-BOM-STATUS = '35'
               OPEN OUTPUT F39-BOM-FILE
               CLOSE F39-BOM-FILE
               OPEN I-O F39-BOM-FILE
           END-IF
           OPEN INPUT F04-PARTMAST-FILE
           IF W09-PARTMAST-STATUS = '35'
               MOVE 'N' TO W09-PARTMAST-SWITCH
           END-IF
           OPEN    INPUT F01-MAINT-TRAN-FILE
                   INPUT F12-PARM-FILE
           OPEN OUTPUT F02-MAINT-AUDIT-REPORT
           PERFORM 110-READ-PARM-CARD
       .

       110-READ-PARM-CARD.
           IF W09-PARM-STATUS NOT = '35'
               READ F12-PARM-FILE
                   AT END MOVE SPACES TO F12-PARM-RECORD
               END-READ
               IF F12-PARM-RUN-DATE NOT = SPACES
                   MOVE F12-PARM-RUN-DATE TO W02-RUN-DATE
               END-IF
               CLOSE F12-PARM-FILE
           END-IF
       .

       200-WRITE-HEADING-LINES.
           MOVE W02-NAME TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
           MOVE SPACES TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
           MOVE W03-HEADING TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
           IF NOT W09-PARTMAST-FOUND
               MOVE W10-NO-PARTMAST-LINE TO F02-MAINT-AUDIT-LINE
               WRITE F02-MAINT-AUDIT-LINE
           END-IF
       .

       300-PROCESS-TRANSACTIONS.
           IF F01-TRAN-KIT = SPACES OR F01-TRAN-COMP = SPACES
               PERFORM 362-WRITE-BAD-KEY-LINE
           ELSE
               IF F01-TRAN-KIT = F01-TRAN-COMP
                   PERFORM 363-WRITE-SAME-PART-LINE
               ELSE
                   IF F01-ACTION-ADD
                       PERFORM 310-APPLY-ADD
                   ELSE
                       IF F01-ACTION-CHANGE
                           PERFORM 320-APPLY-CHANGE
                       ELSE
                           IF F01-ACTION-DELETE
                               PERFORM 330-APPLY-DELETE
                           ELSE
                               PERFORM 360-WRITE-REJECT-LINE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF

           READ F01-MAINT-TRAN-FILE
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-READ
       .

       310-APPLY-ADD.
           IF F01-TRAN-QTY-PER NOT NUMERIC
                   OR F01-TRAN-QTY-PER-N = ZERO
               PERFORM 365-WRITE-BAD-QTY-LINE
           ELSE
               IF NOT W09-PARTMAST-FOUND
                   PERFORM 380-WRITE-KIT-NOT-PART-LINE
               ELSE
                   MOVE F01-TRAN-KIT TO F04-PART-KEY
                   READ F04-PARTMAST-FILE
                       INVALID KEY
                           PERFORM 380-WRITE-KIT-NOT-PART-LINE
                       NOT INVALID KEY
                           PERFORM 312-CHECK-COMPONENT-PART
                   END-READ
               END-IF
           END-IF
       .

       312-CHECK-COMPONENT-PART.
           MOVE F01-TRAN-COMP TO F04-PART-KEY
           READ F04-PARTMAST-FILE
               INVALID KEY
                   PERFORM 385-WRITE-COMP-NOT-PART-LINE
               NOT INVALID KEY
                   MOVE F01-TRAN-KIT TO F39-BOM-KIT
                   MOVE F01-TRAN-COMP TO F39-BOM-COMP
                   READ F39-BOM-FILE
                       INVALID KEY
                           PERFORM 315-WRITE-NEW-COMPONENT
                       NOT INVALID KEY
                           PERFORM 370-WRITE-DUPLICATE-LINE
                   END-READ
           END-READ
       .

       315-WRITE-NEW-COMPONENT.
           MOVE ZERO TO W07-OLD-QTY
           MOVE F01-TRAN-KIT TO F39-BOM-KIT
           MOVE F01-TRAN-COMP TO F39-BOM-COMP
           MOVE F01-TRAN-QTY-PER-N TO F39-BOM-QTY-PER
           WRITE F39-BOM-RECORD
               INVALID KEY
                   PERFORM 370-WRITE-DUPLICATE-LINE
               NOT INVALID KEY
                   ADD 1 TO W06-ADDS-APPLIED
                   PERFORM 350-WRITE-APPLIED-LINE
           END-WRITE
       .

       320-APPLY-CHANGE.
           IF F01-TRAN-QTY-PER NOT NUMERIC
                   OR F01-TRAN-QTY-PER-N = ZERO
               PERFORM 365-WRITE-BAD-QTY-LINE
           ELSE
               MOVE F01-TRAN-KIT TO F39-BOM-KIT
               MOVE F01-TRAN-COMP TO F39-BOM-COMP
               READ F39-BOM-FILE
                   INVALID KEY
                       PERFORM 375-WRITE-NOT-ON-FILE-LINE
                   NOT INVALID KEY
                       PERFORM 325-REWRITE-CHANGED-COMPONENT
               END-READ
           END-IF
       .

       325-REWRITE-CHANGED-COMPONENT.
           MOVE F39-BOM-QTY-PER TO W07-OLD-QTY
           MOVE F01-TRAN-QTY-PER-N TO F39-BOM-QTY-PER
           REWRITE F39-BOM-RECORD
               INVALID KEY
                   PERFORM 375-WRITE-NOT-ON-FILE-LINE
               NOT INVALID KEY
                   ADD 1 TO W06-CHANGES-APPLIED
                   PERFORM 350-WRITE-APPLIED-LINE
           END-REWRITE
       .

       330-APPLY-DELETE.
           MOVE F01-TRAN-KIT TO F39-BOM-KIT
           MOVE F01-TRAN-COMP TO F39-BOM-COMP
           READ F39-BOM-FILE
               INVALID KEY
                   PERFORM 375-WRITE-NOT-ON-FILE-LINE
               NOT INVALID KEY
                   PERFORM 335-DELETE-COMPONENT
           END-READ
       .

       335-DELETE-COMPONENT.
           MOVE F39-BOM-QTY-PER TO W07-OLD-QTY
           DELETE F39-BOM-FILE
               INVALID KEY
                   PERFORM 375-WRITE-NOT-ON-FILE-LINE
               NOT INVALID KEY
                   ADD 1 TO W06-DELETES-APPLIED
                   PERFORM 350-WRITE-APPLIED-LINE
           END-DELETE
       .

       340-FORMAT-AUDIT-LINE.
           MOVE F01-TRAN-ACTION TO W04-AUD-ACTION
           MOVE F01-TRAN-KIT TO W04-AUD-KIT
           MOVE F01-TRAN-COMP TO W04-AUD-COMP
           MOVE SPACES TO W04-AUD-OLD-QTY
           MOVE SPACES TO W04-AUD-NEW-QTY
       .

       350-WRITE-APPLIED-LINE.
           PERFORM 340-FORMAT-AUDIT-LINE
           IF NOT F01-ACTION-ADD
               MOVE W07-OLD-QTY TO W07-EDIT-QTY
               MOVE W07-EDIT-QTY TO W04-AUD-OLD-QTY
           END-IF
           IF F01-ACTION-DELETE
               MOVE 'DELETED' TO W04-AUD-MESSAGE
           ELSE
               MOVE F39-BOM-QTY-PER TO W07-EDIT-QTY
               MOVE W07-EDIT-QTY TO W04-AUD-NEW-QTY
               MOVE 'APPLIED' TO W04-AUD-MESSAGE
           END-IF
           MOVE W04-AUDIT-DETAIL TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
       .

       355-WRITE-REJECTED-LINE.
           PERFORM 340-FORMAT-AUDIT-LINE
           MOVE F01-TRAN-QTY-PER TO W04-AUD-NEW-QTY
           ADD 1 TO W06-REJECT-COUNT
           MOVE W04-AUDIT-DETAIL TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
       .

       360-WRITE-REJECT-LINE.
           MOVE 'REJECT - BAD ACTION CODE' TO W04-AUD-MESSAGE
           PERFORM 355-WRITE-REJECTED-LINE
       .

       362-WRITE-BAD-KEY-LINE.
           MOVE 'REJECT - KIT OR COMPONENT BLANK' TO W04-AUD-MESSAGE
           PERFORM 355-WRITE-REJECTED-LINE
       .

       363-WRITE-SAME-PART-LINE.
           MOVE 'REJECT - COMPONENT SAME AS KIT' TO W04-AUD-MESSAGE
           PERFORM 355-WRITE-REJECTED-LINE
       .

       365-WRITE-BAD-QTY-LINE.
           MOVE 'REJECT - BAD QUANTITY PER' TO W04-AUD-MESSAGE
           PERFORM 355-WRITE-REJECTED-LINE
       .

       370-WRITE-DUPLICATE-LINE.
           MOVE 'REJECT - DUPLICATE ADD' TO W04-AUD-MESSAGE
           PERFORM 355-WRITE-REJECTED-LINE
       .

       375-WRITE-NOT-ON-FILE-LINE.
           MOVE 'REJECT - COMPONENT NOT ON BILL' TO W04-AUD-MESSAGE
           PERFORM 355-WRITE-REJECTED-LINE
       .

       380-WRITE-KIT-NOT-PART-LINE.
           MOVE 'REJECT - KIT NOT ON PART MASTER' TO W04-AUD-MESSAGE
           PERFORM 355-WRITE-REJECTED-LINE
       .

       385-WRITE-COMP-NOT-PART-LINE.
           MOVE 'REJECT - COMPONENT NOT ON PARTMAST' TO W04-AUD-MESSAGE
           PERFORM 355-WRITE-REJECTED-LINE
       .

       400-PRINT-TOTALS.
           MOVE W08-DASH TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
           MOVE W06-ADDS-APPLIED TO W05-ADD-COUNT
           MOVE W05-ADDS-APPLIED-LINE TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
           MOVE W06-CHANGES-APPLIED TO W05-CHG-COUNT
           MOVE W05-CHANGES-APPLIED-LINE TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
           MOVE W06-DELETES-APPLIED TO W05-DEL-COUNT
           MOVE W05-DELETES-APPLIED-LINE TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
           MOVE W06-REJECT-COUNT TO W05-REJ-COUNT
           MOVE W05-REJECTS-LINE TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
       .

       500-CLOSE-FILES.
           CLOSE   F01-MAINT-TRAN-FILE
                   F02-MAINT-AUDIT-REPORT
                   F39-BOM-FILE
           IF W09-PARTMAST-FOUND
               CLOSE F04-PARTMAST-FILE
           END-IF
       .
