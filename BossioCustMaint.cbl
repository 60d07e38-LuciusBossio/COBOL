       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BOSSIO-CUST-MAINT.
       AUTHOR.           LUCIUS-BOSSIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F01-MAINT-TRAN-FILE ASSIGN TO 'CUSTTRAN.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F02-MAINT-AUDIT-REPORT ASSIGN TO 'CUSTAUDT.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F24-CUSTMAST-FILE ASSIGN TO 'CUSTMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F24-CUST-KEY
                                   FILE STATUS IS W09-CUSTMAST-STATUS.
           SELECT F12-PARM-FILE ASSIGN TO 'ASSTPARM.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W09-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  F01-MAINT-TRAN-FILE
           RECORD CONTAINS 88 CHARACTERS
           DATA RECORD IS F01-MAINT-TRAN-RECORD.
       01  F01-MAINT-TRAN-RECORD.
           05  F01-TRAN-ACTION     PIC X(1).
               88  F01-ACTION-ADD          VALUE 'A'.
               88  F01-ACTION-CHANGE       VALUE 'C'.
               88  F01-ACTION-DELETE       VALUE 'D'.
           05  F01-TRAN-CUSTOMER   PIC X(10).
           05  F01-TRAN-NAME       PIC X(25).
           05  F01-TRAN-ADDRESS    PIC X(25).
           05  F01-TRAN-CITY       PIC X(15).
           05  F01-TRAN-STATE      PIC X(2).
           05  F01-TRAN-ZIP        PIC X(9).
           05  F01-TRAN-CREDIT     PIC X(1).
               88  F01-CREDIT-VALID        VALUE 'A' 'H'.

       FD  F02-MAINT-AUDIT-REPORT
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F02-MAINT-AUDIT-LINE.
       01  F02-MAINT-AUDIT-LINE    PIC X(120).

       FD  F24-CUSTMAST-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS F24-CUSTMAST-RECORD.
       01  F24-CUSTMAST-RECORD.
           05  F24-CUST-KEY        PIC X(10).
           05  F24-CUST-NAME       PIC X(25).
           05  F24-CUST-ADDRESS    PIC X(25).
           05  F24-CUST-CITY       PIC X(15).
           05  F24-CUST-STATE      PIC X(2).
           05  F24-CUST-ZIP        PIC X(9).
           05  F24-CUST-CREDIT     PIC X(1).
               88  F24-CUST-ACTIVE         VALUE 'A'.
               88  F24-CUST-ON-HOLD        VALUE 'H'.

       FD  F12-PARM-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS F12-PARM-RECORD.
       01  F12-PARM-RECORD.
           05  F12-PARM-RUN-DATE      PIC X(8).
           05                         PIC X(18).

       WORKING-STORAGE SECTION.
       01  W01-EOF-SWITCH      PIC X(2)    VALUE SPACES.

       01  W02-NAME.
           05                  PIC X(28)   VALUE SPACES.
           05                  PIC X(33)
                           VALUE 'CUSTOMER MASTER MAINTENANCE AUDIT'.
           05                  PIC X(8)    VALUE SPACES.
           05                  PIC X(10)   VALUE 'RUN DATE'.
           05  W02-RUN-DATE    PIC X(8)    VALUE SPACES.
           05                  PIC X(33)   VALUE SPACES.

       01  W03-HEADING.
           05                  PIC X(2)    VALUE 'AC'.
           05                  PIC X(11)   VALUE ' CUSTOMER'.
           05                  PIC X(27)   VALUE 'NAME'.
           05                  PIC X(27)   VALUE 'ADDRESS'.
           05                  PIC X(17)   VALUE 'CITY'.
           05                  PIC X(4)    VALUE 'ST'.
           05                  PIC X(3)    VALUE 'CR'.
           05                  PIC X(29)   VALUE 'DISPOSITION'.

       01  W04-AUDIT-DETAIL.
           05  W04-AUD-ACTION      PIC X(1).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-AUD-CUSTOMER    PIC X(10).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-AUD-NAME        PIC X(25).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-AUD-ADDRESS     PIC X(25).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-AUD-CITY        PIC X(15).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-AUD-STATE       PIC X(2).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-AUD-CREDIT      PIC X(1).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-AUD-MESSAGE     PIC X(29).

       01  W05-TOTAL-LINES.
           05  W05-ADDS-APPLIED-LINE.
               10                  PIC X(40)
                                   VALUE 'ADDS APPLIED'.
               10  W05-ADD-COUNT   PIC Z(6)9.
           05  W05-CHANGES-APPLIED-LINE.
               10                  PIC X(40)
                                   VALUE 'CHANGES APPLIED'.
               10  W05-CHG-COUNT   PIC Z(6)9.
           05  W05-DELETES-APPLIED-LINE.
               10                  PIC X(40)
                                   VALUE 'DELETES APPLIED'.
               10  W05-DEL-COUNT   PIC Z(6)9.
           05  W05-HOLDS-LINE.
               10                  PIC X(40)
                                   VALUE 'CUSTOMERS PUT ON CREDIT HOLD'.
               10  W05-HOLD-COUNT  PIC Z(6)9.
           05  W05-RELEASES-LINE.
               10                  PIC X(40)
                                   VALUE 'CUSTOMERS RELEASED FROM HOLD'.
               10  W05-RLSE-COUNT  PIC Z(6)9.
           05  W05-REJECTS-LINE.
               10                  PIC X(40)
                                   VALUE 'TRANSACTIONS REJECTED'.
               10  W05-REJ-COUNT   PIC Z(6)9.

       01  W06-MAINT-COUNTERS.
           05  W06-ADDS-APPLIED    PIC 9(7)    VALUE ZERO.
           05  W06-CHANGES-APPLIED PIC 9(7)    VALUE ZERO.
           05  W06-DELETES-APPLIED PIC 9(7)    VALUE ZERO.
           05  W06-HOLDS-PLACED    PIC 9(7)    VALUE ZERO.
           05  W06-HOLDS-RELEASED  PIC 9(7)    VALUE ZERO.
           05  W06-REJECT-COUNT    PIC 9(7)    VALUE ZERO.

       01  W07-BEFORE-CREDIT       PIC X(1)    VALUE SPACES.

       01  W08-DASH.
           05                      PIC X(40)   VALUE SPACES.
           05                      PIC X(10)   VALUE '----------'.
           05                      PIC X(70)   VALUE SPACES.

       01  W09-FILE-STATUSES.
           05  W09-CUSTMAST-STATUS PIC XX      VALUE SPACES.
           05  W09-PARM-STATUS     PIC XX      VALUE SPACES.

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
           OPEN I-O F24-CUSTMAST-FILE
           IF W09-CUSTMAST-STATUS = '35'
               OPEN OUTPUT F24-CUSTMAST-FILE
               CLOSE F24-CUSTMAST-FILE
               OPEN I-O F24-CUSTMAST-FILE
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
       .

       300-PROCESS-TRANSACTIONS.
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

           READ F01-MAINT-TRAN-FILE
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-READ
       .

       310-APPLY-ADD.
           IF F01-TRAN-CREDIT = SPACES
               MOVE 'A' TO F01-TRAN-CREDIT
           END-IF
           IF NOT F01-CREDIT-VALID
               PERFORM 365-WRITE-BAD-CREDIT-LINE
           ELSE
               MOVE F01-TRAN-CUSTOMER TO F24-CUST-KEY
               READ F24-CUSTMAST-FILE
                   INVALID KEY
                       PERFORM 315-WRITE-NEW-CUSTOMER
                   NOT INVALID KEY
                       PERFORM 370-WRITE-DUPLICATE-LINE
               END-READ
           END-IF
       .

       315-WRITE-NEW-CUSTOMER.
           MOVE F01-TRAN-CUSTOMER TO F24-CUST-KEY
           MOVE F01-TRAN-NAME TO F24-CUST-NAME
           MOVE F01-TRAN-ADDRESS TO F24-CUST-ADDRESS
           MOVE F01-TRAN-CITY TO F24-CUST-CITY
           MOVE F01-TRAN-STATE TO F24-CUST-STATE
           MOVE F01-TRAN-ZIP TO F24-CUST-ZIP
           MOVE F01-TRAN-CREDIT TO F24-CUST-CREDIT
           WRITE F24-CUSTMAST-RECORD
               INVALID KEY
                   PERFORM 370-WRITE-DUPLICATE-LINE
               NOT INVALID KEY
                   ADD 1 TO W06-ADDS-APPLIED
                   IF F24-CUST-ON-HOLD
                       ADD 1 TO W06-HOLDS-PLACED
                   END-IF
                   PERFORM 350-WRITE-APPLIED-LINE
           END-WRITE
       .

       320-APPLY-CHANGE.
           IF F01-TRAN-CREDIT NOT = SPACES
                   AND NOT F01-CREDIT-VALID
               PERFORM 365-WRITE-BAD-CREDIT-LINE
           ELSE
               MOVE F01-TRAN-CUSTOMER TO F24-CUST-KEY
               READ F24-CUSTMAST-FILE
                   INVALID KEY
                       PERFORM 375-WRITE-NOT-ON-FILE-LINE
                   NOT INVALID KEY
                       PERFORM 325-REWRITE-CHANGED-CUSTOMER
               END-READ
           END-IF
       .

       325-REWRITE-CHANGED-CUSTOMER.
           MOVE F24-CUST-CREDIT TO W07-BEFORE-CREDIT
           IF F01-TRAN-NAME NOT = SPACES
               MOVE F01-TRAN-NAME TO F24-CUST-NAME
           END-IF
           IF F01-TRAN-ADDRESS NOT = SPACES
               MOVE F01-TRAN-ADDRESS TO F24-CUST-ADDRESS
           END-IF
           IF F01-TRAN-CITY NOT = SPACES
               MOVE F01-TRAN-CITY TO F24-CUST-CITY
           END-IF
           IF F01-TRAN-STATE NOT = SPACES
               MOVE F01-TRAN-STATE TO F24-CUST-STATE
           END-IF
           IF F01-TRAN-ZIP NOT = SPACES
               MOVE F01-TRAN-ZIP TO F24-CUST-ZIP
           END-IF
           IF F01-TRAN-CREDIT NOT = SPACES
               MOVE F01-TRAN-CREDIT TO F24-CUST-CREDIT
           END-IF
           REWRITE F24-CUSTMAST-RECORD
               INVALID KEY
                   PERFORM 375-WRITE-NOT-ON-FILE-LINE
               NOT INVALID KEY
                   ADD 1 TO W06-CHANGES-APPLIED
                   IF F24-CUST-CREDIT NOT = W07-BEFORE-CREDIT
                       IF F24-CUST-ON-HOLD
                           ADD 1 TO W06-HOLDS-PLACED
                       ELSE
                           ADD 1 TO W06-HOLDS-RELEASED
                       END-IF
                   END-IF
                   PERFORM 350-WRITE-APPLIED-LINE
           END-REWRITE
       .

       330-APPLY-DELETE.
           MOVE F01-TRAN-CUSTOMER TO F24-CUST-KEY
           READ F24-CUSTMAST-FILE
               INVALID KEY
                   PERFORM 375-WRITE-NOT-ON-FILE-LINE
               NOT INVALID KEY
                   PERFORM 335-DELETE-CUSTOMER
           END-READ
       .

       335-DELETE-CUSTOMER.
           DELETE F24-CUSTMAST-FILE
               INVALID KEY
                   PERFORM 375-WRITE-NOT-ON-FILE-LINE
               NOT INVALID KEY
                   ADD 1 TO W06-DELETES-APPLIED
                   PERFORM 350-WRITE-APPLIED-LINE
           END-DELETE
       .

       340-FORMAT-AUDIT-LINE.
           MOVE F01-TRAN-ACTION TO W04-AUD-ACTION
           MOVE F01-TRAN-CUSTOMER TO W04-AUD-CUSTOMER
           MOVE F24-CUST-NAME TO W04-AUD-NAME
           MOVE F24-CUST-ADDRESS TO W04-AUD-ADDRESS
           MOVE F24-CUST-CITY TO W04-AUD-CITY
           MOVE F24-CUST-STATE TO W04-AUD-STATE
           MOVE F24-CUST-CREDIT TO W04-AUD-CREDIT
       .

       345-FORMAT-REJECT-LINE.
           MOVE F01-TRAN-ACTION TO W04-AUD-ACTION
           MOVE F01-TRAN-CUSTOMER TO W04-AUD-CUSTOMER
           MOVE F01-TRAN-NAME TO W04-AUD-NAME
           MOVE F01-TRAN-ADDRESS TO W04-AUD-ADDRESS
           MOVE F01-TRAN-CITY TO W04-AUD-CITY
           MOVE F01-TRAN-STATE TO W04-AUD-STATE
           MOVE F01-TRAN-CREDIT TO W04-AUD-CREDIT
       .

       350-WRITE-APPLIED-LINE.
           PERFORM 340-FORMAT-AUDIT-LINE
           IF F01-ACTION-DELETE
               MOVE 'DELETED' TO W04-AUD-MESSAGE
           ELSE
               IF F24-CUST-ON-HOLD
                   MOVE 'APPLIED - ON CREDIT HOLD' TO W04-AUD-MESSAGE
               ELSE
                   MOVE 'APPLIED' TO W04-AUD-MESSAGE
               END-IF
           END-IF
           MOVE W04-AUDIT-DETAIL TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
       .

       360-WRITE-REJECT-LINE.
           PERFORM 345-FORMAT-REJECT-LINE
           MOVE 'REJECT - BAD ACTION CODE' TO W04-AUD-MESSAGE
           ADD 1 TO W06-REJECT-COUNT
           MOVE W04-AUDIT-DETAIL TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
       .

       365-WRITE-BAD-CREDIT-LINE.
           PERFORM 345-FORMAT-REJECT-LINE
           MOVE 'REJECT - BAD CREDIT CODE' TO W04-AUD-MESSAGE
           ADD 1 TO W06-REJECT-COUNT
           MOVE W04-AUDIT-DETAIL TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
       .

       370-WRITE-DUPLICATE-LINE.
           PERFORM 345-FORMAT-REJECT-LINE
           MOVE 'REJECT - DUPLICATE ADD' TO W04-AUD-MESSAGE
           ADD 1 TO W06-REJECT-COUNT
           MOVE W04-AUDIT-DETAIL TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
       .

       375-WRITE-NOT-ON-FILE-LINE.
           PERFORM 345-FORMAT-REJECT-LINE
           MOVE 'REJECT - CUSTOMER NOT ON FILE' TO W04-AUD-MESSAGE
           ADD 1 TO W06-REJECT-COUNT
           MOVE W04-AUDIT-DETAIL TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
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
           MOVE W06-HOLDS-PLACED TO W05-HOLD-COUNT
           MOVE W05-HOLDS-LINE TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
           MOVE W06-HOLDS-RELEASED TO W05-RLSE-COUNT
           MOVE W05-RELEASES-LINE TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
           MOVE W06-REJECT-COUNT TO W05-REJ-COUNT
           MOVE W05-REJECTS-LINE TO F02-MAINT-AUDIT-LINE
           WRITE F02-MAINT-AUDIT-LINE
       .

       500-CLOSE-FILES.
           CLOSE   F01-MAINT-TRAN-FILE
                   F02-MAINT-AUDIT-REPORT
                   F24-CUSTMAST-FILE
       .
