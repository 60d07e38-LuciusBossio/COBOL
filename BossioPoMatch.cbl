                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS F07-SUSP-KEY
                                   FILE STATUS IS W11-SUSP-STATUS.
           SELECT OPTIONAL F29-RECEIPT-HISTORY-FILE
                                   ASSIGN TO 'RCPTHIST.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F21-PO-STATUS-REPORT ASSIGN TO 'POSTATUS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F12-PARM-FILE ASSIGN TO 'ASSTPARM.DAT'
       DATA DIVISION.
       FILE SECTION.
       FD  F01-INVTRAN-FILE
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORDS ARE F01-INVTRAN-RECORD
                            F01-BATCH-HEADER-RECORD.
       01  F01-INVTRAN-RECORD.
           05  F01-TRAN-TYPE       PIC X(1).
               88  F01-TRAN-RECEIPT        VALUE 'R'.
               88  F01-TRAN-BATCH-HEADER   VALUE 'H'.
               88  F01-TRAN-BATCH-TRAILER  VALUE 'Z'.
           05  F01-TRAN-PART       PIC X(20).
           05  F01-TRAN-LOC        PIC X(6).
           05  F01-TRAN-SIGN       PIC X(1).
           05  F01-TRAN-PRICE      PIC X(6).
           05  F01-TRAN-CATEGORY   PIC X(4).
           05  F01-TRAN-TO-LOC     PIC X(6).
           05  F01-TRAN-LOT-AREA   PIC X(18).
       01  F01-BATCH-HEADER-RECORD.
           05  F01-BHDR-TYPE       PIC X(1).
           05  F01-BHDR-BATCH-NO   PIC X(10).
           05  F01-BHDR-OPERATOR   PIC X(8).
           05  F01-BHDR-SOURCE     PIC X(1).
           05  F01-BHDR-DATE       PIC X(8).
           05                      PIC X(41).

       FD  F15-REORDER-REQ-FILE
           RECORD CONTAINS 49 CHARACTERS
               88  F20-PO-CLOSED           VALUE 'C'.

       FD  F07-SUSPENSE-FILE
           RECORD CONTAINS 85 CHARACTERS
           DATA RECORD IS F07-SUSPENSE-RECORD.
       01  F07-SUSPENSE-RECORD.
           05  F07-SUSP-KEY.
               10  F07-SUSP-DATE   PIC X(8).
               10  F07-SUSP-SEQ    PIC 9(5).
           05  F07-SUSP-TRAN       PIC X(69).
           05  F07-SUSP-REASON     PIC X(2).
           05  F07-SUSP-STATUS     PIC X(1).

       FD  F29-RECEIPT-HISTORY-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F29-RECEIPT-HISTORY-RECORD.
       01  F29-RECEIPT-HISTORY-RECORD.
           05  F29-RCPT-VENDOR     PIC X(10).
           05  F29-RCPT-PART       PIC X(20).
           05  F29-RCPT-PO-DATE    PIC X(8).
           05  F29-RCPT-DATE       PIC X(8).
           05  F29-RCPT-QTY        PIC 9(7).
           05  F29-RCPT-ORDERED    PIC 9(7).
           05  F29-RCPT-PARTIAL    PIC X(1).
               88  F29-RCPT-IS-PARTIAL     VALUE 'P'.
               88  F29-RCPT-IS-COMPLETE    VALUE 'C'.
           05  F29-RCPT-FIRST      PIC X(1).
               88  F29-RCPT-IS-FIRST       VALUE 'Y'.

       FD  F21-PO-STATUS-REPORT
           RECORD CONTAINS 95 CHARACTERS
           DATA RECORD IS F21-PO-STATUS-LINE.
               10                  PIC X(40)
                                   VALUE 'RECEIPTS HELD IN SUSPENSE'.
               10  W05-HELD-COUNT  PIC Z(6)9.
           05  W05-HISTORY-LINE.
               10                  PIC X(40)
                                   VALUE 'RECEIPTS WRITTEN TO HISTORY'.
               10  W05-HIST-COUNT  PIC Z(6)9.

       01  W06-MATCH-COUNTERS.
           05  W06-RECEIPTS-MATCHED PIC 9(7)   VALUE ZERO.
           05  W06-POS-OPEN        PIC 9(7)    VALUE ZERO.
           05  W06-POS-OVERDUE     PIC 9(7)    VALUE ZERO.
           05  W06-RECEIPTS-HELD   PIC 9(7)    VALUE ZERO.
           05  W06-RECEIPTS-RECORDED PIC 9(7)  VALUE ZERO.

       01  W07-WORK-SWITCHES.
           05  W07-TRAN-EOF-SW     PIC X(2)    VALUE SPACES.

       01  W12-SUSP-TABLE.
           05  W12-SUSP-COUNT      PIC 9(3)    VALUE ZERO.
           05  W12-SUSP-IMAGE      PIC X(69)   OCCURS 500 TIMES.

       01  W13-SUBSCRIPTS.
           05  W13-I               PIC S9(4)   VALUE ZERO.
           05  W15-OPEN-SERIAL     PIC 9(7)    VALUE ZERO.
           05  W15-DAYS-OPEN       PIC S9(5)   VALUE ZERO.

       01  W16-RECEIPT-DATE        PIC X(8)    VALUE SPACES.

       01  W30-RUN-CONTROL.
           05  W30-CTL-FILE-STATUS PIC XX      VALUE SPACES.
           05  W30-STEP-NAME       PIC X(12)   VALUE 'POMATCH'.
                   INPUT F15-REORDER-REQ-FILE
                   INPUT F12-PARM-FILE
           OPEN OUTPUT F21-PO-STATUS-REPORT
           OPEN EXTEND F29-RECEIPT-HISTORY-FILE
           IF W09-TRAN-STATUS = '35'
               MOVE 'N' TO W09-TRAN-SWITCH
           END-IF
       .

       300-MATCH-RECEIPTS.
           MOVE W02-RUN-DATE TO W16-RECEIPT-DATE
           IF W09-TRAN-FOUND
               PERFORM 310-READ-NEXT-TRAN
               PERFORM 320-MATCH-ONE-TRAN
           END-IF
       .

       318-SET-RECEIPT-DATE.
           IF F01-TRAN-BATCH-HEADER AND F01-BHDR-DATE NUMERIC
               MOVE F01-BHDR-DATE TO W16-RECEIPT-DATE
           ELSE
               MOVE W02-RUN-DATE TO W16-RECEIPT-DATE
           END-IF
       .

       320-MATCH-ONE-TRAN.
           IF F01-TRAN-BATCH-HEADER OR F01-TRAN-BATCH-TRAILER
               PERFORM 318-SET-RECEIPT-DATE
           END-IF
           IF F01-TRAN-RECEIPT AND F01-TRAN-QTY NUMERIC
               PERFORM 315-CHECK-SUSPENSE
               IF W13-FOUND-SUB > ZERO

       330-POST-ONE-RECEIPT.
           ADD 1 TO W06-RECEIPTS-MATCHED
           IF F20-PO-RECEIVED = ZERO
               MOVE 'Y' TO F29-RCPT-FIRST
           ELSE
               MOVE 'N' TO F29-RCPT-FIRST
           END-IF
           ADD F01-TRAN-QTY-N TO F20-PO-RECEIVED
           IF F20-PO-RECEIVED NOT < F20-PO-ORDERED
               MOVE 'C' TO F20-PO-STATUS
               ADD 1 TO W06-POS-CLOSED
               PERFORM 340-WRITE-CLOSED-LINE
               MOVE 'C' TO F29-RCPT-PARTIAL
           ELSE
               MOVE 'P' TO F29-RCPT-PARTIAL
           END-IF
           REWRITE F20-OPEN-PO-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           PERFORM 335-WRITE-RECEIPT-HISTORY
       .

       335-WRITE-RECEIPT-HISTORY.
           MOVE F20-PO-VENDOR TO F29-RCPT-VENDOR
           MOVE F20-PO-PART TO F29-RCPT-PART
           MOVE F20-PO-DATE TO F29-RCPT-PO-DATE
           MOVE W16-RECEIPT-DATE TO F29-RCPT-DATE
           MOVE F01-TRAN-QTY-N TO F29-RCPT-QTY
           MOVE F20-PO-ORDERED TO F29-RCPT-ORDERED
           WRITE F29-RECEIPT-HISTORY-RECORD
           ADD 1 TO W06-RECEIPTS-RECORDED
       .

       340-WRITE-CLOSED-LINE.
           MOVE W06-RECEIPTS-HELD TO W05-HELD-COUNT
           MOVE W05-HELD-LINE TO F21-PO-STATUS-LINE
           WRITE F21-PO-STATUS-LINE
           MOVE W06-RECEIPTS-RECORDED TO W05-HIST-COUNT
           MOVE W05-HISTORY-LINE TO F21-PO-STATUS-LINE
           WRITE F21-PO-STATUS-LINE
       .

       700-CLOSE-FILES.
           CLOSE   F20-OPEN-PO-FILE
                   F21-PO-STATUS-REPORT
                   F29-RECEIPT-HISTORY-FILE
           IF W09-TRAN-FOUND
               CLOSE F01-INVTRAN-FILE
           END-IF
