       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BOSSIO-CUST-BILL.
       AUTHOR.           LUCIUS-BOSSIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F08-PICK-WORK-FILE ASSIGN TO 'PICKWRK.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS F08-PICK-KEY
                                   FILE STATUS IS W09-PICKWRK-STATUS.
           SELECT F07-ORDERS-FILE ASSIGN TO 'CUSTORD.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F07-ORDER-KEY
                                   FILE STATUS IS W09-ORDERS-STATUS.
           SELECT F24-CUSTMAST-FILE ASSIGN TO 'CUSTMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F24-CUST-KEY
                                   FILE STATUS IS W09-CUSTMAST-STATUS.
           SELECT F02-INVMAST-FILE ASSIGN TO 'INVMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F02-MAST-KEY
                                   FILE STATUS IS W09-INVMAST-STATUS.
           SELECT F03-INVOICE-REGISTER ASSIGN TO 'INVREG.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F04-RECEIVABLES-FILE ASSIGN TO 'ARINTF.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F12-PARM-FILE ASSIGN TO 'ASSTPARM.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W09-PARM-STATUS.
           SELECT F22-RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F22-CTL-KEY
                                   FILE STATUS IS W30-CTL-FILE-STATUS.
           SELECT S01-SORT-FILE ASSIGN TO 'SORTWK01'.

       DATA DIVISION.
       FILE SECTION.
       FD  F08-PICK-WORK-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F08-PICK-WORK-RECORD.
       01  F08-PICK-WORK-RECORD.
           05  F08-PICK-KEY.
               10  F08-PICK-ORDER-NO   PIC X(8).
               10  F08-PICK-LINE       PIC 9(3).
               10  F08-PICK-LOC        PIC X(6).
           05  F08-PICK-PART       PIC X(20).
           05  F08-PICK-QTY        PIC 9(7).
           05  F08-PICK-CONFIRMED  PIC X(1).
               88  F08-PICK-IS-CONFIRMED   VALUE 'Y'.
           05  F08-PICK-SHIP-QTY   PIC 9(7).
           05  F08-PICK-CUSTOMER   PIC X(10).

       FD  F07-ORDERS-FILE
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS F07-ORDERS-RECORD.
       01  F07-ORDERS-RECORD.
           05  F07-ORDER-KEY.
               10  F07-ORDER-NUMBER    PIC X(8).
               10  F07-ORDER-LINE      PIC 9(3).
           05  F07-ORDER-CUSTOMER  PIC X(10).
           05  F07-ORDER-PART      PIC X(20).
           05  F07-ORDER-DUE-DATE  PIC X(8).
           05  F07-ORDER-QUANTITY  PIC 9(7).

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

       FD  F02-INVMAST-FILE
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS F02-INVMAST-RECORD.
       01  F02-INVMAST-RECORD.
           05  F02-MAST-KEY.
               10  F02-MAST-LOC    PIC X(6).
               10  F02-MAST-PART   PIC X(20).
           05  F02-MAST-ON-HAND    PIC 9(7).
           05  F02-MAST-RECEIVED   PIC 9(7).
           05  F02-MAST-SHIPPED    PIC 9(7).
           05  F02-MAST-PRICE      PIC 9(4)V99.
           05  F02-MAST-CATEGORY   PIC X(4).

       FD  F03-INVOICE-REGISTER
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F03-INVOICE-REG-LINE.
       01  F03-INVOICE-REG-LINE    PIC X(120).

       FD  F04-RECEIVABLES-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F04-RECEIVABLES-RECORD.
       01  F04-RECEIVABLES-RECORD.
           05  F04-AR-INVOICE-DATE PIC X(8).
           05  F04-AR-INVOICE-SEQ  PIC 9(5).
           05  F04-AR-CUSTOMER     PIC X(10).
           05  F04-AR-ORDER-NO     PIC X(8).
           05  F04-AR-LINE-COUNT   PIC 9(3).
           05  F04-AR-UNITS        PIC 9(7).
           05  F04-AR-AMOUNT       PIC 9(9)V99.
           05  F04-AR-CUST-NAME    PIC X(25).
           05                      PIC X(3).

       FD  F12-PARM-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS F12-PARM-RECORD.
       01  F12-PARM-RECORD.
           05  F12-PARM-RUN-DATE      PIC X(8).
           05                         PIC X(18).

       FD  F22-RUN-CONTROL-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F22-RUN-CONTROL-RECORD.
       01  F22-RUN-CONTROL-RECORD.
           05  F22-CTL-KEY.
               10  F22-CTL-DATE    PIC X(8).
               10  F22-CTL-STEP    PIC X(12).
           05  F22-CTL-START-TIME  PIC X(8).
           05  F22-CTL-END-TIME    PIC X(8).
           05  F22-CTL-STATUS      PIC X(1).
               88  F22-CTL-COMPLETE        VALUE 'C'.
           05  F22-CTL-RC          PIC 9(4).

       SD  S01-SORT-FILE
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS S01-SORT-RECORD.
       01  S01-SORT-RECORD.
           05  S01-BILL-CUSTOMER   PIC X(10).
           05  S01-BILL-ORDER-NO   PIC X(8).
           05  S01-BILL-LINE       PIC 9(3).
           05  S01-BILL-LOC        PIC X(6).
           05  S01-BILL-PART       PIC X(20).
           05  S01-BILL-PICKED     PIC 9(7).
           05  S01-BILL-SHIPPED    PIC 9(7).
           05  S01-BILL-PRICE      PIC 9(4)V99.
           05  S01-BILL-AMOUNT     PIC 9(7)V99.
           05  S01-BILL-STATUS     PIC X(1).
               88  S01-BILL-OK             VALUE SPACE.
               88  S01-BILL-NO-ORDER       VALUE 'O'.
               88  S01-BILL-NO-PRICE       VALUE 'P'.

       WORKING-STORAGE SECTION.
       01  W01-EOF-SWITCH      PIC X(2)    VALUE SPACES.

       01  W02-NAME.
           05                  PIC X(22)   VALUE SPACES.
           05                  PIC X(35)
                       VALUE 'INVOICE REGISTER'.
           05                  PIC X(10)   VALUE 'RUN DATE'.
           05  W02-RUN-DATE    PIC X(8)    VALUE SPACES.
           05                  PIC X(45)   VALUE SPACES.

       01  W03-HEADING.
           05                  PIC X(13)   VALUE 'ORDER/LINE'.
           05                  PIC X(21)   VALUE 'PART NAME'.
           05                  PIC X(8)    VALUE 'LOC'.
           05                  PIC X(9)    VALUE 'PICKED'.
           05                  PIC X(9)    VALUE 'SHIPPED'.
           05                  PIC X(10)   VALUE 'PRICE'.
           05                  PIC X(14)   VALUE 'AMOUNT'.
           05                  PIC X(36)   VALUE 'DISPOSITION'.

       01  W04-INVOICE-DETAIL.
           05  W04-INV-ORDER       PIC X(8).
           05                      PIC X(1)    VALUE '/'.
           05  W04-INV-LINE        PIC ZZ9.
           05                      PIC X(1)    VALUE SPACES.
           05  W04-INV-PART        PIC X(20).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-INV-LOC         PIC X(6).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-INV-PICKED      PIC Z(6)9.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-INV-SHIPPED     PIC Z(6)9.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-INV-PRICE       PIC ZZZ9.99.
           05                      PIC X(3)    VALUE SPACES.
           05  W04-INV-AMOUNT      PIC Z(7)9.99.
           05                      PIC X(3)    VALUE SPACES.
           05  W04-INV-MESSAGE     PIC X(30).
           05                      PIC X(6)    VALUE SPACES.

       01  W05-CUSTOMER-LINE.
           05                      PIC X(9)    VALUE 'CUSTOMER'.
           05  W05-CUST-CODE       PIC X(10).
           05                      PIC X(2)    VALUE SPACES.
           05  W05-CUST-NAME       PIC X(25).
           05                      PIC X(74)   VALUE SPACES.

       01  W06-INVOICE-LINE.
           05                      PIC X(4)    VALUE SPACES.
           05                      PIC X(8)    VALUE 'INVOICE'.
           05  W06-INV-DATE        PIC X(8).
           05                      PIC X(1)    VALUE '-'.
           05  W06-INV-SEQ         PIC 9(5).
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(6)    VALUE 'ORDER'.
           05  W06-INV-ORDER       PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(6)    VALUE 'LINES'.
           05  W06-INV-LINES       PIC ZZ9.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(6)    VALUE 'UNITS'.
           05  W06-INV-UNITS       PIC Z(6)9.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(6)    VALUE 'TOTAL'.
           05  W06-INV-AMOUNT      PIC Z(7)9.99.
           05                      PIC X(33)   VALUE SPACES.

       01  W07-CUST-TOTAL-LINE.
           05                      PIC X(4)    VALUE SPACES.
           05                      PIC X(16)   VALUE 'CUSTOMER TOTAL'.
           05  W07-CUST-CODE       PIC X(10).
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(9)    VALUE 'INVOICES'.
           05  W07-CUST-INVOICES   PIC ZZZ9.
           05                      PIC X(2)    VALUE SPACES.
           05                      PIC X(7)    VALUE 'AMOUNT'.
           05  W07-CUST-AMOUNT     PIC Z(8)9.99.
           05                      PIC X(54)   VALUE SPACES.

       01  W08-TOTAL-LINES.
           05  W08-READ-LINE.
               10                  PIC X(40)
                                   VALUE 'PICK LINES READ'.
               10  W08-READ-COUNT  PIC Z(6)9.
           05  W08-BILLED-LINE.
               10                  PIC X(40)
                                   VALUE 'PICK LINES BILLED'.
               10  W08-BILL-COUNT  PIC Z(6)9.
           05  W08-SHORT-LINE.
               10                  PIC X(40)
                                   VALUE 'PICK LINES BILLED SHORT'.
               10  W08-SHRT-COUNT  PIC Z(6)9.
           05  W08-UNBILLED-LINE.
               10                  PIC X(40)
                                   VALUE 'PICK LINES NOT BILLED'.
               10  W08-UNBL-COUNT  PIC Z(6)9.
           05  W08-INVOICES-LINE.
               10                  PIC X(40)
                                   VALUE 'INVOICES WRITTEN'.
               10  W08-INV-COUNT   PIC Z(6)9.
           05  W08-UNITS-LINE.
               10                  PIC X(40)
                                   VALUE 'UNITS BILLED'.
               10  W08-UNIT-COUNT  PIC Z(8)9.
           05  W08-AMOUNT-LINE.
               10                  PIC X(40)
                                   VALUE 'TOTAL AMOUNT BILLED'.
               10  W08-AMT-TOTAL   PIC Z(8)9.99.

       01  W09-FILE-STATUSES.
           05  W09-PICKWRK-STATUS  PIC XX      VALUE SPACES.
           05  W09-ORDERS-STATUS   PIC XX      VALUE SPACES.
           05  W09-CUSTMAST-STATUS PIC XX      VALUE SPACES.
           05  W09-INVMAST-STATUS  PIC XX      VALUE SPACES.
           05  W09-PARM-STATUS     PIC XX      VALUE SPACES.
           05  W09-PICKWRK-SWITCH  PIC X       VALUE 'Y'.
               88  W09-PICKWRK-FOUND           VALUE 'Y'.
           05  W09-ORDERS-SWITCH   PIC X       VALUE 'Y'.
               88  W09-ORDERS-FOUND            VALUE 'Y'.
           05  W09-CUSTMAST-SWITCH PIC X       VALUE 'Y'.
               88  W09-CUSTMAST-FOUND          VALUE 'Y'.
           05  W09-INVMAST-SWITCH  PIC X       VALUE 'Y'.
               88  W09-INVMAST-FOUND           VALUE 'Y'.

       01  W10-BILL-COUNTERS.
           05  W10-PICKS-READ      PIC 9(7)    VALUE ZERO.
           05  W10-LINES-BILLED    PIC 9(7)    VALUE ZERO.
           05  W10-LINES-SHORT     PIC 9(7)    VALUE ZERO.
           05  W10-LINES-UNBILLED  PIC 9(7)    VALUE ZERO.
           05  W10-INVOICES        PIC 9(7)    VALUE ZERO.
           05  W10-UNITS-BILLED    PIC 9(9)    VALUE ZERO.
           05  W10-AMOUNT-BILLED   PIC 9(9)V99 VALUE ZERO.
           05  W10-RETURN-CODE     PIC 9(4)    VALUE ZERO.

       01  W11-DASH.
           05                      PIC X(40)   VALUE SPACES.
           05                      PIC X(10)   VALUE '----------'.
           05                      PIC X(70)   VALUE SPACES.

       01  W12-BREAK-FIELDS.
           05  W12-FIRST-SW        PIC X       VALUE 'Y'.
               88  W12-FIRST-LINE              VALUE 'Y'.
           05  W12-PREV-CUSTOMER   PIC X(10)   VALUE SPACES.
           05  W12-PREV-ORDER      PIC X(8)    VALUE SPACES.
           05  W12-WORK-EOF-SW     PIC X(2)    VALUE SPACES.

       01  W13-INVOICE-TOTALS.
           05  W13-INVOICE-SEQ     PIC 9(5)    VALUE ZERO.
           05  W13-INV-LINES       PIC 9(3)    VALUE ZERO.
           05  W13-INV-UNITS       PIC 9(7)    VALUE ZERO.
           05  W13-INV-AMOUNT      PIC 9(9)V99 VALUE ZERO.
           05  W13-CUST-INVOICES   PIC 9(4)    VALUE ZERO.
           05  W13-CUST-AMOUNT     PIC 9(9)V99 VALUE ZERO.
           05  W13-CUST-NAME       PIC X(25)   VALUE SPACES.

       01  W14-NO-PICKWRK-LINE     PIC X(120)  VALUE
           '*** PICK WORK FILE NOT AVAILABLE - NOTHING BILLED ***'.

       01  W30-RUN-CONTROL.
           05  W30-CTL-FILE-STATUS PIC XX      VALUE SPACES.
           05  W30-STEP-NAME       PIC X(12)   VALUE 'CUSTBILL'.
           05  W30-PRED-NAME       PIC X(12)   VALUE 'PICKCONF'.
           05  W30-CTL-RUN-DATE    PIC X(8)    VALUE SPACES.
           05  W30-BLOCKED-SW      PIC X       VALUE 'N'.
               88  W30-STEP-BLOCKED            VALUE 'Y'.
           05  W30-BLOCK-MESSAGE   PIC X(60)   VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 90-READ-PARM-FOR-CONTROL
           PERFORM 900-CHECK-RUN-CONTROL
           IF W30-STEP-BLOCKED
               OPEN OUTPUT F03-INVOICE-REGISTER
               MOVE W30-BLOCK-MESSAGE TO F03-INVOICE-REG-LINE
               WRITE F03-INVOICE-REG-LINE
               CLOSE F03-INVOICE-REGISTER
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 100-OPEN-FILES
               PERFORM 200-WRITE-HEADING-LINES
               PERFORM 300-SORT-AND-BILL
               PERFORM 600-PRINT-TOTALS
               PERFORM 650-SET-RETURN-CODE
               PERFORM 950-STAMP-STEP-END
               PERFORM 700-CLOSE-FILES
               MOVE W10-RETURN-CODE TO RETURN-CODE
           END-IF
       STOP RUN
       .

       90-READ-PARM-FOR-CONTROL.
           OPEN INPUT F12-PARM-FILE
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

       100-OPEN-FILES.
           OPEN INPUT F08-PICK-WORK-FILE
           IF W09-PICKWRK-STATUS = '35'
               MOVE 'N' TO W09-PICKWRK-SWITCH
           END-IF
           OPEN INPUT F07-ORDERS-FILE
           IF W09-ORDERS-STATUS = '35'
               MOVE 'N' TO W09-ORDERS-SWITCH
           END-IF
           OPEN INPUT F24-CUSTMAST-FILE
           IF W09-CUSTMAST-STATUS = '35'
               MOVE 'N' TO W09-CUSTMAST-SWITCH
           END-IF
           OPEN INPUT F02-INVMAST-FILE
           IF W09-INVMAST-STATUS = '35'
               MOVE 'N' TO W09-INVMAST-SWITCH
           END-IF
           OPEN OUTPUT F03-INVOICE-REGISTER
                       F04-RECEIVABLES-FILE
       .

       200-WRITE-HEADING-LINES.
           MOVE W02-NAME TO F03-INVOICE-REG-LINE
           WRITE F03-INVOICE-REG-LINE
           MOVE SPACES TO F03-INVOICE-REG-LINE
           WRITE F03-INVOICE-REG-LINE
           MOVE W03-HEADING TO F03-INVOICE-REG-LINE
           WRITE F03-INVOICE-REG-LINE
           IF NOT W09-PICKWRK-FOUND
               MOVE W14-NO-PICKWRK-LINE TO F03-INVOICE-REG-LINE
               WRITE F03-INVOICE-REG-LINE
           END-IF
       .

       300-SORT-AND-BILL.
           IF W09-PICKWRK-FOUND
               SORT S01-SORT-FILE
                   ON ASCENDING KEY S01-BILL-CUSTOMER
                   ON ASCENDING KEY S01-BILL-ORDER-NO
                   ON ASCENDING KEY S01-BILL-LINE
                   ON ASCENDING KEY S01-BILL-LOC
                   INPUT PROCEDURE IS 310-RELEASE-SHIPPED-PICKS
                       THRU 349-RELEASE-SHIPPED-EXIT
                   OUTPUT PROCEDURE IS 400-PRINT-INVOICES
                       THRU 499-PRINT-INVOICES-EXIT
           END-IF
       .

       310-RELEASE-SHIPPED-PICKS.
           PERFORM 315-READ-NEXT-PICK-WORK
           PERFORM 320-RELEASE-ONE-PICK
               UNTIL W12-WORK-EOF-SW = 'NO'
           GO TO 349-RELEASE-SHIPPED-EXIT
       .

       315-READ-NEXT-PICK-WORK.
           READ F08-PICK-WORK-FILE
               AT END
                   MOVE 'NO' TO W12-WORK-EOF-SW
           END-READ
       .

       320-RELEASE-ONE-PICK.
           ADD 1 TO W10-PICKS-READ
           IF F08-PICK-IS-CONFIRMED AND F08-PICK-SHIP-QTY > ZERO
               MOVE F08-PICK-ORDER-NO TO S01-BILL-ORDER-NO
               MOVE F08-PICK-LINE TO S01-BILL-LINE
               MOVE F08-PICK-LOC TO S01-BILL-LOC
               MOVE F08-PICK-PART TO S01-BILL-PART
               MOVE F08-PICK-QTY TO S01-BILL-PICKED
               MOVE F08-PICK-SHIP-QTY TO S01-BILL-SHIPPED
               MOVE SPACE TO S01-BILL-STATUS
               PERFORM 325-FIND-ORDER-CUSTOMER
               PERFORM 330-PRICE-ONE-PICK
               RELEASE S01-SORT-RECORD
           END-IF
           PERFORM 315-READ-NEXT-PICK-WORK
       .

       325-FIND-ORDER-CUSTOMER.
           MOVE F08-PICK-CUSTOMER TO S01-BILL-CUSTOMER
           IF S01-BILL-CUSTOMER = SPACES
               IF NOT W09-ORDERS-FOUND
                   MOVE 'O' TO S01-BILL-STATUS
               ELSE
                   MOVE F08-PICK-ORDER-NO TO F07-ORDER-NUMBER
                   MOVE F08-PICK-LINE TO F07-ORDER-LINE
                   READ F07-ORDERS-FILE
                       INVALID KEY
                           MOVE 'O' TO S01-BILL-STATUS
                       NOT INVALID KEY
                           MOVE F07-ORDER-CUSTOMER
                               TO S01-BILL-CUSTOMER
                   END-READ
               END-IF
           END-IF
       .

       330-PRICE-ONE-PICK.
           MOVE ZERO TO S01-BILL-PRICE
           IF W09-INVMAST-FOUND
               MOVE F08-PICK-LOC TO F02-MAST-LOC
               MOVE F08-PICK-PART TO F02-MAST-PART
               READ F02-INVMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE F02-MAST-PRICE TO S01-BILL-PRICE
               END-READ
           END-IF
           IF S01-BILL-PRICE = ZERO AND S01-BILL-OK
               MOVE 'P' TO S01-BILL-STATUS
           END-IF
           COMPUTE S01-BILL-AMOUNT =
                   S01-BILL-SHIPPED * S01-BILL-PRICE
       .

       349-RELEASE-SHIPPED-EXIT.
           EXIT.

       400-PRINT-INVOICES.
           MOVE SPACES TO W01-EOF-SWITCH
           PERFORM 410-RETURN-NEXT-BILL
           PERFORM 420-PRINT-ONE-BILL-LINE
               UNTIL W01-EOF-SWITCH = 'NO'
           IF NOT W12-FIRST-LINE
               PERFORM 440-FINISH-INVOICE
               PERFORM 450-FINISH-CUSTOMER
           END-IF
           GO TO 499-PRINT-INVOICES-EXIT
       .

       410-RETURN-NEXT-BILL.
           RETURN S01-SORT-FILE
               AT END
                   MOVE 'NO' TO W01-EOF-SWITCH
           END-RETURN
       .

       420-PRINT-ONE-BILL-LINE.
           IF W12-FIRST-LINE
               PERFORM 430-START-CUSTOMER
               PERFORM 435-START-INVOICE
               MOVE 'N' TO W12-FIRST-SW
           ELSE
               IF S01-BILL-CUSTOMER NOT = W12-PREV-CUSTOMER
                   PERFORM 440-FINISH-INVOICE
                   PERFORM 450-FINISH-CUSTOMER
                   PERFORM 430-START-CUSTOMER
                   PERFORM 435-START-INVOICE
               ELSE
                   IF S01-BILL-ORDER-NO NOT = W12-PREV-ORDER
                       PERFORM 440-FINISH-INVOICE
                       PERFORM 435-START-INVOICE
                   END-IF
               END-IF
           END-IF
           PERFORM 425-WRITE-DETAIL-LINE
           PERFORM 410-RETURN-NEXT-BILL
       .

       425-WRITE-DETAIL-LINE.
           MOVE S01-BILL-ORDER-NO TO W04-INV-ORDER
           MOVE S01-BILL-LINE TO W04-INV-LINE
           MOVE S01-BILL-PART TO W04-INV-PART
           MOVE S01-BILL-LOC TO W04-INV-LOC
           MOVE S01-BILL-PICKED TO W04-INV-PICKED
           MOVE S01-BILL-SHIPPED TO W04-INV-SHIPPED
           MOVE S01-BILL-PRICE TO W04-INV-PRICE
           IF S01-BILL-OK
               MOVE S01-BILL-AMOUNT TO W04-INV-AMOUNT
               ADD 1 TO W10-LINES-BILLED
               ADD 1 TO W13-INV-LINES
               ADD S01-BILL-SHIPPED TO W13-INV-UNITS
               ADD S01-BILL-AMOUNT TO W13-INV-AMOUNT
               IF S01-BILL-SHIPPED < S01-BILL-PICKED
                   ADD 1 TO W10-LINES-SHORT
                   MOVE 'SHORT - BILLED AS SHIPPED'
                       TO W04-INV-MESSAGE
               ELSE
                   IF S01-BILL-SHIPPED > S01-BILL-PICKED
                       MOVE 'OVER - BILLED AS SHIPPED'
                           TO W04-INV-MESSAGE
                   ELSE
                       MOVE 'BILLED' TO W04-INV-MESSAGE
                   END-IF
               END-IF
           ELSE
               MOVE ZERO TO W04-INV-AMOUNT
               ADD 1 TO W10-LINES-UNBILLED
               IF S01-BILL-NO-ORDER
                   MOVE '*** ORDER NOT ON FILE ***' TO W04-INV-MESSAGE
               ELSE
                   MOVE '*** NO PRICE - NOT BILLED ***'
                       TO W04-INV-MESSAGE
               END-IF
           END-IF
           MOVE W04-INVOICE-DETAIL TO F03-INVOICE-REG-LINE
           WRITE F03-INVOICE-REG-LINE
       .

       430-START-CUSTOMER.
           MOVE S01-BILL-CUSTOMER TO W12-PREV-CUSTOMER
           MOVE ZERO TO W13-CUST-INVOICES
           MOVE ZERO TO W13-CUST-AMOUNT
           MOVE SPACES TO W13-CUST-NAME
           IF S01-BILL-CUSTOMER = SPACES
               MOVE '** NO ORDER ON FILE **' TO W13-CUST-NAME
           ELSE
               IF W09-CUSTMAST-FOUND
                   MOVE S01-BILL-CUSTOMER TO F24-CUST-KEY
                   READ F24-CUSTMAST-FILE
                       INVALID KEY
                           MOVE '** NOT ON CUST MASTER **'
                               TO W13-CUST-NAME
                       NOT INVALID KEY
                           MOVE F24-CUST-NAME TO W13-CUST-NAME
                   END-READ
               END-IF
           END-IF
           MOVE SPACES TO F03-INVOICE-REG-LINE
           WRITE F03-INVOICE-REG-LINE
           MOVE S01-BILL-CUSTOMER TO W05-CUST-CODE
           MOVE W13-CUST-NAME TO W05-CUST-NAME
           MOVE W05-CUSTOMER-LINE TO F03-INVOICE-REG-LINE
           WRITE F03-INVOICE-REG-LINE
       .

       435-START-INVOICE.
           MOVE S01-BILL-ORDER-NO TO W12-PREV-ORDER
           MOVE ZERO TO W13-INV-LINES
           MOVE ZERO TO W13-INV-UNITS
           MOVE ZERO TO W13-INV-AMOUNT
       .

       440-FINISH-INVOICE.
           IF W13-INV-LINES > ZERO
               ADD 1 TO W13-INVOICE-SEQ
               ADD 1 TO W10-INVOICES
               ADD 1 TO W13-CUST-INVOICES
               ADD W13-INV-AMOUNT TO W13-CUST-AMOUNT
               ADD W13-INV-UNITS TO W10-UNITS-BILLED
               ADD W13-INV-AMOUNT TO W10-AMOUNT-BILLED
               MOVE W02-RUN-DATE TO W06-INV-DATE
               MOVE W13-INVOICE-SEQ TO W06-INV-SEQ
               MOVE W12-PREV-ORDER TO W06-INV-ORDER
               MOVE W13-INV-LINES TO W06-INV-LINES
               MOVE W13-INV-UNITS TO W06-INV-UNITS
               MOVE W13-INV-AMOUNT TO W06-INV-AMOUNT
               MOVE W06-INVOICE-LINE TO F03-INVOICE-REG-LINE
               WRITE F03-INVOICE-REG-LINE
               PERFORM 445-WRITE-RECEIVABLE
           END-IF
       .

       445-WRITE-RECEIVABLE.
           MOVE SPACES TO F04-RECEIVABLES-RECORD
           MOVE W02-RUN-DATE TO F04-AR-INVOICE-DATE
           MOVE W13-INVOICE-SEQ TO F04-AR-INVOICE-SEQ
           MOVE W12-PREV-CUSTOMER TO F04-AR-CUSTOMER
           MOVE W12-PREV-ORDER TO F04-AR-ORDER-NO
           MOVE W13-INV-LINES TO F04-AR-LINE-COUNT
           MOVE W13-INV-UNITS TO F04-AR-UNITS
           MOVE W13-INV-AMOUNT TO F04-AR-AMOUNT
           MOVE W13-CUST-NAME TO F04-AR-CUST-NAME
           WRITE F04-RECEIVABLES-RECORD
       .

       450-FINISH-CUSTOMER.
           MOVE W12-PREV-CUSTOMER TO W07-CUST-CODE
           MOVE W13-CUST-INVOICES TO W07-CUST-INVOICES
           MOVE W13-CUST-AMOUNT TO W07-CUST-AMOUNT
           MOVE W07-CUST-TOTAL-LINE TO F03-INVOICE-REG-LINE
           WRITE F03-INVOICE-REG-LINE
       .

       499-PRINT-INVOICES-EXIT.
           EXIT.

       600-PRINT-TOTALS.
           MOVE W11-DASH TO F03-INVOICE-REG-LINE
           WRITE F03-INVOICE-REG-LINE
           MOVE W10-PICKS-READ TO W08-READ-COUNT
           MOVE W08-READ-LINE TO F03-INVOICE-REG-LINE
           WRITE F03-INVOICE-REG-LINE
           MOVE W10-LINES-BILLED TO W08-BILL-COUNT
           MOVE W08-BILLED-LINE TO F03-INVOICE-REG-LINE
           WRITE F03-INVOICE-REG-LINE
           MOVE W10-LINES-SHORT TO W08-SHRT-COUNT
           MOVE W08-SHORT-LINE TO F03-INVOICE-REG-LINE
           WRITE F03-INVOICE-REG-LINE
           MOVE W10-LINES-UNBILLED TO W08-UNBL-COUNT
           MOVE W08-UNBILLED-LINE TO F03-INVOICE-REG-LINE
           WRITE F03-INVOICE-REG-LINE
           MOVE W10-INVOICES TO W08-INV-COUNT
           MOVE W08-INVOICES-LINE TO F03-INVOICE-REG-LINE
           WRITE F03-INVOICE-REG-LINE
           MOVE W10-UNITS-BILLED TO W08-UNIT-COUNT
           MOVE W08-UNITS-LINE TO F03-INVOICE-REG-LINE
           WRITE F03-INVOICE-REG-LINE
           MOVE W10-AMOUNT-BILLED TO W08-AMT-TOTAL
           MOVE W08-AMOUNT-LINE TO F03-INVOICE-REG-LINE
           WRITE F03-INVOICE-REG-LINE
       .

       650-SET-RETURN-CODE.
           IF W10-LINES-UNBILLED > ZERO
               MOVE 4 TO W10-RETURN-CODE
           ELSE
               MOVE ZERO TO W10-RETURN-CODE
           END-IF
       .

       700-CLOSE-FILES.
           CLOSE   F03-INVOICE-REGISTER
                   F04-RECEIVABLES-FILE
           IF W09-PICKWRK-FOUND
               CLOSE F08-PICK-WORK-FILE
           END-IF
           IF W09-ORDERS-FOUND
               CLOSE F07-ORDERS-FILE
           END-IF
           IF W09-CUSTMAST-FOUND
               CLOSE F24-CUSTMAST-FILE
           END-IF
           IF W09-INVMAST-FOUND
               CLOSE F02-INVMAST-FILE
           END-IF
       .

       900-CHECK-RUN-CONTROL.
           MOVE W02-RUN-DATE TO W30-CTL-RUN-DATE
           IF W30-CTL-RUN-DATE NOT = SPACES
               OPEN I-O F22-RUN-CONTROL-FILE
               IF W30-CTL-FILE-STATUS = '35'
                   OPEN OUTPUT F22-RUN-CONTROL-FILE
                   CLOSE F22-RUN-CONTROL-FILE
                   OPEN I-O F22-RUN-CONTROL-FILE
               END-IF
               PERFORM 905-CHECK-PREDECESSOR
               IF NOT W30-STEP-BLOCKED
                   PERFORM 910-CHECK-OWN-STEP
               END-IF
               IF NOT W30-STEP-BLOCKED
                   PERFORM 915-STAMP-STEP-START
               END-IF
               CLOSE F22-RUN-CONTROL-FILE
           END-IF
       .

       905-CHECK-PREDECESSOR.
           IF W30-PRED-NAME NOT = SPACES
               MOVE W30-CTL-RUN-DATE TO F22-CTL-DATE
               MOVE W30-PRED-NAME TO F22-CTL-STEP
               READ F22-RUN-CONTROL-FILE
                   INVALID KEY
                       MOVE 'Y' TO W30-BLOCKED-SW
                   NOT INVALID KEY
                       IF NOT F22-CTL-COMPLETE
                           MOVE 'Y' TO W30-BLOCKED-SW
                       END-IF
               END-READ
               IF W30-STEP-BLOCKED
                   MOVE '*** PREDECESSOR NOT COMPLETE - STEP NOT RUN
      -                ' ***' TO W30-BLOCK-MESSAGE
               END-IF
           END-IF
       .

       910-CHECK-OWN-STEP.
           MOVE W30-CTL-RUN-DATE TO F22-CTL-DATE
           MOVE W30-STEP-NAME TO F22-CTL-STEP
           READ F22-RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF F22-CTL-COMPLETE
                       MOVE 'Y' TO W30-BLOCKED-SW
                       MOVE '*** STEP ALREADY COMPLETE - NOT RERUN **
      -                    '*' TO W30-BLOCK-MESSAGE
                   END-IF
           END-READ
       .

       915-STAMP-STEP-START.
           MOVE W30-CTL-RUN-DATE TO F22-CTL-DATE
           MOVE W30-STEP-NAME TO F22-CTL-STEP
           ACCEPT F22-CTL-START-TIME FROM TIME
           MOVE SPACES TO F22-CTL-END-TIME
           MOVE 'S' TO F22-CTL-STATUS
           MOVE ZERO TO F22-CTL-RC
           WRITE F22-RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE F22-RUN-CONTROL-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
       .

       950-STAMP-STEP-END.
           IF W30-CTL-RUN-DATE NOT = SPACES
               OPEN I-O F22-RUN-CONTROL-FILE
               MOVE W30-CTL-RUN-DATE TO F22-CTL-DATE
               MOVE W30-STEP-NAME TO F22-CTL-STEP
               READ F22-RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ACCEPT F22-CTL-END-TIME FROM TIME
                       MOVE 'C' TO F22-CTL-STATUS
                       MOVE W10-RETURN-CODE TO F22-CTL-RC
                       REWRITE F22-RUN-CONTROL-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
               CLOSE F22-RUN-CONTROL-FILE
           END-IF
       .
