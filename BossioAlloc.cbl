                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS F07-ORDER-KEY
                                   FILE STATUS IS W09-ORDERS-STATUS.
           SELECT F24-CUSTMAST-FILE ASSIGN TO 'CUSTMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F24-CUST-KEY
                                   FILE STATUS IS W09-CUSTMAST-STATUS.
           SELECT F09-HELD-ORDER-REPORT ASSIGN TO 'HELDORD.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F12-PARM-FILE ASSIGN TO 'ASSTPARM.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W09-PARM-STATUS.
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F22-CTL-KEY
                                   FILE STATUS IS W30-CTL-FILE-STATUS.
           SELECT F30-LOT-FILE ASSIGN TO 'INVLOT.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS F30-LOT-KEY
                                   FILE STATUS IS W09-LOT-STATUS.
           SELECT F39-BOM-FILE ASSIGN TO 'BOMMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS F39-BOM-KEY
                                   FILE STATUS IS W09-BOM-STATUS.
           SELECT F10-KIT-BUILD-REPORT ASSIGN TO 'KITBUILD.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT S01-SORT-FILE ASSIGN TO 'SORTWK01'.

       DATA DIVISION.
           05  F01-INV-CATEGORY    PIC X(4).

       FD  F02-ALLOC-WORK-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F02-ALLOC-WORK-RECORD.
       01  F02-ALLOC-WORK-RECORD.
           05  F02-AVAIL-KEY.
               10  F02-AVAIL-PART  PIC X(20).
               10  F02-AVAIL-LOC   PIC X(6).
           05  F02-AVAIL-QTY       PIC 9(7).
           05  F02-AVAIL-LOT-USED  PIC 9(7).

       FD  F03-PICK-LIST
           RECORD CONTAINS 120 CHARACTERS
       01  F06-RELEASE-REP-LINE    PIC X(120).

       FD  F08-PICK-WORK-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F08-PICK-WORK-RECORD.
       01  F08-PICK-WORK-RECORD.
           05  F08-PICK-KEY.
           05  F08-PICK-PART       PIC X(20).
           05  F08-PICK-QTY        PIC 9(7).
           05  F08-PICK-CONFIRMED  PIC X(1).
           05  F08-PICK-SHIP-QTY   PIC 9(7).
           05  F08-PICK-CUSTOMER   PIC X(10).

       FD  F07-ORDERS-FILE
           RECORD CONTAINS 56 CHARACTERS
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

       FD  F09-HELD-ORDER-REPORT
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F09-HELD-ORDER-LINE.
       01  F09-HELD-ORDER-LINE     PIC X(120).

       FD  F12-PARM-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS F12-PARM-RECORD.
           05  F12-PARM-RUN-DATE      PIC X(8).
           05                         PIC X(18).

       FD  F30-LOT-FILE
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS F30-LOT-RECORD.
       01  F30-LOT-RECORD.
           05  F30-LOT-KEY.
               10  F30-LOT-LOC         PIC X(6).
               10  F30-LOT-PART        PIC X(20).
               10  F30-LOT-RCPT-DATE   PIC X(8).
               10  F30-LOT-NUMBER      PIC X(10).
           05  F30-LOT-EXPIRY      PIC X(8).
           05  F30-LOT-ON-HAND     PIC 9(7).
           05  F30-LOT-RECEIVED    PIC 9(7).

       FD  F39-BOM-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS F39-BOM-RECORD.
       01  F39-BOM-RECORD.
           05  F39-BOM-KEY.
               10  F39-BOM-KIT     PIC X(20).
               10  F39-BOM-COMP    PIC X(20).
           05  F39-BOM-QTY-PER     PIC 9(5).

       FD  F10-KIT-BUILD-REPORT
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F10-KIT-BUILD-LINE.
       01  F10-KIT-BUILD-LINE      PIC X(120).

       FD  F22-RUN-CONTROL-FILE
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS F22-RUN-CONTROL-RECORD.
           05                  PIC X(21)   VALUE 'PART NAME'.
           05                  PIC X(8)    VALUE 'LOC'.
           05                  PIC X(10)   VALUE 'PICK QTY'.
           05                  PIC X(12)   VALUE 'LOT'.
           05                  PIC X(9)    VALUE 'LOT QTY'.
           05                  PIC X(40)   VALUE 'EXPIRES'.

       01  W04-PICK-DETAIL.
           05  W04-PICK-ORDER      PIC X(8).
           05  W04-PICK-LOC        PIC X(6).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-PICK-QTY        PIC Z(6)9.
           05                      PIC X(3)    VALUE SPACES.
           05  W04-PICK-LOT        PIC X(10).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-PICK-LOT-QTY    PIC Z(6)9   BLANK WHEN ZERO.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-PICK-EXPIRY     PIC X(8).
           05                      PIC X(32)   VALUE SPACES.

       01  W05-ORDER-SUMMARY.
           05  W05-ORD-NUMBER      PIC X(8).
               10                  PIC X(40)
                                   VALUE 'ORDER LINES BACKORDERED'.
               10  W06-BACK-COUNT  PIC Z(6)9.
           05  W06-HELD-LINE.
               10                  PIC X(40)
                                   VALUE 'ORDER LINES HELD - CREDIT'.
               10  W06-HELD-COUNT  PIC Z(6)9.
           05  W06-FILL-RATE-LINE.
               10                  PIC X(40)
                                   VALUE 'OVERALL FILL RATE PCT'.
           05  W07-REMAINING       PIC 9(7)    VALUE ZERO.
           05  W07-PICK-QTY        PIC 9(7)    VALUE ZERO.
           05  W07-WORK-EOF-SW     PIC X(2)    VALUE SPACES.
           05  W07-LOT-SKIP        PIC 9(7)    VALUE ZERO.
           05  W07-LOT-TO-PICK     PIC 9(7)    VALUE ZERO.
           05  W07-LOT-QTY         PIC 9(7)    VALUE ZERO.
           05  W07-LOT-LINES       PIC 9(3)    VALUE ZERO.
           05  W07-LOT-EOF-SW      PIC X(2)    VALUE SPACES.

       01  W08-ALLOC-TOTALS.
           05  W08-ORDERS-READ     PIC 9(7)    VALUE ZERO.
           05  W09-PICKWRK-STATUS  PIC XX      VALUE SPACES.
           05  W09-BACKORD-STATUS  PIC XX      VALUE SPACES.
           05  W09-PARM-STATUS     PIC XX      VALUE SPACES.
           05  W09-CUSTMAST-STATUS PIC XX      VALUE SPACES.
           05  W09-LOT-STATUS      PIC XX      VALUE SPACES.
           05  W09-BOM-STATUS      PIC XX      VALUE SPACES.
           05  W09-ORDERS-SWITCH   PIC X       VALUE 'Y'.
               88  W09-ORDERS-FOUND            VALUE 'Y'.
           05  W09-BACKORD-SWITCH  PIC X       VALUE 'Y'.
               88  W09-BACKORD-FOUND           VALUE 'Y'.
           05  W09-CUSTMAST-SWITCH PIC X       VALUE 'Y'.
               88  W09-CUSTMAST-FOUND          VALUE 'Y'.
           05  W09-LOT-SWITCH      PIC X       VALUE 'Y'.
               88  W09-LOT-FOUND               VALUE 'Y'.
           05  W09-BOM-SWITCH      PIC X       VALUE 'Y'.
               88  W09-BOM-FOUND               VALUE 'Y'.

       01  W10-ORDERS-EOF-SWITCH   PIC X(2)    VALUE SPACES.

               10                  PIC X(40)
                                   VALUE 'BACKORDERS STILL WAITING'.
               10  W19-WAIT-COUNT  PIC Z(6)9.
           05  W19-HELD-LINE.
               10                  PIC X(40)
                                   VALUE 'BACKORDERS HELD - CREDIT'.
               10  W19-HELD-COUNT  PIC Z(6)9.
           05  W19-UNITS-LINE.
               10                  PIC X(40)
                                   VALUE 'BACKORDER UNITS RELEASED'.
       01  W20-NO-BACKORD-LINE     PIC X(120)  VALUE
           '*** NO PRIOR BACKORDER FILE - NONE CARRIED FORWARD ***'.

       01  W22-CREDIT-FIELDS.
           05  W22-CUSTOMER        PIC X(10)   VALUE SPACES.
           05  W22-CUST-NAME       PIC X(25)   VALUE SPACES.
           05  W22-HELD-SW         PIC X       VALUE 'N'.
               88  W22-CUSTOMER-HELD           VALUE 'Y'.
           05  W22-HELD-REASON     PIC X(22)   VALUE SPACES.
           05  W22-ORDERS-HELD     PIC 9(7)    VALUE ZERO.
           05  W22-BACKS-HELD      PIC 9(7)    VALUE ZERO.
           05  W22-UNITS-HELD      PIC 9(9)    VALUE ZERO.

       01  W23-HELD-NAME.
           05                  PIC X(22)   VALUE SPACES.
           05                  PIC X(35)
                       VALUE 'HELD ORDERS - CREDIT SCREENING'.
           05                  PIC X(10)   VALUE 'RUN DATE'.
           05  W23-RUN-DATE    PIC X(8)    VALUE SPACES.
           05                  PIC X(45)   VALUE SPACES.

       01  W24-HELD-HEADING.
           05                  PIC X(13)   VALUE 'ORDER/LN'.
           05                  PIC X(11)   VALUE 'CUSTOMER'.
           05                  PIC X(21)   VALUE 'NAME'.
           05                  PIC X(21)   VALUE 'PART NAME'.
           05                  PIC X(10)   VALUE 'DUE DATE'.
           05                  PIC X(9)    VALUE 'QTY'.
           05                  PIC X(11)   VALUE 'SOURCE'.
           05                  PIC X(24)   VALUE 'REASON'.

       01  W25-HELD-DETAIL.
           05  W25-HELD-ORDER      PIC X(8).
           05                      PIC X(1)    VALUE '/'.
           05  W25-HELD-LINE       PIC ZZ9.
           05                      PIC X(1)    VALUE SPACES.
           05  W25-HELD-CUST       PIC X(10).
           05                      PIC X(1)    VALUE SPACES.
           05  W25-HELD-NAME       PIC X(20).
           05                      PIC X(1)    VALUE SPACES.
           05  W25-HELD-PART       PIC X(20).
           05                      PIC X(1)    VALUE SPACES.
           05  W25-HELD-DUE        PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  W25-HELD-QTY        PIC Z(6)9.
           05                      PIC X(2)    VALUE SPACES.
           05  W25-HELD-SOURCE     PIC X(10).
           05                      PIC X(1)    VALUE SPACES.
           05  W25-HELD-REASON     PIC X(22).
           05                      PIC X(2)    VALUE SPACES.

       01  W26-HELD-TOTAL-LINES.
           05  W26-ORDERS-LINE.
               10                  PIC X(40)
                                   VALUE 'ORDER LINES HELD'.
               10  W26-ORD-COUNT   PIC Z(6)9.
           05  W26-BACKS-LINE.
               10                  PIC X(40)
                                   VALUE 'BACKORDERS HELD'.
               10  W26-BACK-COUNT  PIC Z(6)9.
           05  W26-UNITS-LINE.
               10                  PIC X(40)
                                   VALUE 'UNITS HELD'.
               10  W26-UNIT-COUNT  PIC Z(8)9.

       01  W27-NO-CUSTMAST-LINE    PIC X(120)  VALUE
           '*** CUSTOMER MASTER NOT AVAILABLE - ALL ORDERS HELD ***'.

       01  W29-PICK-LOT-LINE.
           05                      PIC X(59)   VALUE SPACES.
           05  W29-PICK-LOT        PIC X(10).
           05                      PIC X(2)    VALUE SPACES.
           05  W29-PICK-LOT-QTY    PIC Z(6)9   BLANK WHEN ZERO.
           05                      PIC X(2)    VALUE SPACES.
           05  W29-PICK-EXPIRY     PIC X(8).
           05                      PIC X(32)   VALUE SPACES.

       01  W31-KIT-FIELDS.
           05  W31-BACK-EOF-SW     PIC X(2)    VALUE SPACES.
           05  W31-BOM-EOF-SW      PIC X(2)    VALUE SPACES.
           05  W31-OVERFLOW-SW     PIC X       VALUE 'N'.
               88  W31-BILL-TOO-LARGE          VALUE 'Y'.
           05  W31-COMP-COUNT      PIC 9(3)    VALUE ZERO.
           05  W31-COMP-SUB        PIC S9(4)   VALUE ZERO.
           05  W31-LOC-COUNT       PIC 9(3)    VALUE ZERO.
           05  W31-LOC-SUB         PIC S9(4)   VALUE ZERO.
           05  W31-LOC-BUILDABLE   PIC 9(7)    VALUE ZERO.
           05  W31-COMP-LIMIT      PIC 9(7)    VALUE ZERO.
           05  W31-BEST-QTY        PIC 9(7)    VALUE ZERO.
           05  W31-BEST-LOC        PIC X(6)    VALUE SPACES.
           05  W31-BUILD-QTY       PIC 9(7)    VALUE ZERO.
           05  W31-RESERVE-QTY     PIC 9(12)   VALUE ZERO.
           05  W31-KITS-CHECKED    PIC 9(7)    VALUE ZERO.
           05  W31-KITS-COVERED    PIC 9(7)    VALUE ZERO.
           05  W31-KITS-PARTIAL    PIC 9(7)    VALUE ZERO.
           05  W31-KIT-UNITS       PIC 9(9)    VALUE ZERO.
           05  W31-COMP-ENTRY      OCCURS 50 TIMES.
               10  W31-COMP-PART   PIC X(20).
               10  W31-COMP-QTY-PER
                                   PIC 9(5).
           05  W31-KIT-LOC         PIC X(6)
                                   OCCURS 50 TIMES.

       01  W32-KIT-NAME.
           05                  PIC X(22)   VALUE SPACES.
           05                  PIC X(35)
                       VALUE 'BACKORDERED KITS BUILDABLE'.
           05                  PIC X(10)   VALUE 'RUN DATE'.
           05  W32-RUN-DATE    PIC X(8)    VALUE SPACES.
           05                  PIC X(45)   VALUE SPACES.

       01  W32-KIT-HEADING.
           05                  PIC X(13)   VALUE 'ORDER/LN'.
           05                  PIC X(11)   VALUE 'CUSTOMER'.
           05                  PIC X(21)   VALUE 'KIT PART'.
           05                  PIC X(9)    VALUE 'BACKORD'.
           05                  PIC X(8)    VALUE 'LOC'.
           05                  PIC X(11)   VALUE 'BUILDABLE'.
           05                  PIC X(47)   VALUE 'STATUS'.

       01  W32-KIT-DETAIL.
           05  W32-KIT-ORDER       PIC X(8).
           05                      PIC X(1)    VALUE '/'.
           05  W32-KIT-LINE        PIC ZZ9.
           05                      PIC X(1)    VALUE SPACES.
           05  W32-KIT-CUST        PIC X(10).
           05                      PIC X(1)    VALUE SPACES.
           05  W32-KIT-PART        PIC X(20).
           05                      PIC X(1)    VALUE SPACES.
           05  W32-KIT-BACK-QTY    PIC Z(6)9.
           05                      PIC X(2)    VALUE SPACES.
           05  W32-KIT-LOC         PIC X(6).
           05                      PIC X(4)    VALUE SPACES.
           05  W32-KIT-BUILD-QTY   PIC Z(6)9.
           05                      PIC X(2)    VALUE SPACES.
           05  W32-KIT-MESSAGE     PIC X(30).
           05                      PIC X(17)   VALUE SPACES.

       01  W33-KIT-TOTAL-LINES.
           05  W33-CHECKED-LINE.
               10                  PIC X(40)
                                   VALUE 'KIT BACKORDERS CHECKED'.
               10  W33-CHK-COUNT   PIC Z(6)9.
           05  W33-COVERED-LINE.
               10                  PIC X(40)
                       VALUE 'KIT BACKORDERS COVERED BY BUILD'.
               10  W33-COV-COUNT   PIC Z(6)9.
           05  W33-PARTIAL-LINE.
               10                  PIC X(40)
                       VALUE 'KIT BACKORDERS PARTLY COVERED'.
               10  W33-PART-COUNT  PIC Z(6)9.
           05  W33-UNITS-LINE.
               10                  PIC X(40)
                                   VALUE 'KIT UNITS BUILDABLE'.
               10  W33-UNIT-COUNT  PIC Z(8)9.

       01  W34-NO-BOM-LINE         PIC X(120)  VALUE
           '*** NO BILL OF MATERIALS FILE - NO KITS CHECKED ***'.

       01  W30-RUN-CONTROL.
           05  W30-CTL-FILE-STATUS PIC XX      VALUE SPACES.
           05  W30-STEP-NAME       PIC X(12)   VALUE 'ALLOC'.
               PERFORM 390-SORT-AND-ALLOCATE
               PERFORM 450-PRINT-TOTALS
               PERFORM 460-PRINT-RELEASE-TOTALS
               PERFORM 470-PRINT-HELD-TOTALS
               PERFORM 480-REPORT-BUILDABLE-KITS
               PERFORM 950-STAMP-STEP-END
               PERFORM 500-CLOSE-FILES
           END-IF
               IF F12-PARM-RUN-DATE NOT = SPACES
                   MOVE F12-PARM-RUN-DATE TO W02-RUN-DATE
                   MOVE F12-PARM-RUN-DATE TO W16-RUN-DATE
                   MOVE F12-PARM-RUN-DATE TO W23-RUN-DATE
                   MOVE F12-PARM-RUN-DATE TO W32-RUN-DATE
               END-IF
               CLOSE F12-PARM-FILE
           END-IF
           OPEN OUTPUT F03-PICK-LIST
                       F04-BACKORDER-FILE
                       F06-RELEASE-REPORT
                       F09-HELD-ORDER-REPORT
                       F10-KIT-BUILD-REPORT
           OPEN OUTPUT F08-PICK-WORK-FILE
           OPEN INPUT F24-CUSTMAST-FILE
           IF W09-CUSTMAST-STATUS = '35'
               MOVE 'N' TO W09-CUSTMAST-SWITCH
           END-IF
           OPEN INPUT F30-LOT-FILE
           IF W09-LOT-STATUS = '35'
               MOVE 'N' TO W09-LOT-SWITCH
           END-IF
           OPEN INPUT F39-BOM-FILE
           IF W09-BOM-STATUS = '35'
               MOVE 'N' TO W09-BOM-SWITCH
           END-IF
           IF W09-ORDERS-STATUS = '35'
               MOVE 'N' TO W09-ORDERS-SWITCH
           END-IF
               IF F12-PARM-RUN-DATE NOT = SPACES
                   MOVE F12-PARM-RUN-DATE TO W02-RUN-DATE
                   MOVE F12-PARM-RUN-DATE TO W16-RUN-DATE
                   MOVE F12-PARM-RUN-DATE TO W23-RUN-DATE
                   MOVE F12-PARM-RUN-DATE TO W32-RUN-DATE
               END-IF
               CLOSE F12-PARM-FILE
           END-IF
           WRITE F06-RELEASE-REP-LINE
           MOVE W17-RELEASE-HEADING TO F06-RELEASE-REP-LINE
           WRITE F06-RELEASE-REP-LINE
           MOVE W23-HELD-NAME TO F09-HELD-ORDER-LINE
           WRITE F09-HELD-ORDER-LINE
           MOVE SPACES TO F09-HELD-ORDER-LINE
           WRITE F09-HELD-ORDER-LINE
           MOVE W24-HELD-HEADING TO F09-HELD-ORDER-LINE
           WRITE F09-HELD-ORDER-LINE
           IF NOT W09-CUSTMAST-FOUND
               MOVE W27-NO-CUSTMAST-LINE TO F09-HELD-ORDER-LINE
               WRITE F09-HELD-ORDER-LINE
           END-IF
           MOVE W32-KIT-NAME TO F10-KIT-BUILD-LINE
           WRITE F10-KIT-BUILD-LINE
           MOVE SPACES TO F10-KIT-BUILD-LINE
           WRITE F10-KIT-BUILD-LINE
           MOVE W32-KIT-HEADING TO F10-KIT-BUILD-LINE
           WRITE F10-KIT-BUILD-LINE
           IF NOT W09-BOM-FOUND
               MOVE W34-NO-BOM-LINE TO F10-KIT-BUILD-LINE
               WRITE F10-KIT-BUILD-LINE
           END-IF
       .

       300-BUILD-AVAILABILITY.
               READ F02-ALLOC-WORK-FILE
                   INVALID KEY
                       MOVE W07-CALC-END-SIGNED TO F02-AVAIL-QTY
                       MOVE ZERO TO F02-AVAIL-LOT-USED
                       WRITE F02-ALLOC-WORK-RECORD
                           INVALID KEY
                               CONTINUE

       360-RELEASE-ONE-BACKORDER.
           ADD 1 TO W14-BACKS-READ
           MOVE F05-BACKO-CUSTOMER TO W22-CUSTOMER
           PERFORM 442-SCREEN-CUSTOMER
           IF W22-CUSTOMER-HELD
               PERFORM 362-HOLD-ONE-BACKORDER
           ELSE
               MOVE F05-BACKO-PART TO W12-ALLOC-PART
               MOVE F05-BACKO-QUANTITY TO W07-REMAINING
               MOVE F05-BACKO-ORDER-NO TO W04-PICK-ORDER
               MOVE F05-BACKO-CUSTOMER TO W04-PICK-CUST
               MOVE F05-BACKO-ORDER-NO TO W21-PICK-ORDER-NO
               MOVE F05-BACKO-LINE TO W21-PICK-LINE
               PERFORM 415-START-AVAILABILITY
               PERFORM 430-PICK-FROM-ONE-LOCATION
                   UNTIL W07-WORK-EOF-SW = 'NO'
                   OR W07-REMAINING = ZERO
               COMPUTE W13-BACK-RELEASED =
                       F05-BACKO-QUANTITY - W07-REMAINING
               ADD W13-BACK-RELEASED TO W14-BACK-UNITS
               PERFORM 365-WRITE-RELEASE-LINE
               IF W07-REMAINING = ZERO
                   ADD 1 TO W14-BACKS-RELEASED
               ELSE
                   IF W07-REMAINING = F05-BACKO-QUANTITY
                       ADD 1 TO W14-BACKS-WAITING
                   ELSE
                       ADD 1 TO W14-BACKS-PARTIAL
                   END-IF
                   MOVE F05-BACKORDER-OLD-RECORD
                       TO F04-BACKORDER-RECORD
                   MOVE W07-REMAINING TO F04-BACK-QUANTITY
                   WRITE F04-BACKORDER-RECORD
               END-IF
           END-IF
           PERFORM 355-READ-NEXT-BACKORDER
       .

       362-HOLD-ONE-BACKORDER.
           ADD 1 TO W22-BACKS-HELD
           ADD F05-BACKO-QUANTITY TO W22-UNITS-HELD
           MOVE F05-BACKO-QUANTITY TO W07-REMAINING
           MOVE ZERO TO W13-BACK-RELEASED
           PERFORM 365-WRITE-RELEASE-LINE
           MOVE F05-BACKO-ORDER-NO TO W25-HELD-ORDER
           MOVE F05-BACKO-LINE TO W25-HELD-LINE
           MOVE F05-BACKO-CUSTOMER TO W25-HELD-CUST
           MOVE F05-BACKO-PART TO W25-HELD-PART
           MOVE F05-BACKO-DUE-DATE TO W25-HELD-DUE
           MOVE F05-BACKO-QUANTITY TO W25-HELD-QTY
           MOVE 'BACKORDER' TO W25-HELD-SOURCE
           PERFORM 444-WRITE-HELD-LINE
           MOVE F05-BACKORDER-OLD-RECORD TO F04-BACKORDER-RECORD
           WRITE F04-BACKORDER-RECORD
       .

       365-WRITE-RELEASE-LINE.
           PERFORM 370-COMPUTE-DAYS-OPEN
           MOVE F05-BACKO-ORDER-NO TO W18-REL-ORDER
           MOVE F05-BACKO-QUANTITY TO W18-REL-QTY
           MOVE W13-BACK-RELEASED TO W18-REL-RELEASED
           MOVE W07-REMAINING TO W18-REL-WAITING
           IF W22-CUSTOMER-HELD
               MOVE '*** CREDIT HOLD ***' TO W18-REL-MESSAGE
           ELSE
               IF W07-REMAINING = ZERO
                   MOVE 'RELEASED COMPLETE' TO W18-REL-MESSAGE
               ELSE
                   IF W13-BACK-RELEASED > ZERO
                       MOVE 'PARTIAL RELEASE' TO W18-REL-MESSAGE
                   ELSE
                       MOVE '*** STILL WAITING ***' TO W18-REL-MESSAGE
                   END-IF
               END-IF
           END-IF
           MOVE W18-RELEASE-DETAIL TO F06-RELEASE-REP-LINE
       .

       420-ALLOCATE-ONE-ORDER.
           MOVE S01-ORD-CUSTOMER TO W22-CUSTOMER
           PERFORM 442-SCREEN-CUSTOMER
           IF W22-CUSTOMER-HELD
               PERFORM 422-HOLD-ONE-ORDER
           ELSE
               ADD 1 TO W08-ORDERS-READ
               ADD S01-ORD-QUANTITY TO W08-TOTAL-ORDERED
               MOVE S01-ORD-QUANTITY TO W07-REMAINING
               MOVE S01-ORD-PART TO W12-ALLOC-PART
               MOVE S01-ORD-NUMBER TO W04-PICK-ORDER
               MOVE S01-ORD-CUSTOMER TO W04-PICK-CUST
               MOVE S01-ORD-NUMBER TO W21-PICK-ORDER-NO
               MOVE S01-ORD-LINE TO W21-PICK-LINE
               PERFORM 415-START-AVAILABILITY
               PERFORM 430-PICK-FROM-ONE-LOCATION
                   UNTIL W07-WORK-EOF-SW = 'NO'
                   OR W07-REMAINING = ZERO
               PERFORM 440-FINISH-ONE-ORDER
           END-IF
           PERFORM 410-RETURN-NEXT-ORDER
       .

       422-HOLD-ONE-ORDER.
           ADD 1 TO W22-ORDERS-HELD
           ADD S01-ORD-QUANTITY TO W22-UNITS-HELD
           MOVE S01-ORD-NUMBER TO W25-HELD-ORDER
           MOVE S01-ORD-LINE TO W25-HELD-LINE
           MOVE S01-ORD-CUSTOMER TO W25-HELD-CUST
           MOVE S01-ORD-PART TO W25-HELD-PART
           MOVE S01-ORD-DUE-DATE TO W25-HELD-DUE
           MOVE S01-ORD-QUANTITY TO W25-HELD-QTY
           MOVE 'ORDER' TO W25-HELD-SOURCE
           PERFORM 444-WRITE-HELD-LINE
           MOVE S01-ORD-NUMBER TO F04-BACK-ORDER-NO
           MOVE S01-ORD-LINE TO F04-BACK-LINE
           MOVE S01-ORD-CUSTOMER TO F04-BACK-CUSTOMER
           MOVE S01-ORD-PART TO F04-BACK-PART
           MOVE S01-ORD-DUE-DATE TO F04-BACK-DUE-DATE
           MOVE S01-ORD-QUANTITY TO F04-BACK-QUANTITY
           MOVE W02-RUN-DATE TO F04-BACK-DATE
           WRITE F04-BACKORDER-RECORD
       .

       425-READ-NEXT-AVAILABILITY.
           READ F02-ALLOC-WORK-FILE NEXT RECORD
               AT END MOVE 'NO' TO W07-WORK-EOF-SW
               MOVE W12-ALLOC-PART TO W04-PICK-PART
               MOVE F02-AVAIL-LOC TO W04-PICK-LOC
               MOVE W07-PICK-QTY TO W04-PICK-QTY
               PERFORM 432-WRITE-PICK-LINES
               PERFORM 435-WRITE-PICK-WORK
               SUBTRACT W07-PICK-QTY FROM W07-REMAINING
               SUBTRACT W07-PICK-QTY FROM F02-AVAIL-QTY
               ADD W07-PICK-QTY TO F02-AVAIL-LOT-USED
               REWRITE F02-ALLOC-WORK-RECORD
                   INVALID KEY
                       CONTINUE
           PERFORM 425-READ-NEXT-AVAILABILITY
       .

       432-WRITE-PICK-LINES.
           MOVE W07-PICK-QTY TO W07-LOT-TO-PICK
           MOVE F02-AVAIL-LOT-USED TO W07-LOT-SKIP
           MOVE ZERO TO W07-LOT-LINES
           MOVE SPACES TO W07-LOT-EOF-SW
           IF W09-LOT-FOUND
               MOVE F02-AVAIL-LOC TO F30-LOT-LOC
               MOVE W12-ALLOC-PART TO F30-LOT-PART
               MOVE LOW-VALUES TO F30-LOT-RCPT-DATE
               MOVE LOW-VALUES TO F30-LOT-NUMBER
               START F30-LOT-FILE KEY NOT < F30-LOT-KEY
                   INVALID KEY
                       MOVE 'NO' TO W07-LOT-EOF-SW
               END-START
               IF W07-LOT-EOF-SW NOT = 'NO'
                   PERFORM 433-READ-NEXT-LOT
                   PERFORM 434-PICK-FROM-ONE-LOT
                       UNTIL W07-LOT-EOF-SW = 'NO'
                       OR W07-LOT-TO-PICK = ZERO
               END-IF
           END-IF
           IF W07-LOT-TO-PICK > ZERO
               IF W09-LOT-FOUND
                   MOVE 'UNLOTTED' TO W04-PICK-LOT
                   MOVE W07-LOT-TO-PICK TO W04-PICK-LOT-QTY
               ELSE
                   MOVE SPACES TO W04-PICK-LOT
                   MOVE ZERO TO W04-PICK-LOT-QTY
               END-IF
               MOVE SPACES TO W04-PICK-EXPIRY
               PERFORM 436-WRITE-ONE-LOT-LINE
           END-IF
       .

       433-READ-NEXT-LOT.
           READ F30-LOT-FILE NEXT RECORD
               AT END MOVE 'NO' TO W07-LOT-EOF-SW
           END-READ
           IF W07-LOT-EOF-SW NOT = 'NO'
                   AND (F30-LOT-LOC NOT = F02-AVAIL-LOC
                        OR F30-LOT-PART NOT = W12-ALLOC-PART)
               MOVE 'NO' TO W07-LOT-EOF-SW
           END-IF
       .

       434-PICK-FROM-ONE-LOT.
           MOVE F30-LOT-ON-HAND TO W07-LOT-QTY
           IF W07-LOT-SKIP > ZERO
               IF W07-LOT-SKIP < W07-LOT-QTY
                   SUBTRACT W07-LOT-SKIP FROM W07-LOT-QTY
                   MOVE ZERO TO W07-LOT-SKIP
               ELSE
                   SUBTRACT W07-LOT-QTY FROM W07-LOT-SKIP
                   MOVE ZERO TO W07-LOT-QTY
               END-IF
           END-IF
           IF W07-LOT-QTY > W07-LOT-TO-PICK
               MOVE W07-LOT-TO-PICK TO W07-LOT-QTY
           END-IF
           IF W07-LOT-QTY > ZERO
               MOVE F30-LOT-NUMBER TO W04-PICK-LOT
               MOVE W07-LOT-QTY TO W04-PICK-LOT-QTY
               MOVE F30-LOT-EXPIRY TO W04-PICK-EXPIRY
               SUBTRACT W07-LOT-QTY FROM W07-LOT-TO-PICK
               PERFORM 436-WRITE-ONE-LOT-LINE
           END-IF
           PERFORM 433-READ-NEXT-LOT
       .

       435-WRITE-PICK-WORK.
           MOVE W21-PICK-ORDER-NO TO F08-PICK-ORDER-NO
           MOVE W21-PICK-LINE TO F08-PICK-LINE
           MOVE W12-ALLOC-PART TO F08-PICK-PART
           MOVE W07-PICK-QTY TO F08-PICK-QTY
           MOVE 'N' TO F08-PICK-CONFIRMED
           MOVE ZERO TO F08-PICK-SHIP-QTY
           MOVE W04-PICK-CUST TO F08-PICK-CUSTOMER
           WRITE F08-PICK-WORK-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
       .

       436-WRITE-ONE-LOT-LINE.
           IF W07-LOT-LINES = ZERO
               MOVE W04-PICK-DETAIL TO F03-PICK-LIST-LINE
           ELSE
               MOVE W04-PICK-LOT TO W29-PICK-LOT
               MOVE W04-PICK-LOT-QTY TO W29-PICK-LOT-QTY
               MOVE W04-PICK-EXPIRY TO W29-PICK-EXPIRY
               MOVE W29-PICK-LOT-LINE TO F03-PICK-LIST-LINE
           END-IF
           WRITE F03-PICK-LIST-LINE
           ADD 1 TO W07-LOT-LINES
       .

       440-FINISH-ONE-ORDER.
           MOVE S01-ORD-NUMBER TO W05-ORD-NUMBER
           MOVE S01-ORD-LINE TO W05-ORD-LINE
           END-IF
       .

       442-SCREEN-CUSTOMER.
           MOVE 'N' TO W22-HELD-SW
           MOVE SPACES TO W22-CUST-NAME
           IF NOT W09-CUSTMAST-FOUND
               MOVE 'Y' TO W22-HELD-SW
               MOVE 'NOT ON CUSTOMER MASTER' TO W22-HELD-REASON
           ELSE
               MOVE W22-CUSTOMER TO F24-CUST-KEY
               READ F24-CUSTMAST-FILE
                   INVALID KEY
                       MOVE 'Y' TO W22-HELD-SW
                       MOVE 'NOT ON CUSTOMER MASTER'
                           TO W22-HELD-REASON
                   NOT INVALID KEY
                       MOVE F24-CUST-NAME TO W22-CUST-NAME
                       IF F24-CUST-ON-HOLD
                           MOVE 'Y' TO W22-HELD-SW
                           MOVE 'CREDIT HOLD' TO W22-HELD-REASON
                       END-IF
               END-READ
           END-IF
       .

       444-WRITE-HELD-LINE.
           MOVE W22-CUST-NAME TO W25-HELD-NAME
           MOVE W22-HELD-REASON TO W25-HELD-REASON
           MOVE W25-HELD-DETAIL TO F09-HELD-ORDER-LINE
           WRITE F09-HELD-ORDER-LINE
       .

       449-ALLOCATE-ORDERS-EXIT.
           EXIT.

           MOVE W08-ORDERS-BACK TO W06-BACK-COUNT
           MOVE W06-BACKORD-LINE TO F03-PICK-LIST-LINE
           WRITE F03-PICK-LIST-LINE
           MOVE W22-ORDERS-HELD TO W06-HELD-COUNT
           MOVE W06-HELD-LINE TO F03-PICK-LIST-LINE
           WRITE F03-PICK-LIST-LINE
           IF W08-TOTAL-ORDERED > ZERO
               COMPUTE W08-FILL-RATE ROUNDED =
                   W08-TOTAL-ALLOCATED * 100 / W08-TOTAL-ORDERED
           MOVE W14-BACKS-WAITING TO W19-WAIT-COUNT
           MOVE W19-WAITING-LINE TO F06-RELEASE-REP-LINE
           WRITE F06-RELEASE-REP-LINE
           MOVE W22-BACKS-HELD TO W19-HELD-COUNT
           MOVE W19-HELD-LINE TO F06-RELEASE-REP-LINE
           WRITE F06-RELEASE-REP-LINE
           MOVE W14-BACK-UNITS TO W19-UNIT-COUNT
           MOVE W19-UNITS-LINE TO F06-RELEASE-REP-LINE
           WRITE F06-RELEASE-REP-LINE
       .

       470-PRINT-HELD-TOTALS.
           MOVE W11-DASH TO F09-HELD-ORDER-LINE
           WRITE F09-HELD-ORDER-LINE
           MOVE W22-ORDERS-HELD TO W26-ORD-COUNT
           MOVE W26-ORDERS-LINE TO F09-HELD-ORDER-LINE
           WRITE F09-HELD-ORDER-LINE
           MOVE W22-BACKS-HELD TO W26-BACK-COUNT
           MOVE W26-BACKS-LINE TO F09-HELD-ORDER-LINE
           WRITE F09-HELD-ORDER-LINE
           MOVE W22-UNITS-HELD TO W26-UNIT-COUNT
           MOVE W26-UNITS-LINE TO F09-HELD-ORDER-LINE
           WRITE F09-HELD-ORDER-LINE
       .

       480-REPORT-BUILDABLE-KITS.
           CLOSE F04-BACKORDER-FILE
           OPEN INPUT F04-BACKORDER-FILE
           IF W09-BOM-FOUND
               MOVE SPACES TO W31-BACK-EOF-SW
               PERFORM 481-READ-NEXT-NEW-BACKORDER
               PERFORM 482-CHECK-ONE-KIT-BACKORDER
                   UNTIL W31-BACK-EOF-SW = 'NO'
           END-IF
           PERFORM 495-PRINT-KIT-TOTALS
       .

       481-READ-NEXT-NEW-BACKORDER.
           READ F04-BACKORDER-FILE
               AT END
                   MOVE 'NO' TO W31-BACK-EOF-SW
           END-READ
       .

       482-CHECK-ONE-KIT-BACKORDER.
           MOVE F04-BACK-CUSTOMER TO W22-CUSTOMER
           PERFORM 442-SCREEN-CUSTOMER
           IF NOT W22-CUSTOMER-HELD
               PERFORM 483-LOAD-KIT-BILL
               IF W31-COMP-COUNT > ZERO
                   ADD 1 TO W31-KITS-CHECKED
                   MOVE ZERO TO W31-BEST-QTY
                   MOVE ZERO TO W31-BUILD-QTY
                   MOVE ZERO TO W31-LOC-COUNT
                   MOVE SPACES TO W31-BEST-LOC
                   IF NOT W31-BILL-TOO-LARGE
                       PERFORM 486-FIND-BEST-LOCATION
                   END-IF
                   PERFORM 492-WRITE-KIT-LINE
               END-IF
           END-IF
           PERFORM 481-READ-NEXT-NEW-BACKORDER
       .

       483-LOAD-KIT-BILL.
           MOVE ZERO TO W31-COMP-COUNT
           MOVE 'N' TO W31-OVERFLOW-SW
           MOVE SPACES TO W31-BOM-EOF-SW
           MOVE F04-BACK-PART TO F39-BOM-KIT
           MOVE LOW-VALUES TO F39-BOM-COMP
           START F39-BOM-FILE KEY NOT < F39-BOM-KEY
               INVALID KEY
                   MOVE 'NO' TO W31-BOM-EOF-SW
           END-START
           IF W31-BOM-EOF-SW NOT = 'NO'
               PERFORM 484-READ-NEXT-BOM
               PERFORM 485-STORE-ONE-COMPONENT
                   UNTIL W31-BOM-EOF-SW = 'NO'
           END-IF
       .

       484-READ-NEXT-BOM.
           READ F39-BOM-FILE NEXT RECORD
               AT END MOVE 'NO' TO W31-BOM-EOF-SW
           END-READ
           IF W31-BOM-EOF-SW NOT = 'NO'
                   AND F39-BOM-KIT NOT = F04-BACK-PART
               MOVE 'NO' TO W31-BOM-EOF-SW
           END-IF
       .

       485-STORE-ONE-COMPONENT.
           IF W31-COMP-COUNT < 50
               ADD 1 TO W31-COMP-COUNT
               MOVE F39-BOM-COMP TO W31-COMP-PART (W31-COMP-COUNT)
               MOVE F39-BOM-QTY-PER
                   TO W31-COMP-QTY-PER (W31-COMP-COUNT)
           ELSE
               MOVE 'Y' TO W31-OVERFLOW-SW
           END-IF
           PERFORM 484-READ-NEXT-BOM
       .

       486-FIND-BEST-LOCATION.
           MOVE ZERO TO W31-LOC-COUNT
           MOVE F04-BACK-PART TO W12-ALLOC-PART
           PERFORM 415-START-AVAILABILITY
           PERFORM 487-STORE-ONE-KIT-LOCATION
               UNTIL W07-WORK-EOF-SW = 'NO'
           PERFORM 488-CHECK-ONE-LOCATION
               VARYING W31-LOC-SUB FROM 1 BY 1
               UNTIL W31-LOC-SUB > W31-LOC-COUNT
           IF W31-BEST-QTY < F04-BACK-QUANTITY
               MOVE W31-BEST-QTY TO W31-BUILD-QTY
           ELSE
               MOVE F04-BACK-QUANTITY TO W31-BUILD-QTY
           END-IF
           IF W31-BUILD-QTY > ZERO
               PERFORM 491-RESERVE-ONE-COMPONENT
                   VARYING W31-COMP-SUB FROM 1 BY 1
                   UNTIL W31-COMP-SUB > W31-COMP-COUNT
           END-IF
       .

       487-STORE-ONE-KIT-LOCATION.
           IF W31-LOC-COUNT < 50
               ADD 1 TO W31-LOC-COUNT
               MOVE F02-AVAIL-LOC TO W31-KIT-LOC (W31-LOC-COUNT)
           END-IF
           PERFORM 425-READ-NEXT-AVAILABILITY
       .

       488-CHECK-ONE-LOCATION.
           MOVE 9999999 TO W31-LOC-BUILDABLE
           PERFORM 490-LIMIT-BY-ONE-COMPONENT
               VARYING W31-COMP-SUB FROM 1 BY 1
               UNTIL W31-COMP-SUB > W31-COMP-COUNT
               OR W31-LOC-BUILDABLE = ZERO
           IF W31-LOC-BUILDABLE > W31-BEST-QTY
               MOVE W31-LOC-BUILDABLE TO W31-BEST-QTY
               MOVE W31-KIT-LOC (W31-LOC-SUB) TO W31-BEST-LOC
           END-IF
       .

       490-LIMIT-BY-ONE-COMPONENT.
           MOVE W31-COMP-PART (W31-COMP-SUB) TO F02-AVAIL-PART
           MOVE W31-KIT-LOC (W31-LOC-SUB) TO F02-AVAIL-LOC
           READ F02-ALLOC-WORK-FILE
               INVALID KEY
                   MOVE ZERO TO W31-LOC-BUILDABLE
               NOT INVALID KEY
                   IF W31-COMP-QTY-PER (W31-COMP-SUB) > ZERO
                       DIVIDE F02-AVAIL-QTY
                           BY W31-COMP-QTY-PER (W31-COMP-SUB)
                           GIVING W31-COMP-LIMIT
                       IF W31-COMP-LIMIT < W31-LOC-BUILDABLE
                           MOVE W31-COMP-LIMIT TO W31-LOC-BUILDABLE
                       END-IF
                   END-IF
           END-READ
       .

       491-RESERVE-ONE-COMPONENT.
           MOVE W31-COMP-PART (W31-COMP-SUB) TO F02-AVAIL-PART
           MOVE W31-BEST-LOC TO F02-AVAIL-LOC
           READ F02-ALLOC-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE W31-RESERVE-QTY =
                       W31-BUILD-QTY * W31-COMP-QTY-PER (W31-COMP-SUB)
                   IF W31-RESERVE-QTY > F02-AVAIL-QTY
                       MOVE ZERO TO F02-AVAIL-QTY
                   ELSE
                       SUBTRACT W31-RESERVE-QTY FROM F02-AVAIL-QTY
                   END-IF
                   REWRITE F02-ALLOC-WORK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
       .

       492-WRITE-KIT-LINE.
           MOVE F04-BACK-ORDER-NO TO W32-KIT-ORDER
           MOVE F04-BACK-LINE TO W32-KIT-LINE
           MOVE F04-BACK-CUSTOMER TO W32-KIT-CUST
           MOVE F04-BACK-PART TO W32-KIT-PART
           MOVE F04-BACK-QUANTITY TO W32-KIT-BACK-QTY
           MOVE W31-BEST-LOC TO W32-KIT-LOC
           MOVE W31-BUILD-QTY TO W32-KIT-BUILD-QTY
           ADD W31-BUILD-QTY TO W31-KIT-UNITS
           IF W31-BILL-TOO-LARGE
               MOVE '*** BILL OVER 50 LINES ***' TO W32-KIT-MESSAGE
           ELSE
               IF W31-LOC-COUNT = ZERO
                   MOVE '*** KIT NOT STOCKED ***' TO W32-KIT-MESSAGE
               ELSE
                   IF W31-BUILD-QTY = ZERO
                       MOVE '*** COMPONENTS SHORT ***'
                           TO W32-KIT-MESSAGE
                   ELSE
                       IF W31-BUILD-QTY = F04-BACK-QUANTITY
                           ADD 1 TO W31-KITS-COVERED
                           MOVE 'BUILD COVERS BACKORDER'
                               TO W32-KIT-MESSAGE
                       ELSE
                           ADD 1 TO W31-KITS-PARTIAL
                           MOVE 'BUILD COVERS PART'
                               TO W32-KIT-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE W32-KIT-DETAIL TO F10-KIT-BUILD-LINE
           WRITE F10-KIT-BUILD-LINE
       .

       495-PRINT-KIT-TOTALS.
           MOVE W11-DASH TO F10-KIT-BUILD-LINE
           WRITE F10-KIT-BUILD-LINE
           MOVE W31-KITS-CHECKED TO W33-CHK-COUNT
           MOVE W33-CHECKED-LINE TO F10-KIT-BUILD-LINE
           WRITE F10-KIT-BUILD-LINE
           MOVE W31-KITS-COVERED TO W33-COV-COUNT
           MOVE W33-COVERED-LINE TO F10-KIT-BUILD-LINE
           WRITE F10-KIT-BUILD-LINE
           MOVE W31-KITS-PARTIAL TO W33-PART-COUNT
           MOVE W33-PARTIAL-LINE TO F10-KIT-BUILD-LINE
           WRITE F10-KIT-BUILD-LINE
           MOVE W31-KIT-UNITS TO W33-UNIT-COUNT
           MOVE W33-UNITS-LINE TO F10-KIT-BUILD-LINE
           WRITE F10-KIT-BUILD-LINE
       .

       500-CLOSE-FILES.
           CLOSE   F01-INVENTORY-FILE
                   F02-ALLOC-WORK-FILE
                   F04-BACKORDER-FILE
                   F06-RELEASE-REPORT
                   F08-PICK-WORK-FILE
                   F09-HELD-ORDER-REPORT
                   F10-KIT-BUILD-REPORT
           IF W09-CUSTMAST-FOUND
               CLOSE F24-CUSTMAST-FILE
           END-IF
           IF W09-LOT-FOUND
               CLOSE F30-LOT-FILE
           END-IF
           IF W09-BOM-FOUND
               CLOSE F39-BOM-FILE
           END-IF
           IF W09-BACKORD-FOUND
               CLOSE F05-BACKORDER-OLD
           END-IF
