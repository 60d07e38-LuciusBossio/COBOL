                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F03-DISCREPANCY-REPORT ASSIGN TO 'PICKDISC.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F25-ORDER-SHIP-FILE ASSIGN TO 'ORDSHIP.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F25-OSH-KEY
                                   FILE STATUS IS W09-ORDSHIP-STATUS.
           SELECT F12-PARM-FILE ASSIGN TO 'ASSTPARM.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W09-PARM-STATUS.
               88  F01-CONF-SHORT          VALUE 'S'.

       FD  F08-PICK-WORK-FILE
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS F08-PICK-WORK-RECORD.
       01  F08-PICK-WORK-RECORD.
           05  F08-PICK-KEY.
           05  F08-PICK-QTY        PIC 9(7).
           05  F08-PICK-CONFIRMED  PIC X(1).
               88  F08-PICK-IS-CONFIRMED   VALUE 'Y'.
           05  F08-PICK-SHIP-QTY   PIC 9(7).
           05  F08-PICK-CUSTOMER   PIC X(10).

       FD  F02-SHIP-TRAN-FILE
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORDS ARE F02-SHIP-TRAN-RECORD
                            F02-BATCH-HEADER-RECORD
                            F02-BATCH-TRAILER-RECORD.
       01  F02-SHIP-TRAN-RECORD.
           05  F02-TRAN-TYPE       PIC X(1).
           05  F02-TRAN-PART       PIC X(20).
           05  F02-TRAN-PRICE      PIC X(6).
           05  F02-TRAN-CATEGORY   PIC X(4).
           05  F02-TRAN-TO-LOC     PIC X(6).
       01  F02-BATCH-HEADER-RECORD.
           05  F02-BHDR-TYPE       PIC X(1).
           05  F02-BHDR-BATCH-NO   PIC X(10).
           05  F02-BHDR-OPERATOR   PIC X(8).
           05  F02-BHDR-SOURCE     PIC X(1).
           05  F02-BHDR-DATE       PIC X(8).
           05                      PIC X(23).
       01  F02-BATCH-TRAILER-RECORD.
           05  F02-BTRL-TYPE       PIC X(1).
           05  F02-BTRL-BATCH-NO   PIC X(10).
           05  F02-BTRL-COUNT      PIC 9(5).
           05  F02-BTRL-HASH       PIC 9(9).
           05                      PIC X(26).

       FD  F03-DISCREPANCY-REPORT
           RECORD CONTAINS 95 CHARACTERS
           DATA RECORD IS F03-DISCREPANCY-LINE.
       01  F03-DISCREPANCY-LINE    PIC X(95).

       FD  F25-ORDER-SHIP-FILE
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS F25-ORDER-SHIP-RECORD.
       01  F25-ORDER-SHIP-RECORD.
           05  F25-OSH-KEY.
               10  F25-OSH-ORDER-NO    PIC X(8).
               10  F25-OSH-PART        PIC X(20).
           05  F25-OSH-SHIPPED     PIC 9(7).
           05  F25-OSH-RETURNED    PIC 9(7).
           05  F25-OSH-SHIP-DATE   PIC X(8).

       FD  F12-PARM-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS F12-PARM-RECORD.
           05  W06-DUPLICATES      PIC 9(7)    VALUE ZERO.
           05  W06-UNMATCHED       PIC 9(7)    VALUE ZERO.
           05  W06-UNCONFIRMED     PIC 9(7)    VALUE ZERO.
           05  W06-SHIP-QTY-HASH   PIC 9(9)    VALUE ZERO.

       01  W07-WORK-SWITCHES.
           05  W07-CONF-EOF-SW     PIC X(2)    VALUE SPACES.
           05  W09-CONF-STATUS     PIC XX      VALUE SPACES.
           05  W09-PICKWRK-STATUS  PIC XX      VALUE SPACES.
           05  W09-PARM-STATUS     PIC XX      VALUE SPACES.
           05  W09-ORDSHIP-STATUS  PIC XX      VALUE SPACES.
           05  W09-CONF-SWITCH     PIC X       VALUE 'Y'.
               88  W09-CONF-FOUND              VALUE 'Y'.
           05  W09-PICKWRK-SWITCH  PIC X       VALUE 'Y'.
       01  W11-NO-CONF-LINE        PIC X(95)   VALUE
           '*** NO CONFIRMATION FILE - NOTHING PROCESSED ***'.

       01  W12-BATCH-CONTROL.
           05  W12-BATCH-NO.
               10                  PIC X(2)    VALUE 'PC'.
               10  W12-BATCH-DATE  PIC X(8)    VALUE SPACES.
           05  W12-OPERATOR        PIC X(8)    VALUE 'PICKCONF'.

       01  W30-RUN-CONTROL.
           05  W30-CTL-FILE-STATUS PIC XX      VALUE SPACES.
           05  W30-STEP-NAME       PIC X(12)   VALUE 'PICKCONF'.
           END-IF
           OPEN OUTPUT F02-SHIP-TRAN-FILE
                       F03-DISCREPANCY-REPORT
           PERFORM 105-WRITE-BATCH-HEADER
           OPEN I-O F25-ORDER-SHIP-FILE
           IF W09-ORDSHIP-STATUS = '35'
               OPEN OUTPUT F25-ORDER-SHIP-FILE
               CLOSE F25-ORDER-SHIP-FILE
               OPEN I-O F25-ORDER-SHIP-FILE
           END-IF
       .

       105-WRITE-BATCH-HEADER.
           MOVE W02-RUN-DATE TO W12-BATCH-DATE
           MOVE SPACES TO F02-BATCH-HEADER-RECORD
           MOVE 'H' TO F02-BHDR-TYPE
           MOVE W12-BATCH-NO TO F02-BHDR-BATCH-NO
           MOVE W12-OPERATOR TO F02-BHDR-OPERATOR
           MOVE 'P' TO F02-BHDR-SOURCE
           MOVE W02-RUN-DATE TO F02-BHDR-DATE
           WRITE F02-BATCH-HEADER-RECORD
       .

       200-WRITE-HEADING-LINES.
               ELSE
                   IF F01-CONF-QTY-N > ZERO
                       PERFORM 340-WRITE-SHIPMENT-TRAN
                       PERFORM 345-POST-ORDER-SHIPMENT
                   END-IF
                   MOVE 'Y' TO F08-PICK-CONFIRMED
                   MOVE F01-CONF-QTY-N TO F08-PICK-SHIP-QTY
                   REWRITE F08-PICK-WORK-RECORD
                       INVALID KEY
                           CONTINUE
           MOVE SPACES TO F02-TRAN-TO-LOC
           WRITE F02-SHIP-TRAN-RECORD
           ADD 1 TO W06-SHIPS-WRITTEN
           ADD F01-CONF-QTY-N TO W06-SHIP-QTY-HASH
       .

       345-POST-ORDER-SHIPMENT.
           MOVE F01-CONF-ORDER-NO TO F25-OSH-ORDER-NO
           MOVE F01-CONF-PART TO F25-OSH-PART
           READ F25-ORDER-SHIP-FILE
               INVALID KEY
                   MOVE F01-CONF-QTY-N TO F25-OSH-SHIPPED
                   MOVE ZERO TO F25-OSH-RETURNED
                   MOVE W02-RUN-DATE TO F25-OSH-SHIP-DATE
                   WRITE F25-ORDER-SHIP-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD F01-CONF-QTY-N TO F25-OSH-SHIPPED
                   MOVE W02-RUN-DATE TO F25-OSH-SHIP-DATE
                   REWRITE F25-ORDER-SHIP-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
       .

       350-FORMAT-DISCREPANCY-LINE.
           WRITE F03-DISCREPANCY-LINE
       .

       690-WRITE-BATCH-TRAILER.
           MOVE SPACES TO F02-BATCH-TRAILER-RECORD
           MOVE 'Z' TO F02-BTRL-TYPE
           MOVE W12-BATCH-NO TO F02-BTRL-BATCH-NO
           MOVE W06-SHIPS-WRITTEN TO F02-BTRL-COUNT
           MOVE W06-SHIP-QTY-HASH TO F02-BTRL-HASH
           WRITE F02-BATCH-TRAILER-RECORD
       .

       700-CLOSE-FILES.
           PERFORM 690-WRITE-BATCH-TRAILER
           CLOSE   F02-SHIP-TRAN-FILE
                   F03-DISCREPANCY-REPORT
                   F25-ORDER-SHIP-FILE
           IF W09-PICKWRK-FOUND
               CLOSE F08-PICK-WORK-FILE
           END-IF
