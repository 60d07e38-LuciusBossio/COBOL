       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BOSSIO-RETN-RATE.
       AUTHOR.           LUCIUS-BOSSIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F25-ORDER-SHIP-FILE ASSIGN TO 'ORDSHIP.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS F25-OSH-KEY
                                   FILE STATUS IS W09-ORDSHIP-STATUS.
           SELECT F02-RETURN-RATE-REPORT ASSIGN TO 'RETNRATE.DAT'
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

       FD  F02-RETURN-RATE-REPORT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F02-RETURN-RATE-LINE.
       01  F02-RETURN-RATE-LINE    PIC X(80).

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
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS S01-SORT-RECORD.
       01  S01-SORT-RECORD.
           05  S01-SORT-ORDER-NO   PIC X(8).
           05  S01-SORT-PART       PIC X(20).
           05  S01-SORT-SHIPPED    PIC 9(7).
           05  S01-SORT-RETURNED   PIC 9(7).
           05  S01-SORT-SHIP-DATE  PIC X(8).

       WORKING-STORAGE SECTION.
       01  W01-EOF-SWITCH      PIC X(2)    VALUE SPACES.

       01  W02-NAME.
           05                  PIC X(25)   VALUE SPACES.
           05                  PIC X(29)
                               VALUE 'CUSTOMER RETURN RATE BY PART'.
           05                  PIC X(10)   VALUE 'RUN DATE'.
           05  W02-RUN-DATE    PIC X(8)    VALUE SPACES.
           05                  PIC X(8)    VALUE SPACES.

       01  W04-COLUMN-HEADING.
           05                  PIC X(22)   VALUE 'PART NAME'.
           05                  PIC X(10)   VALUE ' ORDERS'.
           05                  PIC X(10)   VALUE 'W/RETURN'.
           05                  PIC X(12)   VALUE '  SHIPPED'.
           05                  PIC X(12)   VALUE ' RETURNED'.
           05                  PIC X(14)   VALUE ' RATE %'.

       01  W05-RATE-DETAIL.
           05  W05-RATE-PART       PIC X(20).
           05                      PIC X(2)    VALUE SPACES.
           05  W05-RATE-ORDERS     PIC Z(6)9.
           05                      PIC X(3)    VALUE SPACES.
           05  W05-RATE-ORD-RTN    PIC Z(6)9.
           05                      PIC X(3)    VALUE SPACES.
           05  W05-RATE-SHIPPED    PIC Z(8)9.
           05                      PIC X(3)    VALUE SPACES.
           05  W05-RATE-RETURNED   PIC Z(8)9.
           05                      PIC X(3)    VALUE SPACES.
           05  W05-RATE-PCT        PIC ZZ9.99.
           05                      PIC X(8)    VALUE SPACES.

       01  W06-GRAND-TOTAL.
           05                      PIC X(22)
                                   VALUE 'TOTAL ALL PARTS'.
           05  W06-TOT-ORDERS      PIC Z(6)9.
           05                      PIC X(3)    VALUE SPACES.
           05  W06-TOT-ORD-RTN     PIC Z(6)9.
           05                      PIC X(3)    VALUE SPACES.
           05  W06-TOT-SHIPPED     PIC Z(8)9.
           05                      PIC X(3)    VALUE SPACES.
           05  W06-TOT-RETURNED    PIC Z(8)9.
           05                      PIC X(3)    VALUE SPACES.
           05  W06-TOT-PCT         PIC ZZ9.99.
           05                      PIC X(8)    VALUE SPACES.

       01  W07-NO-ORDSHIP-LINE     PIC X(80)   VALUE
           '*** ORDER SHIPMENT FILE NOT AVAILABLE - NO RATES ***'.

       01  W08-RATE-COUNTERS.
           05  W08-PART-ORDERS     PIC 9(7)    VALUE ZERO.
           05  W08-PART-ORD-RTN    PIC 9(7)    VALUE ZERO.
           05  W08-PART-SHIPPED    PIC 9(9)    VALUE ZERO.
           05  W08-PART-RETURNED   PIC 9(9)    VALUE ZERO.
           05  W08-TOTAL-ORDERS    PIC 9(7)    VALUE ZERO.
           05  W08-TOTAL-ORD-RTN   PIC 9(7)    VALUE ZERO.
           05  W08-TOTAL-SHIPPED   PIC 9(9)    VALUE ZERO.
           05  W08-TOTAL-RETURNED  PIC 9(9)    VALUE ZERO.
           05  W08-RATE-PCT        PIC 9(3)V99 VALUE ZERO.

       01  W09-FILE-STATUSES.
           05  W09-PARM-STATUS     PIC XX      VALUE SPACES.
           05  W09-ORDSHIP-STATUS  PIC XX      VALUE SPACES.

       01  W10-BREAK-FIELDS.
           05  W10-PREV-PART       PIC X(20)   VALUE SPACES.
           05  W10-FIRST-RECORD-SW PIC X       VALUE 'Y'.
               88  W10-FIRST-RECORD            VALUE 'Y'.

       01  W30-RUN-CONTROL.
           05  W30-CTL-FILE-STATUS PIC XX      VALUE SPACES.
           05  W30-STEP-NAME       PIC X(12)   VALUE 'RETNRATE'.
           05  W30-PRED-NAME       PIC X(12)   VALUE 'PICKCONF'.
           05  W30-CTL-RUN-DATE    PIC X(8)    VALUE SPACES.
           05  W30-BLOCKED-SW      PIC X       VALUE 'N'.
               88  W30-STEP-BLOCKED            VALUE 'Y'.
           05  W30-BLOCK-MESSAGE   PIC X(60)   VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-READ-PARM-CARD
           PERFORM 900-CHECK-RUN-CONTROL
           OPEN OUTPUT F02-RETURN-RATE-REPORT
           IF W30-STEP-BLOCKED
               MOVE W30-BLOCK-MESSAGE TO F02-RETURN-RATE-LINE
               WRITE F02-RETURN-RATE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 200-WRITE-HEADING-LINES
               OPEN INPUT F25-ORDER-SHIP-FILE
               IF W09-ORDSHIP-STATUS = '35'
                   MOVE W07-NO-ORDSHIP-LINE TO F02-RETURN-RATE-LINE
                   WRITE F02-RETURN-RATE-LINE
               ELSE
                   CLOSE F25-ORDER-SHIP-FILE
                   SORT S01-SORT-FILE
                       ON ASCENDING KEY S01-SORT-PART
                       ON ASCENDING KEY S01-SORT-ORDER-NO
                       USING F25-ORDER-SHIP-FILE
                       OUTPUT PROCEDURE IS 300-PRINT-RATES
                           THRU 399-PRINT-RATES-EXIT
               END-IF
               PERFORM 950-STAMP-STEP-END
           END-IF
           CLOSE F02-RETURN-RATE-REPORT
       STOP RUN
       .

       100-READ-PARM-CARD.
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

       200-WRITE-HEADING-LINES.
           MOVE W02-NAME TO F02-RETURN-RATE-LINE
           WRITE F02-RETURN-RATE-LINE
           MOVE SPACES TO F02-RETURN-RATE-LINE
           WRITE F02-RETURN-RATE-LINE
           MOVE W04-COLUMN-HEADING TO F02-RETURN-RATE-LINE
           WRITE F02-RETURN-RATE-LINE
       .

       300-PRINT-RATES.
           PERFORM 310-RETURN-SORTED-RECORD
           PERFORM 320-ADD-ONE-ORDER
               UNTIL W01-EOF-SWITCH = 'NO'
           IF NOT W10-FIRST-RECORD
               PERFORM 340-PRINT-PART-LINE
           END-IF
           PERFORM 350-PRINT-GRAND-TOTAL
           GO TO 399-PRINT-RATES-EXIT
       .

       310-RETURN-SORTED-RECORD.
           RETURN S01-SORT-FILE
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-RETURN
       .

       320-ADD-ONE-ORDER.
           IF W10-FIRST-RECORD
               MOVE S01-SORT-PART TO W10-PREV-PART
               MOVE 'N' TO W10-FIRST-RECORD-SW
           ELSE
               IF S01-SORT-PART NOT = W10-PREV-PART
                   PERFORM 340-PRINT-PART-LINE
                   MOVE S01-SORT-PART TO W10-PREV-PART
               END-IF
           END-IF
           ADD 1 TO W08-PART-ORDERS
           IF S01-SORT-RETURNED > ZERO
               ADD 1 TO W08-PART-ORD-RTN
           END-IF
           ADD S01-SORT-SHIPPED TO W08-PART-SHIPPED
           ADD S01-SORT-RETURNED TO W08-PART-RETURNED
           PERFORM 310-RETURN-SORTED-RECORD
       .

       340-PRINT-PART-LINE.
           IF W08-PART-SHIPPED > ZERO
               COMPUTE W08-RATE-PCT ROUNDED =
                       W08-PART-RETURNED * 100 / W08-PART-SHIPPED
           ELSE
               MOVE ZERO TO W08-RATE-PCT
           END-IF
           MOVE W10-PREV-PART TO W05-RATE-PART
           MOVE W08-PART-ORDERS TO W05-RATE-ORDERS
           MOVE W08-PART-ORD-RTN TO W05-RATE-ORD-RTN
           MOVE W08-PART-SHIPPED TO W05-RATE-SHIPPED
           MOVE W08-PART-RETURNED TO W05-RATE-RETURNED
           MOVE W08-RATE-PCT TO W05-RATE-PCT
           MOVE W05-RATE-DETAIL TO F02-RETURN-RATE-LINE
           WRITE F02-RETURN-RATE-LINE
           ADD W08-PART-ORDERS TO W08-TOTAL-ORDERS
           ADD W08-PART-ORD-RTN TO W08-TOTAL-ORD-RTN
           ADD W08-PART-SHIPPED TO W08-TOTAL-SHIPPED
           ADD W08-PART-RETURNED TO W08-TOTAL-RETURNED
           MOVE ZERO TO W08-PART-ORDERS
           MOVE ZERO TO W08-PART-ORD-RTN
           MOVE ZERO TO W08-PART-SHIPPED
           MOVE ZERO TO W08-PART-RETURNED
       .

       350-PRINT-GRAND-TOTAL.
           IF W08-TOTAL-SHIPPED > ZERO
               COMPUTE W08-RATE-PCT ROUNDED =
                       W08-TOTAL-RETURNED * 100 / W08-TOTAL-SHIPPED
           ELSE
               MOVE ZERO TO W08-RATE-PCT
           END-IF
           MOVE SPACES TO F02-RETURN-RATE-LINE
           WRITE F02-RETURN-RATE-LINE
           MOVE W08-TOTAL-ORDERS TO W06-TOT-ORDERS
           MOVE W08-TOTAL-ORD-RTN TO W06-TOT-ORD-RTN
           MOVE W08-TOTAL-SHIPPED TO W06-TOT-SHIPPED
           MOVE W08-TOTAL-RETURNED TO W06-TOT-RETURNED
           MOVE W08-RATE-PCT TO W06-TOT-PCT
           MOVE W06-GRAND-TOTAL TO F02-RETURN-RATE-LINE
           WRITE F02-RETURN-RATE-LINE
       .

       399-PRINT-RATES-EXIT.
           EXIT.

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
                       MOVE ZERO TO F22-CTL-RC
                       REWRITE F22-RUN-CONTROL-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
               CLOSE F22-RUN-CONTROL-FILE
           END-IF
       .
