       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BOSSIO-VEND-SCORE.
       AUTHOR.           LUCIUS-BOSSIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F29-RECEIPT-HISTORY-FILE ASSIGN TO 'RCPTHIST.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W09-RCPT-STATUS.
           SELECT F20-OPEN-PO-FILE ASSIGN TO 'OPENPO.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS F20-PO-PART
                                   FILE STATUS IS W09-OPENPO-STATUS.
           SELECT F23-VENDMAST-FILE ASSIGN TO 'VENDMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F23-VEND-KEY
                                   FILE STATUS IS W09-VENDMAST-STATUS.
           SELECT F02-VENDOR-SCORECARD ASSIGN TO 'VENDSCOR.DAT'
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

       FD  F20-OPEN-PO-FILE
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS F20-OPEN-PO-RECORD.
       01  F20-OPEN-PO-RECORD.
           05  F20-PO-PART         PIC X(20).
           05  F20-PO-VENDOR       PIC X(10).
           05  F20-PO-ORDERED      PIC 9(7).
           05  F20-PO-RECEIVED     PIC 9(7).
           05  F20-PO-DATE         PIC X(8).
           05  F20-PO-STATUS       PIC X(1).
               88  F20-PO-OPEN             VALUE 'O'.
               88  F20-PO-CLOSED           VALUE 'C'.

       FD  F23-VENDMAST-FILE
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS F23-VENDMAST-RECORD.
       01  F23-VENDMAST-RECORD.
           05  F23-VEND-KEY        PIC X(10).
           05  F23-VEND-NAME       PIC X(25).
           05  F23-VEND-CONTACT    PIC X(20).
           05  F23-VEND-LEAD-DAYS  PIC 9(3).
           05  F23-VEND-MIN-ORDER  PIC 9(5).
           05  F23-VEND-MULTIPLE   PIC 9(5).

       FD  F02-VENDOR-SCORECARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F02-VENDOR-SCORE-LINE.
       01  F02-VENDOR-SCORE-LINE   PIC X(120).

       FD  F12-PARM-FILE
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS F12-PARM-RECORD.
       01  F12-PARM-RECORD.
           05  F12-PARM-RUN-DATE      PIC X(8).
           05                         PIC X(32).
           05  F12-PARM-FROM-DATE     PIC X(8).
           05  F12-PARM-TO-DATE       PIC X(8).

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
           RECORD CONTAINS 62 CHARACTERS
           DATA RECORD IS S01-SORT-RECORD.
       01  S01-SORT-RECORD.
           05  S01-SORT-VENDOR     PIC X(10).
           05  S01-SORT-TYPE       PIC X(1).
           05  S01-SORT-PART       PIC X(20).
           05  S01-SORT-PO-DATE    PIC X(8).
           05  S01-SORT-RCPT-DATE  PIC X(8).
           05  S01-SORT-QTY        PIC 9(7).
           05  S01-SORT-ORDERED    PIC 9(7).
           05  S01-SORT-FIRST      PIC X(1).

       WORKING-STORAGE SECTION.
       01  W01-EOF-SWITCH      PIC X(2)    VALUE SPACES.

       01  W02-NAME.
           05                  PIC X(25)   VALUE SPACES.
           05                  PIC X(34)
                       VALUE 'VENDOR DELIVERY SCORECARD'.
           05                  PIC X(10)   VALUE 'RUN DATE'.
           05  W02-RUN-DATE    PIC X(8)    VALUE SPACES.
           05                  PIC X(43)   VALUE SPACES.

       01  W03-HEADING.
           05                  PIC X(12)   VALUE 'VENDOR'.
           05                  PIC X(22)   VALUE 'NAME'.
           05                  PIC X(8)    VALUE 'QUOTED'.
           05                  PIC X(9)    VALUE 'RECEIPTS'.
           05                  PIC X(9)    VALUE 'ON TIME'.
           05                  PIC X(9)    VALUE 'AVG LEAD'.
           05                  PIC X(9)    VALUE 'FIRST'.
           05                  PIC X(9)    VALUE 'OPEN POS'.
           05                  PIC X(9)    VALUE 'PAST DUE'.
           05                  PIC X(24)   VALUE 'NOTE'.

       01  W03-HEADING-2.
           05                  PIC X(34)   VALUE SPACES.
           05                  PIC X(8)    VALUE 'LEAD'.
           05                  PIC X(9)    VALUE SPACES.
           05                  PIC X(9)    VALUE 'PCT'.
           05                  PIC X(9)    VALUE 'DAYS'.
           05                  PIC X(9)    VALUE 'FILL PCT'.
           05                  PIC X(42)   VALUE SPACES.

       01  W04-SCORE-DETAIL.
           05  W04-SCR-VENDOR      PIC X(10).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-SCR-NAME        PIC X(20).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-SCR-QUOTED      PIC ZZ9.
           05                      PIC X(5)    VALUE SPACES.
           05  W04-SCR-RECEIPTS    PIC Z(4)9.
           05                      PIC X(3)    VALUE SPACES.
           05  W04-SCR-ON-TIME     PIC ZZ9.9.
           05                      PIC X(4)    VALUE SPACES.
           05  W04-SCR-AVG-LEAD    PIC ZZ9.9.
           05                      PIC X(4)    VALUE SPACES.
           05  W04-SCR-FILL        PIC ZZ9.9.
           05                      PIC X(4)    VALUE SPACES.
           05  W04-SCR-OPEN        PIC Z(4)9.
           05                      PIC X(4)    VALUE SPACES.
           05  W04-SCR-PAST-DUE    PIC Z(4)9.
           05                      PIC X(4)    VALUE SPACES.
           05  W04-SCR-NOTE        PIC X(25).

       01  W05-TOTAL-LINES.
           05  W05-RANGE-LINE.
               10                  PIC X(20)
                                   VALUE 'RECEIPTS DATED FROM'.
               10  W05-RANGE-FROM  PIC X(8).
               10                  PIC X(4)    VALUE ' TO '.
               10  W05-RANGE-TO    PIC X(8).
               10                  PIC X(80)   VALUE SPACES.
           05  W05-VENDORS-LINE.
               10                  PIC X(40)
                                   VALUE 'VENDORS SCORED'.
               10  W05-VEND-COUNT  PIC Z(6)9.
           05  W05-RECEIPTS-LINE.
               10                  PIC X(40)
                                   VALUE 'RECEIPTS IN DATE RANGE'.
               10  W05-RCPT-COUNT  PIC Z(6)9.
           05  W05-ON-TIME-LINE.
               10                  PIC X(40)
                                   VALUE 'RECEIPTS ON TIME'.
               10  W05-ONTM-COUNT  PIC Z(6)9.
           05  W05-PAST-DUE-LINE.
               10                  PIC X(40)
                                   VALUE 'OPEN PO LINES PAST DUE'.
               10  W05-PDUE-COUNT  PIC Z(6)9.

       01  W06-VENDOR-FIELDS.
           05  W06-CUR-VENDOR      PIC X(10)   VALUE SPACES.
           05  W06-FIRST-RECORD-SW PIC X       VALUE 'Y'.
               88  W06-FIRST-RECORD            VALUE 'Y'.
           05  W06-QUOTED-LEAD     PIC 9(3)    VALUE ZERO.
           05  W06-DUE-DAYS        PIC 9(3)    VALUE ZERO.
           05  W06-VENDOR-SW       PIC X       VALUE 'N'.
               88  W06-VENDOR-ON-FILE          VALUE 'Y'.
           05  W06-CUR-RECEIPTS    PIC 9(7)    VALUE ZERO.
           05  W06-CUR-ON-TIME     PIC 9(7)    VALUE ZERO.
           05  W06-CUR-LEAD-TOTAL  PIC 9(9)    VALUE ZERO.
           05  W06-CUR-FIRST-QTY   PIC 9(11)   VALUE ZERO.
           05  W06-CUR-FIRST-ORD   PIC 9(11)   VALUE ZERO.
           05  W06-CUR-OPEN        PIC 9(7)    VALUE ZERO.
           05  W06-CUR-PAST-DUE    PIC 9(7)    VALUE ZERO.
           05  W06-PERCENT         PIC 9(3)V9  VALUE ZERO.
           05  W06-AVERAGE         PIC 9(3)V9  VALUE ZERO.

       01  W07-SCORE-COUNTERS.
           05  W07-VENDORS         PIC 9(7)    VALUE ZERO.
           05  W07-RECEIPTS        PIC 9(7)    VALUE ZERO.
           05  W07-ON-TIME         PIC 9(7)    VALUE ZERO.
           05  W07-PAST-DUE        PIC 9(7)    VALUE ZERO.

       01  W08-DASH.
           05                      PIC X(40)   VALUE SPACES.
           05                      PIC X(10)   VALUE '----------'.
           05                      PIC X(70)   VALUE SPACES.

       01  W09-FILE-STATUSES.
           05  W09-RCPT-STATUS     PIC XX      VALUE SPACES.
           05  W09-OPENPO-STATUS   PIC XX      VALUE SPACES.
           05  W09-VENDMAST-STATUS PIC XX      VALUE SPACES.
           05  W09-PARM-STATUS     PIC XX      VALUE SPACES.
           05  W09-RCPT-SWITCH     PIC X       VALUE 'Y'.
               88  W09-RCPT-FOUND              VALUE 'Y'.
           05  W09-OPENPO-SWITCH   PIC X       VALUE 'Y'.
               88  W09-OPENPO-FOUND            VALUE 'Y'.
           05  W09-VENDMAST-SWITCH PIC X       VALUE 'Y'.
               88  W09-VENDMAST-FOUND          VALUE 'Y'.

       01  W10-OVERDUE-LIMIT       PIC 9(3)    VALUE 14.

       01  W11-RANGE-FIELDS.
           05  W11-FROM-DATE       PIC X(8)    VALUE '00000000'.
           05  W11-TO-DATE         PIC X(8)    VALUE '99999999'.
           05  W11-QUARTER-START.
               10  W11-QTR-YEAR    PIC 9(4).
               10  W11-QTR-MONTH   PIC 9(2).
               10  W11-QTR-DAY     PIC 9(2).
           05  W11-QUARTER-NO      PIC 9(2)    VALUE ZERO.
           05  W11-QUARTER-REM     PIC 9(2)    VALUE ZERO.

       01  W12-NO-HISTORY-LINE     PIC X(120)  VALUE
           '*** NO RECEIPT HISTORY OR OPEN POS - NO SCORECARD ***'.

       01  W15-AGE-FIELDS.
           05  W15-RUN-DATE-NUM.
               10  W15-RUN-YEAR    PIC 9(4).
               10  W15-RUN-MONTH   PIC 9(2).
               10  W15-RUN-DAY     PIC 9(2).
           05  W15-OPEN-DATE-NUM.
               10  W15-OPEN-YEAR   PIC 9(4).
               10  W15-OPEN-MONTH  PIC 9(2).
               10  W15-OPEN-DAY    PIC 9(2).
           05  W15-RCPT-DATE-NUM.
               10  W15-RCPT-YEAR   PIC 9(4).
               10  W15-RCPT-MONTH  PIC 9(2).
               10  W15-RCPT-DAY    PIC 9(2).
           05  W15-RUN-SERIAL      PIC 9(7)    VALUE ZERO.
           05  W15-OPEN-SERIAL     PIC 9(7)    VALUE ZERO.
           05  W15-RCPT-SERIAL     PIC 9(7)    VALUE ZERO.
           05  W15-DAYS            PIC S9(5)   VALUE ZERO.

       01  W30-RUN-CONTROL.
           05  W30-CTL-FILE-STATUS PIC XX      VALUE SPACES.
           05  W30-STEP-NAME       PIC X(12)   VALUE 'VENDSCORE'.
           05  W30-PRED-NAME       PIC X(12)   VALUE 'POMATCH'.
           05  W30-CTL-RUN-DATE    PIC X(8)    VALUE SPACES.
           05  W30-BLOCKED-SW      PIC X       VALUE 'N'.
               88  W30-STEP-BLOCKED            VALUE 'Y'.
           05  W30-BLOCK-MESSAGE   PIC X(60)   VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-READ-PARM-CARD
           PERFORM 900-CHECK-RUN-CONTROL
           OPEN OUTPUT F02-VENDOR-SCORECARD
           IF W30-STEP-BLOCKED
               MOVE W30-BLOCK-MESSAGE TO F02-VENDOR-SCORE-LINE
               WRITE F02-VENDOR-SCORE-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 150-OPEN-INPUT-FILES
               PERFORM 200-WRITE-HEADING-LINES
               IF NOT W09-RCPT-FOUND AND NOT W09-OPENPO-FOUND
                   MOVE W12-NO-HISTORY-LINE TO F02-VENDOR-SCORE-LINE
                   WRITE F02-VENDOR-SCORE-LINE
               ELSE
                   SORT S01-SORT-FILE
                       ON ASCENDING KEY S01-SORT-VENDOR
                       ON ASCENDING KEY S01-SORT-TYPE
                       ON ASCENDING KEY S01-SORT-RCPT-DATE
                       INPUT PROCEDURE IS 300-RELEASE-ACTIVITY
                           THRU 349-RELEASE-ACTIVITY-EXIT
                       OUTPUT PROCEDURE IS 400-SCORE-VENDORS
                           THRU 499-SCORE-VENDORS-EXIT
               END-IF
               PERFORM 600-PRINT-TOTALS
               PERFORM 500-CLOSE-INPUT-FILES
               PERFORM 950-STAMP-STEP-END
           END-IF
           CLOSE F02-VENDOR-SCORECARD
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
           ELSE
               MOVE SPACES TO F12-PARM-RECORD
           END-IF
           PERFORM 110-SET-DATE-RANGE
       .

       110-SET-DATE-RANGE.
           IF W02-RUN-DATE NUMERIC
               MOVE W02-RUN-DATE TO W15-RUN-DATE-NUM
               COMPUTE W15-RUN-SERIAL =
                   (W15-RUN-YEAR * 12 + W15-RUN-MONTH) * 31
                   + W15-RUN-DAY
               DIVIDE 3 INTO W15-RUN-MONTH
                   GIVING W11-QUARTER-NO
                   REMAINDER W11-QUARTER-REM
               IF W11-QUARTER-REM = ZERO
                   SUBTRACT 1 FROM W11-QUARTER-NO
               END-IF
               MOVE W15-RUN-YEAR TO W11-QTR-YEAR
               COMPUTE W11-QTR-MONTH = W11-QUARTER-NO * 3 + 1
               MOVE 1 TO W11-QTR-DAY
               MOVE W11-QUARTER-START TO W11-FROM-DATE
               MOVE W02-RUN-DATE TO W11-TO-DATE
           END-IF
           IF F12-PARM-FROM-DATE NUMERIC
               MOVE F12-PARM-FROM-DATE TO W11-FROM-DATE
           END-IF
           IF F12-PARM-TO-DATE NUMERIC
               MOVE F12-PARM-TO-DATE TO W11-TO-DATE
           END-IF
       .

       150-OPEN-INPUT-FILES.
           OPEN INPUT F29-RECEIPT-HISTORY-FILE
           IF W09-RCPT-STATUS = '35'
               MOVE 'N' TO W09-RCPT-SWITCH
           END-IF
           OPEN INPUT F20-OPEN-PO-FILE
           IF W09-OPENPO-STATUS = '35'
               MOVE 'N' TO W09-OPENPO-SWITCH
           END-IF
           OPEN INPUT F23-VENDMAST-FILE
           IF W09-VENDMAST-STATUS = '35'
               MOVE 'N' TO W09-VENDMAST-SWITCH
           END-IF
       .

       200-WRITE-HEADING-LINES.
           MOVE W02-NAME TO F02-VENDOR-SCORE-LINE
           WRITE F02-VENDOR-SCORE-LINE
           MOVE SPACES TO F02-VENDOR-SCORE-LINE
           WRITE F02-VENDOR-SCORE-LINE
           MOVE W11-FROM-DATE TO W05-RANGE-FROM
           MOVE W11-TO-DATE TO W05-RANGE-TO
           MOVE W05-RANGE-LINE TO F02-VENDOR-SCORE-LINE
           WRITE F02-VENDOR-SCORE-LINE
           MOVE SPACES TO F02-VENDOR-SCORE-LINE
           WRITE F02-VENDOR-SCORE-LINE
           MOVE W03-HEADING TO F02-VENDOR-SCORE-LINE
           WRITE F02-VENDOR-SCORE-LINE
           MOVE W03-HEADING-2 TO F02-VENDOR-SCORE-LINE
           WRITE F02-VENDOR-SCORE-LINE
       .

       300-RELEASE-ACTIVITY.
           IF W09-RCPT-FOUND
               PERFORM 310-READ-RECEIPT
               PERFORM 315-RELEASE-ONE-RECEIPT
                   UNTIL W01-EOF-SWITCH = 'NO'
               MOVE SPACES TO W01-EOF-SWITCH
           END-IF
           IF W09-OPENPO-FOUND
               PERFORM 320-READ-OPEN-PO
               PERFORM 325-RELEASE-ONE-OPEN-PO
                   UNTIL W01-EOF-SWITCH = 'NO'
               MOVE SPACES TO W01-EOF-SWITCH
           END-IF
           GO TO 349-RELEASE-ACTIVITY-EXIT
       .

       310-READ-RECEIPT.
           READ F29-RECEIPT-HISTORY-FILE
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-READ
       .

       315-RELEASE-ONE-RECEIPT.
           IF F29-RCPT-DATE NOT < W11-FROM-DATE
                   AND F29-RCPT-DATE NOT > W11-TO-DATE
               MOVE F29-RCPT-VENDOR TO S01-SORT-VENDOR
               MOVE 'R' TO S01-SORT-TYPE
               MOVE F29-RCPT-PART TO S01-SORT-PART
               MOVE F29-RCPT-PO-DATE TO S01-SORT-PO-DATE
               MOVE F29-RCPT-DATE TO S01-SORT-RCPT-DATE
               MOVE F29-RCPT-QTY TO S01-SORT-QTY
               MOVE F29-RCPT-ORDERED TO S01-SORT-ORDERED
               MOVE F29-RCPT-FIRST TO S01-SORT-FIRST
               RELEASE S01-SORT-RECORD
           END-IF
           PERFORM 310-READ-RECEIPT
       .

       320-READ-OPEN-PO.
           READ F20-OPEN-PO-FILE NEXT RECORD
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-READ
       .

       325-RELEASE-ONE-OPEN-PO.
           IF F20-PO-OPEN
               MOVE F20-PO-VENDOR TO S01-SORT-VENDOR
               MOVE 'O' TO S01-SORT-TYPE
               MOVE F20-PO-PART TO S01-SORT-PART
               MOVE F20-PO-DATE TO S01-SORT-PO-DATE
               MOVE SPACES TO S01-SORT-RCPT-DATE
               MOVE F20-PO-RECEIVED TO S01-SORT-QTY
               MOVE F20-PO-ORDERED TO S01-SORT-ORDERED
               MOVE SPACES TO S01-SORT-FIRST
               RELEASE S01-SORT-RECORD
           END-IF
           PERFORM 320-READ-OPEN-PO
       .

       349-RELEASE-ACTIVITY-EXIT.
           EXIT.

       400-SCORE-VENDORS.
           PERFORM 410-RETURN-SORTED-RECORD
           PERFORM 420-SCORE-ONE-RECORD
               UNTIL W01-EOF-SWITCH = 'NO'
           IF NOT W06-FIRST-RECORD
               PERFORM 450-PRINT-VENDOR-SCORE
           END-IF
           GO TO 499-SCORE-VENDORS-EXIT
       .

       410-RETURN-SORTED-RECORD.
           RETURN S01-SORT-FILE
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-RETURN
       .

       420-SCORE-ONE-RECORD.
           IF W06-FIRST-RECORD
               MOVE S01-SORT-VENDOR TO W06-CUR-VENDOR
               MOVE 'N' TO W06-FIRST-RECORD-SW
               PERFORM 425-LOOK-UP-VENDOR
           ELSE
               IF S01-SORT-VENDOR NOT = W06-CUR-VENDOR
                   PERFORM 450-PRINT-VENDOR-SCORE
                   MOVE S01-SORT-VENDOR TO W06-CUR-VENDOR
                   PERFORM 425-LOOK-UP-VENDOR
               END-IF
           END-IF
           IF S01-SORT-TYPE = 'R'
               PERFORM 430-SCORE-RECEIPT
           ELSE
               PERFORM 440-SCORE-OPEN-PO
           END-IF
           PERFORM 410-RETURN-SORTED-RECORD
       .

       425-LOOK-UP-VENDOR.
           MOVE 'N' TO W06-VENDOR-SW
           MOVE ZERO TO W06-QUOTED-LEAD
           MOVE SPACES TO W04-SCR-NAME
           IF W09-VENDMAST-FOUND
               MOVE W06-CUR-VENDOR TO F23-VEND-KEY
               READ F23-VENDMAST-FILE
                   INVALID KEY
                       MOVE 'VENDOR NOT ON FILE' TO W04-SCR-NAME
                   NOT INVALID KEY
                       MOVE 'Y' TO W06-VENDOR-SW
                       MOVE F23-VEND-NAME TO W04-SCR-NAME
                       MOVE F23-VEND-LEAD-DAYS TO W06-QUOTED-LEAD
               END-READ
           END-IF
           IF W06-QUOTED-LEAD > ZERO
               MOVE W06-QUOTED-LEAD TO W06-DUE-DAYS
           ELSE
               MOVE W10-OVERDUE-LIMIT TO W06-DUE-DAYS
           END-IF
       .

       430-SCORE-RECEIPT.
           ADD 1 TO W06-CUR-RECEIPTS
           MOVE ZERO TO W15-DAYS
           IF S01-SORT-PO-DATE NUMERIC AND S01-SORT-RCPT-DATE NUMERIC
               MOVE S01-SORT-PO-DATE TO W15-OPEN-DATE-NUM
               MOVE S01-SORT-RCPT-DATE TO W15-RCPT-DATE-NUM
               COMPUTE W15-OPEN-SERIAL =
                   (W15-OPEN-YEAR * 12 + W15-OPEN-MONTH) * 31
                   + W15-OPEN-DAY
               COMPUTE W15-RCPT-SERIAL =
                   (W15-RCPT-YEAR * 12 + W15-RCPT-MONTH) * 31
                   + W15-RCPT-DAY
               COMPUTE W15-DAYS = W15-RCPT-SERIAL - W15-OPEN-SERIAL
               IF W15-DAYS < ZERO
                   MOVE ZERO TO W15-DAYS
               END-IF
           END-IF
           ADD W15-DAYS TO W06-CUR-LEAD-TOTAL
           IF W15-DAYS NOT > W06-DUE-DAYS
               ADD 1 TO W06-CUR-ON-TIME
           END-IF
           IF S01-SORT-FIRST = 'Y'
               ADD S01-SORT-ORDERED TO W06-CUR-FIRST-ORD
               IF S01-SORT-QTY > S01-SORT-ORDERED
                   ADD S01-SORT-ORDERED TO W06-CUR-FIRST-QTY
               ELSE
                   ADD S01-SORT-QTY TO W06-CUR-FIRST-QTY
               END-IF
           END-IF
       .

       440-SCORE-OPEN-PO.
           ADD 1 TO W06-CUR-OPEN
           IF S01-SORT-PO-DATE NUMERIC AND W15-RUN-SERIAL > ZERO
               MOVE S01-SORT-PO-DATE TO W15-OPEN-DATE-NUM
               COMPUTE W15-OPEN-SERIAL =
                   (W15-OPEN-YEAR * 12 + W15-OPEN-MONTH) * 31
                   + W15-OPEN-DAY
               COMPUTE W15-DAYS = W15-RUN-SERIAL - W15-OPEN-SERIAL
               IF W15-DAYS > W06-DUE-DAYS
                   ADD 1 TO W06-CUR-PAST-DUE
               END-IF
           END-IF
       .

       450-PRINT-VENDOR-SCORE.
           ADD 1 TO W07-VENDORS
           ADD W06-CUR-RECEIPTS TO W07-RECEIPTS
           ADD W06-CUR-ON-TIME TO W07-ON-TIME
           ADD W06-CUR-PAST-DUE TO W07-PAST-DUE
           MOVE W06-CUR-VENDOR TO W04-SCR-VENDOR
           MOVE W06-QUOTED-LEAD TO W04-SCR-QUOTED
           MOVE W06-CUR-RECEIPTS TO W04-SCR-RECEIPTS
           MOVE ZERO TO W04-SCR-ON-TIME
           MOVE ZERO TO W04-SCR-AVG-LEAD
           MOVE ZERO TO W04-SCR-FILL
           IF W06-CUR-RECEIPTS > ZERO
               COMPUTE W06-PERCENT ROUNDED =
                   W06-CUR-ON-TIME * 100 / W06-CUR-RECEIPTS
               MOVE W06-PERCENT TO W04-SCR-ON-TIME
               COMPUTE W06-AVERAGE ROUNDED =
                   W06-CUR-LEAD-TOTAL / W06-CUR-RECEIPTS
                   ON SIZE ERROR
                       MOVE 999.9 TO W06-AVERAGE
               END-COMPUTE
               MOVE W06-AVERAGE TO W04-SCR-AVG-LEAD
           END-IF
           IF W06-CUR-FIRST-ORD > ZERO
               COMPUTE W06-PERCENT ROUNDED =
                   W06-CUR-FIRST-QTY * 100 / W06-CUR-FIRST-ORD
               MOVE W06-PERCENT TO W04-SCR-FILL
           END-IF
           MOVE W06-CUR-OPEN TO W04-SCR-OPEN
           MOVE W06-CUR-PAST-DUE TO W04-SCR-PAST-DUE
           MOVE SPACES TO W04-SCR-NOTE
           IF NOT W06-VENDOR-ON-FILE
               MOVE 'NO QUOTED LEAD TIME' TO W04-SCR-NOTE
           ELSE
               IF W06-QUOTED-LEAD = ZERO
                   MOVE 'NO QUOTED LEAD TIME' TO W04-SCR-NOTE
               ELSE
                   IF W06-AVERAGE > W06-QUOTED-LEAD
                           AND W06-CUR-RECEIPTS > ZERO
                       MOVE '*** SLOWER THAN QUOTED'
                           TO W04-SCR-NOTE
                   END-IF
               END-IF
           END-IF
           MOVE W04-SCORE-DETAIL TO F02-VENDOR-SCORE-LINE
           WRITE F02-VENDOR-SCORE-LINE
           MOVE ZERO TO W06-CUR-RECEIPTS
           MOVE ZERO TO W06-CUR-ON-TIME
           MOVE ZERO TO W06-CUR-LEAD-TOTAL
           MOVE ZERO TO W06-CUR-FIRST-QTY
           MOVE ZERO TO W06-CUR-FIRST-ORD
           MOVE ZERO TO W06-CUR-OPEN
           MOVE ZERO TO W06-CUR-PAST-DUE
           MOVE ZERO TO W06-AVERAGE
       .

       499-SCORE-VENDORS-EXIT.
           EXIT.

       500-CLOSE-INPUT-FILES.
           IF W09-RCPT-FOUND
               CLOSE F29-RECEIPT-HISTORY-FILE
           END-IF
           IF W09-OPENPO-FOUND
               CLOSE F20-OPEN-PO-FILE
           END-IF
           IF W09-VENDMAST-FOUND
               CLOSE F23-VENDMAST-FILE
           END-IF
       .

       600-PRINT-TOTALS.
           MOVE W08-DASH TO F02-VENDOR-SCORE-LINE
           WRITE F02-VENDOR-SCORE-LINE
           MOVE W07-VENDORS TO W05-VEND-COUNT
           MOVE W05-VENDORS-LINE TO F02-VENDOR-SCORE-LINE
           WRITE F02-VENDOR-SCORE-LINE
           MOVE W07-RECEIPTS TO W05-RCPT-COUNT
           MOVE W05-RECEIPTS-LINE TO F02-VENDOR-SCORE-LINE
           WRITE F02-VENDOR-SCORE-LINE
           MOVE W07-ON-TIME TO W05-ONTM-COUNT
           MOVE W05-ON-TIME-LINE TO F02-VENDOR-SCORE-LINE
           WRITE F02-VENDOR-SCORE-LINE
           MOVE W07-PAST-DUE TO W05-PDUE-COUNT
           MOVE W05-PAST-DUE-LINE TO F02-VENDOR-SCORE-LINE
           WRITE F02-VENDOR-SCORE-LINE
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
                       MOVE ZERO TO F22-CTL-RC
                       REWRITE F22-RUN-CONTROL-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
               CLOSE F22-RUN-CONTROL-FILE
           END-IF
       .
