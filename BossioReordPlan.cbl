       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BOSSIO-REORD-PLAN.
       AUTHOR.           LUCIUS-BOSSIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F16-HISTORY-FILE ASSIGN TO 'INVHIST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS F16-HIST-KEY
                                   FILE STATUS IS W09-HIST-STATUS.
           SELECT F04-PARTMAST-FILE ASSIGN TO 'PARTMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F04-PART-KEY
                                   FILE STATUS IS W09-PARTMAST-STATUS.
           SELECT F23-VENDMAST-FILE ASSIGN TO 'VENDMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F23-VEND-KEY
                                   FILE STATUS IS W09-VENDMAST-STATUS.
           SELECT OPTIONAL F01-MAINT-TRAN-FILE
                                   ASSIGN TO 'PARTTRAN.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F02-REORDER-PLAN-REPORT ASSIGN TO 'REORDPLN.DAT'
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
       FD  F16-HISTORY-FILE
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS F16-HISTORY-RECORD.
       01  F16-HISTORY-RECORD.
           05  F16-HIST-KEY.
               10  F16-HIST-PART   PIC X(20).
               10  F16-HIST-LOC    PIC X(6).
               10  F16-HIST-DATE   PIC X(8).
           05  F16-HIST-END-QTY    PIC 9(7).
           05  F16-HIST-PRICE      PIC 9(4)V99.
           05  F16-HIST-VALUE      PIC 9(9)V99.
           05  F16-HIST-SHIPPED    PIC 9(7).

       FD  F04-PARTMAST-FILE
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS F04-PARTMAST-RECORD.
       01  F04-PARTMAST-RECORD.
           05  F04-PART-KEY        PIC X(20).
           05  F04-PART-DESC       PIC X(20).
           05  F04-PART-VENDOR     PIC X(10).
           05  F04-PART-REORDER    PIC 9(5).

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

       FD  F01-MAINT-TRAN-FILE
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS F01-MAINT-TRAN-RECORD.
       01  F01-MAINT-TRAN-RECORD.
           05  F01-TRAN-ACTION     PIC X(1).
           05  F01-TRAN-PART       PIC X(20).
           05  F01-TRAN-DESC       PIC X(20).
           05  F01-TRAN-VENDOR     PIC X(10).
           05  F01-TRAN-REORDER-N  PIC 9(5).

       FD  F02-REORDER-PLAN-REPORT
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS F02-REORDER-PLAN-LINE.
       01  F02-REORDER-PLAN-LINE   PIC X(110).

       FD  F12-PARM-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS F12-PARM-RECORD.
       01  F12-PARM-RECORD.
           05  F12-PARM-RUN-DATE      PIC X(8).
           05                         PIC X(26).
           05  F12-PARM-SAFETY-FACTOR PIC X(3).
           05  F12-PARM-SAFETY-N      REDEFINES F12-PARM-SAFETY-FACTOR
                                      PIC 9V99.
           05  F12-PARM-FLAG-PCT      PIC X(3).
           05  F12-PARM-FLAG-PCT-N    REDEFINES F12-PARM-FLAG-PCT
                                      PIC 9(3).

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
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS S01-SORT-RECORD.
       01  S01-SORT-RECORD.
           05  S01-SORT-PART       PIC X(20).
           05  S01-SORT-DATE       PIC X(8).
           05  S01-SORT-SHIPPED    PIC 9(7).

       WORKING-STORAGE SECTION.
       01  W01-EOF-SWITCH      PIC X(2)    VALUE SPACES.

       01  W02-NAME.
           05                  PIC X(35)   VALUE SPACES.
           05                  PIC X(35)
                       VALUE 'REORDER POINT PLANNING REPORT'.
           05                  PIC X(10)   VALUE 'RUN DATE'.
           05  W02-RUN-DATE    PIC X(8)    VALUE SPACES.
           05                  PIC X(22)   VALUE SPACES.

       01  W03-HEADING.
           05                  PIC X(21)   VALUE 'PART NAME'.
           05                  PIC X(11)   VALUE 'VENDOR'.
           05                  PIC X(6)    VALUE 'LEAD'.
           05                  PIC X(6)    VALUE 'DAYS'.
           05                  PIC X(11)   VALUE '  AVG/DAY'.
           05                  PIC X(11)   VALUE '  STD DEV'.
           05                  PIC X(9)    VALUE '  SAFETY'.
           05                  PIC X(8)    VALUE 'CURRENT'.
           05                  PIC X(9)    VALUE ' RECOMM'.
           05                  PIC X(18)   VALUE 'NOTE'.

       01  W04-PLAN-DETAIL.
           05  W04-PLN-PART        PIC X(20).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-PLN-VENDOR      PIC X(10).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-PLN-LEAD        PIC ZZ9.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-PLN-DAYS        PIC Z(4)9.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-PLN-AVG         PIC Z(5)9.99.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-PLN-STD-DEV     PIC Z(5)9.99.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-PLN-SAFETY      PIC Z(6)9.
           05                      PIC X(3)    VALUE SPACES.
           05  W04-PLN-CURRENT     PIC Z(4)9.
           05                      PIC X(3)    VALUE SPACES.
           05  W04-PLN-RECOMMENDED PIC Z(4)9.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-PLN-NOTE        PIC X(19).

       01  W05-TOTAL-LINES.
           05  W05-PARTS-LINE.
               10                  PIC X(40)
                                   VALUE 'PARTS WITH USAGE HISTORY'.
               10  W05-PARTS-COUNT PIC Z(6)9.
           05  W05-CHANGES-LINE.
               10                  PIC X(40)
                                   VALUE 'CHANGE TRANSACTIONS WRITTEN'.
               10  W05-CHG-COUNT   PIC Z(6)9.
           05  W05-FLAGGED-LINE.
               10                  PIC X(40)
                                   VALUE 'PARTS FLAGGED FOR REVIEW'.
               10  W05-FLAG-COUNT  PIC Z(6)9.
           05  W05-NO-LEAD-LINE.
               10                  PIC X(40)
                                   VALUE 'PARTS WITH NO LEAD TIME'.
               10  W05-NO-LEAD-COUNT
                                   PIC Z(6)9.
           05  W05-NO-PART-LINE.
               10                  PIC X(40)
                                   VALUE 'PARTS NOT ON PART MASTER'.
               10  W05-NO-PART-COUNT
                                   PIC Z(6)9.

       01  W06-PLAN-COUNTERS.
           05  W06-PARTS           PIC 9(7)    VALUE ZERO.
           05  W06-CHANGES         PIC 9(7)    VALUE ZERO.
           05  W06-FLAGGED         PIC 9(7)    VALUE ZERO.
           05  W06-NO-LEAD         PIC 9(7)    VALUE ZERO.
           05  W06-NO-PART         PIC 9(7)    VALUE ZERO.

       01  W07-USAGE-FIELDS.
           05  W07-PREV-PART       PIC X(20)   VALUE SPACES.
           05  W07-PREV-DATE       PIC X(8)    VALUE SPACES.
           05  W07-FIRST-RECORD-SW PIC X       VALUE 'Y'.
               88  W07-FIRST-RECORD            VALUE 'Y'.
           05  W07-DAY-USAGE       PIC 9(9)    VALUE ZERO.
           05  W07-DAYS            PIC 9(5)    VALUE ZERO.
           05  W07-SUM-USAGE       PIC 9(12)   VALUE ZERO.
           05  W07-SUM-SQUARES     PIC 9(18)   VALUE ZERO.
           05  W07-AVG-USAGE       PIC 9(9)V9999
                                               VALUE ZERO.
           05  W07-VARIANCE        PIC S9(15)V9999
                                               VALUE ZERO.
           05  W07-STD-DEV         PIC 9(9)V9999
                                               VALUE ZERO.
           05  W07-SAFETY-STOCK    PIC 9(9)    VALUE ZERO.
           05  W07-RECOMMENDED     PIC 9(9)    VALUE ZERO.
           05  W07-REORDER-POINT   PIC 9(5)    VALUE ZERO.
           05  W07-DIFFERENCE      PIC S9(9)   VALUE ZERO.
           05  W07-FLAG-LIMIT      PIC 9(9)V99 VALUE ZERO.

       01  W08-DASH.
           05                      PIC X(40)   VALUE SPACES.
           05                      PIC X(10)   VALUE '----------'.
           05                      PIC X(60)   VALUE SPACES.

       01  W09-FILE-STATUSES.
           05  W09-HIST-STATUS     PIC XX      VALUE SPACES.
           05  W09-PARTMAST-STATUS PIC XX      VALUE SPACES.
           05  W09-VENDMAST-STATUS PIC XX      VALUE SPACES.
           05  W09-PARM-STATUS     PIC XX      VALUE SPACES.
           05  W09-HIST-SWITCH     PIC X       VALUE 'Y'.
               88  W09-HIST-FOUND              VALUE 'Y'.
           05  W09-PARTMAST-SWITCH PIC X       VALUE 'Y'.
               88  W09-PARTMAST-FOUND          VALUE 'Y'.
           05  W09-VENDMAST-SWITCH PIC X       VALUE 'Y'.
               88  W09-VENDMAST-FOUND          VALUE 'Y'.

       01  W10-PLAN-PARAMETERS.
           05  W10-SAFETY-FACTOR   PIC 9V99    VALUE 1.65.
           05  W10-FLAG-PCT        PIC 9(3)    VALUE 25.
           05  W10-LEAD-DAYS       PIC 9(3)    VALUE ZERO.
           05  W10-PART-SW         PIC X       VALUE 'N'.
               88  W10-PART-ON-FILE            VALUE 'Y'.

       01  W11-PARM-LINE.
           05                      PIC X(18)   VALUE 'SAFETY FACTOR'.
           05  W11-SAFETY-FACTOR   PIC 9.99.
           05                      PIC X(8)    VALUE SPACES.
           05                      PIC X(25)
                                   VALUE 'REVIEW DIFFERENCE PCT'.
           05  W11-FLAG-PCT        PIC ZZ9.
           05                      PIC X(52)   VALUE SPACES.

       01  W12-NO-HISTORY-LINE     PIC X(110)  VALUE
           '*** HISTORY FILE NOT AVAILABLE - NO PLAN PRODUCED ***'.

       01  W30-RUN-CONTROL.
           05  W30-CTL-FILE-STATUS PIC XX      VALUE SPACES.
           05  W30-STEP-NAME       PIC X(12)   VALUE 'REORDPLAN'.
           05  W30-PRED-NAME       PIC X(12)   VALUE 'CODINGASST'.
           05  W30-CTL-RUN-DATE    PIC X(8)    VALUE SPACES.
           05  W30-BLOCKED-SW      PIC X       VALUE 'N'.
               88  W30-STEP-BLOCKED            VALUE 'Y'.
           05  W30-BLOCK-MESSAGE   PIC X(60)   VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADING-LINES
           PERFORM 900-CHECK-RUN-CONTROL
           IF W30-STEP-BLOCKED
               MOVE W30-BLOCK-MESSAGE TO F02-REORDER-PLAN-LINE
               WRITE F02-REORDER-PLAN-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT W09-HIST-FOUND
                   MOVE W12-NO-HISTORY-LINE TO F02-REORDER-PLAN-LINE
                   WRITE F02-REORDER-PLAN-LINE
               ELSE
                   SORT S01-SORT-FILE
                       ON ASCENDING KEY S01-SORT-PART
                       ON ASCENDING KEY S01-SORT-DATE
                       INPUT PROCEDURE IS 300-RELEASE-HISTORY
                           THRU 319-RELEASE-HISTORY-EXIT
                       OUTPUT PROCEDURE IS 400-PLAN-REORDER-POINTS
                           THRU 499-PLAN-REORDER-EXIT
               END-IF
               PERFORM 600-PRINT-TOTALS
               PERFORM 950-STAMP-STEP-END
           END-IF
           PERFORM 500-CLOSE-FILES
       STOP RUN
       .

       100-OPEN-FILES.
           OPEN INPUT F16-HISTORY-FILE
           IF W09-HIST-STATUS = '35'
               MOVE 'N' TO W09-HIST-SWITCH
           END-IF
           OPEN INPUT F04-PARTMAST-FILE
           IF W09-PARTMAST-STATUS = '35'
               MOVE 'N' TO W09-PARTMAST-SWITCH
           END-IF
           OPEN INPUT F23-VENDMAST-FILE
           IF W09-VENDMAST-STATUS = '35'
               MOVE 'N' TO W09-VENDMAST-SWITCH
           END-IF
           OPEN EXTEND F01-MAINT-TRAN-FILE
           OPEN    INPUT F12-PARM-FILE
           OPEN OUTPUT F02-REORDER-PLAN-REPORT
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
               IF F12-PARM-SAFETY-FACTOR NUMERIC
                       AND F12-PARM-SAFETY-N > 0
                   MOVE F12-PARM-SAFETY-N TO W10-SAFETY-FACTOR
               END-IF
               IF F12-PARM-FLAG-PCT NUMERIC
                       AND F12-PARM-FLAG-PCT-N > 0
                   MOVE F12-PARM-FLAG-PCT-N TO W10-FLAG-PCT
               END-IF
               CLOSE F12-PARM-FILE
           END-IF
       .

       200-WRITE-HEADING-LINES.
           MOVE W02-NAME TO F02-REORDER-PLAN-LINE
           WRITE F02-REORDER-PLAN-LINE
           MOVE SPACES TO F02-REORDER-PLAN-LINE
           WRITE F02-REORDER-PLAN-LINE
           MOVE W10-SAFETY-FACTOR TO W11-SAFETY-FACTOR
           MOVE W10-FLAG-PCT TO W11-FLAG-PCT
           MOVE W11-PARM-LINE TO F02-REORDER-PLAN-LINE
           WRITE F02-REORDER-PLAN-LINE
           MOVE SPACES TO F02-REORDER-PLAN-LINE
           WRITE F02-REORDER-PLAN-LINE
           MOVE W03-HEADING TO F02-REORDER-PLAN-LINE
           WRITE F02-REORDER-PLAN-LINE
       .

       300-RELEASE-HISTORY.
           PERFORM 310-READ-HISTORY
           PERFORM 315-RELEASE-ONE-HISTORY
               UNTIL W01-EOF-SWITCH = 'NO'
           MOVE SPACES TO W01-EOF-SWITCH
           GO TO 319-RELEASE-HISTORY-EXIT
       .

       310-READ-HISTORY.
           READ F16-HISTORY-FILE
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-READ
       .

       315-RELEASE-ONE-HISTORY.
           MOVE F16-HIST-PART TO S01-SORT-PART
           MOVE F16-HIST-DATE TO S01-SORT-DATE
           MOVE F16-HIST-SHIPPED TO S01-SORT-SHIPPED
           RELEASE S01-SORT-RECORD
           PERFORM 310-READ-HISTORY
       .

       319-RELEASE-HISTORY-EXIT.
           EXIT.

       400-PLAN-REORDER-POINTS.
           PERFORM 410-RETURN-SORTED-RECORD
           PERFORM 420-ADD-ONE-USAGE
               UNTIL W01-EOF-SWITCH = 'NO'
           IF NOT W07-FIRST-RECORD
               PERFORM 430-CLOSE-USAGE-DAY
               PERFORM 440-PLAN-ONE-PART
           END-IF
           GO TO 499-PLAN-REORDER-EXIT
       .

       410-RETURN-SORTED-RECORD.
           RETURN S01-SORT-FILE
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-RETURN
       .

       420-ADD-ONE-USAGE.
           IF W07-FIRST-RECORD
               MOVE S01-SORT-PART TO W07-PREV-PART
               MOVE S01-SORT-DATE TO W07-PREV-DATE
               MOVE 'N' TO W07-FIRST-RECORD-SW
           ELSE
               IF S01-SORT-PART NOT = W07-PREV-PART
                   PERFORM 430-CLOSE-USAGE-DAY
                   PERFORM 440-PLAN-ONE-PART
                   MOVE S01-SORT-PART TO W07-PREV-PART
                   MOVE S01-SORT-DATE TO W07-PREV-DATE
               ELSE
                   IF S01-SORT-DATE NOT = W07-PREV-DATE
                       PERFORM 430-CLOSE-USAGE-DAY
                       MOVE S01-SORT-DATE TO W07-PREV-DATE
                   END-IF
               END-IF
           END-IF
           ADD S01-SORT-SHIPPED TO W07-DAY-USAGE
           PERFORM 410-RETURN-SORTED-RECORD
       .

       430-CLOSE-USAGE-DAY.
           ADD 1 TO W07-DAYS
           ADD W07-DAY-USAGE TO W07-SUM-USAGE
           COMPUTE W07-SUM-SQUARES =
                   W07-SUM-SQUARES + W07-DAY-USAGE * W07-DAY-USAGE
           MOVE ZERO TO W07-DAY-USAGE
       .

       440-PLAN-ONE-PART.
           ADD 1 TO W06-PARTS
           COMPUTE W07-AVG-USAGE ROUNDED =
                   W07-SUM-USAGE / W07-DAYS
           COMPUTE W07-VARIANCE ROUNDED =
                   W07-SUM-SQUARES / W07-DAYS
                   - W07-AVG-USAGE * W07-AVG-USAGE
           IF W07-VARIANCE > ZERO
               COMPUTE W07-STD-DEV ROUNDED = W07-VARIANCE ** 0.5
           ELSE
               MOVE ZERO TO W07-STD-DEV
           END-IF
           MOVE SPACES TO W04-PLN-NOTE
           MOVE SPACES TO W04-PLN-VENDOR
           MOVE ZERO TO W04-PLN-LEAD
           MOVE ZERO TO W04-PLN-SAFETY
           MOVE ZERO TO W04-PLN-CURRENT
           MOVE ZERO TO W04-PLN-RECOMMENDED
           PERFORM 445-LOOK-UP-PART
           IF NOT W10-PART-ON-FILE
               MOVE 'NOT ON PART MASTER' TO W04-PLN-NOTE
               ADD 1 TO W06-NO-PART
           ELSE
               MOVE F04-PART-VENDOR TO W04-PLN-VENDOR
               MOVE F04-PART-REORDER TO W04-PLN-CURRENT
               PERFORM 447-LOOK-UP-LEAD-TIME
               IF W10-LEAD-DAYS = ZERO
                   MOVE 'NO VENDOR LEAD TIME' TO W04-PLN-NOTE
                   ADD 1 TO W06-NO-LEAD
               ELSE
                   PERFORM 450-COMPUTE-REORDER-POINT
               END-IF
           END-IF
           PERFORM 460-WRITE-PLAN-LINE
           MOVE ZERO TO W07-DAYS
           MOVE ZERO TO W07-SUM-USAGE
           MOVE ZERO TO W07-SUM-SQUARES
       .

       445-LOOK-UP-PART.
           MOVE 'N' TO W10-PART-SW
           IF W09-PARTMAST-FOUND
               MOVE W07-PREV-PART TO F04-PART-KEY
               READ F04-PARTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO W10-PART-SW
               END-READ
           END-IF
       .

       447-LOOK-UP-LEAD-TIME.
           MOVE ZERO TO W10-LEAD-DAYS
           IF W09-VENDMAST-FOUND
               MOVE F04-PART-VENDOR TO F23-VEND-KEY
               READ F23-VENDMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE F23-VEND-LEAD-DAYS TO W10-LEAD-DAYS
               END-READ
           END-IF
       .

       450-COMPUTE-REORDER-POINT.
           MOVE W10-LEAD-DAYS TO W04-PLN-LEAD
           COMPUTE W07-SAFETY-STOCK ROUNDED =
                   W10-SAFETY-FACTOR * W07-STD-DEV
                   * W10-LEAD-DAYS ** 0.5
           COMPUTE W07-RECOMMENDED ROUNDED =
                   W07-AVG-USAGE * W10-LEAD-DAYS + W07-SAFETY-STOCK
           IF W07-RECOMMENDED > 99999
               MOVE 99999 TO W07-REORDER-POINT
               MOVE 'CAPPED AT 99999' TO W04-PLN-NOTE
           ELSE
               MOVE W07-RECOMMENDED TO W07-REORDER-POINT
           END-IF
           MOVE W07-SAFETY-STOCK TO W04-PLN-SAFETY
           MOVE W07-REORDER-POINT TO W04-PLN-RECOMMENDED
           COMPUTE W07-DIFFERENCE =
                   W07-REORDER-POINT - F04-PART-REORDER
           IF W07-DIFFERENCE < ZERO
               COMPUTE W07-DIFFERENCE = ZERO - W07-DIFFERENCE
           END-IF
           COMPUTE W07-FLAG-LIMIT =
                   F04-PART-REORDER * W10-FLAG-PCT / 100
           IF W07-DIFFERENCE > W07-FLAG-LIMIT
               MOVE '*** REVIEW ***' TO W04-PLN-NOTE
               ADD 1 TO W06-FLAGGED
           END-IF
           IF W07-REORDER-POINT NOT = F04-PART-REORDER
               PERFORM 455-WRITE-CHANGE-TRAN
           END-IF
       .

       455-WRITE-CHANGE-TRAN.
           MOVE 'C' TO F01-TRAN-ACTION
           MOVE F04-PART-KEY TO F01-TRAN-PART
           MOVE SPACES TO F01-TRAN-DESC
           MOVE SPACES TO F01-TRAN-VENDOR
           MOVE W07-REORDER-POINT TO F01-TRAN-REORDER-N
           WRITE F01-MAINT-TRAN-RECORD
           ADD 1 TO W06-CHANGES
       .

       460-WRITE-PLAN-LINE.
           MOVE W07-PREV-PART TO W04-PLN-PART
           MOVE W07-DAYS TO W04-PLN-DAYS
           MOVE W07-AVG-USAGE TO W04-PLN-AVG
           MOVE W07-STD-DEV TO W04-PLN-STD-DEV
           MOVE W04-PLAN-DETAIL TO F02-REORDER-PLAN-LINE
           WRITE F02-REORDER-PLAN-LINE
       .

       499-PLAN-REORDER-EXIT.
           EXIT.

       500-CLOSE-FILES.
           IF W09-HIST-FOUND
               CLOSE F16-HISTORY-FILE
           END-IF
           IF W09-PARTMAST-FOUND
               CLOSE F04-PARTMAST-FILE
           END-IF
           IF W09-VENDMAST-FOUND
               CLOSE F23-VENDMAST-FILE
           END-IF
           CLOSE   F01-MAINT-TRAN-FILE
                   F02-REORDER-PLAN-REPORT
       .

       600-PRINT-TOTALS.
           MOVE W08-DASH TO F02-REORDER-PLAN-LINE
           WRITE F02-REORDER-PLAN-LINE
           MOVE W06-PARTS TO W05-PARTS-COUNT
           MOVE W05-PARTS-LINE TO F02-REORDER-PLAN-LINE
           WRITE F02-REORDER-PLAN-LINE
           MOVE W06-CHANGES TO W05-CHG-COUNT
           MOVE W05-CHANGES-LINE TO F02-REORDER-PLAN-LINE
           WRITE F02-REORDER-PLAN-LINE
           MOVE W06-FLAGGED TO W05-FLAG-COUNT
           MOVE W05-FLAGGED-LINE TO F02-REORDER-PLAN-LINE
           WRITE F02-REORDER-PLAN-LINE
           MOVE W06-NO-LEAD TO W05-NO-LEAD-COUNT
           MOVE W05-NO-LEAD-LINE TO F02-REORDER-PLAN-LINE
           WRITE F02-REORDER-PLAN-LINE
           MOVE W06-NO-PART TO W05-NO-PART-COUNT
           MOVE W05-NO-PART-LINE TO F02-REORDER-PLAN-LINE
           WRITE F02-REORDER-PLAN-LINE
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
