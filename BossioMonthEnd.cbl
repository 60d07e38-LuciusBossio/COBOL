       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BOSSIO-MONTH-END.
       AUTHOR.           LUCIUS-BOSSIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F16-HISTORY-FILE ASSIGN TO 'INVHIST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS F16-HIST-KEY
                                   FILE STATUS IS W09-HIST-STATUS.
           SELECT F26-PERIOD-SUMMARY-FILE ASSIGN TO 'INVPERD.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F26-PERD-KEY
                                   FILE STATUS IS W09-PERD-STATUS.
           SELECT OPTIONAL F27-HIST-ARCHIVE-FILE
                                   ASSIGN TO 'INVHARC.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F28-PERIOD-CLOSE-FILE
                                   ASSIGN TO 'PERDCLOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W09-CLOSE-STATUS.
           SELECT F07-SUSPENSE-FILE ASSIGN TO 'TRANSUSP.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS F07-SUSP-KEY
                                   FILE STATUS IS W09-SUSP-STATUS.
           SELECT F02-MONTH-END-REPORT ASSIGN TO 'MENDRPT.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F12-PARM-FILE ASSIGN TO 'ASSTPARM.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W09-PARM-STATUS.
           SELECT F22-RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS F22-CTL-KEY
                                   FILE STATUS IS W30-CTL-FILE-STATUS.

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

       FD  F26-PERIOD-SUMMARY-FILE
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS F26-PERIOD-SUMMARY-RECORD.
       01  F26-PERIOD-SUMMARY-RECORD.
           05  F26-PERD-KEY.
               10  F26-PERD-PART   PIC X(20).
               10  F26-PERD-LOC    PIC X(6).
               10  F26-PERD-PERIOD PIC X(6).
           05  F26-PERD-OPEN-QTY   PIC 9(7).
           05  F26-PERD-CLOSE-QTY  PIC 9(7).
           05  F26-PERD-SHIPPED    PIC 9(9).
           05  F26-PERD-PRICE      PIC 9(4)V99.
           05  F26-PERD-VALUE      PIC 9(9)V99.
           05  F26-PERD-RUNS       PIC 9(3).

       FD  F27-HIST-ARCHIVE-FILE
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS F27-HIST-ARCHIVE-RECORD.
       01  F27-HIST-ARCHIVE-RECORD PIC X(65).

       FD  F28-PERIOD-CLOSE-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS F28-PERIOD-CLOSE-RECORD.
       01  F28-PERIOD-CLOSE-RECORD.
           05  F28-CLOSE-PERIOD    PIC X(6).
           05  F28-CLOSE-RUN-DATE  PIC X(8).
           05  F28-CLOSE-RETAIN    PIC 9(2).
           05  F28-CLOSE-ARCH-THRU PIC X(6).

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
               88  F07-SUSP-OPEN           VALUE 'O'.
               88  F07-SUSP-CLOSED         VALUE 'R' 'D'.

       FD  F02-MONTH-END-REPORT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F02-MONTH-END-LINE.
       01  F02-MONTH-END-LINE      PIC X(80).

       FD  F12-PARM-FILE
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS F12-PARM-RECORD.
       01  F12-PARM-RECORD.
           05  F12-PARM-RUN-DATE      PIC X(8).
           05                         PIC X(18).
           05  F12-PARM-CLOSE-PERIOD  PIC X(6).
           05  F12-PARM-RETAIN-MONTHS PIC X(2).
           05  F12-PARM-RETAIN-N      REDEFINES F12-PARM-RETAIN-MONTHS
                                      PIC 9(2).

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

       WORKING-STORAGE SECTION.
       01  W01-EOF-SWITCH      PIC X(2)    VALUE SPACES.

       01  W02-NAME.
           05                  PIC X(25)   VALUE SPACES.
           05                  PIC X(29)
                               VALUE 'MONTH-END CLOSE REPORT'.
           05                  PIC X(10)   VALUE 'RUN DATE'.
           05  W02-RUN-DATE    PIC X(8)    VALUE SPACES.
           05                  PIC X(8)    VALUE SPACES.

       01  W03-PERIOD-LINES.
           05  W03-CLOSE-LINE.
               10                  PIC X(40)
                                   VALUE 'PERIOD CLOSED'.
               10  W03-CLOSE-PERIOD
                                   PIC X(6).
               10                  PIC X(34)   VALUE SPACES.
           05  W03-RETAIN-LINE.
               10                  PIC X(40)
                                   VALUE 'RETENTION PERIOD IN MONTHS'.
               10  W03-RETAIN-MONTHS
                                   PIC Z9.
               10                  PIC X(38)   VALUE SPACES.
           05  W03-ARCHIVE-LINE.
               10                  PIC X(40)
                                   VALUE 'DETAIL ARCHIVED THROUGH'.
               10  W03-ARCH-THRU   PIC X(6).
               10                  PIC X(34)   VALUE SPACES.

       01  W04-TOTAL-LINES.
           05  W04-HIST-READ-LINE.
               10                  PIC X(40)
                                   VALUE 'HISTORY RECORDS READ'.
               10  W04-HIST-READ   PIC Z(6)9.
           05  W04-SUMMARY-LINE.
               10                  PIC X(40)
                                   VALUE 'PERIOD SUMMARIES WRITTEN'.
               10  W04-SUMMARIES   PIC Z(6)9.
           05  W04-ARCHIVED-LINE.
               10                  PIC X(40)
                                   VALUE 'HISTORY RECORDS ARCHIVED'.
               10  W04-ARCHIVED    PIC Z(6)9.
           05  W04-CTL-PURGED-LINE.
               10                  PIC X(40)
                                   VALUE 'RUN CONTROL ENTRIES PURGED'.
               10  W04-CTL-PURGED  PIC Z(6)9.
           05  W04-SUSP-PURGED-LINE.
               10                  PIC X(40)
                                   VALUE 'CLOSED SUSPENSE ITEMS PURGED'.
               10  W04-SUSP-PURGED PIC Z(6)9.

       01  W05-CLOSE-COUNTERS.
           05  W05-HIST-READ       PIC 9(7)    VALUE ZERO.
           05  W05-SUMMARIES       PIC 9(7)    VALUE ZERO.
           05  W05-ARCHIVED        PIC 9(7)    VALUE ZERO.
           05  W05-CTL-PURGED      PIC 9(7)    VALUE ZERO.
           05  W05-SUSP-PURGED     PIC 9(7)    VALUE ZERO.

       01  W06-GROUP-FIELDS.
           05  W06-PREV-PART       PIC X(20)   VALUE SPACES.
           05  W06-PREV-LOC        PIC X(6)    VALUE SPACES.
           05  W06-FIRST-RECORD-SW PIC X       VALUE 'Y'.
               88  W06-FIRST-RECORD            VALUE 'Y'.
           05  W06-PRIOR-SW        PIC X       VALUE 'N'.
               88  W06-PRIOR-FOUND             VALUE 'Y'.
           05  W06-IN-PERIOD-SW    PIC X       VALUE 'N'.
               88  W06-IN-PERIOD               VALUE 'Y'.
           05  W06-PRIOR-QTY       PIC 9(7)    VALUE ZERO.
           05  W06-FIRST-END       PIC 9(7)    VALUE ZERO.
           05  W06-FIRST-SHIPPED   PIC 9(7)    VALUE ZERO.
           05  W06-OPEN-QTY        PIC 9(7)    VALUE ZERO.
           05  W06-CLOSE-QTY       PIC 9(7)    VALUE ZERO.
           05  W06-SHIPPED         PIC 9(9)    VALUE ZERO.
           05  W06-PRICE           PIC 9(4)V99 VALUE ZERO.
           05  W06-VALUE           PIC 9(9)V99 VALUE ZERO.
           05  W06-RUNS            PIC 9(3)    VALUE ZERO.

       01  W08-DASH.
           05                      PIC X(40)   VALUE SPACES.
           05                      PIC X(10)   VALUE '----------'.
           05                      PIC X(30)   VALUE SPACES.

       01  W09-FILE-STATUSES.
           05  W09-HIST-STATUS     PIC XX      VALUE SPACES.
           05  W09-PERD-STATUS     PIC XX      VALUE SPACES.
           05  W09-CLOSE-STATUS    PIC XX      VALUE SPACES.
           05  W09-SUSP-STATUS     PIC XX      VALUE SPACES.
           05  W09-PARM-STATUS     PIC XX      VALUE SPACES.
           05  W09-HIST-SWITCH     PIC X       VALUE 'Y'.
               88  W09-HIST-FOUND              VALUE 'Y'.
           05  W09-SUSP-SWITCH     PIC X       VALUE 'Y'.
               88  W09-SUSP-FOUND              VALUE 'Y'.

       01  W12-PERIOD-FIELDS.
           05  W12-CLOSE-PERIOD.
               10  W12-CLOSE-YEAR  PIC 9(4).
               10  W12-CLOSE-MONTH PIC 9(2).
           05  W12-CLOSE-PERIOD-X  REDEFINES W12-CLOSE-PERIOD
                                   PIC X(6).
           05  W12-PRIOR-PERIOD.
               10  W12-PRIOR-YEAR  PIC 9(4).
               10  W12-PRIOR-MONTH PIC 9(2).
           05  W12-PRIOR-PERIOD-X  REDEFINES W12-PRIOR-PERIOD
                                   PIC X(6).
           05  W12-CUTOFF-PERIOD.
               10  W12-CUTOFF-YEAR PIC 9(4).
               10  W12-CUTOFF-MONTH
                                   PIC 9(2).
           05  W12-CUTOFF-PERIOD-X REDEFINES W12-CUTOFF-PERIOD
                                   PIC X(6).
           05  W12-RUN-PERIOD.
               10  W12-RUN-YEAR    PIC 9(4).
               10  W12-RUN-MONTH   PIC 9(2).
           05  W12-RUN-PERIOD-X    REDEFINES W12-RUN-PERIOD
                                   PIC X(6).
           05  W12-REC-DATE.
               10  W12-REC-YEAR    PIC 9(4).
               10  W12-REC-MONTH   PIC 9(2).
               10  W12-REC-DAY     PIC 9(2).
           05  W12-REC-DATE-X      REDEFINES W12-REC-DATE
                                   PIC X(8).
           05  W12-RETAIN-MONTHS   PIC 9(2)    VALUE 3.
           05  W12-LAST-CLOSED     PIC X(6)    VALUE SPACES.
           05  W12-CLOSE-INDEX     PIC 9(6)    VALUE ZERO.
           05  W12-CUTOFF-INDEX    PIC 9(6)    VALUE ZERO.
           05  W12-REC-INDEX       PIC 9(6)    VALUE ZERO.
           05  W12-WORK-INDEX      PIC 9(6)    VALUE ZERO.
           05  W12-WORK-YEAR       PIC 9(4)    VALUE ZERO.
           05  W12-WORK-MONTH      PIC 9(2)    VALUE ZERO.
           05  W12-PERIOD-VALID-SW PIC X       VALUE 'Y'.
               88  W12-PERIOD-VALID            VALUE 'Y'.
           05  W12-PERIOD-MESSAGE  PIC X(80)   VALUE SPACES.

       01  W13-NO-HISTORY-LINE     PIC X(80)   VALUE
           '*** HISTORY FILE NOT AVAILABLE - NOTHING SUMMARIZED ***'.

       01  W30-RUN-CONTROL.
           05  W30-CTL-FILE-STATUS PIC XX      VALUE SPACES.
           05  W30-STEP-NAME       PIC X(12)   VALUE 'MONTHEND'.
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
               MOVE W30-BLOCK-MESSAGE TO F02-MONTH-END-LINE
               WRITE F02-MONTH-END-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 120-READ-CLOSED-PERIODS
               PERFORM 130-VALIDATE-CLOSE-PERIOD
               IF NOT W12-PERIOD-VALID
                   MOVE W12-PERIOD-MESSAGE TO F02-MONTH-END-LINE
                   WRITE F02-MONTH-END-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 210-WRITE-PERIOD-LINES
                   PERFORM 300-SUMMARIZE-HISTORY
                   PERFORM 600-PURGE-RUN-CONTROL
                   PERFORM 650-PURGE-SUSPENSE
                   PERFORM 700-RECORD-CLOSED-PERIOD
                   PERFORM 450-PRINT-TOTALS
                   PERFORM 950-STAMP-STEP-END
               END-IF
           END-IF
           PERFORM 500-CLOSE-FILES
       STOP RUN
       .

       100-OPEN-FILES.
           OPEN I-O F16-HISTORY-FILE
           IF W09-HIST-STATUS = '35'
               MOVE 'N' TO W09-HIST-SWITCH
           END-IF
           OPEN I-O F26-PERIOD-SUMMARY-FILE
           IF W09-PERD-STATUS = '35'
               OPEN OUTPUT F26-PERIOD-SUMMARY-FILE
               CLOSE F26-PERIOD-SUMMARY-FILE
               OPEN I-O F26-PERIOD-SUMMARY-FILE
           END-IF
           OPEN I-O F07-SUSPENSE-FILE
           IF W09-SUSP-STATUS = '35'
               MOVE 'N' TO W09-SUSP-SWITCH
           END-IF
           OPEN EXTEND F27-HIST-ARCHIVE-FILE
           OPEN    INPUT F12-PARM-FILE
           OPEN OUTPUT F02-MONTH-END-REPORT
           PERFORM 110-READ-PARM-CARD
       .

       110-READ-PARM-CARD.
           MOVE SPACES TO W12-CLOSE-PERIOD-X
           IF W09-PARM-STATUS NOT = '35'
               READ F12-PARM-FILE
                   AT END MOVE SPACES TO F12-PARM-RECORD
               END-READ
               IF F12-PARM-RUN-DATE NOT = SPACES
                   MOVE F12-PARM-RUN-DATE TO W02-RUN-DATE
               END-IF
               IF F12-PARM-CLOSE-PERIOD NOT = SPACES
                   MOVE F12-PARM-CLOSE-PERIOD TO W12-CLOSE-PERIOD-X
               END-IF
               IF F12-PARM-RETAIN-MONTHS NUMERIC
                       AND F12-PARM-RETAIN-N > 0
                   MOVE F12-PARM-RETAIN-N TO W12-RETAIN-MONTHS
               END-IF
               CLOSE F12-PARM-FILE
           END-IF
           MOVE SPACES TO W12-RUN-PERIOD-X
           MOVE W02-RUN-DATE TO W12-REC-DATE-X
           IF W12-REC-DATE-X NUMERIC
               MOVE W12-REC-YEAR TO W12-RUN-YEAR
               MOVE W12-REC-MONTH TO W12-RUN-MONTH
               IF W12-CLOSE-PERIOD-X = SPACES
                   COMPUTE W12-WORK-INDEX =
                           W12-RUN-YEAR * 12 + W12-RUN-MONTH - 2
                   PERFORM 140-INDEX-TO-PERIOD
                   MOVE W12-WORK-YEAR TO W12-CLOSE-YEAR
                   MOVE W12-WORK-MONTH TO W12-CLOSE-MONTH
               END-IF
           END-IF
       .

       120-READ-CLOSED-PERIODS.
           OPEN INPUT F28-PERIOD-CLOSE-FILE
           MOVE SPACES TO W01-EOF-SWITCH
           PERFORM 125-READ-CLOSED-PERIOD
           PERFORM 127-NOTE-CLOSED-PERIOD
               UNTIL W01-EOF-SWITCH = 'NO'
           CLOSE F28-PERIOD-CLOSE-FILE
           MOVE SPACES TO W01-EOF-SWITCH
       .

       125-READ-CLOSED-PERIOD.
           READ F28-PERIOD-CLOSE-FILE
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-READ
       .

       127-NOTE-CLOSED-PERIOD.
           IF F28-CLOSE-PERIOD > W12-LAST-CLOSED
               MOVE F28-CLOSE-PERIOD TO W12-LAST-CLOSED
           END-IF
           PERFORM 125-READ-CLOSED-PERIOD
       .

       130-VALIDATE-CLOSE-PERIOD.
           IF W12-CLOSE-PERIOD-X NOT NUMERIC
               MOVE 'N' TO W12-PERIOD-VALID-SW
           ELSE
               IF W12-CLOSE-MONTH < 1 OR W12-CLOSE-MONTH > 12
                   MOVE 'N' TO W12-PERIOD-VALID-SW
               END-IF
           END-IF
           IF NOT W12-PERIOD-VALID
               MOVE '*** CLOSE PERIOD NOT VALID - CLOSE NOT RUN ***'
                   TO W12-PERIOD-MESSAGE
           ELSE
               IF W12-LAST-CLOSED NOT = SPACES
                       AND W12-CLOSE-PERIOD-X NOT > W12-LAST-CLOSED
                   MOVE 'N' TO W12-PERIOD-VALID-SW
                   MOVE '*** PERIOD ALREADY CLOSED - CLOSE NOT RUN ***'
                       TO W12-PERIOD-MESSAGE
               ELSE
                   IF W12-RUN-PERIOD-X = SPACES
                           OR W12-CLOSE-PERIOD-X NOT < W12-RUN-PERIOD-X
                       MOVE 'N' TO W12-PERIOD-VALID-SW
                       MOVE '*** CLOSE PERIOD NOT ENDED - CLOSE NOT RUN
      -                    ' ***' TO W12-PERIOD-MESSAGE
                   ELSE
                       PERFORM 135-SET-PERIOD-LIMITS
                   END-IF
               END-IF
           END-IF
       .

       135-SET-PERIOD-LIMITS.
           COMPUTE W12-CLOSE-INDEX =
                   W12-CLOSE-YEAR * 12 + W12-CLOSE-MONTH - 1
           COMPUTE W12-WORK-INDEX = W12-CLOSE-INDEX - 1
           PERFORM 140-INDEX-TO-PERIOD
           MOVE W12-WORK-YEAR TO W12-PRIOR-YEAR
           MOVE W12-WORK-MONTH TO W12-PRIOR-MONTH
           COMPUTE W12-CUTOFF-INDEX =
                   W12-CLOSE-INDEX - W12-RETAIN-MONTHS
           MOVE W12-CUTOFF-INDEX TO W12-WORK-INDEX
           PERFORM 140-INDEX-TO-PERIOD
           MOVE W12-WORK-YEAR TO W12-CUTOFF-YEAR
           MOVE W12-WORK-MONTH TO W12-CUTOFF-MONTH
       .

       140-INDEX-TO-PERIOD.
           DIVIDE W12-WORK-INDEX BY 12
               GIVING W12-WORK-YEAR
               REMAINDER W12-WORK-MONTH
           ADD 1 TO W12-WORK-MONTH
       .

       150-SET-RECORD-INDEX.
           COMPUTE W12-REC-INDEX =
                   W12-REC-YEAR * 12 + W12-REC-MONTH - 1
       .

       200-WRITE-HEADING-LINES.
           MOVE W02-NAME TO F02-MONTH-END-LINE
           WRITE F02-MONTH-END-LINE
           MOVE SPACES TO F02-MONTH-END-LINE
           WRITE F02-MONTH-END-LINE
       .

       210-WRITE-PERIOD-LINES.
           MOVE W12-CLOSE-PERIOD-X TO W03-CLOSE-PERIOD
           MOVE W03-CLOSE-LINE TO F02-MONTH-END-LINE
           WRITE F02-MONTH-END-LINE
           MOVE W12-RETAIN-MONTHS TO W03-RETAIN-MONTHS
           MOVE W03-RETAIN-LINE TO F02-MONTH-END-LINE
           WRITE F02-MONTH-END-LINE
           MOVE W12-CUTOFF-PERIOD-X TO W03-ARCH-THRU
           MOVE W03-ARCHIVE-LINE TO F02-MONTH-END-LINE
           WRITE F02-MONTH-END-LINE
           MOVE SPACES TO F02-MONTH-END-LINE
           WRITE F02-MONTH-END-LINE
       .

       300-SUMMARIZE-HISTORY.
           IF NOT W09-HIST-FOUND
               MOVE W13-NO-HISTORY-LINE TO F02-MONTH-END-LINE
               WRITE F02-MONTH-END-LINE
           ELSE
               MOVE SPACES TO W01-EOF-SWITCH
               MOVE LOW-VALUES TO F16-HIST-KEY
               START F16-HISTORY-FILE KEY NOT < F16-HIST-KEY
                   INVALID KEY
                       MOVE 'NO' TO W01-EOF-SWITCH
               END-START
               IF W01-EOF-SWITCH NOT = 'NO'
                   PERFORM 305-READ-NEXT-HISTORY
                   PERFORM 310-PROCESS-ONE-HISTORY
                       UNTIL W01-EOF-SWITCH = 'NO'
                   IF NOT W06-FIRST-RECORD
                       PERFORM 330-WRITE-PERIOD-SUMMARY
                   END-IF
               END-IF
           END-IF
       .

       305-READ-NEXT-HISTORY.
           READ F16-HISTORY-FILE NEXT RECORD
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-READ
       .

       310-PROCESS-ONE-HISTORY.
           IF W06-FIRST-RECORD
               MOVE F16-HIST-PART TO W06-PREV-PART
               MOVE F16-HIST-LOC TO W06-PREV-LOC
               MOVE 'N' TO W06-FIRST-RECORD-SW
           ELSE
               IF F16-HIST-PART NOT = W06-PREV-PART
                       OR F16-HIST-LOC NOT = W06-PREV-LOC
                   PERFORM 330-WRITE-PERIOD-SUMMARY
                   MOVE F16-HIST-PART TO W06-PREV-PART
                   MOVE F16-HIST-LOC TO W06-PREV-LOC
               END-IF
           END-IF
           ADD 1 TO W05-HIST-READ
           MOVE F16-HIST-DATE TO W12-REC-DATE-X
           IF W12-REC-DATE-X NUMERIC
               PERFORM 150-SET-RECORD-INDEX
               IF W12-REC-INDEX < W12-CLOSE-INDEX
                   MOVE 'Y' TO W06-PRIOR-SW
                   MOVE F16-HIST-END-QTY TO W06-PRIOR-QTY
               ELSE
                   IF W12-REC-INDEX = W12-CLOSE-INDEX
                       PERFORM 320-ADD-TO-PERIOD
                   END-IF
               END-IF
               IF W12-REC-INDEX NOT > W12-CUTOFF-INDEX
                   PERFORM 340-ARCHIVE-HISTORY-RECORD
               END-IF
           END-IF
           PERFORM 305-READ-NEXT-HISTORY
       .

       320-ADD-TO-PERIOD.
           IF NOT W06-IN-PERIOD
               MOVE 'Y' TO W06-IN-PERIOD-SW
               MOVE F16-HIST-END-QTY TO W06-FIRST-END
               MOVE F16-HIST-SHIPPED TO W06-FIRST-SHIPPED
           END-IF
           ADD 1 TO W06-RUNS
           ADD F16-HIST-SHIPPED TO W06-SHIPPED
           MOVE F16-HIST-END-QTY TO W06-CLOSE-QTY
           MOVE F16-HIST-PRICE TO W06-PRICE
           MOVE F16-HIST-VALUE TO W06-VALUE
       .

       330-WRITE-PERIOD-SUMMARY.
           IF W06-IN-PERIOD
               PERFORM 335-FIND-OPENING-QTY
               MOVE W06-PREV-PART TO F26-PERD-PART
               MOVE W06-PREV-LOC TO F26-PERD-LOC
               MOVE W12-CLOSE-PERIOD-X TO F26-PERD-PERIOD
               MOVE W06-OPEN-QTY TO F26-PERD-OPEN-QTY
               MOVE W06-CLOSE-QTY TO F26-PERD-CLOSE-QTY
               MOVE W06-SHIPPED TO F26-PERD-SHIPPED
               MOVE W06-PRICE TO F26-PERD-PRICE
               MOVE W06-VALUE TO F26-PERD-VALUE
               MOVE W06-RUNS TO F26-PERD-RUNS
               WRITE F26-PERIOD-SUMMARY-RECORD
                   INVALID KEY
                       REWRITE F26-PERIOD-SUMMARY-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
               ADD 1 TO W05-SUMMARIES
           END-IF
           MOVE 'N' TO W06-PRIOR-SW
           MOVE 'N' TO W06-IN-PERIOD-SW
           MOVE ZERO TO W06-PRIOR-QTY
           MOVE ZERO TO W06-SHIPPED
           MOVE ZERO TO W06-RUNS
       .

       335-FIND-OPENING-QTY.
           IF W06-PRIOR-FOUND
               MOVE W06-PRIOR-QTY TO W06-OPEN-QTY
           ELSE
               MOVE W06-PREV-PART TO F26-PERD-PART
               MOVE W06-PREV-LOC TO F26-PERD-LOC
               MOVE W12-PRIOR-PERIOD-X TO F26-PERD-PERIOD
               READ F26-PERIOD-SUMMARY-FILE
                   INVALID KEY
                       COMPUTE W06-OPEN-QTY =
                               W06-FIRST-END + W06-FIRST-SHIPPED
                           ON SIZE ERROR
                               MOVE W06-FIRST-END TO W06-OPEN-QTY
                       END-COMPUTE
                   NOT INVALID KEY
                       MOVE F26-PERD-CLOSE-QTY TO W06-OPEN-QTY
               END-READ
           END-IF
       .

       340-ARCHIVE-HISTORY-RECORD.
           MOVE F16-HISTORY-RECORD TO F27-HIST-ARCHIVE-RECORD
           WRITE F27-HIST-ARCHIVE-RECORD
           DELETE F16-HISTORY-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO W05-ARCHIVED
           END-DELETE
       .

       450-PRINT-TOTALS.
           MOVE W08-DASH TO F02-MONTH-END-LINE
           WRITE F02-MONTH-END-LINE
           MOVE W05-HIST-READ TO W04-HIST-READ
           MOVE W04-HIST-READ-LINE TO F02-MONTH-END-LINE
           WRITE F02-MONTH-END-LINE
           MOVE W05-SUMMARIES TO W04-SUMMARIES
           MOVE W04-SUMMARY-LINE TO F02-MONTH-END-LINE
           WRITE F02-MONTH-END-LINE
           MOVE W05-ARCHIVED TO W04-ARCHIVED
           MOVE W04-ARCHIVED-LINE TO F02-MONTH-END-LINE
           WRITE F02-MONTH-END-LINE
           MOVE W05-CTL-PURGED TO W04-CTL-PURGED
           MOVE W04-CTL-PURGED-LINE TO F02-MONTH-END-LINE
           WRITE F02-MONTH-END-LINE
           MOVE W05-SUSP-PURGED TO W04-SUSP-PURGED
           MOVE W04-SUSP-PURGED-LINE TO F02-MONTH-END-LINE
           WRITE F02-MONTH-END-LINE
       .

       500-CLOSE-FILES.
           IF W09-HIST-FOUND
               CLOSE F16-HISTORY-FILE
           END-IF
           IF W09-SUSP-FOUND
               CLOSE F07-SUSPENSE-FILE
           END-IF
           CLOSE   F26-PERIOD-SUMMARY-FILE
                   F27-HIST-ARCHIVE-FILE
                   F02-MONTH-END-REPORT
       .

       600-PURGE-RUN-CONTROL.
           OPEN I-O F22-RUN-CONTROL-FILE
           IF W30-CTL-FILE-STATUS NOT = '35'
               MOVE SPACES TO W01-EOF-SWITCH
               MOVE LOW-VALUES TO F22-CTL-KEY
               START F22-RUN-CONTROL-FILE KEY NOT < F22-CTL-KEY
                   INVALID KEY
                       MOVE 'NO' TO W01-EOF-SWITCH
               END-START
               IF W01-EOF-SWITCH NOT = 'NO'
                   PERFORM 610-READ-NEXT-RUN-CONTROL
                   PERFORM 620-CHECK-ONE-RUN-CONTROL
                       UNTIL W01-EOF-SWITCH = 'NO'
               END-IF
               CLOSE F22-RUN-CONTROL-FILE
           END-IF
       .

       610-READ-NEXT-RUN-CONTROL.
           READ F22-RUN-CONTROL-FILE NEXT RECORD
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-READ
       .

       620-CHECK-ONE-RUN-CONTROL.
           MOVE F22-CTL-DATE TO W12-REC-DATE-X
           IF F22-CTL-COMPLETE AND W12-REC-DATE-X NUMERIC
               PERFORM 150-SET-RECORD-INDEX
               IF W12-REC-INDEX NOT > W12-CUTOFF-INDEX
                   DELETE F22-RUN-CONTROL-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO W05-CTL-PURGED
                   END-DELETE
               END-IF
           END-IF
           PERFORM 610-READ-NEXT-RUN-CONTROL
       .

       650-PURGE-SUSPENSE.
           IF W09-SUSP-FOUND
               MOVE SPACES TO W01-EOF-SWITCH
               MOVE LOW-VALUES TO F07-SUSP-KEY
               START F07-SUSPENSE-FILE KEY NOT < F07-SUSP-KEY
                   INVALID KEY
                       MOVE 'NO' TO W01-EOF-SWITCH
               END-START
               IF W01-EOF-SWITCH NOT = 'NO'
                   PERFORM 660-READ-NEXT-SUSPENSE
                   PERFORM 670-CHECK-ONE-SUSPENSE
                       UNTIL W01-EOF-SWITCH = 'NO'
               END-IF
           END-IF
       .

       660-READ-NEXT-SUSPENSE.
           READ F07-SUSPENSE-FILE NEXT RECORD
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-READ
       .

       670-CHECK-ONE-SUSPENSE.
           MOVE F07-SUSP-DATE TO W12-REC-DATE-X
           IF F07-SUSP-CLOSED AND W12-REC-DATE-X NUMERIC
               PERFORM 150-SET-RECORD-INDEX
               IF W12-REC-INDEX NOT > W12-CUTOFF-INDEX
                   DELETE F07-SUSPENSE-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO W05-SUSP-PURGED
                   END-DELETE
               END-IF
           END-IF
           PERFORM 660-READ-NEXT-SUSPENSE
       .

       700-RECORD-CLOSED-PERIOD.
           OPEN EXTEND F28-PERIOD-CLOSE-FILE
           MOVE W12-CLOSE-PERIOD-X TO F28-CLOSE-PERIOD
           MOVE W02-RUN-DATE TO F28-CLOSE-RUN-DATE
           MOVE W12-RETAIN-MONTHS TO F28-CLOSE-RETAIN
           MOVE W12-CUTOFF-PERIOD-X TO F28-CLOSE-ARCH-THRU
           WRITE F28-PERIOD-CLOSE-RECORD
           CLOSE F28-PERIOD-CLOSE-FILE
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
