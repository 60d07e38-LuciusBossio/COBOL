       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BOSSIO-LOT-EXPIR.
       AUTHOR.           LUCIUS-BOSSIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F30-LOT-FILE ASSIGN TO 'INVLOT.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS SEQUENTIAL
                                   RECORD KEY IS F30-LOT-KEY
                                   FILE STATUS IS W09-LOT-STATUS.
           SELECT F02-INVMAST-FILE ASSIGN TO 'INVMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F02-MAST-KEY
                                   FILE STATUS IS W09-INVMAST-STATUS.
           SELECT F03-EXPIRY-REPORT ASSIGN TO 'LOTEXPIR.DAT'
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

       FD  F03-EXPIRY-REPORT
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS F03-EXPIRY-LINE.
       01  F03-EXPIRY-LINE         PIC X(120).

       FD  F12-PARM-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS F12-PARM-RECORD.
       01  F12-PARM-RECORD.
           05  F12-PARM-RUN-DATE      PIC X(8).
           05                         PIC X(48).
           05  F12-PARM-EXPIRY-DAYS   PIC X(3).
           05  F12-PARM-EXPIRY-DAYS-N REDEFINES F12-PARM-EXPIRY-DAYS
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
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS S01-SORT-RECORD.
       01  S01-SORT-RECORD.
           05  S01-SORT-EXPIRY     PIC X(8).
           05  S01-SORT-EXPIRY-NUM REDEFINES S01-SORT-EXPIRY.
               10  S01-SORT-EXP-YEAR   PIC 9(4).
               10  S01-SORT-EXP-MONTH  PIC 9(2).
               10  S01-SORT-EXP-DAY    PIC 9(2).
           05  S01-SORT-LOC        PIC X(6).
           05  S01-SORT-PART       PIC X(20).
           05  S01-SORT-RCPT-DATE  PIC X(8).
           05  S01-SORT-LOT        PIC X(10).
           05  S01-SORT-ON-HAND    PIC 9(7).

       WORKING-STORAGE SECTION.
       01  W01-EOF-SWITCH      PIC X(2)    VALUE SPACES.

       01  W02-NAME.
           05                  PIC X(35)   VALUE SPACES.
           05                  PIC X(35)
                       VALUE 'EXPIRING LOT STOCK REPORT'.
           05                  PIC X(10)   VALUE 'RUN DATE'.
           05  W02-RUN-DATE    PIC X(8)    VALUE SPACES.
           05                  PIC X(32)   VALUE SPACES.

       01  W03-HEADING.
           05                  PIC X(8)    VALUE 'LOC'.
           05                  PIC X(21)   VALUE 'PART NAME'.
           05                  PIC X(12)   VALUE 'LOT'.
           05                  PIC X(10)   VALUE 'RECEIVED'.
           05                  PIC X(10)   VALUE 'EXPIRES'.
           05                  PIC X(7)    VALUE ' DAYS'.
           05                  PIC X(9)    VALUE 'ON HAND'.
           05                  PIC X(14)   VALUE '       VALUE'.
           05                  PIC X(29)   VALUE 'NOTE'.

       01  W04-EXPIRY-DETAIL.
           05  W04-EXP-LOC         PIC X(6).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-EXP-PART        PIC X(20).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-EXP-LOT         PIC X(10).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-EXP-RCPT-DATE   PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-EXP-EXPIRY      PIC X(8).
           05                      PIC X(2)    VALUE SPACES.
           05  W04-EXP-DAYS        PIC -(4)9.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-EXP-ON-HAND     PIC Z(6)9.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-EXP-VALUE       PIC Z(8)9.99.
           05                      PIC X(2)    VALUE SPACES.
           05  W04-EXP-NOTE        PIC X(20).
           05                      PIC X(9)    VALUE SPACES.

       01  W05-TOTAL-LINES.
           05  W05-LOTS-LINE.
               10                  PIC X(40)
                                   VALUE 'LOTS LISTED'.
               10  W05-LOTS-COUNT  PIC Z(6)9.
           05  W05-UNITS-LINE.
               10                  PIC X(40)
                                   VALUE 'UNITS ON LISTED LOTS'.
               10  W05-UNITS-COUNT PIC Z(8)9.
           05  W05-VALUE-LINE.
               10                  PIC X(40)
                                   VALUE 'VALUE OF LISTED LOTS'.
               10  W05-VALUE-TOTAL PIC Z(10)9.99.
           05  W05-EXPIRED-LINE.
               10                  PIC X(40)
                                   VALUE 'LOTS ALREADY EXPIRED'.
               10  W05-EXPIRED-COUNT
                                   PIC Z(6)9.
           05  W05-NO-PRICE-LINE.
               10                  PIC X(40)
                                   VALUE 'LOTS NOT ON INVENTORY MASTER'.
               10  W05-NO-PRICE-COUNT
                                   PIC Z(6)9.

       01  W06-EXPIRY-COUNTERS.
           05  W06-LOTS            PIC 9(7)    VALUE ZERO.
           05  W06-UNITS           PIC 9(9)    VALUE ZERO.
           05  W06-VALUE           PIC 9(11)V99
                                               VALUE ZERO.
           05  W06-EXPIRED         PIC 9(7)    VALUE ZERO.
           05  W06-NO-PRICE        PIC 9(7)    VALUE ZERO.

       01  W07-EXPIRY-FIELDS.
           05  W07-LOT-VALUE       PIC 9(9)V99 VALUE ZERO.
           05  W07-MAST-SW         PIC X       VALUE 'N'.
               88  W07-MAST-ON-FILE            VALUE 'Y'.

       01  W08-DASH.
           05                      PIC X(40)   VALUE SPACES.
           05                      PIC X(10)   VALUE '----------'.
           05                      PIC X(70)   VALUE SPACES.

       01  W09-FILE-STATUSES.
           05  W09-LOT-STATUS      PIC XX      VALUE SPACES.
           05  W09-INVMAST-STATUS  PIC XX      VALUE SPACES.
           05  W09-PARM-STATUS     PIC XX      VALUE SPACES.
           05  W09-LOT-SWITCH      PIC X       VALUE 'Y'.
               88  W09-LOT-FOUND               VALUE 'Y'.
           05  W09-INVMAST-SWITCH  PIC X       VALUE 'Y'.
               88  W09-INVMAST-FOUND           VALUE 'Y'.

       01  W10-EXPIRY-PARAMETERS.
           05  W10-EXPIRY-DAYS     PIC 9(3)    VALUE 30.
           05  W10-CUTOFF-SERIAL   PIC 9(7)    VALUE 9999999.

       01  W11-PARM-LINE.
           05                      PIC X(25)
                                   VALUE 'DAYS TO EXPIRY LIMIT'.
           05  W11-EXPIRY-DAYS     PIC ZZ9.
           05                      PIC X(92)   VALUE SPACES.

       01  W12-NO-LOT-LINE         PIC X(120)  VALUE
           '*** LOT FILE NOT AVAILABLE - NO REPORT PRODUCED ***'.

       01  W15-AGE-FIELDS.
           05  W15-RUN-DATE-NUM.
               10  W15-RUN-YEAR    PIC 9(4).
               10  W15-RUN-MONTH   PIC 9(2).
               10  W15-RUN-DAY     PIC 9(2).
           05  W15-EXP-DATE-NUM.
               10  W15-EXP-YEAR    PIC 9(4).
               10  W15-EXP-MONTH   PIC 9(2).
               10  W15-EXP-DAY     PIC 9(2).
           05  W15-RUN-SERIAL      PIC 9(7)    VALUE ZERO.
           05  W15-EXP-SERIAL      PIC 9(7)    VALUE ZERO.
           05  W15-DAYS            PIC S9(5)   VALUE ZERO.

       01  W30-RUN-CONTROL.
           05  W30-CTL-FILE-STATUS PIC XX      VALUE SPACES.
           05  W30-STEP-NAME       PIC X(12)   VALUE 'LOTEXPIR'.
           05  W30-PRED-NAME       PIC X(12)   VALUE 'INVUPDT'.
           05  W30-CTL-RUN-DATE    PIC X(8)    VALUE SPACES.
           05  W30-BLOCKED-SW      PIC X       VALUE 'N'.
               88  W30-STEP-BLOCKED            VALUE 'Y'.
           05  W30-BLOCK-MESSAGE   PIC X(60)   VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-OPEN-FILES
           PERFORM 200-WRITE-HEADING-LINES
           PERFORM 900-CHECK-RUN-CONTROL
           IF W30-STEP-BLOCKED
               MOVE W30-BLOCK-MESSAGE TO F03-EXPIRY-LINE
               WRITE F03-EXPIRY-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT W09-LOT-FOUND
                   MOVE W12-NO-LOT-LINE TO F03-EXPIRY-LINE
                   WRITE F03-EXPIRY-LINE
               ELSE
                   SORT S01-SORT-FILE
                       ON ASCENDING KEY S01-SORT-EXPIRY
                       ON ASCENDING KEY S01-SORT-LOC
                       ON ASCENDING KEY S01-SORT-PART
                       ON ASCENDING KEY S01-SORT-RCPT-DATE
                       INPUT PROCEDURE IS 300-RELEASE-LOTS
                           THRU 319-RELEASE-LOTS-EXIT
                       OUTPUT PROCEDURE IS 400-LIST-EXPIRING-LOTS
                           THRU 499-LIST-EXPIRING-EXIT
               END-IF
               PERFORM 600-PRINT-TOTALS
               PERFORM 950-STAMP-STEP-END
           END-IF
           PERFORM 500-CLOSE-FILES
       STOP RUN
       .

       100-OPEN-FILES.
           OPEN INPUT F30-LOT-FILE
           IF W09-LOT-STATUS = '35'
               MOVE 'N' TO W09-LOT-SWITCH
           END-IF
           OPEN INPUT F02-INVMAST-FILE
           IF W09-INVMAST-STATUS = '35'
               MOVE 'N' TO W09-INVMAST-SWITCH
           END-IF
           OPEN    INPUT F12-PARM-FILE
           OPEN OUTPUT F03-EXPIRY-REPORT
           PERFORM 110-READ-PARM-CARD
           PERFORM 120-SET-CUTOFF-SERIAL
       .

       110-READ-PARM-CARD.
           IF W09-PARM-STATUS NOT = '35'
               READ F12-PARM-FILE
                   AT END MOVE SPACES TO F12-PARM-RECORD
               END-READ
               IF F12-PARM-RUN-DATE NOT = SPACES
                   MOVE F12-PARM-RUN-DATE TO W02-RUN-DATE
               END-IF
               IF F12-PARM-EXPIRY-DAYS NUMERIC
                       AND F12-PARM-EXPIRY-DAYS-N > 0
                   MOVE F12-PARM-EXPIRY-DAYS-N TO W10-EXPIRY-DAYS
               END-IF
               CLOSE F12-PARM-FILE
           END-IF
       .

       120-SET-CUTOFF-SERIAL.
           IF W02-RUN-DATE NUMERIC
               MOVE W02-RUN-DATE TO W15-RUN-DATE-NUM
               COMPUTE W15-RUN-SERIAL =
                   (W15-RUN-YEAR * 12 + W15-RUN-MONTH) * 31
                   + W15-RUN-DAY
               COMPUTE W10-CUTOFF-SERIAL =
                   W15-RUN-SERIAL + W10-EXPIRY-DAYS
           ELSE
               MOVE ZERO TO W15-RUN-SERIAL
           END-IF
       .

       200-WRITE-HEADING-LINES.
           MOVE W02-NAME TO F03-EXPIRY-LINE
           WRITE F03-EXPIRY-LINE
           MOVE SPACES TO F03-EXPIRY-LINE
           WRITE F03-EXPIRY-LINE
           MOVE W10-EXPIRY-DAYS TO W11-EXPIRY-DAYS
           MOVE W11-PARM-LINE TO F03-EXPIRY-LINE
           WRITE F03-EXPIRY-LINE
           MOVE SPACES TO F03-EXPIRY-LINE
           WRITE F03-EXPIRY-LINE
           MOVE W03-HEADING TO F03-EXPIRY-LINE
           WRITE F03-EXPIRY-LINE
       .

       300-RELEASE-LOTS.
           PERFORM 310-READ-LOT
           PERFORM 315-RELEASE-ONE-LOT
               UNTIL W01-EOF-SWITCH = 'NO'
           MOVE SPACES TO W01-EOF-SWITCH
           GO TO 319-RELEASE-LOTS-EXIT
       .

       310-READ-LOT.
           READ F30-LOT-FILE
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-READ
       .

       315-RELEASE-ONE-LOT.
           IF F30-LOT-EXPIRY NUMERIC
                   AND F30-LOT-ON-HAND > ZERO
               MOVE F30-LOT-EXPIRY TO W15-EXP-DATE-NUM
               COMPUTE W15-EXP-SERIAL =
                   (W15-EXP-YEAR * 12 + W15-EXP-MONTH) * 31
                   + W15-EXP-DAY
               IF W15-EXP-SERIAL NOT > W10-CUTOFF-SERIAL
                   MOVE F30-LOT-EXPIRY TO S01-SORT-EXPIRY
                   MOVE F30-LOT-LOC TO S01-SORT-LOC
                   MOVE F30-LOT-PART TO S01-SORT-PART
                   MOVE F30-LOT-RCPT-DATE TO S01-SORT-RCPT-DATE
                   MOVE F30-LOT-NUMBER TO S01-SORT-LOT
                   MOVE F30-LOT-ON-HAND TO S01-SORT-ON-HAND
                   RELEASE S01-SORT-RECORD
               END-IF
           END-IF
           PERFORM 310-READ-LOT
       .

       319-RELEASE-LOTS-EXIT.
           EXIT.

       400-LIST-EXPIRING-LOTS.
           PERFORM 410-RETURN-SORTED-LOT
           PERFORM 420-LIST-ONE-LOT
               UNTIL W01-EOF-SWITCH = 'NO'
           GO TO 499-LIST-EXPIRING-EXIT
       .

       410-RETURN-SORTED-LOT.
           RETURN S01-SORT-FILE
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-RETURN
       .

       420-LIST-ONE-LOT.
           ADD 1 TO W06-LOTS
           ADD S01-SORT-ON-HAND TO W06-UNITS
           MOVE SPACES TO W04-EXP-NOTE
           MOVE ZERO TO W04-EXP-DAYS
           IF W15-RUN-SERIAL > ZERO
               COMPUTE W15-EXP-SERIAL =
                   (S01-SORT-EXP-YEAR * 12 + S01-SORT-EXP-MONTH) * 31
                   + S01-SORT-EXP-DAY
               COMPUTE W15-DAYS = W15-EXP-SERIAL - W15-RUN-SERIAL
               MOVE W15-DAYS TO W04-EXP-DAYS
               IF W15-DAYS < ZERO
                   MOVE 'EXPIRED' TO W04-EXP-NOTE
                   ADD 1 TO W06-EXPIRED
               END-IF
           END-IF
           PERFORM 430-LOOK-UP-PRICE
           IF W07-MAST-ON-FILE
               COMPUTE W07-LOT-VALUE ROUNDED =
                       S01-SORT-ON-HAND * F02-MAST-PRICE
               ADD W07-LOT-VALUE TO W06-VALUE
           ELSE
               MOVE ZERO TO W07-LOT-VALUE
               MOVE 'NO MASTER PRICE' TO W04-EXP-NOTE
               ADD 1 TO W06-NO-PRICE
           END-IF
           PERFORM 440-WRITE-EXPIRY-LINE
           PERFORM 410-RETURN-SORTED-LOT
       .

       430-LOOK-UP-PRICE.
           MOVE 'N' TO W07-MAST-SW
           IF W09-INVMAST-FOUND
               MOVE S01-SORT-LOC TO F02-MAST-LOC
               MOVE S01-SORT-PART TO F02-MAST-PART
               READ F02-INVMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO W07-MAST-SW
               END-READ
           END-IF
       .

       440-WRITE-EXPIRY-LINE.
           MOVE S01-SORT-LOC TO W04-EXP-LOC
           MOVE S01-SORT-PART TO W04-EXP-PART
           MOVE S01-SORT-LOT TO W04-EXP-LOT
           MOVE S01-SORT-RCPT-DATE TO W04-EXP-RCPT-DATE
           MOVE S01-SORT-EXPIRY TO W04-EXP-EXPIRY
           MOVE S01-SORT-ON-HAND TO W04-EXP-ON-HAND
           MOVE W07-LOT-VALUE TO W04-EXP-VALUE
           MOVE W04-EXPIRY-DETAIL TO F03-EXPIRY-LINE
           WRITE F03-EXPIRY-LINE
       .

       499-LIST-EXPIRING-EXIT.
           EXIT.

       500-CLOSE-FILES.
           IF W09-LOT-FOUND
               CLOSE F30-LOT-FILE
           END-IF
           IF W09-INVMAST-FOUND
               CLOSE F02-INVMAST-FILE
           END-IF
           CLOSE   F03-EXPIRY-REPORT
       .

       600-PRINT-TOTALS.
           MOVE W08-DASH TO F03-EXPIRY-LINE
           WRITE F03-EXPIRY-LINE
           MOVE W06-LOTS TO W05-LOTS-COUNT
           MOVE W05-LOTS-LINE TO F03-EXPIRY-LINE
           WRITE F03-EXPIRY-LINE
           MOVE W06-UNITS TO W05-UNITS-COUNT
           MOVE W05-UNITS-LINE TO F03-EXPIRY-LINE
           WRITE F03-EXPIRY-LINE
           MOVE W06-VALUE TO W05-VALUE-TOTAL
           MOVE W05-VALUE-LINE TO F03-EXPIRY-LINE
           WRITE F03-EXPIRY-LINE
           MOVE W06-EXPIRED TO W05-EXPIRED-COUNT
           MOVE W05-EXPIRED-LINE TO F03-EXPIRY-LINE
           WRITE F03-EXPIRY-LINE
           MOVE W06-NO-PRICE TO W05-NO-PRICE-COUNT
           MOVE W05-NO-PRICE-LINE TO F03-EXPIRY-LINE
           WRITE F03-EXPIRY-LINE
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
