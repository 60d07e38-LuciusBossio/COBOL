       DATA DIVISION.
       FILE SECTION.
       FD  F01-CYCLE-PARM-FILE
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS F01-CYCLE-PARM-RECORD.
       01  F01-CYCLE-PARM-RECORD.
           05  F01-CYC-MODE        PIC X(1).
               88  F01-WORKSHEET-MODE      VALUE 'W'.
               88  F01-RECONCILE-MODE      VALUE 'R'.
           05  F01-CYC-DATE        PIC X(8).
           05  F01-CYC-OPERATOR    PIC X(8).

       FD  F02-INVMAST-FILE
           RECORD CONTAINS 57 CHARACTERS

       FD  F07-ADJUSTMENT-FILE
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORDS ARE F07-ADJUSTMENT-RECORD
                            F07-BATCH-HEADER-RECORD
                            F07-BATCH-TRAILER-RECORD.
       01  F07-ADJUSTMENT-RECORD.
           05  F07-ADJ-TYPE        PIC X(1).
           05  F07-ADJ-PART        PIC X(20).
           05  F07-ADJ-PRICE       PIC X(6).
           05  F07-ADJ-CATEGORY    PIC X(4).
           05  F07-ADJ-TO-LOC      PIC X(6).
       01  F07-BATCH-HEADER-RECORD.
           05  F07-BHDR-TYPE       PIC X(1).
           05  F07-BHDR-BATCH-NO   PIC X(10).
           05  F07-BHDR-OPERATOR   PIC X(8).
           05  F07-BHDR-SOURCE     PIC X(1).
           05  F07-BHDR-DATE       PIC X(8).
           05                      PIC X(23).
       01  F07-BATCH-TRAILER-RECORD.
           05  F07-BTRL-TYPE       PIC X(1).
           05  F07-BTRL-BATCH-NO   PIC X(10).
           05  F07-BTRL-COUNT      PIC 9(5).
           05  F07-BTRL-HASH       PIC 9(9).
           05                      PIC X(26).

       WORKING-STORAGE SECTION.
       01  W01-EOF-SWITCH      PIC X(2)    VALUE SPACES.
       01  W16-NO-COUNT-FILE-LINE  PIC X(80)   VALUE
           '*** COUNT FILE NOT AVAILABLE - NO PROCESSING ***'.

       01  W17-BATCH-CONTROL.
           05  W17-BATCH-NO.
               10                  PIC X(2)    VALUE 'CC'.
               10  W17-BATCH-DATE  PIC X(8)    VALUE SPACES.
           05  W17-OPERATOR        PIC X(8)    VALUE 'CYCLECNT'.
           05  W17-ADJ-QTY-HASH    PIC 9(9)    VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM 100-READ-CYCLE-PARM
           IF F01-WORKSHEET-MODE
           END-IF
           MOVE F01-CYC-DATE TO W02-RUN-DATE
           MOVE F01-CYC-DATE TO W06-RUN-DATE
           MOVE F01-CYC-DATE TO W17-BATCH-DATE
           IF F01-CYC-OPERATOR NOT = SPACES
               MOVE F01-CYC-OPERATOR TO W17-OPERATOR
           END-IF
       .

       200-PRODUCE-WORKSHEETS.
                INPUT F05-COUNT-FILE
           OPEN OUTPUT F06-VARIANCE-REPORT
                       F07-ADJUSTMENT-FILE
           PERFORM 305-WRITE-BATCH-HEADER
           MOVE W06-VARIANCE-NAME TO F06-VARIANCE-LINE
           WRITE F06-VARIANCE-LINE
           MOVE SPACES TO F06-VARIANCE-LINE
           PERFORM 310-RECONCILE-ONE-COUNT
               UNTIL W01-EOF-SWITCH = 'NO'
           PERFORM 370-PRINT-RECONCILE-TOTALS
           PERFORM 375-WRITE-BATCH-TRAILER
           CLOSE F02-INVMAST-FILE
                 F05-COUNT-FILE
                 F06-VARIANCE-REPORT
                 F07-ADJUSTMENT-FILE
       .

       305-WRITE-BATCH-HEADER.
           MOVE SPACES TO F07-BATCH-HEADER-RECORD
           MOVE 'H' TO F07-BHDR-TYPE
           MOVE W17-BATCH-NO TO F07-BHDR-BATCH-NO
           MOVE W17-OPERATOR TO F07-BHDR-OPERATOR
           MOVE 'C' TO F07-BHDR-SOURCE
           MOVE W02-RUN-DATE TO F07-BHDR-DATE
           WRITE F07-BATCH-HEADER-RECORD
       .

       310-RECONCILE-ONE-COUNT.
           ADD 1 TO W10-COUNTS-READ
           IF F05-CNT-QTY NOT NUMERIC
           MOVE SPACES TO F07-ADJ-TO-LOC
           WRITE F07-ADJUSTMENT-RECORD
           ADD 1 TO W10-ADJUSTMENTS
           ADD W11-ADJ-QUANTITY TO W17-ADJ-QTY-HASH
       .

       340-WRITE-BAD-COUNT-LINE.
           MOVE W08-REJECT-LINE TO F06-VARIANCE-LINE
           WRITE F06-VARIANCE-LINE
       .

       375-WRITE-BATCH-TRAILER.
           MOVE SPACES TO F07-BATCH-TRAILER-RECORD
           MOVE 'Z' TO F07-BTRL-TYPE
           MOVE W17-BATCH-NO TO F07-BTRL-BATCH-NO
           MOVE W10-ADJUSTMENTS TO F07-BTRL-COUNT
           MOVE W17-ADJ-QTY-HASH TO F07-BTRL-HASH
           WRITE F07-BATCH-TRAILER-RECORD
       .
