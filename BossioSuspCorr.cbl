       DATA DIVISION.
       FILE SECTION.
       FD  F01-SUSP-FIX-FILE
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS F01-SUSP-FIX-RECORD.
       01  F01-SUSP-FIX-RECORD.
           05  F01-FIX-ACTION      PIC X(1).
           05  F01-FIX-SEQ         PIC X(5).
           05  F01-FIX-SEQ-N       REDEFINES F01-FIX-SEQ
                                   PIC 9(5).
           05  F01-FIX-TRAN        PIC X(69).

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
               88  F07-SUSP-DROPPED        VALUE 'D'.

       FD  F02-REPAIRED-TRAN-FILE
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS F02-REPAIRED-TRAN-RECORD.
       01  F02-REPAIRED-TRAN-RECORD    PIC X(69).

       FD  F03-SUSPENSE-REPORT
           RECORD CONTAINS 122 CHARACTERS
           DATA RECORD IS F03-SUSPENSE-REP-LINE.
       01  F03-SUSPENSE-REP-LINE   PIC X(122).

       FD  F04-REPAIRED-RAW-FILE
           RECORD CONTAINS 57 CHARACTERS
           05                  PIC X(15)   VALUE 'SUSPENSE KEY'.
           05                  PIC X(4)    VALUE 'RSN'.
           05                  PIC X(6)    VALUE 'DAYS'.
           05                  PIC X(71)
                               VALUE 'TRANSACTION IMAGE'.
           05                  PIC X(17)   VALUE 'DISPOSITION'.

           05                      PIC X(2)    VALUE SPACES.
           05  W04-SUS-DAYS        PIC ZZZZ9.
           05                      PIC X(1)    VALUE SPACES.
           05  W04-SUS-TRAN        PIC X(69).
           05                      PIC X(1)    VALUE SPACES.
           05  W04-SUS-MESSAGE     PIC X(18).

       01  W16-RFX-FULL-LINE       PIC X(110)  VALUE
           '*** RAW FIX TABLE FULL - EXTRA RAW FIXES REJECTED ***'.

       01  W17-CORRECTION-BATCH.
           05  W17-RUN-DATE        PIC X(8)    VALUE SPACES.
           05  W17-RUN-DATE-PARTS  REDEFINES W17-RUN-DATE.
               10                  PIC X(2).
               10  W17-RUN-YYMMDD  PIC X(6).
           05  W17-BATCH-NO.
               10                  PIC X(1)    VALUE 'S'.
               10  W17-BATCH-DATE  PIC X(6)    VALUE SPACES.
               10  W17-BATCH-SEQ   PIC 9(3)    VALUE ZERO.
           05  W17-CORR-OPEN-SW    PIC X       VALUE 'N'.
               88  W17-CORR-BATCH-OPEN         VALUE 'Y'.
           05  W17-PASSTHRU-SW     PIC X       VALUE 'N'.
               88  W17-IN-PASSTHRU             VALUE 'Y'.
           05  W17-CORR-COUNT      PIC 9(5)    VALUE ZERO.
           05  W17-CORR-HASH       PIC 9(9)    VALUE ZERO.
           05  W17-TRAN-IMAGE.
               10  W17-IMG-TYPE    PIC X(1).
               10                  PIC X(27).
               10  W17-IMG-QTY     PIC X(7).
               10  W17-IMG-QTY-N   REDEFINES W17-IMG-QTY
                                   PIC 9(7).
               10                  PIC X(34).

       01  W18-BATCH-HEADER.
           05                      PIC X(1)    VALUE 'H'.
           05  W18-BHDR-BATCH-NO   PIC X(10)   VALUE SPACES.
           05  W18-BHDR-OPERATOR   PIC X(8)    VALUE 'SUSPCORR'.
           05                      PIC X(1)    VALUE 'X'.
           05  W18-BHDR-DATE       PIC X(8)    VALUE SPACES.
           05                      PIC X(41)   VALUE SPACES.

       01  W18-BATCH-TRAILER.
           05                      PIC X(1)    VALUE 'Z'.
           05  W18-BTRL-BATCH-NO   PIC X(10)   VALUE SPACES.
           05  W18-BTRL-COUNT      PIC 9(5)    VALUE ZERO.
           05  W18-BTRL-HASH       PIC 9(9)    VALUE ZERO.
           05                      PIC X(44)   VALUE SPACES.

       01  W30-RUN-CONTROL.
           05  W30-CTL-FILE-STATUS PIC XX      VALUE SPACES.
           05  W30-STEP-NAME       PIC X(12)   VALUE 'SUSPCORR'.
           IF F01-FIX-TRAN NOT = SPACES
               MOVE F01-FIX-TRAN TO F07-SUSP-TRAN
           END-IF
           MOVE F07-SUSP-TRAN TO W17-TRAN-IMAGE
           PERFORM 342-WRITE-REPAIRED-TRAN
           MOVE 'R' TO F07-SUSP-STATUS
           ADD 1 TO W06-RESUBMITTED
           PERFORM 350-FORMAT-SUSPENSE-LINE
           PERFORM 355-WRITE-SUSPENSE-LINE
       .

       342-WRITE-REPAIRED-TRAN.
           IF W17-IMG-TYPE = 'H'
               IF W17-CORR-BATCH-OPEN
                   PERFORM 346-CLOSE-CORRECTION-BATCH
               END-IF
               MOVE 'Y' TO W17-PASSTHRU-SW
           ELSE
               IF W17-IMG-TYPE = 'Z'
                   IF W17-CORR-BATCH-OPEN
                       PERFORM 346-CLOSE-CORRECTION-BATCH
                   END-IF
                   MOVE 'N' TO W17-PASSTHRU-SW
               ELSE
                   IF NOT W17-IN-PASSTHRU
                       IF NOT W17-CORR-BATCH-OPEN
                           PERFORM 344-OPEN-CORRECTION-BATCH
                       END-IF
                       ADD 1 TO W17-CORR-COUNT
                       IF W17-IMG-QTY NUMERIC
                           ADD W17-IMG-QTY-N TO W17-CORR-HASH
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE W17-TRAN-IMAGE TO F02-REPAIRED-TRAN-RECORD
           WRITE F02-REPAIRED-TRAN-RECORD
       .

       344-OPEN-CORRECTION-BATCH.
           MOVE W02-RUN-DATE TO W17-RUN-DATE
           MOVE W17-RUN-YYMMDD TO W17-BATCH-DATE
           ADD 1 TO W17-BATCH-SEQ
           MOVE ZERO TO W17-CORR-COUNT
           MOVE ZERO TO W17-CORR-HASH
           MOVE W17-BATCH-NO TO W18-BHDR-BATCH-NO
           MOVE W02-RUN-DATE TO W18-BHDR-DATE
           MOVE W18-BATCH-HEADER TO F02-REPAIRED-TRAN-RECORD
           WRITE F02-REPAIRED-TRAN-RECORD
           MOVE 'Y' TO W17-CORR-OPEN-SW
       .

       346-CLOSE-CORRECTION-BATCH.
           MOVE W17-BATCH-NO TO W18-BTRL-BATCH-NO
           MOVE W17-CORR-COUNT TO W18-BTRL-COUNT
           MOVE W17-CORR-HASH TO W18-BTRL-HASH
           MOVE W18-BATCH-TRAILER TO F02-REPAIRED-TRAN-RECORD
           WRITE F02-REPAIRED-TRAN-RECORD
           MOVE 'N' TO W17-CORR-OPEN-SW
       .

       350-FORMAT-SUSPENSE-LINE.
           MOVE F07-SUSP-DATE TO W04-SUS-DATE
           MOVE F07-SUSP-SEQ TO W04-SUS-SEQ
       .

       700-CLOSE-FILES.
           IF W17-CORR-BATCH-OPEN
               PERFORM 346-CLOSE-CORRECTION-BATCH
           END-IF
           CLOSE   F02-REPAIRED-TRAN-FILE
                   F03-SUSPENSE-REPORT
                   F04-REPAIRED-RAW-FILE
