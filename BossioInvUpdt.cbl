                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F07-SUSP-KEY
                                   FILE STATUS IS W31-SUSP-FILE-STATUS.
           SELECT F08-RETURNS-REGISTER ASSIGN TO 'RETNREG.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F25-ORDER-SHIP-FILE ASSIGN TO 'ORDSHIP.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F25-OSH-KEY
                                   FILE STATUS IS W09-ORDSHIP-STATUS.
           SELECT F30-LOT-FILE ASSIGN TO 'INVLOT.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS F30-LOT-KEY
                                   FILE STATUS IS W09-LOT-STATUS.
           SELECT OPTIONAL F31-LOT-MOVEMENT-FILE
                                   ASSIGN TO 'LOTMOVE.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F32-GL-MOVEMENT-FILE
                                   ASSIGN TO 'GLMOVE.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F37-BATCH-LOG-FILE ASSIGN TO 'INVBATCH.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS F37-BLOG-BATCH-NO
                                   FILE STATUS IS W09-BLOG-STATUS.
           SELECT OPTIONAL F38-POSTING-AUDIT-FILE
                                   ASSIGN TO 'INVAUDT.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F39-BOM-FILE ASSIGN TO 'BOMMAST.DAT'
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS F39-BOM-KEY
                                   FILE STATUS IS W09-BOM-STATUS.
           SELECT OPTIONAL F28-PERIOD-CLOSE-FILE
                                   ASSIGN TO 'PERDCLOS.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W09-CLOSE-STATUS.
           SELECT F12-PARM-FILE ASSIGN TO 'ASSTPARM.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W09-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  F01-INVTRAN-FILE
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORDS ARE F01-INVTRAN-RECORD
                            F01-BATCH-HEADER-RECORD
                            F01-BATCH-TRAILER-RECORD.
       01  F01-INVTRAN-RECORD.
           05  F01-TRAN-TYPE       PIC X(1).
               88  F01-TRAN-BATCH-HEADER   VALUE 'H'.
               88  F01-TRAN-BATCH-TRAILER  VALUE 'Z'.
               88  F01-TRAN-RECEIPT        VALUE 'R'.
               88  F01-TRAN-SHIPMENT       VALUE 'S'.
               88  F01-TRAN-ADJUSTMENT     VALUE 'A'.
               88  F01-TRAN-NEW-ITEM       VALUE 'N'.
               88  F01-TRAN-TRANSFER       VALUE 'T'.
               88  F01-TRAN-RETURN         VALUE 'C'.
               88  F01-TRAN-BUILD          VALUE 'B'.
           05  F01-TRAN-PART       PIC X(20).
           05  F01-TRAN-LOC        PIC X(6).
           05  F01-TRAN-SIGN       PIC X(1).
               88  F01-RTN-RESTOCK         VALUE 'R'.
               88  F01-RTN-QUARANTINE      VALUE 'Q'.
               88  F01-RTN-SCRAP           VALUE 'X'.
               88  F01-RTN-DISP-VALID      VALUE 'R' 'Q' 'X'.
           05  F01-TRAN-QTY        PIC X(7).
           05  F01-TRAN-QTY-N      REDEFINES F01-TRAN-QTY
                                   PIC 9(7).
           05  F01-TRAN-PRICE-AREA.
               10  F01-TRAN-PRICE      PIC X(6).
               10  F01-TRAN-PRICE-N    REDEFINES F01-TRAN-PRICE
                                       PIC 9(4)V99.
               10  F01-TRAN-CATEGORY   PIC X(4).
           05  F01-TRAN-RETURN-AREA REDEFINES F01-TRAN-PRICE-AREA.
               10  F01-TRAN-RMA-ORDER  PIC X(8).
               10                      PIC X(2).
           05  F01-TRAN-TO-LOC     PIC X(6).
           05  F01-TRAN-LOT-AREA.
               10  F01-TRAN-LOT        PIC X(10).
               10  F01-TRAN-EXPIRY     PIC X(8).
       01  F01-BATCH-HEADER-RECORD.
           05  F01-BHDR-TYPE       PIC X(1).
           05  F01-BHDR-BATCH-NO   PIC X(10).
           05  F01-BHDR-OPERATOR   PIC X(8).
           05  F01-BHDR-SOURCE     PIC X(1).
               88  F01-BHDR-SOURCE-VALID   VALUE 'R' 'S' 'C' 'P' 'X'
                                                 'B'.
           05  F01-BHDR-DATE       PIC X(8).
           05                      PIC X(41).
       01  F01-BATCH-TRAILER-RECORD.
           05  F01-BTRL-TYPE       PIC X(1).
           05  F01-BTRL-BATCH-NO   PIC X(10).
           05  F01-BTRL-COUNT      PIC X(5).
           05  F01-BTRL-COUNT-N    REDEFINES F01-BTRL-COUNT
                                   PIC 9(5).
           05  F01-BTRL-HASH       PIC X(9).
           05  F01-BTRL-HASH-N     REDEFINES F01-BTRL-HASH
                                   PIC 9(9).
           05                      PIC X(44).

       FD  F02-INVMAST-FILE
           RECORD CONTAINS 57 CHARACTERS
       01  F06-TRANSFER-REG-LINE   PIC X(83).

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

       FD  F08-RETURNS-REGISTER
           RECORD CONTAINS 83 CHARACTERS
           DATA RECORD IS F08-RETURNS-REG-LINE.
       01  F08-RETURNS-REG-LINE    PIC X(83).

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

       FD  F31-LOT-MOVEMENT-FILE
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS F31-LOT-MOVEMENT-RECORD.
       01  F31-LOT-MOVEMENT-RECORD.
           05  F31-MOVE-DATE       PIC X(8).
           05  F31-MOVE-TYPE       PIC X(1).
           05  F31-MOVE-PART       PIC X(20).
           05  F31-MOVE-LOC        PIC X(6).
           05  F31-MOVE-LOT        PIC X(10).
           05  F31-MOVE-RCPT-DATE  PIC X(8).
           05  F31-MOVE-EXPIRY     PIC X(8).
           05  F31-MOVE-QTY        PIC 9(7).
           05  F31-MOVE-TO-LOC     PIC X(6).

       FD  F32-GL-MOVEMENT-FILE
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS F32-GL-MOVEMENT-RECORD.
       01  F32-GL-MOVEMENT-RECORD.
           05  F32-GLM-DATE        PIC X(8).
           05  F32-GLM-CLASS       PIC X(1).
           05  F32-GLM-PART        PIC X(20).
           05  F32-GLM-LOC         PIC X(6).
           05  F32-GLM-CATEGORY    PIC X(4).
           05  F32-GLM-SIGN        PIC X(1).
           05  F32-GLM-QTY         PIC 9(7).
           05  F32-GLM-VALUE       PIC 9(11)V99.
           05  F32-GLM-OTHER-LOC   PIC X(6).

       FD  F37-BATCH-LOG-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS F37-BATCH-LOG-RECORD.
       01  F37-BATCH-LOG-RECORD.
           05  F37-BLOG-BATCH-NO   PIC X(10).
           05  F37-BLOG-OPERATOR   PIC X(8).
           05  F37-BLOG-SOURCE     PIC X(1).
           05  F37-BLOG-BATCH-DATE PIC X(8).
           05  F37-BLOG-RUN-DATE   PIC X(8).
           05  F37-BLOG-COUNT      PIC 9(5).
           05  F37-BLOG-HASH       PIC 9(9).
           05  F37-BLOG-APPLIED    PIC 9(5).
           05  F37-BLOG-REJECTED   PIC 9(5).

       FD  F38-POSTING-AUDIT-FILE
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS F38-POSTING-AUDIT-RECORD.
       01  F38-POSTING-AUDIT-RECORD.
           05  F38-AUD-RUN-DATE    PIC X(8).
           05  F38-AUD-BATCH-NO    PIC X(10).
           05  F38-AUD-OPERATOR    PIC X(8).
           05  F38-AUD-SOURCE      PIC X(1).
           05  F38-AUD-TRAN        PIC X(69).

       FD  F39-BOM-FILE
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS F39-BOM-RECORD.
       01  F39-BOM-RECORD.
           05  F39-BOM-KEY.
               10  F39-BOM-KIT     PIC X(20).
               10  F39-BOM-COMP    PIC X(20).
           05  F39-BOM-QTY-PER     PIC 9(5).

       FD  F28-PERIOD-CLOSE-FILE
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS F28-PERIOD-CLOSE-RECORD.
       01  F28-PERIOD-CLOSE-RECORD.
           05  F28-CLOSE-PERIOD    PIC X(6).
           05  F28-CLOSE-RUN-DATE  PIC X(8).
           05  F28-CLOSE-RETAIN    PIC 9(2).
           05  F28-CLOSE-ARCH-THRU PIC X(6).

       FD  F12-PARM-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS F12-PARM-RECORD.
           05  W03-REJ-QTY         PIC X(7).
           05                      PIC X(1)    VALUE SPACES.
           05  W03-REJ-MESSAGE     PIC X(30).
           05                      PIC X(1)    VALUE SPACES.
           05  W03-REJ-OPERATOR    PIC X(8).
           05                      PIC X(6)    VALUE SPACES.

       01  W04-TOTAL-LINES.
           05  W04-READ-LINE.
           05  W09-TRAN-STATUS     PIC XX      VALUE SPACES.
           05  W09-INVMAST-STATUS  PIC XX      VALUE SPACES.
           05  W09-PARM-STATUS     PIC XX      VALUE SPACES.
           05  W09-ORDSHIP-STATUS  PIC XX      VALUE SPACES.
           05  W09-CLOSE-STATUS    PIC XX      VALUE SPACES.
           05  W09-LOT-STATUS      PIC XX      VALUE SPACES.
           05  W09-BLOG-STATUS     PIC XX      VALUE SPACES.
           05  W09-BOM-STATUS      PIC XX      VALUE SPACES.
           05  W09-BOM-SWITCH      PIC X       VALUE 'Y'.
               88  W09-BOM-FOUND               VALUE 'Y'.

       01  W10-REVAL-FIELDS.
           05  W10-OLD-PRICE       PIC 9(4)V99 VALUE ZERO.
           05  W14-TRF-TOT-COUNT   PIC Z(6)9.
           05                      PIC X(36)   VALUE SPACES.

       01  W15-RETURN-FIELDS.
           05  W15-NEW-RETURNED    PIC 9(8)    VALUE ZERO.
           05  W15-RETURN-COUNT    PIC 9(7)    VALUE ZERO.
           05  W15-UNITS-RESTOCKED PIC 9(9)    VALUE ZERO.
           05  W15-UNITS-QUARANTINED
                                   PIC 9(9)    VALUE ZERO.
           05  W15-UNITS-SCRAPPED  PIC 9(9)    VALUE ZERO.

       01  W16-RETURNS-HEADING     PIC X(83)
           VALUE 'CUSTOMER RETURNS REGISTER'.

       01  W16-RETURN-COLUMNS.
           05                      PIC X(9)    VALUE 'ORDER'.
           05                      PIC X(21)   VALUE 'PART'.
           05                      PIC X(7)    VALUE 'LOC'.
           05                      PIC X(13)   VALUE '    QUANTITY'.
           05                      PIC X(33)   VALUE 'DISPOSITION'.

       01  W16-RETURN-DETAIL.
           05  W16-RTN-ORDER       PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05  W16-RTN-PART        PIC X(20).
           05                      PIC X(1)    VALUE SPACES.
           05  W16-RTN-LOC         PIC X(6).
           05                      PIC X(6)    VALUE SPACES.
           05  W16-RTN-QTY         PIC Z(6)9.
           05                      PIC X(1)    VALUE SPACES.
           05  W16-RTN-DISP        PIC X(14).
           05  W16-RTN-QUAR-LOC    PIC X(6).
           05                      PIC X(13)   VALUE SPACES.

       01  W16-RETURN-TOTAL-LINES.
           05  W16-RETURNS-LINE.
               10                  PIC X(40)
                                   VALUE 'RETURNS APPLIED'.
               10  W16-RTN-TOT-COUNT
                                   PIC Z(6)9.
           05  W16-RESTOCKED-LINE.
               10                  PIC X(40)
                                   VALUE 'UNITS RESTOCKED TO ON-HAND'.
               10  W16-RTN-TOT-RESTOCK
                                   PIC Z(8)9.
           05  W16-QUARANTINED-LINE.
               10                  PIC X(40)
                                   VALUE 'UNITS SENT TO QUARANTINE'.
               10  W16-RTN-TOT-QUAR
                                   PIC Z(8)9.
           05  W16-SCRAPPED-LINE.
               10                  PIC X(40)
                                   VALUE 'UNITS SCRAPPED'.
               10  W16-RTN-TOT-SCRAP
                                   PIC Z(8)9.

       01  W17-PERIOD-CONTROL.
           05  W17-LAST-CLOSED     PIC X(6)    VALUE SPACES.
           05  W17-TRAN-DATE.
               10  W17-TRAN-PERIOD PIC X(6).
               10  W17-TRAN-DAY    PIC X(2).
           05  W17-CLOSED-SW       PIC X       VALUE 'N'.
               88  W17-PERIOD-CLOSED           VALUE 'Y'.

       01  W18-LOT-FIELDS.
           05  W18-DRAW-LOC        PIC X(6)    VALUE SPACES.
           05  W18-DRAW-TO-LOC     PIC X(6)    VALUE SPACES.
           05  W18-LOT-REMAINING   PIC 9(7)    VALUE ZERO.
           05  W18-LOT-TAKE        PIC 9(7)    VALUE ZERO.
           05  W18-LOT-EOF-SW      PIC X(2)    VALUE SPACES.
           05  W18-LOT-FOUND-SW    PIC X       VALUE 'N'.
               88  W18-LOT-FOUND               VALUE 'Y'.
           05  W18-LOT-RECEIPTS    PIC 9(7)    VALUE ZERO.
           05  W18-LOT-DRAWS       PIC 9(7)    VALUE ZERO.
           05  W18-UNLOTTED-UNITS  PIC 9(9)    VALUE ZERO.

       01  W18-LOT-TOTAL-LINES.
           05  W18-LOT-RCPT-LINE.
               10                  PIC X(40)
                                   VALUE 'LOT RECEIPTS RECORDED'.
               10  W18-LOT-RCPT-COUNT
                                   PIC Z(6)9.
           05  W18-LOT-DRAW-LINE.
               10                  PIC X(40)
                                   VALUE 'LOT DRAWS - OLDEST LOT FIRST'.
               10  W18-LOT-DRAW-COUNT
                                   PIC Z(6)9.
           05  W18-UNLOTTED-LINE.
               10                  PIC X(40)
                                   VALUE 'UNITS DRAWN WITHOUT LOT'.
               10  W18-UNLOTTED-COUNT
                                   PIC Z(8)9.

       01  W19-LOT-DRAW-TABLE.
           05  W19-DRAW-COUNT      PIC 9(3)    VALUE ZERO.
           05  W19-I               PIC S9(4)   VALUE ZERO.
           05  W19-DRAW-ENTRY      OCCURS 100 TIMES.
               10  W19-DRAW-RCPT-DATE  PIC X(8).
               10  W19-DRAW-LOT        PIC X(10).
               10  W19-DRAW-EXPIRY     PIC X(8).
               10  W19-DRAW-QTY        PIC 9(7).

       01  W20-GL-FIELDS.
           05  W20-GL-COST         PIC 9(4)V99 VALUE ZERO.
           05  W20-GL-TO-PRICE     PIC 9(4)V99 VALUE ZERO.
           05  W20-GL-TO-CATEGORY  PIC X(4)    VALUE SPACES.
           05  W20-GL-REVAL        PIC S9(11)V99
                                               VALUE ZERO.
           05  W20-GL-MOVES        PIC 9(7)    VALUE ZERO.

       01  W20-GL-TOTAL-LINE.
           05                      PIC X(40)
                                   VALUE 'GL MOVEMENTS WRITTEN'.
           05  W20-GL-MOVE-COUNT   PIC Z(6)9.

       01  W21-BATCH-TABLE.
           05  W21-BATCH-COUNT     PIC 9(3)    VALUE ZERO.
           05  W21-BATCH-ENTRY     OCCURS 300 TIMES.
               10  W21-BAT-NUMBER      PIC X(10).
               10  W21-BAT-OPERATOR    PIC X(8).
               10  W21-BAT-SOURCE      PIC X(1).
               10  W21-BAT-DATE        PIC X(8).
               10  W21-BAT-RECORDS     PIC 9(5).
               10  W21-BAT-HASH        PIC 9(9).
               10  W21-BAT-TRL-COUNT   PIC 9(5).
               10  W21-BAT-TRL-HASH    PIC 9(9).
               10  W21-BAT-STATUS      PIC X(1).
                   88  W21-BAT-OPEN            VALUE 'O'.
                   88  W21-BAT-BALANCED        VALUE 'B'.
                   88  W21-BAT-UNBALANCED      VALUE 'U'.
                   88  W21-BAT-DUPLICATE       VALUE 'D'.
                   88  W21-BAT-BAD-HEADER      VALUE 'H'.

       01  W22-BATCH-CONTROL.
           05  W22-CUR-BATCH       PIC S9(4)   VALUE ZERO.
           05  W22-BATCH-SEQ       PIC S9(4)   VALUE ZERO.
           05  W22-I               PIC S9(4)   VALUE ZERO.
           05  W22-IN-BATCH-SW     PIC X       VALUE 'N'.
               88  W22-IN-BATCH                VALUE 'Y'.
           05  W22-ACCEPTED-SW     PIC X       VALUE 'N'.
               88  W22-BATCH-ACCEPTED          VALUE 'Y'.
           05  W22-CUR-BATCH-NO    PIC X(10)   VALUE SPACES.
           05  W22-CUR-OPERATOR    PIC X(8)    VALUE SPACES.
           05  W22-CUR-SOURCE      PIC X(1)    VALUE SPACES.
           05  W22-CUR-DATE        PIC X(8)    VALUE SPACES.
           05  W22-CUR-APPLIED     PIC 9(5)    VALUE ZERO.
           05  W22-CUR-REJECTED    PIC 9(5)    VALUE ZERO.
           05  W22-BATCH-REASON    PIC X(2)    VALUE SPACES.
           05  W22-APPLIED-BEFORE  PIC 9(7)    VALUE ZERO.
           05  W22-BATCHES-READ    PIC 9(7)    VALUE ZERO.
           05  W22-BATCHES-POSTED  PIC 9(7)    VALUE ZERO.
           05  W22-BATCHES-REJECTED
                                   PIC 9(7)    VALUE ZERO.
           05  W22-UNBATCHED       PIC 9(7)    VALUE ZERO.

       01  W22-BATCH-DETAIL.
           05                      PIC X(6)    VALUE 'BATCH '.
           05  W22-BAT-NUMBER      PIC X(10).
           05                      PIC X(1)    VALUE SPACES.
           05  W22-BAT-OPERATOR    PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05  W22-BAT-SOURCE      PIC X(1).
           05                      PIC X(1)    VALUE SPACES.
           05  W22-BAT-DATE        PIC X(8).
           05                      PIC X(1)    VALUE SPACES.
           05  W22-BAT-RECORDS     PIC Z(4)9.
           05                      PIC X(1)    VALUE SPACES.
           05  W22-BAT-APPLIED     PIC Z(4)9.
           05                      PIC X(1)    VALUE SPACES.
           05  W22-BAT-REJECTED    PIC Z(4)9.
           05                      PIC X(1)    VALUE SPACES.
           05  W22-BAT-MESSAGE     PIC X(28).

       01  W22-BATCH-CONTROL-LINE.
           05                      PIC X(15)   VALUE SPACES.
           05                      PIC X(14)   VALUE 'TRAILER COUNT '.
           05  W22-CTL-TRL-COUNT   PIC Z(4)9.
           05                      PIC X(6)    VALUE ' HASH '.
           05  W22-CTL-TRL-HASH    PIC Z(8)9.
           05                      PIC X(14)   VALUE '  BATCH COUNT '.
           05  W22-CTL-BAT-COUNT   PIC Z(4)9.
           05                      PIC X(6)    VALUE ' HASH '.
           05  W22-CTL-BAT-HASH    PIC Z(8)9.

       01  W22-BATCH-TOTAL-LINES.
           05  W22-BAT-READ-LINE.
               10                  PIC X(40)
                                   VALUE 'BATCHES READ'.
               10  W22-BAT-READ-COUNT
                                   PIC Z(6)9.
           05  W22-BAT-POSTED-LINE.
               10                  PIC X(40)
                                   VALUE 'BATCHES POSTED'.
               10  W22-BAT-POSTED-COUNT
                                   PIC Z(6)9.
           05  W22-BAT-REJECT-LINE.
               10                  PIC X(40)
                       VALUE 'BATCHES REJECTED WHOLE TO SUSPENSE'.
               10  W22-BAT-REJECT-COUNT
                                   PIC Z(6)9.
           05  W22-UNBATCHED-LINE.
               10                  PIC X(40)
                                   VALUE 'TRANSACTIONS NOT IN A BATCH'.
               10  W22-UNBATCHED-COUNT
                                   PIC Z(6)9.

       01  W23-OPERATOR-TABLE.
           05  W23-OPER-COUNT      PIC 9(3)    VALUE ZERO.
           05  W23-OPER-SUB        PIC S9(4)   VALUE ZERO.
           05  W23-OVERFLOW-SW     PIC X       VALUE 'N'.
               88  W23-OPER-OVERFLOW           VALUE 'Y'.
           05  W23-OPER-ENTRY      OCCURS 50 TIMES.
               10  W23-OPER-ID         PIC X(8).
               10  W23-OPER-BATCHES    PIC 9(5).
               10  W23-OPER-POSTED     PIC 9(5).
               10  W23-OPER-REJ-BATCHES
                                       PIC 9(5).
               10  W23-OPER-APPLIED    PIC 9(7).
               10  W23-OPER-REJECTED   PIC 9(7).

       01  W24-OPERATOR-LINES.
           05  W24-OPER-TITLE      PIC X(83)
                                   VALUE 'BATCH TOTALS BY OPERATOR'.
           05  W24-OPER-HEADING.
               10                  PIC X(10)   VALUE 'OPERATOR'.
               10                  PIC X(9)    VALUE '  BATCHES'.
               10                  PIC X(9)    VALUE '   POSTED'.
               10                  PIC X(9)    VALUE ' REJECTED'.
               10                  PIC X(11)   VALUE '    APPLIED'.
               10                  PIC X(11)   VALUE '   REJECTED'.
               10                  PIC X(24)   VALUE SPACES.
           05  W24-OPER-DETAIL.
               10  W24-OPER-ID         PIC X(8).
               10                      PIC X(2)    VALUE SPACES.
               10  W24-OPER-BATCHES    PIC Z(8)9.
               10  W24-OPER-POSTED     PIC Z(8)9.
               10  W24-OPER-REJ-BATCHES
                                       PIC Z(8)9.
               10  W24-OPER-APPLIED    PIC Z(10)9.
               10  W24-OPER-REJECTED   PIC Z(10)9.
               10                      PIC X(24)   VALUE SPACES.
           05  W24-OPER-FULL-LINE  PIC X(83)   VALUE
               '*** WARNING - OPERATOR TABLE FULL - NOT ALL LISTED ***'.

       01  W25-BUILD-FIELDS.
           05  W25-BUILD-REASON    PIC X(2)    VALUE SPACES.
           05  W25-BOM-EOF-SW      PIC X(2)    VALUE SPACES.
           05  W25-COMP-COUNT      PIC 9(3)    VALUE ZERO.
           05  W25-COMP-SUB        PIC S9(4)   VALUE ZERO.
           05  W25-AVAILABLE       PIC S9(9)   VALUE ZERO.
           05  W25-SHIP-NEW        PIC 9(12)   VALUE ZERO.
           05  W25-KIT-RECV-NEW    PIC 9(9)    VALUE ZERO.
           05  W25-ROLLUP-COST     PIC 9(11)V99
                                               VALUE ZERO.
           05  W25-BUILD-VALUE     PIC 9(11)V99
                                               VALUE ZERO.
           05  W25-BUILD-IMAGE     PIC X(69)   VALUE SPACES.
           05  W25-BUILDS-APPLIED  PIC 9(7)    VALUE ZERO.
           05  W25-KITS-BUILT      PIC 9(7)    VALUE ZERO.
           05  W25-COMP-RELIEVED   PIC 9(9)    VALUE ZERO.
           05  W25-COMP-ENTRY      OCCURS 50 TIMES.
               10  W25-COMP-PART       PIC X(20).
               10  W25-COMP-QTY-PER    PIC 9(5).
               10  W25-COMP-NEED       PIC 9(7).
               10  W25-COMP-PRICE      PIC 9(4)V99.

       01  W25-BUILD-TOTAL-LINES.
           05  W25-BUILDS-LINE.
               10                  PIC X(40)
                                   VALUE 'KIT BUILDS APPLIED'.
               10  W25-BUILDS-COUNT
                                   PIC Z(6)9.
           05  W25-KITS-LINE.
               10                  PIC X(40)
                                   VALUE 'KIT UNITS BUILT'.
               10  W25-KITS-COUNT  PIC Z(6)9.
           05  W25-RELIEVED-LINE.
               10                  PIC X(40)
                                   VALUE 'COMPONENT UNITS RELIEVED'.
               10  W25-RELIEVED-COUNT
                                   PIC Z(8)9.

       01  W30-RUN-CONTROL.
           05  W30-CTL-FILE-STATUS PIC XX      VALUE SPACES.
           05  W30-STEP-NAME       PIC X(12)   VALUE 'INVUPDT'.
                   WRITE F04-EDIT-REJECT-LINE
                   MOVE 'NO' TO W01-EOF-SWITCH
               ELSE
                   PERFORM 700-BALANCE-BATCHES
                   READ F01-INVTRAN-FILE
                       AT END MOVE 'NO' TO W01-EOF-SWITCH
                   END-READ
               END-IF
               PERFORM 300-PROCESS-TRANSACTIONS
                   UNTIL W01-EOF-SWITCH = 'NO'
               IF W22-IN-BATCH
                   PERFORM 740-CLOSE-BATCH
               END-IF
               SORT S01-SORT-FILE
                   ON ASCENDING KEY S01-EXT-LOCATION
                   ON ASCENDING KEY S01-EXT-CATEGORY
           OPEN OUTPUT F04-EDIT-REJECT-REPORT
                       F05-COST-REVAL-REPORT
                       F06-TRANSFER-REGISTER
                       F08-RETURNS-REGISTER
           OPEN I-O F07-SUSPENSE-FILE
           IF W31-SUSP-FILE-STATUS = '35'
               OPEN OUTPUT F07-SUSPENSE-FILE
               CLOSE F07-SUSPENSE-FILE
               OPEN I-O F07-SUSPENSE-FILE
           END-IF
           OPEN I-O F25-ORDER-SHIP-FILE
           IF W09-ORDSHIP-STATUS = '35'
               OPEN OUTPUT F25-ORDER-SHIP-FILE
               CLOSE F25-ORDER-SHIP-FILE
               OPEN I-O F25-ORDER-SHIP-FILE
           END-IF
           OPEN I-O F30-LOT-FILE
           IF W09-LOT-STATUS = '35'
               OPEN OUTPUT F30-LOT-FILE
               CLOSE F30-LOT-FILE
               OPEN I-O F30-LOT-FILE
           END-IF
           OPEN I-O F37-BATCH-LOG-FILE
           IF W09-BLOG-STATUS = '35'
               OPEN OUTPUT F37-BATCH-LOG-FILE
               CLOSE F37-BATCH-LOG-FILE
               OPEN I-O F37-BATCH-LOG-FILE
           END-IF
           OPEN INPUT F39-BOM-FILE
           IF W09-BOM-STATUS = '35'
               MOVE 'N' TO W09-BOM-SWITCH
           END-IF
           OPEN EXTEND F31-LOT-MOVEMENT-FILE
           OPEN EXTEND F32-GL-MOVEMENT-FILE
           OPEN EXTEND F38-POSTING-AUDIT-FILE
           PERFORM 110-READ-PARM-CARD
           PERFORM 115-READ-CLOSED-PERIODS
       .

       110-READ-PARM-CARD.
           END-IF
       .

       115-READ-CLOSED-PERIODS.
           OPEN INPUT F28-PERIOD-CLOSE-FILE
           PERFORM 116-READ-CLOSED-PERIOD
           PERFORM 117-NOTE-CLOSED-PERIOD
               UNTIL W01-EOF-SWITCH = 'NO'
           CLOSE F28-PERIOD-CLOSE-FILE
           MOVE SPACES TO W01-EOF-SWITCH
           MOVE W02-RUN-DATE TO W17-TRAN-DATE
           PERFORM 118-CHECK-TRAN-PERIOD
       .

       116-READ-CLOSED-PERIOD.
           READ F28-PERIOD-CLOSE-FILE
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-READ
       .

       117-NOTE-CLOSED-PERIOD.
           IF F28-CLOSE-PERIOD > W17-LAST-CLOSED
               MOVE F28-CLOSE-PERIOD TO W17-LAST-CLOSED
           END-IF
           PERFORM 116-READ-CLOSED-PERIOD
       .

       118-CHECK-TRAN-PERIOD.
           MOVE 'N' TO W17-CLOSED-SW
           IF W17-LAST-CLOSED NOT = SPACES
                   AND W17-TRAN-PERIOD NOT = SPACES
                   AND W17-TRAN-PERIOD NOT > W17-LAST-CLOSED
               MOVE 'Y' TO W17-CLOSED-SW
           END-IF
       .

       200-WRITE-HEADING-LINES.
           MOVE W02-NAME TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
           WRITE F05-COST-REVAL-LINE
           MOVE W14-TRANSFER-HEADING TO F06-TRANSFER-REG-LINE
           WRITE F06-TRANSFER-REG-LINE
           MOVE W16-RETURNS-HEADING TO F08-RETURNS-REG-LINE
           WRITE F08-RETURNS-REG-LINE
           MOVE W16-RETURN-COLUMNS TO F08-RETURNS-REG-LINE
           WRITE F08-RETURNS-REG-LINE
       .

       300-PROCESS-TRANSACTIONS.
           IF F01-TRAN-BATCH-HEADER
               PERFORM 720-START-BATCH
           ELSE
               IF F01-TRAN-BATCH-TRAILER
                   PERFORM 730-END-BATCH
               ELSE
                   ADD 1 TO W05-TRANS-READ
                   PERFORM 302-PROCESS-BATCH-DETAIL
               END-IF
           END-IF

           READ F01-INVTRAN-FILE
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-READ
       .

       302-PROCESS-BATCH-DETAIL.
           IF NOT W22-IN-BATCH
               PERFORM 395-WRITE-REJECT-NO-BATCH
           ELSE
               IF NOT W22-BATCH-ACCEPTED
                   ADD 1 TO W05-TRANS-REJECTED
                   ADD 1 TO W22-CUR-REJECTED
                   PERFORM 396-SUSPEND-BATCH-RECORD
               ELSE
                   MOVE W05-TRANS-APPLIED TO W22-APPLIED-BEFORE
                   IF W17-PERIOD-CLOSED
                       PERFORM 393-WRITE-REJECT-CLOSED-PERIOD
                   ELSE
                       PERFORM 305-APPLY-TRANSACTION
                   END-IF
                   PERFORM 304-RECORD-BATCH-RESULT
               END-IF
           END-IF
       .

       304-RECORD-BATCH-RESULT.
           IF W05-TRANS-APPLIED > W22-APPLIED-BEFORE
               ADD 1 TO W22-CUR-APPLIED
               PERFORM 306-WRITE-POSTING-AUDIT
           ELSE
               ADD 1 TO W22-CUR-REJECTED
           END-IF
       .

       305-APPLY-TRANSACTION.
           IF F01-TRAN-QTY NOT NUMERIC
               PERFORM 360-WRITE-REJECT-BAD-QTY
           ELSE
                               OR F01-TRAN-ADJUSTMENT
                           PERFORM 330-APPLY-MOVEMENT
                       ELSE
                           IF F01-TRAN-RETURN
                               PERFORM 310-APPLY-RETURN
                           ELSE
                               IF F01-TRAN-BUILD
                                   PERFORM 800-APPLY-BUILD
                               ELSE
                                   PERFORM 365-WRITE-REJECT-BAD-TYPE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
       .

       306-WRITE-POSTING-AUDIT.
           MOVE W02-RUN-DATE TO F38-AUD-RUN-DATE
           MOVE W22-CUR-BATCH-NO TO F38-AUD-BATCH-NO
           MOVE W22-CUR-OPERATOR TO F38-AUD-OPERATOR
           MOVE W22-CUR-SOURCE TO F38-AUD-SOURCE
           MOVE F01-INVTRAN-RECORD TO F38-AUD-TRAN
           WRITE F38-POSTING-AUDIT-RECORD
       .

       310-APPLY-RETURN.
           IF NOT F01-RTN-DISP-VALID
                   OR (F01-RTN-QUARANTINE
                       AND (F01-TRAN-TO-LOC = SPACES
                            OR F01-TRAN-TO-LOC = F01-TRAN-LOC))
               PERFORM 388-WRITE-REJECT-BAD-DISP
           ELSE
               MOVE F01-TRAN-RMA-ORDER TO F25-OSH-ORDER-NO
               MOVE F01-TRAN-PART TO F25-OSH-PART
               READ F25-ORDER-SHIP-FILE
                   INVALID KEY
                       PERFORM 391-WRITE-REJECT-NOT-SHIPPED
                   NOT INVALID KEY
                       PERFORM 312-CHECK-RETURN-QTY
               END-READ
           END-IF
       .

       312-CHECK-RETURN-QTY.
           COMPUTE W15-NEW-RETURNED =
                   F25-OSH-RETURNED + F01-TRAN-QTY-N
           IF W15-NEW-RETURNED > F25-OSH-SHIPPED
               PERFORM 392-WRITE-REJECT-OVER-RETURN
           ELSE
               MOVE F01-TRAN-LOC TO F02-MAST-LOC
               MOVE F01-TRAN-PART TO F02-MAST-PART
               READ F02-INVMAST-FILE
                   INVALID KEY
                       PERFORM 385-WRITE-REJECT-UNKNOWN-KEY
                   NOT INVALID KEY
                       PERFORM 314-POST-RETURN
               END-READ
           END-IF
       .

       314-POST-RETURN.
           IF F01-RTN-RESTOCK
               ADD F01-TRAN-QTY-N TO F02-MAST-ON-HAND
                   ON SIZE ERROR
                       PERFORM 390-WRITE-REJECT-OVERFLOW
                   NOT ON SIZE ERROR
                       REWRITE F02-INVMAST-RECORD
                           INVALID KEY
                               PERFORM 385-WRITE-REJECT-UNKNOWN-KEY
                           NOT INVALID KEY
                               PERFORM 664-POST-GL-RESTOCK
                               PERFORM 316-RECORD-RETURN
                       END-REWRITE
               END-ADD
           ELSE
               PERFORM 316-RECORD-RETURN
           END-IF
       .

       316-RECORD-RETURN.
           MOVE W15-NEW-RETURNED TO F25-OSH-RETURNED
           REWRITE F25-ORDER-SHIP-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           ADD 1 TO W05-TRANS-APPLIED
           ADD 1 TO W15-RETURN-COUNT
           MOVE SPACES TO W16-RTN-QUAR-LOC
           IF F01-RTN-RESTOCK
               ADD F01-TRAN-QTY-N TO W15-UNITS-RESTOCKED
               MOVE 'RESTOCKED' TO W16-RTN-DISP
           ELSE
               IF F01-RTN-QUARANTINE
                   ADD F01-TRAN-QTY-N TO W15-UNITS-QUARANTINED
                   MOVE 'QUARANTINE AT' TO W16-RTN-DISP
                   MOVE F01-TRAN-TO-LOC TO W16-RTN-QUAR-LOC
               ELSE
                   ADD F01-TRAN-QTY-N TO W15-UNITS-SCRAPPED
                   MOVE 'SCRAPPED' TO W16-RTN-DISP
               END-IF
           END-IF
           PERFORM 318-WRITE-RETURN-LINE
       .

       318-WRITE-RETURN-LINE.
           MOVE F01-TRAN-RMA-ORDER TO W16-RTN-ORDER
           MOVE F01-TRAN-PART TO W16-RTN-PART
           MOVE F01-TRAN-LOC TO W16-RTN-LOC
           MOVE F01-TRAN-QTY-N TO W16-RTN-QTY
           MOVE W16-RETURN-DETAIL TO F08-RETURNS-REG-LINE
           WRITE F08-RETURNS-REG-LINE
       .

       320-APPLY-NEW-ITEM.
                       PERFORM 375-WRITE-REJECT-DUPLICATE
                   NOT INVALID KEY
                       ADD 1 TO W05-TRANS-APPLIED
                       PERFORM 666-POST-GL-NEW-ITEM
               END-WRITE
           END-IF
       .
                   AND F01-TRAN-SIGN NOT = '-'
               PERFORM 380-WRITE-REJECT-BAD-SIGN
           ELSE
               IF F01-TRAN-RECEIPT
                       AND F01-TRAN-LOT NOT = SPACES
                       AND F01-TRAN-EXPIRY NOT = SPACES
                       AND F01-TRAN-EXPIRY NOT NUMERIC
                   PERFORM 394-WRITE-REJECT-BAD-EXPIRY
               ELSE
                   MOVE F01-TRAN-LOC TO F02-MAST-LOC
                   MOVE F01-TRAN-PART TO F02-MAST-PART
                   READ F02-INVMAST-FILE
                       INVALID KEY
                           PERFORM 385-WRITE-REJECT-UNKNOWN-KEY
                       NOT INVALID KEY
                           PERFORM 340-POST-MOVEMENT
                   END-READ
               END-IF
           END-IF
       .

               NOT INVALID KEY
                   COMPUTE W13-TO-RECV-NEW =
                           F02-MAST-RECEIVED + F01-TRAN-QTY-N
                   MOVE F02-MAST-PRICE TO W20-GL-TO-PRICE
                   MOVE F02-MAST-CATEGORY TO W20-GL-TO-CATEGORY
                   IF W13-FROM-SHIP-NEW > 9999999
                           OR W13-TO-RECV-NEW > 9999999
                       PERFORM 390-WRITE-REJECT-OVERFLOW
                   ADD 1 TO W05-TRANS-APPLIED
                   ADD 1 TO W13-TRANSFER-COUNT
                   PERFORM 339-WRITE-TRANSFER-LINE
                   PERFORM 605-POST-TRANSFER-LOTS
                   PERFORM 668-POST-GL-TRANSFER
           END-REWRITE
       .

       .

       340-POST-MOVEMENT.
           MOVE F02-MAST-PRICE TO W20-GL-COST
           IF F01-TRAN-RECEIPT
                   OR (F01-TRAN-ADJUSTMENT AND F01-TRAN-SIGN = '+')
               ADD F01-TRAN-QTY-N TO F02-MAST-RECEIVED
                   PERFORM 385-WRITE-REJECT-UNKNOWN-KEY
               NOT INVALID KEY
                   ADD 1 TO W05-TRANS-APPLIED
                   PERFORM 600-POST-LOT-MOVEMENT
                   PERFORM 660-POST-GL-MOVEMENT
           END-REWRITE
       .

           MOVE F01-TRAN-PART TO W03-REJ-PART
           MOVE F01-TRAN-LOC TO W03-REJ-LOC
           MOVE F01-TRAN-QTY TO W03-REJ-QTY
           MOVE W22-CUR-OPERATOR TO W03-REJ-OPERATOR
           ADD 1 TO W05-TRANS-REJECTED
       .

           PERFORM 355-WRITE-REJECT-LINE
       .

       388-WRITE-REJECT-BAD-DISP.
           PERFORM 350-FORMAT-REJECT-LINE
           MOVE 'RA' TO W31-SUSP-REASON
           MOVE 'REJECT - BAD DISPOSITION' TO W03-REJ-MESSAGE
           PERFORM 355-WRITE-REJECT-LINE
       .

       390-WRITE-REJECT-OVERFLOW.
           PERFORM 350-FORMAT-REJECT-LINE
           MOVE 'R7' TO W31-SUSP-REASON
           PERFORM 355-WRITE-REJECT-LINE
       .

       391-WRITE-REJECT-NOT-SHIPPED.
           PERFORM 350-FORMAT-REJECT-LINE
           MOVE 'RB' TO W31-SUSP-REASON
           MOVE 'REJECT - NOT SHIPPED ON ORDER' TO W03-REJ-MESSAGE
           PERFORM 355-WRITE-REJECT-LINE
       .

       392-WRITE-REJECT-OVER-RETURN.
           PERFORM 350-FORMAT-REJECT-LINE
           MOVE 'RC' TO W31-SUSP-REASON
           MOVE 'REJECT - RETURN OVER SHIPPED' TO W03-REJ-MESSAGE
           PERFORM 355-WRITE-REJECT-LINE
       .

       393-WRITE-REJECT-CLOSED-PERIOD.
           PERFORM 350-FORMAT-REJECT-LINE
           MOVE 'RD' TO W31-SUSP-REASON
           MOVE 'REJECT - PERIOD CLOSED' TO W03-REJ-MESSAGE
           PERFORM 355-WRITE-REJECT-LINE
       .

       394-WRITE-REJECT-BAD-EXPIRY.
           PERFORM 350-FORMAT-REJECT-LINE
           MOVE 'RE' TO W31-SUSP-REASON
           MOVE 'REJECT - BAD LOT EXPIRY DATE' TO W03-REJ-MESSAGE
           PERFORM 355-WRITE-REJECT-LINE
       .

       395-WRITE-REJECT-NO-BATCH.
           ADD 1 TO W22-UNBATCHED
           PERFORM 350-FORMAT-REJECT-LINE
           MOVE 'RI' TO W31-SUSP-REASON
           MOVE 'REJECT - NOT IN A BATCH' TO W03-REJ-MESSAGE
           PERFORM 355-WRITE-REJECT-LINE
       .

       396-SUSPEND-BATCH-RECORD.
           MOVE W22-BATCH-REASON TO W31-SUSP-REASON
           PERFORM 357-WRITE-SUSPENSE-RECORD
       .

       397-WRITE-REJECT-BUILD.
           PERFORM 350-FORMAT-REJECT-LINE
           MOVE W25-BUILD-REASON TO W31-SUSP-REASON
           IF W25-BUILD-REASON = 'RK'
               MOVE 'REJECT - NO BILL OF MATERIALS' TO W03-REJ-MESSAGE
           ELSE
               IF W25-BUILD-REASON = 'RL'
                   MOVE 'REJECT - COMPONENT SHORT' TO W03-REJ-MESSAGE
               ELSE
                   IF W25-BUILD-REASON = 'RM'
                       MOVE 'REJECT - COMPONENT NOT AT LOC'
                           TO W03-REJ-MESSAGE
                   ELSE
                       IF W25-BUILD-REASON = 'RN'
                           MOVE 'REJECT - TOO MANY COMPONENTS'
                               TO W03-REJ-MESSAGE
                       ELSE
                           MOVE 'REJECT - QUANTITY OVERFLOW'
                               TO W03-REJ-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 355-WRITE-REJECT-LINE
       .

       400-ROLL-MASTER-FORWARD.
           MOVE LOW-VALUES TO F02-MAST-KEY
           START F02-INVMAST-FILE KEY NOT < F02-MAST-KEY
           MOVE W13-TRANSFER-COUNT TO W14-TRF-TOT-COUNT
           MOVE W14-TRANSFER-TOTAL-LINE TO F06-TRANSFER-REG-LINE
           WRITE F06-TRANSFER-REG-LINE
           MOVE W08-DASH TO F08-RETURNS-REG-LINE
           WRITE F08-RETURNS-REG-LINE
           MOVE W15-RETURN-COUNT TO W16-RTN-TOT-COUNT
           MOVE W16-RETURNS-LINE TO F08-RETURNS-REG-LINE
           WRITE F08-RETURNS-REG-LINE
           MOVE W15-UNITS-RESTOCKED TO W16-RTN-TOT-RESTOCK
           MOVE W16-RESTOCKED-LINE TO F08-RETURNS-REG-LINE
           WRITE F08-RETURNS-REG-LINE
           MOVE W15-UNITS-QUARANTINED TO W16-RTN-TOT-QUAR
           MOVE W16-QUARANTINED-LINE TO F08-RETURNS-REG-LINE
           WRITE F08-RETURNS-REG-LINE
           MOVE W15-UNITS-SCRAPPED TO W16-RTN-TOT-SCRAP
           MOVE W16-SCRAPPED-LINE TO F08-RETURNS-REG-LINE
           WRITE F08-RETURNS-REG-LINE
           MOVE W18-LOT-RECEIPTS TO W18-LOT-RCPT-COUNT
           MOVE W18-LOT-RCPT-LINE TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
           MOVE W18-LOT-DRAWS TO W18-LOT-DRAW-COUNT
           MOVE W18-LOT-DRAW-LINE TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
           MOVE W18-UNLOTTED-UNITS TO W18-UNLOTTED-COUNT
           MOVE W18-UNLOTTED-LINE TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
           MOVE W20-GL-MOVES TO W20-GL-MOVE-COUNT
           MOVE W20-GL-TOTAL-LINE TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
           MOVE W25-BUILDS-APPLIED TO W25-BUILDS-COUNT
           MOVE W25-BUILDS-LINE TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
           MOVE W25-KITS-BUILT TO W25-KITS-COUNT
           MOVE W25-KITS-LINE TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
           MOVE W25-COMP-RELIEVED TO W25-RELIEVED-COUNT
           MOVE W25-RELIEVED-LINE TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
           PERFORM 760-PRINT-BATCH-TOTALS
       .

       500-CLOSE-FILES.
                   F05-COST-REVAL-REPORT
                   F06-TRANSFER-REGISTER
                   F07-SUSPENSE-FILE
                   F08-RETURNS-REGISTER
                   F25-ORDER-SHIP-FILE
                   F30-LOT-FILE
                   F31-LOT-MOVEMENT-FILE
                   F32-GL-MOVEMENT-FILE
                   F37-BATCH-LOG-FILE
                   F38-POSTING-AUDIT-FILE
           IF W09-BOM-FOUND
               CLOSE F39-BOM-FILE
           END-IF
       .

       600-POST-LOT-MOVEMENT.
           IF F01-TRAN-RECEIPT
               IF F01-TRAN-LOT NOT = SPACES
                   PERFORM 610-ADD-RECEIPT-LOT
               END-IF
           ELSE
               IF F01-TRAN-SHIPMENT
                       OR (F01-TRAN-ADJUSTMENT AND F01-TRAN-SIGN = '-')
                   MOVE F01-TRAN-LOC TO W18-DRAW-LOC
                   MOVE SPACES TO W18-DRAW-TO-LOC
                   PERFORM 620-DRAW-LOTS-FIFO
               END-IF
           END-IF
       .

       605-POST-TRANSFER-LOTS.
           MOVE F01-TRAN-LOC TO W18-DRAW-LOC
           MOVE F01-TRAN-TO-LOC TO W18-DRAW-TO-LOC
           PERFORM 620-DRAW-LOTS-FIFO
           IF W19-DRAW-COUNT > ZERO
               PERFORM 640-ADD-TRANSFER-LOT
                   VARYING W19-I FROM 1 BY 1
                   UNTIL W19-I > W19-DRAW-COUNT
           END-IF
       .

       610-ADD-RECEIPT-LOT.
           MOVE F01-TRAN-LOC TO F30-LOT-LOC
           MOVE F01-TRAN-PART TO F30-LOT-PART
           MOVE W17-TRAN-DATE TO F30-LOT-RCPT-DATE
           MOVE F01-TRAN-LOT TO F30-LOT-NUMBER
           READ F30-LOT-FILE
               INVALID KEY
                   MOVE 'N' TO W18-LOT-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO W18-LOT-FOUND-SW
           END-READ
           IF W18-LOT-FOUND
               ADD F01-TRAN-QTY-N TO F30-LOT-ON-HAND
                                     F30-LOT-RECEIVED
           ELSE
               MOVE F01-TRAN-EXPIRY TO F30-LOT-EXPIRY
               MOVE F01-TRAN-QTY-N TO F30-LOT-ON-HAND
               MOVE F01-TRAN-QTY-N TO F30-LOT-RECEIVED
           END-IF
           ADD 1 TO W18-LOT-RECEIPTS
           MOVE 'R' TO F31-MOVE-TYPE
           MOVE F01-TRAN-QTY-N TO F31-MOVE-QTY
           MOVE SPACES TO F31-MOVE-TO-LOC
           PERFORM 650-WRITE-LOT-MOVEMENT
           IF W18-LOT-FOUND
               REWRITE F30-LOT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE F30-LOT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
       .

       620-DRAW-LOTS-FIFO.
           MOVE F01-TRAN-QTY-N TO W18-LOT-REMAINING
           MOVE ZERO TO W19-DRAW-COUNT
           MOVE SPACES TO W18-LOT-EOF-SW
           MOVE W18-DRAW-LOC TO F30-LOT-LOC
           MOVE F01-TRAN-PART TO F30-LOT-PART
           MOVE LOW-VALUES TO F30-LOT-RCPT-DATE
           MOVE LOW-VALUES TO F30-LOT-NUMBER
           START F30-LOT-FILE KEY NOT < F30-LOT-KEY
               INVALID KEY
                   MOVE 'NO' TO W18-LOT-EOF-SW
           END-START
           IF W18-LOT-EOF-SW NOT = 'NO'
               PERFORM 625-READ-NEXT-LOT
               PERFORM 630-DRAW-ONE-LOT
                   UNTIL W18-LOT-EOF-SW = 'NO'
                   OR W18-LOT-REMAINING = ZERO
           END-IF
           ADD W18-LOT-REMAINING TO W18-UNLOTTED-UNITS
       .

       625-READ-NEXT-LOT.
           READ F30-LOT-FILE NEXT RECORD
               AT END MOVE 'NO' TO W18-LOT-EOF-SW
           END-READ
           IF W18-LOT-EOF-SW NOT = 'NO'
                   AND (F30-LOT-LOC NOT = W18-DRAW-LOC
                        OR F30-LOT-PART NOT = F01-TRAN-PART)
               MOVE 'NO' TO W18-LOT-EOF-SW
           END-IF
       .

       630-DRAW-ONE-LOT.
           IF W18-DRAW-TO-LOC NOT = SPACES
                   AND W19-DRAW-COUNT NOT < 100
               MOVE 'NO' TO W18-LOT-EOF-SW
           ELSE
               IF F30-LOT-ON-HAND < W18-LOT-REMAINING
                   MOVE F30-LOT-ON-HAND TO W18-LOT-TAKE
               ELSE
                   MOVE W18-LOT-REMAINING TO W18-LOT-TAKE
               END-IF
               IF W18-LOT-TAKE > ZERO
                   PERFORM 635-TAKE-FROM-LOT
               END-IF
               PERFORM 625-READ-NEXT-LOT
           END-IF
       .

       635-TAKE-FROM-LOT.
           SUBTRACT W18-LOT-TAKE FROM F30-LOT-ON-HAND
           SUBTRACT W18-LOT-TAKE FROM W18-LOT-REMAINING
           ADD 1 TO W18-LOT-DRAWS
           IF W18-DRAW-TO-LOC = SPACES
               MOVE F01-TRAN-TYPE TO F31-MOVE-TYPE
           ELSE
               MOVE 'T' TO F31-MOVE-TYPE
               ADD 1 TO W19-DRAW-COUNT
               MOVE F30-LOT-RCPT-DATE
                   TO W19-DRAW-RCPT-DATE (W19-DRAW-COUNT)
               MOVE F30-LOT-NUMBER TO W19-DRAW-LOT (W19-DRAW-COUNT)
               MOVE F30-LOT-EXPIRY TO W19-DRAW-EXPIRY (W19-DRAW-COUNT)
               MOVE W18-LOT-TAKE TO W19-DRAW-QTY (W19-DRAW-COUNT)
           END-IF
           MOVE W18-LOT-TAKE TO F31-MOVE-QTY
           MOVE W18-DRAW-TO-LOC TO F31-MOVE-TO-LOC
           PERFORM 650-WRITE-LOT-MOVEMENT
           IF F30-LOT-ON-HAND = ZERO
               DELETE F30-LOT-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               REWRITE F30-LOT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
       .

       640-ADD-TRANSFER-LOT.
           MOVE W18-DRAW-TO-LOC TO F30-LOT-LOC
           MOVE F01-TRAN-PART TO F30-LOT-PART
           MOVE W19-DRAW-RCPT-DATE (W19-I) TO F30-LOT-RCPT-DATE
           MOVE W19-DRAW-LOT (W19-I) TO F30-LOT-NUMBER
           READ F30-LOT-FILE
               INVALID KEY
                   MOVE W19-DRAW-EXPIRY (W19-I) TO F30-LOT-EXPIRY
                   MOVE W19-DRAW-QTY (W19-I) TO F30-LOT-ON-HAND
                   MOVE W19-DRAW-QTY (W19-I) TO F30-LOT-RECEIVED
                   WRITE F30-LOT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD W19-DRAW-QTY (W19-I) TO F30-LOT-ON-HAND
                                               F30-LOT-RECEIVED
                   REWRITE F30-LOT-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
       .

       650-WRITE-LOT-MOVEMENT.
           MOVE W17-TRAN-DATE TO F31-MOVE-DATE
           MOVE F30-LOT-PART TO F31-MOVE-PART
           MOVE F30-LOT-LOC TO F31-MOVE-LOC
           MOVE F30-LOT-NUMBER TO F31-MOVE-LOT
           MOVE F30-LOT-RCPT-DATE TO F31-MOVE-RCPT-DATE
           MOVE F30-LOT-EXPIRY TO F31-MOVE-EXPIRY
           WRITE F31-LOT-MOVEMENT-RECORD
       .

       900-CHECK-RUN-CONTROL.
               CLOSE F22-RUN-CONTROL-FILE
           END-IF
       .

       660-POST-GL-MOVEMENT.
           MOVE F02-MAST-LOC TO F32-GLM-LOC
           MOVE F02-MAST-CATEGORY TO F32-GLM-CATEGORY
           MOVE F01-TRAN-QTY-N TO F32-GLM-QTY
           MOVE SPACES TO F32-GLM-OTHER-LOC
           IF F01-TRAN-RECEIPT
               MOVE 'R' TO F32-GLM-CLASS
               MOVE '+' TO F32-GLM-SIGN
               IF F01-TRAN-PRICE NUMERIC AND F01-TRAN-PRICE-N > ZERO
                   COMPUTE F32-GLM-VALUE =
                           F01-TRAN-QTY-N * F01-TRAN-PRICE-N
                   PERFORM 669-WRITE-GL-MOVEMENT
                   PERFORM 662-POST-GL-REVALUATION
               ELSE
                   COMPUTE F32-GLM-VALUE =
                           F01-TRAN-QTY-N * W20-GL-COST
                   PERFORM 669-WRITE-GL-MOVEMENT
               END-IF
           ELSE
               IF F01-TRAN-SHIPMENT
                   MOVE 'S' TO F32-GLM-CLASS
                   MOVE '-' TO F32-GLM-SIGN
               ELSE
                   MOVE 'A' TO F32-GLM-CLASS
                   MOVE F01-TRAN-SIGN TO F32-GLM-SIGN
               END-IF
               COMPUTE F32-GLM-VALUE = F01-TRAN-QTY-N * W20-GL-COST
               PERFORM 669-WRITE-GL-MOVEMENT
           END-IF
       .

       662-POST-GL-REVALUATION.
           COMPUTE W20-GL-REVAL =
                   W10-TOTAL-QTY * W10-NEW-PRICE
                   - W10-PRIOR-QTY * W10-OLD-PRICE
                   - F01-TRAN-QTY-N * F01-TRAN-PRICE-N
           IF W20-GL-REVAL NOT = ZERO
               MOVE 'V' TO F32-GLM-CLASS
               MOVE F02-MAST-LOC TO F32-GLM-LOC
               MOVE F02-MAST-CATEGORY TO F32-GLM-CATEGORY
               MOVE ZERO TO F32-GLM-QTY
               MOVE SPACES TO F32-GLM-OTHER-LOC
               IF W20-GL-REVAL < ZERO
                   MOVE '-' TO F32-GLM-SIGN
                   COMPUTE F32-GLM-VALUE = ZERO - W20-GL-REVAL
               ELSE
                   MOVE '+' TO F32-GLM-SIGN
                   MOVE W20-GL-REVAL TO F32-GLM-VALUE
               END-IF
               PERFORM 669-WRITE-GL-MOVEMENT
           END-IF
       .

       664-POST-GL-RESTOCK.
           MOVE 'C' TO F32-GLM-CLASS
           MOVE '+' TO F32-GLM-SIGN
           MOVE F02-MAST-LOC TO F32-GLM-LOC
           MOVE F02-MAST-CATEGORY TO F32-GLM-CATEGORY
           MOVE F01-TRAN-QTY-N TO F32-GLM-QTY
           MOVE SPACES TO F32-GLM-OTHER-LOC
           COMPUTE F32-GLM-VALUE = F01-TRAN-QTY-N * F02-MAST-PRICE
           PERFORM 669-WRITE-GL-MOVEMENT
       .

       666-POST-GL-NEW-ITEM.
           MOVE 'N' TO F32-GLM-CLASS
           MOVE '+' TO F32-GLM-SIGN
           MOVE F02-MAST-LOC TO F32-GLM-LOC
           MOVE F02-MAST-CATEGORY TO F32-GLM-CATEGORY
           MOVE F01-TRAN-QTY-N TO F32-GLM-QTY
           MOVE SPACES TO F32-GLM-OTHER-LOC
           COMPUTE F32-GLM-VALUE = F01-TRAN-QTY-N * F02-MAST-PRICE
           PERFORM 669-WRITE-GL-MOVEMENT
       .

       665-POST-GL-BUILD-KIT.
           MOVE 'B' TO F32-GLM-CLASS
           MOVE '+' TO F32-GLM-SIGN
           MOVE F02-MAST-LOC TO F32-GLM-LOC
           MOVE F02-MAST-CATEGORY TO F32-GLM-CATEGORY
           MOVE F01-TRAN-QTY-N TO F32-GLM-QTY
           MOVE SPACES TO F32-GLM-OTHER-LOC
           MOVE W25-BUILD-VALUE TO F32-GLM-VALUE
           PERFORM 669-WRITE-GL-MOVEMENT
           COMPUTE W20-GL-REVAL =
                   W10-TOTAL-QTY * W10-NEW-PRICE
                   - W10-PRIOR-QTY * W10-OLD-PRICE
                   - W25-BUILD-VALUE
           IF W20-GL-REVAL NOT = ZERO
               MOVE ZERO TO F32-GLM-QTY
               IF W20-GL-REVAL < ZERO
                   MOVE '-' TO F32-GLM-SIGN
                   COMPUTE F32-GLM-VALUE = ZERO - W20-GL-REVAL
               ELSE
                   MOVE '+' TO F32-GLM-SIGN
                   MOVE W20-GL-REVAL TO F32-GLM-VALUE
               END-IF
               PERFORM 669-WRITE-GL-MOVEMENT
           END-IF
       .

       667-POST-GL-BUILD-COMPONENT.
           MOVE 'B' TO F32-GLM-CLASS
           MOVE '-' TO F32-GLM-SIGN
           MOVE F02-MAST-LOC TO F32-GLM-LOC
           MOVE F02-MAST-CATEGORY TO F32-GLM-CATEGORY
           MOVE F01-TRAN-QTY-N TO F32-GLM-QTY
           MOVE SPACES TO F32-GLM-OTHER-LOC
           COMPUTE F32-GLM-VALUE =
                   F01-TRAN-QTY-N * W25-COMP-PRICE (W25-COMP-SUB)
           PERFORM 669-WRITE-GL-MOVEMENT
       .

       668-POST-GL-TRANSFER.
           MOVE 'T' TO F32-GLM-CLASS
           MOVE F01-TRAN-QTY-N TO F32-GLM-QTY
           MOVE '-' TO F32-GLM-SIGN
           MOVE F01-TRAN-LOC TO F32-GLM-LOC
           MOVE W13-FROM-CATEGORY TO F32-GLM-CATEGORY
           MOVE F01-TRAN-TO-LOC TO F32-GLM-OTHER-LOC
           COMPUTE F32-GLM-VALUE = F01-TRAN-QTY-N * W13-FROM-PRICE
           PERFORM 669-WRITE-GL-MOVEMENT
           MOVE 'T' TO F32-GLM-CLASS
           MOVE F01-TRAN-QTY-N TO F32-GLM-QTY
           MOVE '+' TO F32-GLM-SIGN
           MOVE F01-TRAN-TO-LOC TO F32-GLM-LOC
           MOVE W20-GL-TO-CATEGORY TO F32-GLM-CATEGORY
           MOVE F01-TRAN-LOC TO F32-GLM-OTHER-LOC
           COMPUTE F32-GLM-VALUE = F01-TRAN-QTY-N * W20-GL-TO-PRICE
           PERFORM 669-WRITE-GL-MOVEMENT
       .

       669-WRITE-GL-MOVEMENT.
           IF F32-GLM-VALUE > ZERO
               MOVE W17-TRAN-DATE TO F32-GLM-DATE
               MOVE F01-TRAN-PART TO F32-GLM-PART
               WRITE F32-GL-MOVEMENT-RECORD
               ADD 1 TO W20-GL-MOVES
           END-IF
       .

       700-BALANCE-BATCHES.
           PERFORM 702-READ-FOR-BALANCE
           PERFORM 705-BALANCE-ONE-RECORD
               UNTIL W01-EOF-SWITCH = 'NO'
           IF W22-IN-BATCH
               PERFORM 715-CLOSE-UNTRAILED-BATCH
           END-IF
           CLOSE F01-INVTRAN-FILE
           OPEN INPUT F01-INVTRAN-FILE
           MOVE SPACES TO W01-EOF-SWITCH
           MOVE 'N' TO W22-IN-BATCH-SW
           MOVE ZERO TO W22-CUR-BATCH
       .

       702-READ-FOR-BALANCE.
           READ F01-INVTRAN-FILE
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-READ
       .

       705-BALANCE-ONE-RECORD.
           IF F01-TRAN-BATCH-HEADER
               IF W22-IN-BATCH
                   PERFORM 715-CLOSE-UNTRAILED-BATCH
               END-IF
               PERFORM 710-ADD-BATCH-ENTRY
           ELSE
               IF F01-TRAN-BATCH-TRAILER
                   IF W22-IN-BATCH
                       PERFORM 718-CHECK-BATCH-TRAILER
                   END-IF
               ELSE
                   IF W22-IN-BATCH AND W22-CUR-BATCH > ZERO
                       ADD 1 TO W21-BAT-RECORDS (W22-CUR-BATCH)
                       IF F01-TRAN-QTY NUMERIC
                           ADD F01-TRAN-QTY-N
                               TO W21-BAT-HASH (W22-CUR-BATCH)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 702-READ-FOR-BALANCE
       .

       710-ADD-BATCH-ENTRY.
           MOVE 'Y' TO W22-IN-BATCH-SW
           IF W21-BATCH-COUNT < 300
               ADD 1 TO W21-BATCH-COUNT
               MOVE W21-BATCH-COUNT TO W22-CUR-BATCH
               MOVE F01-BHDR-BATCH-NO
                   TO W21-BAT-NUMBER (W22-CUR-BATCH)
               MOVE F01-BHDR-OPERATOR
                   TO W21-BAT-OPERATOR (W22-CUR-BATCH)
               MOVE F01-BHDR-SOURCE TO W21-BAT-SOURCE (W22-CUR-BATCH)
               MOVE F01-BHDR-DATE TO W21-BAT-DATE (W22-CUR-BATCH)
               MOVE ZERO TO W21-BAT-RECORDS (W22-CUR-BATCH)
               MOVE ZERO TO W21-BAT-HASH (W22-CUR-BATCH)
               MOVE ZERO TO W21-BAT-TRL-COUNT (W22-CUR-BATCH)
               MOVE ZERO TO W21-BAT-TRL-HASH (W22-CUR-BATCH)
               MOVE 'O' TO W21-BAT-STATUS (W22-CUR-BATCH)
               IF F01-BHDR-BATCH-NO = SPACES
                       OR F01-BHDR-OPERATOR = SPACES
                       OR NOT F01-BHDR-SOURCE-VALID
                       OR (F01-BHDR-DATE NOT = SPACES
                           AND F01-BHDR-DATE NOT NUMERIC)
                   MOVE 'H' TO W21-BAT-STATUS (W22-CUR-BATCH)
               ELSE
                   PERFORM 712-CHECK-DUPLICATE-BATCH
               END-IF
           ELSE
               MOVE ZERO TO W22-CUR-BATCH
           END-IF
       .

       712-CHECK-DUPLICATE-BATCH.
           IF W22-CUR-BATCH > 1
               PERFORM 713-MATCH-EARLIER-BATCH
                   VARYING W22-I FROM 1 BY 1
                   UNTIL W22-I NOT < W22-CUR-BATCH
           END-IF
           IF NOT W21-BAT-DUPLICATE (W22-CUR-BATCH)
               MOVE F01-BHDR-BATCH-NO TO F37-BLOG-BATCH-NO
               READ F37-BATCH-LOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'D' TO W21-BAT-STATUS (W22-CUR-BATCH)
               END-READ
           END-IF
       .

       713-MATCH-EARLIER-BATCH.
           IF W21-BAT-NUMBER (W22-I) = W21-BAT-NUMBER (W22-CUR-BATCH)
               MOVE 'D' TO W21-BAT-STATUS (W22-CUR-BATCH)
           END-IF
       .

       715-CLOSE-UNTRAILED-BATCH.
           IF W22-CUR-BATCH > ZERO
               IF W21-BAT-OPEN (W22-CUR-BATCH)
                   MOVE 'U' TO W21-BAT-STATUS (W22-CUR-BATCH)
               END-IF
           END-IF
           MOVE 'N' TO W22-IN-BATCH-SW
       .

       718-CHECK-BATCH-TRAILER.
           IF W22-CUR-BATCH > ZERO
               IF F01-BTRL-COUNT NUMERIC
                   MOVE F01-BTRL-COUNT-N
                       TO W21-BAT-TRL-COUNT (W22-CUR-BATCH)
               END-IF
               IF F01-BTRL-HASH NUMERIC
                   MOVE F01-BTRL-HASH-N
                       TO W21-BAT-TRL-HASH (W22-CUR-BATCH)
               END-IF
               IF W21-BAT-OPEN (W22-CUR-BATCH)
                   IF F01-BTRL-BATCH-NO = W21-BAT-NUMBER (W22-CUR-BATCH)
                           AND F01-BTRL-COUNT NUMERIC
                           AND F01-BTRL-HASH NUMERIC
                           AND F01-BTRL-COUNT-N
                               = W21-BAT-RECORDS (W22-CUR-BATCH)
                           AND F01-BTRL-HASH-N
                               = W21-BAT-HASH (W22-CUR-BATCH)
                       MOVE 'B' TO W21-BAT-STATUS (W22-CUR-BATCH)
                   ELSE
                       MOVE 'U' TO W21-BAT-STATUS (W22-CUR-BATCH)
                   END-IF
               END-IF
           END-IF
           MOVE 'N' TO W22-IN-BATCH-SW
       .

       720-START-BATCH.
           IF W22-IN-BATCH
               PERFORM 740-CLOSE-BATCH
           END-IF
           ADD 1 TO W22-BATCH-SEQ
           ADD 1 TO W22-BATCHES-READ
           MOVE 'Y' TO W22-IN-BATCH-SW
           MOVE F01-BHDR-BATCH-NO TO W22-CUR-BATCH-NO
           MOVE F01-BHDR-OPERATOR TO W22-CUR-OPERATOR
           MOVE F01-BHDR-SOURCE TO W22-CUR-SOURCE
           MOVE F01-BHDR-DATE TO W22-CUR-DATE
           MOVE ZERO TO W22-CUR-APPLIED
           MOVE ZERO TO W22-CUR-REJECTED
           IF W22-BATCH-SEQ > W21-BATCH-COUNT
               MOVE ZERO TO W22-CUR-BATCH
               MOVE 'N' TO W22-ACCEPTED-SW
               MOVE 'RJ' TO W22-BATCH-REASON
           ELSE
               MOVE W22-BATCH-SEQ TO W22-CUR-BATCH
               PERFORM 725-SET-BATCH-DISPOSITION
           END-IF
           IF NOT W22-BATCH-ACCEPTED
               PERFORM 396-SUSPEND-BATCH-RECORD
           END-IF
       .

       725-SET-BATCH-DISPOSITION.
           IF W21-BAT-BALANCED (W22-CUR-BATCH)
               MOVE 'Y' TO W22-ACCEPTED-SW
               MOVE SPACES TO W22-BATCH-REASON
               IF W22-CUR-DATE = SPACES
                   MOVE W02-RUN-DATE TO W17-TRAN-DATE
               ELSE
                   MOVE W22-CUR-DATE TO W17-TRAN-DATE
               END-IF
               PERFORM 118-CHECK-TRAN-PERIOD
           ELSE
               MOVE 'N' TO W22-ACCEPTED-SW
               IF W21-BAT-DUPLICATE (W22-CUR-BATCH)
                   MOVE 'RG' TO W22-BATCH-REASON
               ELSE
                   IF W21-BAT-BAD-HEADER (W22-CUR-BATCH)
                       MOVE 'RH' TO W22-BATCH-REASON
                   ELSE
                       MOVE 'RF' TO W22-BATCH-REASON
                   END-IF
               END-IF
           END-IF
       .

       730-END-BATCH.
           IF NOT W22-IN-BATCH
               ADD 1 TO W05-TRANS-READ
               PERFORM 395-WRITE-REJECT-NO-BATCH
           ELSE
               IF NOT W22-BATCH-ACCEPTED
                   PERFORM 396-SUSPEND-BATCH-RECORD
               END-IF
               PERFORM 740-CLOSE-BATCH
           END-IF
       .

       740-CLOSE-BATCH.
           MOVE W22-CUR-BATCH-NO TO W22-BAT-NUMBER
           MOVE W22-CUR-OPERATOR TO W22-BAT-OPERATOR
           MOVE W22-CUR-SOURCE TO W22-BAT-SOURCE
           MOVE W22-CUR-DATE TO W22-BAT-DATE
           COMPUTE W22-BAT-RECORDS = W22-CUR-APPLIED + W22-CUR-REJECTED
           MOVE W22-CUR-APPLIED TO W22-BAT-APPLIED
           MOVE W22-CUR-REJECTED TO W22-BAT-REJECTED
           IF W22-BATCH-ACCEPTED
               ADD 1 TO W22-BATCHES-POSTED
               MOVE 'POSTED' TO W22-BAT-MESSAGE
               PERFORM 745-LOG-POSTED-BATCH
           ELSE
               ADD 1 TO W22-BATCHES-REJECTED
               PERFORM 742-SET-REJECT-MESSAGE
           END-IF
           MOVE W22-BATCH-DETAIL TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
           IF W22-BATCH-REASON = 'RF'
               PERFORM 743-WRITE-CONTROL-LINE
           END-IF
           PERFORM 750-ADD-OPERATOR-TOTALS
           MOVE 'N' TO W22-IN-BATCH-SW
           MOVE 'N' TO W22-ACCEPTED-SW
           MOVE SPACES TO W22-CUR-BATCH-NO
           MOVE SPACES TO W22-CUR-OPERATOR
           MOVE SPACES TO W22-CUR-SOURCE
           MOVE SPACES TO W22-BATCH-REASON
           MOVE W02-RUN-DATE TO W17-TRAN-DATE
           PERFORM 118-CHECK-TRAN-PERIOD
       .

       742-SET-REJECT-MESSAGE.
           IF W22-BATCH-REASON = 'RG'
               MOVE 'DUPLICATE BATCH - REJECTED' TO W22-BAT-MESSAGE
           ELSE
               IF W22-BATCH-REASON = 'RH'
                   MOVE 'BAD HEADER - REJECTED' TO W22-BAT-MESSAGE
               ELSE
                   IF W22-BATCH-REASON = 'RJ'
                       MOVE 'TABLE FULL - REJECTED' TO W22-BAT-MESSAGE
                   ELSE
                       MOVE 'OUT OF BALANCE - REJECTED'
                           TO W22-BAT-MESSAGE
                   END-IF
               END-IF
           END-IF
       .

       743-WRITE-CONTROL-LINE.
           MOVE W21-BAT-TRL-COUNT (W22-CUR-BATCH) TO W22-CTL-TRL-COUNT
           MOVE W21-BAT-TRL-HASH (W22-CUR-BATCH) TO W22-CTL-TRL-HASH
           MOVE W21-BAT-RECORDS (W22-CUR-BATCH) TO W22-CTL-BAT-COUNT
           MOVE W21-BAT-HASH (W22-CUR-BATCH) TO W22-CTL-BAT-HASH
           MOVE W22-BATCH-CONTROL-LINE TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
       .

       745-LOG-POSTED-BATCH.
           MOVE W22-CUR-BATCH-NO TO F37-BLOG-BATCH-NO
           MOVE W22-CUR-OPERATOR TO F37-BLOG-OPERATOR
           MOVE W22-CUR-SOURCE TO F37-BLOG-SOURCE
           MOVE W17-TRAN-DATE TO F37-BLOG-BATCH-DATE
           MOVE W02-RUN-DATE TO F37-BLOG-RUN-DATE
           MOVE W21-BAT-RECORDS (W22-CUR-BATCH) TO F37-BLOG-COUNT
           MOVE W21-BAT-HASH (W22-CUR-BATCH) TO F37-BLOG-HASH
           MOVE W22-CUR-APPLIED TO F37-BLOG-APPLIED
           MOVE W22-CUR-REJECTED TO F37-BLOG-REJECTED
           WRITE F37-BATCH-LOG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
       .

       750-ADD-OPERATOR-TOTALS.
           MOVE ZERO TO W23-OPER-SUB
           IF W23-OPER-COUNT > ZERO
               PERFORM 755-FIND-OPERATOR
                   VARYING W22-I FROM 1 BY 1
                   UNTIL W22-I > W23-OPER-COUNT
           END-IF
           IF W23-OPER-SUB = ZERO
               IF W23-OPER-COUNT < 50
                   ADD 1 TO W23-OPER-COUNT
                   MOVE W23-OPER-COUNT TO W23-OPER-SUB
                   MOVE W22-CUR-OPERATOR TO W23-OPER-ID (W23-OPER-SUB)
                   MOVE ZERO TO W23-OPER-BATCHES (W23-OPER-SUB)
                   MOVE ZERO TO W23-OPER-POSTED (W23-OPER-SUB)
                   MOVE ZERO TO W23-OPER-REJ-BATCHES (W23-OPER-SUB)
                   MOVE ZERO TO W23-OPER-APPLIED (W23-OPER-SUB)
                   MOVE ZERO TO W23-OPER-REJECTED (W23-OPER-SUB)
               ELSE
                   MOVE 'Y' TO W23-OVERFLOW-SW
               END-IF
           END-IF
           IF W23-OPER-SUB > ZERO
               ADD 1 TO W23-OPER-BATCHES (W23-OPER-SUB)
               IF W22-BATCH-ACCEPTED
                   ADD 1 TO W23-OPER-POSTED (W23-OPER-SUB)
               ELSE
                   ADD 1 TO W23-OPER-REJ-BATCHES (W23-OPER-SUB)
               END-IF
               ADD W22-CUR-APPLIED TO W23-OPER-APPLIED (W23-OPER-SUB)
               ADD W22-CUR-REJECTED TO W23-OPER-REJECTED (W23-OPER-SUB)
           END-IF
       .

       755-FIND-OPERATOR.
           IF W23-OPER-SUB = ZERO
                   AND W23-OPER-ID (W22-I) = W22-CUR-OPERATOR
               MOVE W22-I TO W23-OPER-SUB
           END-IF
       .

       760-PRINT-BATCH-TOTALS.
           MOVE W22-BATCHES-READ TO W22-BAT-READ-COUNT
           MOVE W22-BAT-READ-LINE TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
           MOVE W22-BATCHES-POSTED TO W22-BAT-POSTED-COUNT
           MOVE W22-BAT-POSTED-LINE TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
           MOVE W22-BATCHES-REJECTED TO W22-BAT-REJECT-COUNT
           MOVE W22-BAT-REJECT-LINE TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
           MOVE W22-UNBATCHED TO W22-UNBATCHED-COUNT
           MOVE W22-UNBATCHED-LINE TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
           MOVE W08-DASH TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
           MOVE W24-OPER-TITLE TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
           MOVE W24-OPER-HEADING TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
           IF W23-OPER-COUNT > ZERO
               PERFORM 765-PRINT-ONE-OPERATOR
                   VARYING W23-OPER-SUB FROM 1 BY 1
                   UNTIL W23-OPER-SUB > W23-OPER-COUNT
           END-IF
           IF W23-OPER-OVERFLOW
               MOVE W24-OPER-FULL-LINE TO F04-EDIT-REJECT-LINE
               WRITE F04-EDIT-REJECT-LINE
           END-IF
       .

       765-PRINT-ONE-OPERATOR.
           MOVE W23-OPER-ID (W23-OPER-SUB) TO W24-OPER-ID
           MOVE W23-OPER-BATCHES (W23-OPER-SUB) TO W24-OPER-BATCHES
           MOVE W23-OPER-POSTED (W23-OPER-SUB) TO W24-OPER-POSTED
           MOVE W23-OPER-REJ-BATCHES (W23-OPER-SUB)
               TO W24-OPER-REJ-BATCHES
           MOVE W23-OPER-APPLIED (W23-OPER-SUB) TO W24-OPER-APPLIED
           MOVE W23-OPER-REJECTED (W23-OPER-SUB) TO W24-OPER-REJECTED
           MOVE W24-OPER-DETAIL TO F04-EDIT-REJECT-LINE
           WRITE F04-EDIT-REJECT-LINE
       .

       800-APPLY-BUILD.
           MOVE SPACES TO W25-BUILD-REASON
           MOVE F01-TRAN-LOC TO F02-MAST-LOC
           MOVE F01-TRAN-PART TO F02-MAST-PART
           READ F02-INVMAST-FILE
               INVALID KEY
                   PERFORM 385-WRITE-REJECT-UNKNOWN-KEY
               NOT INVALID KEY
                   COMPUTE W25-KIT-RECV-NEW =
                           F02-MAST-RECEIVED + F01-TRAN-QTY-N
                   IF W25-KIT-RECV-NEW > 9999999
                       MOVE 'R7' TO W25-BUILD-REASON
                   ELSE
                       PERFORM 805-LOAD-BILL
                   END-IF
                   IF W25-BUILD-REASON = SPACES
                       PERFORM 815-CHECK-COMPONENTS
                   END-IF
                   IF W25-BUILD-REASON = SPACES
                       PERFORM 830-POST-BUILD
                   ELSE
                       PERFORM 397-WRITE-REJECT-BUILD
                   END-IF
           END-READ
       .

       805-LOAD-BILL.
           MOVE ZERO TO W25-COMP-COUNT
           MOVE SPACES TO W25-BOM-EOF-SW
           IF W09-BOM-FOUND
               MOVE F01-TRAN-PART TO F39-BOM-KIT
               MOVE LOW-VALUES TO F39-BOM-COMP
               START F39-BOM-FILE KEY NOT < F39-BOM-KEY
                   INVALID KEY
                       MOVE 'NO' TO W25-BOM-EOF-SW
               END-START
               IF W25-BOM-EOF-SW NOT = 'NO'
                   PERFORM 808-READ-NEXT-BOM
                   PERFORM 810-STORE-ONE-COMPONENT
                       UNTIL W25-BOM-EOF-SW = 'NO'
               END-IF
           END-IF
           IF W25-COMP-COUNT = ZERO AND W25-BUILD-REASON = SPACES
               MOVE 'RK' TO W25-BUILD-REASON
           END-IF
       .

       808-READ-NEXT-BOM.
           READ F39-BOM-FILE NEXT RECORD
               AT END MOVE 'NO' TO W25-BOM-EOF-SW
           END-READ
           IF W25-BOM-EOF-SW NOT = 'NO'
                   AND F39-BOM-KIT NOT = F01-TRAN-PART
               MOVE 'NO' TO W25-BOM-EOF-SW
           END-IF
       .

       810-STORE-ONE-COMPONENT.
           IF W25-COMP-COUNT < 50
               ADD 1 TO W25-COMP-COUNT
               MOVE F39-BOM-COMP TO W25-COMP-PART (W25-COMP-COUNT)
               MOVE F39-BOM-QTY-PER
                   TO W25-COMP-QTY-PER (W25-COMP-COUNT)
               PERFORM 808-READ-NEXT-BOM
           ELSE
               MOVE 'RN' TO W25-BUILD-REASON
               MOVE 'NO' TO W25-BOM-EOF-SW
           END-IF
       .

       815-CHECK-COMPONENTS.
           MOVE ZERO TO W25-ROLLUP-COST
           PERFORM 820-CHECK-ONE-COMPONENT
               VARYING W25-COMP-SUB FROM 1 BY 1
               UNTIL W25-COMP-SUB > W25-COMP-COUNT
               OR W25-BUILD-REASON NOT = SPACES
           IF W25-BUILD-REASON = SPACES
                   AND W25-ROLLUP-COST > 9999.99
               MOVE 'R7' TO W25-BUILD-REASON
           END-IF
       .

       820-CHECK-ONE-COMPONENT.
           COMPUTE W25-SHIP-NEW =
                   W25-COMP-QTY-PER (W25-COMP-SUB) * F01-TRAN-QTY-N
           IF W25-SHIP-NEW > 9999999
               MOVE 'R7' TO W25-BUILD-REASON
           ELSE
               MOVE W25-SHIP-NEW TO W25-COMP-NEED (W25-COMP-SUB)
               MOVE F01-TRAN-LOC TO F02-MAST-LOC
               MOVE W25-COMP-PART (W25-COMP-SUB) TO F02-MAST-PART
               READ F02-INVMAST-FILE
                   INVALID KEY
                       MOVE 'RM' TO W25-BUILD-REASON
                   NOT INVALID KEY
                       PERFORM 825-CHECK-COMPONENT-STOCK
               END-READ
           END-IF
       .

       825-CHECK-COMPONENT-STOCK.
           COMPUTE W25-AVAILABLE =
                   F02-MAST-ON-HAND + F02-MAST-RECEIVED
                   - F02-MAST-SHIPPED
           COMPUTE W25-SHIP-NEW =
                   F02-MAST-SHIPPED + W25-COMP-NEED (W25-COMP-SUB)
           IF W25-AVAILABLE < W25-COMP-NEED (W25-COMP-SUB)
               MOVE 'RL' TO W25-BUILD-REASON
           ELSE
               IF W25-SHIP-NEW > 9999999
                   MOVE 'R7' TO W25-BUILD-REASON
               ELSE
                   MOVE F02-MAST-PRICE
                       TO W25-COMP-PRICE (W25-COMP-SUB)
                   COMPUTE W25-ROLLUP-COST = W25-ROLLUP-COST
                           + W25-COMP-QTY-PER (W25-COMP-SUB)
                           * F02-MAST-PRICE
               END-IF
           END-IF
       .

       830-POST-BUILD.
           MOVE F01-INVTRAN-RECORD TO W25-BUILD-IMAGE
           PERFORM 835-RELIEVE-ONE-COMPONENT
               VARYING W25-COMP-SUB FROM 1 BY 1
               UNTIL W25-COMP-SUB > W25-COMP-COUNT
           MOVE W25-BUILD-IMAGE TO F01-INVTRAN-RECORD
           MOVE F01-TRAN-LOC TO F02-MAST-LOC
           MOVE F01-TRAN-PART TO F02-MAST-PART
           READ F02-INVMAST-FILE
               INVALID KEY
                   PERFORM 385-WRITE-REJECT-UNKNOWN-KEY
               NOT INVALID KEY
                   PERFORM 840-ADD-KIT-QUANTITY
           END-READ
       .

       835-RELIEVE-ONE-COMPONENT.
           MOVE W25-COMP-PART (W25-COMP-SUB) TO F01-TRAN-PART
           MOVE W25-COMP-NEED (W25-COMP-SUB) TO F01-TRAN-QTY-N
           MOVE F01-TRAN-LOC TO F02-MAST-LOC
           MOVE F01-TRAN-PART TO F02-MAST-PART
           READ F02-INVMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD F01-TRAN-QTY-N TO F02-MAST-SHIPPED
                   REWRITE F02-INVMAST-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD F01-TRAN-QTY-N TO W25-COMP-RELIEVED
                           MOVE F01-TRAN-LOC TO W18-DRAW-LOC
                           MOVE SPACES TO W18-DRAW-TO-LOC
                           PERFORM 620-DRAW-LOTS-FIFO
                           PERFORM 667-POST-GL-BUILD-COMPONENT
                   END-REWRITE
           END-READ
       .

       840-ADD-KIT-QUANTITY.
           MOVE F02-MAST-PRICE TO W10-OLD-PRICE
           COMPUTE W10-PRIOR-SIGNED =
                   F02-MAST-ON-HAND + F02-MAST-RECEIVED
                   - F02-MAST-SHIPPED
           IF W10-PRIOR-SIGNED < ZERO
               MOVE ZERO TO W10-PRIOR-QTY
           ELSE
               MOVE W10-PRIOR-SIGNED TO W10-PRIOR-QTY
           END-IF
           COMPUTE W10-TOTAL-QTY = W10-PRIOR-QTY + F01-TRAN-QTY-N
           COMPUTE W25-BUILD-VALUE = F01-TRAN-QTY-N * W25-ROLLUP-COST
           IF W10-TOTAL-QTY > ZERO
               COMPUTE W10-NEW-PRICE ROUNDED =
                   (W10-PRIOR-QTY * F02-MAST-PRICE + W25-BUILD-VALUE)
                   / W10-TOTAL-QTY
           ELSE
               MOVE W25-ROLLUP-COST TO W10-NEW-PRICE
           END-IF
           ADD F01-TRAN-QTY-N TO F02-MAST-RECEIVED
           MOVE W10-NEW-PRICE TO F02-MAST-PRICE
           REWRITE F02-INVMAST-RECORD
               INVALID KEY
                   PERFORM 385-WRITE-REJECT-UNKNOWN-KEY
               NOT INVALID KEY
                   ADD 1 TO W05-TRANS-APPLIED
                   ADD 1 TO W25-BUILDS-APPLIED
                   ADD F01-TRAN-QTY-N TO W25-KITS-BUILT
                   PERFORM 845-WRITE-BUILD-COST-LINE
                   PERFORM 665-POST-GL-BUILD-KIT
           END-REWRITE
       .

       845-WRITE-BUILD-COST-LINE.
           MOVE F02-MAST-PART TO W11-REV-PART
           MOVE F02-MAST-LOC TO W11-REV-LOC
           MOVE W10-OLD-PRICE TO W11-REV-OLD-PRICE
           MOVE W25-ROLLUP-COST TO W11-REV-RCPT-PRICE
           MOVE W10-NEW-PRICE TO W11-REV-NEW-PRICE
           MOVE W11-REVAL-DETAIL TO F05-COST-REVAL-LINE
           WRITE F05-COST-REVAL-LINE
           ADD 1 TO W10-REVAL-COUNT
       .
