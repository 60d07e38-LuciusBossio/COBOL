       IDENTIFICATION DIVISION.
       PROGRAM-ID.       BOSSIO-GL-JRNL.
       AUTHOR.           LUCIUS-BOSSIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F32-GL-MOVEMENT-FILE
                                   ASSIGN TO 'GLMOVE.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W09-MOVE-STATUS.
           SELECT F33-ACCOUNT-TABLE ASSIGN TO 'GLACCT.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W09-ACCT-STATUS.
           SELECT F34-JOURNAL-FILE ASSIGN TO 'GLJRNL.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F35-PROOF-REPORT ASSIGN TO 'GLPROOF.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F05-VALUATION-EXTRACT ASSIGN TO 'ASSTVAL.CSV'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W09-VAL-STATUS.
           SELECT OPTIONAL F36-PRIOR-VALUE-FILE
                                   ASSIGN TO 'GLVALUE.DAT'
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS W09-PRIOR-STATUS.
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
       FD  F32-GL-MOVEMENT-FILE
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS F32-GL-MOVEMENT-RECORD.
       01  F32-GL-MOVEMENT-RECORD.
           05  F32-GLM-DATE        PIC X(8).
           05  F32-GLM-CLASS       PIC X(1).
               88  F32-GLM-TO-ACCRUAL      VALUE 'R' 'V' 'N'.
               88  F32-GLM-TO-COGS         VALUE 'S' 'C'.
               88  F32-GLM-TO-SHRINK       VALUE 'A'.
           05  F32-GLM-PART        PIC X(20).
           05  F32-GLM-LOC         PIC X(6).
           05  F32-GLM-CATEGORY    PIC X(4).
           05  F32-GLM-SIGN        PIC X(1).
               88  F32-GLM-INCREASE        VALUE '+'.
               88  F32-GLM-DECREASE        VALUE '-'.
           05  F32-GLM-QTY         PIC 9(7).
           05  F32-GLM-VALUE       PIC 9(11)V99.
           05  F32-GLM-OTHER-LOC   PIC X(6).

       FD  F33-ACCOUNT-TABLE
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS F33-ACCOUNT-RECORD.
       01  F33-ACCOUNT-RECORD.
           05  F33-ACCT-CATEGORY   PIC X(4).
           05  F33-ACCT-LOC        PIC X(6).
           05  F33-ACCT-INVENTORY  PIC X(10).
           05  F33-ACCT-ACCRUAL    PIC X(10).
           05  F33-ACCT-COGS       PIC X(10).
           05  F33-ACCT-SHRINK     PIC X(10).
           05  F33-ACCT-CLEARING   PIC X(10).

       FD  F34-JOURNAL-FILE
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS F34-JOURNAL-RECORD.
       01  F34-JOURNAL-RECORD.
           05  F34-JRN-DATE        PIC X(8).
           05  F34-JRN-SEQ         PIC 9(7).
           05  F34-JRN-ACCOUNT     PIC X(10).
           05  F34-JRN-DR-CR       PIC X(1).
           05  F34-JRN-AMOUNT      PIC 9(11)V99.
           05  F34-JRN-CLASS       PIC X(1).
           05  F34-JRN-PART        PIC X(20).
           05  F34-JRN-LOC         PIC X(6).
           05  F34-JRN-CATEGORY    PIC X(4).
           05  F34-JRN-QTY         PIC 9(7).

       FD  F35-PROOF-REPORT
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS F35-PROOF-LINE.
       01  F35-PROOF-LINE          PIC X(100).

       FD  F05-VALUATION-EXTRACT
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS F05-VALUATION-REC.
       01  F05-VALUATION-REC.
           05  F05-VAL-LABEL       PIC X(12).
           05  F05-VAL-GRAND       PIC 9(11).99.
           05                      PIC X(54).

       FD  F36-PRIOR-VALUE-FILE
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS F36-PRIOR-VALUE-RECORD.
       01  F36-PRIOR-VALUE-RECORD.
           05  F36-PRIOR-DATE      PIC X(8).
           05  F36-PRIOR-VALUE     PIC 9(11)V99.

       FD  F12-PARM-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS F12-PARM-RECORD.
       01  F12-PARM-RECORD.
           05  F12-PARM-RUN-DATE   PIC X(8).

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
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS S01-SORT-RECORD.
       01  S01-SORT-RECORD.
           05  S01-SORT-ACCOUNT    PIC X(10).
           05  S01-SORT-DR-CR      PIC X(1).
           05  S01-SORT-AMOUNT     PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  W01-EOF-SWITCH      PIC X(2)    VALUE SPACES.

       01  W02-NAME.
           05                  PIC X(25)   VALUE SPACES.
           05                  PIC X(35)
                       VALUE 'GENERAL LEDGER JOURNAL PROOF'.
           05                  PIC X(10)   VALUE 'RUN DATE'.
           05  W02-RUN-DATE    PIC X(8)    VALUE SPACES.
           05                  PIC X(22)   VALUE SPACES.

       01  W03-HEADING.
           05                  PIC X(14)   VALUE 'ACCOUNT'.
           05                  PIC X(18)   VALUE '        DEBITS'.
           05                  PIC X(18)   VALUE '       CREDITS'.
           05                  PIC X(50)   VALUE 'NOTE'.

       01  W04-PROOF-DETAIL.
           05  W04-PRF-ACCOUNT     PIC X(10).
           05                      PIC X(4)    VALUE SPACES.
           05  W04-PRF-DEBITS      PIC Z(10)9.99.
           05                      PIC X(4)    VALUE SPACES.
           05  W04-PRF-CREDITS     PIC Z(10)9.99.
           05                      PIC X(4)    VALUE SPACES.
           05  W04-PRF-NOTE        PIC X(20).
           05                      PIC X(30)   VALUE SPACES.

       01  W05-TOTAL-LINES.
           05  W05-MOVES-LINE.
               10                  PIC X(40)
                                   VALUE 'MOVEMENTS JOURNALED'.
               10  W05-MOVES-COUNT PIC Z(6)9.
           05  W05-BAD-SIGN-LINE.
               10                  PIC X(40)
                       VALUE 'MOVEMENTS WITH BAD SIGN - NOT POSTED'.
               10  W05-BAD-SIGN-COUNT
                                   PIC Z(6)9.
           05  W05-UNMAPPED-LINE.
               10                  PIC X(40)
                                   VALUE 'MOVEMENTS WITH NO GL MAPPING'.
               10  W05-UNMAPPED-COUNT
                                   PIC Z(6)9.
           05  W05-LINES-LINE.
               10                  PIC X(40)
                                   VALUE 'JOURNAL LINES WRITTEN'.
               10  W05-LINES-COUNT PIC Z(6)9.
           05  W05-DEBITS-LINE.
               10                  PIC X(40)
                                   VALUE 'TOTAL DEBITS'.
               10  W05-DEBITS-TOTAL
                                   PIC Z(12)9.99.
           05  W05-CREDITS-LINE.
               10                  PIC X(40)
                                   VALUE 'TOTAL CREDITS'.
               10  W05-CREDITS-TOTAL
                                   PIC Z(12)9.99.

       01  W06-JOURNAL-COUNTERS.
           05  W06-MOVEMENTS       PIC 9(7)    VALUE ZERO.
           05  W06-BAD-SIGN        PIC 9(7)    VALUE ZERO.
           05  W06-UNMAPPED        PIC 9(7)    VALUE ZERO.
           05  W06-JOURNAL-LINES   PIC 9(7)    VALUE ZERO.

       01  W07-PROOF-FIELDS.
           05  W07-PREV-ACCOUNT    PIC X(10)   VALUE SPACES.
           05  W07-FIRST-RECORD-SW PIC X       VALUE 'Y'.
               88  W07-FIRST-RECORD            VALUE 'Y'.
           05  W07-ACCT-DEBITS     PIC 9(13)V99
                                               VALUE ZERO.
           05  W07-ACCT-CREDITS    PIC 9(13)V99
                                               VALUE ZERO.
           05  W07-TOTAL-DEBITS    PIC 9(13)V99
                                               VALUE ZERO.
           05  W07-TOTAL-CREDITS   PIC 9(13)V99
                                               VALUE ZERO.
           05  W07-NET-ACTIVITY    PIC S9(13)V99
                                               VALUE ZERO.

       01  W08-DASH.
           05                      PIC X(40)   VALUE SPACES.
           05                      PIC X(10)   VALUE '----------'.
           05                      PIC X(50)   VALUE SPACES.

       01  W09-FILE-STATUSES.
           05  W09-MOVE-STATUS     PIC XX      VALUE SPACES.
           05  W09-ACCT-STATUS     PIC XX      VALUE SPACES.
           05  W09-VAL-STATUS      PIC XX      VALUE SPACES.
           05  W09-PRIOR-STATUS    PIC XX      VALUE SPACES.
           05  W09-PARM-STATUS     PIC XX      VALUE SPACES.
           05  W09-VAL-SWITCH      PIC X       VALUE 'Y'.
               88  W09-VAL-FOUND               VALUE 'Y'.
           05  W09-PRIOR-SWITCH    PIC X       VALUE 'N'.
               88  W09-PRIOR-FOUND             VALUE 'Y'.

       01  W10-RETURN-FIELDS.
           05  W10-RETURN-CODE     PIC 9(4)    VALUE ZERO.
           05  W10-POSTED-SW       PIC X       VALUE 'N'.
               88  W10-JOURNAL-POSTED          VALUE 'Y'.

       01  W11-ACCOUNT-TABLE.
           05  W11-ACCT-COUNT      PIC 9(3)    VALUE ZERO.
           05  W11-ACCT-ENTRY      OCCURS 200 TIMES.
               10  W11-ACCT-CATEGORY   PIC X(4).
               10  W11-ACCT-LOC        PIC X(6).
               10  W11-ACCT-INVENTORY  PIC X(10).
               10  W11-ACCT-ACCRUAL    PIC X(10).
               10  W11-ACCT-COGS       PIC X(10).
               10  W11-ACCT-SHRINK     PIC X(10).
               10  W11-ACCT-CLEARING   PIC X(10).

       01  W12-MAPPING-FIELDS.
           05  W12-I               PIC S9(4)   VALUE ZERO.
           05  W12-BEST-I          PIC S9(4)   VALUE ZERO.
           05  W12-LEVEL           PIC 9       VALUE ZERO.
           05  W12-BEST-LEVEL      PIC 9       VALUE ZERO.
           05  W12-INV-ACCOUNT     PIC X(10)   VALUE SPACES.
           05  W12-OFFSET-ACCOUNT  PIC X(10)   VALUE SPACES.
           05  W12-LINE-ACCOUNT    PIC X(10)   VALUE SPACES.
           05  W12-LINE-DR-CR      PIC X(1)    VALUE SPACES.
           05  W12-TABLE-EOF-SW    PIC X(2)    VALUE SPACES.
           05  W12-OVERFLOW-SW     PIC X       VALUE 'N'.
               88  W12-TABLE-OVERFLOW          VALUE 'Y'.

       01  W13-RECONCILE-FIELDS.
           05  W13-CURRENT-VALUE   PIC 9(11)V99
                                               VALUE ZERO.
           05  W13-PRIOR-VALUE     PIC 9(11)V99
                                               VALUE ZERO.
           05  W13-PRIOR-DATE      PIC X(8)    VALUE SPACES.
           05  W13-VALUE-CHANGE    PIC S9(13)V99
                                               VALUE ZERO.
           05  W13-DIFFERENCE      PIC S9(13)V99
                                               VALUE ZERO.

       01  W14-RECONCILE-LINES.
           05  W14-RECON-HEADING   PIC X(100)
                                   VALUE 'VALUATION RECONCILIATION'.
           05  W14-PRIOR-LINE.
               10                  PIC X(30)
                                   VALUE 'PRIOR ASSTVAL GRAND TOTAL'.
               10  W14-PRIOR-DATE  PIC X(10).
               10  W14-PRIOR-VALUE PIC -(12)9.99.
           05  W14-CURRENT-LINE.
               10                  PIC X(40)
                                   VALUE 'CURRENT ASSTVAL GRAND TOTAL'.
               10  W14-CURRENT-VALUE
                                   PIC -(12)9.99.
           05  W14-CHANGE-LINE.
               10                  PIC X(40)
                                   VALUE 'CHANGE IN VALUATION'.
               10  W14-CHANGE-VALUE
                                   PIC -(12)9.99.
           05  W14-ACTIVITY-LINE.
               10                  PIC X(40)
                       VALUE 'NET INVENTORY JOURNAL ACTIVITY'.
               10  W14-ACTIVITY-VALUE
                                   PIC -(12)9.99.
           05  W14-DIFFERENCE-LINE.
               10                  PIC X(40)
                                   VALUE 'UNRECONCILED DIFFERENCE'.
               10  W14-DIFFERENCE-VALUE
                                   PIC -(12)9.99.

       01  W15-MESSAGE-LINES.
           05  W15-BALANCED-LINE   PIC X(100)
                                   VALUE '*** JOURNAL IN BALANCE ***'.
           05  W15-UNBALANCED-LINE PIC X(100)
               VALUE '*** JOURNAL OUT OF BALANCE - STEP FAILED ***'.
           05  W15-NO-ACCT-LINE    PIC X(100)
               VALUE '*** GL ACCOUNT TABLE NOT AVAILABLE ***'.
           05  W15-TABLE-FULL-LINE PIC X(100)
               VALUE '*** WARNING - GL ACCOUNT TABLE FULL ***'.
           05  W15-NO-VAL-LINE     PIC X(100)
               VALUE '*** NO CURRENT VALUATION - NOT RECONCILED ***'.
           05  W15-NO-PRIOR-LINE   PIC X(100)
               VALUE '*** NO PRIOR VALUATION - NOT RECONCILED ***'.

       01  W30-RUN-CONTROL.
           05  W30-CTL-FILE-STATUS PIC XX      VALUE SPACES.
           05  W30-STEP-NAME       PIC X(12)   VALUE 'GLJRNL'.
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
               MOVE W30-BLOCK-MESSAGE TO F35-PROOF-LINE
               WRITE F35-PROOF-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               SORT S01-SORT-FILE
                   ON ASCENDING KEY S01-SORT-ACCOUNT
                   ON ASCENDING KEY S01-SORT-DR-CR
                   INPUT PROCEDURE IS 300-JOURNAL-MOVEMENTS
                       THRU 349-JOURNAL-MOVEMENTS-EXIT
                   OUTPUT PROCEDURE IS 400-PROVE-JOURNAL
                       THRU 499-PROVE-JOURNAL-EXIT
               PERFORM 600-PRINT-TOTALS
               PERFORM 620-RECONCILE-VALUATION
               PERFORM 650-SET-RETURN-CODE
               IF W10-RETURN-CODE < 8
                   MOVE 'Y' TO W10-POSTED-SW
                   PERFORM 950-STAMP-STEP-END
               END-IF
               MOVE W10-RETURN-CODE TO RETURN-CODE
           END-IF
           PERFORM 500-CLOSE-FILES
           IF W10-JOURNAL-POSTED
               PERFORM 700-RESET-CONTROL-FILES
           END-IF
       STOP RUN
       .

       100-OPEN-FILES.
           OPEN INPUT F32-GL-MOVEMENT-FILE
           OPEN INPUT F33-ACCOUNT-TABLE
           OPEN INPUT F12-PARM-FILE
           OPEN OUTPUT F34-JOURNAL-FILE
                       F35-PROOF-REPORT
           PERFORM 110-READ-PARM-CARD
           PERFORM 120-LOAD-ACCOUNT-TABLE
           PERFORM 130-READ-PRIOR-VALUE
           PERFORM 140-READ-CURRENT-VALUE
       .

       110-READ-PARM-CARD.
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

       120-LOAD-ACCOUNT-TABLE.
           IF W09-ACCT-STATUS NOT = '35'
               MOVE SPACES TO W12-TABLE-EOF-SW
               PERFORM 125-LOAD-ONE-ACCOUNT
                   UNTIL W12-TABLE-EOF-SW = 'NO'
               CLOSE F33-ACCOUNT-TABLE
           END-IF
       .

       125-LOAD-ONE-ACCOUNT.
           READ F33-ACCOUNT-TABLE
               AT END MOVE 'NO' TO W12-TABLE-EOF-SW
               NOT AT END
                   IF W11-ACCT-COUNT < 200
                       ADD 1 TO W11-ACCT-COUNT
                       MOVE F33-ACCOUNT-RECORD
                           TO W11-ACCT-ENTRY (W11-ACCT-COUNT)
                   ELSE
                       MOVE 'Y' TO W12-OVERFLOW-SW
                   END-IF
           END-READ
       .

       130-READ-PRIOR-VALUE.
           OPEN INPUT F36-PRIOR-VALUE-FILE
           READ F36-PRIOR-VALUE-FILE
               AT END
                   MOVE 'N' TO W09-PRIOR-SWITCH
               NOT AT END
                   IF F36-PRIOR-VALUE NUMERIC
                       MOVE 'Y' TO W09-PRIOR-SWITCH
                       MOVE F36-PRIOR-DATE TO W13-PRIOR-DATE
                       MOVE F36-PRIOR-VALUE TO W13-PRIOR-VALUE
                   END-IF
           END-READ
           CLOSE F36-PRIOR-VALUE-FILE
       .

       140-READ-CURRENT-VALUE.
           OPEN INPUT F05-VALUATION-EXTRACT
           IF W09-VAL-STATUS = '35'
               MOVE 'N' TO W09-VAL-SWITCH
           ELSE
               MOVE 'N' TO W09-VAL-SWITCH
               MOVE SPACES TO W01-EOF-SWITCH
               PERFORM 145-READ-VALUATION-LINE
                   UNTIL W01-EOF-SWITCH = 'NO'
               MOVE SPACES TO W01-EOF-SWITCH
               CLOSE F05-VALUATION-EXTRACT
           END-IF
       .

       145-READ-VALUATION-LINE.
           READ F05-VALUATION-EXTRACT
               AT END MOVE 'NO' TO W01-EOF-SWITCH
               NOT AT END
                   IF F05-VAL-LABEL = 'GRAND TOTAL,'
                       MOVE F05-VAL-GRAND TO W13-CURRENT-VALUE
                       MOVE 'Y' TO W09-VAL-SWITCH
                   END-IF
           END-READ
       .

       200-WRITE-HEADING-LINES.
           MOVE W02-NAME TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
           MOVE SPACES TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
           IF W09-ACCT-STATUS = '35'
               MOVE W15-NO-ACCT-LINE TO F35-PROOF-LINE
               WRITE F35-PROOF-LINE
           END-IF
           IF W12-TABLE-OVERFLOW
               MOVE W15-TABLE-FULL-LINE TO F35-PROOF-LINE
               WRITE F35-PROOF-LINE
           END-IF
           MOVE W03-HEADING TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
       .

       300-JOURNAL-MOVEMENTS.
           PERFORM 310-READ-MOVEMENT
           PERFORM 315-JOURNAL-ONE-MOVEMENT
               UNTIL W01-EOF-SWITCH = 'NO'
           MOVE SPACES TO W01-EOF-SWITCH
           GO TO 349-JOURNAL-MOVEMENTS-EXIT
       .

       310-READ-MOVEMENT.
           READ F32-GL-MOVEMENT-FILE
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-READ
       .

       315-JOURNAL-ONE-MOVEMENT.
           IF NOT F32-GLM-INCREASE AND NOT F32-GLM-DECREASE
                   OR F32-GLM-VALUE NOT NUMERIC
               ADD 1 TO W06-BAD-SIGN
           ELSE
               ADD 1 TO W06-MOVEMENTS
               PERFORM 320-FIND-ACCOUNTS
               IF F32-GLM-INCREASE
                   ADD F32-GLM-VALUE TO W07-NET-ACTIVITY
                   MOVE W12-INV-ACCOUNT TO W12-LINE-ACCOUNT
                   MOVE 'D' TO W12-LINE-DR-CR
                   PERFORM 340-WRITE-JOURNAL-LINE
                   MOVE W12-OFFSET-ACCOUNT TO W12-LINE-ACCOUNT
                   MOVE 'C' TO W12-LINE-DR-CR
                   PERFORM 340-WRITE-JOURNAL-LINE
               ELSE
                   SUBTRACT F32-GLM-VALUE FROM W07-NET-ACTIVITY
                   MOVE W12-OFFSET-ACCOUNT TO W12-LINE-ACCOUNT
                   MOVE 'D' TO W12-LINE-DR-CR
                   PERFORM 340-WRITE-JOURNAL-LINE
                   MOVE W12-INV-ACCOUNT TO W12-LINE-ACCOUNT
                   MOVE 'C' TO W12-LINE-DR-CR
                   PERFORM 340-WRITE-JOURNAL-LINE
               END-IF
           END-IF
           PERFORM 310-READ-MOVEMENT
       .

       320-FIND-ACCOUNTS.
           MOVE ZERO TO W12-BEST-LEVEL
           MOVE ZERO TO W12-BEST-I
           IF W11-ACCT-COUNT > ZERO
               PERFORM 325-MATCH-ONE-ACCOUNT
                   VARYING W12-I FROM 1 BY 1
                   UNTIL W12-I > W11-ACCT-COUNT
           END-IF
           MOVE SPACES TO W12-INV-ACCOUNT
           MOVE SPACES TO W12-OFFSET-ACCOUNT
           IF W12-BEST-LEVEL > ZERO
               PERFORM 330-SELECT-ACCOUNTS
           END-IF
           IF W12-INV-ACCOUNT = SPACES
                   OR W12-OFFSET-ACCOUNT = SPACES
               ADD 1 TO W06-UNMAPPED
               IF W12-INV-ACCOUNT = SPACES
                   MOVE 'UNMAPPED' TO W12-INV-ACCOUNT
               END-IF
               IF W12-OFFSET-ACCOUNT = SPACES
                   MOVE 'UNMAPPED' TO W12-OFFSET-ACCOUNT
               END-IF
           END-IF
       .

       325-MATCH-ONE-ACCOUNT.
           MOVE ZERO TO W12-LEVEL
           IF W11-ACCT-CATEGORY (W12-I) = F32-GLM-CATEGORY
               IF W11-ACCT-LOC (W12-I) = F32-GLM-LOC
                   MOVE 4 TO W12-LEVEL
               ELSE
                   IF W11-ACCT-LOC (W12-I) = SPACES
                       MOVE 3 TO W12-LEVEL
                   END-IF
               END-IF
           ELSE
               IF W11-ACCT-CATEGORY (W12-I) = SPACES
                   IF W11-ACCT-LOC (W12-I) = F32-GLM-LOC
                       MOVE 2 TO W12-LEVEL
                   ELSE
                       IF W11-ACCT-LOC (W12-I) = SPACES
                           MOVE 1 TO W12-LEVEL
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF W12-LEVEL > W12-BEST-LEVEL
               MOVE W12-LEVEL TO W12-BEST-LEVEL
               MOVE W12-I TO W12-BEST-I
           END-IF
       .

       330-SELECT-ACCOUNTS.
           MOVE W11-ACCT-INVENTORY (W12-BEST-I) TO W12-INV-ACCOUNT
           IF F32-GLM-TO-ACCRUAL
               MOVE W11-ACCT-ACCRUAL (W12-BEST-I)
                   TO W12-OFFSET-ACCOUNT
           ELSE
               IF F32-GLM-TO-COGS
                   MOVE W11-ACCT-COGS (W12-BEST-I)
                       TO W12-OFFSET-ACCOUNT
               ELSE
                   IF F32-GLM-TO-SHRINK
                       MOVE W11-ACCT-SHRINK (W12-BEST-I)
                           TO W12-OFFSET-ACCOUNT
                   ELSE
                       MOVE W11-ACCT-CLEARING (W12-BEST-I)
                           TO W12-OFFSET-ACCOUNT
                   END-IF
               END-IF
           END-IF
       .

       340-WRITE-JOURNAL-LINE.
           ADD 1 TO W06-JOURNAL-LINES
           MOVE F32-GLM-DATE TO F34-JRN-DATE
           MOVE W06-JOURNAL-LINES TO F34-JRN-SEQ
           MOVE W12-LINE-ACCOUNT TO F34-JRN-ACCOUNT
           MOVE W12-LINE-DR-CR TO F34-JRN-DR-CR
           MOVE F32-GLM-VALUE TO F34-JRN-AMOUNT
           MOVE F32-GLM-CLASS TO F34-JRN-CLASS
           MOVE F32-GLM-PART TO F34-JRN-PART
           MOVE F32-GLM-LOC TO F34-JRN-LOC
           MOVE F32-GLM-CATEGORY TO F34-JRN-CATEGORY
           MOVE F32-GLM-QTY TO F34-JRN-QTY
           WRITE F34-JOURNAL-RECORD
           MOVE W12-LINE-ACCOUNT TO S01-SORT-ACCOUNT
           MOVE W12-LINE-DR-CR TO S01-SORT-DR-CR
           MOVE F32-GLM-VALUE TO S01-SORT-AMOUNT
           RELEASE S01-SORT-RECORD
       .

       349-JOURNAL-MOVEMENTS-EXIT.
           EXIT.

       400-PROVE-JOURNAL.
           PERFORM 410-RETURN-SORTED-LINE
           PERFORM 420-ADD-ONE-LINE
               UNTIL W01-EOF-SWITCH = 'NO'
           IF NOT W07-FIRST-RECORD
               PERFORM 430-PRINT-ACCOUNT-LINE
           END-IF
           GO TO 499-PROVE-JOURNAL-EXIT
       .

       410-RETURN-SORTED-LINE.
           RETURN S01-SORT-FILE
               AT END MOVE 'NO' TO W01-EOF-SWITCH
           END-RETURN
       .

       420-ADD-ONE-LINE.
           IF W07-FIRST-RECORD
               MOVE S01-SORT-ACCOUNT TO W07-PREV-ACCOUNT
               MOVE 'N' TO W07-FIRST-RECORD-SW
           ELSE
               IF S01-SORT-ACCOUNT NOT = W07-PREV-ACCOUNT
                   PERFORM 430-PRINT-ACCOUNT-LINE
                   MOVE S01-SORT-ACCOUNT TO W07-PREV-ACCOUNT
               END-IF
           END-IF
           IF S01-SORT-DR-CR = 'D'
               ADD S01-SORT-AMOUNT TO W07-ACCT-DEBITS
               ADD S01-SORT-AMOUNT TO W07-TOTAL-DEBITS
           ELSE
               ADD S01-SORT-AMOUNT TO W07-ACCT-CREDITS
               ADD S01-SORT-AMOUNT TO W07-TOTAL-CREDITS
           END-IF
           PERFORM 410-RETURN-SORTED-LINE
       .

       430-PRINT-ACCOUNT-LINE.
           MOVE W07-PREV-ACCOUNT TO W04-PRF-ACCOUNT
           MOVE W07-ACCT-DEBITS TO W04-PRF-DEBITS
           MOVE W07-ACCT-CREDITS TO W04-PRF-CREDITS
           IF W07-PREV-ACCOUNT = 'UNMAPPED'
               MOVE '*** NO GL MAPPING' TO W04-PRF-NOTE
           ELSE
               MOVE SPACES TO W04-PRF-NOTE
           END-IF
           MOVE W04-PROOF-DETAIL TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
           MOVE ZERO TO W07-ACCT-DEBITS
           MOVE ZERO TO W07-ACCT-CREDITS
       .

       499-PROVE-JOURNAL-EXIT.
           EXIT.

       500-CLOSE-FILES.
           CLOSE   F32-GL-MOVEMENT-FILE
                   F34-JOURNAL-FILE
                   F35-PROOF-REPORT
       .

       600-PRINT-TOTALS.
           MOVE W08-DASH TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
           MOVE W06-MOVEMENTS TO W05-MOVES-COUNT
           MOVE W05-MOVES-LINE TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
           MOVE W06-BAD-SIGN TO W05-BAD-SIGN-COUNT
           MOVE W05-BAD-SIGN-LINE TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
           MOVE W06-UNMAPPED TO W05-UNMAPPED-COUNT
           MOVE W05-UNMAPPED-LINE TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
           MOVE W06-JOURNAL-LINES TO W05-LINES-COUNT
           MOVE W05-LINES-LINE TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
           MOVE W07-TOTAL-DEBITS TO W05-DEBITS-TOTAL
           MOVE W05-DEBITS-LINE TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
           MOVE W07-TOTAL-CREDITS TO W05-CREDITS-TOTAL
           MOVE W05-CREDITS-LINE TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
           IF W07-TOTAL-DEBITS = W07-TOTAL-CREDITS
               MOVE W15-BALANCED-LINE TO F35-PROOF-LINE
           ELSE
               MOVE W15-UNBALANCED-LINE TO F35-PROOF-LINE
           END-IF
           WRITE F35-PROOF-LINE
       .

       620-RECONCILE-VALUATION.
           MOVE SPACES TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
           MOVE W14-RECON-HEADING TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
           MOVE ZERO TO W13-DIFFERENCE
           IF NOT W09-VAL-FOUND
               MOVE W15-NO-VAL-LINE TO F35-PROOF-LINE
               WRITE F35-PROOF-LINE
           ELSE
               IF NOT W09-PRIOR-FOUND
                   MOVE W15-NO-PRIOR-LINE TO F35-PROOF-LINE
                   WRITE F35-PROOF-LINE
                   MOVE W13-CURRENT-VALUE TO W14-CURRENT-VALUE
                   MOVE W14-CURRENT-LINE TO F35-PROOF-LINE
                   WRITE F35-PROOF-LINE
               ELSE
                   PERFORM 630-PRINT-RECONCILIATION
               END-IF
           END-IF
       .

       630-PRINT-RECONCILIATION.
           COMPUTE W13-VALUE-CHANGE =
                   W13-CURRENT-VALUE - W13-PRIOR-VALUE
           COMPUTE W13-DIFFERENCE =
                   W13-VALUE-CHANGE - W07-NET-ACTIVITY
           MOVE W13-PRIOR-DATE TO W14-PRIOR-DATE
           MOVE W13-PRIOR-VALUE TO W14-PRIOR-VALUE
           MOVE W14-PRIOR-LINE TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
           MOVE W13-CURRENT-VALUE TO W14-CURRENT-VALUE
           MOVE W14-CURRENT-LINE TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
           MOVE W13-VALUE-CHANGE TO W14-CHANGE-VALUE
           MOVE W14-CHANGE-LINE TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
           MOVE W07-NET-ACTIVITY TO W14-ACTIVITY-VALUE
           MOVE W14-ACTIVITY-LINE TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
           MOVE W13-DIFFERENCE TO W14-DIFFERENCE-VALUE
           MOVE W14-DIFFERENCE-LINE TO F35-PROOF-LINE
           WRITE F35-PROOF-LINE
       .

       650-SET-RETURN-CODE.
           IF W07-TOTAL-DEBITS NOT = W07-TOTAL-CREDITS
               MOVE 8 TO W10-RETURN-CODE
           ELSE
               IF W06-UNMAPPED > ZERO
                       OR W06-BAD-SIGN > ZERO
                       OR W13-DIFFERENCE NOT = ZERO
                   MOVE 4 TO W10-RETURN-CODE
               ELSE
                   MOVE ZERO TO W10-RETURN-CODE
               END-IF
           END-IF
       .

       700-RESET-CONTROL-FILES.
           OPEN OUTPUT F32-GL-MOVEMENT-FILE
           CLOSE F32-GL-MOVEMENT-FILE
           OPEN OUTPUT F36-PRIOR-VALUE-FILE
           IF W09-VAL-FOUND
               MOVE W02-RUN-DATE TO F36-PRIOR-DATE
               MOVE W13-CURRENT-VALUE TO F36-PRIOR-VALUE
               WRITE F36-PRIOR-VALUE-RECORD
           END-IF
           CLOSE F36-PRIOR-VALUE-FILE
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
                       MOVE W10-RETURN-CODE TO F22-CTL-RC
                       REWRITE F22-RUN-CONTROL-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
               CLOSE F22-RUN-CONTROL-FILE
           END-IF
       .
