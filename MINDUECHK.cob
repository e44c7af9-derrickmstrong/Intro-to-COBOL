       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    MINDUECHK.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Shared minimum-payment test: the payment terms customerstatements.cob
*> stated on each statement (StatementDue.dat - due date and minimum
*> due, per customer per statement month) are held against the payments
*> BalanceHistory.dat shows arriving between the statement date and the
*> due date. Hands back the latest statement whose due date has passed,
*> whether its minimum was missed, and - for aging - the due date that
*> began the customer's current unbroken run of missed minimums. A
*> customer with no stated terms on file comes back not-found, and the
*> caller keeps its older rule.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DueFile ASSIGN TO "StatementDue.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDKey
           FILE STATUS IS WSDueFileStatus.
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.

DATA DIVISION.
FILE SECTION.
*> Must match customerstatements.cob's StatementDueRecord layout
FD DueFile.
01 StatementDueRecord.
       02 SDKey.
           03 SDIDNum PIC 9(08).
           03 SDStmtMonth PIC 9(06).
       02 SDCycle PIC 9(01).
       02 SDStmtDate PIC 9(08).
       02 SDDueDate PIC 9(08).
       02 SDStmtBalance PIC S9(7)V99.
       02 SDMinimumDue PIC 9(7)V99.
       02 SDFeeFlag PIC X(01).
       02 FILLER PIC X(20).

*> Must match orderposting.cob's BalanceHistoryRecord layout
FD BalanceHistory.
01 BalanceHistoryRecord.
       02 BHIDNum PIC 9(8).
       02 FILLER PIC X.
       *> Define End of File
       88 BHEOF VALUE HIGH-VALUES.
       02 BHDate PIC 9(08).
       02 FILLER PIC X.
       02 BHSource PIC X(12).
       02 FILLER PIC X.
       02 BHOldBalance PIC S9(7)V99.
       02 FILLER PIC X.
       02 BHAmount PIC S9(7)V99.
       02 FILLER PIC X.
       02 BHNewBalance PIC S9(7)V99.
       02 FILLER PIC X(22).

WORKING-STORAGE SECTION.
01 WSDueFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
01 WSMoreRecords PIC X.
*> The customer's matured statements, oldest first - the last two
*> years is all the run of missed minimums ever needs
01 WSTermCount PIC 9(02) VALUE ZERO.
01 TermTable.
       02 TermEntry OCCURS 0 TO 24 TIMES DEPENDING ON WSTermCount
                  INDEXED BY TermIdx.
           03 TabStmtMonth PIC 9(06).
           03 TabStmtDate PIC 9(08).
           03 TabDueDate PIC 9(08).
           03 TabMinimumDue PIC 9(7)V99.
           03 TabPaid PIC 9(7)V99.
01 WSPayMagnitude PIC 9(7)V99.
LINKAGE SECTION.
       01  LIDNum PIC 9(08).
*> The day being judged - normally the caller's run date
       01  LAsOfDate PIC 9(08).
*> Y = stated terms on file, N = caller keeps its older rule
       01  LTermsFound PIC X(01).
*> The latest statement whose due date has passed, and its terms
       01  LDueMonth PIC 9(06).
       01  LDueDate PIC 9(08).
       01  LMinimumDue PIC 9(7)V99.
       01  LPaidTowardMin PIC 9(7)V99.
*> Y = that statement's minimum was not paid by its due date
       01  LMissed PIC X(01).
*> Due date that began the current run of missed minimums, zero if
*> the latest matured minimum was met
       01  LPastDueSince PIC 9(08).

PROCEDURE DIVISION USING LIDNum, LAsOfDate, LTermsFound, LDueMonth,
       LDueDate, LMinimumDue, LPaidTowardMin, LMissed, LPastDueSince.
       MOVE "N" TO LTermsFound.
       MOVE "N" TO LMissed.
       MOVE ZERO TO LDueMonth, LDueDate, LMinimumDue, LPaidTowardMin.
       MOVE ZERO TO LPastDueSince.
       MOVE ZERO TO WSTermCount.
       OPEN INPUT DueFile.
       IF WSDueFileStatus NOT = "00"
           *> No statement terms on this system yet
           EXIT PROGRAM
       END-IF
       PERFORM LoadMaturedTerms.
       CLOSE DueFile.
       IF WSTermCount = ZERO
           EXIT PROGRAM
       END-IF
       MOVE "Y" TO LTermsFound.
       PERFORM SumPaymentsByWindow.
       PERFORM VARYING TermIdx FROM 1 BY 1 UNTIL TermIdx > WSTermCount
           IF TabMinimumDue(TermIdx) > ZERO
               AND TabPaid(TermIdx) < TabMinimumDue(TermIdx)
               IF LPastDueSince = ZERO
                   MOVE TabDueDate(TermIdx) TO LPastDueSince
               END-IF
               MOVE "Y" TO LMissed
           ELSE
               MOVE ZERO TO LPastDueSince
               MOVE "N" TO LMissed
           END-IF
           MOVE TabStmtMonth(TermIdx) TO LDueMonth
           MOVE TabDueDate(TermIdx) TO LDueDate
           MOVE TabMinimumDue(TermIdx) TO LMinimumDue
           MOVE TabPaid(TermIdx) TO LPaidTowardMin
       END-PERFORM.

*> Call EXIT PROGRAM instead of STOP RUN for subroutines/linkage files
EXIT PROGRAM.

*> Every statement for the customer whose due date is already behind
*> the judging date - the oldest drop off once the table is full
LoadMaturedTerms.
       MOVE LIDNum TO SDIDNum
       MOVE ZERO TO SDStmtMonth
       MOVE "Y" TO WSMoreRecords
       START DueFile KEY IS NOT LESS THAN SDKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ DueFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF SDIDNum NOT = LIDNum
                   MOVE "N" TO WSMoreRecords
               ELSE
                   IF SDDueDate < LAsOfDate
                       PERFORM KeepOneTerm
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

KeepOneTerm.
       IF WSTermCount = 24
           PERFORM VARYING TermIdx FROM 1 BY 1 UNTIL TermIdx > 23
               MOVE TermEntry(TermIdx + 1) TO TermEntry(TermIdx)
           END-PERFORM
       ELSE
           ADD 1 TO WSTermCount
       END-IF
       MOVE SDStmtMonth TO TabStmtMonth(WSTermCount)
       MOVE SDStmtDate TO TabStmtDate(WSTermCount)
       MOVE SDDueDate TO TabDueDate(WSTermCount)
       MOVE SDMinimumDue TO TabMinimumDue(WSTermCount)
       MOVE ZERO TO TabPaid(WSTermCount).

*> One ledger pass: each payment counts toward the statement whose
*> window - after the statement date, up to and including the due
*> date - it arrived in
SumPaymentsByWindow.
       OPEN INPUT BalanceHistory
       IF WSBalanceHistoryStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ BalanceHistory
           AT END SET BHEOF TO TRUE
       END-READ
       PERFORM UNTIL BHEOF
           IF BHIDNum = LIDNum AND BHSource = "PAYMENT"
               AND BHAmount < ZERO
               COMPUTE WSPayMagnitude = ZERO - BHAmount
               PERFORM VARYING TermIdx FROM 1 BY 1
                   UNTIL TermIdx > WSTermCount
                   IF BHDate > TabStmtDate(TermIdx)
                       AND BHDate NOT > TabDueDate(TermIdx)
                       ADD WSPayMagnitude TO TabPaid(TermIdx)
                   END-IF
               END-PERFORM
           END-IF
           READ BalanceHistory
               AT END SET BHEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE BalanceHistory.

*> Note: This is a called subprogram, not a standalone main program - build it
*> as a module for the caller to link against, not as its own executable.
