AUTHOR. Derrick Strong.
DATE-WRITTEN.August 22nd 2026
ENVIRONMENT DIVISION.
*> Month-end late-fee assessment: walk the master and fine each account
*> that missed the minimum payment its last statement asked for by the
*> due date that statement gave (StatementDue.dat, judged by
*> MINDUECHK.cob) - once per missed statement. An account with no
*> stated terms on file yet is fined on its delinquent status as
*> before. The fee is a percentage of the balance (with a floor and a
*> cap), posted through the balance ledger, with an assessment
*> register. The fee arithmetic runs through
*> GETSUM.cob so a seven-digit balance can never silently overflow -
*> a size error skips the account onto the register as an exception.
INPUT-OUTPUT SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLIDNum
           FILE STATUS IS WSPlanFileStatus.
       *> The statement terms - marked once a missed minimum is fined
       SELECT DueFile ASSIGN TO "StatementDue.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDKey
           FILE STATUS IS WSDueFileStatus.

DATA DIVISION.
FILE SECTION.
       *> A deceased account takes no new charges
       02 DeceasedFlag PIC X(01).
           88 CustDeceased VALUE "Y".
       *> Date of death through the branch code - carried for fit
       02 FILLER PIC X(59).
       *> An account under a bankruptcy stay takes no new charges
       02 BankruptcyFlag PIC X(01).
           88 BankruptcyStay VALUE "B", "D".
       *> Reserved for future fields
       02 FILLER PIC X(24).

FD FeeRegister.
01 FeeRegisterLine PIC X(80).
           88 PlanCurrent VALUE "A".
       02 FILLER PIC X(15).

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
           88 SDFeeAssessed VALUE "Y".
       02 FILLER PIC X(20).

*> One line per balance movement - must match orderposting.cob's layout
FD BalanceHistory.
01 BalanceHistoryRecord.
01 WSFeeRemainder PIC S9(7)V99.
01 WSSumReturnCode PIC 9.
01 WSOldBalance PIC S9(7)V99.
*> Open invoice disputes - the disputed amount is never fined
01 WSDisputedAmt PIC 9(7)V99.
*> Register counts and totals
01 WSAssessedCount PIC 9(08) VALUE ZERO.
01 WSSkippedCount PIC 9(08) VALUE ZERO.
01 WSCustomerFileStatus PIC X(02).
01 WSFeeRegisterStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
01 WSPlanFileStatus PIC X(02).
*> Y while the site has a plan file - a site without one fines as ever
01 WSPlanFileOpen PIC X VALUE "N".
01 WSOnCurrentPlan PIC X.
01 WSDueFileStatus PIC X(02).
*> Minimum-payment verdict staging - see MINDUECHK.cob
01 WSTermsFound PIC X(01).
01 WSDueMonth PIC 9(06).
01 WSDueDate PIC 9(08).
01 WSMinimumDue PIC 9(7)V99.
01 WSPaidTowardMin PIC 9(7)V99.
01 WSMissedMinimum PIC X(01).
01 WSPastDueSince PIC 9(08).
*> Y when this account is due a fee this run
01 WSFeeDue PIC X(01).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "latefeeassess".
       WRITE FeeRegisterLine
       MOVE "============================" TO FeeRegisterLine
       WRITE FeeRegisterLine
       MOVE ZERO TO IDNum
       MOVE "Y" TO WSMoreRecords
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CustomerFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND NOT CustDeleted
               PERFORM CheckFeeDue
               IF WSFeeDue = "Y"
                   PERFORM AssessOneAccount
               END-IF
           END-IF
       END-PERFORM
           PERFORM WriteFeeDetail
           EXIT PARAGRAPH
       END-IF
       *> The court's automatic stay - nothing new is charged to an
       *> account in bankruptcy, discharged or not
       IF BankruptcyStay
           ADD 1 TO WSSkippedCount
           MOVE ZERO TO WSFeeAmount
           MOVE "SKIPPED - BANKRUPTCY" TO FeeNote
           PERFORM WriteFeeDetail
           EXIT PARAGRAPH
       END-IF
       *> An account faithfully paying its plan is left alone - the
       *> monitor lifts this the moment an installment is missed
       PERFORM CheckOnCurrentPlan
           PERFORM WriteFeeDetail
           EXIT PARAGRAPH
       END-IF
       *> Whatever the customer has under open dispute is held back -
       *> the fee runs on the undisputed rest, if there is any
       CALL 'DISPUTEAMT' USING IDNum, WSDisputedAmt
       COMPUTE WSFeeBase = AccountBalance - WSDisputedAmt
       IF WSFeeBase NOT > ZERO
           ADD 1 TO WSSkippedCount
           MOVE ZERO TO WSFeeAmount
           MOVE "SKIPPED - IN DISPUTE" TO FeeNote
           PERFORM WriteFeeDetail
           EXIT PARAGRAPH
       END-IF
       CALL 'GETSUM' USING "M", WSFeeBase, WSFeeRateTimes100,
           WSFeeRaw, WSFeeRemainder, WSSumReturnCode
       IF WSSumReturnCode = ZERO
                   ADD WSFeeAmount TO WSTotalFees
                   PERFORM WriteBalanceHistory
                   CALL 'CUSTJRNL' USING WSOpsProgram, CustomerData
                   PERFORM MarkFeeAssessed
                   MOVE "ASSESSED" TO FeeNote
                   PERFORM WriteFeeDetail
           END-REWRITE
       END-IF.

*> The stated terms decide: the latest statement whose due date has
*> passed must have had its minimum missed, and not already been
*> fined. Without terms on file the delinquent status decides.
CheckFeeDue.
       MOVE "N" TO WSFeeDue
       CALL 'MINDUECHK' USING IDNum, WSRunDate, WSTermsFound, WSDueMonth,
           WSDueDate, WSMinimumDue, WSPaidTowardMin, WSMissedMinimum,
           WSPastDueSince
       IF WSTermsFound NOT = "Y"
           IF AcctIsDelinquent
               MOVE "Y" TO WSFeeDue
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF WSMissedMinimum NOT = "Y"
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT DueFile
       IF WSDueFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE IDNum TO SDIDNum
       MOVE WSDueMonth TO SDStmtMonth
       READ DueFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF NOT SDFeeAssessed
                   MOVE "Y" TO WSFeeDue
               END-IF
       END-READ
       CLOSE DueFile.

*> The missed statement carries the fee mark, so the next run (or a
*> rerun tonight) never fines the same missed minimum twice
MarkFeeAssessed.
       IF WSTermsFound NOT = "Y"
           EXIT PARAGRAPH
       END-IF
       OPEN I-O DueFile
       IF WSDueFileStatus NOT = "00"
           DISPLAY "Warning: StatementDue.dat Open Status "
               WSDueFileStatus
           EXIT PARAGRAPH
       END-IF
       MOVE IDNum TO SDIDNum
       MOVE WSDueMonth TO SDStmtMonth
       READ DueFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               SET SDFeeAssessed TO TRUE
               REWRITE StatementDueRecord
                   INVALID KEY
                       DISPLAY "Warning: StatementDue.dat Rewrite "
                           "Failed " IDNum
               END-REWRITE
       END-READ
       CLOSE DueFile.

CheckOnCurrentPlan.
       MOVE "N" TO WSOnCurrentPlan
       IF WSPlanFileOpen = "Y"
       MOVE WSOldBalance TO BHOldBalance
       MOVE WSFeeAmount TO BHAmount
       MOVE AccountBalance TO BHNewBalance
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord.

PrintRegisterFooter.
