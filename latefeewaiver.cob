*> under a reason code as a FEEWAIVER movement, and recorded on
*> WaivedFees.dat with the approving operator's ID. The ad-hoc balance
*> fiddle with no trace retires here; waivedfeereport.cob shows
*> management the goodwill given and who gives it. A fee over the
*> two-person threshold is queued through CHGQUEUE.cob and only comes
*> off when a second operator approves it in changeapproval.cob.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
01 WSOperatorFileStatus PIC X(02).
01 WSWaivedFeeStatus PIC X(02).
*> After-image journal staging - see CUSTJRNL.cob
01 WSJrnlProgram PIC X(20) VALUE "latefeewaiver".
*> Two-person approval hand-off - must match CHGQUEUE.cob's
*> LChangeRequest layout
01 ChangeRequest.
       02 CRType PIC X(06).
       02 CRIDNum PIC 9(08).
       02 CRAmount PIC 9(7)V999.
       02 CROldValue PIC 9(7)V999.
       02 CRNewValue PIC 9(7)V999.
       02 CRRefNumber PIC 9(08).
       02 CRRefDate PIC 9(08).
       02 CRAction PIC X(01).
       02 CRReason PIC X(24).
       02 CRKeyedBy PIC X(08).
       02 CRChangeNo PIC 9(06).
01 WSChgResult PIC X(01).
    88 ChgApplyNow VALUE "A".
    88 ChgQueued VALUE "Q".
    88 ChgDuplicate VALUE "D".

PROCEDURE DIVISION.
StartPara.
                       ELSE
                           PERFORM CollectReasonCode
                           IF WSReasonGood = "Y"
                               PERFORM GateFeeWaiver
                           END-IF
                       END-IF
                   END-IF
               MOVE "N" TO WSReasonGood
       END-EVALUATE.

*> A fee over the two-person threshold waits on PendingChanges.dat
*> for a second operator; anything smaller comes off right away
GateFeeWaiver.
       MOVE SPACES TO ChangeRequest
       MOVE "WAIVER" TO CRType
       MOVE IDNum TO CRIDNum
       MOVE WSFeeAmount TO CRAmount
       MOVE WSFeeAmount TO CROldValue
       MOVE ZERO TO CRNewValue
       MOVE ZERO TO CRRefNumber
       MOVE WSFeeDate TO CRRefDate
       MOVE WSReasonCode TO CRReason
       MOVE WSOperatorID TO CRKeyedBy
       CALL 'CHGQUEUE' USING ChangeRequest, WSChgResult
       EVALUATE TRUE
           WHEN ChgApplyNow
               PERFORM ReverseTheFee
           WHEN ChgQueued
               DISPLAY "Waiver Queued For Second-Operator Approval - "
                   "Change " CRChangeNo
           WHEN ChgDuplicate
               DISPLAY "Refused: Waiver " CRChangeNo
                   " Is Already Awaiting Approval"
           WHEN OTHER
               DISPLAY "Refused: Waiver Could Not Be Queued"
       END-EVALUATE.

*> The reversal: balance comes down, a FEEWAIVER movement lands on the
*> ledger, and the register line carries the approving operator
ReverseTheFee.
       MOVE WSOldBalance TO BHOldBalance
       MOVE WSWaiveAmount TO BHAmount
       MOVE AccountBalance TO BHNewBalance
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord
       CLOSE BalanceHistory.

