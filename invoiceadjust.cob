*> the original numbers visible forever, and the offsetting movement
*> goes through Customer.txt and BalanceHistory.dat so the register,
*> the tax report, and the GL feed all stay truthful. No more
*> hand-waving the difference in a customer note. Adjustments are
*> keyed by a signed-on operator, and one over the two-person
*> threshold is queued through CHGQUEUE.cob until a second operator
*> approves it in changeapproval.cob.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> I-O to mark/reduce headers in place, then EXTEND to append
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.
       *> One line per operator: ID, password, role, status - every
       *> adjustment records who keyed it
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
       *> (applypayments.cob names these; spaces everywhere else)
       02 FILLER PIC X(22).

*> Must match operatoradmin.cob's OperatorRecord layout
FD OperatorFile.
01 OperatorRecord.
       02 OperID PIC X(08).
       02 FILLER PIC X.
       02 OperPassword PIC X(10).
       02 FILLER PIC X.
       *> A=Admin F=Full Maintenance I=Inquiry Only
       02 OperRole PIC X(01).
       *> Define End of File
       88 OperEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       02 OperStatus PIC X(01).
           88 OperActive VALUE "A".
           88 OperDisabled VALUE "D".
       02 FILLER PIC X.
       *> The operator's branch assignment - carried for layout fit
       02 OperBranch PIC X(03).

WORKING-STORAGE SECTION.
*> Things we will need to track
01 StayOpen PIC X VALUE 'Y'.
01 CustExists PIC X.
01 WSRunDate PIC 9(08).
*> Sign-on state - adjustments always carry the keying operator
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
01 WSTargetInvoice PIC 9(08).
01 WSInvoiceFound PIC X.
*> Separate from found: a declined or failed action still ends the
01 WSInvoiceFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
01 WSOperatorFileStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
*> After-image journal staging - see CUSTJRNL.cob
01 WSJrnlProgram PIC X(20) VALUE "invoiceadjust".
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
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       MOVE "N" TO WSAuthorized.
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       PERFORM VerifyOperator
       IF NOT Authorized
           DISPLAY "Access Denied: Adjustments Need A Signed-On Operator"
           GOBACK
       END-IF
       OPEN I-O CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status "
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> The real sign-on against Operators.dat - the keying operator's ID
*> is what keeps them from approving their own queued adjustment
VerifyOperator.
       DISPLAY "Operator ID: " WITH NO ADVANCING
       ACCEPT WSEnteredOperID
       DISPLAY "Password: " WITH NO ADVANCING
       ACCEPT WSEnteredPassword
       OPEN INPUT OperatorFile
       IF WSOperatorFileStatus NOT = "00"
           DISPLAY "Operators.dat Open Status " WSOperatorFileStatus
           EXIT PARAGRAPH
       END-IF
       READ OperatorFile
           AT END SET OperEOF TO TRUE
       END-READ
       PERFORM UNTIL OperEOF
           IF OperID = WSEnteredOperID
               AND OperPassword = WSEnteredPassword
               AND OperActive
               MOVE "Y" TO WSAuthorized
               MOVE OperID TO WSOperatorID
           END-IF
           READ OperatorFile
               AT END SET OperEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE OperatorFile.

AdjustOneInvoice.
       DISPLAY " "
       DISPLAY "Enter Invoice Number: " WITH NO ADVANCING
       EVALUATE TRUE
           WHEN WSActionAnswer = "V" OR WSActionAnswer = "v"
               MOVE IhTotal TO WSAdjAmount
               MOVE "V" TO WSActionAnswer
               PERFORM GateAdjustment
               IF WSAdjAmount = ZERO
                   EXIT PARAGRAPH
               END-IF
               SET InvVoided TO TRUE
               REWRITE InvoiceRecord
               IF WSInvoiceFileStatus NOT = "00"
                   *> A short pre-widening line can't take the
               END-IF
           WHEN WSActionAnswer = "A" OR WSActionAnswer = "a"
               PERFORM CollectPartialAmount
               IF WSAdjAmount > ZERO
                   MOVE "P" TO WSActionAnswer
                   PERFORM GateAdjustment
               END-IF
               IF WSAdjAmount > ZERO
                   *> The tax share of the removed amount comes off
                   *> the tax bucket so the tax report stays truthful
               DISPLAY "No Action Taken"
       END-EVALUATE.

*> An adjustment over the two-person threshold waits on
*> PendingChanges.dat for a second operator - the header is left as
*> it stands and nothing is posted until then
GateAdjustment.
       MOVE SPACES TO ChangeRequest
       MOVE "INVADJ" TO CRType
       MOVE IhIDNum TO CRIDNum
       MOVE WSAdjAmount TO CRAmount
       MOVE IhTotal TO CROldValue
       MOVE WSAdjAmount TO CRNewValue
       MOVE IhInvNumber TO CRRefNumber
       MOVE IhInvDate TO CRRefDate
       MOVE WSActionAnswer TO CRAction
       MOVE WSReasonCode TO CRReason
       MOVE WSOperatorID TO CRKeyedBy
       CALL 'CHGQUEUE' USING ChangeRequest, WSChgResult
       IF NOT ChgApplyNow
           MOVE ZERO TO WSAdjAmount
           EVALUATE TRUE
               WHEN ChgQueued
                   DISPLAY "Adjustment Queued For Second-Operator "
                       "Approval - Change " CRChangeNo
               WHEN ChgDuplicate
                   DISPLAY "Refused: Adjustment " CRChangeNo
                       " Is Already Awaiting Approval"
               WHEN OTHER
                   DISPLAY "Refused: Adjustment Could Not Be Queued"
           END-EVALUATE
       END-IF.

CollectReasonCode.
       MOVE "Y" TO WSReasonGood
       DISPLAY "Reason Code (KEY/PRC/DMG/DUP/OTH): " WITH NO ADVANCING
               MOVE WSOldBalance TO BHOldBalance
               MOVE WSAdjAmount2 TO BHAmount
               MOVE AccountBalance TO BHNewBalance
               *> A movement dated into a closed month rolls into the open one
               CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
                   "R", WSPeriodResult
               WRITE BalanceHistoryRecord
               CALL 'CUSTJRNL' USING WSJrnlProgram, CustomerData
       END-REWRITE.
