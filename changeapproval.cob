       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    changeapproval.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Second-operator approval of the manual changes CHGQUEUE.cob held
*> back: credit limits (SetCreditLimit in randomlyaccessdata.cob and
*> limitapply.cob), late-fee waivers (latefeewaiver.cob) and invoice
*> voids and adjustments (invoiceadjust.cob) whose size went over the
*> DUALAPPROVALAMT threshold. An Admin operator works the queue on
*> PendingChanges.dat and approves or rejects each one - never one
*> they keyed themselves. An approved change is applied here exactly
*> the way the keying program would have applied it, after checking
*> that nothing has moved underneath it since it was keyed; a change
*> that no longer fits is left pending to be rejected and re-keyed.
*> changequeuereport.cob lists the queue with both operators' IDs.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PendingChangeFile ASSIGN TO "PendingChanges.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PQChangeNo
           FILE STATUS IS WSPendingChangeStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       SELECT AuditLog ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditLogStatus.
       *> One line per operator: ID, password, role, status - the
       *> approver is always a real, named second operator
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.
       *> Appended to when an approved waiver or adjustment posts
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.
       SELECT WaivedFeeFile ASSIGN TO "WaivedFees.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSWaivedFeeStatus.
       *> I-O to mark/reduce the header in place, then EXTEND to append
       *> the adjustment trail record - never both at once
       SELECT InvoiceFile ASSIGN TO "InvoiceFile.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceFileStatus.

DATA DIVISION.
FILE SECTION.
*> Must match CHGQUEUE.cob's PendingChangeRecord layout
FD PendingChangeFile.
01 PendingChangeRecord.
       02 PQChangeNo PIC 9(06).
       02 PQType PIC X(06).
       02 PQIDNum PIC 9(08).
       02 PQAmount PIC 9(7)V999.
       02 PQOldValue PIC 9(7)V999.
       02 PQNewValue PIC 9(7)V999.
       02 PQRefNumber PIC 9(08).
       02 PQRefDate PIC 9(08).
       02 PQAction PIC X(01).
       02 PQReason PIC X(24).
       02 PQStatus PIC X(01).
           88 PQPending VALUE "P".
           88 PQApproved VALUE "A".
           88 PQRejected VALUE "R".
       02 PQKeyedBy PIC X(08).
       02 PQKeyedDate PIC 9(08).
       02 PQDecidedBy PIC X(08).
       02 PQDecisionDate PIC 9(08).
       02 FILLER PIC X(20).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
           88 CustActive VALUE "A".
           88 CustDeleted VALUE "D".
       02 AcctStatusCode PIC X(01).
       02 DateOfBirth PIC 9(08).
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle - carried for layout fit
       02 FILLER PIC X(01).
       02 CreditLimit PIC 9(7)V99.
       *> Debit consent through the extension - carried for fit
       02 FILLER PIC X(220).

*> Must match randomlyaccessdata.cob's AuditRecord layout
FD AuditLog.
01 AuditRecord.
       02 AuditTimestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 AuditOperation PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 AuditIDNum PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 AuditOldFirstName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 AuditOldLastName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 AuditNewFirstName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 AuditNewLastName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 AuditOperatorID PIC X(08).

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

*> One line per balance movement - must match orderposting.cob's layout
FD BalanceHistory.
01 BalanceHistoryRecord.
       02 BHIDNum PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 BHDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 BHSource PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 BHOldBalance PIC S9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 BHAmount PIC S9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 BHNewBalance PIC S9(7)V99.
       *> Payment reference and method - carved for cash application
       *> (applypayments.cob names these; spaces everywhere else)
       02 FILLER PIC X(22).

*> Must match latefeewaiver.cob's WaivedFeeRecord layout
FD WaivedFeeFile.
01 WaivedFeeRecord.
       02 WFDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       *> Define End of File, for the duplicate-waiver re-read
       88 WFEOF VALUE HIGH-VALUES.
       02 WFOperator PIC X(08).
       02 FILLER PIC X VALUE SPACE.
       02 WFIDNum PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 WFFeeDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 WFAmount PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 WFReason PIC X(02).

*> Must match invoiceadjust.cob's InvoiceFile layouts
FD InvoiceFile.
01 InvoiceRecord PIC X(80).
       88 InvEOF VALUE HIGH-VALUES.
01 InvoiceHeaderRecord REDEFINES InvoiceRecord.
       02 IhRecordType PIC X(01).
       02 IhInvNumber PIC 9(08).
       02 IhIDNum PIC 9(08).
       02 IhInvDate PIC 9(08).
       02 IhJurisdiction PIC X(02).
       02 IhCurrency PIC X(03).
       02 IhSubtotal PIC 9(7)V999.
       02 IhTax PIC 9(7)V999.
       02 IhTotal PIC 9(7)V999.
       02 IhStatusFlag PIC X(01).
           88 InvOpen VALUE "O".
           88 InvPaid VALUE "P".
           88 InvVoided VALUE "V".
       02 IhPaidAmount PIC 9(7)V999.
       02 FILLER PIC X(09).
01 InvoiceAdjRecord REDEFINES InvoiceRecord.
       02 IaRecordType PIC X(01).
       02 IaInvNumber PIC 9(08).
       02 IaAdjDate PIC 9(08).
       02 IaReasonCode PIC X(03).
       02 IaAction PIC X(01).
       02 IaOldTotal PIC 9(7)V999.
       02 IaAdjAmount PIC 9(7)V999.
       02 FILLER PIC X(39).

WORKING-STORAGE SECTION.
*> Things we will need to track
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CustExists PIC X.
01 ChangeExists PIC X.
01 WSMoreRecords PIC X.
01 WSTodayDate PIC 9(08).
01 WSQueueCount PIC 9(05).
*> Sign-on state - every decision carries a real second operator
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSOperatorRole PIC X(01) VALUE SPACE.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
01 WSDecision PIC X(01).
*> Set by the apply paragraphs - Y once the change is on the books
01 WSChangeApplied PIC X(01).
*> The posting in hand for the ledger and the customer record
01 WSMoveAmount PIC S9(7)V99.
01 WSOldBalance PIC S9(7)V99.
01 WSMoveSource PIC X(12).
01 WSAdjTax PIC 9(7)V999.
01 WSAlreadyWaived PIC X.
01 WSInvoiceFound PIC X.
01 WSDispAmount PIC $$,$$$,$$9.99.
01 WSDispOld PIC $$,$$$,$$9.99.
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
*> After-image journal staging - see CUSTJRNL.cob
01 WSJrnlProgram PIC X(20) VALUE "changeapproval".
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSPendingChangeStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSAuditLogStatus PIC X(02).
01 WSOperatorFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
01 WSWaivedFeeStatus PIC X(02).
01 WSInvoiceFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       MOVE "N" TO WSAuthorized.
       ACCEPT WSTodayDate FROM DATE YYYYMMDD.
       PERFORM VerifyOperator
       IF NOT Authorized
           DISPLAY "Access Denied: Approvals Need A Signed-On Operator"
           GOBACK
       END-IF
       IF WSOperatorRole NOT = "A"
           DISPLAY "Access Denied: Only Admin Operators Approve Changes"
           GOBACK
       END-IF
       OPEN I-O PendingChangeFile.
       IF WSPendingChangeStatus NOT = "00"
           DISPLAY "No Changes Awaiting Approval - Status "
               WSPendingChangeStatus
           GOBACK
       END-IF
       OPEN I-O CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       OPEN EXTEND AuditLog.
       IF WSAuditLogStatus = "35"
           OPEN OUTPUT AuditLog
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "TWO-PERSON CHANGE APPROVAL"
               DISPLAY "1 : Changes Awaiting Approval"
               DISPLAY "2 : Approve Or Reject A Change"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM ListPendingChanges
                    WHEN 2 PERFORM DecideChange
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE PendingChangeFile, CustomerFile, AuditLog.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> The real sign-on against Operators.dat - no shared-password
*> fallback here, because the whole point is a second, named operator
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
               MOVE OperRole TO WSOperatorRole
           END-IF
           READ OperatorFile
               AT END SET OperEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE OperatorFile.

*> Every change still waiting, oldest first - the ones this operator
*> keyed are marked, since someone else has to decide those
ListPendingChanges.
       MOVE ZERO TO WSQueueCount
       DISPLAY " "
       DISPLAY "CHANGE  TYPE    CUSTOMER            AMOUNT  KEYED BY "
           "ON"
       MOVE LOW-VALUES TO PendingChangeRecord
       MOVE "Y" TO WSMoreRecords
       START PendingChangeFile KEY IS NOT LESS THAN PQChangeNo
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ PendingChangeFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND PQPending
               ADD 1 TO WSQueueCount
               MOVE PQAmount TO WSDispAmount
               IF PQKeyedBy = WSOperatorID
                   DISPLAY PQChangeNo "  " PQType "  " PQIDNum "  "
                       WSDispAmount "  " PQKeyedBy " " PQKeyedDate
                       " (Yours)"
               ELSE
                   DISPLAY PQChangeNo "  " PQType "  " PQIDNum "  "
                       WSDispAmount "  " PQKeyedBy " " PQKeyedDate
               END-IF
           END-IF
       END-PERFORM
       DISPLAY "Changes Waiting: " WSQueueCount.

*> One change: shown in full, then approved (and applied), rejected,
*> or left for later. The keying operator is refused outright.
DecideChange.
       MOVE "Y" TO ChangeExists
       DISPLAY " "
       DISPLAY "Enter Change Number: " WITH NO ADVANCING
       ACCEPT PQChangeNo
       READ PendingChangeFile
           INVALID KEY MOVE "N" TO ChangeExists
       END-READ
       IF ChangeExists = "N"
           DISPLAY "No Such Change On The Queue"
           EXIT PARAGRAPH
       END-IF
       IF NOT PQPending
           DISPLAY "Already Decided (" PQStatus ") On " PQDecisionDate
               " By " PQDecidedBy
           EXIT PARAGRAPH
       END-IF
       IF PQKeyedBy = WSOperatorID
           DISPLAY "Refused: You Keyed This Change - A Second Operator "
               "Must Decide It"
           EXIT PARAGRAPH
       END-IF
       PERFORM ShowChange
       DISPLAY "(A)pprove, (R)eject, Or Enter To Leave Pending: "
           WITH NO ADVANCING
       ACCEPT WSDecision
       MOVE FUNCTION UPPER-CASE(WSDecision) TO WSDecision
       EVALUATE WSDecision
           WHEN "A" PERFORM ApproveChange
           WHEN "R" PERFORM RejectChange
           WHEN OTHER DISPLAY "Left Pending"
       END-EVALUATE.

ShowChange.
       MOVE "Y" TO CustExists
       MOVE PQIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N"
           DISPLAY "Customer " PQIDNum " (Not On File)"
       ELSE
           DISPLAY "Customer " PQIDNum " " FirstName " " LastName
       END-IF
       MOVE PQOldValue TO WSDispOld
       MOVE PQNewValue TO WSDispAmount
       EVALUATE PQType
           WHEN "LIMIT"
               DISPLAY "Credit Limit " WSDispOld " -> " WSDispAmount
           WHEN "WAIVER"
               DISPLAY "Waive Late Fee Of " WSDispOld " Charged "
                   PQRefDate
           WHEN "INVADJ"
               IF PQAction = "V"
                   DISPLAY "Void Invoice " PQRefNumber " Totalling "
                       WSDispOld
               ELSE
                   DISPLAY "Take " WSDispAmount " Off Invoice "
                       PQRefNumber " Totalling " WSDispOld
               END-IF
       END-EVALUATE
       DISPLAY "Reason: " PQReason
       DISPLAY "Keyed By " PQKeyedBy " On " PQKeyedDate.

*> The change goes on the books first; only once it has does the
*> queue entry say approved
ApproveChange.
       MOVE "N" TO WSChangeApplied
       EVALUATE PQType
           WHEN "LIMIT" PERFORM ApplyLimitChange
           WHEN "WAIVER" PERFORM ApplyFeeWaiver
           WHEN "INVADJ" PERFORM ApplyInvoiceAdjust
           WHEN OTHER DISPLAY "Unknown Change Type " PQType
       END-EVALUATE
       IF WSChangeApplied = "N"
           DISPLAY "Not Approved - Still Pending (Reject It If It No "
               "Longer Applies)"
           EXIT PARAGRAPH
       END-IF
       SET PQApproved TO TRUE
       MOVE WSOperatorID TO PQDecidedBy
       MOVE WSTodayDate TO PQDecisionDate
       REWRITE PendingChangeRecord
           INVALID KEY DISPLAY "Warning: Queue Entry Not Updated"
       END-REWRITE
       DISPLAY "Approved And Applied - Change " PQChangeNo.

RejectChange.
       SET PQRejected TO TRUE
       MOVE WSOperatorID TO PQDecidedBy
       MOVE WSTodayDate TO PQDecisionDate
       REWRITE PendingChangeRecord
           INVALID KEY DISPLAY "Warning: Queue Entry Not Updated"
       END-REWRITE
       DISPLAY "Rejected - Nothing Changed On The Account".

*> As limitapply.cob applies it: refused if the limit on file is no
*> longer the one the change was keyed against
ApplyLimitChange.
       MOVE "Y" TO CustExists
       MOVE PQIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N" OR CustDeleted
           DISPLAY "Refused: Customer Gone"
           EXIT PARAGRAPH
       END-IF
       IF CreditLimit IS NOT NUMERIC
           MOVE ZERO TO CreditLimit
       END-IF
       IF CreditLimit NOT = PQOldValue
           DISPLAY "Refused: Limit Moved Since The Change Was Keyed"
           EXIT PARAGRAPH
       END-IF
       MOVE PQNewValue TO CreditLimit
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Refused: Customer Record Not Rewritten"
           NOT INVALID KEY
               MOVE "Y" TO WSChangeApplied
               PERFORM WriteLimitAudit
               CALL 'CUSTJRNL' USING WSJrnlProgram, CustomerData
       END-REWRITE.

WriteLimitAudit.
       MOVE SPACES TO AuditRecord
       MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
       MOVE "SETLIMIT" TO AuditOperation
       MOVE IDNum TO AuditIDNum
       MOVE FirstName TO AuditOldFirstName
       MOVE LastName TO AuditOldLastName
       MOVE FirstName TO AuditNewFirstName
       MOVE LastName TO AuditNewLastName
       MOVE WSOperatorID TO AuditOperatorID
       WRITE AuditRecord.

*> As latefeewaiver.cob reverses it: a FEEWAIVER movement and a line
*> on the waiver register under the approving operator
ApplyFeeWaiver.
       PERFORM CheckAlreadyWaived
       IF WSAlreadyWaived = "Y"
           DISPLAY "Refused: That Fee Was Already Waived"
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO CustExists
       MOVE PQIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N" OR CustDeleted
           DISPLAY "Refused: Customer Gone"
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSMoveAmount = ZERO - PQOldValue
       MOVE "FEEWAIVER" TO WSMoveSource
       PERFORM PostToCustomer
       IF WSChangeApplied = "Y"
           PERFORM WriteWaiverRegister
       END-IF.

CheckAlreadyWaived.
       MOVE "N" TO WSAlreadyWaived
       OPEN INPUT WaivedFeeFile
       IF WSWaivedFeeStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ WaivedFeeFile
           AT END SET WFEOF TO TRUE
       END-READ
       PERFORM UNTIL WFEOF
           IF WFIDNum = PQIDNum AND WFFeeDate = PQRefDate
               AND WFAmount = PQOldValue
               MOVE "Y" TO WSAlreadyWaived
           END-IF
           READ WaivedFeeFile
               AT END SET WFEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE WaivedFeeFile.

WriteWaiverRegister.
       OPEN EXTEND WaivedFeeFile
       IF WSWaivedFeeStatus = "35"
           OPEN OUTPUT WaivedFeeFile
       END-IF
       MOVE SPACES TO WaivedFeeRecord
       MOVE WSTodayDate TO WFDate
       MOVE WSOperatorID TO WFOperator
       MOVE PQIDNum TO WFIDNum
       MOVE PQRefDate TO WFFeeDate
       MOVE PQOldValue TO WFAmount
       MOVE PQReason(1:2) TO WFReason
       WRITE WaivedFeeRecord
       CLOSE WaivedFeeFile.

*> As invoiceadjust.cob applies it: the header marked or reduced in
*> place, the "A" trail record appended, the INVADJ offset posted.
*> Refused if the invoice was voided or its total changed since.
ApplyInvoiceAdjust.
       MOVE "N" TO WSInvoiceFound
       OPEN I-O InvoiceFile
       IF WSInvoiceFileStatus NOT = "00"
           DISPLAY "Refused: InvoiceFile.dat Open Status "
               WSInvoiceFileStatus
           EXIT PARAGRAPH
       END-IF
       READ InvoiceFile
           AT END SET InvEOF TO TRUE
       END-READ
       PERFORM UNTIL InvEOF OR WSInvoiceFound = "Y"
           IF IhRecordType = "H" AND IhInvNumber = PQRefNumber
               AND NOT InvVoided
               MOVE "Y" TO WSInvoiceFound
               PERFORM MarkInvoiceHeader
           ELSE
               READ InvoiceFile
                   AT END SET InvEOF TO TRUE
               END-READ
           END-IF
       END-PERFORM
       CLOSE InvoiceFile
       IF WSInvoiceFound = "N"
           DISPLAY "Refused: Invoice Not Found (Or Already Voided)"
           EXIT PARAGRAPH
       END-IF
       IF WSChangeApplied = "N"
           EXIT PARAGRAPH
       END-IF
       *> The invoice side has changed, so the entry is approved from
       *> here on whatever happens to the balance offset
       PERFORM WriteAdjustmentTrail
       MOVE "Y" TO CustExists
       MOVE PQIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N"
           DISPLAY "Warning: Customer " PQIDNum
               " Not Found - Balance Not Offset"
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSMoveAmount ROUNDED = ZERO - PQNewValue
       MOVE "INVADJ" TO WSMoveSource
       PERFORM PostToCustomer.

MarkInvoiceHeader.
       IF IhTotal NOT = PQOldValue
           DISPLAY "Refused: Invoice Total Changed Since The Change "
               "Was Keyed"
           EXIT PARAGRAPH
       END-IF
       IF PQAction = "V"
           SET InvVoided TO TRUE
       ELSE
           *> The tax share of the removed amount comes off the tax
           *> bucket so the tax report stays truthful
           IF IhTotal > ZERO
               COMPUTE WSAdjTax ROUNDED = (PQNewValue * IhTax) / IhTotal
           ELSE
               MOVE ZERO TO WSAdjTax
           END-IF
           SUBTRACT PQNewValue FROM IhTotal
           SUBTRACT WSAdjTax FROM IhTax
           COMPUTE IhSubtotal = IhTotal - IhTax
       END-IF
       REWRITE InvoiceRecord
       IF WSInvoiceFileStatus NOT = "00"
           DISPLAY "Refused: Invoice Not Saved - Status "
               WSInvoiceFileStatus
       ELSE
           MOVE "Y" TO WSChangeApplied
       END-IF.

WriteAdjustmentTrail.
       OPEN EXTEND InvoiceFile
       IF WSInvoiceFileStatus NOT = "00"
           DISPLAY "Warning: Trail Not Written - Status "
               WSInvoiceFileStatus
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO InvoiceRecord
       MOVE "A" TO IaRecordType
       MOVE PQRefNumber TO IaInvNumber
       MOVE WSTodayDate TO IaAdjDate
       MOVE PQReason(1:3) TO IaReasonCode
       MOVE PQAction TO IaAction
       MOVE PQOldValue TO IaOldTotal
       MOVE PQNewValue TO IaAdjAmount
       WRITE InvoiceRecord
       CLOSE InvoiceFile.

*> The customer read in hand takes WSMoveAmount on its balance, and
*> the movement lands on BalanceHistory.dat under WSMoveSource
PostToCustomer.
       MOVE AccountBalance TO WSOldBalance
       ADD WSMoveAmount TO AccountBalance
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Refused: Customer Record Not Rewritten"
           NOT INVALID KEY
               MOVE "Y" TO WSChangeApplied
               PERFORM WriteMovement
               CALL 'CUSTJRNL' USING WSJrnlProgram, CustomerData
               MOVE WSMoveAmount TO WSDispAmount
               DISPLAY "Posted " WSMoveSource " " WSDispAmount
       END-REWRITE.

WriteMovement.
       *> EXTEND appends to the running ledger; if it doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN EXTEND BalanceHistory
       IF WSBalanceHistoryStatus = "35"
           OPEN OUTPUT BalanceHistory
       END-IF
       MOVE SPACES TO BalanceHistoryRecord
       MOVE IDNum TO BHIDNum
       MOVE WSTodayDate TO BHDate
       MOVE WSMoveSource TO BHSource
       MOVE WSOldBalance TO BHOldBalance
       MOVE WSMoveAmount TO BHAmount
       MOVE AccountBalance TO BHNewBalance
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord
       CLOSE BalanceHistory.
