       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    branchtransferrun.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Nightly branch-transfer run: every pending BranchTransfers.dat entry
*> (branchtransfer.cob) whose effective date has come is applied. The
*> customer's BranchCode changes; a non-zero balance moves across as a
*> BRANCHOUT movement under the old branch and a BRANCHIN under the new
*> one on BalanceHistory.dat, which gljournalexport.cob books as the
*> receivable leaving one branch's accounts and landing in the other's;
*> the customer's earlier movements with no branch of their own are
*> stamped with the old one first, so what was booked under it before
*> the move still posts there - gljournalexport.cob would otherwise
*> hand them to the new branch it looks up on the customer;
*> the customer's open invoices, live standing orders, and current
*> payment plan are re-stamped with the new branch. The ledger and the
*> invoice file are line sequential, so both are re-stamped by copying
*> to a .new file and swapping it in the way ledgerupdate.cob does,
*> keeping the file as it was before the transfer as .b4t. The transfer
*> is marked done with what moved, and a line goes on AuditLog.dat
*> under the operator who keyed it. A customer gone since the transfer
*> was keyed refuses it onto the register and the run ends RC 4. A
*> ledger that cannot be re-stamped holds the transfer pending for the
*> next run, and invoices that cannot be moved leave it applied with
*> the invoices where they were - either ends the run RC 8. Runs ahead
*> of the standing-order explosion and the GL feed, so tonight's orders
*> and journal already see the new branch.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT TransferFile ASSIGN TO "BranchTransfers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BTKey
           FILE STATUS IS WSTransferFileStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> Walked end to end for each transfer - copied to the .new file
       *> with the open invoices re-stamped, then swapped in
       SELECT InvoiceFile ASSIGN TO "InvoiceFile.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceFileStatus.
       SELECT NewInvoiceFile ASSIGN TO "InvoiceFile.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewInvoiceStatus.
       *> Keyed by customer and sequence - the customer's entries sit
       *> together
       SELECT StandingOrderFile ASSIGN TO "StandingOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOKey
           FILE STATUS IS WSStandingFileStatus.
       *> One plan per customer, keyed by IDNum
       SELECT PlanFile ASSIGN TO "PaymentPlans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLIDNum
           FILE STATUS IS WSPlanFileStatus.
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.
       SELECT NewHistory ASSIGN TO "BalanceHistory.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewHistoryStatus.
       SELECT AuditLog ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditLogStatus.
       SELECT RunRegister ASSIGN TO "BranchTransfers.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegisterStatus.

DATA DIVISION.
FILE SECTION.
*> Must match branchtransfer.cob's TransferRecord layout
FD TransferFile.
01 TransferRecord.
       02 BTKey.
           03 BTIDNum PIC 9(08).
           03 BTEffDate PIC 9(08).
       02 BTFromBranch PIC X(03).
       02 BTToBranch PIC X(03).
       02 BTStatus PIC X(01).
           88 BTPending VALUE "P".
           88 BTDone VALUE "D".
           88 BTRefused VALUE "X".
       02 BTEnteredDate PIC 9(08).
       02 BTEnteredBy PIC X(08).
       02 BTAppliedDate PIC 9(08).
       02 BTBalanceMoved PIC S9(7)V99.
       02 BTInvoicesMoved PIC 9(05).
       02 BTStandingMoved PIC 9(03).
       02 BTPlanMoved PIC X(01).
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
       *> Statement cycle through the conversion hold - carried for
       *> layout fit, see randomlyaccessdata.cob for the carve-out
       02 FILLER PIC X(202).
       *> Which branch office owns this customer - what this run changes
       02 BranchCode PIC X(03).
       *> Reserved for future fields
       02 FILLER PIC X(25).

*> Must match invoice-calculator's InvoiceFile layouts
FD InvoiceFile.
01 InvoiceRecord PIC X(80).
       88 InvEOF VALUE HIGH-VALUES.
01 InvoiceHeaderRecord REDEFINES InvoiceRecord.
       02 IhRecordType PIC X(01).
       02 IhInvNumber PIC 9(08).
       02 IhIDNum PIC 9(08).
       *> Date through the tax - carried for layout fit
       02 FILLER PIC X(43).
       02 IhStatusFlag PIC X(01).
           88 InvPaid VALUE "P".
           88 InvVoided VALUE "V".
       *> Amount applied and the exemption mark - carried for layout fit
       02 FILLER PIC X(11).
       *> The branch that owns the receivable - blank is HQ
       02 IhBranch PIC X(03).
       02 FILLER PIC X(05).

FD NewInvoiceFile.
01 NewInvoiceRecord PIC X(80).

*> Must match standingorders.cob's StandingOrderRecord layout
FD StandingOrderFile.
01 StandingOrderRecord.
       02 SOKey.
           03 SOIDNum PIC 9(08).
           03 SOSeq PIC 9(03).
       *> Product through the promotion code - carried for layout fit
       02 FILLER PIC X(17).
       02 SOStatusFlag PIC X(01).
           88 SOCancelled VALUE "C".
       02 SOPromoCode PIC X(08).
       02 SOBranch PIC X(03).
       02 FILLER PIC X(09).

*> Must match paymentplans.cob's PaymentPlanRecord layout
FD PlanFile.
01 PaymentPlanRecord.
       02 PLIDNum PIC 9(08).
       02 PLStartDate PIC 9(08).
       02 PLInstallAmount PIC 9(7)V99.
       02 PLNextDueDate PIC 9(08).
       02 PLStatusFlag PIC X(01).
           88 PlanCurrent VALUE "A".
       02 PLBranch PIC X(03).
       02 FILLER PIC X(12).

*> Must match applypayments.cob's BalanceHistoryRecord layout
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
       02 FILLER PIC X VALUE SPACE.
       *> The other side of the move - TO xxx on the way out, FROM xxx
       *> on the way in
       02 BHReference PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 BHMethod PIC X(01).
       02 FILLER PIC X VALUE SPACE.
       *> The branch the movement books under - blank is HQ
       02 BHBranch PIC X(03).
       02 FILLER PIC X(03).
       88 BHEOF VALUE HIGH-VALUES.

FD NewHistory.
01 NewHistoryRecord PIC X(82).

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

FD RunRegister.
01 RegisterLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSRunDate PIC 9(08).
01 WSMoreRecords PIC X.
01 WSMoreEntries PIC X.
01 CustExists PIC X.
*> The transfer being applied
01 WSFromBranch PIC X(03).
01 WSToBranch PIC X(03).
01 WSMoveBalance PIC S9(7)V99.
01 WSInvoicesMoved PIC 9(05).
01 WSStandingMoved PIC 9(03).
01 WSPlanMoved PIC X(01).
*> Copy-and-swap state for the ledger and invoice re-stamps
01 WSLinesStamped PIC 9(07).
01 WSRebuildOK PIC X(01).
*> Run counts
01 WSTransfersRead PIC 9(07) VALUE ZERO.
01 WSTransfersApplied PIC 9(07) VALUE ZERO.
01 WSTransfersRefused PIC 9(07) VALUE ZERO.
01 WSTransfersHeld PIC 9(07) VALUE ZERO.
01 WSBalanceTotal PIC S9(9)V99 VALUE ZERO.
01 WSEditedCount PIC ZZZZZZ9.
01 WSEditedAmount PIC $$,$$$,$$$,$$9.99CR.
01 RegisterDetail.
       02 RegIDNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RegEffDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RegFrom PIC X(03).
       02 FILLER PIC X(4) VALUE " -> ".
       02 RegTo PIC X(03).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RegBalance PIC -(7)9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RegInvoices PIC ZZZZ9.
       02 FILLER PIC X VALUE SPACE.
       02 RegStanding PIC ZZ9.
       02 FILLER PIC X(3) VALUE SPACE.
       02 RegPlan PIC X(01).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RegNote PIC X(30).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSTransferFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSInvoiceFileStatus PIC X(02).
01 WSStandingFileStatus PIC X(02).
01 WSPlanFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
01 WSNewHistoryStatus PIC X(02).
01 WSNewInvoiceStatus PIC X(02).
01 WSAuditLogStatus PIC X(02).
01 WSRegisterStatus PIC X(02).
*> Old/new physical file names, for the CBL_RENAME_FILE swaps
01 WSLedgerLiveName PIC X(21) VALUE "BalanceHistory.dat".
01 WSLedgerNewName PIC X(21) VALUE "BalanceHistory.new".
01 WSLedgerOldName PIC X(21) VALUE "BalanceHistory.b4t".
01 WSInvoiceLiveName PIC X(21) VALUE "InvoiceFile.dat".
01 WSInvoiceNewName PIC X(21) VALUE "InvoiceFile.new".
01 WSInvoiceOldName PIC X(21) VALUE "InvoiceFile.b4t".
01 WSRenameStatus PIC 9(02) COMP-5.
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
*> After-image journal staging - see CUSTJRNL.cob
01 WSJrnlProgram PIC X(20) VALUE "branchtransferrun".

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "branchtransferrun".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       OPEN OUTPUT RunRegister.
       IF WSRegisterStatus NOT = "00"
           DISPLAY "Warning: BranchTransfers.rpt Open Status "
               WSRegisterStatus
       END-IF
       MOVE "BRANCH TRANSFER RUN REGISTER" TO RegisterLine
       WRITE RegisterLine
       MOVE "============================" TO RegisterLine
       WRITE RegisterLine
       MOVE "CUSTOMER  EFFECTIVE FROM   TO       BALANCE    INV  SO  PLAN"
           TO RegisterLine
       WRITE RegisterLine
       *> No transfer file just means nobody has been transferred yet
       OPEN I-O TransferFile.
       IF WSTransferFileStatus NOT = "00"
           IF WSTransferFileStatus NOT = "35"
               DISPLAY "Warning: BranchTransfers.dat Open Status "
                   WSTransferFileStatus
           END-IF
           PERFORM PrintRegisterFooter
           CLOSE RunRegister
           PERFORM FinishRun
       END-IF
       OPEN I-O CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       OPEN I-O StandingOrderFile.
       IF WSStandingFileStatus NOT = "00" AND WSStandingFileStatus NOT = "35"
           DISPLAY "Warning: StandingOrders.dat Open Status "
               WSStandingFileStatus
       END-IF
       OPEN I-O PlanFile.
       IF WSPlanFileStatus NOT = "00" AND WSPlanFileStatus NOT = "35"
           DISPLAY "Warning: PaymentPlans.dat Open Status "
               WSPlanFileStatus
       END-IF
       OPEN EXTEND AuditLog.
       IF WSAuditLogStatus = "35"
           OPEN OUTPUT AuditLog
       END-IF
       MOVE LOW-VALUES TO BTKey
       MOVE "Y" TO WSMoreRecords
       START TransferFile KEY IS NOT LESS THAN BTKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ TransferFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND BTPending
               AND BTEffDate NOT > WSRunDate
               PERFORM ApplyOneTransfer
           END-IF
       END-PERFORM
       PERFORM PrintRegisterFooter.
       CLOSE TransferFile, CustomerFile, AuditLog, RunRegister.
       IF WSStandingFileStatus = "00"
           CLOSE StandingOrderFile
       END-IF
       IF WSPlanFileStatus = "00"
           CLOSE PlanFile
       END-IF
       IF WSTransfersRefused > ZERO AND WSOpsRC < 4
           MOVE 4 TO WSOpsRC
       END-IF
       PERFORM FinishRun.

FinishRun.
       DISPLAY " "
       DISPLAY "BRANCH TRANSFER RUN COMPLETE"
       DISPLAY "Transfers Due......: " WSTransfersRead
       DISPLAY "Transfers Applied..: " WSTransfersApplied
       DISPLAY "Transfers Refused..: " WSTransfersRefused
       DISPLAY "Transfers Held.....: " WSTransfersHeld
       MOVE SPACES TO WSOpsCounts
       STRING "APPLIED " DELIMITED BY SIZE
           WSTransfersApplied DELIMITED BY SIZE
           " REFUSED " DELIMITED BY SIZE
           WSTransfersRefused DELIMITED BY SIZE
           " HELD " DELIMITED BY SIZE
           WSTransfersHeld DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> One due transfer: the branch it really leaves is whatever the
*> customer is in tonight, which may not be what it was when keyed
ApplyOneTransfer.
       ADD 1 TO WSTransfersRead
       MOVE ZERO TO WSMoveBalance
       MOVE ZERO TO WSInvoicesMoved
       MOVE ZERO TO WSStandingMoved
       MOVE "N" TO WSPlanMoved
       MOVE BTToBranch TO WSToBranch
       MOVE "Y" TO CustExists
       MOVE BTIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N" OR CustDeleted
           SET BTRefused TO TRUE
           MOVE WSRunDate TO BTAppliedDate
           REWRITE TransferRecord
               INVALID KEY DISPLAY "Warning: Transfer Not Updated - "
                   BTKey
           END-REWRITE
           ADD 1 TO WSTransfersRefused
           MOVE BTFromBranch TO WSFromBranch
           MOVE "REFUSED - CUSTOMER GONE" TO RegNote
           PERFORM WriteRegisterDetail
           EXIT PARAGRAPH
       END-IF
       MOVE BranchCode TO WSFromBranch
       MOVE AccountBalance TO WSMoveBalance
       *> Pinning the old movements is right whether or not the move
       *> goes ahead, so it comes first - a ledger that can't be
       *> re-stamped leaves the customer where they are until it can
       PERFORM StampOldBranch
       IF WSRebuildOK = "N"
           ADD 1 TO WSTransfersHeld
           MOVE 8 TO WSOpsRC
           MOVE "HELD - LEDGER NOT STAMPED" TO RegNote
           PERFORM WriteRegisterDetail
           EXIT PARAGRAPH
       END-IF
       MOVE WSToBranch TO BranchCode
       REWRITE CustomerData
           INVALID KEY
               ADD 1 TO WSTransfersRefused
               MOVE "REFUSED - CUSTOMER NOT UPDATED" TO RegNote
               PERFORM WriteRegisterDetail
               EXIT PARAGRAPH
       END-REWRITE
       CALL 'CUSTJRNL' USING WSJrnlProgram, CustomerData
       IF WSMoveBalance NOT = ZERO
           PERFORM WriteTransferMovements
       END-IF
       PERFORM MoveOpenInvoices
       PERFORM MoveStandingOrders
       PERFORM MovePaymentPlan
       SET BTDone TO TRUE
       MOVE WSFromBranch TO BTFromBranch
       MOVE WSRunDate TO BTAppliedDate
       MOVE WSMoveBalance TO BTBalanceMoved
       MOVE WSInvoicesMoved TO BTInvoicesMoved
       MOVE WSStandingMoved TO BTStandingMoved
       MOVE WSPlanMoved TO BTPlanMoved
       REWRITE TransferRecord
           INVALID KEY DISPLAY "Warning: Transfer Not Updated - " BTKey
       END-REWRITE
       PERFORM WriteTransferAudit
       ADD 1 TO WSTransfersApplied
       ADD WSMoveBalance TO WSBalanceTotal
       MOVE "APPLIED" TO RegNote
       IF WSRebuildOK = "N"
           MOVE 8 TO WSOpsRC
           MOVE "APPLIED - INVOICES NOT MOVED" TO RegNote
       END-IF
       PERFORM WriteRegisterDetail.

*> A movement left with no branch books under whoever owns the
*> customer when the GL feed reads it - so anything blank, tonight's
*> included, is pinned to the branch it happened under before the
*> BRANCHOUT takes the balance away. A blank payment is HQ's cash, not
*> the owning branch's - gljournalexport.cob books it to HQ whoever
*> owns the customer - and is left alone; an HQ customer has nothing
*> to pin. The ledger is copied to the .new file with the stamps in
*> and swapped in only if something was stamped and every line copied.
StampOldBranch.
       MOVE "Y" TO WSRebuildOK
       IF WSFromBranch = SPACES
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT BalanceHistory
       IF WSBalanceHistoryStatus NOT = "00"
           *> No ledger yet means no movements to pin
           IF WSBalanceHistoryStatus NOT = "35"
               DISPLAY "Error: BalanceHistory.dat Open Status "
                   WSBalanceHistoryStatus
               MOVE "N" TO WSRebuildOK
           END-IF
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT NewHistory
       IF WSNewHistoryStatus NOT = "00"
           DISPLAY "Error: BalanceHistory.new Open Status "
               WSNewHistoryStatus
           CLOSE BalanceHistory
           MOVE "N" TO WSRebuildOK
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO WSLinesStamped
       READ BalanceHistory
           AT END SET BHEOF TO TRUE
       END-READ
       PERFORM UNTIL BHEOF
           IF BHIDNum = BTIDNum AND BHBranch = SPACES
               AND BHSource NOT = "PAYMENT"
               MOVE WSFromBranch TO BHBranch
               ADD 1 TO WSLinesStamped
           END-IF
           WRITE NewHistoryRecord FROM BalanceHistoryRecord
           IF WSNewHistoryStatus NOT = "00"
               DISPLAY "Error: BalanceHistory.new Write Status "
                   WSNewHistoryStatus
               MOVE "N" TO WSRebuildOK
               SET BHEOF TO TRUE
           ELSE
               READ BalanceHistory
                   AT END SET BHEOF TO TRUE
               END-READ
           END-IF
       END-PERFORM
       CLOSE BalanceHistory, NewHistory
       IF WSRebuildOK = "N" OR WSLinesStamped = ZERO
           EXIT PARAGRAPH
       END-IF
       CALL "CBL_RENAME_FILE" USING WSLedgerLiveName, WSLedgerOldName
           RETURNING WSRenameStatus
       IF WSRenameStatus NOT = ZERO
           DISPLAY "Error: Could Not Set Aside BalanceHistory.dat, "
               "Status " WSRenameStatus
           MOVE "N" TO WSRebuildOK
           EXIT PARAGRAPH
       END-IF
       CALL "CBL_RENAME_FILE" USING WSLedgerNewName, WSLedgerLiveName
           RETURNING WSRenameStatus
       IF WSRenameStatus NOT = ZERO
           DISPLAY "Error: Stamped Ledger Not Swapped In, Status "
               WSRenameStatus " - Restoring BalanceHistory.dat"
           CALL "CBL_RENAME_FILE" USING WSLedgerOldName,
               WSLedgerLiveName
               RETURNING WSRenameStatus
           MOVE "N" TO WSRebuildOK
       END-IF.

*> The balance leaves the old branch and lands in the new one as a
*> pair - the customer's balance is the same after as before, but each
*> branch's ledger explains itself
WriteTransferMovements.
       OPEN EXTEND BalanceHistory
       IF WSBalanceHistoryStatus = "35"
           OPEN OUTPUT BalanceHistory
       END-IF
       MOVE SPACES TO BalanceHistoryRecord
       MOVE BTIDNum TO BHIDNum
       MOVE WSRunDate TO BHDate
       MOVE "BRANCHOUT" TO BHSource
       MOVE WSMoveBalance TO BHOldBalance
       COMPUTE BHAmount = ZERO - WSMoveBalance
       MOVE ZERO TO BHNewBalance
       MOVE "TO" TO BHReference
       MOVE WSToBranch TO BHReference(4:3)
       MOVE WSFromBranch TO BHBranch
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord
       MOVE SPACES TO BalanceHistoryRecord
       MOVE BTIDNum TO BHIDNum
       MOVE WSRunDate TO BHDate
       MOVE "BRANCHIN" TO BHSource
       MOVE ZERO TO BHOldBalance
       MOVE WSMoveBalance TO BHAmount
       MOVE WSMoveBalance TO BHNewBalance
       MOVE "FROM" TO BHReference
       MOVE WSFromBranch TO BHReference(6:3)
       MOVE WSToBranch TO BHBranch
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord
       CLOSE BalanceHistory.

*> Anything still owed on an invoice is the new branch's to collect -
*> paid and voided invoices stay where they were earned. The file is
*> copied to the .new file with the headers re-stamped and swapped in;
*> if any of that fails none of the invoices count as moved.
MoveOpenInvoices.
       MOVE "Y" TO WSRebuildOK
       OPEN INPUT InvoiceFile
       IF WSInvoiceFileStatus NOT = "00"
           *> A site that cuts no invoices has nothing to move
           IF WSInvoiceFileStatus NOT = "35"
               DISPLAY "Error: InvoiceFile.dat Open Status "
                   WSInvoiceFileStatus
               MOVE "N" TO WSRebuildOK
           END-IF
           EXIT PARAGRAPH
       END-IF
       OPEN OUTPUT NewInvoiceFile
       IF WSNewInvoiceStatus NOT = "00"
           DISPLAY "Error: InvoiceFile.new Open Status "
               WSNewInvoiceStatus
           CLOSE InvoiceFile
           MOVE "N" TO WSRebuildOK
           EXIT PARAGRAPH
       END-IF
       READ InvoiceFile
           AT END SET InvEOF TO TRUE
       END-READ
       PERFORM UNTIL InvEOF
           IF IhRecordType = "H" AND IhIDNum = BTIDNum
               AND NOT InvPaid AND NOT InvVoided
               AND IhBranch NOT = WSToBranch
               MOVE WSToBranch TO IhBranch
               ADD 1 TO WSInvoicesMoved
           END-IF
           WRITE NewInvoiceRecord FROM InvoiceRecord
           IF WSNewInvoiceStatus NOT = "00"
               DISPLAY "Error: InvoiceFile.new Write Status "
                   WSNewInvoiceStatus
               MOVE "N" TO WSRebuildOK
               SET InvEOF TO TRUE
           ELSE
               READ InvoiceFile
                   AT END SET InvEOF TO TRUE
               END-READ
           END-IF
       END-PERFORM
       CLOSE InvoiceFile, NewInvoiceFile
       IF WSRebuildOK = "N" OR WSInvoicesMoved = ZERO
           MOVE ZERO TO WSInvoicesMoved
           EXIT PARAGRAPH
       END-IF
       CALL "CBL_RENAME_FILE" USING WSInvoiceLiveName, WSInvoiceOldName
           RETURNING WSRenameStatus
       IF WSRenameStatus NOT = ZERO
           DISPLAY "Error: Could Not Set Aside InvoiceFile.dat, "
               "Status " WSRenameStatus
           MOVE ZERO TO WSInvoicesMoved
           MOVE "N" TO WSRebuildOK
           EXIT PARAGRAPH
       END-IF
       CALL "CBL_RENAME_FILE" USING WSInvoiceNewName, WSInvoiceLiveName
           RETURNING WSRenameStatus
       IF WSRenameStatus NOT = ZERO
           DISPLAY "Error: Re-stamped Invoices Not Swapped In, Status "
               WSRenameStatus " - Restoring InvoiceFile.dat"
           CALL "CBL_RENAME_FILE" USING WSInvoiceOldName,
               WSInvoiceLiveName
               RETURNING WSRenameStatus
           MOVE ZERO TO WSInvoicesMoved
           MOVE "N" TO WSRebuildOK
       END-IF.

*> Every entry still running goes with the account - its orders are
*> the new branch's volume from tonight
MoveStandingOrders.
       IF WSStandingFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE BTIDNum TO SOIDNum
       MOVE ZERO TO SOSeq
       MOVE "Y" TO WSMoreEntries
       START StandingOrderFile KEY IS NOT LESS THAN SOKey
           INVALID KEY MOVE "N" TO WSMoreEntries
       END-START
       PERFORM UNTIL WSMoreEntries = "N"
           READ StandingOrderFile NEXT RECORD
               AT END MOVE "N" TO WSMoreEntries
           END-READ
           IF WSMoreEntries = "Y" AND SOIDNum NOT = BTIDNum
               MOVE "N" TO WSMoreEntries
           END-IF
           IF WSMoreEntries = "Y" AND NOT SOCancelled
               MOVE WSToBranch TO SOBranch
               REWRITE StandingOrderRecord
                   INVALID KEY DISPLAY "Warning: Standing Order "
                       SOKey " Not Moved"
                   NOT INVALID KEY ADD 1 TO WSStandingMoved
               END-REWRITE
           END-IF
       END-PERFORM.

*> A plan still being paid is worked by the new branch; a finished or
*> defaulted one is history and stays put
MovePaymentPlan.
       IF WSPlanFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE BTIDNum TO PLIDNum
       READ PlanFile
           INVALID KEY EXIT PARAGRAPH
       END-READ
       IF NOT PlanCurrent
           EXIT PARAGRAPH
       END-IF
       MOVE WSToBranch TO PLBranch
       REWRITE PaymentPlanRecord
           INVALID KEY DISPLAY "Warning: Payment Plan Not Moved - "
               PLIDNum
           NOT INVALID KEY MOVE "Y" TO WSPlanMoved
       END-REWRITE.

*> One BRANCHXFER line on the audit log under the operator who keyed
*> the transfer - the old and new branch ride in the name columns
WriteTransferAudit.
       MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
       MOVE "BRANCHXFER" TO AuditOperation
       MOVE BTIDNum TO AuditIDNum
       MOVE SPACES TO AuditOldFirstName, AuditOldLastName
       MOVE SPACES TO AuditNewFirstName, AuditNewLastName
       STRING "BRANCH " DELIMITED BY SIZE
           WSFromBranch DELIMITED BY SIZE
           INTO AuditOldFirstName
       END-STRING
       STRING "BRANCH " DELIMITED BY SIZE
           WSToBranch DELIMITED BY SIZE
           INTO AuditNewFirstName
       END-STRING
       MOVE BTEnteredBy TO AuditOperatorID
       WRITE AuditRecord.

WriteRegisterDetail.
       MOVE BTIDNum TO RegIDNum
       MOVE BTEffDate TO RegEffDate
       MOVE WSFromBranch TO RegFrom
       IF RegFrom = SPACES
           MOVE "HQ" TO RegFrom
       END-IF
       MOVE WSToBranch TO RegTo
       IF RegTo = SPACES
           MOVE "HQ" TO RegTo
       END-IF
       MOVE WSMoveBalance TO RegBalance
       MOVE WSInvoicesMoved TO RegInvoices
       MOVE WSStandingMoved TO RegStanding
       MOVE WSPlanMoved TO RegPlan
       WRITE RegisterLine FROM RegisterDetail.

PrintRegisterFooter.
       MOVE SPACES TO RegisterLine
       WRITE RegisterLine
       MOVE WSTransfersApplied TO WSEditedCount
       MOVE SPACES TO RegisterLine
       STRING "Transfers Applied.: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine
       MOVE WSTransfersRefused TO WSEditedCount
       MOVE SPACES TO RegisterLine
       STRING "Transfers Refused.: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine
       MOVE WSBalanceTotal TO WSEditedAmount
       MOVE SPACES TO RegisterLine
       STRING "Balance Moved.....: " DELIMITED BY SIZE
           WSEditedAmount DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine.
