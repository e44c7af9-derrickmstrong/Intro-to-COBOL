       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    branchtransfer.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Customer branch transfer: when a customer moves and another office
*> takes the account over, the change of owning branch is scheduled
*> here instead of BranchCode being overtyped. Each transfer names the
*> new branch (BranchRef.dat) and the date it takes effect - today or
*> later - and waits on BranchTransfers.dat until branchtransferrun.cob
*> applies it that night: the customer's branch changes, the balance
*> moves across as a BRANCHOUT/BRANCHIN pair on BalanceHistory.dat for
*> the GL feed to reclassify, and the open invoices, standing orders,
*> and payment plan follow the account. A pending transfer can be
*> cancelled until it runs; applied ones stay on file as the trail.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Keyed by customer and effective date - one customer's
       *> transfers sit together, oldest first
       SELECT TransferFile ASSIGN TO "BranchTransfers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BTKey
           FILE STATUS IS WSTransferFileStatus.
       *> Random lookups - the customer must be live
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> Read-only here - the new branch must be a known, open office
       SELECT BranchFile ASSIGN TO "BranchRef.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRCode
           FILE STATUS IS WSBranchFileStatus.
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
*> One transfer per record - branchtransferrun.cob reads and rewrites
*> this same layout
FD TransferFile.
01 TransferRecord.
       02 BTKey.
           03 BTIDNum PIC 9(08).
           03 BTEffDate PIC 9(08).
       *> The owning branch when the transfer was keyed, and the new
       *> one - blank is HQ
       02 BTFromBranch PIC X(03).
       02 BTToBranch PIC X(03).
       *> P = pending, D = done, C = cancelled, X = refused by the run
       02 BTStatus PIC X(01).
           88 BTPending VALUE "P".
           88 BTDone VALUE "D".
           88 BTCancelled VALUE "C".
           88 BTRefused VALUE "X".
       02 BTEnteredDate PIC 9(08).
       02 BTEnteredBy PIC X(08).
       *> Filled in by branchtransferrun.cob when it applies the transfer
       02 BTAppliedDate PIC 9(08).
       02 BTBalanceMoved PIC S9(7)V99.
       02 BTInvoicesMoved PIC 9(05).
       02 BTStandingMoved PIC 9(03).
       02 BTPlanMoved PIC X(01).
       *> Reserved for future fields
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
       *> Which branch office owns this customer
       02 BranchCode PIC X(03).
       *> Reserved for future fields
       02 FILLER PIC X(25).

*> Must match branchadmin.cob's BranchRecord layout
FD BranchFile.
01 BranchRecord.
       02 BRCode PIC X(03).
       02 BRName PIC X(20).
       02 BRStatus PIC X(01).
           88 BranchOpen VALUE "A".
           88 BranchClosed VALUE "C".
       02 FILLER PIC X(10).

*> Must match operatoradmin.cob's OperatorRecord layout
FD OperatorFile.
01 OperatorRecord.
       02 OperID PIC X(08).
       02 FILLER PIC X.
       02 OperPassword PIC X(10).
       02 FILLER PIC X.
       02 OperRole PIC X(01).
       *> Define End of File
       88 OperEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       02 OperStatus PIC X(01).
           88 OperActive VALUE "A".
           88 OperDisabled VALUE "D".
       02 FILLER PIC X.
       02 OperBranch PIC X(03).

WORKING-STORAGE SECTION.
*> Things we will need to track
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CustExists PIC X.
01 BranchExists PIC X.
01 TransferExists PIC X.
01 WSMoreRecords PIC X.
01 WSTodayDate PIC 9(08).
01 WSConfirm PIC X.
01 WSListCount PIC 9(3) VALUE ZERO.
*> Sign-on state - a transfer always names who keyed it
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
*> The transfer being keyed
01 WSWorkIDNum PIC 9(08).
01 WSToBranch PIC X(03).
01 WSEffDate PIC 9(08).
01 WSEffEntry PIC X(08).
01 WSPendingDate PIC 9(08).
*> Edited display fields
01 WSDispBalance PIC -(7)9.99.
01 WSDispFrom PIC X(03).
01 WSDispTo PIC X(03).
01 WSDispStatus PIC X(09).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSTransferFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSBranchFileStatus PIC X(02).
01 WSOperatorFileStatus PIC X(02).

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
           DISPLAY "Access Denied: Transfers Need A Signed-On Operator"
           GOBACK
       END-IF
       *> I-O to keep the transfers; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN I-O TransferFile.
       IF WSTransferFileStatus = "35"
           OPEN OUTPUT TransferFile
           CLOSE TransferFile
           OPEN I-O TransferFile
       END-IF
       IF WSTransferFileStatus NOT = "00"
           DISPLAY "Warning: BranchTransfers.dat Open Status "
               WSTransferFileStatus
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       OPEN INPUT BranchFile.
       IF WSBranchFileStatus NOT = "00"
           DISPLAY "Warning: BranchRef.dat Open Status "
               WSBranchFileStatus
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "CUSTOMER BRANCH TRANSFER"
               DISPLAY "1 : Schedule A Transfer"
               DISPLAY "2 : List Pending Transfers"
               DISPLAY "3 : Cancel A Pending Transfer"
               DISPLAY "4 : Show A Customer's Transfers"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM ScheduleTransfer
                    WHEN 2 PERFORM ListPending
                    WHEN 3 PERFORM CancelTransfer
                    WHEN 4 PERFORM ShowCustomerTransfers
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE TransferFile, CustomerFile, BranchFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> The real sign-on against Operators.dat - the transfer names who
*> keyed it
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

*> A live customer, a known open branch that isn't the one they are in
*> already, and an effective date no earlier than today. One pending
*> transfer per customer - a change of mind cancels it first.
ScheduleTransfer.
       DISPLAY " "
       DISPLAY "Customer ID: " WITH NO ADVANCING
       ACCEPT WSWorkIDNum
       MOVE "Y" TO CustExists
       MOVE WSWorkIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N" OR CustDeleted
           DISPLAY "Rejected: Customer Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       MOVE BranchCode TO WSDispFrom
       IF WSDispFrom = SPACES
           MOVE "HQ" TO WSDispFrom
       END-IF
       MOVE AccountBalance TO WSDispBalance
       DISPLAY "Customer: " FirstName " " LastName
       DISPLAY "Branch..: " WSDispFrom "  Balance " WSDispBalance
       PERFORM FindPendingTransfer
       IF TransferExists = "Y"
           DISPLAY "Rejected: A Transfer Is Already Pending For "
               WSPendingDate
           EXIT PARAGRAPH
       END-IF
       DISPLAY "New Branch (Code, Blank For HQ): " WITH NO ADVANCING
       ACCEPT WSToBranch
       MOVE FUNCTION UPPER-CASE(WSToBranch) TO WSToBranch
       IF WSToBranch = BranchCode
           DISPLAY "Rejected: The Customer Is Already In That Branch"
           EXIT PARAGRAPH
       END-IF
       IF WSToBranch NOT = SPACES
           MOVE WSToBranch TO BRCode
           MOVE "Y" TO BranchExists
           READ BranchFile
               INVALID KEY MOVE "N" TO BranchExists
           END-READ
           IF BranchExists = "N" OR BranchClosed
               DISPLAY "Rejected: Unknown Or Closed Branch"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Moving To: " BRCode " " BRName
       END-IF
       DISPLAY "Effective Date (YYYYMMDD, Blank For Today): "
           WITH NO ADVANCING
       ACCEPT WSEffEntry
       IF WSEffEntry = SPACES
           MOVE WSTodayDate TO WSEffDate
       ELSE
           IF WSEffEntry IS NOT NUMERIC
               DISPLAY "Rejected: Effective Date Must Be YYYYMMDD"
               EXIT PARAGRAPH
           END-IF
           MOVE WSEffEntry TO WSEffDate
       END-IF
       *> The balance moves in the night's GL feed - a date already
       *> past has had its feed
       IF WSEffDate < WSTodayDate
           DISPLAY "Rejected: Effective Date Is Before Today"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Schedule This Transfer? (Y/N): " WITH NO ADVANCING
       ACCEPT WSConfirm
       IF WSConfirm NOT = "Y" AND WSConfirm NOT = "y"
           DISPLAY "Transfer Not Scheduled"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO TransferRecord
       MOVE WSWorkIDNum TO BTIDNum
       MOVE WSEffDate TO BTEffDate
       MOVE BranchCode TO BTFromBranch
       MOVE WSToBranch TO BTToBranch
       SET BTPending TO TRUE
       MOVE WSTodayDate TO BTEnteredDate
       MOVE WSOperatorID TO BTEnteredBy
       MOVE ZERO TO BTAppliedDate
       MOVE ZERO TO BTBalanceMoved
       MOVE ZERO TO BTInvoicesMoved
       MOVE ZERO TO BTStandingMoved
       MOVE "N" TO BTPlanMoved
       WRITE TransferRecord
           INVALID KEY
               DISPLAY "Transfer Not Saved"
           NOT INVALID KEY
               IF WSEffDate = WSTodayDate
                   DISPLAY "Transfer Scheduled - Takes Effect Tonight"
               ELSE
                   DISPLAY "Transfer Scheduled For " WSEffDate
               END-IF
       END-WRITE.

*> Sets TransferExists and WSPendingDate for WSWorkIDNum
FindPendingTransfer.
       MOVE "N" TO TransferExists
       MOVE ZERO TO WSPendingDate
       MOVE WSWorkIDNum TO BTIDNum
       MOVE ZERO TO BTEffDate
       MOVE "Y" TO WSMoreRecords
       START TransferFile KEY IS NOT LESS THAN BTKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ TransferFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND BTIDNum NOT = WSWorkIDNum
               MOVE "N" TO WSMoreRecords
           END-IF
           IF WSMoreRecords = "Y" AND BTPending
               MOVE "Y" TO TransferExists
               MOVE BTEffDate TO WSPendingDate
           END-IF
       END-PERFORM.

ListPending.
       MOVE ZERO TO WSListCount
       DISPLAY " "
       DISPLAY "CUSTOMER  EFFECTIVE  FROM TO   KEYED BY"
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
               PERFORM SetDisplayBranches
               DISPLAY BTIDNum "  " BTEffDate "   " WSDispFrom "  "
                   WSDispTo "  " BTEnteredBy
               ADD 1 TO WSListCount
           END-IF
       END-PERFORM
       IF WSListCount = ZERO
           DISPLAY "No Transfers Pending"
       END-IF.

*> Only a pending transfer can be called off - an applied one is undone
*> by transferring the customer back
CancelTransfer.
       DISPLAY " "
       DISPLAY "Customer ID: " WITH NO ADVANCING
       ACCEPT WSWorkIDNum
       PERFORM FindPendingTransfer
       IF TransferExists = "N"
           DISPLAY "No Transfer Pending For That Customer"
           EXIT PARAGRAPH
       END-IF
       MOVE WSWorkIDNum TO BTIDNum
       MOVE WSPendingDate TO BTEffDate
       READ TransferFile
           INVALID KEY
               DISPLAY "No Transfer Pending For That Customer"
               EXIT PARAGRAPH
       END-READ
       PERFORM SetDisplayBranches
       DISPLAY "Pending: " WSDispFrom " To " WSDispTo " On " BTEffDate
       DISPLAY "Cancel This Transfer? (Y/N): " WITH NO ADVANCING
       ACCEPT WSConfirm
       IF WSConfirm NOT = "Y" AND WSConfirm NOT = "y"
           DISPLAY "Transfer Left Pending"
           EXIT PARAGRAPH
       END-IF
       SET BTCancelled TO TRUE
       REWRITE TransferRecord
           INVALID KEY DISPLAY "Transfer Not Updated"
           NOT INVALID KEY DISPLAY "Transfer Cancelled"
       END-REWRITE.

*> Every transfer on file for one customer, oldest first - the trail of
*> which office has owned the account
ShowCustomerTransfers.
       MOVE ZERO TO WSListCount
       DISPLAY " "
       DISPLAY "Customer ID: " WITH NO ADVANCING
       ACCEPT WSWorkIDNum
       DISPLAY "EFFECTIVE  FROM TO   STATUS    APPLIED   BALANCE MOVED"
           "  INV  SO PLAN"
       MOVE WSWorkIDNum TO BTIDNum
       MOVE ZERO TO BTEffDate
       MOVE "Y" TO WSMoreRecords
       START TransferFile KEY IS NOT LESS THAN BTKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ TransferFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND BTIDNum NOT = WSWorkIDNum
               MOVE "N" TO WSMoreRecords
           END-IF
           IF WSMoreRecords = "Y"
               PERFORM SetDisplayBranches
               EVALUATE TRUE
                   WHEN BTPending MOVE "PENDING" TO WSDispStatus
                   WHEN BTDone MOVE "DONE" TO WSDispStatus
                   WHEN BTCancelled MOVE "CANCELLED" TO WSDispStatus
                   WHEN BTRefused MOVE "REFUSED" TO WSDispStatus
                   WHEN OTHER MOVE BTStatus TO WSDispStatus
               END-EVALUATE
               MOVE BTBalanceMoved TO WSDispBalance
               DISPLAY BTEffDate "   " WSDispFrom "  " WSDispTo "  "
                   WSDispStatus " " BTAppliedDate "  " WSDispBalance
                   "  " BTInvoicesMoved " " BTStandingMoved " "
                   BTPlanMoved
               ADD 1 TO WSListCount
           END-IF
       END-PERFORM
       IF WSListCount = ZERO
           DISPLAY "No Transfers On File For That Customer"
       END-IF.

SetDisplayBranches.
       MOVE BTFromBranch TO WSDispFrom
       IF WSDispFrom = SPACES
           MOVE "HQ" TO WSDispFrom
       END-IF
       MOVE BTToBranch TO WSDispTo
       IF WSDispTo = SPACES
           MOVE "HQ" TO WSDispTo
       END-IF.
