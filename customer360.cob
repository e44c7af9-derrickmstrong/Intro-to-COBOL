       *> Any code outside this set means AcctStatusCode was never classified
       CLASS ValidAcctStatus IS "A", "D", "C".
*> The whole picture of one customer in one place: the master record with
*> masked SSN and edited balance, the order lines from OrderDetail.dat
*> and the orders and invoices orderhistoryarchive.cob has moved to history,
*> the audit trail across every log generation, the notes, and the
*> account status in words - what used to take four programs. Everything
*> opens INPUT and nothing is ever REWRITten, so it is safe for
*> inquiry-role operators - who sign on, since every look is logged
*> through INQLOG.cob under the operator's ID. The customer's complaint
*> cases are listed with the rest, and the operator can step straight
*> into complaintcases.cob from here - which asks for its own sign-on,
*> since that screen does change things.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           RECORD KEY IS ODOrderKey
           ALTERNATE RECORD KEY IS ODIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderFileStatus.
       *> Orders and invoices moved off the live files at year end - same
       *> keys as OrderDetail.dat, so the customer's lines come straight off
       *> the alternate key
       SELECT OrderHistoryFile ASSIGN TO "OrderDetailHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLOrderKey
           ALTERNATE RECORD KEY IS HLIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderHistoryStatus.
       SELECT InvoiceHistoryFile ASSIGN TO "InvoiceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceHistoryStatus.
       *> Every outbound touch the senders logged - read back here
       SELECT ContactHistory ASSIGN TO "ContactHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NoteKey
           FILE STATUS IS WSNotesFileStatus.
       *> Carrier tracking numbers loaded by trackingimport.cob
       SELECT TrackingFile ASSIGN TO "ShipTracking.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STOrderKey
           FILE STATUS IS WSTrackingFileStatus.
       *> Complaint cases kept by complaintcases.cob
       SELECT CaseFile ASSIGN TO "ComplaintCases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSCaseNum
           ALTERNATE RECORD KEY IS CSIDNum WITH DUPLICATES
           FILE STATUS IS WSCaseFileStatus.
       *> One line per operator: ID, password, role, status - every
       *> look at a customer is logged under a real operator
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
       02 FILLER PIC X.
       02 ODPostedFlag PIC X(01).
       02 FILLER PIC X.
       *> S (or space, on older lines) = sale, R = return credit line,
       *> F = freight charge
       02 ODLineType PIC X(01).
           88 ODLineIsReturn VALUE "R".
           88 ODLineIsFreight VALUE "F".
           88 ODLineIsGiftCert VALUE "G".
       *> Fulfillment state stamped by shipconfirm.cob
       02 ODShipFlag PIC X(01).
           88 ODLineShipped VALUE "S".
           88 ODLineBackordered VALUE "B".
           88 ODLineCancelled VALUE "X".
       02 ODShipDate PIC 9(08).
       *> Order number and line - the record key
       02 ODOrderKey.
       *> OrderDetailRecord for the field carve-out
       02 FILLER PIC X(10).

*> Must match orderhistoryarchive.cob's DetailHistoryRecord, which is
*> orderentry.cob's OrderDetailRecord layout
FD OrderHistoryFile.
01 OrderHistoryRecord.
       02 HLIDNum PIC 9(8).
       02 FILLER PIC X.
       02 HLProdID PIC X(05).
       02 FILLER PIC X.
       02 HLProdDesc PIC X(15).
       02 FILLER PIC X.
       02 HLProdQty PIC 9(03).
       02 FILLER PIC X.
       02 HLProdPrice PIC 9(05)V99.
       02 FILLER PIC X.
       02 HLOrderDate PIC 9(08).
       *> Posted flag and line type - carried for layout fit
       02 FILLER PIC X(04).
       02 HLShipFlag PIC X(01).
       02 HLShipDate PIC 9(08).
       02 HLOrderKey.
           03 HLOrderNum PIC 9(08).
           03 HLLineNum PIC 9(03).
       02 FILLER PIC X(10).

*> Must match invoice-calculator's InvoiceFile header layout - the
*> history file carries the lines too, passed over here
FD InvoiceHistoryFile.
01 InvoiceHistoryRecord.
       02 IhRecordType PIC X(01).
       02 IhInvNumber PIC 9(08).
       02 IhIDNum PIC 9(08).
       02 IhInvDate PIC 9(08).
       02 FILLER PIC X(25).
       02 IhTotal PIC 9(7)V999.
       02 IhStatusFlag PIC X(01).
       02 FILLER PIC X(19).

*> Must match CONTACTLOG.cob's ContactRecord layout
FD ContactHistory.
01 ContactRecord.
       02 NoteOperator PIC X(08).
       02 NoteText PIC X(60).

*> Must match trackingimport.cob's TrackingRecord layout
FD TrackingFile.
01 TrackingRecord.
       02 STOrderKey.
           03 STOrderNum PIC 9(08).
           03 STLineNum PIC 9(03).
       02 STTrackingNum PIC X(30).
       02 STShipDate PIC 9(08).
       02 STImportDate PIC 9(08).
       02 FILLER PIC X(20).

*> Must match complaintcases.cob's CaseRecord layout
FD CaseFile.
01 CaseRecord.
       02 CSCaseNum PIC 9(08).
       02 CSIDNum PIC 9(08).
       02 CSCategory PIC X(03).
       02 CSPriority PIC X(01).
       02 CSOwner PIC X(08).
       02 CSOpenedDate PIC 9(08).
       02 CSOpenedBy PIC X(08).
       02 CSTargetDate PIC 9(08).
       02 CSStatus PIC X(01).
           88 CaseStillOpen VALUE "O" "W" "P".
       02 CSLastChangeDate PIC 9(08).
       02 CSSummary PIC X(50).
       02 CSRootCause PIC X(03).
       02 CSResolvedDate PIC 9(08).
       02 CSResolvedBy PIC X(08).
       02 CSResolution PIC X(50).
       02 FILLER PIC X(20).

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
01 StayOpen PIC X VALUE 'Y'.
01 CustExists PIC X.
01 WSMoreNotes PIC X.
01 WSMoreOrderLines PIC X.
01 WSOrderCount PIC 9(05).
01 WSArchiveCount PIC 9(05).
*> Display formatting - masked SSN, edited balance, edited dates, all
*> the same shapes randomlyaccessdata.cob uses
01 WSMaskedSSN PIC X(11).
01 WSOrderFileStatus PIC X(02).
01 WSNotesFileStatus PIC X(02).
01 WSContactHistoryStatus PIC X(02).
01 WSTrackingFileStatus PIC X(02).
01 WSOrderHistoryStatus PIC X(02).
01 WSInvoiceHistoryStatus PIC X(02).
01 WSContactFound PIC X.
01 WSCaseFileStatus PIC X(02).
01 WSCaseFound PIC X.
01 WSMoreCases PIC X.
01 WSCaseNote PIC X(07).
01 WSWorkCases PIC X.
01 WSToday PIC 9(08).
*> Y once ShipTracking.dat opened - not every site imports manifests
01 WSTrackingOpen PIC X.
*> Sign-on state - every inquiry is logged under a real operator
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
01 WSOperatorFileStatus PIC X(02).
*> Inquiry-access log staging - see INQLOG.cob
01 WSInqProgram PIC X(20) VALUE "customer360".
01 WSInqScreen PIC X(12).

PROCEDURE DIVISION.
StartPara.
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       MOVE "N" TO WSAuthorized.
       ACCEPT WSToday FROM DATE YYYYMMDD.
       PERFORM VerifyOperator
       IF NOT Authorized
           DISPLAY "Access Denied: Inquiries Need A Signed-On Operator"
           GOBACK
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> The real sign-on against Operators.dat - no shared-password
*> fallback here, because the inquiry log has to name who looked
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

*> Everything on file for one IDNum, section by section, with a pause
*> between sections so the screen doesn't scroll away
ShowOneCustomer360.
       IF CustExists = "N"
           DISPLAY "Customer Doesn't Exist"
       ELSE
           MOVE "CUSTOMER360" TO WSInqScreen
           CALL 'INQLOG' USING WSInqProgram, WSOperatorID, IDNum,
               WSInqScreen
           PERFORM ShowMasterSection
           PERFORM PauseForOperator
           PERFORM ShowOrderSection
           PERFORM PauseForOperator
           PERFORM ShowArchivedSection
           PERFORM PauseForOperator
           PERFORM ShowHistorySection
           PERFORM ShowContactSection
           PERFORM ShowNotesSection
           PERFORM ShowCaseSection
           DISPLAY "Work This Customer's Complaint Cases? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WSWorkCases
           IF WSWorkCases = "Y" OR WSWorkCases = "y"
               CALL 'complaintcases'
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "complaintcases Returned Code " RETURN-CODE
               END-IF
           END-IF
       END-IF.

ShowMasterSection.
       IF WSOrderFileStatus NOT = "00"
           DISPLAY "No Order File On This System"
       ELSE
           MOVE "N" TO WSTrackingOpen
           OPEN INPUT TrackingFile
           IF WSTrackingFileStatus = "00"
               MOVE "Y" TO WSTrackingOpen
           END-IF
           *> This customer's lines only, off the alternate key
           MOVE IDNum TO ODIDNum
           MOVE "Y" TO WSMoreOrderLines
                       IF ODLineIsReturn
                           DISPLAY "         (Return Credit Line)"
                       END-IF
                       IF ODLineIsFreight
                           DISPLAY "         (Freight Charge)"
                       END-IF
                       IF ODLineIsGiftCert
                           DISPLAY "         (Gift Certificates Sold)"
                       END-IF
                       IF ODLineCancelled
                           DISPLAY "         (Cancelled " ODShipDate ")"
                       END-IF
                       IF ODLineShipped AND WSTrackingOpen = "Y"
                           MOVE ODOrderKey TO STOrderKey
                           READ TrackingFile
                               NOT INVALID KEY
                                   DISPLAY "         (Shipped " STShipDate
                                       " Tracking " STTrackingNum ")"
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OrderDetailFile
           IF WSTrackingOpen = "Y"
               CLOSE TrackingFile
           END-IF
           IF WSOrderCount = ZERO
               DISPLAY "No Order Lines On File"
           END-IF
       END-IF.

*> Orders and invoices moved to history at year end - every one of them
*> finished, so only what was bought and billed, and when
ShowArchivedSection.
       DISPLAY " "
       DISPLAY "--- Archived Orders And Invoices ---"
       MOVE ZERO TO WSArchiveCount
       OPEN INPUT OrderHistoryFile
       IF WSOrderHistoryStatus = "00"
           MOVE IDNum TO HLIDNum
           MOVE "Y" TO WSMoreOrderLines
           START OrderHistoryFile KEY IS EQUAL TO HLIDNum
               INVALID KEY MOVE "N" TO WSMoreOrderLines
           END-START
           PERFORM UNTIL WSMoreOrderLines = "N"
               READ OrderHistoryFile NEXT RECORD
                   AT END MOVE "N" TO WSMoreOrderLines
               END-READ
               IF WSMoreOrderLines = "Y"
                   IF HLIDNum NOT = IDNum
                       MOVE "N" TO WSMoreOrderLines
                   ELSE
                       ADD 1 TO WSArchiveCount
                       COMPUTE WSLineAmount = HLProdQty * HLProdPrice
                       MOVE WSLineAmount TO WSDispAmount
                       DISPLAY "Ord " HLOrderNum " " HLOrderDate " "
                           HLProdID " " HLProdDesc " x" HLProdQty
                           " = " WSDispAmount " Ship:" HLShipFlag
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OrderHistoryFile
       END-IF
       OPEN INPUT InvoiceHistoryFile
       IF WSInvoiceHistoryStatus = "00"
           MOVE "Y" TO WSMoreOrderLines
           READ InvoiceHistoryFile
               AT END MOVE "N" TO WSMoreOrderLines
           END-READ
           PERFORM UNTIL WSMoreOrderLines = "N"
               IF IhRecordType = "H" AND IhIDNum = IDNum
                   ADD 1 TO WSArchiveCount
                   MOVE IhTotal TO WSDispAmount
                   DISPLAY "Inv " IhInvNumber " " IhInvDate " "
                       WSDispAmount " Status:" IhStatusFlag
               END-IF
               READ InvoiceHistoryFile
                   AT END MOVE "N" TO WSMoreOrderLines
               END-READ
           END-PERFORM
           CLOSE InvoiceHistoryFile
       END-IF
       IF WSArchiveCount = ZERO
           DISPLAY "No Archived Orders Or Invoices"
       END-IF.

*> The audit trail across the current log and every rotated generation
ShowHistorySection.
       DISPLAY " "
           END-IF
       END-IF.

*> Every complaint case on file for the customer, open ones flagged
*> when they are past their service-level target
ShowCaseSection.
       DISPLAY " "
       DISPLAY "--- Complaint Cases ---"
       MOVE "N" TO WSCaseFound
       OPEN INPUT CaseFile
       IF WSCaseFileStatus NOT = "00"
           DISPLAY "No Complaint Cases On File"
       ELSE
           MOVE IDNum TO CSIDNum
           MOVE "Y" TO WSMoreCases
           START CaseFile KEY IS EQUAL TO CSIDNum
               INVALID KEY MOVE "N" TO WSMoreCases
           END-START
           PERFORM UNTIL WSMoreCases = "N"
               READ CaseFile NEXT RECORD
                   AT END MOVE "N" TO WSMoreCases
               END-READ
               IF WSMoreCases = "Y"
                   IF CSIDNum NOT = IDNum
                       MOVE "N" TO WSMoreCases
                   ELSE
                       MOVE "Y" TO WSCaseFound
                       MOVE SPACES TO WSCaseNote
                       IF CaseStillOpen AND CSTargetDate < WSToday
                           MOVE "OVERDUE" TO WSCaseNote
                       END-IF
                       DISPLAY CSCaseNum " " CSOpenedDate " "
                           CSCategory " " CSStatus " " CSOwner " "
                           CSSummary(1:30) " " WSCaseNote
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CaseFile
           IF WSCaseFound = "N"
               DISPLAY "No Complaint Cases On File"
           END-IF
       END-IF.

PauseForOperator.
       DISPLAY "-- Press Enter for more --" WITH NO ADVANCING
       ACCEPT WSPause.
