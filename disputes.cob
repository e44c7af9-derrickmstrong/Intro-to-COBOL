       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    disputes.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Invoice dispute maintenance: when a customer disputes an invoice the
*> dispute finally has a record on Disputes.dat - the invoice, when it
*> was opened, why, how much is in question, who owns chasing it, and
*> how it was resolved. While a dispute is open its amount is held back
*> (through DISPUTEAMT.cob) from late fees, interest, dunning, and the
*> bureau extract; resolving it lets them see the amount again.
*> disputeaging.cob prints the open ones as the collections worklist.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> One dispute per invoice, keyed by invoice number, with the
       *> customer as a second key for the per-customer holdback
       SELECT DisputeFile ASSIGN TO "Disputes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSInvNumber
           ALTERNATE RECORD KEY IS DSIDNum WITH DUPLICATES
           FILE STATUS IS WSDisputeFileStatus.
       *> Read only - the disputed invoice must be on file and not voided
       SELECT InvoiceFile ASSIGN TO "InvoiceFile.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceFileStatus.
       *> One line per operator: ID, password, role, status - every
       *> dispute carries the operator who opened or resolved it
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
*> One dispute per record - DISPUTEAMT.cob and disputeaging.cob read
*> this same layout
FD DisputeFile.
01 DisputeRecord.
       02 DSInvNumber PIC 9(08).
       02 DSIDNum PIC 9(08).
       02 DSOpenedDate PIC 9(08).
       *> PRC price, QTY quantity short, DMG damaged, NRC not
       *> received, DUP billed twice, OTH anything else
       02 DSReasonCode PIC X(03).
           88 DisputeReasonValid VALUE "PRC" "QTY" "DMG" "NRC" "DUP"
               "OTH".
       02 DSAmount PIC 9(7)V99.
       *> The operator chasing it for collections
       02 DSOwner PIC X(08).
       *> O = open (amount held back), R = resolved
       02 DSStatusFlag PIC X(01).
           88 DisputeOpen VALUE "O".
           88 DisputeResolved VALUE "R".
       *> C = credited to the customer, U = upheld (customer owes it),
       *> W = withdrawn by the customer
       02 DSResolution PIC X(01).
           88 ResolvedCredited VALUE "C".
           88 ResolvedUpheld VALUE "U".
           88 ResolvedWithdrawn VALUE "W".
           88 DisputeResolutionValid VALUE "C" "U" "W".
       02 DSResolvedDate PIC 9(08).
       02 DSResolvedBy PIC X(08).
       02 DSResolutionNote PIC X(30).
       *> Reserved for future fields
       02 FILLER PIC X(21).

*> Must match invoice-calculator's InvoiceFile layouts
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
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 DisputeExists PIC X.
01 WSRunDate PIC 9(08).
*> Sign-on state - every dispute carries a real operator
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
*> The invoice being disputed, as found on InvoiceFile.dat
01 WSInvNumber PIC 9(08).
01 WSInvFound PIC X.
01 WSInvIDNum PIC 9(08).
01 WSInvOpenAmt PIC 9(7)V999.
01 WSInvVoided PIC X.
*> Owner reassignment / defaulting
01 WSNewOwner PIC X(08).
01 WSOwnerFound PIC X.
*> Walking one customer's disputes on the alternate key
01 WSListIDNum PIC 9(08).
01 WSMoreDisputes PIC X.
01 WSListCount PIC 9(05).
01 WSDispAmount PIC $$,$$$,$$9.99.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSDisputeFileStatus PIC X(02).
01 WSInvoiceFileStatus PIC X(02).
01 WSOperatorFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       MOVE "N" TO WSAuthorized.
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       PERFORM VerifyOperator
       IF NOT Authorized
           DISPLAY "Access Denied: Disputes Need A Signed-On Operator"
           GOBACK
       END-IF
       *> I-O to maintain disputes; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN I-O DisputeFile.
       IF WSDisputeFileStatus = "35"
           OPEN OUTPUT DisputeFile
           CLOSE DisputeFile
           OPEN I-O DisputeFile
       END-IF
       IF WSDisputeFileStatus NOT = "00"
           DISPLAY "Warning: Disputes.dat Open Status "
               WSDisputeFileStatus
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "INVOICE DISPUTES"
               DISPLAY "1 : Open Dispute"
               DISPLAY "2 : Show Dispute"
               DISPLAY "3 : Resolve Dispute"
               DISPLAY "4 : Reassign Owner"
               DISPLAY "5 : List Customer's Disputes"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM OpenDispute
                    WHEN 2 PERFORM ShowDispute
                    WHEN 3 PERFORM ResolveDispute
                    WHEN 4 PERFORM ReassignOwner
                    WHEN 5 PERFORM ListCustDisputes
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE DisputeFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> The real sign-on against Operators.dat - no shared-password
*> fallback here, because the dispute records WHO opened and closed it
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

*> A dispute is against a real, unvoided invoice with something still
*> open on it, and never for more than is still open. A resolved
*> dispute on the same invoice makes way for the new one; an open one
*> must be resolved first.
OpenDispute.
       DISPLAY " "
       DISPLAY "Invoice Number: " WITH NO ADVANCING
       ACCEPT WSInvNumber
       IF WSInvNumber IS NOT NUMERIC OR WSInvNumber = ZERO
           DISPLAY "Rejected: Invoice Number Must Be Numeric"
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO DisputeExists
       MOVE WSInvNumber TO DSInvNumber
       READ DisputeFile
           INVALID KEY MOVE "N" TO DisputeExists
       END-READ
       IF DisputeExists = "Y" AND DisputeOpen
           DISPLAY "Rejected: An Open Dispute Is Already On File"
           EXIT PARAGRAPH
       END-IF
       PERFORM FindInvoice
       EVALUATE TRUE
           WHEN WSInvFound = "N"
               DISPLAY "Rejected: Invoice Not On File"
               EXIT PARAGRAPH
           WHEN WSInvVoided = "Y"
               DISPLAY "Rejected: Invoice Is Voided"
               EXIT PARAGRAPH
           WHEN WSInvOpenAmt NOT > ZERO
               DISPLAY "Rejected: Nothing Open On The Invoice"
               EXIT PARAGRAPH
       END-EVALUATE
       MOVE WSInvOpenAmt TO WSDispAmount
       DISPLAY "Customer " WSInvIDNum "  Open On Invoice " WSDispAmount
       MOVE SPACES TO DisputeRecord
       MOVE WSInvNumber TO DSInvNumber
       MOVE WSInvIDNum TO DSIDNum
       MOVE WSRunDate TO DSOpenedDate
       DISPLAY "Reason (PRC QTY DMG NRC DUP OTH): " WITH NO ADVANCING
       ACCEPT DSReasonCode
       MOVE FUNCTION UPPER-CASE(DSReasonCode) TO DSReasonCode
       IF NOT DisputeReasonValid
           DISPLAY "Rejected: Unknown Reason Code"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Disputed Amount (0 = All Still Open): "
           WITH NO ADVANCING
       ACCEPT DSAmount
       IF DSAmount IS NOT NUMERIC
           DISPLAY "Rejected: Amount Must Be Numeric"
           EXIT PARAGRAPH
       END-IF
       IF DSAmount = ZERO
           MOVE WSInvOpenAmt TO DSAmount
       END-IF
       IF DSAmount > WSInvOpenAmt
           DISPLAY "Rejected: More Than Is Open On The Invoice"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Owner Operator ID (blank = you): " WITH NO ADVANCING
       ACCEPT WSNewOwner
       IF WSNewOwner = SPACES
           MOVE WSOperatorID TO WSNewOwner
       ELSE
           PERFORM CheckOwnerOnFile
           IF WSOwnerFound = "N"
               DISPLAY "Rejected: Owner Is Not An Active Operator"
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE WSNewOwner TO DSOwner
       SET DisputeOpen TO TRUE
       MOVE SPACE TO DSResolution
       MOVE ZERO TO DSResolvedDate
       MOVE SPACES TO DSResolvedBy
       MOVE SPACES TO DSResolutionNote
       IF DisputeExists = "Y"
           REWRITE DisputeRecord
               INVALID KEY DISPLAY "Dispute Not Saved"
               NOT INVALID KEY DISPLAY "Dispute Opened"
           END-REWRITE
       ELSE
           WRITE DisputeRecord
               INVALID KEY DISPLAY "Dispute Not Saved"
               NOT INVALID KEY DISPLAY "Dispute Opened"
           END-WRITE
       END-IF.

*> Walk InvoiceFile.dat for the header - what's still open on it is
*> the total less whatever cash and credits have been applied
FindInvoice.
       MOVE "N" TO WSInvFound
       MOVE "N" TO WSInvVoided
       MOVE ZERO TO WSInvOpenAmt
       MOVE ZERO TO WSInvIDNum
       OPEN INPUT InvoiceFile
       IF WSInvoiceFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ InvoiceFile
           AT END SET InvEOF TO TRUE
       END-READ
       PERFORM UNTIL InvEOF OR WSInvFound = "Y"
           IF IhRecordType = "H" AND IhInvNumber = WSInvNumber
               MOVE "Y" TO WSInvFound
               MOVE IhIDNum TO WSInvIDNum
               IF InvVoided
                   MOVE "Y" TO WSInvVoided
               END-IF
               IF IhPaidAmount IS NOT NUMERIC
                   MOVE ZERO TO IhPaidAmount
               END-IF
               IF IhTotal > IhPaidAmount AND NOT InvPaid
                   COMPUTE WSInvOpenAmt = IhTotal - IhPaidAmount
               END-IF
           ELSE
               READ InvoiceFile
                   AT END SET InvEOF TO TRUE
               END-READ
           END-IF
       END-PERFORM
       CLOSE InvoiceFile.

*> The owner has to be someone who can actually sign on
CheckOwnerOnFile.
       MOVE "N" TO WSOwnerFound
       OPEN INPUT OperatorFile
       IF WSOperatorFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ OperatorFile
           AT END SET OperEOF TO TRUE
       END-READ
       PERFORM UNTIL OperEOF
           IF OperID = WSNewOwner AND OperActive
               MOVE "Y" TO WSOwnerFound
           END-IF
           READ OperatorFile
               AT END SET OperEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE OperatorFile.

ShowDispute.
       MOVE "Y" TO DisputeExists
       DISPLAY " "
       DISPLAY "Invoice Number: " WITH NO ADVANCING
       ACCEPT DSInvNumber
       READ DisputeFile
           INVALID KEY MOVE "N" TO DisputeExists
       END-READ
       IF DisputeExists = "N"
           DISPLAY "No Dispute On File"
       ELSE
           PERFORM DisplayOneDispute
       END-IF.

DisplayOneDispute.
       MOVE DSAmount TO WSDispAmount
       DISPLAY "Invoice....: " DSInvNumber
       DISPLAY "Customer...: " DSIDNum
       DISPLAY "Opened.....: " DSOpenedDate
       DISPLAY "Reason.....: " DSReasonCode
       DISPLAY "Disputed...: " WSDispAmount
       DISPLAY "Owner......: " DSOwner
       EVALUATE TRUE
           WHEN DisputeOpen
               DISPLAY "Status.....: Open"
           WHEN ResolvedCredited
               DISPLAY "Status.....: Resolved - Credited"
           WHEN ResolvedUpheld
               DISPLAY "Status.....: Resolved - Upheld"
           WHEN ResolvedWithdrawn
               DISPLAY "Status.....: Resolved - Withdrawn"
           WHEN OTHER
               DISPLAY "Status.....: " DSStatusFlag
       END-EVALUATE
       IF DisputeResolved
           DISPLAY "Resolved...: " DSResolvedDate " By " DSResolvedBy
           DISPLAY "Note.......: " DSResolutionNote
       END-IF.

*> Resolving lifts the holdback - the fee, interest, and dunning runs
*> see the amount again the next time they run. A credited dispute
*> still needs its invoice adjustment keyed through invoiceadjust.cob.
ResolveDispute.
       MOVE "Y" TO DisputeExists
       DISPLAY " "
       DISPLAY "Invoice Number: " WITH NO ADVANCING
       ACCEPT DSInvNumber
       READ DisputeFile
           INVALID KEY MOVE "N" TO DisputeExists
       END-READ
       IF DisputeExists = "N" OR NOT DisputeOpen
           DISPLAY "No Open Dispute On File"
           EXIT PARAGRAPH
       END-IF
       PERFORM DisplayOneDispute
       DISPLAY "Resolution (C=Credited U=Upheld W=Withdrawn): "
           WITH NO ADVANCING
       ACCEPT DSResolution
       MOVE FUNCTION UPPER-CASE(DSResolution) TO DSResolution
       IF NOT DisputeResolutionValid
           DISPLAY "Rejected: Unknown Resolution"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Resolution Note: " WITH NO ADVANCING
       ACCEPT DSResolutionNote
       SET DisputeResolved TO TRUE
       MOVE WSRunDate TO DSResolvedDate
       MOVE WSOperatorID TO DSResolvedBy
       REWRITE DisputeRecord
           INVALID KEY DISPLAY "Dispute Not Resolved"
           NOT INVALID KEY
               DISPLAY "Dispute Resolved"
               IF ResolvedCredited
                   DISPLAY "Key The Credit Through Invoice Adjustment"
               END-IF
       END-REWRITE.

ReassignOwner.
       MOVE "Y" TO DisputeExists
       DISPLAY " "
       DISPLAY "Invoice Number: " WITH NO ADVANCING
       ACCEPT DSInvNumber
       READ DisputeFile
           INVALID KEY MOVE "N" TO DisputeExists
       END-READ
       IF DisputeExists = "N" OR NOT DisputeOpen
           DISPLAY "No Open Dispute On File"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Current Owner: " DSOwner
       DISPLAY "New Owner Operator ID: " WITH NO ADVANCING
       ACCEPT WSNewOwner
       PERFORM CheckOwnerOnFile
       IF WSOwnerFound = "N"
           DISPLAY "Rejected: Owner Is Not An Active Operator"
           EXIT PARAGRAPH
       END-IF
       MOVE WSNewOwner TO DSOwner
       REWRITE DisputeRecord
           INVALID KEY DISPLAY "Owner Not Changed"
           NOT INVALID KEY DISPLAY "Owner Changed"
       END-REWRITE.

*> Every dispute for one customer, open and resolved, off the
*> alternate key
ListCustDisputes.
       MOVE ZERO TO WSListCount
       DISPLAY " "
       DISPLAY "Enter Customer ID: " WITH NO ADVANCING
       ACCEPT WSListIDNum
       MOVE WSListIDNum TO DSIDNum
       MOVE "Y" TO WSMoreDisputes
       START DisputeFile KEY IS EQUAL TO DSIDNum
           INVALID KEY MOVE "N" TO WSMoreDisputes
       END-START
       PERFORM UNTIL WSMoreDisputes = "N"
           READ DisputeFile NEXT RECORD
               AT END MOVE "N" TO WSMoreDisputes
           END-READ
           IF WSMoreDisputes = "Y"
               IF DSIDNum NOT = WSListIDNum
                   MOVE "N" TO WSMoreDisputes
               ELSE
                   ADD 1 TO WSListCount
                   MOVE DSAmount TO WSDispAmount
                   DISPLAY DSInvNumber "  " DSOpenedDate "  "
                       DSReasonCode "  " WSDispAmount "  " DSOwner
                       "  " DSStatusFlag DSResolution
               END-IF
           END-IF
       END-PERFORM
       DISPLAY "Disputes On File: " WSListCount.
