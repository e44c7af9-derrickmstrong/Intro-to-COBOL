*> and writes header and line records to InvoiceFile.dat for the
*> register and the quarterly tax-by-jurisdiction report to read -
*> nothing lives only in WORKING-STORAGE anymore.
*> An invoice billed in a foreign currency is converted at the rate in
*> force on the invoice date (FXRATE.cob) and its dollar equivalent is
*> kept on InvoiceFX.dat, where fxrevalue.cob restates it at month end
*> and applypayments.cob settles it - no rate on file, no invoice.
*> Each invoice is stamped with the branch that owns the customer when
*> it is billed; branchtransfer.cob moves the open ones with the account.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> The customer this invoice bills - verified live before any
       SELECT InvoiceControl ASSIGN TO "InvoiceControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceControlStatus.
       *> The dollar side of each foreign-currency invoice, by number
       SELECT InvoiceFXFile ASSIGN TO "InvoiceFX.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FXInvNumber
           FILE STATUS IS WSInvoiceFXStatus.
       *> One line per operator - a freight waiver needs an A or F role
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle through the conversion hold - carried for
       *> layout fit, see randomlyaccessdata.cob for the carve-out
       02 FILLER PIC X(202).
       *> Which branch office owns this customer - the invoice's branch
       02 BranchCode PIC X(03).
       *> Reserved for future fields
       02 FILLER PIC X(25).

*> The first byte types each record: H header, L line - must match
*> invoiceregister.cob and invoicetaxreport.cob
           88 InvPaid VALUE "P".
           88 InvVoided VALUE "V".
       02 IhPaidAmount PIC 9(7)V999.
       *> E = billed tax-free under an exemption certificate
       02 IhTaxExempt PIC X(01).
           88 InvTaxExempt VALUE "E".
       *> The branch that owns the receivable - blank is HQ
       02 IhBranch PIC X(03).
       02 FILLER PIC X(05).
01 InvoiceLineRecord REDEFINES InvoiceRecord.
       02 IlRecordType PIC X(01).
       02 IlInvNumber PIC 9(08).
       02 IlItemAmount PIC 9(7)V999.
       02 FILLER PIC X(30).

*> One per foreign-currency invoice - fxrevalue.cob and
*> applypayments.cob read and rewrite this same layout
FD InvoiceFXFile.
01 InvoiceFXRecord.
       02 FXInvNumber PIC 9(08).
       02 FXIDNum PIC 9(08).
       02 FXCurrency PIC X(03).
       02 FXInvDate PIC 9(08).
       *> Dollars per unit on the invoice date, and the invoice total
       *> in dollars at that rate
       02 FXInvRate PIC 9(03)V9(06).
       02 FXBaseTotal PIC 9(09)V99.
       *> The rate the open amount is carried at - the invoice rate
       *> until a month-end revaluation restates it - and that month
       02 FXCarryRate PIC 9(03)V9(06).
       02 FXCarryMonth PIC 9(06).
       *> Gain (+) or loss (-) booked so far, unrealized at month end
       *> and realized as payments apply, and the dollars received
       02 FXUnrealized PIC S9(09)V99.
       02 FXRealized PIC S9(09)V99.
       02 FXBaseReceived PIC 9(09)V99.
       *> Reserved for future fields
       02 FILLER PIC X(20).

FD InvoiceControl.
01 InvoiceControlRecord.
       02 NextInvNumber PIC 9(08).

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
       02 FILLER PIC X(04).

WORKING-STORAGE SECTION.
*> Who this invoice bills, and whether they checked out against the master
01 WSBillIDNum PIC 9(08).
01 WSCustExists PIC X.
01 WSBillBranch PIC X(03).
01 WSInvNumber PIC 9(08).
01 WSInvDate PIC 9(08).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSInvoiceFileStatus PIC X(02).
01 WSInvoiceControlStatus PIC X(02).
01 WSOperatorFileStatus PIC X(02).
01 WSInvoiceFXStatus PIC X(02).
*> Line items keyed by subscript, same OCCURS style as createtables.cob
*> Prices/amounts carry 3 decimal places internally so the sharpest currency
*> this shop bills in (KWD, 3 decimals) never loses precision to rounding
*> this program and orderposting.cob can never drift apart
01 WSJurisdiction PIC X(02).
01 WSRateFound PIC X VALUE 'N'.
*> Exemption certificate on file for the bill-to and jurisdiction -
*> see TAXEXEMPT.cob
01 WSTodayDate PIC 9(08).
01 WSExemptFound PIC X VALUE 'N'.
01 WSExemptCert PIC X(20).
*> Currency table - how many decimal places each currency prints with
01 WSCurrency PIC X(03) VALUE "USD".
01 WSCurrFound PIC X VALUE 'N'.
       02 CurrencyEntry OCCURS 4 TIMES INDEXED BY CurIdx.
           03 CurrCode PIC X(03).
           03 CurrDecimals PIC 9.
*> Dollars per unit of the invoice currency on the invoice date, and
*> the invoice total at that rate - see FXRATE.cob
01 WSFXRate PIC 9(03)V9(06) VALUE 1.
01 WSFXRateDate PIC 9(08).
01 WSFXFound PIC X VALUE 'N'.
01 WSBaseTotal PIC 9(09)V99 VALUE ZERO.
01 WSEditedRate PIC ZZ9.999999.
01 WSEditedBase PIC ZZZ,ZZZ,ZZ9.99.
*> Staged here before each call to PrintAmount, since PERFORM can't pass args
01 WSTempLabel PIC X(10).
01 WSTempAmount PIC 9(7)V999.
01 WSAmt0Dec PIC ZZZZZZ9.
01 WSAmt2Dec PIC ZZZZZZ9.99.
01 WSAmt3Dec PIC ZZZZZZ9.999.
*> Freight - the keyed lines' value the rate band is figured on, the
*> charge FREIGHTRATE found for the jurisdiction, and the waiver gate
01 WSFreightBase PIC 9(08)V99.
01 WSFreightCharge PIC 9(05)V99.
01 WSFreightFound PIC X(01).
01 WSWaiveAnswer PIC X.
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSWaiverGood PIC X.

PROCEDURE DIVISION.
PERFORM GetBillToCustomer.
PERFORM GetJurisdiction.
PERFORM CheckTaxExemption.
PERFORM InitCurrencyTable.
PERFORM GetCurrency.
PERFORM UNTIL StayOpen = 'N' OR StayOpen = 'n' OR WSLineCount >= 20
       DISPLAY "Add another line item? (Y/N): " WITH NO ADVANCING
       ACCEPT StayOpen
END-PERFORM.
PERFORM AddFreightLine.
PERFORM ComputeInvoiceTotals.
PERFORM PrintInvoice.
PERFORM SaveInvoice.
           STOP RUN
       END-IF
       DISPLAY "Billing: " FirstName " " LastName
       MOVE BranchCode TO WSBillBranch
       CLOSE CustomerFile.

*> Issue the next number off the control record, write the header and
       MOVE WSTotal TO IhTotal
       SET InvOpen TO TRUE
       MOVE ZERO TO IhPaidAmount
       IF WSExemptFound = "Y"
           SET InvTaxExempt TO TRUE
       END-IF
       MOVE WSBillBranch TO IhBranch
       WRITE InvoiceRecord
       PERFORM SaveOneLine VARYING LineIdx FROM 1 BY 1
           UNTIL LineIdx > WSLineCount
       CLOSE InvoiceFile
       IF WSCurrency NOT = "USD"
           PERFORM SaveInvoiceFX
       END-IF
       PERFORM BumpNextInvNumber
       DISPLAY "Invoice " WSInvNumber " Saved To InvoiceFile.dat".

*> The dollar side of a foreign invoice, carried at the invoice-date
*> rate until the first month-end revaluation
SaveInvoiceFX.
       *> I-O to add the invoice; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first one creates it
       OPEN I-O InvoiceFXFile
       IF WSInvoiceFXStatus = "35"
           OPEN OUTPUT InvoiceFXFile
           CLOSE InvoiceFXFile
           OPEN I-O InvoiceFXFile
       END-IF
       IF WSInvoiceFXStatus NOT = "00"
           DISPLAY "Warning: InvoiceFX.dat Open Status "
               WSInvoiceFXStatus
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO InvoiceFXRecord
       MOVE WSInvNumber TO FXInvNumber
       MOVE WSBillIDNum TO FXIDNum
       MOVE WSCurrency TO FXCurrency
       MOVE WSInvDate TO FXInvDate
       MOVE WSFXRate TO FXInvRate
       MOVE WSBaseTotal TO FXBaseTotal
       MOVE WSFXRate TO FXCarryRate
       MOVE ZERO TO FXCarryMonth
       MOVE ZERO TO FXUnrealized
       MOVE ZERO TO FXRealized
       MOVE ZERO TO FXBaseReceived
       WRITE InvoiceFXRecord
           INVALID KEY
               DISPLAY "Warning: Invoice " WSInvNumber
                   " Already On InvoiceFX.dat"
       END-WRITE
       CLOSE InvoiceFXFile.

SaveOneLine.
       MOVE SPACES TO InvoiceRecord
       MOVE "L" TO IlRecordType
           MOVE DefaultTaxRate TO TaxRate
       END-IF.

*> A customer holding a certificate for the jurisdiction is billed
*> tax-free - the header is marked so invoicetaxreport.cob can show the
*> sale as exempt
CheckTaxExemption.
       ACCEPT WSTodayDate FROM DATE YYYYMMDD
       CALL 'TAXEXEMPT' USING WSBillIDNum, WSJurisdiction, WSTodayDate,
           WSExemptFound, WSExemptCert
       IF WSExemptFound = "Y"
           DISPLAY "Tax Exempt In " WSJurisdiction " - Certificate "
               WSExemptCert
           MOVE ZERO TO TaxRate
       END-IF.

*> Load the known currency codes and how many decimal places each prints with
InitCurrencyTable.
       MOVE "USD" TO CurrCode(1)
           DISPLAY "Unknown Currency - Using USD Precision (2 Decimals)"
           MOVE "USD" TO WSCurrency
           MOVE 2 TO WSCurrDecimals
       END-IF
       IF WSCurrency = "USD"
           EXIT PARAGRAPH
       END-IF
       *> A foreign invoice needs today's rate before a line is taken
       CALL 'FXRATE' USING WSCurrency, WSTodayDate, WSFXRate,
           WSFXRateDate, WSFXFound
       IF WSFXFound NOT = 'Y'
           DISPLAY "Invoice Refused: No Exchange Rate On File For "
               WSCurrency
           STOP RUN
       END-IF
       MOVE WSFXRate TO WSEditedRate
       DISPLAY "Rate: 1 " WSCurrency " = " WSEditedRate " USD (As Of "
           WSFXRateDate ")".

LookupCurrencyDecimals.
       IF CurrCode(CurIdx) = WSCurrency
       COMPUTE LineItemAmount(WSLineCount) ROUNDED =
           LineItemQty(WSLineCount) * LineItemPrice(WSLineCount).

*> Freight bills as its own line, priced off the shared FREIGHTRATE
*> bands for the jurisdiction and the keyed lines' value - the same
*> charge orderentry.cob puts on an order. Waiving it takes an A or F
*> operator's sign-on.
AddFreightLine.
       MOVE ZERO TO WSFreightBase
       PERFORM AddFreightBase VARYING LineIdx FROM 1 BY 1
           UNTIL LineIdx > WSLineCount
       MOVE "N" TO WSFreightFound
       CALL 'FREIGHTRATE' USING WSJurisdiction, WSFreightBase,
           WSFreightCharge, WSFreightFound
       IF WSFreightFound NOT = "Y" OR WSFreightCharge = ZERO
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Freight Charge: " WSFreightCharge
       DISPLAY "Waive Freight? (Y/N): " WITH NO ADVANCING
       ACCEPT WSWaiveAnswer
       IF WSWaiveAnswer = "Y" OR WSWaiveAnswer = "y"
           PERFORM AuthorizeFreightWaiver
           IF WSWaiverGood = "Y"
               DISPLAY "Freight Waived By " WSEnteredOperID
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF WSLineCount >= 20
           DISPLAY "Warning: No Room For A Freight Line On This Invoice"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSLineCount
       MOVE "FREIGHT" TO LineItemDesc(WSLineCount)
       MOVE 1 TO LineItemQty(WSLineCount)
       MOVE WSFreightCharge TO LineItemPrice(WSLineCount)
       MOVE WSFreightCharge TO LineItemAmount(WSLineCount).

AddFreightBase.
       ADD LineItemAmount(LineIdx) TO WSFreightBase.

*> One pass over Operators.dat for the keyed ID and password - only an
*> active A or F operator may waive freight, and a site without the
*> file has nobody who can
AuthorizeFreightWaiver.
       MOVE "N" TO WSWaiverGood
       DISPLAY "Operator ID: " WITH NO ADVANCING
       ACCEPT WSEnteredOperID
       DISPLAY "Password: " WITH NO ADVANCING
       ACCEPT WSEnteredPassword
       OPEN INPUT OperatorFile
       IF WSOperatorFileStatus NOT = "00"
           DISPLAY "Waiver Refused: No Operator File On This System"
           EXIT PARAGRAPH
       END-IF
       READ OperatorFile
           AT END SET OperEOF TO TRUE
       END-READ
       PERFORM UNTIL OperEOF
           IF OperID = WSEnteredOperID
               AND OperPassword = WSEnteredPassword
               AND OperActive
               AND (OperRole = "A" OR OperRole = "F")
               MOVE "Y" TO WSWaiverGood
           END-IF
           READ OperatorFile
               AT END SET OperEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE OperatorFile
       IF WSWaiverGood = "N"
           DISPLAY "Waiver Refused: Sign-On Failed Or Role Doesn't Permit"
       END-IF.

*> Sum every line item, then apply TaxRate the same way decimal-arithmetic.cob does
ComputeInvoiceTotals.
       MOVE ZERO TO WSSubtotal
       PERFORM AddLineAmount VARYING LineIdx FROM 1 BY 1
           UNTIL LineIdx > WSLineCount
       COMPUTE WSTax ROUNDED = WSSubtotal * TaxRate
       COMPUTE WSTotal = WSSubtotal + WSTax
       COMPUTE WSBaseTotal ROUNDED = WSTotal * WSFXRate.

AddLineAmount.
       ADD LineItemAmount(LineIdx) TO WSSubtotal.
       PERFORM PrintAmount
       MOVE "Total...: " TO WSTempLabel
       MOVE WSTotal TO WSTempAmount
       PERFORM PrintAmount
       IF WSCurrency NOT = "USD"
           MOVE WSBaseTotal TO WSEditedBase
           DISPLAY "In USD..: " WSEditedBase
       END-IF.

PrintLineItem.
       DISPLAY LineItemDesc(LineIdx) " Qty " LineItemQty(LineIdx) " @ "
