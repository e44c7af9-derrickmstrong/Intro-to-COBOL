*> the record is verified against Customer.txt (soft-deleted and closed
*> accounts can't order), and each order line is appended to OrderDetail.dat
*> in the same layout createtables.cob defines for OrderDetailFile.
*> An open, unexpired quote from quotes.cob can be converted into the
*> order: its lines come in at the quoted prices, still subject to the
*> shelf and the credit limit, and the quote is marked converted.
*> Where stock is kept by location (LocationStock.dat, see LOCSTOCK.cob)
*> a line sells only what the keying operator's branch holds, and its
*> units come off that branch's count as well as the company figure.
*> A gift certificate product sells as its own G line: one stored-value
*> certificate per unit is issued on the spot (GiftCerts.dat, through
*> GIFTCERT.cob), untaxed, carrying no freight and taking no promotion,
*> and the posting run books it as owed to the holder, not as sales. A
*> certificate the customer hands over is taken against the order as a
*> payment - off the certificate and off the balance at once, the way
*> tellerentry.cob takes one at the counter.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Random lookups by IDNum, plus the one REWRITE that spends
       SELECT OverrideFile ASSIGN TO "CreditOverrides.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOverrideFileStatus.
       *> Negotiated prices by customer and product - a contract in
       *> force on the entry date prices the line ahead of the breaks
       SELECT ContractFile ASSIGN TO "ContractPrices.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPKey
           FILE STATUS IS WSContractFileStatus.
       *> Marketing's offer codes - one can discount the order as its
       *> own D line when the operator keys it
       SELECT PromoFile ASSIGN TO "Promotions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRCode
           FILE STATUS IS WSPromoFileStatus.
       *> Price quotes given by the sales desk - an accepted one turns
       *> into the order, and is stamped with the order it became
       SELECT QuoteFile ASSIGN TO "Quotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QTKey
           FILE STATUS IS WSQuoteFileStatus.
       *> Append-only ledger of every balance movement - a gift
       *> certificate taken against the order posts here at once
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.

DATA DIVISION.
FILE SECTION.
       02 StatusFlag PIC X(01).
           88 CustActive VALUE "A".
           88 CustDeleted VALUE "D".
           88 CustPending VALUE "P".
       02 AcctStatusCode PIC X(01).
           88 AcctInGoodStanding VALUE "A".
           88 AcctIsDelinquent VALUE "D".
       02 FILLER PIC X(09).
       *> Points earned on payments - spent here as a price credit
       02 LoyaltyPoints PIC 9(07).
       *> Custodial conversion hold - carried for fit
       02 FILLER PIC X(01).
       *> The customer's branch - with the territory, picks the rep
       02 BranchCode PIC X(03).
       *> Bankruptcy flag - carried for fit
       02 FILLER PIC X(01).
       *> A sanctions hold (pending review or confirmed) stops orders
       02 SanctionFlag PIC X(01).
           88 SanctionHold VALUE "H", "B".
       *> The head office a location bills to - its credit is the family's
       02 BillToParentID PIC 9(08).
       *> Sales territory - its rep is stamped on every line of the order
       02 TerritoryCode PIC X(04).
       *> Reserved for future fields - see randomlyaccessdata.cob's
       *> CustomerData for the field carve-out
       02 FILLER PIC X(11).

*> Must match createtables.cob's OrderDetailRecord layout
FD OrderDetailFile.
       02 ODOrderDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       *> "N" until orderposting.cob posts the line to AccountBalance -
       *> keeps a night's rerun from double-posting the same lines. V =
       *> posted, then cancelled - the reversal is still to post
       02 ODPostedFlag PIC X(01).
           88 ODLinePosted VALUE "Y".
           88 ODLineUnposted VALUE "N".
       02 FILLER PIC X VALUE SPACE.
       *> S = sale line keyed here, R = credit line written by
       *> orderreturns.cob and posted back as a RETURN movement, L =
       *> points credit, D = promotion discount, F = freight charge,
       *> G = gift certificates sold
       02 ODLineType PIC X(01).
           88 ODLineIsReturn VALUE "R".
           88 ODLineIsLoyalty VALUE "L".
           88 ODLineIsDiscount VALUE "D".
           88 ODLineIsFreight VALUE "F".
           88 ODLineIsGiftCert VALUE "G".
       *> Fulfillment state - left as spaces here, stamped by
       *> shipconfirm.cob once the goods move, or X by ordercancel.cob
       02 ODShipFlag PIC X(01).
       02 ODShipDate PIC 9(08).
       *> The order this line belongs to and its line number within
           03 ODOrderNum PIC 9(08).
           03 ODLineNum PIC 9(03).
       *> Which price band set this line's unit price - space or 0 is
       *> the base price, 1 and 2 are the quantity breaks, C is the
       *> customer's contract price
       02 ODPriceBand PIC X(01).
       *> Which branch keyed the line - the keying operator's branch
       02 ODBranch PIC X(03).
       *> The customer's territory rep when the line was written - paid
       *> the commission on it by commissionrun.cob, even if the
       *> customer later moves to another territory
       02 ODRepCode PIC X(04).
       *> Reserved for future fields - claimed front-to-back as the
       *> order line grows, the same carve-out Customer.txt carries
       02 FILLER PIC X(02).

*> One header per order, written when the session's lines are done -
*> must match the layout every other order program reads
       02 OHLineCount PIC 9(03).
       02 OHOrderTotal PIC 9(08)V99.
       *> O = order keyed here, C = credit order cut by orderreturns.cob,
       *> I = invoiced at the end of its entry session, X = every sale
       *> line cancelled by ordercancel.cob
       02 OHStatusFlag PIC X(01).
           88 OHOrderOpen VALUE "O".
           88 OHCreditOrder VALUE "C".
           88 OHInvoiced VALUE "I".
           88 OHOrderCancelled VALUE "X".
       *> The customer's own purchase-order number - set when the order
       *> came in electronically (poorderintake.cob), spaces when keyed
       02 OHCustomerPO PIC X(20).
       *> The quotes.cob quote this order was converted from - zero when
       *> the order was keyed without one
       02 OHQuoteNum PIC 9(08).
       *> Reserved for future fields
       02 FILLER PIC X(02).

*> One record: the next order number - same shape as NextID.dat
FD NextOrderFile.
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
       02 PMBreak1Price PIC 9(05)V99.
       02 PMBreak2Qty PIC 9(05).
       02 PMBreak2Price PIC 9(05)V99.
       *> Supplier, standard cost and bin - carried for layout fit
       02 FILLER PIC X(18).
       *> G = gift certificate - sells as stored value, off no shelf
       02 PMProdClass PIC X(01).
           88 ProdIsGiftCert VALUE "G".
       *> Reserved for future fields - see productmaster.cob's
       *> ProductData for the field carve-out
       02 FILLER PIC X(01).

*> Must match productmaster.cob's KitComponentRecord layout
FD KitFile.
       02 FILLER PIC X VALUE SPACE.
       02 OVAmountOver PIC 9(7)V99.

*> Must match contractprices.cob's ContractRecord layout
FD ContractFile.
01 ContractRecord.
       02 CPKey.
           03 CPIDNum PIC 9(08).
           03 CPProdID PIC X(05).
           03 CPStartDate PIC 9(08).
       02 CPEndDate PIC 9(08).
       02 CPPrice PIC 9(05)V99.
       02 CPStatusFlag PIC X(01).
           88 CPActive VALUE "A".
       02 FILLER PIC X(28).

*> Must match promotions.cob's PromoRecord layout
FD PromoFile.
01 PromoRecord.
       02 PRCode PIC X(08).
       02 PRDesc PIC X(20).
       02 PRCampaignCode PIC X(08).
       02 PRStartDate PIC 9(08).
       02 PREndDate PIC 9(08).
       02 PRRuleType PIC X(01).
           88 PRPercentOff VALUE "P".
           88 PRAmountOff VALUE "A".
       02 PRPercent PIC 9(02)V99.
       02 PRAmount PIC 9(05)V99.
       02 PRProdID PIC X(05).
       02 PRMinOrder PIC 9(07)V99.
       02 PRStatusFlag PIC X(01).
           88 PRActive VALUE "A".
       02 FILLER PIC X(20).

*> Must match quotes.cob's QuoteRecord layout
FD QuoteFile.
01 QuoteRecord.
       02 QTKey.
           03 QTQuoteNum PIC 9(08).
           03 QTLineNum PIC 9(03).
       02 QTRecordType PIC X(01).
           88 QTIsHeader VALUE "H".
           88 QTIsLine VALUE "L".
       02 QTRecordBody PIC X(68).
01 QTHeaderRecord REDEFINES QuoteRecord.
       02 FILLER PIC X(12).
       02 QTHIDNum PIC 9(08).
       02 QTHQuoteDate PIC 9(08).
       02 QTHExpiryDate PIC 9(08).
       02 QTHStatus PIC X(01).
           88 QTOpen VALUE "O".
           88 QTConverted VALUE "C".
           88 QTCancelled VALUE "X".
       02 QTHOrderNum PIC 9(08).
       02 QTHClosedDate PIC 9(08).
       *> Who quoted it through the reserved bytes - carried for fit
       02 FILLER PIC X(27).
01 QTLineRecord REDEFINES QuoteRecord.
       02 FILLER PIC X(12).
       02 QTLProdID PIC X(05).
       02 QTLProdDesc PIC X(15).
       02 QTLQty PIC 9(03).
       02 QTLPrice PIC 9(05)V99.
       02 QTLBand PIC X(01).
       02 FILLER PIC X(37).

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
       *> The certificate number, and method G
       02 BHReference PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 BHMethod PIC X(01).
       02 FILLER PIC X VALUE SPACE.
       *> The branch that took the certificate
       02 BHBranch PIC X(03).
       02 FILLER PIC X(03).

WORKING-STORAGE SECTION.
*> Things we will need to track
01 StayOpen PIC X VALUE 'Y'.
01 WSLineAmount PIC 9(08)V99.
01 WSProjectedBalance PIC S9(9)V99.
01 WSOverrideAnswer PIC X.
*> Bill-to family exposure - a head office and the locations billing to
*> it share the head office's limit, so the check takes in what the
*> rest of the family owes. FAMILYCREDITCHECK 0 in RunParams.dat
*> turns it off and every customer stands on its own limit again.
01 WSFamilyCheck PIC X VALUE "Y".
01 WSFamilyHeadID PIC 9(08).
01 WSFamilySaveID PIC 9(08).
01 WSFamilyMore PIC X.
01 WSFamilyMembers PIC 9(05).
01 WSFamilyOther PIC S9(9)V99.
01 WSFamilyLimit PIC 9(7)V99.
*> Order-number assignment - the control value and the candidate being
*> probed for a free slot, the AssignNextFreeID pattern
01 WSNextOrder PIC 9(08) VALUE 1.
*> the quantity breaks on the product record pick these
01 WSSellPrice PIC 9(05)V99.
01 WSSellBand PIC X(01).
*> Contract lookup state - no ContractPrices.dat just means no line
*> is ever contract-priced
01 WSContractsHere PIC X VALUE "N".
01 WSMoreContracts PIC X.
*> Sign-on and override-gate state - the keying operator signs on
*> when Operators.dat is on the system, and an over-limit line needs
*> a DIFFERENT operator with supervisor standing to approve it
01 WSAmountOver PIC 9(7)V99.
*> The keying operator's branch, stamped onto every line
01 WSKeyingBranch PIC X(03) VALUE SPACES.
*> The customer's territory rep, stamped onto every line - looked up
*> off a copy of the territory so a blank one defaults without
*> changing the customer record
01 WSOrderTerritory PIC X(04).
01 WSOrderRepCode PIC X(04).
01 WSOrderRepFound PIC X(01).
01 WSSignOnBranch PIC X(03).
*> What the keying branch can sell of the product in the buffer - the
*> lesser of the company figure and the branch's own stock room when
*> stock is kept by location
01 WSShelfQty PIC 9(05).
*> LOCSTOCK.cob staging
01 WSLocAction PIC X(01).
01 WSLocQty PIC 9(05).
01 WSLocOnHand PIC 9(05).
01 WSLocTracked PIC X(01).
*> Loyalty redemption - points per hundred dollars (the same knob the
*> accrual uses), the points being spent, and the credit they buy
01 WSLoyaltyPer100 PIC 9(05) VALUE 100.
*> What this order redeemed - added back when the invoice is cut, so
*> the invoice stays gross and its lines add up to its subtotal
01 WSOrderRedeemed PIC 9(05)V99.
*> Promotion state - the code keyed, the value it is figured on, and
*> the discount it gave this order (added back the same way when the
*> invoice is cut). No Promotions.dat means no code is ever asked for.
01 WSPromosHere PIC X VALUE "N".
01 PromoExists PIC X.
01 WSPromoCode PIC X(08).
01 WSPromoBase PIC 9(08)V99.
01 WSPromoCalc PIC 9(08)V99.
01 WSOrderDiscount PIC 9(05)V99.
*> Quote conversion - the quote being turned into this order, how many
*> of its lines made it on and how many the shelf or the credit limit
*> refused, and the guaranteed price a kit line explodes at. No
*> Quotes.dat means no quote is ever asked for.
01 WSQuotesHere PIC X VALUE "N".
01 QuoteExists PIC X.
01 WSConvertQuote PIC 9(08) VALUE ZERO.
01 WSMoreQuoteLines PIC X.
01 WSQuoteLinesIn PIC 9(03) VALUE ZERO.
01 WSQuoteLinesRefused PIC 9(03).
01 WSQuoteLineStart PIC 9(03).
01 WSQuotedKit PIC X VALUE "N".
01 WSQuotedPrice PIC 9(05)V99.
*> Gift certificates - GIFTCERT.cob staging, the value of certificates
*> sold on this order (kept out of the tax, freight and promotion
*> figures) and of certificates taken against it. No GiftCerts.dat
*> means no certificate is ever asked for, though the first one sold
*> starts the file.
01 WSCertsHere PIC X VALUE "N".
01 WSCertAction PIC X(01).
01 WSCertNumber PIC 9(08).
01 WSCertAmount PIC 9(05)V99.
01 WSCertIDNum PIC 9(08).
01 WSCertReference PIC X(12).
01 WSCertBalance PIC 9(05)V99.
01 WSCertResult PIC X(01).
01 WSCertFace PIC 9(05)V99.
01 WSOrderCertSold PIC 9(08)V99.
01 WSOrderTendered PIC 9(08)V99.
01 WSTenderRoom PIC 9(08)V99.
01 WSTenderDone PIC X.
01 WSOldBalance PIC S9(7)V99.
01 WSMovementAmount PIC S9(7)V99.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSInvNumber PIC 9(08).
01 WSTaxRate PIC V99999.
01 WSTaxRateFound PIC X.
*> Exemption certificate on file for the customer's state - see
*> TAXEXEMPT.cob
01 WSExemptFound PIC X.
01 WSExemptCert PIC X(20).
01 WSInvSubtotal PIC 9(7)V999.
01 WSInvTax PIC 9(7)V999.
01 WSInvTotal PIC 9(7)V999.
01 WSInvoiceControlStatus PIC X(02).
01 WSOperatorFileStatus PIC X(02).
01 WSOverrideFileStatus PIC X(02).
01 WSContractFileStatus PIC X(02).
01 WSPromoFileStatus PIC X(02).
01 WSQuoteFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
*> The keying operator's role - an A or F operator may waive freight
01 WSKeyingRole PIC X(01) VALUE SPACE.
*> Freight - the merchandise value the rate band is figured on, the
*> charge FREIGHTRATE found for the customer's state, and the answer
*> when a waiver is offered
01 WSFreightBase PIC 9(08)V99.
01 WSFreightCharge PIC 9(05)V99.
01 WSFreightFound PIC X(01).
01 WSWaiveAnswer PIC X.

PROCEDURE DIVISION.
StartPara.
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           MOVE WSParamValue TO WSLoyaltyPer100
       END-IF
       MOVE "FAMILYCREDITCHECK" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue = ZERO
           MOVE "N" TO WSFamilyCheck
       END-IF
       *> A site with Operators.dat signs its order takers on - the
       *> override register then names who keyed and who approved. A
       *> site without one runs as SHARED, the way it always has.
           DISPLAY "Warning: KitComponents.dat Open Status "
               WSKitFileStatus
       END-IF
       *> No contract file on a site that negotiates no prices is fine
       MOVE "N" TO WSContractsHere
       OPEN INPUT ContractFile.
       IF WSContractFileStatus = "00"
           MOVE "Y" TO WSContractsHere
       ELSE
           IF WSContractFileStatus NOT = "35"
               DISPLAY "Warning: ContractPrices.dat Open Status "
                   WSContractFileStatus
           END-IF
       END-IF
       MOVE "N" TO WSPromosHere
       OPEN INPUT PromoFile.
       IF WSPromoFileStatus = "00"
           MOVE "Y" TO WSPromosHere
       ELSE
           IF WSPromoFileStatus NOT = "35"
               DISPLAY "Warning: Promotions.dat Open Status "
                   WSPromoFileStatus
           END-IF
       END-IF
       *> I-O so a converted quote can be stamped with its order
       MOVE "N" TO WSQuotesHere
       OPEN I-O QuoteFile.
       IF WSQuoteFileStatus = "00"
           MOVE "Y" TO WSQuotesHere
       ELSE
           IF WSQuoteFileStatus NOT = "35"
               DISPLAY "Warning: Quotes.dat Open Status "
                   WSQuoteFileStatus
           END-IF
       END-IF
       *> A probe for certificate zero says whether the site keeps any
       MOVE "Q" TO WSCertAction
       MOVE ZERO TO WSCertNumber
       CALL 'GIFTCERT' USING WSCertAction, WSCertNumber, WSCertAmount,
           WSCertIDNum, WSKeyingBranch, WSCertReference, WSCertBalance,
           WSCertResult
       IF WSCertResult = "F"
           MOVE "N" TO WSCertsHere
       ELSE
           MOVE "Y" TO WSCertsHere
       END-IF
       PERFORM UNTIL StayOpen = "N" OR StayOpen = "n"
           PERFORM EnterOneOrder
           DISPLAY "Enter another order? (Y/N): " WITH NO ADVANCING
       END-PERFORM
       CLOSE CustomerFile, OrderDetailFile, OrderHeaderFile,
           ProductFile, KitFile.
       IF WSContractsHere = "Y"
           CLOSE ContractFile
       END-IF
       IF WSPromosHere = "Y"
           CLOSE PromoFile
       END-IF
       IF WSQuotesHere = "Y"
           CLOSE QuoteFile
       END-IF
       DISPLAY " "
       DISPLAY "ORDER ENTRY COMPLETE - Lines Written: " WSSessionLineCount
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
               DISPLAY "Order Refused: Customer Doesn't Exist"
           WHEN CustDeleted
               DISPLAY "Order Refused: Customer Is Deleted"
           WHEN CustPending
               DISPLAY "Order Refused: Account Application Awaits "
                   "Credit Approval"
           WHEN AcctIsClosed
               DISPLAY "Order Refused: Account Is Closed"
           WHEN CustDeceased
           WHEN CustDormant
               DISPLAY "Order Refused: Account Is Dormant - "
                   "Reactivate It First"
           WHEN SanctionHold
               DISPLAY "Order Refused: Account Held For Sanctions "
                   "Review"
           WHEN OTHER
               DISPLAY "Customer: " FirstName " " LastName
               *> Before the family check, which may read the parent
               MOVE TerritoryCode TO WSOrderTerritory
               CALL 'TERRITORYREP' USING WSOrderTerritory, StateCode,
                   BranchCode, WSOrderRepCode, WSOrderRepFound
               PERFORM LoadFamilyExposure
               IF CreditLimit IS NOT NUMERIC
                   MOVE ZERO TO CreditLimit
               END-IF
               IF WSFamilyLimit IS NOT NUMERIC
                   MOVE CreditLimit TO WSFamilyLimit
               END-IF
               PERFORM AssignOrderNumber
               DISPLAY "Order Number: " WSCurrentOrderNum
               MOVE "Y" TO WSMoreLines
               MOVE ZERO TO WSLineCount
               MOVE ZERO TO WSOrderTotal
               MOVE ZERO TO WSOrderRedeemed
               MOVE ZERO TO WSOrderDiscount
               MOVE ZERO TO WSOrderCertSold
               MOVE ZERO TO WSOrderTendered
               PERFORM OfferQuoteConversion
               PERFORM EnterOneOrderLine UNTIL WSMoreLines = "N"
               IF WSLineCount > ZERO
                   PERFORM OfferPromotionCode
                   PERFORM OfferPointRedemption
                   PERFORM ChargeFreight
                   PERFORM OfferCertTender
                   PERFORM WriteOrderHeader
                   IF WSConvertQuote > ZERO
                       PERFORM MarkQuoteConverted
                   END-IF
                   DISPLAY "Order " WSCurrentOrderNum " Written - "
                       WSLineCount " Line(s)"
                   DISPLAY "Invoice This Order? (Y/N): "
           *> answer order posting gives it
           MOVE ZERO TO WSTaxRate
       END-IF
       *> A certificate on file for the state bills the order tax-free
       CALL 'TAXEXEMPT' USING IDNum, StateCode, WSEntryDate,
           WSExemptFound, WSExemptCert
       IF WSExemptFound = "Y"
           DISPLAY "Tax Exempt In " StateCode " - Certificate "
               WSExemptCert
           MOVE ZERO TO WSTaxRate
       END-IF
       *> The invoice bills the sale gross - a points credit or a
       *> promotion discount sits on the account (the posted L or D
       *> line), not on the invoice, so the page's lines always add up
       *> to its own subtotal. Gift certificates are billed untaxed -
       *> the tax is paid on the goods they are later spent on.
       COMPUTE WSInvSubtotal =
           WSOrderTotal + WSOrderRedeemed + WSOrderDiscount
       COMPUTE WSInvTax ROUNDED =
           (WSInvSubtotal - WSOrderCertSold) * WSTaxRate
       COMPUTE WSInvTotal = WSInvSubtotal + WSInvTax
       *> EXTEND appends to the running file; if it doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first invoice creates it
       MOVE WSInvTotal TO IhTotal
       SET InvOpen TO TRUE
       MOVE ZERO TO IhPaidAmount
       *> Certificates taken against the order have paid that much of it
       IF WSOrderTendered > ZERO
           MOVE WSOrderTendered TO IhPaidAmount
           IF WSOrderTendered NOT < WSInvTotal
               MOVE WSInvTotal TO IhPaidAmount
               SET InvPaid TO TRUE
           END-IF
       END-IF
       IF WSExemptFound = "Y"
           SET InvTaxExempt TO TRUE
       END-IF
       MOVE BranchCode TO IhBranch
       WRITE InvoiceRecord
       PERFORM WriteInvoiceLines
       CLOSE InvoiceFile
               IF ODOrderNum NOT = WSCurrentOrderNum
                   MOVE "N" TO WSMoreInvLines
               ELSE
               IF ODLineIsLoyalty OR ODLineIsDiscount
                   *> The points credit and the promotion discount stay
                   *> off the invoice - they are applied on the account,
                   *> not the bill
                   CONTINUE
               ELSE
                   COMPUTE WSInvLineAmount =
           CLOSE InvoiceControl
       END-IF.

*> An offer code discounts the order once, as its own D line - figured
*> on the whole order, or on the restricted product's lines only - and
*> never past the value it is figured on
OfferPromotionCode.
       IF WSPromosHere = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WSPromoCode
       DISPLAY "Promotion Code (blank for none): " WITH NO ADVANCING
       ACCEPT WSPromoCode
       MOVE FUNCTION UPPER-CASE(WSPromoCode) TO WSPromoCode
       IF WSPromoCode = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO PromoExists
       MOVE WSPromoCode TO PRCode
       READ PromoFile
           INVALID KEY MOVE "N" TO PromoExists
       END-READ
       IF PromoExists = "N" OR NOT PRActive
           DISPLAY "Promotion Refused: Unknown Or Cancelled Code"
           EXIT PARAGRAPH
       END-IF
       IF WSEntryDate < PRStartDate OR WSEntryDate > PREndDate
           DISPLAY "Promotion Refused: Code Not In Effect Today"
           EXIT PARAGRAPH
       END-IF
       *> Gift certificates sold on the order are not goods - they
       *> neither reach the minimum nor take the discount
       IF WSOrderTotal - WSOrderCertSold < PRMinOrder
           DISPLAY "Promotion Refused: Order Under The Minimum Of "
               PRMinOrder
           EXIT PARAGRAPH
       END-IF
       IF PRProdID = SPACES
           COMPUTE WSPromoBase = WSOrderTotal - WSOrderCertSold
       ELSE
           PERFORM SumPromoProductLines
       END-IF
       IF WSPromoBase = ZERO
           DISPLAY "Promotion Refused: Product " PRProdID
               " Not On This Order"
           EXIT PARAGRAPH
       END-IF
       IF PRPercentOff
           COMPUTE WSPromoCalc ROUNDED =
               WSPromoBase * PRPercent / 100
       ELSE
           MOVE PRAmount TO WSPromoCalc
       END-IF
       IF WSPromoCalc > WSPromoBase
           MOVE WSPromoBase TO WSPromoCalc
       END-IF
       IF WSPromoCalc > 99999.99
           MOVE 99999.99 TO WSPromoCalc
       END-IF
       IF WSPromoCalc = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO OrderDetailRecord
       MOVE IDNum TO ODIDNum
       MOVE "PROMO" TO ODProdID
       STRING "PROMO " DELIMITED BY SIZE
           WSPromoCode DELIMITED BY SIZE
           INTO ODProdDesc
       END-STRING
       MOVE 1 TO ODProdQty
       MOVE WSPromoCalc TO ODProdPrice
       MOVE WSEntryDate TO ODOrderDate
       SET ODLineUnposted TO TRUE
       MOVE "D" TO ODLineType
       MOVE WSCurrentOrderNum TO ODOrderNum
       COMPUTE ODLineNum = WSLineCount + 1
       MOVE WSKeyingBranch TO ODBranch
       MOVE WSOrderRepCode TO ODRepCode
       WRITE OrderDetailRecord
           INVALID KEY
               DISPLAY "Promotion Line Not Written"
               EXIT PARAGRAPH
       END-WRITE
       ADD 1 TO WSLineCount
       ADD 1 TO WSSessionLineCount
       SUBTRACT WSPromoCalc FROM WSOrderTotal
       MOVE WSPromoCalc TO WSOrderDiscount
       DISPLAY "Promotion " WSPromoCode " Applied As A Discount Line".

*> The restricted product's sale lines on this order - the value a
*> product-specific offer is figured on
SumPromoProductLines.
       MOVE ZERO TO WSPromoBase
       MOVE WSCurrentOrderNum TO ODOrderNum
       MOVE ZERO TO ODLineNum
       MOVE "Y" TO WSMoreInvLines
       START OrderDetailFile KEY IS NOT LESS THAN ODOrderKey
           INVALID KEY MOVE "N" TO WSMoreInvLines
       END-START
       PERFORM UNTIL WSMoreInvLines = "N"
           READ OrderDetailFile NEXT RECORD
               AT END MOVE "N" TO WSMoreInvLines
           END-READ
           IF WSMoreInvLines = "Y"
               IF ODOrderNum NOT = WSCurrentOrderNum
                   MOVE "N" TO WSMoreInvLines
               ELSE
                   IF ODProdID = PRProdID AND ODLineType = "S"
                       COMPUTE WSPromoBase =
                           WSPromoBase + ODProdQty * ODProdPrice
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

*> Points spend as a price credit on their own order line - capped at
*> the order's own total so an order never goes negative - and come
*> off the record the moment the line is written
       MOVE WSCurrentOrderNum TO ODOrderNum
       COMPUTE ODLineNum = WSLineCount + 1
       MOVE WSKeyingBranch TO ODBranch
       MOVE WSOrderRepCode TO ODRepCode
       WRITE OrderDetailRecord
           INVALID KEY
               DISPLAY "Redemption Line Not Written"
       END-REWRITE
       DISPLAY "Redeemed " WSRedeemPoints " Points As A Credit".

*> Freight rides the order as its own F line, priced off the shared
*> FREIGHTRATE bands for the customer's state and the merchandise value
*> (the sale before any discount or points credit). An A or F operator
*> may waive it; a state or value no band covers ships with none, and
*> so does an order of nothing but gift certificates.
ChargeFreight.
       COMPUTE WSFreightBase =
           WSOrderTotal + WSOrderRedeemed + WSOrderDiscount
               - WSOrderCertSold
       IF WSFreightBase = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WSFreightFound
       CALL 'FREIGHTRATE' USING StateCode, WSFreightBase,
           WSFreightCharge, WSFreightFound
       IF WSFreightFound NOT = "Y" OR WSFreightCharge = ZERO
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Freight Charge: " WSFreightCharge
       IF WSKeyingRole = "A" OR WSKeyingRole = "F"
           DISPLAY "Waive Freight? (Y/N): " WITH NO ADVANCING
           ACCEPT WSWaiveAnswer
           IF WSWaiveAnswer = "Y" OR WSWaiveAnswer = "y"
               DISPLAY "Freight Waived By " WSKeyingOperator
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE SPACES TO OrderDetailRecord
       MOVE IDNum TO ODIDNum
       MOVE "FRT  " TO ODProdID
       MOVE "FREIGHT" TO ODProdDesc
       MOVE 1 TO ODProdQty
       MOVE WSFreightCharge TO ODProdPrice
       MOVE WSEntryDate TO ODOrderDate
       SET ODLineUnposted TO TRUE
       MOVE "F" TO ODLineType
       MOVE WSCurrentOrderNum TO ODOrderNum
       COMPUTE ODLineNum = WSLineCount + 1
       MOVE WSKeyingBranch TO ODBranch
       MOVE WSOrderRepCode TO ODRepCode
       WRITE OrderDetailRecord
           INVALID KEY
               DISPLAY "Freight Line Not Written"
               EXIT PARAGRAPH
       END-WRITE
       ADD 1 TO WSLineCount
       ADD 1 TO WSSessionLineCount
       ADD WSFreightCharge TO WSOrderTotal
       DISPLAY "Freight Added As Its Own Line".

*> Offer the next free order number: start from the control record and
*> probe past any numbers already on the header file, the same way
*> AssignNextFreeID probes Customer.txt in randomlyaccessdata.cob
       MOVE WSLineCount TO OHLineCount
       MOVE WSOrderTotal TO OHOrderTotal
       SET OHOrderOpen TO TRUE
       MOVE WSConvertQuote TO OHQuoteNum
       WRITE OrderHeaderRecord
           INVALID KEY DISPLAY "Warning: Order Header Not Written"
       END-WRITE
           IF ProdExists = "Y" AND PMOnHandQty IS NOT NUMERIC
               MOVE ZERO TO PMOnHandQty
           END-IF
           IF ProdExists = "Y"
               PERFORM FindShelfQty
           END-IF
           EVALUATE TRUE
               WHEN ProdExists = "N"
                   DISPLAY "Line Rejected: Unknown Product ID"
               WHEN ProdDiscontinued
                   DISPLAY "Line Rejected: Product Is Discontinued"
               WHEN ProdIsGiftCert
                   PERFORM SellGiftCertificate
               WHEN ProdIsKit
                   PERFORM ExplodeKit
               WHEN ODProdQty > WSShelfQty
                   *> No more selling off an empty shelf - the picker
                   *> finds out here, not at the bin
                   DISPLAY "Line Rejected: Only " WSShelfQty " On Hand"
               WHEN OTHER
                   PERFORM SelectUnitPrice
                   PERFORM CheckCreditLimit
           END-EVALUATE
       END-IF.

*> An accepted quote becomes the start of the order: it must be this
*> customer's, still open, and not past its expiry date - then every
*> quoted line is written at its quoted price, the shelf and the credit
*> limit checked line by line just as for a keyed line. Lines the
*> shelf or the limit refuses stay off the order; more lines can be
*> keyed after the quote's in the usual way.
OfferQuoteConversion.
       MOVE ZERO TO WSConvertQuote
       MOVE ZERO TO WSQuoteLinesIn
       IF WSQuotesHere = "N"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Convert A Quote (Quote Number, 0 For None): "
           WITH NO ADVANCING
       ACCEPT WSConvertQuote
       IF WSConvertQuote IS NOT NUMERIC OR WSConvertQuote = ZERO
           MOVE ZERO TO WSConvertQuote
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO QuoteExists
       MOVE WSConvertQuote TO QTQuoteNum
       MOVE ZERO TO QTLineNum
       READ QuoteFile
           INVALID KEY MOVE "N" TO QuoteExists
       END-READ
       IF QuoteExists = "Y" AND NOT QTIsHeader
           MOVE "N" TO QuoteExists
       END-IF
       EVALUATE TRUE
           WHEN QuoteExists = "N"
               DISPLAY "Quote Refused: Quote Doesn't Exist"
           WHEN QTHIDNum NOT = IDNum
               DISPLAY "Quote Refused: Quote Is For Customer " QTHIDNum
           WHEN QTConverted
               DISPLAY "Quote Refused: Already Converted To Order "
                   QTHOrderNum
           WHEN QTCancelled
               DISPLAY "Quote Refused: Quote Was Cancelled"
           WHEN NOT QTOpen
               DISPLAY "Quote Refused: Quote Status " QTHStatus
           WHEN QTHExpiryDate < WSEntryDate
               DISPLAY "Quote Refused: Expired " QTHExpiryDate
                   " - Prices No Longer Guaranteed"
           WHEN OTHER
               PERFORM ConvertQuoteLines
       END-EVALUATE
       *> Refused, or nothing on it could be taken - no quote to mark
       IF WSQuoteLinesIn = ZERO
           MOVE ZERO TO WSConvertQuote
       END-IF.

*> The quote's lines straight off the record key
ConvertQuoteLines.
       MOVE ZERO TO WSQuoteLinesIn
       MOVE ZERO TO WSQuoteLinesRefused
       MOVE WSConvertQuote TO QTQuoteNum
       MOVE 1 TO QTLineNum
       MOVE "Y" TO WSMoreQuoteLines
       START QuoteFile KEY IS NOT LESS THAN QTKey
           INVALID KEY MOVE "N" TO WSMoreQuoteLines
       END-START
       PERFORM UNTIL WSMoreQuoteLines = "N"
           READ QuoteFile NEXT RECORD
               AT END MOVE "N" TO WSMoreQuoteLines
           END-READ
           IF WSMoreQuoteLines = "Y"
               IF QTQuoteNum NOT = WSConvertQuote
                   MOVE "N" TO WSMoreQuoteLines
               ELSE
                   IF QTIsLine
                       PERFORM ConvertOneQuoteLine
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       DISPLAY "Quote " WSConvertQuote ": " WSQuoteLinesIn
           " Line(s) Converted, " WSQuoteLinesRefused " Refused".

*> One quoted line onto the order - the product as it stands today
*> for the shelf, the quote for the price
ConvertOneQuoteLine.
       MOVE QTLQty TO ODProdQty
       MOVE QTLProdID TO PMProdID
       MOVE "Y" TO ProdExists
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ
       IF ProdExists = "Y" AND PMOnHandQty IS NOT NUMERIC
           MOVE ZERO TO PMOnHandQty
       END-IF
       IF ProdExists = "Y"
           PERFORM FindShelfQty
       END-IF
       MOVE WSLineCount TO WSQuoteLineStart
       EVALUATE TRUE
           WHEN ProdExists = "N"
               DISPLAY "Quote Line " QTLineNum " Refused: Product "
                   QTLProdID " No Longer On File"
           WHEN ProdDiscontinued
               DISPLAY "Quote Line " QTLineNum " Refused: Product "
                   QTLProdID " Is Discontinued"
           WHEN ProdIsGiftCert
               MOVE QTLPrice TO WSSellPrice
               MOVE SPACE TO WSSellBand
               PERFORM CheckCreditLimit
               IF WSOverrideAnswer NOT = "R"
                   PERFORM WriteGiftCertLine
               END-IF
           WHEN ProdIsKit
               MOVE QTLPrice TO WSQuotedPrice
               MOVE "Y" TO WSQuotedKit
               PERFORM ExplodeKit
               MOVE "N" TO WSQuotedKit
           WHEN ODProdQty > WSShelfQty
               DISPLAY "Quote Line " QTLineNum " Refused: Only "
                   WSShelfQty " Of " QTLProdID " On Hand"
           WHEN OTHER
               MOVE QTLPrice TO WSSellPrice
               MOVE QTLBand TO WSSellBand
               PERFORM CheckCreditLimit
               IF WSOverrideAnswer NOT = "R"
                   PERFORM WriteOneOrderLine
               END-IF
       END-EVALUATE
       IF WSLineCount > WSQuoteLineStart
           ADD 1 TO WSQuoteLinesIn
       ELSE
           ADD 1 TO WSQuoteLinesRefused
       END-IF.

*> The quote is done with - stamped with the order it became, so it
*> can never be converted twice
MarkQuoteConverted.
       MOVE WSConvertQuote TO QTQuoteNum
       MOVE ZERO TO QTLineNum
       READ QuoteFile
           INVALID KEY
               DISPLAY "Warning: Quote " WSConvertQuote
                   " Not Marked Converted"
           NOT INVALID KEY
               SET QTConverted TO TRUE
               MOVE WSCurrentOrderNum TO QTHOrderNum
               MOVE WSEntryDate TO QTHClosedDate
               REWRITE QuoteRecord
                   INVALID KEY
                       DISPLAY "Warning: Quote " WSConvertQuote
                           " Not Marked Converted"
                   NOT INVALID KEY
                       DISPLAY "Quote " WSConvertQuote
                           " Converted To Order " WSCurrentOrderNum
               END-REWRITE
       END-READ.

*> A kit sells as its component lines with the kit price allocated
*> across them - the credit check runs on the kit as one amount first,
*> then every component is verified (any discontinued part refuses the
       *> simple products
       MOVE PMUnitPrice TO WSSellPrice
       MOVE SPACE TO WSSellBand
       *> A kit off a quote explodes at the price it was quoted at
       IF WSQuotedKit = "Y"
           MOVE WSQuotedPrice TO WSKitUnitPrice
           MOVE WSQuotedPrice TO WSSellPrice
       END-IF
       PERFORM CheckCreditLimit
       IF WSOverrideAnswer = "R"
           EXIT PARAGRAPH
       IF ProdExists = "Y" AND PMOnHandQty IS NOT NUMERIC
           MOVE ZERO TO PMOnHandQty
       END-IF
       IF ProdExists = "Y"
           PERFORM FindShelfQty
       END-IF
       EVALUATE TRUE
           WHEN ProdExists = "N"
               DISPLAY "Kit Rejected: Component " KCCompProdID
               DISPLAY "Kit Rejected: Component " KCCompProdID
                   " Is Discontinued"
               MOVE "N" TO WSKitGood
           WHEN KCCompQty * WSKitQty > WSShelfQty
               DISPLAY "Kit Rejected: Component " KCCompProdID
                   " - Only " WSShelfQty " On Hand"
               MOVE "N" TO WSKitGood
           WHEN WSKitCompCount >= 20
               DISPLAY "Kit Rejected: Over 20 Components"
       MOVE WSCurrentOrderNum TO ODOrderNum
       COMPUTE ODLineNum = WSLineCount + 1
       MOVE WSKeyingBranch TO ODBranch
       MOVE WSOrderRepCode TO ODRepCode
       WRITE OrderDetailRecord
           INVALID KEY
               DISPLAY "Line Not Written - Key " ODOrderKey " Taken"
                   INVALID KEY
                       DISPLAY "Warning: Shelf Count Not Updated"
               END-REWRITE
       END-READ
       MOVE KTLineQty(KitIdx) TO WSLocQty
       PERFORM RelieveBranchStock.

*> One keyed order line under the session's order number - the product
*> buffer still holds the validated master record at this point
       MOVE WSCurrentOrderNum TO ODOrderNum
       COMPUTE ODLineNum = WSLineCount + 1
       MOVE WSKeyingBranch TO ODBranch
       MOVE WSOrderRepCode TO ODRepCode
       WRITE OrderDetailRecord
           INVALID KEY
               DISPLAY "Line Not Written - Key " ODOrderKey " Taken"
               ADD 1 TO WSSessionLineCount
       END-WRITE.

*> A gift certificate sells at its product price, or at the amount
*> keyed when the product carries none - credit-checked like any line
*> but off no shelf
SellGiftCertificate.
       MOVE PMUnitPrice TO WSCertFace
       IF WSCertFace IS NOT NUMERIC OR WSCertFace = ZERO
           DISPLAY "Certificate Amount: " WITH NO ADVANCING
           ACCEPT WSCertFace
           IF WSCertFace IS NOT NUMERIC OR WSCertFace = ZERO
               DISPLAY "Line Rejected: Certificate Needs An Amount"
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE WSCertFace TO WSSellPrice
       MOVE SPACE TO WSSellBand
       PERFORM CheckCreditLimit
       IF WSOverrideAnswer NOT = "R"
           PERFORM WriteGiftCertLine
       END-IF.

*> The G line, then one certificate per unit on it - each one numbered
*> and loaded by GIFTCERT.cob and tied back to this order and line
WriteGiftCertLine.
       MOVE ODProdQty TO WSHeldQty
       MOVE SPACES TO OrderDetailRecord
       MOVE WSHeldQty TO ODProdQty
       MOVE PMProdID TO ODProdID
       MOVE PMProdDesc TO ODProdDesc
       MOVE WSSellPrice TO ODProdPrice
       MOVE WSSellBand TO ODPriceBand
       MOVE IDNum TO ODIDNum
       MOVE WSEntryDate TO ODOrderDate
       SET ODLineUnposted TO TRUE
       MOVE "G" TO ODLineType
       MOVE WSCurrentOrderNum TO ODOrderNum
       COMPUTE ODLineNum = WSLineCount + 1
       MOVE WSKeyingBranch TO ODBranch
       MOVE WSOrderRepCode TO ODRepCode
       WRITE OrderDetailRecord
           INVALID KEY
               DISPLAY "Line Not Written - Key " ODOrderKey " Taken"
               EXIT PARAGRAPH
       END-WRITE
       ADD WSLineAmount TO WSOrderTotal
       ADD WSLineAmount TO WSOrderCertSold
       ADD 1 TO WSLineCount
       ADD 1 TO WSSessionLineCount
       MOVE SPACES TO WSCertReference
       STRING ODOrderNum DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           ODLineNum DELIMITED BY SIZE
           INTO WSCertReference
       END-STRING
       PERFORM IssueOneCertificate ODProdQty TIMES
       MOVE "Y" TO WSCertsHere.

IssueOneCertificate.
       MOVE "I" TO WSCertAction
       MOVE ZERO TO WSCertNumber
       MOVE ODProdPrice TO WSCertAmount
       MOVE IDNum TO WSCertIDNum
       CALL 'GIFTCERT' USING WSCertAction, WSCertNumber, WSCertAmount,
           WSCertIDNum, WSKeyingBranch, WSCertReference, WSCertBalance,
           WSCertResult
       IF WSCertResult = "Y"
           DISPLAY "Gift Certificate " WSCertNumber " Issued For "
               WSCertAmount
       ELSE
           DISPLAY "Warning: Gift Certificate Not Issued For Line "
               ODLineNum " - Issue It Before The Order Leaves"
       END-IF.

*> Certificates the customer hands over are taken against the order
*> as payment, one after another until the order is covered - each
*> comes off its certificate first, then off the balance as a GCREDEEM
*> movement dated today
OfferCertTender.
       IF WSCertsHere = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WSTenderDone
       PERFORM UNTIL WSTenderDone = "Y"
           COMPUTE WSTenderRoom = WSOrderTotal - WSOrderTendered
           IF WSTenderRoom NOT > ZERO
               MOVE "Y" TO WSTenderDone
           ELSE
               DISPLAY "Gift Certificate Tendered (Number, 0 For "
                   "None): " WITH NO ADVANCING
               ACCEPT WSCertNumber
               IF WSCertNumber IS NOT NUMERIC OR WSCertNumber = ZERO
                   MOVE "Y" TO WSTenderDone
               ELSE
                   PERFORM TakeOneCertificate
               END-IF
           END-IF
       END-PERFORM.

TakeOneCertificate.
       MOVE "Q" TO WSCertAction
       CALL 'GIFTCERT' USING WSCertAction, WSCertNumber, WSCertAmount,
           WSCertIDNum, WSKeyingBranch, WSCertReference, WSCertBalance,
           WSCertResult
       EVALUATE TRUE
           WHEN WSCertResult = "N"
               DISPLAY "Certificate Refused: Not On File"
               EXIT PARAGRAPH
           WHEN WSCertResult = "C"
               DISPLAY "Certificate Refused: Already Spent, Voided Or "
                   "Escheated"
               EXIT PARAGRAPH
           WHEN WSCertResult NOT = "Y"
               DISPLAY "Certificate Refused: Certificate File Not "
                   "Available"
               EXIT PARAGRAPH
       END-EVALUATE
       MOVE WSCertBalance TO WSCertAmount
       IF WSCertAmount > WSTenderRoom
           MOVE WSTenderRoom TO WSCertAmount
       END-IF
       MOVE IDNum TO WSCertIDNum
       MOVE SPACES TO WSCertReference
       STRING "ORDER " DELIMITED BY SIZE
           WSCurrentOrderNum DELIMITED BY SIZE
           INTO WSCertReference
       END-STRING
       MOVE "R" TO WSCertAction
       CALL 'GIFTCERT' USING WSCertAction, WSCertNumber, WSCertAmount,
           WSCertIDNum, WSKeyingBranch, WSCertReference, WSCertBalance,
           WSCertResult
       IF WSCertResult NOT = "Y"
           DISPLAY "Certificate Refused: Not Redeemed"
           EXIT PARAGRAPH
       END-IF
       ADD WSCertAmount TO WSOrderTendered
       MOVE AccountBalance TO WSOldBalance
       SUBTRACT WSCertAmount FROM AccountBalance
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Warning: Certificate " WSCertNumber
                   " Spent But Balance Not Credited"
               EXIT PARAGRAPH
       END-REWRITE
       CALL 'CUSTJRNL' USING WSJrnlProgram, CustomerData
       PERFORM WriteCertMovement
       DISPLAY "Certificate " WSCertNumber " Took " WSCertAmount
           " - Left On It " WSCertBalance.

WriteCertMovement.
       OPEN EXTEND BalanceHistory
       IF WSBalanceHistoryStatus = "35"
           OPEN OUTPUT BalanceHistory
       END-IF
       MOVE SPACES TO BalanceHistoryRecord
       COMPUTE WSMovementAmount = ZERO - WSCertAmount
       MOVE IDNum TO BHIDNum
       MOVE WSEntryDate TO BHDate
       MOVE "GCREDEEM" TO BHSource
       MOVE WSOldBalance TO BHOldBalance
       MOVE WSMovementAmount TO BHAmount
       MOVE AccountBalance TO BHNewBalance
       MOVE WSCertNumber TO BHReference
       MOVE "G" TO BHMethod
       MOVE WSKeyingBranch TO BHBranch
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord
       CLOSE BalanceHistory.

*> The line just written takes its units off the shelf count so the
*> next order (this session or any other) sees what's really left
TakeStockOffShelf.
       SUBTRACT ODProdQty FROM PMOnHandQty
       REWRITE ProductData
           INVALID KEY DISPLAY "Warning: Shelf Count Not Updated"
       END-REWRITE
       MOVE ODProdQty TO WSLocQty
       PERFORM RelieveBranchStock.

*> What the keying branch can sell of PMProdID - the company figure,
*> capped at the branch's stock room when stock is kept by location
FindShelfQty.
       MOVE PMOnHandQty TO WSShelfQty
       MOVE "Q" TO WSLocAction
       MOVE ZERO TO WSLocQty
       CALL 'LOCSTOCK' USING WSLocAction, PMProdID, WSKeyingBranch,
           WSLocQty, WSLocOnHand, WSLocTracked
       IF WSLocTracked = "Y" AND WSLocOnHand < WSShelfQty
           MOVE WSLocOnHand TO WSShelfQty
       END-IF.

*> The units just sold come off the keying branch's stock room too -
*> LOCSTOCK.cob ignores this where stock isn't kept by location
RelieveBranchStock.
       MOVE "R" TO WSLocAction
       CALL 'LOCSTOCK' USING WSLocAction, PMProdID, WSKeyingBranch,
           WSLocQty, WSLocOnHand, WSLocTracked.

*> The keying operator's sign-on - refused sign-on closes the session
SignOnKeyingOperator.
       MOVE "SHARED" TO WSKeyingOperator
       MOVE SPACE TO WSKeyingRole
       MOVE "N" TO WSOperFileHere
       OPEN INPUT OperatorFile
       IF WSOperatorFileStatus = "35"
       IF WSSignOnGood = "Y"
           MOVE WSEnteredOperID TO WSKeyingOperator
           MOVE WSSignOnBranch TO WSKeyingBranch
           MOVE WSSupvRole TO WSKeyingRole
       ELSE
           DISPLAY "Sign-On Refused - Order Entry Closed"
           MOVE "N" TO StayOpen

*> The deepest quantity break the keyed quantity reaches wins - band 2
*> past band 1 past the base price, and the band rides the order line
*> so the register and statement can explain the price. A contract in
*> force for this customer and product overrides all of them.
SelectUnitPrice.
       MOVE PMUnitPrice TO WSSellPrice
       MOVE "0" TO WSSellBand
           AND PMBreak2Qty > ZERO AND ODProdQty >= PMBreak2Qty
           MOVE PMBreak2Price TO WSSellPrice
           MOVE "2" TO WSSellBand
       END-IF
       PERFORM FindContractPrice.

*> Walk the customer's contracts for the product - the active one whose
*> range covers the entry date sets the price, band C
FindContractPrice.
       IF WSContractsHere = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE IDNum TO CPIDNum
       MOVE PMProdID TO CPProdID
       MOVE ZERO TO CPStartDate
       MOVE "Y" TO WSMoreContracts
       START ContractFile KEY IS NOT LESS THAN CPKey
           INVALID KEY MOVE "N" TO WSMoreContracts
       END-START
       PERFORM UNTIL WSMoreContracts = "N"
           READ ContractFile NEXT RECORD
               AT END MOVE "N" TO WSMoreContracts
           END-READ
           IF WSMoreContracts = "Y"
               IF CPIDNum NOT = IDNum OR CPProdID NOT = PMProdID
                   OR CPStartDate > WSEntryDate
                   MOVE "N" TO WSMoreContracts
               ELSE
                   IF CPActive AND CPEndDate NOT < WSEntryDate
                       MOVE CPPrice TO WSSellPrice
                       MOVE "C" TO WSSellBand
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF WSSellBand = "C"
           DISPLAY "Contract Price Applied"
       END-IF.

*> The override itself needs a supervisor: an active operator with
       MOVE WSSupervisorID TO OVSupervisor
       MOVE WSKeyingOperator TO OVKeyedBy
       MOVE IDNum TO OVIDNum
       MOVE WSFamilyLimit TO OVCreditLimit
       MOVE WSAmountOver TO OVAmountOver
       WRITE OverrideRecord
       CLOSE OverrideFile.

*> Sets the limit and outside balance CheckCreditLimit tests against.
*> A customer standing alone keeps its own CreditLimit and nothing
*> else. In a bill-to family (a location, or a head office that others
*> bill to) the head office's limit covers everybody, so the balances
*> of every other active family member count too - unless the head
*> office has no limit, when each member stands on its own again.
*> No key runs on the parent link, so the file is read through and the
*> customer read back by key afterwards.
LoadFamilyExposure.
       MOVE ZERO TO WSFamilyOther
       MOVE ZERO TO WSFamilyMembers
       MOVE CreditLimit TO WSFamilyLimit
       IF WSFamilyCheck = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE IDNum TO WSFamilySaveID
       IF BillToParentID IS NUMERIC AND BillToParentID > ZERO
           MOVE BillToParentID TO WSFamilyHeadID
       ELSE
           MOVE IDNum TO WSFamilyHeadID
       END-IF
       MOVE ZEROS TO IDNum
       MOVE "Y" TO WSFamilyMore
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE "N" TO WSFamilyMore
       END-START
       PERFORM UNTIL WSFamilyMore = "N"
           READ CustomerFile NEXT RECORD
               AT END MOVE "N" TO WSFamilyMore
           END-READ
           IF WSFamilyMore = "Y" AND CustActive
               AND IDNum NOT = WSFamilySaveID
               AND (IDNum = WSFamilyHeadID OR
                   (BillToParentID IS NUMERIC
                    AND BillToParentID = WSFamilyHeadID))
               ADD 1 TO WSFamilyMembers
               ADD AccountBalance TO WSFamilyOther
               IF IDNum = WSFamilyHeadID
                   MOVE CreditLimit TO WSFamilyLimit
               END-IF
           END-IF
       END-PERFORM
       MOVE WSFamilySaveID TO IDNum
       READ CustomerFile
           INVALID KEY
               DISPLAY "Warning: Customer " WSFamilySaveID
                   " Could Not Be Re-Read"
       END-READ
       IF WSFamilyHeadID = IDNum
           MOVE CreditLimit TO WSFamilyLimit
       END-IF
       IF WSFamilyLimit IS NOT NUMERIC OR WSFamilyLimit = ZERO
           *> No family limit at the head office - own limit, own balance
           MOVE ZERO TO WSFamilyOther
           MOVE CreditLimit TO WSFamilyLimit
           EXIT PARAGRAPH
       END-IF
       IF WSFamilyMembers > ZERO
           DISPLAY "Bill-To Family Of " WSFamilyHeadID ": "
               WSFamilyMembers " Other Account(s), Owing "
               WSFamilyOther
       END-IF.

*> A line that would push the balance (plus this order's earlier lines)
*> past CreditLimit is refused unless a supervisor overrides it -
*> WSOverrideAnswer comes back "R" when the line is to be refused
CheckCreditLimit.
       MOVE SPACE TO WSOverrideAnswer
       COMPUTE WSLineAmount = ODProdQty * WSSellPrice
       IF WSFamilyLimit > ZERO
           COMPUTE WSProjectedBalance = AccountBalance + WSFamilyOther
               + WSOrderTotal + WSLineAmount
           IF WSProjectedBalance > WSFamilyLimit
               DISPLAY "Over Credit Limit - Line Needs Supervisor Override"
               DISPLAY "Supervisor Override? (Y/N): " WITH NO ADVANCING
               ACCEPT WSOverrideAnswer
                   PERFORM AuthorizeOverride
                   IF WSSupvGood = "Y"
                       COMPUTE WSAmountOver =
                           WSProjectedBalance - WSFamilyLimit
                       PERFORM WriteOverrideRegister
                   ELSE
                       MOVE "R" TO WSOverrideAnswer
