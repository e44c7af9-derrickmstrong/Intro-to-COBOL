       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    ordercancel.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Order cancellation: the operator keys an order number and walks its
*> sale lines that have not shipped - backordered ones included - the
*> same way shipconfirm.cob does. A cancelled line is flagged X in
*> place (ODShipDate carries the cancel date), its units go back on the
*> shelf and into the stock room of the branch that keyed it
*> (LOCSTOCK.cob), and the order header's line count and total are
*> worked out again from what is left. Nothing ever left the building, so there is
*> no credit memo and no RETURN movement: a line not yet posted simply
*> never posts, and a posted one is flagged for orderposting.cob to
*> reverse as a CANCEL movement on its next run. Once the last sale line
*> on an order goes, its freight line is cancelled with it - nothing is
*> left to ship - and so are its points and promotion credit lines,
*> which came off sales that no longer exist; a credit that would leave
*> the order owing less than nothing comes off the same way. A gift
*> certificate line can't be cancelled here, so an order still holding
*> one stays live for it, carrying no freight and no credits. A posted
*> credit line is reversed by orderposting.cob like any other, and
*> redeemed points go back on the customer's record at the rate they
*> were taken. Every cancellation is logged on CancelledLines.dat with
*> its reason code and the signed-on operator.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> I-O so each cancelled line can be rewritten in place - the
       *> keys must match what orderentry.cob declares
       SELECT OrderDetailFile ASSIGN TO "OrderDetail.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODOrderKey
           ALTERNATE RECORD KEY IS ODIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderFileStatus.
       *> I-O so the header's count and total can be recomputed
       SELECT OrderHeaderFile ASSIGN TO "OrderHeader.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OHOrderNum
           ALTERNATE RECORD KEY IS OHIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderHeaderStatus.
       *> I-O so the released units can be put back on hand
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.
       *> I-O so points redeemed on a cancelled order can be given back
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> One line per operator: ID, password, role, status - a
       *> cancellation needs a real signed-on operator
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.
       *> The cancellation log - what came off which order, and why
       SELECT CancelLogFile ASSIGN TO "CancelledLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCancelLogStatus.

DATA DIVISION.
FILE SECTION.
*> Must match orderentry.cob's OrderDetailRecord layout
FD OrderDetailFile.
01 OrderDetailRecord.
       02 ODIDNum PIC 9(8).
       02 FILLER PIC X.
       02 ODProdID PIC X(05).
       02 FILLER PIC X.
       02 ODProdDesc PIC X(15).
       02 FILLER PIC X.
       02 ODProdQty PIC 9(03).
       02 FILLER PIC X.
       02 ODProdPrice PIC 9(05)V99.
       02 FILLER PIC X.
       02 ODOrderDate PIC 9(08).
       02 FILLER PIC X.
       *> A posted line goes to V - posted, reversal still to post
       02 ODPostedFlag PIC X(01).
           88 ODLinePosted VALUE "Y".
           88 ODReversalPending VALUE "V".
       02 FILLER PIC X.
       *> S (or space, on older lines) = sale, R = return credit
       *> line, L = loyalty points credit, D = promotion discount,
       *> F = freight charge, G = gift certificates sold
       02 ODLineType PIC X(01).
           88 ODLineIsReturn VALUE "R".
           88 ODLineIsLoyalty VALUE "L".
           88 ODLineIsDiscount VALUE "D".
           88 ODLineIsFreight VALUE "F".
           88 ODLineIsGiftCert VALUE "G".
       *> Fulfillment state: S = shipped, B = backordered, X =
       *> cancelled here (ODShipDate then holds the cancel date)
       02 ODShipFlag PIC X(01).
           88 ODLineShipped VALUE "S".
           88 ODLineBackordered VALUE "B".
           88 ODLineCancelled VALUE "X".
       02 ODShipDate PIC 9(08).
       *> Order number and line - the record key
       02 ODOrderKey.
           03 ODOrderNum PIC 9(08).
           03 ODLineNum PIC 9(03).
       *> Price band - carried for layout fit
       02 FILLER PIC X(01).
       *> Which branch keyed the line - its stock room takes the units
       *> back
       02 ODBranch PIC X(03).
       *> Rep code and reserved bytes - see orderentry.cob's
       *> OrderDetailRecord for the field carve-out
       02 FILLER PIC X(06).

*> Must match orderentry.cob's OrderHeaderRecord layout
FD OrderHeaderFile.
01 OrderHeaderRecord.
       02 OHOrderNum PIC 9(08).
       02 OHIDNum PIC 9(08).
       02 OHOrderDate PIC 9(08).
       02 OHLineCount PIC 9(03).
       02 OHOrderTotal PIC 9(08)V99.
       02 OHStatusFlag PIC X(01).
           88 OHCreditOrder VALUE "C".
           88 OHInvoiced VALUE "I".
           88 OHOrderCancelled VALUE "X".
       02 FILLER PIC X(30).

*> Must match productmaster.cob's ProductData layout
FD ProductFile.
01 ProductData.
       02 PMProdID PIC X(05).
       02 PMProdDesc PIC X(15).
       02 PMUnitPrice PIC 9(05)V99.
       02 PMStatusFlag PIC X(01).
       02 PMOnHandQty PIC 9(05).
       02 PMReorderPoint PIC 9(05).
       *> Reserved for future fields - see productmaster.cob's
       *> ProductData for the field carve-out
       02 FILLER PIC X(45).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
       02 AcctStatusCode PIC X(01).
       02 DateOfBirth PIC 9(08).
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle through the delivery code - carried for
       *> layout fit, see randomlyaccessdata.cob for the carve-out
       02 FILLER PIC X(194).
       *> What a cancelled points credit goes back onto
       02 LoyaltyPoints PIC 9(07).
       *> Conversion exclusion flag - carried for layout fit
       02 FILLER PIC X(01).
       *> Where a line keyed before lines carried a branch puts its
       *> units back
       02 BranchCode PIC X(03).
       *> Reserved for future fields
       02 FILLER PIC X(25).

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

*> One line per cancelled order line
FD CancelLogFile.
01 CancelLogRecord.
       02 CLDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 CLOperator PIC X(08).
       02 FILLER PIC X VALUE SPACE.
       02 CLOrderNum PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 CLLineNum PIC 9(03).
       02 FILLER PIC X VALUE SPACE.
       02 CLIDNum PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 CLProdID PIC X(05).
       02 FILLER PIC X VALUE SPACE.
       02 CLQty PIC 9(03).
       02 FILLER PIC X VALUE SPACE.
       02 CLPrice PIC 9(05)V99.
       02 FILLER PIC X VALUE SPACE.
       *> Y when the line had already posted and its charge reverses
       02 CLWasPosted PIC X(01).
       02 FILLER PIC X VALUE SPACE.
       02 CLReason PIC X(02).

WORKING-STORAGE SECTION.
*> Things we will need to track
01 StayOpen PIC X VALUE 'Y'.
01 WSRunDate PIC 9(08).
01 WSCancelOrderNum PIC 9(08).
01 WSMoreLines PIC X.
01 WSHeaderFound PIC X.
01 WSLinesSeen PIC 9(5) VALUE ZERO.
01 WSOrderCancels PIC 9(5) VALUE ZERO.
01 WSSessionCancels PIC 9(5) VALUE ZERO.
01 WSCancelAnswer PIC X.
01 WSWasPosted PIC X.
*> Sign-on state - cancellations always carry a real operator
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
01 WSReasonCode PIC X(02).
01 WSReasonGood PIC X.
*> The header worked out again from the lines still standing - credit
*> lines (points, promotion) come off the sales the way they did at
*> entry
01 WSLiveLines PIC 9(03).
01 WSLiveSaleLines PIC 9(03).
01 WSLineAmount PIC 9(08)V99.
01 WSLiveSales PIC 9(09)V99.
01 WSLiveCredits PIC 9(09)V99.
*> Freight still standing - a charge, but not a sale line
01 WSLiveFreightLines PIC 9(03).
01 WSLiveFreight PIC 9(09)V99.
*> Gift certificates still standing - charged, but not goods, so they
*> hold neither freight nor credits on the order
01 WSLiveCertLines PIC 9(03).
01 WSLiveCerts PIC 9(09)V99.
01 WSNewTotal PIC S9(09)V99.
*> LOCSTOCK.cob staging - the branch stock room a cancelled line's
*> units go back into
01 WSLocAction PIC X(01).
01 WSLocBranch PIC X(03).
01 WSLocQty PIC 9(05).
01 WSLocOnHand PIC 9(05).
01 WSLocTracked PIC X(01).
*> Points a cancelled points credit gives back - orderentry.cob turned
*> points into credit at LOYALTYPER100 points to the dollar
01 WSLoyaltyPer100 PIC 9(05) VALUE 100.
01 WSRestorePoints PIC 9(07).
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> After-image journal staging - see CUSTJRNL.cob
01 WSJrnlProgram PIC X(20) VALUE "ordercancel".
*> Edited amount for the screen
01 WSDispAmount PIC $$$,$$$,$$9.99.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSOrderFileStatus PIC X(02).
01 WSOrderHeaderStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSOperatorFileStatus PIC X(02).
01 WSCancelLogStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       MOVE "N" TO WSAuthorized.
       MOVE ZERO TO WSSessionCancels.
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       PERFORM VerifyOperator
       IF NOT Authorized
           DISPLAY "Access Denied: Cancellations Need A Signed-On "
               "Operator"
           GOBACK
       END-IF
       *> The redemption rate is a promotion knob, not a recompile
       MOVE "LOYALTYPER100" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           MOVE WSParamValue TO WSLoyaltyPer100
       END-IF
       OPEN I-O OrderDetailFile.
       IF WSOrderFileStatus NOT = "00"
           DISPLAY "Warning: OrderDetail.dat Open Status "
               WSOrderFileStatus
       END-IF
       OPEN I-O OrderHeaderFile.
       IF WSOrderHeaderStatus NOT = "00"
           DISPLAY "Warning: OrderHeader.dat Open Status "
               WSOrderHeaderStatus
       END-IF
       OPEN I-O ProductFile.
       IF WSProductFileStatus NOT = "00"
           DISPLAY "Warning: ProductMaster.dat Open Status "
               WSProductFileStatus
       END-IF
       OPEN I-O CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status "
               WSCustomerFileStatus
       END-IF
       PERFORM UNTIL StayOpen = "N" OR StayOpen = "n"
           PERFORM CancelOnOneOrder
           DISPLAY "Cancel lines on another order? (Y/N): "
               WITH NO ADVANCING
           ACCEPT StayOpen
       END-PERFORM
       CLOSE OrderDetailFile, OrderHeaderFile, ProductFile,
           CustomerFile.
       DISPLAY " "
       DISPLAY "ORDER CANCELLATION COMPLETE - Lines Cancelled: "
           WSSessionCancels
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> The real sign-on against Operators.dat - no shared-password
*> fallback here, because the log has to say WHO cancelled
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

*> Find the order's header, walk its lines straight off the record key,
*> and put the header right again once anything has come off it
CancelOnOneOrder.
       DISPLAY " "
       DISPLAY "Enter Order Number to cancel lines on: "
           WITH NO ADVANCING
       ACCEPT WSCancelOrderNum
       MOVE "Y" TO WSHeaderFound
       MOVE WSCancelOrderNum TO OHOrderNum
       READ OrderHeaderFile
           INVALID KEY MOVE "N" TO WSHeaderFound
       END-READ
       IF WSHeaderFound = "N"
           DISPLAY "Order " WSCancelOrderNum " Is Not On File"
           EXIT PARAGRAPH
       END-IF
       IF OHCreditOrder
           DISPLAY "Refused: Order " WSCancelOrderNum
               " Is A Credit Order"
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO WSLinesSeen
       MOVE ZERO TO WSOrderCancels
       MOVE WSCancelOrderNum TO ODOrderNum
       MOVE ZERO TO ODLineNum
       MOVE "Y" TO WSMoreLines
       START OrderDetailFile KEY IS NOT LESS THAN ODOrderKey
           INVALID KEY MOVE "N" TO WSMoreLines
       END-START
       PERFORM UNTIL WSMoreLines = "N"
           READ OrderDetailFile NEXT RECORD
               AT END MOVE "N" TO WSMoreLines
           END-READ
           IF WSMoreLines = "Y"
               IF ODOrderNum NOT = WSCancelOrderNum
                   MOVE "N" TO WSMoreLines
               ELSE
                   PERFORM OfferOneLine
               END-IF
           END-IF
       END-PERFORM
       IF WSLinesSeen = ZERO
           DISPLAY "No Unshipped Lines On Order " WSCancelOrderNum
       END-IF
       IF WSOrderCancels > ZERO
           PERFORM RecalcOrderHeader
       END-IF.

*> One unshipped sale line: cancel it or leave it - credit lines,
*> freight, and shipped goods are never offered. Nor is a gift
*> certificate line - its certificates were issued at entry, so one is
*> taken back by voiding the certificate itself in giftcerts.cob
OfferOneLine.
       IF ODLineIsReturn OR ODLineIsLoyalty OR ODLineIsDiscount
           OR ODLineIsFreight OR ODLineIsGiftCert
           OR ODLineShipped OR ODLineCancelled
           CONTINUE
       ELSE
           ADD 1 TO WSLinesSeen
           COMPUTE WSLineAmount = ODProdQty * ODProdPrice
           MOVE WSLineAmount TO WSDispAmount
           DISPLAY " "
           DISPLAY "Line " ODLineNum ": " ODProdID " " ODProdDesc
               " x" ODProdQty " = " WSDispAmount
               "  Ordered " ODOrderDate
           IF ODLineBackordered
               DISPLAY "  (Currently Backordered)"
           END-IF
           IF ODLinePosted
               DISPLAY "  (Already Posted - The Charge Reverses On The "
                   "Next Posting Run)"
           END-IF
           DISPLAY "(C)ancel, or Enter to skip: " WITH NO ADVANCING
           ACCEPT WSCancelAnswer
           IF WSCancelAnswer = "C" OR WSCancelAnswer = "c"
               PERFORM CollectReasonCode
               IF WSReasonGood = "Y"
                   PERFORM CancelTheLine
               END-IF
           END-IF
       END-IF.

CollectReasonCode.
       MOVE "Y" TO WSReasonGood
       DISPLAY "Reason Code (CR Customer Request / OS Out Of Stock /"
       DISPLAY "  DU Duplicate Order / KE Keying Error / OT Other): "
           WITH NO ADVANCING
       ACCEPT WSReasonCode
       MOVE FUNCTION UPPER-CASE(WSReasonCode) TO WSReasonCode
       EVALUATE WSReasonCode
           WHEN "CR" CONTINUE
           WHEN "OS" CONTINUE
           WHEN "DU" CONTINUE
           WHEN "KE" CONTINUE
           WHEN "OT" CONTINUE
           WHEN OTHER
               DISPLAY "Refused: Unknown Reason Code"
               MOVE "N" TO WSReasonGood
       END-EVALUATE.

*> Flag the line in place - a posted line waits on the posting run for
*> its reversal, an unposted one is simply never posted
CancelTheLine.
       MOVE "N" TO WSWasPosted
       IF ODLinePosted
           MOVE "Y" TO WSWasPosted
           SET ODReversalPending TO TRUE
       END-IF
       SET ODLineCancelled TO TRUE
       MOVE WSRunDate TO ODShipDate
       REWRITE OrderDetailRecord
           INVALID KEY
               DISPLAY "Warning: Line " ODLineNum " Not Cancelled"
           NOT INVALID KEY
               PERFORM ReleaseStock
               PERFORM WriteCancelLog
               ADD 1 TO WSOrderCancels
               ADD 1 TO WSSessionCancels
               DISPLAY "Line " ODLineNum " Cancelled"
       END-REWRITE.

*> The units never left, so they go straight back on the shelf - a
*> discontinued product still takes its stock back
ReleaseStock.
       MOVE ODProdID TO PMProdID
       READ ProductFile
           INVALID KEY
               DISPLAY "Warning: Product Not On Master - Stock Not "
                   "Released"
           NOT INVALID KEY
               IF PMOnHandQty IS NOT NUMERIC
                   MOVE ZERO TO PMOnHandQty
               END-IF
               ADD ODProdQty TO PMOnHandQty
               REWRITE ProductData
                   INVALID KEY DISPLAY "Warning: Stock Not Released"
                   NOT INVALID KEY PERFORM ReleaseBranchStock
               END-REWRITE
       END-READ.

*> Back into the stock room of the branch that keyed the line - one
*> keyed before lines carried a branch goes to the customer's.
*> LOCSTOCK.cob ignores this where stock isn't kept by location
ReleaseBranchStock.
       MOVE ODBranch TO WSLocBranch
       IF WSLocBranch = SPACES AND WSCustomerFileStatus = "00"
           MOVE ODIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE SPACES TO BranchCode
           END-READ
           MOVE BranchCode TO WSLocBranch
       END-IF
       MOVE "A" TO WSLocAction
       MOVE ODProdQty TO WSLocQty
       CALL 'LOCSTOCK' USING WSLocAction, PMProdID, WSLocBranch,
           WSLocQty, WSLocOnHand, WSLocTracked.

WriteCancelLog.
       *> EXTEND appends to prior runs' log; if it doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN EXTEND CancelLogFile
       IF WSCancelLogStatus = "35"
           OPEN OUTPUT CancelLogFile
       END-IF
       MOVE SPACES TO CancelLogRecord
       MOVE WSRunDate TO CLDate
       MOVE WSOperatorID TO CLOperator
       MOVE ODOrderNum TO CLOrderNum
       MOVE ODLineNum TO CLLineNum
       MOVE ODIDNum TO CLIDNum
       MOVE ODProdID TO CLProdID
       MOVE ODProdQty TO CLQty
       MOVE ODProdPrice TO CLPrice
       MOVE WSWasPosted TO CLWasPosted
       MOVE WSReasonCode TO CLReason
       WRITE CancelLogRecord
       CLOSE CancelLogFile.

*> Count and total again from the lines still standing - when every
*> sale line is gone the order's freight and credit lines go with it,
*> and the order itself is flagged cancelled unless a gift certificate
*> line still stands
RecalcOrderHeader.
       MOVE ZERO TO WSLiveLines
       MOVE ZERO TO WSLiveSaleLines
       MOVE ZERO TO WSLiveSales
       MOVE ZERO TO WSLiveCertLines
       MOVE ZERO TO WSLiveCerts
       MOVE ZERO TO WSLiveCredits
       MOVE ZERO TO WSLiveFreightLines
       MOVE ZERO TO WSLiveFreight
       MOVE WSCancelOrderNum TO ODOrderNum
       MOVE ZERO TO ODLineNum
       MOVE "Y" TO WSMoreLines
       START OrderDetailFile KEY IS NOT LESS THAN ODOrderKey
           INVALID KEY MOVE "N" TO WSMoreLines
       END-START
       PERFORM UNTIL WSMoreLines = "N"
           READ OrderDetailFile NEXT RECORD
               AT END MOVE "N" TO WSMoreLines
           END-READ
           IF WSMoreLines = "Y"
               IF ODOrderNum NOT = WSCancelOrderNum
                   MOVE "N" TO WSMoreLines
               ELSE
                   PERFORM TallyStandingLine
               END-IF
           END-IF
       END-PERFORM
       IF WSLiveSaleLines = ZERO
           OR WSLiveCredits > WSLiveSales + WSLiveFreight
           PERFORM DropOrderCharges
       END-IF
       COMPUTE WSNewTotal =
           WSLiveSales + WSLiveCerts + WSLiveFreight - WSLiveCredits
       MOVE WSCancelOrderNum TO OHOrderNum
       READ OrderHeaderFile
           INVALID KEY
               DISPLAY "Warning: Header Not Recalculated"
           NOT INVALID KEY
               MOVE WSLiveLines TO OHLineCount
               MOVE WSNewTotal TO OHOrderTotal
               IF WSLiveSaleLines = ZERO AND WSLiveCertLines > ZERO
                   DISPLAY "Note: Gift Certificate Line(s) Keep The "
                       "Order Live"
               END-IF
               IF WSLiveSaleLines = ZERO AND WSLiveCertLines = ZERO
                   IF OHInvoiced
                       DISPLAY "Note: Order Had Already Been Invoiced"
                   END-IF
                   SET OHOrderCancelled TO TRUE
               END-IF
               REWRITE OrderHeaderRecord
                   INVALID KEY
                       DISPLAY "Warning: Header Not Recalculated"
                   NOT INVALID KEY
                       MOVE OHOrderTotal TO WSDispAmount
                       DISPLAY "Order " OHOrderNum " Now " OHLineCount
                           " Line(s), Total " WSDispAmount
                       IF OHOrderCancelled
                           DISPLAY "Order " OHOrderNum
                               " Fully Cancelled"
                       END-IF
               END-REWRITE
       END-READ.

TallyStandingLine.
       IF NOT ODLineCancelled
           ADD 1 TO WSLiveLines
           COMPUTE WSLineAmount = ODProdQty * ODProdPrice
           EVALUATE TRUE
               WHEN ODLineIsReturn OR ODLineIsLoyalty OR ODLineIsDiscount
                   ADD WSLineAmount TO WSLiveCredits
               WHEN ODLineIsFreight
                   ADD 1 TO WSLiveFreightLines
                   ADD WSLineAmount TO WSLiveFreight
               WHEN ODLineIsGiftCert
                   ADD 1 TO WSLiveCertLines
                   ADD WSLineAmount TO WSLiveCerts
               WHEN OTHER
                   ADD 1 TO WSLiveSaleLines
                   ADD WSLineAmount TO WSLiveSales
           END-EVALUATE
       END-IF.

*> No sale line left to ship - the order's freight goes too, and the
*> points and promotion credits that came off its sales; with sales
*> left, only credits now bigger than the order come off. Each is
*> flagged the same way a sale line is (and reversed the same way if
*> posted), under the reason code the last line was cancelled for
DropOrderCharges.
       MOVE WSCancelOrderNum TO ODOrderNum
       MOVE ZERO TO ODLineNum
       MOVE "Y" TO WSMoreLines
       START OrderDetailFile KEY IS NOT LESS THAN ODOrderKey
           INVALID KEY MOVE "N" TO WSMoreLines
       END-START
       PERFORM UNTIL WSMoreLines = "N"
           READ OrderDetailFile NEXT RECORD
               AT END MOVE "N" TO WSMoreLines
           END-READ
           IF WSMoreLines = "Y"
               IF ODOrderNum NOT = WSCancelOrderNum
                   MOVE "N" TO WSMoreLines
               ELSE
                   IF NOT ODLineCancelled
                       IF ODLineIsFreight AND WSLiveSaleLines = ZERO
                           PERFORM DropOneFreightLine
                       END-IF
                       IF ODLineIsLoyalty OR ODLineIsDiscount
                           PERFORM DropOneCreditLine
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

DropOneFreightLine.
       MOVE "N" TO WSWasPosted
       IF ODLinePosted
           MOVE "Y" TO WSWasPosted
           SET ODReversalPending TO TRUE
       END-IF
       SET ODLineCancelled TO TRUE
       MOVE WSRunDate TO ODShipDate
       REWRITE OrderDetailRecord
           INVALID KEY
               DISPLAY "Warning: Freight Line " ODLineNum
                   " Not Cancelled"
           NOT INVALID KEY
               PERFORM WriteCancelLog
               SUBTRACT 1 FROM WSLiveLines
               COMPUTE WSLineAmount = ODProdQty * ODProdPrice
               SUBTRACT WSLineAmount FROM WSLiveFreight
               DISPLAY "Freight Line " ODLineNum " Cancelled"
       END-REWRITE.

DropOneCreditLine.
       MOVE "N" TO WSWasPosted
       IF ODLinePosted
           MOVE "Y" TO WSWasPosted
           SET ODReversalPending TO TRUE
       END-IF
       SET ODLineCancelled TO TRUE
       MOVE WSRunDate TO ODShipDate
       REWRITE OrderDetailRecord
           INVALID KEY
               DISPLAY "Warning: Credit Line " ODLineNum
                   " Not Cancelled"
           NOT INVALID KEY
               PERFORM WriteCancelLog
               SUBTRACT 1 FROM WSLiveLines
               COMPUTE WSLineAmount = ODProdQty * ODProdPrice
               SUBTRACT WSLineAmount FROM WSLiveCredits
               DISPLAY "Credit Line " ODLineNum " Cancelled"
               IF ODLineIsLoyalty
                   PERFORM RestorePoints
               END-IF
       END-REWRITE.

*> The reverse of orderentry.cob's OfferPointRedemption - the credit
*> was the points over LOYALTYPER100, so the points are the credit
*> times it, back on the record the moment the line is cancelled
RestorePoints.
       COMPUTE WSRestorePoints ROUNDED = WSLineAmount * WSLoyaltyPer100
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: " WSRestorePoints " Points Not Restored"
           EXIT PARAGRAPH
       END-IF
       MOVE ODIDNum TO IDNum
       READ CustomerFile
           INVALID KEY
               DISPLAY "Warning: Customer " ODIDNum " Not On File - "
                   WSRestorePoints " Points Not Restored"
               EXIT PARAGRAPH
       END-READ
       IF LoyaltyPoints IS NOT NUMERIC
           MOVE ZERO TO LoyaltyPoints
       END-IF
       ADD WSRestorePoints TO LoyaltyPoints
       REWRITE CustomerData
           INVALID KEY DISPLAY "Warning: Points Not Restored"
           NOT INVALID KEY
               CALL 'CUSTJRNL' USING WSJrnlProgram, CustomerData
               DISPLAY "Restored " WSRestorePoints " Points"
       END-REWRITE.
