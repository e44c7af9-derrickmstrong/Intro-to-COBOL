*> same layout orderentry.cob writes - flagged "R" so orderposting.cob
*> posts it as a proper RETURN movement through BalanceHistory.dat
*> instead of the fake payments these used to be keyed as. The unit
*> goes back on the shelf in ProductMaster.dat - and into the stock
*> room of the branch that sold it (LOCSTOCK.cob) - and a numbered credit
*> memo is cut for the customer's file. The memo also goes on
*> InvoiceFile.dat as an open credit item ("C" record) so creditapply.cob
*> can apply it against the invoice it came off of, or the oldest open
*> one, instead of leaving that invoice aging as if nothing came back.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Random lookups by IDNum only - no REWRITE ever happens here
       SELECT MemoControlFile ASSIGN TO "CreditMemoControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMemoControlStatus.
       *> Open-item file - the credit memo is appended as a "C" record
       *> the way invoiceadjust.cob appends its "A" trail
       SELECT InvoiceFile ASSIGN TO "InvoiceFile.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceFileStatus.

DATA DIVISION.
FILE SECTION.
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle through the conversion hold - carried for
       *> layout fit, see randomlyaccessdata.cob for the carve-out
       02 FILLER PIC X(202).
       *> The customer's branch - where a return with no selling
       *> branch on file goes back into stock
       02 BranchCode PIC X(03).
       *> Reserved for future fields
       02 FILLER PIC X(25).

*> Must match orderentry.cob's OrderDetailRecord layout
FD OrderDetailFile.
           88 ODLineUnposted VALUE "N".
       02 FILLER PIC X.
       *> S (or space, on lines older than this program) = sale,
       *> R = credit line written here, F = freight charge
       02 ODLineType PIC X(01).
           88 ODLineIsReturn VALUE "R".
           88 ODLineIsFreight VALUE "F".
           88 ODLineIsGiftCert VALUE "G".
       *> Fulfillment state - X = cancelled by ordercancel.cob
       02 ODShipFlag PIC X(01).
           88 ODLineCancelled VALUE "X".
       02 FILLER PIC X(08).
       *> Order number and line - the record key
       02 ODOrderKey.
           03 ODOrderNum PIC 9(08).
           03 ODLineNum PIC 9(03).
       *> Price band - carried for layout fit
       02 FILLER PIC X(01).
       *> Which branch keyed the sale - the returned units go back there
       02 ODBranch PIC X(03).
       *> The rep paid on the sale - the credit charges the same rep
       02 ODRepCode PIC X(04).
       *> Reserved for future fields - see orderentry.cob's
       *> OrderDetailRecord for the field carve-out
       02 FILLER PIC X(02).

*> Must match orderentry.cob's OrderHeaderRecord layout
FD OrderHeaderFile.
01 MemoControlRecord.
       02 NextMemoValue PIC 9(08).

*> Must match invoice-calculator's InvoiceFile layouts, plus the "C"
*> open credit item this program introduces
FD InvoiceFile.
01 InvoiceRecord PIC X(80).
*> One credit memo as an open item - the amount still unapplied is
*> IcAmount less IcAppliedAmount; creditapply.cob flips it A once the
*> last of it has gone against an invoice
01 CreditItemRecord REDEFINES InvoiceRecord.
       02 IcRecordType PIC X(01).
       02 IcMemoNumber PIC 9(08).
       02 IcIDNum PIC 9(08).
       02 IcMemoDate PIC 9(08).
       *> The invoice the returned goods were billed on - zero when the
       *> operator didn't know it, and the credit goes oldest-first
       02 IcOrigInvoice PIC 9(08).
       02 IcCreditOrder PIC 9(08).
       02 IcAmount PIC 9(7)V999.
       02 IcAppliedAmount PIC 9(7)V999.
       02 IcStatusFlag PIC X(01).
           88 CreditOpen VALUE "O".
           88 CreditApplied VALUE "A".
       02 FILLER PIC X(18).

WORKING-STORAGE SECTION.
*> Things we will need to track
01 StayOpen PIC X VALUE 'Y'.
01 WSSaleFound PIC X.
01 WSSalePrice PIC 9(05)V99.
01 WSSaleDesc PIC X(15).
*> Rep stamped on the sale, so the return comes off their commission
01 WSSaleRepCode PIC X(04).
*> Branch that sold it, whose stock room takes the units back
01 WSSaleBranch PIC X(03).
*> LOCSTOCK.cob staging
01 WSLocAction PIC X(01).
01 WSLocQty PIC 9(05).
01 WSLocOnHand PIC 9(05).
01 WSLocTracked PIC X(01).
01 WSReturnableQty PIC S9(06).
01 WSCreditAmount PIC 9(08)V99.
*> The memo number being cut and the control value it came from
01 WSMemoNumber PIC 9(08).
*> The invoice the operator says the goods were billed on, if known
01 WSOrigInvoice PIC 9(08).
01 WSNextMemo PIC 9(08) VALUE 1.
*> Edited fields for the memo and the screen
01 WSDispAmount PIC $$$,$$$,$$9.99.
01 WSProductFileStatus PIC X(02).
01 WSCreditMemoStatus PIC X(02).
01 WSMemoControlStatus PIC X(02).
01 WSInvoiceFileStatus PIC X(02).
01 WSOrderHeaderStatus PIC X(02).
01 WSNextOrderStatus PIC X(02).

                           DISPLAY "Return Refused: Only "
                               WSReturnableQty " Unit(s) Returnable"
                       WHEN OTHER
                           PERFORM AskOriginalInvoice
                           PERFORM WriteCreditLine
                           PERFORM RestockProduct
                           PERFORM CutCreditMemo
                           PERFORM WriteCreditItem
                           ADD 1 TO WSSessionReturns
                   END-EVALUATE
               END-IF
       MOVE ZERO TO WSReturnedQty
       MOVE ZERO TO WSSalePrice
       MOVE SPACES TO WSSaleDesc
       MOVE SPACES TO WSSaleRepCode
       MOVE SPACES TO WSSaleBranch
       MOVE IDNum TO ODIDNum
       MOVE "Y" TO WSMoreLines
       START OrderDetailFile KEY IS EQUAL TO ODIDNum
*> lines add to the returned tally (posted or not - a pending credit
*> already spoken for can't be credited twice)
TallyOneOrderLine.
       *> Freight is a charge, not goods - nothing on it comes back; a
       *> gift certificate comes back by being voided, not returned
       IF ODIDNum = IDNum AND ODProdID = WSReturnProdID
           AND NOT ODLineIsFreight AND NOT ODLineIsGiftCert
           IF ODLineIsReturn
               ADD ODProdQty TO WSReturnedQty
           ELSE
               *> A cancelled line never left the building - nothing
               *> on it can come back
               IF ODLinePosted AND NOT ODLineCancelled
                   MOVE "Y" TO WSSaleFound
                   ADD ODProdQty TO WSSoldQty
                   MOVE ODProdPrice TO WSSalePrice
                   MOVE ODProdDesc TO WSSaleDesc
                   MOVE ODRepCode TO WSSaleRepCode
                   MOVE ODBranch TO WSSaleBranch
               END-IF
           END-IF
       END-IF.
       MOVE WSEntryDate TO ODOrderDate
       SET ODLineUnposted TO TRUE
       MOVE "R" TO ODLineType
       MOVE WSSaleRepCode TO ODRepCode
       MOVE WSCreditOrderNum TO ODOrderNum
       MOVE 1 TO ODLineNum
       WRITE OrderDetailRecord
           ADD WSReturnQty TO PMOnHandQty
           REWRITE ProductData
               INVALID KEY DISPLAY "Warning: Stock Not Restored"
               NOT INVALID KEY PERFORM RestockBranch
           END-REWRITE
       END-IF.

*> The selling branch takes the units back - a sale keyed before lines
*> carried a branch goes to the customer's. LOCSTOCK.cob ignores this
*> where stock isn't kept by location
RestockBranch.
       IF WSSaleBranch = SPACES
           MOVE BranchCode TO WSSaleBranch
       END-IF
       MOVE "A" TO WSLocAction
       MOVE WSReturnQty TO WSLocQty
       CALL 'LOCSTOCK' USING WSLocAction, PMProdID, WSSaleBranch,
           WSLocQty, WSLocOnHand, WSLocTracked.

*> One numbered memo block for the customer's file - the number comes
*> off the control record the same way NextID.dat hands out customer IDs
CutCreditMemo.
       WRITE CreditMemoLine
       DISPLAY "Credit Memo # " WSMemoNumber " Cut".

*> The invoice number off the customer's paperwork - anything that
*> isn't a number is taken as unknown rather than refusing the return
AskOriginalInvoice.
       DISPLAY "Originating Invoice # (0 = Oldest Open): "
           WITH NO ADVANCING
       ACCEPT WSOrigInvoice
       IF WSOrigInvoice IS NOT NUMERIC
           MOVE ZERO TO WSOrigInvoice
       END-IF.

*> The memo as an open credit item - appended, never rewritten here;
*> creditapply.cob does the applying. If the file doesn't exist yet
*> (status 35), fall back to OUTPUT so the first memo creates it
WriteCreditItem.
       OPEN EXTEND InvoiceFile
       IF WSInvoiceFileStatus = "35"
           OPEN OUTPUT InvoiceFile
       END-IF
       IF WSInvoiceFileStatus NOT = "00"
           DISPLAY "Warning: InvoiceFile.dat Open Status "
               WSInvoiceFileStatus " - Credit Item Not Written"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO CreditItemRecord
       MOVE "C" TO IcRecordType
       MOVE WSMemoNumber TO IcMemoNumber
       MOVE IDNum TO IcIDNum
       MOVE WSEntryDate TO IcMemoDate
       MOVE WSOrigInvoice TO IcOrigInvoice
       MOVE WSCreditOrderNum TO IcCreditOrder
       MOVE WSCreditAmount TO IcAmount
       MOVE ZERO TO IcAppliedAmount
       SET CreditOpen TO TRUE
       WRITE CreditItemRecord
       CLOSE InvoiceFile.

ReadNextMemo.
       MOVE 1 TO WSNextMemo
       OPEN INPUT MemoControlFile
