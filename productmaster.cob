       SELECT PriceHistoryFile ASSIGN TO "PriceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPriceHistStatus.
       *> Released purchase orders - ReceiveStock counts deliveries in
       *> against their lines (purchaseorders.cob raises them)
       SELECT PurchaseOrderFile ASSIGN TO "PurchaseOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POKey
           FILE STATUS IS WSPOFileStatus.
       *> Every standard cost the master has carried, append-only - the
       *> margin report costs each sale at the cost in force that day
       SELECT CostHistoryFile ASSIGN TO "CostHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCostHistStatus.
       *> Read-only here - a preferred supplier must be one we know
       SELECT SupplierFile ASSIGN TO "SupplierMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SupID
           FILE STATUS IS WSSupplierFileStatus.

DATA DIVISION.
FILE SECTION.
       02 PMBreak1Price PIC 9(05)V99.
       02 PMBreak2Qty PIC 9(05).
       02 PMBreak2Price PIC 9(05)V99.
       *> Who purchasing buys this product from by default - a supplier
       *> on SupplierMaster.dat, or spaces when none has been chosen
       02 PMPrefSupplier PIC X(05).
       *> What one unit costs us - the margin report's cost side, with
       *> every change kept on CostHistory.dat
       02 PMStdCost PIC 9(05)V99.
       *> Where the product lives in the warehouse - aisle, bay, shelf
       *> (e.g. A03B2) - the pick list walks the building in this order
       02 PMBinLocation PIC X(06).
       *> G = a gift certificate - sold as stored value (GiftCerts.dat,
       *> see GIFTCERT.cob), never off a shelf, and booked as a
       *> liability rather than sales; space = an ordinary product
       02 PMProdClass PIC X(01).
           88 ProdIsGiftCert VALUE "G".
       *> Reserved for future fields - claimed front-to-back as the
       *> product record grows, the same carve-out Customer.txt carries
       02 FILLER PIC X(01).

*> Must match orderentry.cob's KitComponentRecord layout
FD KitFile.
       02 FILLER PIC X VALUE SPACE.
       02 PHSource PIC X(12).

*> Must match purchaseorders.cob's PurchaseOrderRecord layout
FD PurchaseOrderFile.
01 PurchaseOrderRecord.
       02 POKey.
           03 PONumber PIC 9(08).
           03 POLineNum PIC 9(03).
       02 PORecordType PIC X(01).
           88 POIsHeader VALUE "H".
           88 POIsLine VALUE "L".
       02 PORecordBody PIC X(68).
01 POHeaderRecord REDEFINES PurchaseOrderRecord.
       02 FILLER PIC X(12).
       02 POHSupplierID PIC X(05).
       02 POHOrderDate PIC 9(08).
       02 POHDueDate PIC 9(08).
       02 POHStatus PIC X(01).
           88 POProposed VALUE "P".
           88 POReleased VALUE "R".
           88 POClosed VALUE "C".
           88 POCancelled VALUE "X".
       02 POHBuyer PIC X(08).
       02 POHReleaseDate PIC 9(08).
       02 POHLineCount PIC 9(03).
       02 FILLER PIC X(27).
01 POLineRecord REDEFINES PurchaseOrderRecord.
       02 FILLER PIC X(12).
       02 POLProdID PIC X(05).
       02 POLProdDesc PIC X(15).
       02 POLOrderQty PIC 9(05).
       02 POLReceivedQty PIC 9(05).
       02 POLUnitCost PIC 9(05)V99.
       02 POLStatus PIC X(01).
           88 POLOpen VALUE "O".
           88 POLPartial VALUE "P".
           88 POLComplete VALUE "C".
           88 POLOver VALUE "V".
           88 POLShortClosed VALUE "S".
           88 POLDropped VALUE "X".
           88 POLStillDue VALUE "O", "P".
       02 POLLastRecvDate PIC 9(08).
       02 FILLER PIC X(22).

*> One line per standard cost movement - marginreport.cob reads this
FD CostHistoryFile.
01 CostHistoryRecord.
       02 CHProdID PIC X(05).
       02 FILLER PIC X VALUE SPACE.
       *> The day the new cost took effect
       02 CHEffDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 CHOldCost PIC 9(05)V99.
       02 FILLER PIC X VALUE SPACE.
       02 CHNewCost PIC 9(05)V99.
       02 FILLER PIC X VALUE SPACE.
       02 CHSource PIC X(12).

*> Must match suppliermaster.cob's SupplierRecord layout
FD SupplierFile.
01 SupplierRecord.
       02 SupID PIC X(05).
       02 SupName PIC X(30).
       02 FILLER PIC X(105).
       02 SupLeadDays PIC 9(03).
       02 SupStatusFlag PIC X(01).
           88 SupActive VALUE "A".
           88 SupInactive VALUE "D".
       02 FILLER PIC X(20).

WORKING-STORAGE SECTION.
*> Things we will need to track
*> Two digits - the menu outgrew 0-9 when Price History arrived
01 WSDispPrice PIC $$$,$$9.99.
*> Units keyed into ReceiveStock before they land on the record
01 WSReceivedQty PIC 9(05).
*> The purchase order a delivery is counted against - zero is an
*> unplanned receipt straight onto the shelf
01 WSRecvPONum PIC 9(08).
01 WSRecvLineNum PIC 9(03).
*> The branch stock room a delivery is put away in - LOCSTOCK.cob
*> staging; blank leaves it on the company figure only
01 WSRecvBranch PIC X(03).
01 WSLocAction PIC X(01).
01 WSLocOnHand PIC 9(05).
01 WSLocTracked PIC X(01).
01 POExists PIC X.
01 WSLinesStillDue PIC 9(03).
01 SupExists PIC X.
*> Standard cost entry - the cost held before the change and the new one
01 WSOldCost PIC 9(05)V99.
01 WSNewBin PIC X(06).
01 WSNewCost PIC 9(05)V99.
*> Gift certificate marking - the Y/N answer
01 WSGiftAnswer PIC X.
*> Kit definition state - the parent being defined, the component
*> being verified, and the highest sequence already on file
01 WSKitParentID PIC X(05).
01 WSKitFileStatus PIC X(02).
01 WSPendingFileStatus PIC X(02).
01 WSPriceHistStatus PIC X(02).
01 WSPOFileStatus PIC X(02).
01 WSSupplierFileStatus PIC X(02).
01 WSCostHistStatus PIC X(02).
*> Today, stamped on each price-history line keyed here
01 WSTodayDate PIC 9(08).
*> The price held before a change, for the history line
                   WSPriceHistStatus
           END-IF
       END-IF
       OPEN I-O PurchaseOrderFile.
       IF WSPOFileStatus = "35"
           OPEN OUTPUT PurchaseOrderFile
           CLOSE PurchaseOrderFile
           OPEN I-O PurchaseOrderFile
       END-IF
       IF WSPOFileStatus NOT = "00"
           DISPLAY "Warning: PurchaseOrders.dat Open Status "
               WSPOFileStatus
       END-IF
       OPEN INPUT SupplierFile.
       IF WSSupplierFileStatus NOT = "00"
           DISPLAY "Warning: SupplierMaster.dat Open Status "
               WSSupplierFileStatus
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "PRODUCT MASTER"
               DISPLAY "8 : Set Price Breaks"
               DISPLAY "9 : Schedule Price Change"
               DISPLAY "10: Price History"
               DISPLAY "11: Set Preferred Supplier"
               DISPLAY "12: Set Standard Cost"
               DISPLAY "13: Set Bin Location"
               DISPLAY "14: Mark Gift Certificate Product"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
                    WHEN 8 PERFORM SetPriceBreaks
                    WHEN 9 PERFORM SchedulePriceChange
                    WHEN 10 PERFORM ShowPriceHistory
                    WHEN 11 PERFORM SetPreferredSupplier
                    WHEN 12 PERFORM SetStandardCost
                    WHEN 13 PERFORM SetBinLocation
                    WHEN 14 PERFORM SetGiftCertificate
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE ProductFile, KitFile, PendingPriceFile, PriceHistoryFile,
           PurchaseOrderFile, SupplierFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.
           MOVE ZERO TO PMBreak1Price
           MOVE ZERO TO PMBreak2Qty
           MOVE ZERO TO PMBreak2Price
           MOVE SPACES TO PMPrefSupplier
           MOVE ZERO TO PMStdCost
           MOVE SPACES TO PMBinLocation
           MOVE SPACE TO PMProdClass
           WRITE ProductData
               INVALID KEY DISPLAY "Product ID Taken"
               NOT INVALID KEY DISPLAY "Product Added"
           IF ProdIsKit
               DISPLAY "Kit........: Yes - See Kit Components"
           END-IF
           IF ProdIsGiftCert
               DISPLAY "Gift Cert..: Yes - Sells As Stored Value"
           END-IF
           IF PMBreak1Qty IS NUMERIC AND PMBreak1Qty > ZERO
               MOVE PMBreak1Price TO WSDispPrice
               DISPLAY "Band 1.....: " PMBreak1Qty "+ At " WSDispPrice
               MOVE PMBreak2Price TO WSDispPrice
               DISPLAY "Band 2.....: " PMBreak2Qty "+ At " WSDispPrice
           END-IF
           IF PMPrefSupplier NOT = SPACES
               DISPLAY "Supplier...: " PMPrefSupplier
           END-IF
           IF PMStdCost IS NUMERIC AND PMStdCost > ZERO
               MOVE PMStdCost TO WSDispPrice
               DISPLAY "Std Cost...: " WSDispPrice
           END-IF
           IF PMBinLocation NOT = SPACES
               DISPLAY "Bin........: " PMBinLocation
           END-IF
           IF ProdDiscontinued
               DISPLAY "Status.....: Discontinued"
           ELSE
       END-PERFORM.

*> Receiving entry - the warehouse counts the delivery in here instead
*> of on the clipboard, and the shelf count moves the moment it's keyed.
*> A delivery against a released purchase order is counted in on the
*> order line as well, so a short or over shipment shows up on the
*> order; purchase order zero is an unplanned receipt
ReceiveStock.
       DISPLAY " "
       DISPLAY "Purchase Order Number (0 = None): " WITH NO ADVANCING
       ACCEPT WSRecvPONum
       IF WSRecvPONum IS NOT NUMERIC OR WSRecvPONum = ZERO
           PERFORM ReceiveUnplanned
       ELSE
           PERFORM ReceiveAgainstPO
       END-IF.

ReceiveUnplanned.
       MOVE "Y" TO ProdExists.
       DISPLAY "Enter Product ID received: " WITH NO ADVANCING
       ACCEPT PMProdID.
       READ ProductFile
               REWRITE ProductData
                   INVALID KEY DISPLAY "Stock Not Updated"
                   NOT INVALID KEY DISPLAY "On Hand Is Now " PMOnHandQty
                       PERFORM ReceiveIntoLocation
               END-REWRITE
           END-IF
       END-IF.

ReceiveAgainstPO.
       MOVE WSRecvPONum TO PONumber
       MOVE ZERO TO POLineNum
       MOVE "Y" TO POExists
       READ PurchaseOrderFile
           INVALID KEY MOVE "N" TO POExists
       END-READ
       IF POExists = "N" OR NOT POIsHeader
           DISPLAY "Purchase Order Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       IF NOT POReleased
           DISPLAY "Rejected: Purchase Order Is Not Released"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Supplier: " POHSupplierID "  Due: " POHDueDate
       PERFORM ListOpenPOLines
       IF WSLinesStillDue = ZERO
           DISPLAY "Nothing Is Still Due On This Order"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Line Number Received: " WITH NO ADVANCING
       ACCEPT WSRecvLineNum
       MOVE WSRecvPONum TO PONumber
       MOVE WSRecvLineNum TO POLineNum
       MOVE "Y" TO POExists
       READ PurchaseOrderFile
           INVALID KEY MOVE "N" TO POExists
       END-READ
       IF POExists = "N" OR NOT POIsLine OR NOT POLStillDue
           DISPLAY "Rejected: Not An Open Line On This Order"
           EXIT PARAGRAPH
       END-IF
       MOVE POLProdID TO PMProdID
       MOVE "Y" TO ProdExists
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ
       IF ProdExists = "N"
           DISPLAY "Product Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       IF PMOnHandQty IS NOT NUMERIC
           MOVE ZERO TO PMOnHandQty
       END-IF
       IF POLReceivedQty IS NOT NUMERIC
           MOVE ZERO TO POLReceivedQty
       END-IF
       DISPLAY "Product " PMProdID " " PMProdDesc
       DISPLAY "Ordered " POLOrderQty "  Received So Far " POLReceivedQty
       DISPLAY "Quantity Received: " WITH NO ADVANCING
       ACCEPT WSReceivedQty
       IF WSReceivedQty IS NOT NUMERIC OR WSReceivedQty = ZERO
           DISPLAY "Rejected: Quantity Must Be 1 Or More"
           EXIT PARAGRAPH
       END-IF
       ADD WSReceivedQty TO POLReceivedQty
       ACCEPT WSTodayDate FROM DATE YYYYMMDD
       MOVE WSTodayDate TO POLLastRecvDate
       EVALUATE TRUE
           WHEN POLReceivedQty < POLOrderQty
               SET POLPartial TO TRUE
               DISPLAY "Short - Line Stays Open For The Balance"
           WHEN POLReceivedQty = POLOrderQty
               SET POLComplete TO TRUE
           WHEN OTHER
               SET POLOver TO TRUE
               DISPLAY "Warning: Over-Received Against The Order"
       END-EVALUATE
       REWRITE PurchaseOrderRecord
           INVALID KEY DISPLAY "Warning: Order Line Not Updated"
       END-REWRITE
       ADD WSReceivedQty TO PMOnHandQty
       REWRITE ProductData
           INVALID KEY DISPLAY "Stock Not Updated"
           NOT INVALID KEY DISPLAY "On Hand Is Now " PMOnHandQty
               PERFORM ReceiveIntoLocation
       END-REWRITE
       PERFORM ClosePOIfDone.

*> Where stock is kept by location the delivery is put away in one
*> branch's stock room (LocationStock.dat) - blank leaves it counted
*> company-wide only, for stocktransfer.cob to place later
ReceiveIntoLocation.
       DISPLAY "Into Branch Stock Room (Code, Blank For None): "
           WITH NO ADVANCING
       ACCEPT WSRecvBranch
       MOVE FUNCTION UPPER-CASE(WSRecvBranch) TO WSRecvBranch
       IF WSRecvBranch = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE "A" TO WSLocAction
       CALL 'LOCSTOCK' USING WSLocAction, PMProdID, WSRecvBranch,
           WSReceivedQty, WSLocOnHand, WSLocTracked
       IF WSLocTracked = "Y"
           DISPLAY "On Hand At " WSRecvBranch " Is Now " WSLocOnHand
       ELSE
           DISPLAY "Warning: Branch Stock Room Not Updated"
       END-IF.

*> Show the lines of WSRecvPONum still waiting on goods, counting them
ListOpenPOLines.
       MOVE ZERO TO WSLinesStillDue
       MOVE WSRecvPONum TO PONumber
       MOVE 1 TO POLineNum
       MOVE "Y" TO WSMoreRecords
       START PurchaseOrderFile KEY IS NOT LESS THAN POKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ PurchaseOrderFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF PONumber NOT = WSRecvPONum
                   MOVE "N" TO WSMoreRecords
               ELSE
                   IF POLStillDue
                       ADD 1 TO WSLinesStillDue
                       IF POLReceivedQty IS NOT NUMERIC
                           MOVE ZERO TO POLReceivedQty
                       END-IF
                       DISPLAY "  Line " POLineNum ": " POLProdID " "
                           POLProdDesc " Ord " POLOrderQty
                           " Rcvd " POLReceivedQty
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

*> The last line in closes the order
ClosePOIfDone.
       PERFORM CountStillDueLines
       IF WSLinesStillDue = ZERO
           MOVE WSRecvPONum TO PONumber
           MOVE ZERO TO POLineNum
           READ PurchaseOrderFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET POClosed TO TRUE
                   REWRITE PurchaseOrderRecord
                       INVALID KEY DISPLAY "Warning: Order Not Closed"
                       NOT INVALID KEY DISPLAY "Purchase Order "
                           PONumber " Fully Received - Closed"
                   END-REWRITE
           END-READ
       END-IF.

CountStillDueLines.
       MOVE ZERO TO WSLinesStillDue
       MOVE WSRecvPONum TO PONumber
       MOVE 1 TO POLineNum
       MOVE "Y" TO WSMoreRecords
       START PurchaseOrderFile KEY IS NOT LESS THAN POKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ PurchaseOrderFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF PONumber NOT = WSRecvPONum
                   MOVE "N" TO WSMoreRecords
               ELSE
                   IF POLStillDue
                       ADD 1 TO WSLinesStillDue
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

*> Month-end price updates stop being keyed at midnight: the new price
*> waits on PendingPrices.dat until the nightly activation step sees
*> its effective date arrive
       END-READ
       IF ProdExists = "N" OR ProdDiscontinued
           DISPLAY "Product Doesn't Exist"
       ELSE
       IF ProdIsGiftCert
           DISPLAY "Refused: A Gift Certificate Can't Be A Kit"
       ELSE
           MOVE PMProdID TO WSKitParentID
           PERFORM ListKitComponents
           PERFORM CollectOneComponent
               UNTIL WSKitMoreEntry = "N"
           PERFORM FlagParentAsKit
       END-IF
       END-IF.

*> What the kit already explodes into, and where the sequence stands
               NOT INVALID KEY DISPLAY "Product Discontinued"
           END-REWRITE
       END-IF.

*> Link a product to the supplier purchasing buys it from - the supplier
*> must be on SupplierMaster.dat and active; blank clears the link
SetPreferredSupplier.
       MOVE "Y" TO ProdExists.
       DISPLAY " "
       DISPLAY "Enter Product ID: " WITH NO ADVANCING
       ACCEPT PMProdID.
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ
       IF ProdExists = "N" OR ProdDiscontinued
           DISPLAY "Product Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Current Supplier: " PMPrefSupplier
       DISPLAY "Preferred Supplier ID (Blank Clears): " WITH NO ADVANCING
       ACCEPT SupID
       IF SupID NOT = SPACES
           MOVE "Y" TO SupExists
           READ SupplierFile
               INVALID KEY MOVE "N" TO SupExists
           END-READ
           IF SupExists = "N" OR NOT SupActive
               DISPLAY "Rejected: Supplier Not On File Or Inactive"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Supplier: " SupName "  Lead " SupLeadDays " Days"
       END-IF
       MOVE SupID TO PMPrefSupplier
       REWRITE ProductData
           INVALID KEY DISPLAY "Supplier Not Saved"
           NOT INVALID KEY DISPLAY "Preferred Supplier Saved"
       END-REWRITE.

*> A new standard cost takes effect today and is logged with the one it
*> replaced - the margin report prices past sales off this history
SetStandardCost.
       MOVE "Y" TO ProdExists.
       DISPLAY " "
       DISPLAY "Enter Product ID: " WITH NO ADVANCING
       ACCEPT PMProdID.
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ
       IF ProdExists = "N" OR ProdDiscontinued
           DISPLAY "Product Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       IF PMStdCost IS NOT NUMERIC
           MOVE ZERO TO PMStdCost
       END-IF
       MOVE PMStdCost TO WSDispPrice
       DISPLAY "Current Std Cost: " WSDispPrice
       MOVE PMUnitPrice TO WSDispPrice
       DISPLAY "Unit Price......: " WSDispPrice
       DISPLAY "New Standard Cost: " WITH NO ADVANCING
       ACCEPT WSNewCost
       IF WSNewCost IS NOT NUMERIC
           DISPLAY "Rejected: Cost Must Be Numeric"
           EXIT PARAGRAPH
       END-IF
       IF WSNewCost = PMStdCost
           DISPLAY "Cost Unchanged"
           EXIT PARAGRAPH
       END-IF
       MOVE PMStdCost TO WSOldCost
       MOVE WSNewCost TO PMStdCost
       REWRITE ProductData
           INVALID KEY DISPLAY "Cost Not Saved"
           NOT INVALID KEY
               DISPLAY "Standard Cost Updated"
               PERFORM WriteCostHistory
       END-REWRITE.

WriteCostHistory.
       ACCEPT WSTodayDate FROM DATE YYYYMMDD
       *> EXTEND appends to the running history; if it doesn't exist
       *> yet (status 35), fall back to OUTPUT so the first run creates it
       OPEN EXTEND CostHistoryFile
       IF WSCostHistStatus = "35"
           OPEN OUTPUT CostHistoryFile
       END-IF
       MOVE SPACES TO CostHistoryRecord
       MOVE PMProdID TO CHProdID
       MOVE WSTodayDate TO CHEffDate
       MOVE WSOldCost TO CHOldCost
       MOVE PMStdCost TO CHNewCost
       MOVE "MANUAL" TO CHSource
       WRITE CostHistoryRecord
       CLOSE CostHistoryFile.

*> Put a product in its warehouse bin - blank clears it, and a product
*> with no bin prints at the top of the pick list to be found by hand
SetBinLocation.
       MOVE "Y" TO ProdExists.
       DISPLAY " "
       DISPLAY "Enter Product ID: " WITH NO ADVANCING
       ACCEPT PMProdID.
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ
       IF ProdExists = "N" OR ProdDiscontinued
           DISPLAY "Product Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Current Bin: " PMBinLocation
       DISPLAY "Bin Location (Blank Clears): " WITH NO ADVANCING
       ACCEPT WSNewBin
       MOVE FUNCTION UPPER-CASE(WSNewBin) TO PMBinLocation
       REWRITE ProductData
           INVALID KEY DISPLAY "Bin Not Saved"
           NOT INVALID KEY DISPLAY "Bin Location Saved"
       END-REWRITE.

*> A gift certificate product sells as a stored-value certificate at
*> its unit price (zero = the amount is keyed at the order) - no shelf,
*> no kit, and the sale is owed to the holder until it is redeemed
SetGiftCertificate.
       MOVE "Y" TO ProdExists.
       DISPLAY " "
       DISPLAY "Enter Product ID: " WITH NO ADVANCING
       ACCEPT PMProdID.
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ
       IF ProdExists = "N" OR ProdDiscontinued
           DISPLAY "Product Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       IF ProdIsKit
           DISPLAY "Refused: A Kit Can't Be A Gift Certificate"
           EXIT PARAGRAPH
       END-IF
       IF ProdIsGiftCert
           DISPLAY "Currently: Gift Certificate"
       ELSE
           DISPLAY "Currently: Ordinary Product"
       END-IF
       DISPLAY "Sell As A Gift Certificate? (Y/N): " WITH NO ADVANCING
       ACCEPT WSGiftAnswer
       IF WSGiftAnswer = "Y" OR WSGiftAnswer = "y"
           SET ProdIsGiftCert TO TRUE
       ELSE
           MOVE SPACE TO PMProdClass
       END-IF
       REWRITE ProductData
           INVALID KEY DISPLAY "Product Class Not Saved"
           NOT INVALID KEY DISPLAY "Product Class Saved"
       END-REWRITE.
