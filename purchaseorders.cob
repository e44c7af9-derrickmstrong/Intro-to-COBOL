       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    purchaseorders.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Buyer's screen for PurchaseOrders.dat: the reorder candidates that
*> reorderreport.cob lists every morning are proposed here as purchase
*> order lines instead of being retyped into a spreadsheet, the buyer
*> trims the quantities and releases the order to the supplier, and
*> productmaster.cob's ReceiveStock counts the delivery in against the
*> released line. Short and over deliveries stay visible on the line
*> until the buyer closes it, and openporeport.cob chases the late ones.
*> Proposals are split one order per preferred supplier and dated with
*> that supplier's standard lead time off SupplierMaster.dat. A product
*> with an order quantity accepted in reorderreview.cob is ordered up
*> to its reorder point plus that quantity.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Header and lines under one key - line 000 is the header, the
       *> same order-number-plus-line shape OrderDetail.dat uses
       SELECT PurchaseOrderFile ASSIGN TO "PurchaseOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POKey
           FILE STATUS IS WSPOFileStatus.
       *> The next purchase order number the system will assign - the
       *> same control-record pattern NextOrderID.dat uses for orders
       SELECT NextPOFile ASSIGN TO "NextPONumber.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNextPOStatus.
       *> Read-only here - the candidates and their descriptions
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.
       *> Read-only here - lead times and who an order can go to
       SELECT SupplierFile ASSIGN TO "SupplierMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SupID
           FILE STATUS IS WSSupplierFileStatus.
       *> Read-only here - the order quantities buyers have accepted
       SELECT PlanFile ASSIGN TO "ReorderPlan.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RPProdID
           FILE STATUS IS WSPlanFileStatus.

DATA DIVISION.
FILE SECTION.
*> One header (line 000) and its lines per purchase order - must match
*> productmaster.cob, reorderreport.cob, and openporeport.cob
FD PurchaseOrderFile.
01 PurchaseOrderRecord.
       02 POKey.
           03 PONumber PIC 9(08).
           03 POLineNum PIC 9(03).
       *> H = header (line 000), L = order line
       02 PORecordType PIC X(01).
           88 POIsHeader VALUE "H".
           88 POIsLine VALUE "L".
       02 PORecordBody PIC X(68).
01 POHeaderRecord REDEFINES PurchaseOrderRecord.
       02 FILLER PIC X(12).
       *> Who the goods are coming from
       02 POHSupplierID PIC X(05).
       02 POHOrderDate PIC 9(08).
       *> When the delivery is expected - the open-PO report ages
       *> released orders against this
       02 POHDueDate PIC 9(08).
       *> P = proposed (buyer still editing), R = released to the
       *> supplier, C = closed (every line received or closed short),
       *> X = cancelled before anything arrived
       02 POHStatus PIC X(01).
           88 POProposed VALUE "P".
           88 POReleased VALUE "R".
           88 POClosed VALUE "C".
           88 POCancelled VALUE "X".
       02 POHBuyer PIC X(08).
       02 POHReleaseDate PIC 9(08).
       02 POHLineCount PIC 9(03).
       *> Reserved for future fields
       02 FILLER PIC X(27).
01 POLineRecord REDEFINES PurchaseOrderRecord.
       02 FILLER PIC X(12).
       02 POLProdID PIC X(05).
       02 POLProdDesc PIC X(15).
       02 POLOrderQty PIC 9(05).
       *> Running count of what ReceiveStock has counted in
       02 POLReceivedQty PIC 9(05).
       02 POLUnitCost PIC 9(05)V99.
       *> O = open, nothing in yet; P = part received; C = complete;
       *> V = over-received; S = closed short by the buyer;
       *> X = dropped before release
       02 POLStatus PIC X(01).
           88 POLOpen VALUE "O".
           88 POLPartial VALUE "P".
           88 POLComplete VALUE "C".
           88 POLOver VALUE "V".
           88 POLShortClosed VALUE "S".
           88 POLDropped VALUE "X".
           88 POLStillDue VALUE "O", "P".
       02 POLLastRecvDate PIC 9(08).
       *> Reserved for future fields
       02 FILLER PIC X(22).

*> One record: the next purchase order number
FD NextPOFile.
01 NextPORecord.
       02 NextPOValue PIC 9(08).

*> Must match productmaster.cob's ProductData layout
FD ProductFile.
01 ProductData.
       02 PMProdID PIC X(05).
       02 PMProdDesc PIC X(15).
       02 PMUnitPrice PIC 9(05)V99.
       02 PMStatusFlag PIC X(01).
           88 ProdActive VALUE "A".
           88 ProdDiscontinued VALUE "D".
       02 PMOnHandQty PIC 9(05).
       02 PMReorderPoint PIC 9(05).
       *> Kits are never bought - their components are
       02 PMKitFlag PIC X(01).
           88 ProdIsKit VALUE "Y".
       *> Price breaks - carried for fit
       02 FILLER PIC X(24).
       02 PMPrefSupplier PIC X(05).
       *> Reserved for future fields
       02 FILLER PIC X(15).

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

*> Must match reorderplan.cob's ReorderPlanRecord layout
FD PlanFile.
01 ReorderPlanRecord.
       02 RPProdID PIC X(05).
       *> Demand window through the proposed quantity - carried for fit
       02 FILLER PIC X(57).
       02 RPOrderQty PIC 9(05).
       *> Status through the reserved bytes - carried for fit
       02 FILLER PIC X(35).

WORKING-STORAGE SECTION.
*> Things we will need to track
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 POExists PIC X.
01 ProdExists PIC X.
01 WSMoreRecords PIC X.
01 WSTodayDate PIC 9(08).
01 WSPause PIC X.
01 WSListCount PIC 9(3) VALUE ZERO.
*> The purchase order being worked, and the line picked off it
01 WSWorkPONum PIC 9(08).
01 WSWorkLineNum PIC 9(03).
01 WSNewQty PIC 9(05).
01 WSAnswer PIC X.
01 WSOperatorID PIC X(08).
*> Lines still due and lines received at all - decide whether an
*> order closes, or may still be cancelled
01 WSLinesStillDue PIC 9(03).
01 WSLinesReceived PIC 9(03).
01 WSShortQty PIC 9(05).
*> PO-number assignment - the control value and the candidate being
*> probed for a free slot, the AssignOrderNumber pattern
01 WSNextPO PIC 9(08) VALUE 1.
01 WSCandidatePO PIC 9(08).
01 WSPONumFree PIC X.
*> Default lead time in days - used where the product has no preferred
*> supplier or the supplier has no lead time on file
01 WSLeadDays PIC 9(03) VALUE 14.
*> The supplier an order is being built or released for, and its lead
01 WSPropSupplier PIC X(05).
01 WSPropLeadDays PIC 9(03).
01 WSPropLineNum PIC 9(03).
01 WSOrdersProposed PIC 9(03).
01 SupExists PIC X.
01 WSDueDateInt PIC 9(08).
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> What is already on order per product - loaded off the open lines
*> of proposed and released orders so a product is never proposed
*> twice for the same shortfall
01 WSOnOrderCount PIC 9(04) VALUE ZERO.
01 OnOrderTable.
       02 OnOrderEntry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WSOnOrderCount
                  INDEXED BY OnOrdIdx.
           03 OOProdID PIC X(05).
           03 OOQty PIC 9(07).
01 WSHeaderLive PIC X.
01 WSSlotFound PIC X.
01 WSOutstanding PIC 9(05).
01 WSProdOnOrder PIC 9(07).
*> The proposal being built - one line per product that needs buying
01 WSProposeCount PIC 9(03) VALUE ZERO.
01 ProposeTable.
       02 ProposeEntry OCCURS 0 TO 999 TIMES
                  DEPENDING ON WSProposeCount
                  INDEXED BY PropIdx, PropLineIdx.
           03 PRSupplier PIC X(05).
           *> Y once the line has gone onto its supplier's order
           03 PRDone PIC X(01).
           03 PRProdID PIC X(05).
           03 PRProdDesc PIC X(15).
           03 PRQty PIC 9(05).
01 WSNeedQty PIC S9(07).
01 WSPlansHere PIC X VALUE "N".
01 WSProdOrderQty PIC 9(05).
01 WSProposedPONum PIC 9(08).
*> Edited fields, for display only
01 WSDispQty PIC ZZZZ9.
01 WSDispCost PIC $$$,$$9.99.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSPOFileStatus PIC X(02).
01 WSNextPOStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSSupplierFileStatus PIC X(02).
01 WSPlanFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       ACCEPT WSTodayDate FROM DATE YYYYMMDD.
       *> The standard lead time is a purchasing knob, not a recompile
       MOVE "POLEADDAYS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           MOVE WSParamValue TO WSLeadDays
       END-IF
       *> I-O to maintain orders by key; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
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
       OPEN INPUT ProductFile.
       IF WSProductFileStatus NOT = "00"
           DISPLAY "Warning: ProductMaster.dat Open Status "
               WSProductFileStatus
       END-IF
       OPEN INPUT SupplierFile.
       IF WSSupplierFileStatus NOT = "00"
           DISPLAY "Warning: SupplierMaster.dat Open Status "
               WSSupplierFileStatus
       END-IF
       *> No reorder plans yet is normal - every product orders to
       *> twice its reorder point
       MOVE "N" TO WSPlansHere
       OPEN INPUT PlanFile.
       IF WSPlanFileStatus = "00"
           MOVE "Y" TO WSPlansHere
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "PURCHASE ORDERS"
               DISPLAY "1 : Propose Orders From Reorder Candidates"
               DISPLAY "2 : Show A Purchase Order"
               DISPLAY "3 : List Proposed And Released Orders"
               DISPLAY "4 : Change A Proposed Line Quantity"
               DISPLAY "5 : Release A Proposed Order"
               DISPLAY "6 : Close A Line Short"
               DISPLAY "7 : Cancel A Purchase Order"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM ProposeOrders
                    WHEN 2 PERFORM ShowPurchaseOrder
                    WHEN 3 PERFORM ListOpenOrders
                    WHEN 4 PERFORM ChangeLineQuantity
                    WHEN 5 PERFORM ReleaseOrder
                    WHEN 6 PERFORM CloseLineShort
                    WHEN 7 PERFORM CancelOrder
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE PurchaseOrderFile, ProductFile, SupplierFile.
       IF WSPlansHere = "Y"
           CLOSE PlanFile
       END-IF
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> Every active, non-kit product at or below its reorder point - the
*> reorder report's rule - is proposed up to its reorder point plus its
*> accepted order quantity (twice its reorder point when none has been
*> accepted), less what is on the shelf and already on order. The proposal lands
*> as one P order per preferred supplier, which the buyer reviews
*> before anything is released.
ProposeOrders.
       PERFORM LoadOnOrderTable
       MOVE ZERO TO WSProposeCount
       MOVE LOW-VALUES TO PMProdID
       MOVE "Y" TO WSMoreRecords
       START ProductFile KEY IS NOT LESS THAN PMProdID
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ ProductFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               PERFORM ConsiderOneProduct
           END-IF
       END-PERFORM
       DISPLAY " "
       IF WSProposeCount = ZERO
           DISPLAY "No Products Need Ordering - Nothing Proposed"
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO WSOrdersProposed
       PERFORM ProposeForOneSupplier VARYING PropIdx FROM 1 BY 1
           UNTIL PropIdx > WSProposeCount
       DISPLAY WSOrdersProposed " Purchase Order(s) Proposed"
       DISPLAY "Review The Quantities, Then Release Them To The Suppliers".

*> The first candidate not yet placed opens an order for its supplier,
*> and every later candidate for the same supplier joins it
ProposeForOneSupplier.
       IF PRDone(PropIdx) = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE PRSupplier(PropIdx) TO WSPropSupplier
       PERFORM FindLeadTime
       PERFORM AssignPONumber
       MOVE WSCandidatePO TO WSProposedPONum
       MOVE ZERO TO WSPropLineNum
       PERFORM WriteProposedLine VARYING PropLineIdx FROM PropIdx BY 1
           UNTIL PropLineIdx > WSProposeCount
       PERFORM WriteProposedHeader
       PERFORM BumpNextPONumber
       ADD 1 TO WSOrdersProposed
       IF WSPropSupplier = SPACES
           DISPLAY "Purchase Order " WSProposedPONum " - No Preferred "
               "Supplier - " WSPropLineNum " Line(s)"
       ELSE
           DISPLAY "Purchase Order " WSProposedPONum " - Supplier "
               WSPropSupplier " - " WSPropLineNum " Line(s)"
       END-IF.

*> The supplier's standard lead time when we have one, otherwise the
*> POLEADDAYS default
FindLeadTime.
       MOVE WSLeadDays TO WSPropLeadDays
       IF WSPropSupplier = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO SupExists
       MOVE WSPropSupplier TO SupID
       READ SupplierFile
           INVALID KEY MOVE "N" TO SupExists
       END-READ
       IF SupExists = "Y" AND SupLeadDays IS NUMERIC
           AND SupLeadDays > ZERO
           MOVE SupLeadDays TO WSPropLeadDays
       END-IF.

*> One product: a reorder candidate whose shortfall isn't already
*> covered by an open purchase order line
ConsiderOneProduct.
       IF PMOnHandQty IS NOT NUMERIC
           MOVE ZERO TO PMOnHandQty
       END-IF
       IF PMReorderPoint IS NOT NUMERIC
           MOVE ZERO TO PMReorderPoint
       END-IF
       IF NOT ProdActive OR ProdIsKit OR PMReorderPoint = ZERO
           OR PMOnHandQty > PMReorderPoint
           EXIT PARAGRAPH
       END-IF
       PERFORM FindOnOrder
       PERFORM FindOrderQty
       COMPUTE WSNeedQty = PMReorderPoint + WSProdOrderQty
           - PMOnHandQty - WSProdOnOrder
       IF WSNeedQty NOT > ZERO OR WSProposeCount >= 999
           EXIT PARAGRAPH
       END-IF
       IF WSNeedQty > 99999
           MOVE 99999 TO WSNeedQty
       END-IF
       ADD 1 TO WSProposeCount
       MOVE PMPrefSupplier TO PRSupplier(WSProposeCount)
       MOVE "N" TO PRDone(WSProposeCount)
       MOVE PMProdID TO PRProdID(WSProposeCount)
       MOVE PMProdDesc TO PRProdDesc(WSProposeCount)
       MOVE WSNeedQty TO PRQty(WSProposeCount).

*> The order quantity a buyer accepted for the product in PMProdID,
*> else the reorder point again
FindOrderQty.
       MOVE PMReorderPoint TO WSProdOrderQty
       IF WSPlansHere = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE PMProdID TO RPProdID
       READ PlanFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF RPOrderQty IS NUMERIC AND RPOrderQty > ZERO
                   MOVE RPOrderQty TO WSProdOrderQty
               END-IF
       END-READ.

*> What is still to arrive for the product in PMProdID
FindOnOrder.
       MOVE ZERO TO WSProdOnOrder
       PERFORM VARYING OnOrdIdx FROM 1 BY 1
           UNTIL OnOrdIdx > WSOnOrderCount
           IF OOProdID(OnOrdIdx) = PMProdID
               MOVE OOQty(OnOrdIdx) TO WSProdOnOrder
           END-IF
       END-PERFORM.

*> One pass over the order file: the outstanding quantity of every
*> open line on a proposed or released order, summed per product
LoadOnOrderTable.
       MOVE ZERO TO WSOnOrderCount
       MOVE "N" TO WSHeaderLive
       MOVE LOW-VALUES TO POKey
       MOVE "Y" TO WSMoreRecords
       START PurchaseOrderFile KEY IS NOT LESS THAN POKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ PurchaseOrderFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF POIsHeader
                   IF POProposed OR POReleased
                       MOVE "Y" TO WSHeaderLive
                   ELSE
                       MOVE "N" TO WSHeaderLive
                   END-IF
               ELSE
                   IF WSHeaderLive = "Y" AND POLStillDue
                       PERFORM AddOneOnOrder
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

AddOneOnOrder.
       IF POLReceivedQty IS NOT NUMERIC
           MOVE ZERO TO POLReceivedQty
       END-IF
       IF POLReceivedQty >= POLOrderQty
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSOutstanding = POLOrderQty - POLReceivedQty
       MOVE "N" TO WSSlotFound
       PERFORM VARYING OnOrdIdx FROM 1 BY 1
           UNTIL OnOrdIdx > WSOnOrderCount OR WSSlotFound = "Y"
           IF OOProdID(OnOrdIdx) = POLProdID
               MOVE "Y" TO WSSlotFound
               ADD WSOutstanding TO OOQty(OnOrdIdx)
           END-IF
       END-PERFORM
       IF WSSlotFound = "N" AND WSOnOrderCount < 2000
           ADD 1 TO WSOnOrderCount
           MOVE POLProdID TO OOProdID(WSOnOrderCount)
           MOVE WSOutstanding TO OOQty(WSOnOrderCount)
       END-IF.

WriteProposedHeader.
       MOVE SPACES TO PurchaseOrderRecord
       MOVE WSProposedPONum TO PONumber
       MOVE ZERO TO POLineNum
       SET POIsHeader TO TRUE
       MOVE WSPropSupplier TO POHSupplierID
       MOVE WSTodayDate TO POHOrderDate
       COMPUTE WSDueDateInt =
           FUNCTION INTEGER-OF-DATE(WSTodayDate) + WSPropLeadDays
       COMPUTE POHDueDate = FUNCTION DATE-OF-INTEGER(WSDueDateInt)
       SET POProposed TO TRUE
       MOVE SPACES TO POHBuyer
       MOVE ZERO TO POHReleaseDate
       MOVE WSPropLineNum TO POHLineCount
       WRITE PurchaseOrderRecord
           INVALID KEY DISPLAY "Warning: PO Header Not Written"
       END-WRITE.

WriteProposedLine.
       IF PRDone(PropLineIdx) = "Y"
           OR PRSupplier(PropLineIdx) NOT = WSPropSupplier
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO PRDone(PropLineIdx)
       ADD 1 TO WSPropLineNum
       MOVE SPACES TO PurchaseOrderRecord
       MOVE WSProposedPONum TO PONumber
       MOVE WSPropLineNum TO POLineNum
       SET POIsLine TO TRUE
       MOVE PRProdID(PropLineIdx) TO POLProdID
       MOVE PRProdDesc(PropLineIdx) TO POLProdDesc
       MOVE PRQty(PropLineIdx) TO POLOrderQty
       MOVE ZERO TO POLReceivedQty
       MOVE ZERO TO POLUnitCost
       SET POLOpen TO TRUE
       MOVE ZERO TO POLLastRecvDate
       WRITE PurchaseOrderRecord
           INVALID KEY DISPLAY "Warning: PO Line Not Written - "
               POKey
       END-WRITE.

*> Offer the next free PO number: start from the control record and
*> probe past any numbers already on file
AssignPONumber.
       PERFORM ReadNextPONumber
       MOVE WSNextPO TO WSCandidatePO
       IF WSCandidatePO = ZERO
           MOVE 1 TO WSCandidatePO
       END-IF
       MOVE "N" TO WSPONumFree
       PERFORM ProbeOnePONumber UNTIL WSPONumFree = "Y".

ProbeOnePONumber.
       MOVE WSCandidatePO TO PONumber
       MOVE ZERO TO POLineNum
       READ PurchaseOrderFile
           INVALID KEY MOVE "Y" TO WSPONumFree
           NOT INVALID KEY ADD 1 TO WSCandidatePO
       END-READ.

ReadNextPONumber.
       MOVE 1 TO WSNextPO
       OPEN INPUT NextPOFile
       IF WSNextPOStatus NOT = "00"
           CONTINUE
       ELSE
           READ NextPOFile
               AT END CONTINUE
               NOT AT END MOVE NextPOValue TO WSNextPO
           END-READ
           CLOSE NextPOFile
       END-IF.

BumpNextPONumber.
       COMPUTE WSNextPO = WSProposedPONum + 1
       OPEN OUTPUT NextPOFile
       IF WSNextPOStatus NOT = "00"
           DISPLAY "Warning: NextPONumber.dat Open Status "
               WSNextPOStatus
       ELSE
           MOVE WSNextPO TO NextPOValue
           WRITE NextPORecord
           CLOSE NextPOFile
       END-IF.

*> Read the header of the order number keyed into WSWorkPONum -
*> POExists comes back N if there is no such order
ReadPOHeader.
       MOVE "Y" TO POExists
       MOVE WSWorkPONum TO PONumber
       MOVE ZERO TO POLineNum
       READ PurchaseOrderFile
           INVALID KEY MOVE "N" TO POExists
       END-READ
       IF POExists = "Y" AND NOT POIsHeader
           MOVE "N" TO POExists
       END-IF.

*> Read line WSWorkLineNum of order WSWorkPONum
ReadPOLine.
       MOVE "Y" TO POExists
       MOVE WSWorkPONum TO PONumber
       MOVE WSWorkLineNum TO POLineNum
       READ PurchaseOrderFile
           INVALID KEY MOVE "N" TO POExists
       END-READ
       IF POExists = "Y" AND NOT POIsLine
           MOVE "N" TO POExists
       END-IF.

ShowPurchaseOrder.
       DISPLAY " "
       DISPLAY "Enter Purchase Order Number: " WITH NO ADVANCING
       ACCEPT WSWorkPONum
       PERFORM ReadPOHeader
       IF POExists = "N"
           DISPLAY "Purchase Order Doesn't Exist"
       ELSE
           PERFORM DisplayPOHeader
           PERFORM DisplayPOLines
       END-IF.

DisplayPOHeader.
       DISPLAY "Purchase Order: " PONumber "  Supplier: " POHSupplierID
       DISPLAY "Ordered.......: " POHOrderDate "  Due: " POHDueDate
       EVALUATE TRUE
           WHEN POProposed DISPLAY "Status........: Proposed"
           WHEN POReleased DISPLAY "Status........: Released "
                   POHReleaseDate " By " POHBuyer
           WHEN POClosed DISPLAY "Status........: Closed"
           WHEN POCancelled DISPLAY "Status........: Cancelled"
           WHEN OTHER DISPLAY "Status........: " POHStatus
       END-EVALUATE.

*> The header's lines straight off the record key
DisplayPOLines.
       MOVE WSWorkPONum TO PONumber
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
               IF PONumber NOT = WSWorkPONum
                   MOVE "N" TO WSMoreRecords
               ELSE
                   PERFORM DisplayOnePOLine
               END-IF
           END-IF
       END-PERFORM.

DisplayOnePOLine.
       IF POLReceivedQty IS NOT NUMERIC
           MOVE ZERO TO POLReceivedQty
       END-IF
       DISPLAY "  Line " POLineNum ": " POLProdID " " POLProdDesc
           " Ord " POLOrderQty " Rcvd " POLReceivedQty
           WITH NO ADVANCING
       EVALUATE TRUE
           WHEN POLOpen DISPLAY "  Open"
           WHEN POLPartial DISPLAY "  Part Received"
           WHEN POLComplete DISPLAY "  Complete"
           WHEN POLOver DISPLAY "  Over-Received"
           WHEN POLShortClosed DISPLAY "  Closed Short"
           WHEN POLDropped DISPLAY "  Dropped"
           WHEN OTHER DISPLAY "  " POLStatus
       END-EVALUATE.

*> Every proposed and released header, 10 at a time, oldest first
ListOpenOrders.
       MOVE ZERO TO WSListCount
       MOVE LOW-VALUES TO POKey
       MOVE "Y" TO WSMoreRecords
       DISPLAY " "
       DISPLAY "PROPOSED AND RELEASED PURCHASE ORDERS"
       START PurchaseOrderFile KEY IS NOT LESS THAN POKey
           INVALID KEY DISPLAY "No Purchase Orders On File"
               MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ PurchaseOrderFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND POIsHeader
               AND (POProposed OR POReleased)
               DISPLAY PONumber "  " POHStatus "  Sup " POHSupplierID
                   "  Ordered " POHOrderDate "  Due " POHDueDate
                   "  Lines " POHLineCount
               ADD 1 TO WSListCount
               IF WSListCount >= 10
                   DISPLAY "-- Press Enter for more --" WITH NO ADVANCING
                   ACCEPT WSPause
                   MOVE ZERO TO WSListCount
               END-IF
           END-IF
       END-PERFORM.

*> The buyer trims a proposal before it goes out - zero drops the line
ChangeLineQuantity.
       DISPLAY " "
       DISPLAY "Enter Purchase Order Number: " WITH NO ADVANCING
       ACCEPT WSWorkPONum
       PERFORM ReadPOHeader
       IF POExists = "N"
           DISPLAY "Purchase Order Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       IF NOT POProposed
           DISPLAY "Rejected: Only A Proposed Order Can Be Changed"
           EXIT PARAGRAPH
       END-IF
       PERFORM DisplayPOLines
       DISPLAY "Line Number To Change: " WITH NO ADVANCING
       ACCEPT WSWorkLineNum
       PERFORM ReadPOLine
       IF POExists = "N" OR POLDropped
           DISPLAY "Line Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "New Quantity (0 Drops The Line): " WITH NO ADVANCING
       ACCEPT WSNewQty
       IF WSNewQty IS NOT NUMERIC
           DISPLAY "Rejected: Quantity Must Be Numeric"
           EXIT PARAGRAPH
       END-IF
       IF WSNewQty = ZERO
           SET POLDropped TO TRUE
       ELSE
           MOVE WSNewQty TO POLOrderQty
       END-IF
       REWRITE PurchaseOrderRecord
           INVALID KEY DISPLAY "Line Not Saved"
           NOT INVALID KEY DISPLAY "Line Saved"
       END-REWRITE.

*> The proposal goes to the supplier: stamped with who released it and
*> when, and from here on the warehouse can receive against it
ReleaseOrder.
       DISPLAY " "
       DISPLAY "Enter Purchase Order Number: " WITH NO ADVANCING
       ACCEPT WSWorkPONum
       PERFORM ReadPOHeader
       IF POExists = "N"
           DISPLAY "Purchase Order Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       IF NOT POProposed
           DISPLAY "Rejected: Only A Proposed Order Can Be Released"
           EXIT PARAGRAPH
       END-IF
       PERFORM CountLineStates
       IF WSLinesStillDue = ZERO
           DISPLAY "Rejected: Every Line Has Been Dropped"
           EXIT PARAGRAPH
       END-IF
       PERFORM ReadPOHeader
       PERFORM DisplayPOHeader
       *> An order proposed without a preferred supplier gets one now
       IF POHSupplierID = SPACES
           DISPLAY "Supplier ID: " WITH NO ADVANCING
           ACCEPT POHSupplierID
       END-IF
       IF POHSupplierID = SPACES
           DISPLAY "Rejected: A Released Order Needs A Supplier"
           EXIT PARAGRAPH
       END-IF
       MOVE POHSupplierID TO WSPropSupplier
       MOVE "Y" TO SupExists
       MOVE WSPropSupplier TO SupID
       READ SupplierFile
           INVALID KEY MOVE "N" TO SupExists
       END-READ
       IF SupExists = "N" OR NOT SupActive
           DISPLAY "Rejected: Supplier Not On File Or Inactive"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Supplier: " SupName
       DISPLAY "Released By (Operator ID): " WITH NO ADVANCING
       ACCEPT WSOperatorID
       IF WSOperatorID = SPACES
           DISPLAY "Rejected: Operator ID Is Required"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Release To The Supplier? (Y/N): " WITH NO ADVANCING
       ACCEPT WSAnswer
       IF WSAnswer NOT = "Y" AND WSAnswer NOT = "y"
           DISPLAY "Release Cancelled"
           EXIT PARAGRAPH
       END-IF
       *> The supplier's clock starts at release, not at proposal
       PERFORM FindLeadTime
       PERFORM ReadPOHeader
       MOVE WSPropSupplier TO POHSupplierID
       COMPUTE WSDueDateInt =
           FUNCTION INTEGER-OF-DATE(WSTodayDate) + WSPropLeadDays
       COMPUTE POHDueDate = FUNCTION DATE-OF-INTEGER(WSDueDateInt)
       SET POReleased TO TRUE
       MOVE WSOperatorID TO POHBuyer
       MOVE WSTodayDate TO POHReleaseDate
       REWRITE PurchaseOrderRecord
           INVALID KEY DISPLAY "Order Not Released"
           NOT INVALID KEY DISPLAY "Purchase Order " PONumber " Released"
       END-REWRITE.

*> Walk order WSWorkPONum's lines counting the ones still due and the
*> ones that have had anything received against them
CountLineStates.
       MOVE ZERO TO WSLinesStillDue
       MOVE ZERO TO WSLinesReceived
       MOVE WSWorkPONum TO PONumber
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
               IF PONumber NOT = WSWorkPONum
                   MOVE "N" TO WSMoreRecords
               ELSE
                   IF POLStillDue
                       ADD 1 TO WSLinesStillDue
                   END-IF
                   IF POLReceivedQty IS NUMERIC
                       AND POLReceivedQty > ZERO
                       ADD 1 TO WSLinesReceived
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

*> The supplier has told us the rest isn't coming - the line stops
*> counting as on order and the shortfall stays on the record
CloseLineShort.
       DISPLAY " "
       DISPLAY "Enter Purchase Order Number: " WITH NO ADVANCING
       ACCEPT WSWorkPONum
       PERFORM ReadPOHeader
       IF POExists = "N"
           DISPLAY "Purchase Order Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       IF NOT POReleased
           DISPLAY "Rejected: Only A Released Order Has Lines To Close"
           EXIT PARAGRAPH
       END-IF
       PERFORM DisplayPOLines
       DISPLAY "Line Number To Close Short: " WITH NO ADVANCING
       ACCEPT WSWorkLineNum
       PERFORM ReadPOLine
       IF POExists = "N"
           DISPLAY "Line Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       IF NOT POLStillDue
           DISPLAY "Rejected: Line Is Already Closed"
           EXIT PARAGRAPH
       END-IF
       IF POLReceivedQty IS NOT NUMERIC
           MOVE ZERO TO POLReceivedQty
       END-IF
       COMPUTE WSShortQty = POLOrderQty - POLReceivedQty
       SET POLShortClosed TO TRUE
       REWRITE PurchaseOrderRecord
           INVALID KEY DISPLAY "Line Not Closed"
           NOT INVALID KEY
               MOVE WSShortQty TO WSDispQty
               DISPLAY "Line Closed Short By " WSDispQty
               PERFORM CloseOrderIfDone
       END-REWRITE.

*> Once no line is still due the whole order closes
CloseOrderIfDone.
       PERFORM CountLineStates
       IF WSLinesStillDue = ZERO
           PERFORM ReadPOHeader
           IF POExists = "Y" AND POReleased
               SET POClosed TO TRUE
               REWRITE PurchaseOrderRecord
                   INVALID KEY DISPLAY "Warning: Order Not Closed"
                   NOT INVALID KEY
                       DISPLAY "Purchase Order " PONumber " Closed"
               END-REWRITE
           END-IF
       END-IF.

*> Nothing received yet, so the whole order can be called off - once
*> goods have arrived the lines get closed short instead
CancelOrder.
       DISPLAY " "
       DISPLAY "Enter Purchase Order Number: " WITH NO ADVANCING
       ACCEPT WSWorkPONum
       PERFORM ReadPOHeader
       IF POExists = "N"
           DISPLAY "Purchase Order Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       IF NOT POProposed AND NOT POReleased
           DISPLAY "Rejected: Order Is Already Closed Or Cancelled"
           EXIT PARAGRAPH
       END-IF
       PERFORM CountLineStates
       IF WSLinesReceived > ZERO
           DISPLAY "Rejected: Goods Already Received - "
               "Close The Lines Short Instead"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Cancel The Whole Order? (Y/N): " WITH NO ADVANCING
       ACCEPT WSAnswer
       IF WSAnswer NOT = "Y" AND WSAnswer NOT = "y"
           DISPLAY "Order Not Cancelled"
           EXIT PARAGRAPH
       END-IF
       PERFORM ReadPOHeader
       SET POCancelled TO TRUE
       REWRITE PurchaseOrderRecord
           INVALID KEY DISPLAY "Order Not Cancelled"
           NOT INVALID KEY DISPLAY "Purchase Order " PONumber
               " Cancelled"
       END-REWRITE.
