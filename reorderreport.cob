*> reads in the morning - the clipboard stock count and the surprise
*> empty bin both retire here. Products with no reorder point set
*> (zero) are never flagged; discontinued products are never reordered
*> no matter how empty the shelf is. What is already coming in on
*> open purchase order lines (PurchaseOrders.dat) is shown beside the
*> shelf count so purchasing doesn't order the same shortfall twice.
*> Run for one location (a BranchRef.dat code at the prompt) it reads
*> that branch's stock room off LocationStock.dat instead - its shelf
*> against its own reorder point, with what is already in transit to
*> it from other branches (stocktransfer.cob) shown beside. Left blank,
*> as the nightly chain runs it, the report is company-wide.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
       SELECT ReorderReport ASSIGN TO "ReorderReport.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReorderStatus.
       SELECT PurchaseOrderFile ASSIGN TO "PurchaseOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POKey
           FILE STATUS IS WSPOFileStatus.
       SELECT LocationStockFile ASSIGN TO "LocationStock.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LSKey
           FILE STATUS IS WSLocStockStatus.

DATA DIVISION.
FILE SECTION.
       02 FILLER PIC X(45).

FD ReorderReport.
01 ReportLine PIC X(80).

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
       02 FILLER PIC X(46).
01 POLineRecord REDEFINES PurchaseOrderRecord.
       02 FILLER PIC X(12).
       02 POLProdID PIC X(05).
       02 POLProdDesc PIC X(15).
       02 POLOrderQty PIC 9(05).
       02 POLReceivedQty PIC 9(05).
       02 POLUnitCost PIC 9(05)V99.
       02 POLStatus PIC X(01).
           88 POLStillDue VALUE "O", "P".
       02 FILLER PIC X(30).

*> Must match stocktransfer.cob's LocationStockRecord layout
FD LocationStockFile.
01 LocationStockRecord.
       02 LSKey.
           03 LSProdID PIC X(05).
           03 LSBranch PIC X(03).
       02 LSOnHandQty PIC 9(05).
       02 LSInTransitQty PIC 9(05).
       02 LSReorderPoint PIC 9(05).
       02 LSLastMoveDate PIC 9(08).
       02 FILLER PIC X(20).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
       02 RepOnHand PIC ZZZZ9.
       02 FILLER PIC X(13) VALUE "  Reorder At ".
       02 RepReorderAt PIC ZZZZ9.
       02 FILLER PIC X(11) VALUE "  On Order ".
       02 RepOnOrder PIC ZZZZZZ9.
*> Run for one location - the branch's shelf, reorder point, and what
*> is on its way in from other branches
01 WSLocation PIC X(03).
01 LocationDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 LocProdID PIC X(05).
       02 FILLER PIC X(2) VALUE SPACE.
       02 LocProdDesc PIC X(15).
       02 FILLER PIC X(10) VALUE "  On Hand ".
       02 LocOnHand PIC ZZZZ9.
       02 FILLER PIC X(13) VALUE "  Reorder At ".
       02 LocReorderAt PIC ZZZZ9.
       02 FILLER PIC X(13) VALUE "  In Transit ".
       02 LocInTransit PIC ZZZZ9.
*> Outstanding quantity per product on the open lines of proposed and
*> released purchase orders, loaded once before the product pass
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
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSProductFileStatus PIC X(02).
01 WSReorderStatus PIC X(02).
01 WSPOFileStatus PIC X(02).
01 WSLocStockStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "reorderreport".
           DISPLAY "Warning: ReorderReport.rpt Open Status "
               WSReorderStatus
       END-IF
       DISPLAY "Location (Branch Code, Blank For Company-Wide): "
           WITH NO ADVANCING
       ACCEPT WSLocation
       MOVE FUNCTION UPPER-CASE(WSLocation) TO WSLocation
       IF WSLocation = SPACES
           PERFORM ReportCompanyWide
       ELSE
           PERFORM ReportOneLocation
       END-IF
       PERFORM PrintReportFooter.
       CLOSE ProductFile, ReorderReport.
       DISPLAY " "
       DISPLAY "REORDER REPORT COMPLETE"
       DISPLAY "Products Read...: " WSProductsRead
       DISPLAY "Products Flagged: " WSProductsFlagged
       MOVE SPACES TO WSOpsCounts
       STRING "FLAG " DELIMITED BY SIZE
           WSProductsFlagged DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

ReportCompanyWide.
       PERFORM LoadOnOrderTable
       MOVE "REORDER REPORT" TO ReportLine
       WRITE ReportLine
       MOVE "==============" TO ReportLine
           IF WSMoreRecords = "Y"
               PERFORM CheckOneProduct
           END-IF
       END-PERFORM.

*> One branch's stock room: every product it stocks, at or under the
*> branch's own reorder point. A product the branch has never held has
*> no reorder point there and is never flagged.
ReportOneLocation.
       MOVE SPACES TO ReportLine
       STRING "REORDER REPORT - LOCATION " DELIMITED BY SIZE
           WSLocation DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE "=============================" TO ReportLine
       WRITE ReportLine
       OPEN INPUT LocationStockFile.
       IF WSLocStockStatus NOT = "00"
           DISPLAY "Warning: LocationStock.dat Open Status "
               WSLocStockStatus
           EXIT PARAGRAPH
       END-IF
       MOVE LOW-VALUES TO LSKey
       MOVE "Y" TO WSMoreRecords
       START LocationStockFile KEY IS NOT LESS THAN LSKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ LocationStockFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND LSBranch = WSLocation
               PERFORM CheckOneLocationProduct
           END-IF
       END-PERFORM
       CLOSE LocationStockFile.

CheckOneLocationProduct.
       ADD 1 TO WSProductsRead
       IF LSOnHandQty IS NOT NUMERIC
           MOVE ZERO TO LSOnHandQty
       END-IF
       IF LSInTransitQty IS NOT NUMERIC
           MOVE ZERO TO LSInTransitQty
       END-IF
       IF LSReorderPoint IS NOT NUMERIC
           MOVE ZERO TO LSReorderPoint
       END-IF
       IF LSReorderPoint = ZERO OR LSOnHandQty > LSReorderPoint
           EXIT PARAGRAPH
       END-IF
       MOVE LSProdID TO PMProdID
       READ ProductFile
           INVALID KEY EXIT PARAGRAPH
       END-READ
       IF NOT ProdActive
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSProductsFlagged
       MOVE LSProdID TO LocProdID
       MOVE PMProdDesc TO LocProdDesc
       MOVE LSOnHandQty TO LocOnHand
       MOVE LSReorderPoint TO LocReorderAt
       MOVE LSInTransitQty TO LocInTransit
       WRITE ReportLine FROM LocationDetailLine.

*> One product: active, a reorder point set, and the shelf at or under
*> it - records written before the stock fields existed read as zeros
           MOVE PMProdDesc TO RepProdDesc
           MOVE PMOnHandQty TO RepOnHand
           MOVE PMReorderPoint TO RepReorderAt
           PERFORM FindOnOrder
           MOVE WSProdOnOrder TO RepOnOrder
           WRITE ReportLine FROM ReorderDetailLine
       END-IF.

*> What is still to arrive for the product in PMProdID
FindOnOrder.
       MOVE ZERO TO WSProdOnOrder
       PERFORM VARYING OnOrdIdx FROM 1 BY 1
           UNTIL OnOrdIdx > WSOnOrderCount
           IF OOProdID(OnOrdIdx) = PMProdID
               MOVE OOQty(OnOrdIdx) TO WSProdOnOrder
           END-IF
       END-PERFORM.

*> One pass over the purchase orders - a missing file (status 35) just
*> means nothing has been ordered yet
LoadOnOrderTable.
       MOVE ZERO TO WSOnOrderCount
       OPEN INPUT PurchaseOrderFile.
       IF WSPOFileStatus = "35"
           EXIT PARAGRAPH
       END-IF
       IF WSPOFileStatus NOT = "00"
           DISPLAY "Warning: PurchaseOrders.dat Open Status "
               WSPOFileStatus
           EXIT PARAGRAPH
       END-IF
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
       END-PERFORM
       CLOSE PurchaseOrderFile.

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

PrintReportFooter.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
