       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    marginreport.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Monthly gross margin report: sales, cost, and margin percent for the
*> keyed month off OrderDetail.dat, once by product and once by
*> customer - which customers we actually make money on. Each line is
*> costed at the standard cost in force on its order date, read back
*> off CostHistory.dat (productmaster.cob's Set Standard Cost), and
*> falls back to the product's current PMStdCost when the history has
*> nothing older. Return credit lines net back out of both sales and
*> cost, and promotion discounts come off sales at no cost (they show
*> as their own PROMO product); loyalty credits are not sales and stay
*> off the report.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderDetailFile ASSIGN TO "OrderDetail.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODOrderKey
           ALTERNATE RECORD KEY IS ODIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderFileStatus.
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       SELECT CostHistoryFile ASSIGN TO "CostHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCostHistStatus.
       SELECT MarginReport ASSIGN TO "MarginReport.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match orderentry.cob's OrderDetailRecord layout
FD OrderDetailFile.
01 OrderDetailRecord.
       02 ODIDNum PIC 9(8).
       02 FILLER PIC X.
       *> Define End of File
       88 ODEOF VALUE HIGH-VALUES.
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
       02 ODPostedFlag PIC X(01).
       02 FILLER PIC X.
       *> S (or space, on older lines) = sale, R = return credit
       *> line, L = loyalty points credit
       02 ODLineType PIC X(01).
           88 ODLineIsReturn VALUE "R".
           88 ODLineIsLoyalty VALUE "L".
           88 ODLineIsDiscount VALUE "D".
           88 ODLineIsFreight VALUE "F".
           88 ODLineIsGiftCert VALUE "G".
       *> Fulfillment state - X = cancelled by ordercancel.cob
       02 ODShipFlag PIC X(01).
           88 ODLineCancelled VALUE "X".
       02 FILLER PIC X(08).
       02 ODOrderKey.
           03 ODOrderNum PIC 9(08).
           03 ODLineNum PIC 9(03).
       *> Reserved for future fields - see orderentry.cob's
       *> OrderDetailRecord for the field carve-out
       02 FILLER PIC X(10).

*> Must match productmaster.cob's ProductData layout
FD ProductFile.
01 ProductData.
       02 PMProdID PIC X(05).
       02 PMProdDesc PIC X(15).
       02 PMUnitPrice PIC 9(05)V99.
       02 PMStatusFlag PIC X(01).
       02 PMOnHandQty PIC 9(05).
       02 PMReorderPoint PIC 9(05).
       *> Kit flag, price breaks, and preferred supplier - carried for fit
       02 FILLER PIC X(30).
       02 PMStdCost PIC 9(05)V99.
       *> Reserved for future fields
       02 FILLER PIC X(08).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
       02 AcctStatusCode PIC X(01).
       *> Birth date through the reserved expansion area - see
       *> randomlyaccessdata.cob's CustomerData for the field carve-out
       02 FILLER PIC X(264).

*> Must match productmaster.cob's CostHistoryRecord layout
FD CostHistoryFile.
01 CostHistoryRecord.
       02 CHProdID PIC X(05).
       02 FILLER PIC X.
       *> Define End of File
       88 CHEOF VALUE HIGH-VALUES.
       02 CHEffDate PIC 9(08).
       02 FILLER PIC X.
       02 CHOldCost PIC 9(05)V99.
       02 FILLER PIC X.
       02 CHNewCost PIC 9(05)V99.
       02 FILLER PIC X.
       02 CHSource PIC X(12).

FD MarginReport.
01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
*> Which month to analyze
01 WSAnalysisMonth PIC 9(06).
01 WSEntryMonth PIC 9(06).
01 WSRawDate PIC 9(08).
*> Every standard cost change on file, oldest first as appended
01 WSCostCount PIC 9(05) VALUE ZERO.
01 CostTable.
       02 CostEntry OCCURS 0 TO 5000 TIMES DEPENDING ON WSCostCount
                  INDEXED BY CostIdx.
           03 CTProdID PIC X(05).
           03 CTEffDate PIC 9(08).
           03 CTOldCost PIC 9(05)V99.
           03 CTNewCost PIC 9(05)V99.
*> As-of cost lookup state
01 WSUnitCost PIC 9(05)V99.
01 WSBestBefore PIC 9(08).
01 WSBestAfter PIC 9(08).
01 WSCostFound PIC X.
01 ProdExists PIC X.
01 CustExists PIC X.
*> Per-product accumulation
01 WSProdCount PIC 9(04) VALUE ZERO.
01 ProductTable.
       02 ProdEntry OCCURS 0 TO 500 TIMES DEPENDING ON WSProdCount
                  INDEXED BY ProdIdx.
           03 TabProdID PIC X(05).
           03 TabProdDesc PIC X(15).
           03 TabProdSales PIC S9(10)V99.
           03 TabProdCost PIC S9(10)V99.
*> Per-customer accumulation
01 WSCustCount PIC 9(04) VALUE ZERO.
01 CustomerTable.
       02 CustEntry OCCURS 0 TO 2000 TIMES DEPENDING ON WSCustCount
                  INDEXED BY CustIdx.
           03 TabIDNum PIC 9(08).
           03 TabCustSales PIC S9(10)V99.
           03 TabCustCost PIC S9(10)V99.
01 WSSlotFound PIC X.
01 WSSlot PIC 9(04).
01 WSLineAmount PIC S9(08)V99.
01 WSLineCost PIC S9(08)V99.
01 WSMargin PIC S9(10)V99.
01 WSMarginPct PIC S9(05)V9.
*> Control totals
01 WSLinesRead PIC 9(08) VALUE ZERO.
01 WSLinesUsed PIC 9(08) VALUE ZERO.
01 WSLinesNoCost PIC 9(08) VALUE ZERO.
01 WSTotalSales PIC S9(12)V99 VALUE ZERO.
01 WSTotalCost PIC S9(12)V99 VALUE ZERO.
*> Edited report fields
01 ProdDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepProdID PIC X(05).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepProdDesc PIC X(15).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepProdSales PIC $$$,$$$,$$9.99CR.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepProdCost PIC $$$,$$$,$$9.99CR.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepProdMargin PIC $$$,$$$,$$9.99CR.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepProdPct PIC ZZZZ9.9-.
       02 FILLER PIC X VALUE "%".
01 CustDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepIDNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepCustName PIC X(20).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepCustSales PIC $$$,$$$,$$9.99CR.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepCustCost PIC $$$,$$$,$$9.99CR.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepCustMargin PIC $$$,$$$,$$9.99CR.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepCustPct PIC ZZZZ9.9-.
       02 FILLER PIC X VALUE "%".
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedTotal PIC $$,$$$,$$$,$$9.99CR.
01 WSEditedPct PIC ZZZZ9.9-.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSOrderFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSCostHistStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "marginreport".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       DISPLAY "Analysis Month (YYYYMM, blank for current): "
           WITH NO ADVANCING.
       ACCEPT WSAnalysisMonth.
       IF WSAnalysisMonth IS NOT NUMERIC OR WSAnalysisMonth = ZERO
           *> Run unattended (or with a blank answer) analyzes this month
           ACCEPT WSRawDate FROM DATE YYYYMMDD
           COMPUTE WSAnalysisMonth = WSRawDate / 100
       END-IF
       OPEN INPUT OrderDetailFile.
       IF WSOrderFileStatus NOT = "00"
           DISPLAY "Warning: OrderDetail.dat Open Status "
               WSOrderFileStatus
       END-IF
       OPEN INPUT ProductFile.
       IF WSProductFileStatus NOT = "00"
           DISPLAY "Warning: ProductMaster.dat Open Status "
               WSProductFileStatus
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status "
               WSCustomerFileStatus
       END-IF
       OPEN OUTPUT MarginReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: MarginReport.rpt Open Status "
               WSReportStatus
       END-IF
       PERFORM LoadCostHistory
       *> Walk every order line once, keeping the analysis month
       MOVE SPACES TO OrderDetailRecord
       MOVE LOW-VALUES TO ODOrderKey
       START OrderDetailFile KEY IS NOT LESS THAN ODOrderKey
           INVALID KEY SET ODEOF TO TRUE
       END-START
       IF NOT ODEOF
           READ OrderDetailFile NEXT RECORD
               AT END SET ODEOF TO TRUE
           END-READ
       END-IF
       PERFORM UNTIL ODEOF
           PERFORM TallyOneLine
           READ OrderDetailFile NEXT RECORD
               AT END SET ODEOF TO TRUE
           END-READ
       END-PERFORM
       PERFORM PrintReport.
       CLOSE OrderDetailFile, ProductFile, CustomerFile, MarginReport.
       DISPLAY " "
       DISPLAY "GROSS MARGIN REPORT COMPLETE"
       DISPLAY "Order Lines Read: " WSLinesRead
       DISPLAY "Lines In Month..: " WSLinesUsed
       DISPLAY "Lines Not Costed: " WSLinesNoCost
       MOVE SPACES TO WSOpsCounts
       STRING "LINES " DELIMITED BY SIZE
           WSLinesUsed DELIMITED BY SIZE
           " NOCOST " DELIMITED BY SIZE
           WSLinesNoCost DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> The whole cost history into memory - a missing file just means every
*> line is costed at the product's current standard cost
LoadCostHistory.
       MOVE ZERO TO WSCostCount
       OPEN INPUT CostHistoryFile
       IF WSCostHistStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ CostHistoryFile
           AT END SET CHEOF TO TRUE
       END-READ
       PERFORM UNTIL CHEOF
           IF WSCostCount < 5000 AND CHEffDate IS NUMERIC
               ADD 1 TO WSCostCount
               MOVE CHProdID TO CTProdID(WSCostCount)
               MOVE CHEffDate TO CTEffDate(WSCostCount)
               MOVE CHOldCost TO CTOldCost(WSCostCount)
               MOVE CHNewCost TO CTNewCost(WSCostCount)
           END-IF
           READ CostHistoryFile
               AT END SET CHEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE CostHistoryFile.

*> One order line in the month: sales and cost into its product's and
*> its customer's slots - a return credit nets both back out
TallyOneLine.
       ADD 1 TO WSLinesRead
       IF ODOrderDate IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF ODLineIsLoyalty OR ODLineIsFreight OR ODLineCancelled
           OR ODLineIsGiftCert
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSEntryMonth = ODOrderDate / 100
       IF WSEntryMonth NOT = WSAnalysisMonth
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSLinesUsed
       IF ODLineIsDiscount
           MOVE ZERO TO WSUnitCost
       ELSE
           PERFORM FindCostAsOf
           IF WSUnitCost = ZERO
               ADD 1 TO WSLinesNoCost
           END-IF
       END-IF
       COMPUTE WSLineAmount = ODProdQty * ODProdPrice
       COMPUTE WSLineCost = ODProdQty * WSUnitCost
       IF ODLineIsReturn OR ODLineIsDiscount
           COMPUTE WSLineAmount = ZERO - WSLineAmount
           COMPUTE WSLineCost = ZERO - WSLineCost
       END-IF
       ADD WSLineAmount TO WSTotalSales
       ADD WSLineCost TO WSTotalCost
       PERFORM FindProductSlot
       IF WSSlot > ZERO
           ADD WSLineAmount TO TabProdSales(WSSlot)
           ADD WSLineCost TO TabProdCost(WSSlot)
       END-IF
       PERFORM FindCustomerSlot
       IF WSSlot > ZERO
           ADD WSLineAmount TO TabCustSales(WSSlot)
           ADD WSLineCost TO TabCustCost(WSSlot)
       END-IF.

*> The cost in force on the order date: the newest change on or before
*> it; failing that, what the earliest later change replaced; failing
*> that, the product's current standard cost
FindCostAsOf.
       MOVE ZERO TO WSUnitCost
       MOVE ZERO TO WSBestBefore
       MOVE 99999999 TO WSBestAfter
       MOVE "N" TO WSCostFound
       PERFORM VARYING CostIdx FROM 1 BY 1 UNTIL CostIdx > WSCostCount
           IF CTProdID(CostIdx) = ODProdID
               IF CTEffDate(CostIdx) NOT > ODOrderDate
                   IF CTEffDate(CostIdx) NOT < WSBestBefore
                       MOVE CTEffDate(CostIdx) TO WSBestBefore
                       MOVE CTNewCost(CostIdx) TO WSUnitCost
                       MOVE "B" TO WSCostFound
                   END-IF
               ELSE
                   IF WSCostFound NOT = "B"
                       AND CTEffDate(CostIdx) < WSBestAfter
                       MOVE CTEffDate(CostIdx) TO WSBestAfter
                       MOVE CTOldCost(CostIdx) TO WSUnitCost
                       MOVE "A" TO WSCostFound
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF WSCostFound = "N"
           MOVE "Y" TO ProdExists
           MOVE ODProdID TO PMProdID
           READ ProductFile
               INVALID KEY MOVE "N" TO ProdExists
           END-READ
           IF ProdExists = "Y" AND PMStdCost IS NUMERIC
               MOVE PMStdCost TO WSUnitCost
           END-IF
       END-IF.

FindProductSlot.
       MOVE ZERO TO WSSlot
       MOVE "N" TO WSSlotFound
       PERFORM VARYING ProdIdx FROM 1 BY 1
           UNTIL ProdIdx > WSProdCount OR WSSlotFound = "Y"
           IF TabProdID(ProdIdx) = ODProdID
               MOVE "Y" TO WSSlotFound
               SET WSSlot TO ProdIdx
           END-IF
       END-PERFORM
       IF WSSlotFound = "N"
           IF WSProdCount >= 500
               DISPLAY "Warning: Product Table Full - " ODProdID
                   " Dropped"
           ELSE
               ADD 1 TO WSProdCount
               MOVE WSProdCount TO WSSlot
               MOVE ODProdID TO TabProdID(WSSlot)
               MOVE ODProdDesc TO TabProdDesc(WSSlot)
               MOVE ZERO TO TabProdSales(WSSlot)
               MOVE ZERO TO TabProdCost(WSSlot)
           END-IF
       END-IF.

FindCustomerSlot.
       MOVE ZERO TO WSSlot
       MOVE "N" TO WSSlotFound
       PERFORM VARYING CustIdx FROM 1 BY 1
           UNTIL CustIdx > WSCustCount OR WSSlotFound = "Y"
           IF TabIDNum(CustIdx) = ODIDNum
               MOVE "Y" TO WSSlotFound
               SET WSSlot TO CustIdx
           END-IF
       END-PERFORM
       IF WSSlotFound = "N"
           IF WSCustCount >= 2000
               DISPLAY "Warning: Customer Table Full - " ODIDNum
                   " Dropped"
           ELSE
               ADD 1 TO WSCustCount
               MOVE WSCustCount TO WSSlot
               MOVE ODIDNum TO TabIDNum(WSSlot)
               MOVE ZERO TO TabCustSales(WSSlot)
               MOVE ZERO TO TabCustCost(WSSlot)
           END-IF
       END-IF.

PrintReport.
       MOVE SPACES TO ReportLine
       STRING "GROSS MARGIN REPORT - " DELIMITED BY SIZE
           WSAnalysisMonth DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE "============================" TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "BY PRODUCT" TO ReportLine
       WRITE ReportLine
       MOVE " PROD   DESCRIPTION               SALES               COST             MARGIN   MARGIN%" TO ReportLine
       WRITE ReportLine
       PERFORM PrintOneProduct VARYING ProdIdx FROM 1 BY 1
           UNTIL ProdIdx > WSProdCount
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "BY CUSTOMER" TO ReportLine
       WRITE ReportLine
       MOVE " CUSTOMER  NAME                        SALES               COST             MARGIN   MARGIN%" TO ReportLine
       WRITE ReportLine
       PERFORM PrintOneCustomer VARYING CustIdx FROM 1 BY 1
           UNTIL CustIdx > WSCustCount
       PERFORM PrintReportFooter.

PrintOneProduct.
       MOVE TabProdID(ProdIdx) TO RepProdID
       MOVE TabProdDesc(ProdIdx) TO RepProdDesc
       MOVE TabProdSales(ProdIdx) TO RepProdSales
       MOVE TabProdCost(ProdIdx) TO RepProdCost
       COMPUTE WSMargin = TabProdSales(ProdIdx) - TabProdCost(ProdIdx)
       MOVE WSMargin TO RepProdMargin
       MOVE ZERO TO WSMarginPct
       IF TabProdSales(ProdIdx) NOT = ZERO
           COMPUTE WSMarginPct ROUNDED =
               (WSMargin * 100) / TabProdSales(ProdIdx)
       END-IF
       MOVE WSMarginPct TO RepProdPct
       WRITE ReportLine FROM ProdDetailLine.

PrintOneCustomer.
       MOVE TabIDNum(CustIdx) TO RepIDNum
       MOVE SPACES TO RepCustName
       MOVE "Y" TO CustExists
       MOVE TabIDNum(CustIdx) TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "Y"
           STRING FirstName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LastName DELIMITED BY SPACE
               INTO RepCustName
           END-STRING
       ELSE
           MOVE "NOT ON FILE" TO RepCustName
       END-IF
       MOVE TabCustSales(CustIdx) TO RepCustSales
       MOVE TabCustCost(CustIdx) TO RepCustCost
       COMPUTE WSMargin = TabCustSales(CustIdx) - TabCustCost(CustIdx)
       MOVE WSMargin TO RepCustMargin
       MOVE ZERO TO WSMarginPct
       IF TabCustSales(CustIdx) NOT = ZERO
           COMPUTE WSMarginPct ROUNDED =
               (WSMargin * 100) / TabCustSales(CustIdx)
       END-IF
       MOVE WSMarginPct TO RepCustPct
       WRITE ReportLine FROM CustDetailLine.

PrintReportFooter.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSTotalSales TO WSEditedTotal
       STRING "Month Sales........: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSTotalCost TO WSEditedTotal
       STRING "Month Cost.........: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       COMPUTE WSMargin = WSTotalSales - WSTotalCost
       MOVE WSMargin TO WSEditedTotal
       STRING "Gross Margin.......: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE ZERO TO WSMarginPct
       IF WSTotalSales NOT = ZERO
           COMPUTE WSMarginPct ROUNDED = (WSMargin * 100) / WSTotalSales
       END-IF
       MOVE WSMarginPct TO WSEditedPct
       STRING "Margin Percent.....: " DELIMITED BY SIZE
           WSEditedPct DELIMITED BY SIZE
           "%" DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSLinesNoCost TO WSEditedCount
       STRING "Lines Without Cost.: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
