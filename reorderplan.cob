       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    reorderplan.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Monthly reorder planning run: measures what each product actually
*> sold over the trailing REORDERMONTHS months (RunParams.dat, default
*> 3) of OrderDetail.dat - sales less return credits, with any kit line
*> exploded into its components off KitComponents.dat the way
*> orderentry.cob sells them - and turns it into an average and a peak
*> daily demand. From those and the preferred supplier's lead time
*> (POLEADDAYS when there is none) it proposes a new reorder point:
*> the average demand over the lead time, plus the peak-over-average
*> for up to REORDERSAFETYDAYS days (default 7) of the lead time as
*> safety stock. The order quantity proposed covers REORDERCOVERDAYS
*> days (default 30) of average demand. A stocked product that sold
*> nothing in the window is proposed down to zero. Proposals land on
*> ReorderPlan.dat and ReorderProposals.rpt; nothing changes on the
*> master until a buyer accepts them in reorderreview.cob. The chain
*> runs it on month-end night, so a blank month ends the window with
*> the month now closing; any other can be keyed.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderDetailFile ASSIGN TO "OrderDetail.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ODOrderKey
           ALTERNATE RECORD KEY IS ODIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderFileStatus.
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.
       SELECT KitFile ASSIGN TO "KitComponents.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KCKey
           FILE STATUS IS WSKitFileStatus.
       *> Read-only here - the lead time behind each reorder point
       SELECT SupplierFile ASSIGN TO "SupplierMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SupID
           FILE STATUS IS WSSupplierFileStatus.
       SELECT PlanFile ASSIGN TO "ReorderPlan.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RPProdID
           FILE STATUS IS WSPlanFileStatus.
       *> Scratch file the SORT verb uses to stage records while sorting -
       *> managed internally by the SORT verb, so it carries no FILE STATUS
       SELECT SortWorkFile ASSIGN TO "SORTWORK.TMP".
       SELECT ProposalReport ASSIGN TO "ReorderProposals.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

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
       02 ODOrderParts REDEFINES ODOrderDate.
           03 ODOrderPeriod PIC 9(06).
           03 FILLER PIC 9(02).
       02 FILLER PIC X.
       02 ODPostedFlag PIC X(01).
       *> Define End of File
       88 OrderEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       *> S or space = sale, R = return credit; L, D and F lines move
       *> no goods
       02 ODLineType PIC X(01).
           88 ODLineIsSale VALUE "S", SPACE.
           88 ODLineIsReturn VALUE "R".
       02 ODShipFlag PIC X(01).
           88 ODLineCancelled VALUE "X".
       02 ODShipDate PIC 9(08).
       02 ODOrderKey.
           03 ODOrderNum PIC 9(08).
           03 ODLineNum PIC 9(03).
       02 ODPriceBand PIC X(01).
       02 ODBranch PIC X(03).
       02 ODRepCode PIC X(04).
       02 FILLER PIC X(02).

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
       02 PMKitFlag PIC X(01).
           88 ProdIsKit VALUE "Y".
       *> Price breaks - carried for fit
       02 FILLER PIC X(24).
       02 PMPrefSupplier PIC X(05).
       *> Standard cost through the reserved bytes - carried for fit
       02 FILLER PIC X(15).

*> Must match orderentry.cob's KitComponentRecord layout
FD KitFile.
01 KitComponentRecord.
       02 KCKey.
           03 KCParentID PIC X(05).
           03 KCSeq PIC 9(02).
       02 KCCompProdID PIC X(05).
       02 KCCompQty PIC 9(03).
       02 FILLER PIC X(10).

*> Must match suppliermaster.cob's SupplierRecord layout
FD SupplierFile.
01 SupplierRecord.
       02 SupID PIC X(05).
       02 SupName PIC X(30).
       02 FILLER PIC X(105).
       02 SupLeadDays PIC 9(03).
       02 SupStatusFlag PIC X(01).
       02 FILLER PIC X(20).

*> One record per planned product - reorderreview.cob and
*> purchaseorders.cob read this same layout
FD PlanFile.
01 ReorderPlanRecord.
       02 RPProdID PIC X(05).
       *> The demand window measured, and what it showed
       02 RPFromMonth PIC 9(06).
       02 RPToMonth PIC 9(06).
       02 RPWindowDays PIC 9(03).
       02 RPNetUnits PIC S9(07).
       02 RPAvgDaily PIC 9(05)V99.
       02 RPPeakDaily PIC 9(05).
       02 RPLeadDays PIC 9(03).
       *> The reorder point and order quantity in force when proposed,
       *> and the ones proposed
       02 RPCurrPoint PIC 9(05).
       02 RPPropPoint PIC 9(05).
       02 RPCurrQty PIC 9(05).
       02 RPPropQty PIC 9(05).
       *> The order quantity in force - set when a buyer accepts a
       *> proposal; purchaseorders.cob orders up to the reorder point
       *> plus this, or twice the reorder point while it is zero
       02 RPOrderQty PIC 9(05).
       *> P = waiting for a buyer, A = accepted, R = rejected,
       *> N = nothing to change
       02 RPStatus PIC X(01).
           88 RPPending VALUE "P".
           88 RPAccepted VALUE "A".
           88 RPRejected VALUE "R".
           88 RPNoChange VALUE "N".
       02 RPRunDate PIC 9(08).
       02 RPDecidedDate PIC 9(08).
       02 RPDecidedBy PIC X(08).
       *> Reserved for future fields
       02 FILLER PIC X(10).

*> Staging record the SORT verb groups by product, then day - one per
*> order line, or per component of a kit line, signed by direction
SD SortWorkFile.
01 SortRecord.
       02 SortProdID PIC X(05).
       02 SortDate PIC 9(08).
       02 SortUnits PIC S9(07).

FD ProposalReport.
01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSRunDate PIC 9(08).
01 WSRunParts REDEFINES WSRunDate.
       02 WSRunPeriod PIC 9(06).
       02 FILLER PIC 9(02).
*> The demand window - its first and last months, and its length
01 WSToMonth PIC 9(06).
01 WSFromMonth PIC 9(06).
01 WSCalcPeriod PIC 9(06).
01 WSCalcParts REDEFINES WSCalcPeriod.
       02 WSCalcYear PIC 9(04).
       02 WSCalcMM PIC 9(02).
01 WSFromDate PIC 9(08).
01 WSAfterDate PIC 9(08).
01 WSWindowDays PIC 9(03).
01 WSStepsBack PIC 9(02).
*> Planning knobs off RunParams.dat
01 WSWindowMonths PIC 9(02) VALUE 3.
01 WSSafetyDays PIC 9(03) VALUE 7.
01 WSCoverDays PIC 9(03) VALUE 30.
01 WSDefaultLead PIC 9(03) VALUE 14.
01 WSMoreRecords PIC X.
01 WSFound PIC X.
01 WSKitsHere PIC X VALUE "N".
01 WSSuppliersHere PIC X VALUE "N".
*> One order line's units and the kit it may explode from
01 WSLineUnits PIC S9(07).
01 WSKitParent PIC X(05).
*> Control-break state - the product and day being summed
01 WSFirstRecord PIC X VALUE "Y".
01 WSCurrProdID PIC X(05).
01 WSCurrDate PIC 9(08).
01 WSDayUnits PIC S9(07).
01 WSProdUnits PIC S9(07).
01 WSProdPeak PIC 9(05).
*> One product's plan
01 WSLeadDays PIC 9(03).
01 WSSafetyUsed PIC 9(03).
01 WSAvgDaily PIC 9(05)V99.
01 WSCalcUnits PIC 9(09)V9(04).
01 WSCalcWhole PIC 9(09).
01 WSPropPoint PIC 9(05).
01 WSPropQty PIC 9(05).
01 WSPlanOnFile PIC X.
01 WSNote PIC X(12).
*> Every product planned off its demand, in product order as the sort
*> hands them over - the no-demand pass skips these
01 WSPlannedCount PIC 9(04) VALUE ZERO.
01 PlannedTable.
       02 PlannedEntry OCCURS 0 TO 5000 TIMES
                  DEPENDING ON WSPlannedCount
                  ASCENDING KEY IS PlannedProdID
                  INDEXED BY PlannedIdx.
           03 PlannedProdID PIC X(05).
*> Y while the pass over products with no demand is printing
01 WSNoDemandPass PIC X VALUE "N".
01 WSNoDemandHeader PIC X VALUE "N".
*> Run totals
01 WSLinesUsed PIC 9(08) VALUE ZERO.
01 WSKitLines PIC 9(08) VALUE ZERO.
01 WSProductsPlanned PIC 9(08) VALUE ZERO.
01 WSProposals PIC 9(08) VALUE ZERO.
01 WSUnchanged PIC 9(08) VALUE ZERO.
01 WSNotPlanned PIC 9(08) VALUE ZERO.
*> Report layouts
01 TitleLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(32) VALUE "REORDER PLAN PROPOSALS - DEMAND ".
       02 TitleFrom PIC 9(06).
       02 FILLER PIC X(04) VALUE " TO ".
       02 TitleTo PIC 9(06).
       02 FILLER PIC X(02) VALUE " (".
       02 TitleDays PIC ZZ9.
       02 FILLER PIC X(07) VALUE " DAYS)".
       02 FILLER PIC X(06) VALUE SPACE.
       02 FILLER PIC X(04) VALUE "RUN ".
       02 TitleRunDate PIC 9(08).
01 ColumnHeading.
       02 FILLER PIC X(48) VALUE
           "  PROD  DESCRIPTION       AVG/DAY  PEAK  LEAD   ".
       02 FILLER PIC X(52) VALUE
           "ROP NOW  ROP NEW  QTY NOW  QTY NEW  NOTE".
01 ProposalLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PropProdID PIC X(05).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PropProdDesc PIC X(15).
       02 FILLER PIC X(1) VALUE SPACE.
       02 PropAvgDaily PIC ZZ,ZZ9.99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 PropPeak PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PropLead PIC ZZ9.
       02 FILLER PIC X(3) VALUE SPACE.
       02 PropCurrPoint PIC ZZZZ9.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PropNewPoint PIC ZZZZ9.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PropCurrQty PIC ZZZZ9.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PropNewQty PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PropNote PIC X(12).
01 CountLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 CntLabel PIC X(40).
       02 CntValue PIC ZZ,ZZZ,ZZ9.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> FILE STATUS codes, checked right after each OPEN
01 WSOrderFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSKitFileStatus PIC X(02).
01 WSSupplierFileStatus PIC X(02).
01 WSPlanFileStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "reorderplan".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       DISPLAY "Last Month Of Demand (YYYYMM, blank for this month): "
           WITH NO ADVANCING.
       ACCEPT WSToMonth.
       IF WSToMonth IS NOT NUMERIC OR WSToMonth = ZERO
           MOVE WSRunPeriod TO WSToMonth
       END-IF
       PERFORM LoadPlanningKnobs
       *> The window runs back from the keyed month, whole months
       MOVE WSToMonth TO WSCalcPeriod
       PERFORM StepForwardOneMonth
       COMPUTE WSAfterDate = WSCalcPeriod * 100 + 1
       MOVE WSToMonth TO WSCalcPeriod
       COMPUTE WSStepsBack = WSWindowMonths - 1
       PERFORM StepBackOneMonth WSStepsBack TIMES
       MOVE WSCalcPeriod TO WSFromMonth
       COMPUTE WSFromDate = WSFromMonth * 100 + 1
       COMPUTE WSWindowDays = FUNCTION INTEGER-OF-DATE(WSAfterDate)
           - FUNCTION INTEGER-OF-DATE(WSFromDate)
       OPEN INPUT OrderDetailFile.
       IF WSOrderFileStatus NOT = "00"
           DISPLAY "Warning: OrderDetail.dat Open Status "
               WSOrderFileStatus
       END-IF
       OPEN INPUT ProductFile.
       IF WSProductFileStatus NOT = "00"
           DISPLAY "No Products On File - Status " WSProductFileStatus
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
       END-IF
       *> No kit file on a site that sells no kits is fine
       OPEN INPUT KitFile.
       IF WSKitFileStatus = "00"
           MOVE "Y" TO WSKitsHere
       END-IF
       OPEN INPUT SupplierFile.
       IF WSSupplierFileStatus = "00"
           MOVE "Y" TO WSSuppliersHere
       ELSE
           DISPLAY "Warning: SupplierMaster.dat Open Status "
               WSSupplierFileStatus
       END-IF
       *> I-O to keep the plans; if the file doesn't exist yet (status
       *> 35), fall back to OUTPUT so the first run creates it
       OPEN I-O PlanFile.
       IF WSPlanFileStatus = "35"
           OPEN OUTPUT PlanFile
           CLOSE PlanFile
           OPEN I-O PlanFile
       END-IF
       IF WSPlanFileStatus NOT = "00"
           DISPLAY "Warning: ReorderPlan.dat Open Status "
               WSPlanFileStatus
       END-IF
       OPEN OUTPUT ProposalReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: ReorderProposals.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE WSFromMonth TO TitleFrom
       MOVE WSToMonth TO TitleTo
       MOVE WSWindowDays TO TitleDays
       MOVE WSRunDate TO TitleRunDate
       WRITE ReportLine FROM TitleLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       WRITE ReportLine FROM ColumnHeading
       SORT SortWorkFile
           ON ASCENDING KEY SortProdID SortDate
           INPUT PROCEDURE IS GatherDemand
           OUTPUT PROCEDURE IS PlanFromDemand.
       PERFORM PlanNoDemandProducts
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "Products Planned:" TO CntLabel
       MOVE WSProductsPlanned TO CntValue
       WRITE ReportLine FROM CountLine
       MOVE "Proposals Waiting For A Buyer:" TO CntLabel
       MOVE WSProposals TO CntValue
       WRITE ReportLine FROM CountLine
       MOVE "Already Right - Nothing To Change:" TO CntLabel
       MOVE WSUnchanged TO CntValue
       WRITE ReportLine FROM CountLine
       MOVE "Sold But Not Planned (Kit/Gone/Dead):" TO CntLabel
       MOVE WSNotPlanned TO CntValue
       WRITE ReportLine FROM CountLine
       CLOSE OrderDetailFile, ProductFile, PlanFile, ProposalReport.
       IF WSKitsHere = "Y"
           CLOSE KitFile
       END-IF
       IF WSSuppliersHere = "Y"
           CLOSE SupplierFile
       END-IF
       DISPLAY " "
       DISPLAY "REORDER PLANNING RUN COMPLETE"
       DISPLAY "Demand Window....: " WSFromMonth " To " WSToMonth
           " (" WSWindowDays " Days)"
       DISPLAY "Order Lines Used.: " WSLinesUsed
       DISPLAY "Kit Lines Split..: " WSKitLines
       DISPLAY "Products Planned.: " WSProductsPlanned
       DISPLAY "Proposals Waiting: " WSProposals
       MOVE SPACES TO WSOpsCounts
       STRING "PLANNED " DELIMITED BY SIZE
           WSProductsPlanned DELIMITED BY SIZE
           " PROP " DELIMITED BY SIZE
           WSProposals DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> The window, the safety and cover days and the standard lead time are
*> purchasing knobs, not a recompile
LoadPlanningKnobs.
       MOVE "REORDERMONTHS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue NOT > 12
           MOVE WSParamValue TO WSWindowMonths
       END-IF
       MOVE "REORDERSAFETYDAYS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue < 1000
           MOVE WSParamValue TO WSSafetyDays
       END-IF
       MOVE "REORDERCOVERDAYS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue < 1000
           MOVE WSParamValue TO WSCoverDays
       END-IF
       MOVE "POLEADDAYS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue < 1000
           MOVE WSParamValue TO WSDefaultLead
       END-IF.

*> WSCalcPeriod steps forward one month in place
StepForwardOneMonth.
       IF WSCalcMM = 12
           MOVE 1 TO WSCalcMM
           ADD 1 TO WSCalcYear
       ELSE
           ADD 1 TO WSCalcMM
       END-IF.

*> WSCalcPeriod steps back one month in place
StepBackOneMonth.
       IF WSCalcMM = 1
           MOVE 12 TO WSCalcMM
           SUBTRACT 1 FROM WSCalcYear
       ELSE
           SUBTRACT 1 FROM WSCalcMM
       END-IF.

*> SORT input procedure - RELEASE one staged record per goods line in
*> the window, a kit line as one per component
GatherDemand.
       IF WSOrderFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ OrderDetailFile
           AT END SET OrderEOF TO TRUE
       END-READ
       PERFORM UNTIL OrderEOF
           PERFORM StageOneLine
           READ OrderDetailFile
               AT END SET OrderEOF TO TRUE
           END-READ
       END-PERFORM.

StageOneLine.
       IF ODOrderDate IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF ODOrderPeriod < WSFromMonth OR ODOrderPeriod > WSToMonth
           EXIT PARAGRAPH
       END-IF
       IF NOT ODLineIsSale AND NOT ODLineIsReturn
           EXIT PARAGRAPH
       END-IF
       IF ODLineCancelled OR ODProdQty IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSLinesUsed
       MOVE ODProdQty TO WSLineUnits
       IF ODLineIsReturn
           COMPUTE WSLineUnits = ZERO - WSLineUnits
       END-IF
       MOVE ODOrderDate TO SortDate
       *> A kit sold whole - rather than as the component lines
       *> orderentry.cob writes - draws on its components' shelves
       MOVE "N" TO WSFound
       IF WSKitsHere = "Y"
           MOVE ODProdID TO PMProdID
           READ ProductFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF ProdIsKit
                       MOVE "Y" TO WSFound
                   END-IF
           END-READ
       END-IF
       IF WSFound = "Y"
           ADD 1 TO WSKitLines
           PERFORM ExplodeKitLine
       ELSE
           MOVE ODProdID TO SortProdID
           MOVE WSLineUnits TO SortUnits
           RELEASE SortRecord
       END-IF.

ExplodeKitLine.
       MOVE ODProdID TO WSKitParent
       MOVE WSKitParent TO KCParentID
       MOVE ZERO TO KCSeq
       MOVE "Y" TO WSMoreRecords
       START KitFile KEY IS NOT LESS THAN KCKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ KitFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND KCParentID NOT = WSKitParent
               MOVE "N" TO WSMoreRecords
           END-IF
           IF WSMoreRecords = "Y"
               MOVE KCCompProdID TO SortProdID
               COMPUTE SortUnits = WSLineUnits * KCCompQty
               RELEASE SortRecord
           END-IF
       END-PERFORM.

*> SORT output procedure - each product's days summed, the busiest
*> day kept as its peak, then the product planned
PlanFromDemand.
       MOVE "Y" TO WSMoreRecords
       RETURN SortWorkFile
           AT END MOVE "N" TO WSMoreRecords
       END-RETURN
       PERFORM UNTIL WSMoreRecords = "N"
           IF WSFirstRecord = "Y"
               PERFORM StartProduct
               MOVE "N" TO WSFirstRecord
           ELSE
               IF SortProdID NOT = WSCurrProdID
                   PERFORM EndDay
                   PERFORM EndProduct
                   PERFORM StartProduct
               ELSE
                   IF SortDate NOT = WSCurrDate
                       PERFORM EndDay
                       MOVE SortDate TO WSCurrDate
                   END-IF
               END-IF
           END-IF
           ADD SortUnits TO WSDayUnits
           RETURN SortWorkFile
               AT END MOVE "N" TO WSMoreRecords
           END-RETURN
       END-PERFORM
       IF WSFirstRecord = "N"
           PERFORM EndDay
           PERFORM EndProduct
       END-IF.

StartProduct.
       MOVE SortProdID TO WSCurrProdID
       MOVE SortDate TO WSCurrDate
       MOVE ZERO TO WSDayUnits, WSProdUnits, WSProdPeak.

EndDay.
       ADD WSDayUnits TO WSProdUnits
       IF WSDayUnits > WSProdPeak
           IF WSDayUnits > 99999
               MOVE 99999 TO WSProdPeak
           ELSE
               MOVE WSDayUnits TO WSProdPeak
           END-IF
       END-IF
       MOVE ZERO TO WSDayUnits.

*> Only an active product kept on its own shelf gets a reorder point -
*> a kit has none, and a discontinued product is being sold off
EndProduct.
       MOVE WSCurrProdID TO PMProdID
       MOVE "Y" TO WSFound
       READ ProductFile
           INVALID KEY MOVE "N" TO WSFound
       END-READ
       IF WSFound = "N" OR NOT ProdActive OR ProdIsKit
           ADD 1 TO WSNotPlanned
           EXIT PARAGRAPH
       END-IF
       IF WSPlannedCount < 5000
           ADD 1 TO WSPlannedCount
           MOVE WSCurrProdID TO PlannedProdID(WSPlannedCount)
       END-IF
       IF WSProdUnits > ZERO
           COMPUTE WSAvgDaily ROUNDED = WSProdUnits / WSWindowDays
       ELSE
           MOVE ZERO TO WSAvgDaily
       END-IF
       PERFORM PlanOneProduct.

*> A product with no demand in the window that still carries a reorder
*> point or an order quantity is proposed down to zero
PlanNoDemandProducts.
       MOVE "Y" TO WSNoDemandPass
       MOVE LOW-VALUES TO PMProdID
       MOVE "Y" TO WSMoreRecords
       START ProductFile KEY IS NOT LESS THAN PMProdID
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ ProductFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND ProdActive AND NOT ProdIsKit
               PERFORM CheckNoDemandProduct
           END-IF
       END-PERFORM.

CheckNoDemandProduct.
       MOVE "N" TO WSFound
       IF WSPlannedCount > ZERO
           SEARCH ALL PlannedEntry
               WHEN PlannedProdID(PlannedIdx) = PMProdID
                   MOVE "Y" TO WSFound
           END-SEARCH
       END-IF
       IF WSFound = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE PMProdID TO RPProdID
       MOVE "Y" TO WSPlanOnFile
       READ PlanFile
           INVALID KEY MOVE "N" TO WSPlanOnFile
       END-READ
       IF PMReorderPoint IS NOT NUMERIC
           MOVE ZERO TO PMReorderPoint
       END-IF
       IF PMReorderPoint = ZERO
           AND (WSPlanOnFile = "N" OR RPOrderQty = ZERO)
           EXIT PARAGRAPH
       END-IF
       MOVE PMProdID TO WSCurrProdID
       MOVE ZERO TO WSProdUnits, WSProdPeak, WSAvgDaily
       PERFORM PlanOneProduct.

*> The product in ProductData, with its demand in WSProdUnits,
*> WSProdPeak and WSAvgDaily, planned and its proposal recorded
PlanOneProduct.
       ADD 1 TO WSProductsPlanned
       PERFORM FindLeadTime
       MOVE WSSafetyDays TO WSSafetyUsed
       IF WSSafetyUsed > WSLeadDays
           MOVE WSLeadDays TO WSSafetyUsed
       END-IF
       *> Average demand through the lead time, plus the gap between a
       *> peak day and an average one for the safety days
       IF WSProdPeak > WSAvgDaily
           COMPUTE WSCalcUnits = WSAvgDaily * WSLeadDays
               + (WSProdPeak - WSAvgDaily) * WSSafetyUsed
       ELSE
           COMPUTE WSCalcUnits = WSAvgDaily * WSLeadDays
       END-IF
       PERFORM RoundUpUnits
       MOVE WSCalcWhole TO WSPropPoint
       COMPUTE WSCalcUnits = WSAvgDaily * WSCoverDays
       PERFORM RoundUpUnits
       MOVE WSCalcWhole TO WSPropQty
       IF WSPropQty = ZERO AND WSProdUnits > ZERO
           MOVE 1 TO WSPropQty
       END-IF
       IF PMReorderPoint IS NOT NUMERIC
           MOVE ZERO TO PMReorderPoint
       END-IF
       MOVE WSCurrProdID TO RPProdID
       MOVE "Y" TO WSPlanOnFile
       READ PlanFile
           INVALID KEY MOVE "N" TO WSPlanOnFile
       END-READ
       IF WSPlanOnFile = "N"
           MOVE SPACES TO ReorderPlanRecord
           MOVE WSCurrProdID TO RPProdID
           MOVE ZERO TO RPOrderQty, RPDecidedDate
       END-IF
       MOVE WSFromMonth TO RPFromMonth
       MOVE WSToMonth TO RPToMonth
       MOVE WSWindowDays TO RPWindowDays
       MOVE WSProdUnits TO RPNetUnits
       MOVE WSAvgDaily TO RPAvgDaily
       MOVE WSProdPeak TO RPPeakDaily
       MOVE WSLeadDays TO RPLeadDays
       MOVE PMReorderPoint TO RPCurrPoint
       MOVE RPOrderQty TO RPCurrQty
       MOVE WSPropPoint TO RPPropPoint
       MOVE WSPropQty TO RPPropQty
       MOVE WSRunDate TO RPRunDate
       IF RPPropPoint = RPCurrPoint AND RPPropQty = RPCurrQty
           SET RPNoChange TO TRUE
           ADD 1 TO WSUnchanged
       ELSE
           SET RPPending TO TRUE
           ADD 1 TO WSProposals
       END-IF
       IF WSPlanOnFile = "Y"
           REWRITE ReorderPlanRecord
               INVALID KEY
                   DISPLAY "Warning: Plan Not Saved For " RPProdID
           END-REWRITE
       ELSE
           WRITE ReorderPlanRecord
               INVALID KEY
                   DISPLAY "Warning: Plan Not Saved For " RPProdID
           END-WRITE
       END-IF
       IF RPPending
           PERFORM PrintProposal
       END-IF.

*> Part of a unit still has to be stocked - WSCalcUnits up to the next
*> whole unit in WSCalcWhole, held to what the master can carry
RoundUpUnits.
       MOVE WSCalcUnits TO WSCalcWhole
       IF WSCalcWhole < WSCalcUnits
           ADD 1 TO WSCalcWhole
       END-IF
       IF WSCalcWhole > 99999
           MOVE 99999 TO WSCalcWhole
       END-IF.

*> The preferred supplier's standard lead time when we have one,
*> otherwise the POLEADDAYS default - purchaseorders.cob's rule
FindLeadTime.
       MOVE WSDefaultLead TO WSLeadDays
       IF PMPrefSupplier = SPACES OR WSSuppliersHere = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE PMPrefSupplier TO SupID
       READ SupplierFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF SupLeadDays IS NUMERIC AND SupLeadDays > ZERO
                   MOVE SupLeadDays TO WSLeadDays
               END-IF
       END-READ.

PrintProposal.
       IF WSNoDemandPass = "Y" AND WSNoDemandHeader = "N"
           MOVE SPACES TO ReportLine
           WRITE ReportLine
           MOVE "  NO DEMAND IN THE WINDOW" TO ReportLine
           WRITE ReportLine
           MOVE "Y" TO WSNoDemandHeader
       END-IF
       MOVE RPProdID TO PropProdID
       MOVE PMProdDesc TO PropProdDesc
       MOVE RPAvgDaily TO PropAvgDaily
       MOVE RPPeakDaily TO PropPeak
       MOVE RPLeadDays TO PropLead
       MOVE RPCurrPoint TO PropCurrPoint
       MOVE RPPropPoint TO PropNewPoint
       MOVE RPCurrQty TO PropCurrQty
       MOVE RPPropQty TO PropNewQty
       EVALUATE TRUE
           WHEN WSNoDemandPass = "Y"
               MOVE "NO SALES" TO PropNote
           WHEN RPNetUnits NOT > ZERO
               MOVE "RETURNS ONLY" TO PropNote
           WHEN RPPropPoint > RPCurrPoint
               MOVE "ROP UP" TO PropNote
           WHEN RPPropPoint < RPCurrPoint
               MOVE "ROP DOWN" TO PropNote
           WHEN OTHER
               MOVE "QTY ONLY" TO PropNote
       END-EVALUATE
       WRITE ReportLine FROM ProposalLine.
