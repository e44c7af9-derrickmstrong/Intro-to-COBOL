       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    budgetreport.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Monthly sales budget versus actual, by branch and product: for the
*> month and for the fiscal year to date, the budget off
*> SalesBudget.dat (loaded by budgetload.cob), the actual sales, the
*> variance and the variance as a percent of budget, with a subtotal
*> per branch and a company total. Actual sales are counted the way
*> productsales.cob counts them - sales add, return credits net off,
*> and points, discount and freight lines and cancelled lines are not
*> product sales - and land in the branch that keyed the order, HQ for
*> a blank branch. A product more than BUDGETVARPCT percent (RunParams.dat,
*> default 10) off its month or year-to-date budget, or selling with no
*> budget at all, is called out on its line and counted at the foot.
*> The fiscal year starts in the FISCALSTARTMONTH month (January when
*> unset). The chain runs it on month-end night, so a blank month
*> means the month now closing; any other can be keyed.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BudgetFile ASSIGN TO "SalesBudget.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BGKey
           FILE STATUS IS WSBudgetFileStatus.
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
       SELECT BranchFile ASSIGN TO "BranchRef.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRCode
           FILE STATUS IS WSBranchFileStatus.
       *> Scratch file the SORT verb uses to stage records while sorting -
       *> managed internally by the SORT verb, so it carries no FILE STATUS
       SELECT SortWorkFile ASSIGN TO "SORTWORK.TMP".
       SELECT VarianceReport ASSIGN TO "BudgetVariance.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match budgetload.cob's BudgetRecord layout
FD BudgetFile.
01 BudgetRecord.
       02 BGKey.
           03 BGMonth PIC 9(06).
           03 BGBranch PIC X(03).
           03 BGProdID PIC X(05).
       02 BGAmount PIC 9(09)V99.
       02 BGRevision PIC 9(02).
       02 BGLoadDate PIC 9(08).
       02 FILLER PIC X(10).

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
       *> S or space = sale, R = return credit; L, D and F lines are
       *> not product sales
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
       02 FILLER PIC X(63).

*> Must match branchadmin.cob's BranchRecord layout
FD BranchFile.
01 BranchRecord.
       02 BRCode PIC X(03).
       02 BRName PIC X(20).
       02 BRStatus PIC X(01).
       02 FILLER PIC X(10).

*> Staging record the SORT verb groups by branch, then product - one
*> per budget row and one per order line, each carrying its amount in
*> the month and year-to-date columns it belongs to
SD SortWorkFile.
01 SortRecord.
       02 SortBranch PIC X(03).
       02 SortProdID PIC X(05).
       02 SortMTDBudget PIC S9(09)V99.
       02 SortYTDBudget PIC S9(09)V99.
       02 SortMTDActual PIC S9(09)V99.
       02 SortYTDActual PIC S9(09)V99.

FD VarianceReport.
01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
01 WSRunDate PIC 9(08).
01 WSRunParts REDEFINES WSRunDate.
       02 WSRunPeriod PIC 9(06).
       02 FILLER PIC 9(02).
*> The month reported and the fiscal year it closes into
01 WSPeriod PIC 9(06).
01 WSPeriodParts REDEFINES WSPeriod.
       02 WSPeriodYear PIC 9(04).
       02 WSPeriodMM PIC 9(02).
01 WSFiscalStartMM PIC 9(02) VALUE 1.
01 WSFYStart PIC 9(06).
01 WSFYStartParts REDEFINES WSFYStart.
       02 WSFYStartYear PIC 9(04).
       02 WSFYStartMM PIC 9(02).
*> Percent off budget that gets a line called out
01 WSVarLimitPct PIC 9(03)V9 VALUE 10.
01 WSMoreRecords PIC X.
01 WSBudgetHere PIC X VALUE "N".
01 WSLineAmount PIC S9(09)V99.
*> Control-break state
01 WSFirstRecord PIC X VALUE "Y".
01 WSCurrBranch PIC X(03).
01 WSCurrProdID PIC X(05).
*> One product's figures, then one branch's and the company's
01 WSProdFigures.
       02 WSProdMTDBudget PIC S9(11)V99.
       02 WSProdYTDBudget PIC S9(11)V99.
       02 WSProdMTDActual PIC S9(11)V99.
       02 WSProdYTDActual PIC S9(11)V99.
01 WSBranchFigures.
       02 WSBranchMTDBudget PIC S9(11)V99.
       02 WSBranchYTDBudget PIC S9(11)V99.
       02 WSBranchMTDActual PIC S9(11)V99.
       02 WSBranchYTDActual PIC S9(11)V99.
01 WSCompanyFigures.
       02 WSCompanyMTDBudget PIC S9(11)V99 VALUE ZERO.
       02 WSCompanyYTDBudget PIC S9(11)V99 VALUE ZERO.
       02 WSCompanyMTDActual PIC S9(11)V99 VALUE ZERO.
       02 WSCompanyYTDActual PIC S9(11)V99 VALUE ZERO.
*> The figures PrintFigures puts on the line it is building
01 WSLineFigures.
       02 WSLineMTDBudget PIC S9(11)V99.
       02 WSLineYTDBudget PIC S9(11)V99.
       02 WSLineMTDActual PIC S9(11)V99.
       02 WSLineYTDActual PIC S9(11)V99.
01 WSVariance PIC S9(11)V99.
01 WSVarPct PIC S9(05)V9.
01 WSAbsPct PIC 9(05)V9.
01 WSMTDFlag PIC X.
01 WSYTDFlag PIC X.
*> Run totals
01 WSBudgetRowsRead PIC 9(08) VALUE ZERO.
01 WSOrderLinesUsed PIC 9(08) VALUE ZERO.
01 WSProductLines PIC 9(08) VALUE ZERO.
01 WSFlaggedLines PIC 9(08) VALUE ZERO.
01 WSNoBudgetLines PIC 9(08) VALUE ZERO.
*> Report layouts
01 TitleLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(35) VALUE "SALES BUDGET VERSUS ACTUAL - MONTH ".
       02 TitlePeriod PIC 9(06).
       02 FILLER PIC X(20) VALUE "   FISCAL YEAR FROM ".
       02 TitleFYStart PIC 9(06).
       02 FILLER PIC X(10) VALUE SPACE.
       02 FILLER PIC X(04) VALUE "RUN ".
       02 TitleRunDate PIC 9(08).
01 LimitLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(37) VALUE
           "** = MORE THAN THIS PERCENT OFF PLAN ".
       02 LimitPct PIC ZZ9.9.
01 GroupHeading.
       02 FILLER PIC X(24) VALUE SPACE.
       02 FILLER PIC X(44) VALUE
           "------------- MONTH TO DATE --------------- ".
       02 FILLER PIC X(44) VALUE
           "--------------- YEAR TO DATE -------------- ".
01 ColumnHeading.
       02 FILLER PIC X(24) VALUE "  PROD  DESCRIPTION     ".
       02 FILLER PIC X(44) VALUE
           "     BUDGET      ACTUAL    VARIANCE   VAR % ".
       02 FILLER PIC X(44) VALUE
           "     BUDGET      ACTUAL    VARIANCE   VAR % ".
       02 FILLER PIC X(10) VALUE "NOTE".
01 BranchLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(08) VALUE "BRANCH ".
       02 BranchLineCode PIC X(03).
       02 FILLER PIC X(2) VALUE SPACE.
       02 BranchLineName PIC X(20).
01 FigureLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 FigProdID PIC X(05).
       02 FILLER PIC X(1) VALUE SPACE.
       02 FigProdDesc PIC X(15).
       02 FILLER PIC X(1) VALUE SPACE.
       02 FigMTDBudget PIC ---,---,--9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 FigMTDActual PIC ---,---,--9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 FigMTDVariance PIC ---,---,--9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 FigMTDPct PIC X(07).
       02 FigMTDPctEdit REDEFINES FigMTDPct PIC ----9.9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 FigYTDBudget PIC ---,---,--9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 FigYTDActual PIC ---,---,--9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 FigYTDVariance PIC ---,---,--9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 FigYTDPct PIC X(07).
       02 FigYTDPctEdit REDEFINES FigYTDPct PIC ----9.9.
       02 FILLER PIC X(1) VALUE SPACE.
       02 FigNote PIC X(13).
01 CountLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 CntLabel PIC X(40).
       02 CntValue PIC ZZ,ZZZ,ZZ9.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> FILE STATUS codes, checked right after each OPEN
01 WSBudgetFileStatus PIC X(02).
01 WSOrderFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSBranchFileStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "budgetreport".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       DISPLAY "Month To Report (YYYYMM, blank for this month): "
           WITH NO ADVANCING.
       ACCEPT WSPeriod.
       IF WSPeriod IS NOT NUMERIC OR WSPeriod = ZERO
           MOVE WSRunPeriod TO WSPeriod
       END-IF
       MOVE "FISCALSTARTMONTH" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue NOT > 12
           MOVE WSParamValue TO WSFiscalStartMM
       END-IF
       MOVE "BUDGETVARPCT" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue < 1000
           MOVE WSParamValue TO WSVarLimitPct
       END-IF
       *> The fiscal year this month closes into starts in this
       *> calendar year's start month, or last year's
       MOVE WSPeriodYear TO WSFYStartYear
       MOVE WSFiscalStartMM TO WSFYStartMM
       IF WSPeriodMM < WSFiscalStartMM
           SUBTRACT 1 FROM WSFYStartYear
       END-IF
       *> No budget loaded still reports the actuals - every line then
       *> shows as selling with no budget
       OPEN INPUT BudgetFile.
       IF WSBudgetFileStatus = "00"
           MOVE "Y" TO WSBudgetHere
       ELSE
           DISPLAY "Warning: SalesBudget.dat Open Status "
               WSBudgetFileStatus
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
       OPEN INPUT BranchFile.
       IF WSBranchFileStatus NOT = "00"
           DISPLAY "Warning: BranchRef.dat Open Status "
               WSBranchFileStatus
       END-IF
       OPEN OUTPUT VarianceReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: BudgetVariance.rpt Open Status "
               WSReportStatus
       END-IF
       SORT SortWorkFile
           ON ASCENDING KEY SortBranch SortProdID
           INPUT PROCEDURE IS GatherFigures
           OUTPUT PROCEDURE IS PrintVariance.
       IF WSBudgetHere = "Y"
           CLOSE BudgetFile
       END-IF
       CLOSE OrderDetailFile, ProductFile, BranchFile, VarianceReport.
       DISPLAY " "
       DISPLAY "SALES BUDGET VARIANCE REPORT COMPLETE"
       DISPLAY "Month............: " WSPeriod
       DISPLAY "Fiscal Year From.: " WSFYStart
       DISPLAY "Budget Rows Read.: " WSBudgetRowsRead
       DISPLAY "Order Lines Used.: " WSOrderLinesUsed
       DISPLAY "Product Lines....: " WSProductLines
       DISPLAY "Lines Called Out.: " WSFlaggedLines
       MOVE SPACES TO WSOpsCounts
       STRING "MONTH " DELIMITED BY SIZE
           WSPeriod DELIMITED BY SIZE
           " FLAGGED " DELIMITED BY SIZE
           WSFlaggedLines DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> SORT input procedure - RELEASE the fiscal year's budget rows through
*> the month, then the year's order lines through the month
GatherFigures.
       IF WSBudgetHere = "Y"
           MOVE WSFYStart TO BGMonth
           MOVE LOW-VALUES TO BGBranch, BGProdID
           MOVE "Y" TO WSMoreRecords
           START BudgetFile KEY IS NOT LESS THAN BGKey
               INVALID KEY MOVE "N" TO WSMoreRecords
           END-START
           PERFORM UNTIL WSMoreRecords = "N"
               READ BudgetFile NEXT RECORD
                   AT END MOVE "N" TO WSMoreRecords
               END-READ
               IF WSMoreRecords = "Y" AND BGMonth > WSPeriod
                   MOVE "N" TO WSMoreRecords
               END-IF
               IF WSMoreRecords = "Y"
                   PERFORM StageOneBudget
               END-IF
           END-PERFORM
       END-IF
       IF WSOrderFileStatus = "00"
           READ OrderDetailFile
               AT END SET OrderEOF TO TRUE
           END-READ
           PERFORM UNTIL OrderEOF
               PERFORM StageOneLine
               READ OrderDetailFile
                   AT END SET OrderEOF TO TRUE
               END-READ
           END-PERFORM
       END-IF.

StageOneBudget.
       ADD 1 TO WSBudgetRowsRead
       MOVE BGBranch TO SortBranch
       IF SortBranch = SPACES
           MOVE "HQ " TO SortBranch
       END-IF
       MOVE BGProdID TO SortProdID
       MOVE ZERO TO SortMTDBudget, SortMTDActual, SortYTDActual
       MOVE BGAmount TO SortYTDBudget
       IF BGMonth = WSPeriod
           MOVE BGAmount TO SortMTDBudget
       END-IF
       RELEASE SortRecord.

*> One order line: a sale adds, a return credit nets off, and only the
*> fiscal year through the month is kept
StageOneLine.
       IF ODOrderDate IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF ODOrderPeriod < WSFYStart OR ODOrderPeriod > WSPeriod
           EXIT PARAGRAPH
       END-IF
       IF NOT ODLineIsSale AND NOT ODLineIsReturn
           EXIT PARAGRAPH
       END-IF
       IF ODLineCancelled
           EXIT PARAGRAPH
       END-IF
       IF ODProdQty IS NOT NUMERIC OR ODProdPrice IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSOrderLinesUsed
       COMPUTE WSLineAmount = ODProdQty * ODProdPrice
       IF ODLineIsReturn
           COMPUTE WSLineAmount = ZERO - WSLineAmount
       END-IF
       *> A line keyed before branches were stamped, or keyed at HQ,
       *> books under HQ - the same as branchreport.cob
       MOVE ODBranch TO SortBranch
       IF SortBranch = SPACES OR LOW-VALUES
           MOVE "HQ " TO SortBranch
       END-IF
       MOVE ODProdID TO SortProdID
       MOVE ZERO TO SortMTDBudget, SortYTDBudget, SortMTDActual
       MOVE WSLineAmount TO SortYTDActual
       IF ODOrderPeriod = WSPeriod
           MOVE WSLineAmount TO SortMTDActual
       END-IF
       RELEASE SortRecord.

*> SORT output procedure - one line per branch and product, a subtotal
*> at each branch break and the company total at the end
PrintVariance.
       MOVE WSPeriod TO TitlePeriod
       MOVE WSFYStart TO TitleFYStart
       MOVE WSRunDate TO TitleRunDate
       WRITE ReportLine FROM TitleLine
       MOVE WSVarLimitPct TO LimitPct
       WRITE ReportLine FROM LimitLine
       MOVE "Y" TO WSFirstRecord
       MOVE "Y" TO WSMoreRecords
       RETURN SortWorkFile
           AT END MOVE "N" TO WSMoreRecords
       END-RETURN
       PERFORM UNTIL WSMoreRecords = "N"
           IF WSFirstRecord = "Y"
               PERFORM StartBranch
               PERFORM StartProduct
               MOVE "N" TO WSFirstRecord
           ELSE
               IF SortBranch NOT = WSCurrBranch
                   PERFORM EndProduct
                   PERFORM EndBranch
                   PERFORM StartBranch
                   PERFORM StartProduct
               ELSE
                   IF SortProdID NOT = WSCurrProdID
                       PERFORM EndProduct
                       PERFORM StartProduct
                   END-IF
               END-IF
           END-IF
           ADD SortMTDBudget TO WSProdMTDBudget
           ADD SortYTDBudget TO WSProdYTDBudget
           ADD SortMTDActual TO WSProdMTDActual
           ADD SortYTDActual TO WSProdYTDActual
           RETURN SortWorkFile
               AT END MOVE "N" TO WSMoreRecords
           END-RETURN
       END-PERFORM
       IF WSFirstRecord = "N"
           PERFORM EndProduct
           PERFORM EndBranch
       END-IF
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSCompanyFigures TO WSLineFigures
       MOVE SPACES TO FigureLine
       MOVE "COMPANY TOTAL" TO FigProdDesc
       PERFORM PrintFigures
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "Product Lines:" TO CntLabel
       MOVE WSProductLines TO CntValue
       WRITE ReportLine FROM CountLine
       MOVE "Lines Called Out (**):" TO CntLabel
       MOVE WSFlaggedLines TO CntValue
       WRITE ReportLine FROM CountLine
       MOVE "  Of Which Selling With No Budget:" TO CntLabel
       MOVE WSNoBudgetLines TO CntValue
       WRITE ReportLine FROM CountLine.

StartBranch.
       MOVE SortBranch TO WSCurrBranch
       INITIALIZE WSBranchFigures
       MOVE WSCurrBranch TO BranchLineCode
       MOVE WSCurrBranch TO BRCode
       READ BranchFile
           INVALID KEY
               IF WSCurrBranch = "HQ "
                   MOVE "HEADQUARTERS" TO BranchLineName
               ELSE
                   MOVE "NOT ON FILE" TO BranchLineName
               END-IF
           NOT INVALID KEY MOVE BRName TO BranchLineName
       END-READ
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       WRITE ReportLine FROM BranchLine
       WRITE ReportLine FROM GroupHeading
       WRITE ReportLine FROM ColumnHeading.

StartProduct.
       MOVE SortProdID TO WSCurrProdID
       INITIALIZE WSProdFigures.

*> The product's line, with its note, then its figures into the branch
EndProduct.
       ADD 1 TO WSProductLines
       MOVE WSProdFigures TO WSLineFigures
       MOVE SPACES TO FigureLine
       MOVE WSCurrProdID TO FigProdID
       MOVE WSCurrProdID TO PMProdID
       READ ProductFile
           INVALID KEY MOVE "NOT ON MASTER" TO FigProdDesc
           NOT INVALID KEY MOVE PMProdDesc TO FigProdDesc
       END-READ
       PERFORM PrintFigures
       ADD WSProdMTDBudget TO WSBranchMTDBudget
       ADD WSProdYTDBudget TO WSBranchYTDBudget
       ADD WSProdMTDActual TO WSBranchMTDActual
       ADD WSProdYTDActual TO WSBranchYTDActual.

EndBranch.
       MOVE WSBranchFigures TO WSLineFigures
       MOVE SPACES TO FigureLine
       MOVE "BRANCH TOTAL" TO FigProdDesc
       PERFORM PrintFigures
       ADD WSBranchMTDBudget TO WSCompanyMTDBudget
       ADD WSBranchYTDBudget TO WSCompanyYTDBudget
       ADD WSBranchMTDActual TO WSCompanyMTDActual
       ADD WSBranchYTDActual TO WSCompanyYTDActual.

*> WSLineFigures onto FigureLine and out - a product line (FigProdID
*> filled in) is also judged against the limit and its note set
PrintFigures.
       MOVE "N" TO WSMTDFlag, WSYTDFlag
       COMPUTE FigMTDBudget ROUNDED = WSLineMTDBudget
       COMPUTE FigMTDActual ROUNDED = WSLineMTDActual
       COMPUTE WSVariance = WSLineMTDActual - WSLineMTDBudget
       COMPUTE FigMTDVariance ROUNDED = WSVariance
       IF WSLineMTDBudget = ZERO
           MOVE SPACES TO FigMTDPct
       ELSE
           COMPUTE WSVarPct ROUNDED = WSVariance * 100 / WSLineMTDBudget
               ON SIZE ERROR MOVE 9999.9 TO WSVarPct
           END-COMPUTE
           MOVE WSVarPct TO FigMTDPctEdit
           MOVE WSVarPct TO WSAbsPct
           IF WSAbsPct > WSVarLimitPct
               MOVE "Y" TO WSMTDFlag
           END-IF
       END-IF
       COMPUTE FigYTDBudget ROUNDED = WSLineYTDBudget
       COMPUTE FigYTDActual ROUNDED = WSLineYTDActual
       COMPUTE WSVariance = WSLineYTDActual - WSLineYTDBudget
       COMPUTE FigYTDVariance ROUNDED = WSVariance
       IF WSLineYTDBudget = ZERO
           MOVE SPACES TO FigYTDPct
       ELSE
           COMPUTE WSVarPct ROUNDED = WSVariance * 100 / WSLineYTDBudget
               ON SIZE ERROR MOVE 9999.9 TO WSVarPct
           END-COMPUTE
           MOVE WSVarPct TO FigYTDPctEdit
           MOVE WSVarPct TO WSAbsPct
           IF WSAbsPct > WSVarLimitPct
               MOVE "Y" TO WSYTDFlag
           END-IF
       END-IF
       IF FigProdID NOT = SPACES
           EVALUATE TRUE
               WHEN WSLineYTDBudget = ZERO AND WSLineYTDActual NOT = ZERO
                   MOVE "** NO BUDGET" TO FigNote
                   ADD 1 TO WSNoBudgetLines
               WHEN WSMTDFlag = "Y" AND WSYTDFlag = "Y"
                   MOVE "** MTD & YTD" TO FigNote
               WHEN WSMTDFlag = "Y"
                   MOVE "** MTD" TO FigNote
               WHEN WSYTDFlag = "Y"
                   MOVE "** YTD" TO FigNote
           END-EVALUATE
           IF FigNote NOT = SPACES
               ADD 1 TO WSFlaggedLines
           END-IF
       END-IF
       WRITE ReportLine FROM FigureLine.
