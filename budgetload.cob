       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    budgetload.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Loads management's sales budget off the spreadsheet into
*> SalesBudget.dat, where budgetreport.cob sets it against actual
*> sales. Each line of SalesBudget.csv reads
*>     Month,Branch,ProdID,Amount
*> - the fiscal month as YYYYMM, the branch code (blank for HQ), the
*> product, and the budgeted sales dollars. Two kinds of load:
*>     A - the annual budget, once a year: every month in the file
*>         must fall in one fiscal year, and that year's budget is
*>         replaced whole
*>     R - the quarterly revision: only months not yet started may be
*>         revised, and each month in the file is replaced whole - a
*>         product left out of a revised month loses its budget there
*> The fiscal year starts in the FISCALSTARTMONTH month off
*> RunParams.dat (January when unset). A budget goes in whole or not
*> at all: the first pass only validates, and a file with any bad
*> line is refused with RC 8 before anything on file changes, its
*> lines listed with their reasons on BudgetRejects.rpt. Each row
*> keeps the revision that set it - 00 the annual load, then 01, 02
*> and so on for that fiscal year's revisions.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InboundFile ASSIGN TO "SalesBudget.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInboundStatus.
       SELECT BudgetFile ASSIGN TO "SalesBudget.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BGKey
           FILE STATUS IS WSBudgetFileStatus.
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
       *> Inbound lines that fail validation, with the reason why
       SELECT RejectFile ASSIGN TO "BudgetRejects.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRejectFileStatus.

DATA DIVISION.
FILE SECTION.
FD InboundFile.
01 InboundLine PIC X(80).
       *> Define End of File
       88 InboundEOF VALUE HIGH-VALUES.

*> One record per fiscal month, branch and product - budgetreport.cob
*> reads this same layout
FD BudgetFile.
01 BudgetRecord.
       02 BGKey.
           03 BGMonth PIC 9(06).
           *> Spaces = HQ, the same as a customer's BranchCode
           03 BGBranch PIC X(03).
           03 BGProdID PIC X(05).
       *> Budgeted sales dollars for the month
       02 BGAmount PIC 9(09)V99.
       *> 00 = the annual load, 01 on = the fiscal year's revisions
       02 BGRevision PIC 9(02).
       02 BGLoadDate PIC 9(08).
       *> Reserved for future fields
       02 FILLER PIC X(10).

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

FD RejectFile.
01 RejectLine PIC X(100).

WORKING-STORAGE SECTION.
*> A = annual budget, R = quarterly revision
01 WSLoadType PIC X(01).
       88 AnnualLoad VALUE "A".
       88 RevisionLoad VALUE "R".
*> The comma-split tokens of one inbound line
01 WSRawMonth PIC X(08).
01 WSRawBranch PIC X(05).
01 WSRawProdID PIC X(08).
01 WSRawAmount PIC X(15).
01 WSNumMonth PIC 9(06).
01 WSNumParts REDEFINES WSNumMonth.
       02 WSNumYear PIC 9(04).
       02 WSNumMM PIC 9(02).
01 WSNumAmount PIC 9(09)V99.
01 WSRejectReason PIC X(30).
01 WSFound PIC X.
01 WSMoreRecords PIC X.
*> Y on the validating pass, N on the loading pass
01 WSMeasureOnly PIC X VALUE "Y".
01 WSRunDate PIC 9(08).
01 WSRunParts REDEFINES WSRunDate.
       02 WSRunPeriod PIC 9(06).
       02 FILLER PIC 9(02).
*> The fiscal calendar - the month the year starts, and the first and
*> last months of the year being loaded
01 WSFiscalStartMM PIC 9(02) VALUE 1.
01 WSCalcPeriod PIC 9(06).
01 WSCalcParts REDEFINES WSCalcPeriod.
       02 WSCalcYear PIC 9(04).
       02 WSCalcMM PIC 9(02).
01 WSCalcFYStart PIC 9(06).
01 WSCalcFYParts REDEFINES WSCalcFYStart.
       02 WSCalcFYYear PIC 9(04).
       02 WSCalcFYMM PIC 9(02).
01 WSLoadFYStart PIC 9(06) VALUE ZERO.
01 WSLoadFYEnd PIC 9(06).
01 WSLoadFYEndParts REDEFINES WSLoadFYEnd.
       02 WSLoadFYEndYear PIC 9(04).
       02 WSLoadFYEndMM PIC 9(02).
*> Every month a revision replaces - each one's rows are cleared
*> before the file's rows for it are written
01 WSRevMonthCount PIC 9(02) VALUE ZERO.
01 WSRevMonths.
       02 WSRevMonth PIC 9(06) OCCURS 24 TIMES INDEXED BY RevIdx.
01 WSNewRevision PIC 9(02) VALUE ZERO.
01 WSClearMonth PIC 9(06).
*> Control totals
01 WSLinesRead PIC 9(08) VALUE ZERO.
01 WSLinesRejected PIC 9(08) VALUE ZERO.
01 WSRowsLoaded PIC 9(08) VALUE ZERO.
01 WSRowsCleared PIC 9(08) VALUE ZERO.
01 WSDuplicates PIC 9(08) VALUE ZERO.
01 WSLoadTotal PIC 9(11)V99 VALUE ZERO.
01 WSEditedTotal PIC $$$,$$$,$$$,$$9.99.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSInboundStatus PIC X(02).
01 WSBudgetFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSBranchFileStatus PIC X(02).
01 WSRejectFileStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "budgetload".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       MOVE "FISCALSTARTMONTH" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue NOT > 12
           MOVE WSParamValue TO WSFiscalStartMM
       END-IF
       DISPLAY "Load Type - A Annual Budget, R Quarterly Revision: "
           WITH NO ADVANCING.
       ACCEPT WSLoadType.
       MOVE FUNCTION UPPER-CASE(WSLoadType) TO WSLoadType
       IF NOT AnnualLoad AND NOT RevisionLoad
           DISPLAY "Load Refused - Enter A Or R"
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
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
       OPEN OUTPUT RejectFile.
       IF WSRejectFileStatus NOT = "00"
           DISPLAY "Warning: BudgetRejects.rpt Open Status "
               WSRejectFileStatus
       END-IF
       *> Pass 1 - validate every line without touching the budget
       MOVE "Y" TO WSMeasureOnly
       PERFORM RunOnePass
       IF WSLinesRejected > ZERO OR WSLinesRead = ZERO
           DISPLAY "BUDGET REFUSED - " WSLinesRejected
               " Line(s) Rejected Of " WSLinesRead
           MOVE SPACES TO RejectLine
           STRING "BUDGET REFUSED - NOTHING LOADED, CORRECT THE "
               DELIMITED BY SIZE
               "LINES ABOVE AND RERUN" DELIMITED BY SIZE
               INTO RejectLine
           END-STRING
           WRITE RejectLine
           CLOSE ProductFile, BranchFile, RejectFile
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
       END-IF
       *> I-O to load; if the file doesn't exist yet (status 35), fall
       *> back to OUTPUT so the first run creates it
       OPEN I-O BudgetFile.
       IF WSBudgetFileStatus = "35"
           OPEN OUTPUT BudgetFile
           CLOSE BudgetFile
           OPEN I-O BudgetFile
       END-IF
       IF WSBudgetFileStatus NOT = "00"
           DISPLAY "Warning: SalesBudget.dat Open Status "
               WSBudgetFileStatus
       END-IF
       *> Pass 2 - clear what the file replaces, then load it
       IF AnnualLoad
           MOVE ZERO TO WSNewRevision
           MOVE WSLoadFYStart TO WSClearMonth
           PERFORM UNTIL WSClearMonth > WSLoadFYEnd
               PERFORM ClearOneMonth
               MOVE WSClearMonth TO WSCalcPeriod
               PERFORM StepForwardOneMonth
               MOVE WSCalcPeriod TO WSClearMonth
           END-PERFORM
       ELSE
           PERFORM FindNextRevision
           PERFORM VARYING RevIdx FROM 1 BY 1
               UNTIL RevIdx > WSRevMonthCount
               MOVE WSRevMonth(RevIdx) TO WSClearMonth
               PERFORM ClearOneMonth
           END-PERFORM
       END-IF
       MOVE ZERO TO WSLinesRead
       MOVE "N" TO WSMeasureOnly
       PERFORM RunOnePass
       CLOSE BudgetFile, ProductFile, BranchFile, RejectFile.
       IF WSDuplicates > ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       MOVE WSLoadTotal TO WSEditedTotal
       DISPLAY " "
       DISPLAY "SALES BUDGET LOAD COMPLETE"
       IF AnnualLoad
           DISPLAY "Load Type......: Annual Budget - Fiscal Year From "
               WSLoadFYStart
       ELSE
           DISPLAY "Load Type......: Revision " WSNewRevision " Of "
               WSRevMonthCount " Month(s)"
       END-IF
       DISPLAY "Lines Read.....: " WSLinesRead
       DISPLAY "Rows Replaced..: " WSRowsCleared
       DISPLAY "Rows Loaded....: " WSRowsLoaded
       DISPLAY "Duplicate Rows.: " WSDuplicates
       DISPLAY "Budget Loaded..: " WSEditedTotal
       MOVE SPACES TO WSOpsCounts
       STRING "LOADED " DELIMITED BY SIZE
           WSRowsLoaded DELIMITED BY SIZE
           " DUP " DELIMITED BY SIZE
           WSDuplicates DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> One full read of the inbound file - validating or loading depending
*> on WSMeasureOnly, so both passes check every line identically
RunOnePass.
       OPEN INPUT InboundFile
       IF WSInboundStatus NOT = "00"
           DISPLAY "Warning: SalesBudget.csv Open Status "
               WSInboundStatus
       ELSE
           READ InboundFile
               AT END SET InboundEOF TO TRUE
           END-READ
           PERFORM UNTIL InboundEOF
               IF InboundLine NOT = SPACES
                   PERFORM ImportOneLine
               END-IF
               READ InboundFile
                   AT END SET InboundEOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE InboundFile
       END-IF.

*> Split one inbound line on its commas, then either check it or load it
ImportOneLine.
       ADD 1 TO WSLinesRead
       MOVE SPACES TO WSRawMonth, WSRawBranch, WSRawProdID, WSRawAmount
       UNSTRING InboundLine DELIMITED BY ","
           INTO WSRawMonth, WSRawBranch, WSRawProdID, WSRawAmount
       MOVE FUNCTION UPPER-CASE(WSRawBranch) TO WSRawBranch
       MOVE FUNCTION UPPER-CASE(WSRawProdID) TO WSRawProdID
       IF WSMeasureOnly = "Y"
           PERFORM CheckOneLine
       ELSE
           PERFORM LoadOneLine
       END-IF.

CheckOneLine.
       MOVE ZERO TO WSNumMonth
       IF WSRawMonth(1:6) IS NUMERIC AND WSRawMonth(7:2) = SPACES
           MOVE WSRawMonth(1:6) TO WSNumMonth
       END-IF
       EVALUATE TRUE
           WHEN WSNumMonth = ZERO OR WSNumMM < 1 OR WSNumMM > 12
               MOVE "MONTH NOT YYYYMM" TO WSRejectReason
               PERFORM RejectOneLine
               EXIT PARAGRAPH
           WHEN WSRawProdID = SPACES
               MOVE "BLANK PRODUCT ID" TO WSRejectReason
               PERFORM RejectOneLine
               EXIT PARAGRAPH
           WHEN WSRawAmount = SPACES
               MOVE "BLANK AMOUNT" TO WSRejectReason
               PERFORM RejectOneLine
               EXIT PARAGRAPH
           WHEN FUNCTION TEST-NUMVAL(WSRawAmount) NOT = ZERO
               MOVE "NON-NUMERIC AMOUNT" TO WSRejectReason
               PERFORM RejectOneLine
               EXIT PARAGRAPH
           WHEN FUNCTION NUMVAL(WSRawAmount) < ZERO
               MOVE "NEGATIVE AMOUNT" TO WSRejectReason
               PERFORM RejectOneLine
               EXIT PARAGRAPH
       END-EVALUATE
       *> A blank branch is HQ; any other has to be one we have
       IF WSRawBranch NOT = SPACES
           MOVE WSRawBranch(1:3) TO BRCode
           MOVE "Y" TO WSFound
           READ BranchFile
               INVALID KEY MOVE "N" TO WSFound
           END-READ
           IF WSFound = "N"
               MOVE "UNKNOWN BRANCH" TO WSRejectReason
               PERFORM RejectOneLine
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE WSRawProdID(1:5) TO PMProdID
       MOVE "Y" TO WSFound
       READ ProductFile
           INVALID KEY MOVE "N" TO WSFound
       END-READ
       IF WSFound = "N"
           MOVE "UNKNOWN PRODUCT" TO WSRejectReason
           PERFORM RejectOneLine
           EXIT PARAGRAPH
       END-IF
       MOVE WSNumMonth TO WSCalcPeriod
       PERFORM FiscalYearOf
       IF AnnualLoad
           *> The first good line names the fiscal year; every other
           *> line has to fall inside it
           IF WSLoadFYStart = ZERO
               MOVE WSCalcFYStart TO WSLoadFYStart
               MOVE WSCalcFYStart TO WSCalcPeriod
               PERFORM 11 TIMES
                   PERFORM StepForwardOneMonth
               END-PERFORM
               MOVE WSCalcPeriod TO WSLoadFYEnd
           END-IF
           IF WSCalcFYStart NOT = WSLoadFYStart
               MOVE "MONTH NOT IN THE FISCAL YEAR" TO WSRejectReason
               PERFORM RejectOneLine
           END-IF
       ELSE
           *> A month already under way keeps the budget it started with
           IF WSNumMonth NOT > WSRunPeriod
               MOVE "MONTH ALREADY STARTED" TO WSRejectReason
               PERFORM RejectOneLine
               EXIT PARAGRAPH
           END-IF
           PERFORM NoteRevisedMonth
       END-IF.

*> Each month a revision touches, once
NoteRevisedMonth.
       SET RevIdx TO 1
       SEARCH WSRevMonth
           AT END
               MOVE "OVER 24 MONTHS IN ONE REVISION" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN RevIdx > WSRevMonthCount
               ADD 1 TO WSRevMonthCount
               MOVE WSNumMonth TO WSRevMonth(RevIdx)
           WHEN WSRevMonth(RevIdx) = WSNumMonth
               CONTINUE
       END-SEARCH.

*> Validation passed on the first pass - only a row keyed twice in the
*> file can fail here, and the first one keyed stands
LoadOneLine.
       MOVE SPACES TO BudgetRecord
       MOVE WSRawMonth(1:6) TO BGMonth
       MOVE WSRawBranch(1:3) TO BGBranch
       MOVE WSRawProdID(1:5) TO BGProdID
       COMPUTE BGAmount = FUNCTION NUMVAL(WSRawAmount)
       MOVE WSNewRevision TO BGRevision
       MOVE WSRunDate TO BGLoadDate
       WRITE BudgetRecord
           INVALID KEY
               ADD 1 TO WSDuplicates
               MOVE "DUPLICATE ROW - FIRST KEPT" TO WSRejectReason
               PERFORM RejectOneLine
           NOT INVALID KEY
               ADD 1 TO WSRowsLoaded
               ADD BGAmount TO WSLoadTotal
       END-WRITE.

*> Every row already on file for one month goes
ClearOneMonth.
       MOVE WSClearMonth TO BGMonth
       MOVE LOW-VALUES TO BGBranch, BGProdID
       MOVE "Y" TO WSMoreRecords
       START BudgetFile KEY IS NOT LESS THAN BGKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ BudgetFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF BGMonth NOT = WSClearMonth
                   MOVE "N" TO WSMoreRecords
               ELSE
                   DELETE BudgetFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WSRowsCleared
                   END-DELETE
               END-IF
           END-IF
       END-PERFORM.

*> A revision is numbered one past the highest already loaded for the
*> fiscal year its first month falls in
FindNextRevision.
       MOVE WSRevMonth(1) TO WSCalcPeriod
       PERFORM FiscalYearOf
       MOVE WSCalcFYStart TO WSLoadFYStart
       MOVE WSCalcFYStart TO WSCalcPeriod
       PERFORM 11 TIMES
           PERFORM StepForwardOneMonth
       END-PERFORM
       MOVE WSCalcPeriod TO WSLoadFYEnd
       MOVE ZERO TO WSNewRevision
       MOVE WSLoadFYStart TO BGMonth
       MOVE LOW-VALUES TO BGBranch, BGProdID
       MOVE "Y" TO WSMoreRecords
       START BudgetFile KEY IS NOT LESS THAN BGKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ BudgetFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND BGMonth > WSLoadFYEnd
               MOVE "N" TO WSMoreRecords
           END-IF
           IF WSMoreRecords = "Y" AND BGRevision > WSNewRevision
               MOVE BGRevision TO WSNewRevision
           END-IF
       END-PERFORM
       ADD 1 TO WSNewRevision.

*> WSCalcPeriod's fiscal year starts in WSCalcFYStart - this calendar
*> year's start month, or last year's when the month comes before it
FiscalYearOf.
       MOVE WSCalcYear TO WSCalcFYYear
       MOVE WSFiscalStartMM TO WSCalcFYMM
       IF WSCalcMM < WSFiscalStartMM
           SUBTRACT 1 FROM WSCalcFYYear
       END-IF.

*> WSCalcPeriod steps forward one month in place
StepForwardOneMonth.
       IF WSCalcMM = 12
           MOVE 1 TO WSCalcMM
           ADD 1 TO WSCalcYear
       ELSE
           ADD 1 TO WSCalcMM
       END-IF.

*> The raw line and its reason, kept together so finance can be told
*> exactly which spreadsheet row failed
RejectOneLine.
       IF WSMeasureOnly = "Y"
           ADD 1 TO WSLinesRejected
       END-IF
       MOVE SPACES TO RejectLine
       STRING "Rejected (" DELIMITED BY SIZE
           WSRejectReason DELIMITED BY "  "
           "): " DELIMITED BY SIZE
           InboundLine DELIMITED BY SIZE
           INTO RejectLine
       END-STRING
       WRITE RejectLine.
