       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    commissionrun.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Monthly sales commission run. Every order line posted in the month
*> pays its rep - the rep stamped on the line when it was written, or
*> for an older line with none the customer's territory rep - on the
*> line's net value: sales count up, return credits count down, and
*> freight, discount and points lines pay nobody. The rate is the
*> rep's own rate for that product off CommissionRates.dat, else the
*> every-rep rate for the product, else the rep's default rate on
*> SalesReps.dat. A customer charged off in the month claws back what
*> each rep was paid on the balance that went bad: the charge-off
*> amount at the rep's effective rate on the customer's earlier sales,
*> never more than the rep earned on them. One statement per rep goes
*> to CommissionStatements.rpt and one line per rep to the payroll
*> interface file CommissionPayroll.txt; what was paid per rep and
*> customer is kept on CommissionHistory.dat for later clawbacks.
*> Rerunning a month replaces that month's history. Run after the
*> month's posting and charge-off runs; a blank month is last month.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderDetailFile ASSIGN TO "OrderDetail.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ODOrderKey
           ALTERNATE RECORD KEY IS ODIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderFileStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       SELECT RepFile ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RepCode
           FILE STATUS IS WSRepFileStatus.
       SELECT RateFile ASSIGN TO "CommissionRates.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRKey
           FILE STATUS IS WSRateFileStatus.
       *> What each rep was paid on each customer, month by month - the
       *> clawback's memory. By customer to find who to claw back from.
       SELECT HistoryFile ASSIGN TO "CommissionHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHKey
           ALTERNATE RECORD KEY IS CHIDNum WITH DUPLICATES
           FILE STATUS IS WSHistoryFileStatus.
       *> Scratch file the SORT verb uses to stage records while sorting -
       *> managed internally by the SORT verb, so it carries no FILE STATUS
       SELECT SortWorkFile ASSIGN TO "SORTWORK.TMP".
       SELECT StatementReport ASSIGN TO "CommissionStatements.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.
       SELECT PayrollFile ASSIGN TO "CommissionPayroll.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPayrollStatus.

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
           88 ODLinePosted VALUE "Y".
       *> Define End of File
       88 OrderEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       *> S or space = sale, R = return credit; L, D and F lines are
       *> not goods and pay no commission
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

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
       02 AcctStatusCode PIC X(01).
       *> Date of birth through the city - carried for layout fit
       02 FILLER PIC X(80).
       02 StateCode PIC X(02).
       *> ZIP through the deceased flags - carried for layout fit
       02 FILLER PIC X(62).
       *> Charge-off state - a charge-off in the month claws back
       02 ChargeOffFlag PIC X(01).
           88 AcctChargedOff VALUE "O".
       02 ChargeOffDate PIC 9(08).
       02 ChargeOffParts REDEFINES ChargeOffDate.
           03 ChargeOffPeriod PIC 9(06).
           03 FILLER PIC 9(02).
       02 ChargeOffAmount PIC 9(7)V99.
       *> Recovered amount through the custodial hold - carried for
       *> layout fit
       02 FILLER PIC X(74).
       02 BranchCode PIC X(03).
       *> Bankruptcy through the bill-to parent - carried for layout fit
       02 FILLER PIC X(10).
       02 TerritoryCode PIC X(04).
       *> Reserved for future fields
       02 FILLER PIC X(11).

*> Must match salesreps.cob's SalesRepRecord layout
FD RepFile.
01 SalesRepRecord.
       02 RepCode PIC X(04).
       02 RepName PIC X(30).
       02 RepPayrollID PIC X(10).
       02 RepBranch PIC X(03).
       02 RepCommPct PIC 9(02)V99.
       02 RepStatusFlag PIC X(01).
       02 FILLER PIC X(20).

*> Must match salesreps.cob's CommissionRateRecord layout
FD RateFile.
01 CommissionRateRecord.
       02 CRKey.
           03 CRRepCode PIC X(04).
           03 CRProdID PIC X(05).
       02 CRPercent PIC 9(02)V99.
       02 FILLER PIC X(10).

*> One record per month, rep and customer the rep was paid on
FD HistoryFile.
01 HistoryRecord.
       02 CHKey.
           03 CHMonth PIC 9(06).
           03 CHRepCode PIC X(04).
           03 CHIDNum PIC 9(08).
       *> Sales less returns the rep was paid on
       02 CHNetSales PIC S9(09)V99.
       02 CHCommission PIC S9(07)V99.
       *> Taken back off the rep this month for the customer's
       *> charge-off
       02 CHClawback PIC 9(07)V99.
       02 CHRunDate PIC 9(08).
       *> Reserved for future fields
       02 FILLER PIC X(10).

*> Staging record the SORT verb groups by rep, then customer - one per
*> commissionable line (S) and one per clawback (C)
SD SortWorkFile.
01 SortRecord.
       02 SortRepCode PIC X(04).
       02 SortIDNum PIC 9(08).
       02 SortKind PIC X(01).
           88 SortIsClawback VALUE "C".
       02 SortSales PIC S9(09)V99.
       02 SortCommission PIC S9(07)V99.

FD StatementReport.
01 ReportLine PIC X(90).

*> Fixed-width payroll feed - the first byte types each record: H
*> header, D one per rep, T trailer with the count and the net total
*> payroll balances the details against
FD PayrollFile.
01 PayrollRecord PIC X(80).
01 PayrollHeaderRecord REDEFINES PayrollRecord.
       02 PayHdrType PIC X(01).
       02 PayHdrFileDate PIC 9(08).
       02 PayHdrFileName PIC X(12).
       02 PayHdrPeriod PIC 9(06).
       02 FILLER PIC X(53).
01 PayrollDetailRecord REDEFINES PayrollRecord.
       02 PayDetType PIC X(01).
       02 PayDetPayrollID PIC X(10).
       02 PayDetRepCode PIC X(04).
       02 PayDetRepName PIC X(30).
       02 PayDetGross PIC S9(07)V99 SIGN IS LEADING SEPARATE.
       02 PayDetClawback PIC 9(07)V99.
       *> What payroll pays - negative when clawbacks outweigh the
       *> month's commission, for payroll to recover
       02 PayDetNet PIC S9(07)V99 SIGN IS LEADING SEPARATE.
       02 FILLER PIC X(06).
01 PayrollTrailerRecord REDEFINES PayrollRecord.
       02 PayTrlType PIC X(01).
       02 PayTrlCount PIC 9(08).
       02 PayTrlTotalNet PIC S9(09)V99 SIGN IS LEADING SEPARATE.
       02 FILLER PIC X(59).

WORKING-STORAGE SECTION.
01 WSRunDate PIC 9(08).
01 WSRunParts REDEFINES WSRunDate.
       02 WSRunPeriod PIC 9(06).
       02 WSRunDay PIC 9(02).
*> The month being paid
01 WSPeriod PIC 9(06).
01 WSPriorPeriod PIC 9(06).
01 WSPriorParts REDEFINES WSPriorPeriod.
       02 WSPriorYear PIC 9(04).
       02 WSPriorMonth PIC 9(02).
01 WSMoreRecords PIC X.
01 WSMoreHistory PIC X.
01 WSFound PIC X.
01 WSRatesHere PIC X VALUE "N".
01 WSRepsHere PIC X VALUE "N".
*> One line's rep, rate and value
01 WSLineRep PIC X(04).
01 WSLineTerritory PIC X(04).
01 WSLineRepFound PIC X(01).
01 WSLinePct PIC 9(02)V99.
01 WSLineAmount PIC S9(09)V99.
01 WSLineCommission PIC S9(07)V99.
*> A charged-off customer's earlier commission, rep by rep
01 WSClawSales PIC S9(11)V99.
01 WSClawCount PIC 9(02).
01 WSClawTable.
       02 WSClawEntry OCCURS 20 TIMES INDEXED BY ClawIdx.
           03 WSClawRep PIC X(04).
           03 WSClawEarned PIC S9(09)V99.
           03 WSClawTaken PIC S9(09)V99.
01 WSClawAmount PIC S9(09)V99.
01 WSClawRoom PIC S9(09)V99.
*> Control-break state for the statements
01 WSFirstRep PIC X VALUE "Y".
01 WSCurrRep PIC X(04).
01 WSCurrID PIC 9(08).
01 WSCustSales PIC S9(09)V99.
01 WSCustCommission PIC S9(07)V99.
01 WSCustClawback PIC 9(07)V99.
01 WSRepSales PIC S9(11)V99.
01 WSRepGross PIC S9(09)V99.
01 WSRepClawback PIC 9(09)V99.
01 WSRepNet PIC S9(09)V99.
01 WSCustName PIC X(30).
*> Run totals
01 WSLinesPaid PIC 9(08) VALUE ZERO.
01 WSLinesNoRep PIC 9(08) VALUE ZERO.
01 WSClawbackCount PIC 9(08) VALUE ZERO.
01 WSRepCount PIC 9(08) VALUE ZERO.
01 WSPayrollCount PIC 9(08) VALUE ZERO.
01 WSTotalGross PIC S9(11)V99 VALUE ZERO.
01 WSTotalClawback PIC 9(11)V99 VALUE ZERO.
01 WSTotalNet PIC S9(11)V99 VALUE ZERO.
01 WSHistoryDropped PIC 9(08) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
*> Statement layouts
01 StmtTitleLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(31) VALUE "SALES COMMISSION STATEMENT - ".
       02 TitlePeriod PIC 9(06).
       02 FILLER PIC X(12) VALUE SPACE.
       02 FILLER PIC X(05) VALUE "RUN ".
       02 TitleRunDate PIC 9(08).
01 StmtRepLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(05) VALUE "REP: ".
       02 StmtRepCode PIC X(04).
       02 FILLER PIC X(2) VALUE SPACE.
       02 StmtRepName PIC X(30).
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(08) VALUE "PAYROLL ".
       02 StmtPayrollID PIC X(10).
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(07) VALUE "BRANCH ".
       02 StmtBranch PIC X(03).
01 StmtHeading.
       02 FILLER PIC X(44) VALUE
           "  CUSTOMER  NAME                            ".
       02 FILLER PIC X(44) VALUE
           "      NET SALES     COMMISSION      CLAWBACK".
01 StmtDetailLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 DetIDNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 DetName PIC X(30).
       02 FILLER PIC X(2) VALUE SPACE.
       02 DetSales PIC -ZZZ,ZZZ,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 DetCommission PIC -Z,ZZZ,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 DetClawback PIC Z,ZZZ,ZZ9.99.
01 StmtTotalLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 TotLabel PIC X(40).
       02 TotAmount PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
01 StmtCountLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 CntLabel PIC X(40).
       02 FILLER PIC X(6) VALUE SPACE.
       02 CntValue PIC ZZ,ZZZ,ZZ9.
*> FILE STATUS codes, checked right after each OPEN
01 WSOrderFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSRepFileStatus PIC X(02).
01 WSRateFileStatus PIC X(02).
01 WSHistoryFileStatus PIC X(02).
01 WSReportStatus PIC X(02).
01 WSPayrollStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "commissionrun".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       DISPLAY "Month To Pay (YYYYMM, blank for last month): "
           WITH NO ADVANCING.
       ACCEPT WSPeriod.
       IF WSPeriod IS NOT NUMERIC OR WSPeriod = ZERO
           MOVE WSRunPeriod TO WSPriorPeriod
           PERFORM StepBackOneMonth
           MOVE WSPriorPeriod TO WSPeriod
       END-IF
       OPEN INPUT OrderDetailFile.
       IF WSOrderFileStatus NOT = "00"
           DISPLAY "No Order Lines On File - Status " WSOrderFileStatus
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status "
               WSCustomerFileStatus
       END-IF
       *> No reps on file pays nobody - every line lands unassigned
       OPEN INPUT RepFile.
       IF WSRepFileStatus = "00"
           MOVE "Y" TO WSRepsHere
       ELSE
           DISPLAY "Warning: SalesReps.dat Open Status " WSRepFileStatus
       END-IF
       *> No product rates is normal - every rep is paid their own rate
       OPEN INPUT RateFile.
       IF WSRateFileStatus = "00"
           MOVE "Y" TO WSRatesHere
       END-IF
       *> I-O to replace the month; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN I-O HistoryFile.
       IF WSHistoryFileStatus = "35"
           OPEN OUTPUT HistoryFile
           CLOSE HistoryFile
           OPEN I-O HistoryFile
       END-IF
       IF WSHistoryFileStatus NOT = "00"
           DISPLAY "Warning: CommissionHistory.dat Open Status "
               WSHistoryFileStatus
       END-IF
       PERFORM ClearMonthHistory
       SORT SortWorkFile
           ON ASCENDING KEY SortRepCode SortIDNum SortKind
           INPUT PROCEDURE IS GatherCommission
           OUTPUT PROCEDURE IS PrintStatements.
       CLOSE OrderDetailFile, CustomerFile, HistoryFile.
       IF WSRepsHere = "Y"
           CLOSE RepFile
       END-IF
       IF WSRatesHere = "Y"
           CLOSE RateFile
       END-IF
       DISPLAY " "
       DISPLAY "COMMISSION RUN COMPLETE"
       DISPLAY "Month Paid........: " WSPeriod
       DISPLAY "Lines Paid........: " WSLinesPaid
       DISPLAY "Lines With No Rep.: " WSLinesNoRep
       DISPLAY "Clawbacks.........: " WSClawbackCount
       DISPLAY "Reps To Payroll...: " WSPayrollCount
       IF WSHistoryDropped > ZERO
           DISPLAY "Warning: History Not Written For " WSHistoryDropped
               " Customer(s)"
           MOVE 4 TO WSOpsRC
       END-IF
       MOVE SPACES TO WSOpsCounts
       MOVE WSLinesPaid TO WSEditedCount
       STRING "MONTH " DELIMITED BY SIZE
           WSPeriod DELIMITED BY SIZE
           " LINES " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> WSPriorPeriod steps back one month in place
StepBackOneMonth.
       IF WSPriorMonth = 1
           MOVE 12 TO WSPriorMonth
           SUBTRACT 1 FROM WSPriorYear
       ELSE
           SUBTRACT 1 FROM WSPriorMonth
       END-IF.

*> A rerun replaces the month - what an earlier run of it wrote goes
*> first, so nothing is paid twice and the clawbacks below only ever
*> see earlier months
ClearMonthHistory.
       MOVE WSPeriod TO CHMonth
       MOVE LOW-VALUES TO CHRepCode
       MOVE ZERO TO CHIDNum
       MOVE "Y" TO WSMoreRecords
       START HistoryFile KEY IS NOT LESS THAN CHKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ HistoryFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF CHMonth NOT = WSPeriod
                   MOVE "N" TO WSMoreRecords
               ELSE
                   DELETE HistoryFile
                       INVALID KEY
                           DISPLAY "Warning: History Not Cleared For "
                               CHRepCode " " CHIDNum
                   END-DELETE
               END-IF
           END-IF
       END-PERFORM.

*> SORT input procedure - RELEASE one staged record per commissionable
*> line in the month, then one per rep clawed back on a charge-off
GatherCommission.
       READ OrderDetailFile
           AT END SET OrderEOF TO TRUE
       END-READ
       PERFORM UNTIL OrderEOF
           PERFORM StageOneLine
           READ OrderDetailFile
               AT END SET OrderEOF TO TRUE
           END-READ
       END-PERFORM
       MOVE ZERO TO IDNum
       MOVE "Y" TO WSMoreRecords
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CustomerFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND AcctChargedOff
               AND ChargeOffDate IS NUMERIC
               AND ChargeOffPeriod = WSPeriod
               AND ChargeOffAmount IS NUMERIC
               AND ChargeOffAmount > ZERO
               PERFORM StageClawbacks
           END-IF
       END-PERFORM.

StageOneLine.
       IF ODOrderDate IS NOT NUMERIC OR ODOrderPeriod NOT = WSPeriod
           EXIT PARAGRAPH
       END-IF
       IF NOT ODLinePosted OR ODLineCancelled
           EXIT PARAGRAPH
       END-IF
       IF NOT ODLineIsSale AND NOT ODLineIsReturn
           EXIT PARAGRAPH
       END-IF
       IF ODProdQty IS NOT NUMERIC OR ODProdPrice IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSLineAmount = ODProdQty * ODProdPrice
       IF ODLineIsReturn
           COMPUTE WSLineAmount = ZERO - WSLineAmount
       END-IF
       *> A line written before reps were stamped falls back to the
       *> customer's territory rep as it stands today
       MOVE ODRepCode TO WSLineRep
       IF WSLineRep = SPACES OR LOW-VALUES
           MOVE SPACES TO WSLineRep
           MOVE ODIDNum TO IDNum
           MOVE "Y" TO WSFound
           READ CustomerFile
               INVALID KEY MOVE "N" TO WSFound
           END-READ
           IF WSFound = "Y"
               MOVE TerritoryCode TO WSLineTerritory
               CALL 'TERRITORYREP' USING WSLineTerritory, StateCode,
                   BranchCode, WSLineRep, WSLineRepFound
           END-IF
       END-IF
       MOVE ZERO TO WSLinePct
       IF WSLineRep NOT = SPACES
           PERFORM FindCommissionRate
       END-IF
       COMPUTE WSLineCommission ROUNDED = WSLineAmount * WSLinePct / 100
       IF WSLineRep = SPACES
           ADD 1 TO WSLinesNoRep
       ELSE
           ADD 1 TO WSLinesPaid
       END-IF
       MOVE WSLineRep TO SortRepCode
       MOVE ODIDNum TO SortIDNum
       MOVE "S" TO SortKind
       MOVE WSLineAmount TO SortSales
       MOVE WSLineCommission TO SortCommission
       RELEASE SortRecord.

*> The rep's own rate for the product, then every rep's rate for it,
*> then the rep's default rate
FindCommissionRate.
       IF WSRatesHere = "Y"
           MOVE WSLineRep TO CRRepCode
           MOVE ODProdID TO CRProdID
           MOVE "Y" TO WSFound
           READ RateFile
               INVALID KEY MOVE "N" TO WSFound
           END-READ
           IF WSFound = "N"
               MOVE SPACES TO CRRepCode
               MOVE "Y" TO WSFound
               READ RateFile
                   INVALID KEY MOVE "N" TO WSFound
               END-READ
           END-IF
           IF WSFound = "Y"
               MOVE CRPercent TO WSLinePct
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF WSRepsHere = "Y"
           MOVE WSLineRep TO RepCode
           READ RepFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE RepCommPct TO WSLinePct
           END-READ
       END-IF.

*> The charge-off is shared among the reps paid on the customer in
*> earlier months in proportion to what each was paid: a rep's share
*> is the charge-off at the rep's effective rate on the customer's
*> sales, capped at what the rep earned less anything already taken
StageClawbacks.
       MOVE ZERO TO WSClawCount
       MOVE ZERO TO WSClawSales
       MOVE IDNum TO CHIDNum
       MOVE "Y" TO WSMoreHistory
       START HistoryFile KEY IS EQUAL TO CHIDNum
           INVALID KEY MOVE "N" TO WSMoreHistory
       END-START
       PERFORM UNTIL WSMoreHistory = "N"
           READ HistoryFile NEXT RECORD
               AT END MOVE "N" TO WSMoreHistory
           END-READ
           IF WSMoreHistory = "Y" AND CHIDNum NOT = IDNum
               MOVE "N" TO WSMoreHistory
           END-IF
           IF WSMoreHistory = "Y" AND CHMonth < WSPeriod
               PERFORM TallyClawHistory
           END-IF
       END-PERFORM
       IF WSClawSales NOT > ZERO
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING ClawIdx FROM 1 BY 1 UNTIL ClawIdx > WSClawCount
           COMPUTE WSClawAmount ROUNDED = ChargeOffAmount
               * WSClawEarned(ClawIdx) / WSClawSales
           COMPUTE WSClawRoom = WSClawEarned(ClawIdx)
               - WSClawTaken(ClawIdx)
           IF WSClawAmount > WSClawRoom
               MOVE WSClawRoom TO WSClawAmount
           END-IF
           IF WSClawAmount > ZERO
               MOVE WSClawRep(ClawIdx) TO SortRepCode
               MOVE IDNum TO SortIDNum
               MOVE "C" TO SortKind
               MOVE ZERO TO SortSales
               MOVE WSClawAmount TO SortCommission
               RELEASE SortRecord
               ADD 1 TO WSClawbackCount
           END-IF
       END-PERFORM.

TallyClawHistory.
       ADD CHNetSales TO WSClawSales
       SET ClawIdx TO 1
       SEARCH WSClawEntry
           *> Twenty reps on one customer is more than ever happens -
           *> past that, the rest go unclawed
           AT END CONTINUE
           WHEN ClawIdx > WSClawCount
               ADD 1 TO WSClawCount
               MOVE CHRepCode TO WSClawRep(ClawIdx)
               MOVE CHCommission TO WSClawEarned(ClawIdx)
               MOVE CHClawback TO WSClawTaken(ClawIdx)
           WHEN WSClawRep(ClawIdx) = CHRepCode
               ADD CHCommission TO WSClawEarned(ClawIdx)
               ADD CHClawback TO WSClawTaken(ClawIdx)
       END-SEARCH.

*> SORT output procedure - records RETURN by rep, then customer; each
*> customer becomes one statement line and one history record, each
*> rep a statement with its totals and a payroll line
PrintStatements.
       OPEN OUTPUT StatementReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: CommissionStatements.rpt Open Status "
               WSReportStatus
       END-IF
       OPEN OUTPUT PayrollFile.
       IF WSPayrollStatus NOT = "00"
           DISPLAY "Warning: CommissionPayroll.txt Open Status "
               WSPayrollStatus
       END-IF
       MOVE SPACES TO PayrollRecord
       MOVE "H" TO PayHdrType
       MOVE WSRunDate TO PayHdrFileDate
       MOVE "COMMISSION" TO PayHdrFileName
       MOVE WSPeriod TO PayHdrPeriod
       WRITE PayrollRecord
       MOVE "Y" TO WSMoreRecords
       RETURN SortWorkFile
           AT END MOVE "N" TO WSMoreRecords
       END-RETURN
       PERFORM UNTIL WSMoreRecords = "N"
           EVALUATE TRUE
               WHEN WSFirstRep = "Y"
                   PERFORM StartRep
               WHEN SortRepCode NOT = WSCurrRep
                   PERFORM FinishCustomer
                   PERFORM FinishRep
                   PERFORM StartRep
               WHEN SortIDNum NOT = WSCurrID
                   PERFORM FinishCustomer
                   PERFORM StartCustomer
           END-EVALUATE
           IF SortIsClawback
               ADD SortCommission TO WSCustClawback
           ELSE
               ADD SortSales TO WSCustSales
               ADD SortCommission TO WSCustCommission
           END-IF
           RETURN SortWorkFile
               AT END MOVE "N" TO WSMoreRecords
           END-RETURN
       END-PERFORM
       IF WSFirstRep = "Y"
           MOVE SPACES TO ReportLine
           STRING "  NO COMMISSIONABLE SALES OR CHARGE-OFFS FOR "
               DELIMITED BY SIZE
               WSPeriod DELIMITED BY SIZE
               INTO ReportLine
           END-STRING
           WRITE ReportLine
               AFTER ADVANCING 1 LINE
       ELSE
           PERFORM FinishCustomer
           PERFORM FinishRep
           PERFORM PrintRunTotals
       END-IF
       MOVE SPACES TO PayrollRecord
       MOVE "T" TO PayTrlType
       MOVE WSPayrollCount TO PayTrlCount
       MOVE WSTotalNet TO PayTrlTotalNet
       WRITE PayrollRecord
       CLOSE StatementReport, PayrollFile.

*> Each rep's statement starts on a new page
StartRep.
       MOVE SortRepCode TO WSCurrRep
       MOVE ZERO TO WSRepSales, WSRepGross, WSRepClawback
       ADD 1 TO WSRepCount
       MOVE SPACES TO SalesRepRecord
       IF WSCurrRep = SPACES
           MOVE "UNASSIGNED - NO REP TO PAY" TO RepName
       ELSE
           MOVE "** NOT ON FILE **" TO RepName
           IF WSRepsHere = "Y"
               MOVE WSCurrRep TO RepCode
               READ RepFile
                   INVALID KEY
                       MOVE SPACES TO SalesRepRecord
                       MOVE "** NOT ON FILE **" TO RepName
               END-READ
           END-IF
           MOVE WSCurrRep TO RepCode
       END-IF
       MOVE WSPeriod TO TitlePeriod
       MOVE WSRunDate TO TitleRunDate
       MOVE "N" TO WSFirstRep
       WRITE ReportLine FROM StmtTitleLine AFTER ADVANCING PAGE
       MOVE RepCode TO StmtRepCode
       MOVE RepName TO StmtRepName
       MOVE RepPayrollID TO StmtPayrollID
       MOVE RepBranch TO StmtBranch
       WRITE ReportLine FROM StmtRepLine
           AFTER ADVANCING 1 LINE
       MOVE SPACES TO ReportLine
       WRITE ReportLine
           AFTER ADVANCING 1 LINE
       WRITE ReportLine FROM StmtHeading
           AFTER ADVANCING 1 LINE
       PERFORM StartCustomer.

StartCustomer.
       MOVE SortIDNum TO WSCurrID
       MOVE ZERO TO WSCustSales, WSCustCommission, WSCustClawback.

*> One line per customer on the statement, and the same figures kept
*> on the history for a later charge-off to claw back against
FinishCustomer.
       MOVE WSCurrID TO IDNum
       MOVE SPACES TO WSCustName
       READ CustomerFile
           INVALID KEY MOVE "** NOT ON FILE **" TO WSCustName
           NOT INVALID KEY
               STRING FirstName DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   LastName DELIMITED BY SPACE
                   INTO WSCustName
               END-STRING
       END-READ
       MOVE WSCurrID TO DetIDNum
       MOVE WSCustName TO DetName
       MOVE WSCustSales TO DetSales
       MOVE WSCustCommission TO DetCommission
       MOVE WSCustClawback TO DetClawback
       WRITE ReportLine FROM StmtDetailLine
           AFTER ADVANCING 1 LINE
       ADD WSCustSales TO WSRepSales
       ADD WSCustCommission TO WSRepGross
       ADD WSCustClawback TO WSRepClawback
       IF WSCurrRep = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO HistoryRecord
       MOVE WSPeriod TO CHMonth
       MOVE WSCurrRep TO CHRepCode
       MOVE WSCurrID TO CHIDNum
       MOVE WSCustSales TO CHNetSales
       MOVE WSCustCommission TO CHCommission
       MOVE WSCustClawback TO CHClawback
       MOVE WSRunDate TO CHRunDate
       WRITE HistoryRecord
           INVALID KEY ADD 1 TO WSHistoryDropped
       END-WRITE.

*> Statement totals, then the rep's line to payroll - the unassigned
*> statement is printed for sales to chase up, but pays nobody
FinishRep.
       COMPUTE WSRepNet = WSRepGross - WSRepClawback
       MOVE SPACES TO ReportLine
       WRITE ReportLine
           AFTER ADVANCING 1 LINE
       MOVE "NET SALES" TO TotLabel
       MOVE WSRepSales TO TotAmount
       WRITE ReportLine FROM StmtTotalLine
           AFTER ADVANCING 1 LINE
       MOVE "GROSS COMMISSION" TO TotLabel
       MOVE WSRepGross TO TotAmount
       WRITE ReportLine FROM StmtTotalLine
           AFTER ADVANCING 1 LINE
       MOVE "LESS CHARGE-OFF CLAWBACKS" TO TotLabel
       MOVE WSRepClawback TO TotAmount
       WRITE ReportLine FROM StmtTotalLine
           AFTER ADVANCING 1 LINE
       IF WSCurrRep = SPACES
           MOVE "NOT PAID - NO REP ON THE LINES" TO TotLabel
       ELSE
           MOVE "NET COMMISSION PAYABLE" TO TotLabel
       END-IF
       MOVE WSRepNet TO TotAmount
       WRITE ReportLine FROM StmtTotalLine
           AFTER ADVANCING 1 LINE
       IF WSCurrRep = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO PayrollRecord
       MOVE "D" TO PayDetType
       MOVE RepPayrollID TO PayDetPayrollID
       MOVE WSCurrRep TO PayDetRepCode
       MOVE RepName TO PayDetRepName
       MOVE WSRepGross TO PayDetGross
       MOVE WSRepClawback TO PayDetClawback
       MOVE WSRepNet TO PayDetNet
       WRITE PayrollRecord
       ADD 1 TO WSPayrollCount
       ADD WSRepGross TO WSTotalGross
       ADD WSRepClawback TO WSTotalClawback
       ADD WSRepNet TO WSTotalNet.

*> Last page - the run's totals, which payroll's trailer must match
PrintRunTotals.
       MOVE WSPeriod TO TitlePeriod
       MOVE WSRunDate TO TitleRunDate
       WRITE ReportLine FROM StmtTitleLine AFTER ADVANCING PAGE
       MOVE "  RUN TOTALS - ALL REPS" TO ReportLine
       WRITE ReportLine
           AFTER ADVANCING 1 LINE
       MOVE SPACES TO ReportLine
       WRITE ReportLine
           AFTER ADVANCING 1 LINE
       MOVE "REPS PAID" TO CntLabel
       MOVE WSPayrollCount TO CntValue
       WRITE ReportLine FROM StmtCountLine
           AFTER ADVANCING 1 LINE
       MOVE "GROSS COMMISSION" TO TotLabel
       MOVE WSTotalGross TO TotAmount
       WRITE ReportLine FROM StmtTotalLine
           AFTER ADVANCING 1 LINE
       MOVE "LESS CHARGE-OFF CLAWBACKS" TO TotLabel
       MOVE WSTotalClawback TO TotAmount
       WRITE ReportLine FROM StmtTotalLine
           AFTER ADVANCING 1 LINE
       MOVE "NET TO PAYROLL" TO TotLabel
       MOVE WSTotalNet TO TotAmount
       WRITE ReportLine FROM StmtTotalLine
           AFTER ADVANCING 1 LINE
       MOVE "LINES PAID" TO CntLabel
       MOVE WSLinesPaid TO CntValue
       WRITE ReportLine FROM StmtCountLine
           AFTER ADVANCING 1 LINE
       MOVE "LINES WITH NO REP - NOT PAID" TO CntLabel
       MOVE WSLinesNoRep TO CntValue
       WRITE ReportLine FROM StmtCountLine
           AFTER ADVANCING 1 LINE
       MOVE "CHARGE-OFF CLAWBACKS TAKEN" TO CntLabel
       MOVE WSClawbackCount TO CntValue
       WRITE ReportLine FROM StmtCountLine
           AFTER ADVANCING 1 LINE.
