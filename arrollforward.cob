       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    arrollforward.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Monthly receivables roll-forward: last month's closing total, plus
*> the month's BalanceHistory.dat movements rolled up by the same
*> BHSource categories gljournalexport.cob feeds the GL, gives the
*> closing total the subledger SHOULD show. That figure is proved
*> against the actual sum of AccountBalance across Customer.txt - backed
*> out to month end by whatever has moved since, so the proof can run
*> any day after the month closes - and an unexplained difference is
*> flagged and ends the run with a non-zero return code. Each month's
*> proven closing total is kept on ARRollForward.dat as next month's
*> opening.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.
       *> Walk the live master sequentially by primary key
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> One closing total per month proved - next month's opening
       SELECT RollForwardFile ASSIGN TO "ARRollForward.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRollForwardStatus.
       SELECT RollForwardReport ASSIGN TO "ARRollForward.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match orderposting.cob's BalanceHistoryRecord layout
FD BalanceHistory.
01 BalanceHistoryRecord.
       02 BHIDNum PIC 9(8).
       02 FILLER PIC X.
       *> Define End of File
       88 BHEOF VALUE HIGH-VALUES.
       02 BHDate PIC 9(08).
       02 BHDateParts REDEFINES BHDate.
           03 BHPeriod PIC 9(06).
           03 BHDay PIC 9(02).
       02 FILLER PIC X.
       02 BHSource PIC X(12).
       02 FILLER PIC X.
       02 BHOldBalance PIC S9(7)V99.
       02 FILLER PIC X.
       02 BHAmount PIC S9(7)V99.
       02 FILLER PIC X.
       02 BHNewBalance PIC S9(7)V99.
       *> Payment reference, method, and branch - carried for fit
       02 FILLER PIC X(22).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       *> Define End of File
       88 WSEOF VALUE HIGH-VALUE.
       02 StatusFlag PIC X(01).
       02 AcctStatusCode PIC X(01).
       02 DateOfBirth PIC 9(08).
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle plus reserved expansion area - see
       *> randomlyaccessdata.cob's CustomerData for the field carve-out
       02 FILLER PIC X(230).

FD RollForwardFile.
01 RollForwardRecord.
       02 RFPeriod PIC 9(06).
       02 FILLER PIC X.
       *> Define End of File
       88 RFEOF VALUE HIGH-VALUES.
       02 RFClosing PIC S9(11)V99 SIGN LEADING SEPARATE.
       02 FILLER PIC X.
       02 RFRunDate PIC 9(08).
       *> Reserved for future fields
       02 FILLER PIC X(10).

FD RollForwardReport.
01 ReportLine PIC X(80).

WORKING-STORAGE SECTION.
01 WSRunDate PIC 9(08).
01 WSRunParts REDEFINES WSRunDate.
       02 WSRunPeriod PIC 9(06).
       02 WSRunDay PIC 9(02).
*> The month being proved, and the one before it for the opening
01 WSPeriod PIC 9(06).
01 WSPriorPeriod PIC 9(06).
01 WSPriorParts REDEFINES WSPriorPeriod.
       02 WSPriorYear PIC 9(04).
       02 WSPriorMonth PIC 9(02).
*> Movement categories - the BHSource values gljournalexport.cob maps,
*> each with its label and the month's signed total
01 CategoryTable.
       02 CategoryEntry OCCURS 26 TIMES INDEXED BY CatIdx.
           03 CatSource PIC X(12).
           03 CatLabel PIC X(22).
           03 CatTotal PIC S9(11)V99.
01 WSCategoryCount PIC 9(02) VALUE 26.
01 WSCatFound PIC X.
*> The roll-forward figures
01 WSOpening PIC S9(11)V99 VALUE ZERO.
01 WSOpeningFound PIC X VALUE "N".
01 WSMonthMovement PIC S9(11)V99 VALUE ZERO.
01 WSLaterMovement PIC S9(11)V99 VALUE ZERO.
01 WSComputedClosing PIC S9(11)V99 VALUE ZERO.
01 WSMasterTotal PIC S9(11)V99 VALUE ZERO.
01 WSActualClosing PIC S9(11)V99 VALUE ZERO.
01 WSDifference PIC S9(11)V99 VALUE ZERO.
01 WSEntriesRead PIC 9(08) VALUE ZERO.
01 WSEntriesInMonth PIC 9(08) VALUE ZERO.
01 WSCustomersRead PIC 9(08) VALUE ZERO.
01 WSRecordFound PIC X.
01 WSEditedAmount PIC $$$,$$$,$$$,$$9.99-.
01 WSEditedCount PIC ZZZZZZZ9.
01 RollDetailLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepLabel PIC X(22).
       02 FILLER PIC X(2) VALUE ": ".
       02 RepAmount PIC $$$,$$$,$$$,$$9.99-.
*> FILE STATUS codes, checked right after each OPEN
01 WSBalanceHistoryStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSRollForwardStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "arrollforward".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       DISPLAY "Month To Prove (YYYYMM, blank for last month): "
           WITH NO ADVANCING.
       ACCEPT WSPeriod.
       IF WSPeriod IS NOT NUMERIC OR WSPeriod = ZERO
           MOVE WSRunPeriod TO WSPriorPeriod
           PERFORM StepBackOneMonth
           MOVE WSPriorPeriod TO WSPeriod
       END-IF
       MOVE WSPeriod TO WSPriorPeriod
       PERFORM StepBackOneMonth
       PERFORM InitCategoryTable
       PERFORM FindOpeningBalance
       PERFORM RollUpMovements
       PERFORM SumMasterBalances
       COMPUTE WSComputedClosing = WSOpening + WSMonthMovement
       COMPUTE WSActualClosing = WSMasterTotal - WSLaterMovement
       IF WSOpeningFound = "N"
           *> First month proved - there is no prior close to roll
           *> from, so the opening is what the master says it was
           COMPUTE WSOpening = WSActualClosing - WSMonthMovement
           MOVE WSActualClosing TO WSComputedClosing
       END-IF
       COMPUTE WSDifference = WSActualClosing - WSComputedClosing
       PERFORM PrintRollForward
       PERFORM SaveClosingTotal
       DISPLAY " "
       IF WSDifference = ZERO
           DISPLAY "AR ROLL-FORWARD COMPLETE - SUBLEDGER PROVES"
       ELSE
           DISPLAY "AR ROLL-FORWARD - UNEXPLAINED DIFFERENCE"
           MOVE 8 TO WSOpsRC
       END-IF
       DISPLAY "Month Proved..........: " WSPeriod
       DISPLAY "Movements In Month....: " WSEntriesInMonth
       MOVE SPACES TO WSOpsCounts
       STRING "MONTH " DELIMITED BY SIZE
           WSPeriod DELIMITED BY SIZE
           " MOVES " DELIMITED BY SIZE
           WSEntriesInMonth DELIMITED BY SIZE
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

*> The same categories, in the same order, the GL feed maps - anything
*> else lands in Other so nothing is lost from the proof
InitCategoryTable.
       MOVE "ORDERPOST" TO CatSource(1)
       MOVE "Orders" TO CatLabel(1)
       MOVE "SALESTAX" TO CatSource(2)
       MOVE "Sales Tax" TO CatLabel(2)
       MOVE "FREIGHT" TO CatSource(3)
       MOVE "Freight" TO CatLabel(3)
       MOVE "PAYMENT" TO CatSource(4)
       MOVE "Payments" TO CatLabel(4)
       MOVE "RETURN" TO CatSource(5)
       MOVE "Returns" TO CatLabel(5)
       MOVE "TAXRETURN" TO CatSource(6)
       MOVE "Tax On Returns" TO CatLabel(6)
       MOVE "CANCEL" TO CatSource(7)
       MOVE "Cancellations" TO CatLabel(7)
       MOVE "FRTCANCEL" TO CatSource(8)
       MOVE "Freight Cancelled" TO CatLabel(8)
       MOVE "LOYALTY" TO CatSource(9)
       MOVE "Loyalty Redemptions" TO CatLabel(9)
       MOVE "PROMO" TO CatSource(10)
       MOVE "Promotion Discounts" TO CatLabel(10)
       MOVE "INVADJ" TO CatSource(11)
       MOVE "Invoice Adjustments" TO CatLabel(11)
       MOVE "LATEFEE" TO CatSource(12)
       MOVE "Late Fees" TO CatLabel(12)
       MOVE "FEEWAIVER" TO CatSource(13)
       MOVE "Fee Waivers" TO CatLabel(13)
       MOVE "INTEREST" TO CatSource(14)
       MOVE "Interest" TO CatLabel(14)
       MOVE "NSFREVERSE" TO CatSource(15)
       MOVE "NSF Reversals" TO CatLabel(15)
       MOVE "NSFFEE" TO CatSource(16)
       MOVE "NSF Fees" TO CatLabel(16)
       MOVE "CHARGEOFF" TO CatSource(17)
       MOVE "Charge-Offs" TO CatLabel(17)
       MOVE "REFUND" TO CatSource(18)
       MOVE "Refunds" TO CatLabel(18)
       MOVE "ESCHEAT" TO CatSource(19)
       MOVE "Escheat" TO CatLabel(19)
       MOVE "MERGEOUT" TO CatSource(20)
       MOVE "Merged Out" TO CatLabel(20)
       MOVE "MERGEIN" TO CatSource(21)
       MOVE "Merged In" TO CatLabel(21)
       MOVE "SMALLBALDR" TO CatSource(22)
       MOVE "Small Debits Written" TO CatLabel(22)
       MOVE "SMALLBALCR" TO CatSource(23)
       MOVE "Small Credits Written" TO CatLabel(23)
       MOVE "CHECKVOID" TO CatSource(24)
       MOVE "Refund Checks Voided" TO CatLabel(24)
       MOVE "CHARGEBACK" TO CatSource(25)
       MOVE "Card Chargebacks" TO CatLabel(25)
       MOVE SPACES TO CatSource(26)
       MOVE "Other" TO CatLabel(26)
       PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > WSCategoryCount
           MOVE ZERO TO CatTotal(CatIdx)
       END-PERFORM.

*> Last month's proven close is this month's opening
FindOpeningBalance.
       MOVE "N" TO WSOpeningFound
       OPEN INPUT RollForwardFile
       IF WSRollForwardStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ RollForwardFile
           AT END SET RFEOF TO TRUE
       END-READ
       PERFORM UNTIL RFEOF
           IF RFPeriod = WSPriorPeriod
               MOVE RFClosing TO WSOpening
               MOVE "Y" TO WSOpeningFound
           END-IF
           READ RollForwardFile
               AT END SET RFEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE RollForwardFile.

*> Movements dated in the month roll up by category; anything dated
*> after it is backed out of the master total to reach month end
RollUpMovements.
       OPEN INPUT BalanceHistory
       IF WSBalanceHistoryStatus NOT = "00"
           DISPLAY "Warning: BalanceHistory.dat Open Status "
               WSBalanceHistoryStatus
           EXIT PARAGRAPH
       END-IF
       READ BalanceHistory
           AT END SET BHEOF TO TRUE
       END-READ
       PERFORM UNTIL BHEOF
           ADD 1 TO WSEntriesRead
           IF BHAmount IS NUMERIC AND BHDate IS NUMERIC
               EVALUATE TRUE
                   WHEN BHPeriod = WSPeriod
                       PERFORM TallyOneMovement
                   WHEN BHPeriod > WSPeriod
                       ADD BHAmount TO WSLaterMovement
               END-EVALUATE
           END-IF
           READ BalanceHistory
               AT END SET BHEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE BalanceHistory.

TallyOneMovement.
       ADD 1 TO WSEntriesInMonth
       ADD BHAmount TO WSMonthMovement
       MOVE "N" TO WSCatFound
       PERFORM VARYING CatIdx FROM 1 BY 1
           UNTIL CatIdx >= WSCategoryCount OR WSCatFound = "Y"
           IF CatSource(CatIdx) = BHSource
               ADD BHAmount TO CatTotal(CatIdx)
               MOVE "Y" TO WSCatFound
           END-IF
       END-PERFORM
       IF WSCatFound = "N"
           ADD BHAmount TO CatTotal(WSCategoryCount)
       END-IF.

*> Every master record counts - a soft-deleted account still carries
*> whatever it owed when it was deleted
SumMasterBalances.
       OPEN INPUT CustomerFile
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status "
               WSCustomerFileStatus
           EXIT PARAGRAPH
       END-IF
       READ CustomerFile
           AT END SET WSEOF TO TRUE
       END-READ
       PERFORM UNTIL WSEOF
           ADD 1 TO WSCustomersRead
           IF AccountBalance IS NUMERIC
               ADD AccountBalance TO WSMasterTotal
           END-IF
           READ CustomerFile
               AT END SET WSEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE CustomerFile.

PrintRollForward.
       OPEN OUTPUT RollForwardReport
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: ARRollForward.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE SPACES TO ReportLine
       STRING "RECEIVABLES ROLL-FORWARD - " DELIMITED BY SIZE
           WSPeriod DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE "=================================" TO ReportLine
       WRITE ReportLine
       MOVE "Opening Balance" TO RepLabel
       MOVE WSOpening TO RepAmount
       WRITE ReportLine FROM RollDetailLine
       IF WSOpeningFound = "N"
           MOVE "  (no prior close on file - opening taken from master)"
               TO ReportLine
           WRITE ReportLine
       END-IF
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > WSCategoryCount
           MOVE CatLabel(CatIdx) TO RepLabel
           MOVE CatTotal(CatIdx) TO RepAmount
           WRITE ReportLine FROM RollDetailLine
       END-PERFORM
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "Net Movement" TO RepLabel
       MOVE WSMonthMovement TO RepAmount
       WRITE ReportLine FROM RollDetailLine
       MOVE "Computed Closing" TO RepLabel
       MOVE WSComputedClosing TO RepAmount
       WRITE ReportLine FROM RollDetailLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "Master Balances Today" TO RepLabel
       MOVE WSMasterTotal TO RepAmount
       WRITE ReportLine FROM RollDetailLine
       MOVE "Less Later Movements" TO RepLabel
       MOVE WSLaterMovement TO RepAmount
       WRITE ReportLine FROM RollDetailLine
       MOVE "Master At Month End" TO RepLabel
       MOVE WSActualClosing TO RepAmount
       WRITE ReportLine FROM RollDetailLine
       MOVE "Difference" TO RepLabel
       MOVE WSDifference TO RepAmount
       WRITE ReportLine FROM RollDetailLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       IF WSDifference = ZERO
           MOVE "SUBLEDGER PROVES TO THE ROLL-FORWARD" TO ReportLine
       ELSE
           MOVE "*** UNEXPLAINED DIFFERENCE - INVESTIGATE BEFORE CLOSE ***"
               TO ReportLine
       END-IF
       WRITE ReportLine
       MOVE WSCustomersRead TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "Customers Summed......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSEntriesInMonth TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "Movements In Month....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       CLOSE RollForwardReport.

*> The month-end master figure is what next month opens from - a
*> re-run of the same month rewrites its line instead of adding one
SaveClosingTotal.
       MOVE "N" TO WSRecordFound
       OPEN I-O RollForwardFile
       IF WSRollForwardStatus = "00"
           READ RollForwardFile
               AT END SET RFEOF TO TRUE
           END-READ
           PERFORM UNTIL RFEOF OR WSRecordFound = "Y"
               IF RFPeriod = WSPeriod
                   MOVE "Y" TO WSRecordFound
                   MOVE WSActualClosing TO RFClosing
                   MOVE WSRunDate TO RFRunDate
                   REWRITE RollForwardRecord
               ELSE
                   READ RollForwardFile
                       AT END SET RFEOF TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE RollForwardFile
       END-IF
       IF WSRecordFound = "Y"
           EXIT PARAGRAPH
       END-IF
       *> EXTEND appends the new month; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN EXTEND RollForwardFile
       IF WSRollForwardStatus = "35"
           OPEN OUTPUT RollForwardFile
       END-IF
       IF WSRollForwardStatus NOT = "00"
           DISPLAY "Warning: ARRollForward.dat Open Status "
               WSRollForwardStatus
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO RollForwardRecord
       MOVE WSPeriod TO RFPeriod
       MOVE WSActualClosing TO RFClosing
       MOVE WSRunDate TO RFRunDate
       WRITE RollForwardRecord
       CLOSE RollForwardFile.
