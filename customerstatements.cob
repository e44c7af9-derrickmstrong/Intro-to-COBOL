*> month's payments from BalanceHistory.dat, and the closing balance.
*> StmtCycleCode on the customer record splits the run across several
*> nights - cycle 0 prints everybody in one batch window.
*> Every statement states a payment due date (the cycle's statement
*> day plus the grace days) and a minimum payment due (a percent of
*> the balance with a floor), and records both in StatementDue.dat so
*> latefeeassess.cob and agingreport.cob judge the customer against
*> exactly what the statement asked for. An account enrolled in autopay
*> (AutopayEnrollment.dat) is told the draft is scheduled.
*> A head office that other locations bill to (BillToParentID) gets one
*> consolidated statement - its own figures and each location's, with a
*> subtotal per location and the family balance at the foot; the
*> locations get no page of their own.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Walk the live master sequentially by primary key
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HHIDNum
           FILE STATUS IS WSCustomerScanStatus.
       *> The payment terms each statement stated, one record per
       *> customer per statement month - a rerun rewrites the same key
       SELECT DueFile ASSIGN TO "StatementDue.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDKey
           FILE STATUS IS WSDueFileStatus.
       *> Autopay enrollments autopayenroll.cob maintains
       SELECT AutopayFile ASSIGN TO "AutopayEnrollment.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APIDNum
           FILE STATUS IS WSAutopayFileStatus.

DATA DIVISION.
FILE SECTION.
       02 StmtDeliveryCode PIC X(01).
           88 StmtByEmail VALUE "E".
           88 StmtByBoth VALUE "B".
       *> Loyalty through sanctions flag - carried for layout fit
       02 FILLER PIC X(13).
       *> The head-office customer a location bills to - zero pays its
       *> own bill
       02 BillToParentID PIC 9(08).
       *> Sales territory - see randomlyaccessdata.cob
       02 TerritoryCode PIC X(04).
       *> Reserved for future fields - see randomlyaccessdata.cob's
       *> CustomerData for the field carve-out
       02 FILLER PIC X(11).

*> Must match orderentry.cob's OrderDetailRecord layout
FD OrderDetailFile.
       02 ODPostedFlag PIC X(01).
       02 FILLER PIC X.
       *> S (or space, on older lines) = sale, R = return credit
       *> line, L = loyalty points credit, D = promotion discount,
       *> F = freight charge
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
       *> Order number and line - the record key
       02 ODOrderKey.
           03 ODOrderNum PIC 9(08).
       02 SEClosingBalance PIC S9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 SEEmail PIC X(30).
       02 FILLER PIC X VALUE SPACE.
       02 SEMinimumDue PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 SEDueDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       *> Y = the due amount will be drafted, the customer sends nothing
       02 SEAutopay PIC X(01).

FD DeliveryRegister.
01 DeliveryLine PIC X(70).
           03 SALineNum PIC 9(03).
       02 SALineText PIC X(80).

*> Shared with MINDUECHK.cob, latefeeassess.cob and agingreport.cob
FD DueFile.
01 StatementDueRecord.
       02 SDKey.
           03 SDIDNum PIC 9(08).
           03 SDStmtMonth PIC 9(06).
       02 SDCycle PIC 9(01).
       02 SDStmtDate PIC 9(08).
       02 SDDueDate PIC 9(08).
       02 SDStmtBalance PIC S9(7)V99.
       02 SDMinimumDue PIC 9(7)V99.
       *> Y once latefeeassess.cob has charged for missing this minimum
       02 SDFeeFlag PIC X(01).
           88 SDFeeAssessed VALUE "Y".
       02 FILLER PIC X(20).

*> Must match autopayenroll.cob's AutopayRecord layout
FD AutopayFile.
01 AutopayRecord.
       02 APIDNum PIC 9(08).
       *> Bank details - not used here, carried for layout fit
       02 FILLER PIC X(26).
       02 APDraftType PIC X(01).
       02 APFixedAmount PIC 9(7)V99.
       02 APStartDate PIC 9(08).
       02 APStopDate PIC 9(08).
       02 APStatusFlag PIC X(01).
           88 AutopayActive VALUE "A".
       *> Return count through the reserved area - carried for fit
       02 FILLER PIC X(58).

*> Same CustomerData layout under scan names
FD CustomerScan.
01 HHCustomerData.
       02 FILLER PIC X(10).
       02 FILLER PIC X(42).
       02 HHHouseholdID PIC 9(08).
       02 FILLER PIC X(146).
       02 HHBillToParentID PIC 9(08).
       02 FILLER PIC X(15).

WORKING-STORAGE SECTION.
*> Runtime selections - which month to state and which cycle to print
                  INDEXED BY SeenIdx.
           03 TabSeenHousehold PIC 9(08).
01 WSHouseholdSeen PIC X.
*> Bill-to families - every head office some active location bills to,
*> and whether the head office itself is active to take the statement.
*> A location prints on its parent's consolidated page, never its own,
*> unless the parent has gone.
01 WSParentCount PIC 9(05) VALUE ZERO.
01 BillToParentTable.
       02 ParentEntry OCCURS 0 TO 9999 TIMES DEPENDING ON WSParentCount
                  INDEXED BY ParentIdx.
           03 TabParentID PIC 9(08).
           03 TabParentActive PIC X(01).
01 WSParentFound PIC X.
01 WSIsParent PIC X VALUE "N".
01 WSSubtotalMode PIC X VALUE "N".
01 WSFamilyParentID PIC 9(08).
01 WSParentImage PIC X(304).
01 WSFamilyOpening PIC S9(7)V99.
01 WSFamilyClosing PIC S9(7)V99.
01 WSFamilyMinimum PIC 9(7)V99.
01 WSFamilyDueDate PIC 9(08).
01 WSConsolidatedCount PIC 9(8) VALUE ZERO.
01 WSLocationSkipped PIC 9(8) VALUE ZERO.
01 StmtConsolidatedLine.
       02 FILLER PIC X(40)
           VALUE "Consolidated Statement - All Locations".
01 WSCurrentHousehold PIC 9(08).
*> The head customer's IDNum unedited - StmtHeadID is a display-edited
*> field and can't be compared against a plain 9(8)
       02 FILLER PIC X(2) VALUE SPACE.
       02 StmtMoneyLabel PIC X(18).
       02 StmtMoneyAmount PIC $$,$$$,$$9.99CR.
01 StmtDueLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(18) VALUE "Payment Due.....: ".
       02 StmtDueDate PIC 99/99/9999.
*> Payment terms - the grace days and the minimum rule are RunParams
*> tunables; the minimum percent is whole percent, the floor whole
*> dollars
01 WSDueDays PIC 9(03) VALUE 25.
01 WSMinPercent PIC 9(03) VALUE 3.
01 WSMinFloor PIC 9(7)V99 VALUE 25.00.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
01 WSDueOpen PIC X VALUE "N".
01 WSAutopayOpen PIC X VALUE "N".
*> Y when an active enrollment covers this statement's due date
01 WSAutopayScheduled PIC X.
*> The statement day falls in the month after the statement month,
*> three days apart per cycle so the cycles spread the mail
01 WSStmtDate PIC 9(08).
01 WSStmtDateParts REDEFINES WSStmtDate.
       02 WSStmtDateYear PIC 9(04).
       02 WSStmtDateMonth PIC 9(02).
       02 WSStmtDateDay PIC 9(02).
01 WSDueDate PIC 9(08).
01 WSMinimumDue PIC 9(7)V99.
01 WSCycleDay PIC 9(01).
01 StmtOrderLine.
       02 FILLER PIC X(4) VALUE SPACE.
       02 StmtOrdDate PIC 99/99/9999.
01 WSExtractStatus PIC X(02).
01 WSDeliveryStatus PIC X(02).
01 WSMessageFileStatus PIC X(02).
01 WSDueFileStatus PIC X(02).
01 WSAutopayFileStatus PIC X(02).
*> The in-range messages loaded once - one slot per active entry,
*> with a sent-to count per message for the run summary
01 WSMsgCount PIC 9(02) VALUE ZERO.
           DISPLAY "Warning: StatementDelivery.rpt Open Status "
               WSDeliveryStatus
       END-IF
       PERFORM LoadPaymentTerms
       OPEN I-O DueFile.
       IF WSDueFileStatus = "35"
           OPEN OUTPUT DueFile
           CLOSE DueFile
           OPEN I-O DueFile
       END-IF
       IF WSDueFileStatus NOT = "00"
           DISPLAY "Warning: StatementDue.dat Open Status "
               WSDueFileStatus
       ELSE
           MOVE "Y" TO WSDueOpen
       END-IF
       MOVE "N" TO WSAutopayOpen
       OPEN INPUT AutopayFile.
       IF WSAutopayFileStatus = "00"
           MOVE "Y" TO WSAutopayOpen
       END-IF
       PERFORM LoadCycleMessages
       PERFORM LoadBillToParents
       MOVE "STATEMENT DELIVERY REGISTER" TO DeliveryLine
       WRITE DeliveryLine
       MOVE "===========================" TO DeliveryLine
           AT END SET WSEOF TO TRUE
       END-READ
       PERFORM UNTIL WSEOF
           PERFORM CheckBillToParent
           EVALUATE TRUE
               WHEN CustActive AND BillToParentID IS NUMERIC
                   AND BillToParentID > ZERO AND WSParentFound = "Y"
                   *> The location's figures print on the parent's page
                   ADD 1 TO WSLocationSkipped
               WHEN CustActive AND NOT MailUndeliverable AND
                   (WSRunCycle = ZERO OR StmtCycleCode = WSRunCycle)
                   PERFORM CheckHousehold
                   IF WSHouseholdSeen = "N"
                       PERFORM DeliverOneStatement
                   END-IF
               WHEN CustActive AND MailUndeliverable
                   ADD 1 TO WSUndeliverableCount
           END-EVALUATE
           READ CustomerFile
               AT END SET WSEOF TO TRUE
           END-READ
       IF WSSummaryOpen = "Y"
           CLOSE BalanceSummary
       END-IF
       IF WSDueOpen = "Y"
           CLOSE DueFile
       END-IF
       IF WSAutopayOpen = "Y"
           CLOSE AutopayFile
       END-IF
       CLOSE CustomerFile, StatementReport, StatementArchive,
           StatementExtract, DeliveryRegister.
       DISPLAY " "
       DISPLAY "  Paper Pages.....: " WSPaperCount
       DISPLAY "  Electronic......: " WSElectronicCount
       DISPLAY "  Both Channels...: " WSBothCount
       DISPLAY "  Consolidated....: " WSConsolidatedCount
       DISPLAY "Locations On Parent Statements: " WSLocationSkipped
       PERFORM SummarizeOneMessage VARYING MsgIdx FROM 1 BY 1
           UNTIL MsgIdx > WSMsgCount
       DISPLAY "Suppressed - Undeliverable Address: "
       MOVE WSOpeningBalance TO SEOpeningBalance
       MOVE AccountBalance TO SEClosingBalance
       MOVE Email TO SEEmail
       PERFORM ComputeDueTerms
       MOVE WSMinimumDue TO SEMinimumDue
       MOVE WSDueDate TO SEDueDate
       MOVE WSAutopayScheduled TO SEAutopay
       *> A head office is sent what the whole family owes
       IF WSIsParent = "Y"
           PERFORM SumFamilyFigures
           MOVE WSFamilyOpening TO SEOpeningBalance
           MOVE WSFamilyClosing TO SEClosingBalance
           MOVE WSFamilyMinimum TO SEMinimumDue
       END-IF
       WRITE ExtractRecord.

*> The parent's own figures plus every active location's, for the
*> electronic extract - the parent's record is put back afterwards
SumFamilyFigures.
       MOVE WSOpeningBalance TO WSFamilyOpening
       MOVE AccountBalance TO WSFamilyClosing
       MOVE WSMinimumDue TO WSFamilyMinimum
       MOVE CustomerData TO WSParentImage
       MOVE IDNum TO WSFamilyParentID
       OPEN INPUT CustomerScan
       IF WSCustomerScanStatus = "00"
           READ CustomerScan
               AT END SET HHEOF TO TRUE
           END-READ
           PERFORM UNTIL HHEOF
               IF HHStatusFlag = "A" AND HHBillToParentID IS NUMERIC
                   AND HHBillToParentID = WSFamilyParentID
                   MOVE HHCustomerData TO CustomerData
                   PERFORM FindOpeningBalance
                   PERFORM ComputeDueTerms
                   ADD WSOpeningBalance TO WSFamilyOpening
                   ADD AccountBalance TO WSFamilyClosing
                   ADD WSMinimumDue TO WSFamilyMinimum
               END-IF
               READ CustomerScan
                   AT END SET HHEOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE CustomerScan
       END-IF
       MOVE WSParentImage TO CustomerData.

*> One statement page: heading, opening balance, order lines, payments,
*> closing balance. A household head gets a combined mailing - the rest
*> of the house prints under the same page heading.
       PERFORM PurgeArchivedPage
       WRITE StatementLine FROM StmtHeadLine AFTER ADVANCING PAGE
       PERFORM ArchiveStatementLine
       IF WSIsParent = "Y"
           ADD 1 TO WSConsolidatedCount
           MOVE "Y" TO WSSubtotalMode
           WRITE StatementLine FROM StmtConsolidatedLine
               AFTER ADVANCING 1 LINE
           PERFORM ArchiveStatementLine
       END-IF
       IF WSHouseholdMode = "Y" AND HouseholdID IS NUMERIC
           AND HouseholdID > ZERO
           MOVE LastName TO StmtHHLastName
           PERFORM ArchiveStatementLine
       END-IF
       PERFORM PrintOneStatementBody
       IF WSIsParent = "Y"
           PERFORM PrintFamilyLocations
       END-IF
       IF WSHouseholdMode = "Y" AND HouseholdID IS NUMERIC
           AND HouseholdID > ZERO
           PERFORM PrintOtherHouseholdMembers
       PERFORM ArchiveStatementLine
       PERFORM PrintMonthOrderLines
       PERFORM PrintMonthPayments
       IF WSSubtotalMode = "Y"
           MOVE "Location Subtotal:" TO StmtMoneyLabel
       ELSE
           MOVE "Closing Balance.: " TO StmtMoneyLabel
       END-IF
       MOVE AccountBalance TO StmtMoneyAmount
       WRITE StatementLine FROM StmtMoneyLine AFTER ADVANCING 2 LINES
       PERFORM ArchiveStatementLine
       PERFORM ComputeDueTerms
       IF WSMinimumDue > ZERO
           MOVE "Minimum Due.....: " TO StmtMoneyLabel
           MOVE WSMinimumDue TO StmtMoneyAmount
           WRITE StatementLine FROM StmtMoneyLine
               AFTER ADVANCING 1 LINE
           PERFORM ArchiveStatementLine
           MOVE WSDueDate TO WSRawDate
           PERFORM EditRawDate
           MOVE WSDispDateNum TO StmtDueDate
           WRITE StatementLine FROM StmtDueLine
               AFTER ADVANCING 1 LINE
           PERFORM ArchiveStatementLine
           IF WSAutopayScheduled = "Y"
               MOVE SPACES TO StatementLine
               MOVE "  Autopay Scheduled - Drafted On The Due Date"
                   TO StatementLine
               WRITE StatementLine AFTER ADVANCING 1 LINE
               PERFORM ArchiveStatementLine
           END-IF
       ELSE
           MOVE SPACES TO StatementLine
           MOVE "  No Payment Due" TO StatementLine
           WRITE StatementLine AFTER ADVANCING 1 LINE
           PERFORM ArchiveStatementLine
       END-IF.

*> Grace days and the minimum rule, read once per run
LoadPaymentTerms.
       MOVE "STMTDUEDAYS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue < 1000
           MOVE WSParamValue TO WSDueDays
       END-IF
       MOVE "STMTMINPCT" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue NOT > 100
           MOVE WSParamValue TO WSMinPercent
       END-IF
       MOVE "STMTMINFLOOR" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y"
           MOVE WSParamValue TO WSMinFloor
       END-IF.

*> Statement date, due date and minimum for whichever customer sits in
*> CustomerData, recorded against the statement month. The minimum is
*> the percent of the balance, never under the floor, never over the
*> balance itself; nothing is due on a zero or credit balance.
ComputeDueTerms.
       MOVE StmtCycleCode TO WSCycleDay
       IF StmtCycleCode IS NOT NUMERIC OR StmtCycleCode = ZERO
           MOVE 1 TO WSCycleDay
       END-IF
       MOVE WSStmtYear TO WSStmtDateYear
       MOVE WSStmtMM TO WSStmtDateMonth
       IF WSStmtDateMonth = 12
           ADD 1 TO WSStmtDateYear
           MOVE 1 TO WSStmtDateMonth
       ELSE
           ADD 1 TO WSStmtDateMonth
       END-IF
       COMPUTE WSStmtDateDay = WSCycleDay * 3
       COMPUTE WSDueDate = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WSStmtDate) + WSDueDays)
       IF AccountBalance NOT > ZERO
           MOVE ZERO TO WSMinimumDue
       ELSE
           COMPUTE WSMinimumDue ROUNDED =
               AccountBalance * WSMinPercent / 100
           IF WSMinimumDue < WSMinFloor
               MOVE WSMinFloor TO WSMinimumDue
           END-IF
           IF WSMinimumDue > AccountBalance
               MOVE AccountBalance TO WSMinimumDue
           END-IF
       END-IF
       IF WSDueOpen = "Y"
           PERFORM StoreDueTerms
       END-IF
       PERFORM CheckAutopay.

*> An active enrollment whose start and stop dates take in the due
*> date means the draft run pays this statement
CheckAutopay.
       MOVE "N" TO WSAutopayScheduled
       IF WSAutopayOpen = "N" OR WSMinimumDue = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE IDNum TO APIDNum
       READ AutopayFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF AutopayActive AND APStartDate NOT > WSDueDate
                   AND (APStopDate = ZERO OR APStopDate NOT < WSDueDate)
                   MOVE "Y" TO WSAutopayScheduled
               END-IF
       END-READ.

*> A rerun of the month restates the terms but keeps the fee mark, so
*> a missed minimum is never charged twice
StoreDueTerms.
       MOVE IDNum TO SDIDNum
       MOVE WSStmtMonth TO SDStmtMonth
       READ DueFile
           INVALID KEY
               MOVE SPACES TO StatementDueRecord
               MOVE IDNum TO SDIDNum
               MOVE WSStmtMonth TO SDStmtMonth
               PERFORM FillDueRecord
               WRITE StatementDueRecord
                   INVALID KEY
                       DISPLAY "Warning: StatementDue.dat Write Failed "
                           IDNum
               END-WRITE
           NOT INVALID KEY
               PERFORM FillDueRecord
               REWRITE StatementDueRecord
                   INVALID KEY
                       DISPLAY "Warning: StatementDue.dat Rewrite "
                           "Failed " IDNum
               END-REWRITE
       END-READ.

FillDueRecord.
       MOVE WSCycleDay TO SDCycle
       MOVE WSStmtDate TO SDStmtDate
       MOVE WSDueDate TO SDDueDate
       MOVE AccountBalance TO SDStmtBalance
       MOVE WSMinimumDue TO SDMinimumDue.

*> The rest of the house, fetched off the scan copy of the master and
*> printed under the same heading so one envelope covers everybody
           CLOSE CustomerScan
       END-IF.

*> Every location billing to this head office prints its own body
*> under the parent's heading with a subtotal, and the page closes on
*> what the family owes in all - due on the parent's date
PrintFamilyLocations.
       MOVE AccountBalance TO WSFamilyClosing
       MOVE WSMinimumDue TO WSFamilyMinimum
       MOVE WSDueDate TO WSFamilyDueDate
       MOVE CustomerData TO WSParentImage
       MOVE IDNum TO WSFamilyParentID
       OPEN INPUT CustomerScan
       IF WSCustomerScanStatus = "00"
           READ CustomerScan
               AT END SET HHEOF TO TRUE
           END-READ
           PERFORM UNTIL HHEOF
               IF HHStatusFlag = "A" AND HHBillToParentID IS NUMERIC
                   AND HHBillToParentID = WSFamilyParentID
                   MOVE HHCustomerData TO CustomerData
                   PERFORM PrintOneStatementBody
                   ADD AccountBalance TO WSFamilyClosing
                   ADD WSMinimumDue TO WSFamilyMinimum
               END-IF
               READ CustomerScan
                   AT END SET HHEOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE CustomerScan
       END-IF
       MOVE WSParentImage TO CustomerData
       MOVE "N" TO WSSubtotalMode
       MOVE "Family Balance..: " TO StmtMoneyLabel
       MOVE WSFamilyClosing TO StmtMoneyAmount
       WRITE StatementLine FROM StmtMoneyLine AFTER ADVANCING 2 LINES
       PERFORM ArchiveStatementLine
       IF WSFamilyMinimum > ZERO
           MOVE "Family Min Due..: " TO StmtMoneyLabel
           MOVE WSFamilyMinimum TO StmtMoneyAmount
           WRITE StatementLine FROM StmtMoneyLine
               AFTER ADVANCING 1 LINE
           PERFORM ArchiveStatementLine
           MOVE WSFamilyDueDate TO WSRawDate
           PERFORM EditRawDate
           MOVE WSDispDateNum TO StmtDueDate
           WRITE StatementLine FROM StmtDueLine
               AFTER ADVANCING 1 LINE
           PERFORM ArchiveStatementLine
       END-IF.

*> One pass of the scan copy before the run: every parent an active
*> location names goes in the table, then a second pass marks the
*> parents that are themselves active and so will take the page
LoadBillToParents.
       OPEN INPUT CustomerScan
       IF WSCustomerScanStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ CustomerScan
           AT END SET HHEOF TO TRUE
       END-READ
       PERFORM UNTIL HHEOF
           IF HHStatusFlag = "A" AND HHBillToParentID IS NUMERIC
               AND HHBillToParentID > ZERO
               MOVE HHBillToParentID TO WSFamilyParentID
               PERFORM FindParentEntry
               IF WSParentFound = "N" AND WSParentCount < 9999
                   ADD 1 TO WSParentCount
                   MOVE HHBillToParentID TO TabParentID(WSParentCount)
                   MOVE "N" TO TabParentActive(WSParentCount)
               END-IF
           END-IF
           READ CustomerScan
               AT END SET HHEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE CustomerScan
       IF WSParentCount = ZERO
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT CustomerScan
       READ CustomerScan
           AT END SET HHEOF TO TRUE
       END-READ
       PERFORM UNTIL HHEOF
           IF HHStatusFlag = "A"
               MOVE HHIDNum TO WSFamilyParentID
               PERFORM FindParentEntry
               IF WSParentFound = "Y"
                   MOVE "Y" TO TabParentActive(ParentIdx)
               END-IF
           END-IF
           READ CustomerScan
               AT END SET HHEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE CustomerScan.

*> Sets ParentIdx on the entry for WSFamilyParentID when there is one
FindParentEntry.
       MOVE "N" TO WSParentFound
       PERFORM VARYING ParentIdx FROM 1 BY 1
           UNTIL ParentIdx > WSParentCount OR WSParentFound = "Y"
           IF TabParentID(ParentIdx) = WSFamilyParentID
               MOVE "Y" TO WSParentFound
           END-IF
       END-PERFORM
       IF WSParentFound = "Y"
           SET ParentIdx DOWN BY 1
       END-IF.

*> For the customer in hand: is it a head office with active locations
*> (WSIsParent), and for a location, is its parent active to take the
*> page (WSParentFound)
CheckBillToParent.
       MOVE "N" TO WSIsParent
       MOVE IDNum TO WSFamilyParentID
       PERFORM FindParentEntry
       IF WSParentFound = "Y"
           MOVE "Y" TO WSIsParent
       END-IF
       MOVE "N" TO WSParentFound
       IF BillToParentID IS NUMERIC AND BillToParentID > ZERO
           MOVE BillToParentID TO WSFamilyParentID
           PERFORM FindParentEntry
           IF WSParentFound = "Y"
               MOVE TabParentActive(ParentIdx) TO WSParentFound
           END-IF
       END-IF.

*> In household mode the first member seen heads the combined mailing -
*> the rest of the household is checked off and skipped by the main walk
CheckHousehold.
           WRITE StatementLine AFTER ADVANCING 1 LINE
           PERFORM ArchiveStatementLine
       END-IF
       IF ODLineIsDiscount
           MOVE "      (Promotion Discount - Amount Credited)"
               TO StatementLine
           WRITE StatementLine AFTER ADVANCING 1 LINE
           PERFORM ArchiveStatementLine
       END-IF
       *> Freight is a charge like any sale line - name it so it isn't
       *> mistaken for goods
       IF ODLineIsFreight
           MOVE "      (Freight - Shipping Charge)" TO StatementLine
           WRITE StatementLine AFTER ADVANCING 1 LINE
           PERFORM ArchiveStatementLine
       END-IF
       IF ODLineIsGiftCert
           MOVE "      (Gift Certificates - Stored Value, Untaxed)"
               TO StatementLine
           WRITE StatementLine AFTER ADVANCING 1 LINE
           PERFORM ArchiveStatementLine
       END-IF
       *> Cancelled before it shipped - any charge already posted was
       *> reversed by the posting run
       IF ODLineCancelled
           MOVE "      (Cancelled - No Charge)" TO StatementLine
           WRITE StatementLine AFTER ADVANCING 1 LINE
           PERFORM ArchiveStatementLine
       END-IF
       *> The band explains why the same product prices two ways on
       *> two statements
       IF ODPriceBand = "1" OR ODPriceBand = "2"
           END-STRING
           WRITE StatementLine AFTER ADVANCING 1 LINE
           PERFORM ArchiveStatementLine
       END-IF
       IF ODPriceBand = "C"
           MOVE "      (Contract Price)" TO StatementLine
           WRITE StatementLine AFTER ADVANCING 1 LINE
           PERFORM ArchiveStatementLine
       END-IF.

*> Every payment the ledger recorded for this customer inside the month
           PERFORM UNTIL BHEOF
               COMPUTE WSEntryMonth = BHDate / 100
               IF BHIDNum = IDNum AND WSEntryMonth = WSStmtMonth
                   AND (BHSource = "PAYMENT" OR BHSource = "GCREDEEM")
                   PERFORM PrintOnePayment
               END-IF
               READ BalanceHistory
                   MOVE "N" TO WSMoreLedger
               ELSE
                   IF WSLedgerMonth = WSStmtMonth
                       AND (BLSource = "PAYMENT"
                           OR BLSource = "GCREDEEM")
                       PERFORM PrintOneKeyedPayment
                   END-IF
               END-IF
