       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    annualsummary.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Year-end annual account summary: for every customer, the year's
*> movements on the keyed ledger (BalanceLedger.dat) are rolled up by
*> movement source - purchases, payments, interest charged, late fees,
*> and fees waived headline the summary, everything else lands in one
*> Other Activity line so opening plus activity proves to closing.
*> Delivery follows StmtDeliveryCode exactly as the monthly statement
*> run does: a paper page in AnnualSummary.rpt, a record on
*> AnnualSummaryExtract.dat for the electronic customers, or both. An
*> inactive account or a suppressed (undeliverable) address gets no
*> summary, and a deceased customer's goes to the estate contact.
*> Every customer's movements still count toward the control totals on
*> AnnualControl.rpt, which prove the year by source against what the
*> GL feed (gljournalexport.cob) was given - the same magnitudes summed
*> off BalanceHistory.dat and its trimmed BalanceHistoryGen.dat
*> generation. Any source out of tie ends the run with a non-zero
*> return code. Run by hand once the year has closed.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Walk the live master sequentially by primary key
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> One customer's year comes straight off the ledger key
       SELECT BalanceLedger ASSIGN TO "BalanceLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLKey
           FILE STATUS IS WSBalanceLedgerStatus.
       *> The hot file and its trimmed generation - what the GL was fed
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.
       SELECT HistoryGen ASSIGN TO "BalanceHistoryGen.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistoryGenStatus.
       SELECT SummaryReport ASSIGN TO "AnnualSummary.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSummaryReportStatus.
       *> The electronic customers' figures, one record apiece, with
       *> the email the delivery system sends to
       SELECT SummaryExtract ASSIGN TO "AnnualSummaryExtract.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExtractStatus.
       SELECT ControlReport ASSIGN TO "AnnualControl.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSControlReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       *> Define End of File
       88 WSEOF VALUE HIGH-VALUE.
       02 StatusFlag PIC X(01).
           88 CustActive VALUE "A".
       02 AcctStatusCode PIC X(01).
       02 DateOfBirth PIC 9(08).
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle through household link - carried for fit
       02 FILLER PIC X(61).
       *> Phone - carried for layout fit
       02 FILLER PIC X(10).
       *> Where the electronic summary goes
       02 Email PIC X(30).
       *> Account type through recovered amount - carried for fit
       02 FILLER PIC X(36).
       *> U = address known undeliverable (returned mail or NCOA
       *> suppression) - nothing is mailed until a good address is on
       02 MailReturnFlag PIC X(01).
           88 MailUndeliverable VALUE "U".
       *> ZIP+4 and contact preferences - carried for layout fit
       02 FILLER PIC X(07).
       *> The summary redirects to the estate contact once marked
       02 DeceasedFlag PIC X(01).
           88 CustDeceased VALUE "Y".
       02 DateOfDeath PIC 9(08).
       02 EstateName PIC X(30).
       *> Dormant flag and merged-into marker - carried for fit
       02 FILLER PIC X(09).
       *> P (or space) paper, E electronic, B both
       02 StmtDeliveryCode PIC X(01).
           88 StmtByEmail VALUE "E".
           88 StmtByBoth VALUE "B".
       *> Loyalty through territory - carried for layout fit
       02 FILLER PIC X(25).
       *> Reserved for future fields - see randomlyaccessdata.cob's
       *> CustomerData for the field carve-out
       02 FILLER PIC X(11).

*> Must match ledgerupdate.cob's BalanceLedgerRecord layout
FD BalanceLedger.
01 BalanceLedgerRecord.
       02 BLKey.
           03 BLIDNum PIC 9(08).
           03 BLDate PIC 9(08).
           03 BLSeq PIC 9(04).
       02 BLSource PIC X(12).
       02 BLOldBalance PIC S9(7)V99.
       02 BLAmount PIC S9(7)V99.
       02 BLNewBalance PIC S9(7)V99.
       02 BLReference PIC X(12).
       02 BLMethod PIC X(01).
       02 FILLER PIC X(10).

*> Must match orderposting.cob's BalanceHistoryRecord layout
FD BalanceHistory.
01 BalanceHistoryRecord.
       02 BHIDNum PIC 9(8).
       02 FILLER PIC X.
       *> Define End of File
       88 BHEOF VALUE HIGH-VALUES.
       02 BHDate PIC 9(08).
       02 BHDateParts REDEFINES BHDate.
           03 BHYear PIC 9(04).
           03 BHMonthDay PIC 9(04).
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

*> Same shape as the hot file - ledgerupdate.cob spills it verbatim
FD HistoryGen.
01 HistoryGenRecord PIC X(120).

FD SummaryReport.
01 SummaryLine PIC X(80).

FD SummaryExtract.
01 ExtractRecord.
       02 AXIDNum PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 AXYear PIC 9(04).
       02 FILLER PIC X VALUE SPACE.
       02 AXEmail PIC X(30).
       02 FILLER PIC X VALUE SPACE.
       02 AXOpeningBalance PIC S9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 AXPurchases PIC S9(9)V99.
       02 FILLER PIC X VALUE SPACE.
       02 AXPayments PIC S9(9)V99.
       02 FILLER PIC X VALUE SPACE.
       02 AXInterest PIC S9(9)V99.
       02 FILLER PIC X VALUE SPACE.
       02 AXLateFees PIC S9(9)V99.
       02 FILLER PIC X VALUE SPACE.
       02 AXFeesWaived PIC S9(9)V99.
       02 FILLER PIC X VALUE SPACE.
       02 AXOtherActivity PIC S9(9)V99.
       02 FILLER PIC X VALUE SPACE.
       02 AXClosingBalance PIC S9(7)V99.

FD ControlReport.
01 ControlLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSRunDate PIC 9(08).
01 WSRunParts REDEFINES WSRunDate.
       02 WSRunYear PIC 9(04).
       02 WSRunMonthDay PIC 9(04).
*> The year being summarized, and its first and last ledger dates
01 WSYear PIC 9(04).
01 WSYearStart PIC 9(08).
01 WSYearEnd PIC 9(08).
*> Movement categories - the BHSource values gljournalexport.cob maps,
*> in arrollforward.cob's order. Net is the signed year across every
*> customer, Posted the ledger's magnitudes, GLFed the magnitudes the
*> GL feed summed, Cust the customer in hand's signed year.
01 CategoryTable.
       02 CategoryEntry OCCURS 26 TIMES INDEXED BY CatIdx.
           03 CatSource PIC X(12).
           03 CatLabel PIC X(22).
           03 CatNet PIC S9(11)V99.
           03 CatPosted PIC S9(11)V99.
           03 CatGLFed PIC S9(11)V99.
           03 CatCust PIC S9(9)V99.
01 WSCategoryCount PIC 9(02) VALUE 26.
01 WSCatFound PIC X.
01 WSCatSlot PIC 9(02).
01 WSSourceToFind PIC X(12).
*> Slots of the headline sources in the table above
01 WSPurchaseSlot PIC 9(02) VALUE 1.
01 WSPaymentSlot PIC 9(02) VALUE 4.
01 WSLateFeeSlot PIC 9(02) VALUE 12.
01 WSWaiverSlot PIC 9(02) VALUE 13.
01 WSInterestSlot PIC 9(02) VALUE 14.
01 WSMoveMagnitude PIC S9(7)V99.
*> The customer in hand's year
01 WSCustMoves PIC 9(05).
01 WSCustOpening PIC S9(7)V99.
01 WSCustClosing PIC S9(7)V99.
01 WSCustNet PIC S9(9)V99.
01 WSCustPayments PIC S9(9)V99.
01 WSCustWaived PIC S9(9)V99.
01 WSCustOther PIC S9(9)V99.
01 WSMoreLedger PIC X.
01 WSMoreHistory PIC X.
*> Run counts
01 WSCustomersRead PIC 9(08) VALUE ZERO.
01 WSNoActivityCount PIC 9(08) VALUE ZERO.
01 WSInactiveCount PIC 9(08) VALUE ZERO.
01 WSUndeliverableCount PIC 9(08) VALUE ZERO.
01 WSSummaryCount PIC 9(08) VALUE ZERO.
01 WSPaperCount PIC 9(08) VALUE ZERO.
01 WSElectronicCount PIC 9(08) VALUE ZERO.
01 WSBothCount PIC 9(08) VALUE ZERO.
01 WSLedgerMoves PIC 9(08) VALUE ZERO.
01 WSHistoryMoves PIC 9(08) VALUE ZERO.
01 WSOutOfTie PIC 9(02) VALUE ZERO.
01 WSTotalNet PIC S9(11)V99 VALUE ZERO.
01 WSTotalPosted PIC S9(11)V99 VALUE ZERO.
01 WSTotalGLFed PIC S9(11)V99 VALUE ZERO.
01 WSDifference PIC S9(11)V99.
01 WSEditedCount PIC ZZZZZZZ9.
*> The summary page
01 SumHeadLine.
       02 FILLER PIC X(25) VALUE "ANNUAL ACCOUNT SUMMARY - ".
       02 SumHeadYear PIC 9(04).
       02 FILLER PIC X(20) VALUE SPACE.
       02 FILLER PIC X(09) VALUE "Account: ".
       02 SumHeadID PIC 9(08).
01 SumNameLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 SumFirstName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 SumLastName PIC X(15).
01 SumEstateLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(20) VALUE "C/O Estate Of.....: ".
       02 SumEstateName PIC X(30).
01 SumMoneyLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 SumMoneyLabel PIC X(22).
       02 SumMoneyAmount PIC $$$,$$$,$$9.99CR.
*> The control report - one line per source, then the totals
01 ControlHeading.
       02 FILLER PIC X(22) VALUE "SOURCE".
       02 FILLER PIC X(17) VALUE "   NET FOR YEAR  ".
       02 FILLER PIC X(17) VALUE "  LEDGER POSTED  ".
       02 FILLER PIC X(17) VALUE "         GL FED  ".
       02 FILLER PIC X(17) VALUE "     DIFFERENCE  ".
01 ControlDetailLine.
       02 CtlLabel PIC X(22).
       02 CtlNet PIC ZZZ,ZZZ,ZZ9.99-.
       02 FILLER PIC X(2) VALUE SPACE.
       02 CtlPosted PIC ZZZ,ZZZ,ZZ9.99-.
       02 FILLER PIC X(2) VALUE SPACE.
       02 CtlGLFed PIC ZZZ,ZZZ,ZZ9.99-.
       02 FILLER PIC X(2) VALUE SPACE.
       02 CtlDifference PIC ZZZ,ZZZ,ZZ9.99-.
       02 CtlFlag PIC X(02).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSBalanceLedgerStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
01 WSHistoryGenStatus PIC X(02).
01 WSSummaryReportStatus PIC X(02).
01 WSExtractStatus PIC X(02).
01 WSControlReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "annualsummary".
*> Contact-history staging - see CONTACTLOG.cob
01 WSContactChannel PIC X(01).
01 WSContactDoc PIC X(12) VALUE "ANNUALSUMM".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       DISPLAY "Summary Year (YYYY, blank for last year): "
           WITH NO ADVANCING.
       ACCEPT WSYear.
       IF WSYear IS NOT NUMERIC OR WSYear = ZERO
           COMPUTE WSYear = WSRunYear - 1
       END-IF
       COMPUTE WSYearStart = WSYear * 10000 + 101
       COMPUTE WSYearEnd = WSYear * 10000 + 1231
       PERFORM InitCategoryTable
       *> Without the keyed ledger there is nothing to summarize from
       OPEN INPUT BalanceLedger.
       IF WSBalanceLedgerStatus NOT = "00"
           DISPLAY "BalanceLedger.dat Open Status "
               WSBalanceLedgerStatus " - Annual Summary Not Run"
           MOVE 8 TO WSOpsRC
           MOVE "NO LEDGER" TO WSOpsCounts
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       OPEN OUTPUT SummaryReport.
       IF WSSummaryReportStatus NOT = "00"
           DISPLAY "Warning: AnnualSummary.rpt Open Status "
               WSSummaryReportStatus
       END-IF
       OPEN OUTPUT SummaryExtract.
       IF WSExtractStatus NOT = "00"
           DISPLAY "Warning: AnnualSummaryExtract.dat Open Status "
               WSExtractStatus
       END-IF
       READ CustomerFile
           AT END SET WSEOF TO TRUE
       END-READ
       PERFORM UNTIL WSEOF
           ADD 1 TO WSCustomersRead
           PERFORM GatherCustomerYear
           EVALUATE TRUE
               WHEN WSCustMoves = ZERO
                   ADD 1 TO WSNoActivityCount
               WHEN NOT CustActive
                   ADD 1 TO WSInactiveCount
               WHEN MailUndeliverable
                   ADD 1 TO WSUndeliverableCount
               WHEN OTHER
                   PERFORM DeliverOneSummary
           END-EVALUATE
           READ CustomerFile
               AT END SET WSEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE CustomerFile, BalanceLedger, SummaryReport, SummaryExtract.
       PERFORM SumGLFeed
       PERFORM PrintControlReport
       DISPLAY " "
       IF WSOutOfTie = ZERO
           DISPLAY "ANNUAL SUMMARY RUN COMPLETE - LEDGER TIES TO GL FEED"
       ELSE
           DISPLAY "ANNUAL SUMMARY RUN - SOURCES OUT OF TIE: " WSOutOfTie
           MOVE 8 TO WSOpsRC
       END-IF
       DISPLAY "Summary Year..........: " WSYear
       DISPLAY "Summaries Delivered...: " WSSummaryCount
       DISPLAY "  Paper Pages.........: " WSPaperCount
       DISPLAY "  Electronic..........: " WSElectronicCount
       DISPLAY "  Both Channels.......: " WSBothCount
       DISPLAY "No Activity In Year...: " WSNoActivityCount
       DISPLAY "Inactive Accounts.....: " WSInactiveCount
       DISPLAY "Suppressed - Undeliverable Address: "
           WSUndeliverableCount
       MOVE SPACES TO WSOpsCounts
       STRING "YEAR " DELIMITED BY SIZE
           WSYear DELIMITED BY SIZE
           " SUMMARIES " DELIMITED BY SIZE
           WSSummaryCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> The same categories, in the same order, the GL feed maps - anything
*> else lands in Other so nothing is lost from the tie
InitCategoryTable.
       MOVE "ORDERPOST" TO CatSource(1)
       MOVE "Purchases" TO CatLabel(1)
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
           MOVE ZERO TO CatNet(CatIdx)
           MOVE ZERO TO CatPosted(CatIdx)
           MOVE ZERO TO CatGLFed(CatIdx)
       END-PERFORM.

*> WSSourceToFind's slot in the table - Other when it isn't mapped
FindCategorySlot.
       MOVE "N" TO WSCatFound
       MOVE WSCategoryCount TO WSCatSlot
       PERFORM VARYING CatIdx FROM 1 BY 1
           UNTIL CatIdx >= WSCategoryCount OR WSCatFound = "Y"
           IF CatSource(CatIdx) = WSSourceToFind
               SET WSCatSlot TO CatIdx
               MOVE "Y" TO WSCatFound
           END-IF
       END-PERFORM.

*> The customer's movements dated in the year, walked off the ledger
*> key - the first old balance opens the year, the last new balance
*> closes it
GatherCustomerYear.
       MOVE ZERO TO WSCustMoves
       MOVE ZERO TO WSCustNet
       MOVE ZERO TO WSCustOpening
       MOVE ZERO TO WSCustClosing
       PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > WSCategoryCount
           MOVE ZERO TO CatCust(CatIdx)
       END-PERFORM
       MOVE IDNum TO BLIDNum
       MOVE WSYearStart TO BLDate
       MOVE ZERO TO BLSeq
       MOVE "Y" TO WSMoreLedger
       START BalanceLedger KEY IS NOT LESS THAN BLKey
           INVALID KEY MOVE "N" TO WSMoreLedger
       END-START
       PERFORM UNTIL WSMoreLedger = "N"
           READ BalanceLedger NEXT RECORD
               AT END MOVE "N" TO WSMoreLedger
           END-READ
           IF WSMoreLedger = "Y"
               IF BLIDNum NOT = IDNum OR BLDate > WSYearEnd
                   MOVE "N" TO WSMoreLedger
               ELSE
                   PERFORM TallyOneLedgerMove
               END-IF
           END-IF
       END-PERFORM.

TallyOneLedgerMove.
       IF WSCustMoves = ZERO
           MOVE BLOldBalance TO WSCustOpening
       END-IF
       ADD 1 TO WSCustMoves
       ADD 1 TO WSLedgerMoves
       MOVE BLNewBalance TO WSCustClosing
       ADD BLAmount TO WSCustNet
       MOVE BLSource TO WSSourceToFind
       PERFORM FindCategorySlot
       ADD BLAmount TO CatCust(WSCatSlot)
       ADD BLAmount TO CatNet(WSCatSlot)
       MOVE BLAmount TO WSMoveMagnitude
       IF BLAmount < ZERO
           COMPUTE WSMoveMagnitude = ZERO - BLAmount
       END-IF
       ADD WSMoveMagnitude TO CatPosted(WSCatSlot).

*> Each account goes out through exactly the channel its delivery
*> code asks for - the page, the extract, or both
DeliverOneSummary.
       ADD 1 TO WSSummaryCount
       COMPUTE WSCustPayments = ZERO - CatCust(WSPaymentSlot)
       COMPUTE WSCustWaived = ZERO - CatCust(WSWaiverSlot)
       COMPUTE WSCustOther = WSCustNet - CatCust(WSPurchaseSlot)
           - CatCust(WSPaymentSlot) - CatCust(WSInterestSlot)
           - CatCust(WSLateFeeSlot) - CatCust(WSWaiverSlot)
       EVALUATE TRUE
           WHEN StmtByBoth
               ADD 1 TO WSBothCount
               PERFORM PrintOneSummary
               PERFORM WriteElectronicExtract
               MOVE "M" TO WSContactChannel
           WHEN StmtByEmail
               ADD 1 TO WSElectronicCount
               PERFORM WriteElectronicExtract
               MOVE "E" TO WSContactChannel
           WHEN OTHER
               ADD 1 TO WSPaperCount
               PERFORM PrintOneSummary
               MOVE "M" TO WSContactChannel
       END-EVALUATE
       *> The summary is a customer touch - it goes on the history
       CALL 'CONTACTLOG' USING WSOpsProgram, IDNum,
           WSContactChannel, WSContactDoc.

PrintOneSummary.
       MOVE WSYear TO SumHeadYear
       MOVE IDNum TO SumHeadID
       WRITE SummaryLine FROM SumHeadLine AFTER ADVANCING PAGE
       MOVE FirstName TO SumFirstName
       MOVE LastName TO SumLastName
       WRITE SummaryLine FROM SumNameLine AFTER ADVANCING 1 LINE
       *> A deceased customer's summary goes to the estate contact
       IF CustDeceased
           MOVE EstateName TO SumEstateName
           WRITE SummaryLine FROM SumEstateLine AFTER ADVANCING 1 LINE
       END-IF
       MOVE SPACES TO SummaryLine
       WRITE SummaryLine
       MOVE "Opening Balance.....: " TO SumMoneyLabel
       MOVE WSCustOpening TO SumMoneyAmount
       WRITE SummaryLine FROM SumMoneyLine AFTER ADVANCING 1 LINE
       MOVE SPACES TO SummaryLine
       WRITE SummaryLine
       MOVE "Purchases...........: " TO SumMoneyLabel
       MOVE CatCust(WSPurchaseSlot) TO SumMoneyAmount
       WRITE SummaryLine FROM SumMoneyLine AFTER ADVANCING 1 LINE
       MOVE "Payments Received...: " TO SumMoneyLabel
       MOVE WSCustPayments TO SumMoneyAmount
       WRITE SummaryLine FROM SumMoneyLine AFTER ADVANCING 1 LINE
       MOVE "Interest Charged....: " TO SumMoneyLabel
       MOVE CatCust(WSInterestSlot) TO SumMoneyAmount
       WRITE SummaryLine FROM SumMoneyLine AFTER ADVANCING 1 LINE
       MOVE "Late Fees...........: " TO SumMoneyLabel
       MOVE CatCust(WSLateFeeSlot) TO SumMoneyAmount
       WRITE SummaryLine FROM SumMoneyLine AFTER ADVANCING 1 LINE
       MOVE "Fees Waived.........: " TO SumMoneyLabel
       MOVE WSCustWaived TO SumMoneyAmount
       WRITE SummaryLine FROM SumMoneyLine AFTER ADVANCING 1 LINE
       MOVE "Other Activity......: " TO SumMoneyLabel
       MOVE WSCustOther TO SumMoneyAmount
       WRITE SummaryLine FROM SumMoneyLine AFTER ADVANCING 1 LINE
       MOVE "Closing Balance.....: " TO SumMoneyLabel
       MOVE WSCustClosing TO SumMoneyAmount
       WRITE SummaryLine FROM SumMoneyLine AFTER ADVANCING 2 LINES.

*> The same figures the page shows, plus the email - the delivery
*> system takes it from here. Payments and waivers go out as the
*> positive amounts the page prints.
WriteElectronicExtract.
       MOVE SPACES TO ExtractRecord
       MOVE IDNum TO AXIDNum
       MOVE WSYear TO AXYear
       MOVE Email TO AXEmail
       MOVE WSCustOpening TO AXOpeningBalance
       MOVE CatCust(WSPurchaseSlot) TO AXPurchases
       MOVE WSCustPayments TO AXPayments
       MOVE CatCust(WSInterestSlot) TO AXInterest
       MOVE CatCust(WSLateFeeSlot) TO AXLateFees
       MOVE WSCustWaived TO AXFeesWaived
       MOVE WSCustOther TO AXOtherActivity
       MOVE WSCustClosing TO AXClosingBalance
       WRITE ExtractRecord.

*> What the GL was fed for the year - gljournalexport.cob posts the
*> magnitude of every BalanceHistory movement under its source, and
*> the trimmed generation holds whatever has since left the hot file
SumGLFeed.
       OPEN INPUT BalanceHistory
       IF WSBalanceHistoryStatus NOT = "00"
           DISPLAY "Warning: BalanceHistory.dat Open Status "
               WSBalanceHistoryStatus
       ELSE
           MOVE "Y" TO WSMoreHistory
           PERFORM UNTIL WSMoreHistory = "N"
               READ BalanceHistory
                   AT END MOVE "N" TO WSMoreHistory
               END-READ
               IF WSMoreHistory = "Y"
                   PERFORM TallyOneFedMove
               END-IF
           END-PERFORM
           CLOSE BalanceHistory
       END-IF
       *> The generation only exists once the trim has been turned on
       OPEN INPUT HistoryGen
       IF WSHistoryGenStatus = "00"
           MOVE "Y" TO WSMoreHistory
           PERFORM UNTIL WSMoreHistory = "N"
               READ HistoryGen INTO BalanceHistoryRecord
                   AT END MOVE "N" TO WSMoreHistory
               END-READ
               IF WSMoreHistory = "Y"
                   PERFORM TallyOneFedMove
               END-IF
           END-PERFORM
           CLOSE HistoryGen
       END-IF.

TallyOneFedMove.
       IF BHAmount IS NUMERIC AND BHDate IS NUMERIC
           AND BHYear = WSYear
           ADD 1 TO WSHistoryMoves
           MOVE BHAmount TO WSMoveMagnitude
           IF BHAmount < ZERO
               COMPUTE WSMoveMagnitude = ZERO - BHAmount
           END-IF
           MOVE BHSource TO WSSourceToFind
           PERFORM FindCategorySlot
           ADD WSMoveMagnitude TO CatGLFed(WSCatSlot)
       END-IF.

*> One line per source: the customers' net for the year, the ledger's
*> magnitudes, what the GL was fed, and the difference - any source
*> whose ledger and feed disagree is flagged
PrintControlReport.
       OPEN OUTPUT ControlReport
       IF WSControlReportStatus NOT = "00"
           DISPLAY "Warning: AnnualControl.rpt Open Status "
               WSControlReportStatus
       END-IF
       MOVE SPACES TO ControlLine
       STRING "ANNUAL SUMMARY CONTROL TOTALS - " DELIMITED BY SIZE
           WSYear DELIMITED BY SIZE
           INTO ControlLine
       END-STRING
       WRITE ControlLine
       MOVE "======================================" TO ControlLine
       WRITE ControlLine
       WRITE ControlLine FROM ControlHeading
       PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > WSCategoryCount
           COMPUTE WSDifference = CatGLFed(CatIdx) - CatPosted(CatIdx)
           MOVE CatLabel(CatIdx) TO CtlLabel
           MOVE CatNet(CatIdx) TO CtlNet
           MOVE CatPosted(CatIdx) TO CtlPosted
           MOVE CatGLFed(CatIdx) TO CtlGLFed
           MOVE WSDifference TO CtlDifference
           MOVE SPACES TO CtlFlag
           IF WSDifference NOT = ZERO
               MOVE " *" TO CtlFlag
               ADD 1 TO WSOutOfTie
           END-IF
           WRITE ControlLine FROM ControlDetailLine
           ADD CatNet(CatIdx) TO WSTotalNet
           ADD CatPosted(CatIdx) TO WSTotalPosted
           ADD CatGLFed(CatIdx) TO WSTotalGLFed
       END-PERFORM
       MOVE SPACES TO ControlLine
       WRITE ControlLine
       COMPUTE WSDifference = WSTotalGLFed - WSTotalPosted
       MOVE "Total" TO CtlLabel
       MOVE WSTotalNet TO CtlNet
       MOVE WSTotalPosted TO CtlPosted
       MOVE WSTotalGLFed TO CtlGLFed
       MOVE WSDifference TO CtlDifference
       MOVE SPACES TO CtlFlag
       WRITE ControlLine FROM ControlDetailLine
       MOVE SPACES TO ControlLine
       WRITE ControlLine
       IF WSOutOfTie = ZERO
           MOVE "LEDGER TIES TO THE GL FEED FOR THE YEAR" TO ControlLine
       ELSE
           MOVE "*** SOURCES OUT OF TIE WITH THE GL FEED - INVESTIGATE ***"
               TO ControlLine
       END-IF
       WRITE ControlLine
       MOVE "  Card processor fees never touch a customer and are not"
           TO ControlLine
       WRITE ControlLine
       MOVE "  part of this tie - see the CARDFEE source in the GL feed"
           TO ControlLine
       WRITE ControlLine
       MOVE SPACES TO ControlLine
       WRITE ControlLine
       MOVE WSCustomersRead TO WSEditedCount
       MOVE SPACES TO ControlLine
       STRING "Customers Read........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ControlLine
       END-STRING
       WRITE ControlLine
       MOVE WSLedgerMoves TO WSEditedCount
       MOVE SPACES TO ControlLine
       STRING "Ledger Movements......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ControlLine
       END-STRING
       WRITE ControlLine
       MOVE WSHistoryMoves TO WSEditedCount
       MOVE SPACES TO ControlLine
       STRING "GL Feed Movements.....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ControlLine
       END-STRING
       WRITE ControlLine
       MOVE WSSummaryCount TO WSEditedCount
       MOVE SPACES TO ControlLine
       STRING "Summaries Delivered...: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ControlLine
       END-STRING
       WRITE ControlLine
       MOVE WSPaperCount TO WSEditedCount
       MOVE SPACES TO ControlLine
       STRING "  Paper Pages.........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ControlLine
       END-STRING
       WRITE ControlLine
       MOVE WSElectronicCount TO WSEditedCount
       MOVE SPACES TO ControlLine
       STRING "  Electronic..........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ControlLine
       END-STRING
       WRITE ControlLine
       MOVE WSBothCount TO WSEditedCount
       MOVE SPACES TO ControlLine
       STRING "  Both Channels.......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ControlLine
       END-STRING
       WRITE ControlLine
       MOVE WSNoActivityCount TO WSEditedCount
       MOVE SPACES TO ControlLine
       STRING "No Activity In Year...: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ControlLine
       END-STRING
       WRITE ControlLine
       MOVE WSInactiveCount TO WSEditedCount
       MOVE SPACES TO ControlLine
       STRING "Inactive - Not Sent...: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ControlLine
       END-STRING
       WRITE ControlLine
       MOVE WSUndeliverableCount TO WSEditedCount
       MOVE SPACES TO ControlLine
       STRING "Suppressed Address....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ControlLine
       END-STRING
       WRITE ControlLine
       CLOSE ControlReport.
