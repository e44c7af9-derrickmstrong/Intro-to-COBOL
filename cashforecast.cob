       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    cashforecast.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Treasury's thirteen-week cash receipts forecast, week by week from
*> the Monday of the run week, by source:
*>   PLANS    - installments of current payment plans (PaymentPlans.dat)
*>              from the next due date on, a month apart
*>   PROMISES - promises to pay logged in CollectionActivity.dat that
*>              fall due inside the horizon
*>   AUTOPAY  - scheduled bank debits: the undrafted statements on
*>              StatementDue.dat for every active autopay enrollment,
*>              then a month apart at the amount the customer chose
*>   INVOICES - everything else still open on InvoiceFile.dat, at the
*>              historical collection rate of its aging bucket
*> A customer is counted under one source only - plan before autopay
*> before promise before open invoices - and the customer sources never
*> forecast more than the undisputed balance owed. Invoices under open
*> dispute aren't forecast at all.
*> The collection rate of a bucket is worked from the keyed ledger
*> (BalanceLedger.dat, ledgerupdate.cob's keyed form of
*> BalanceHistory.dat): each customer's charges are paid off oldest
*> first, and the rate is the share of the dollars still open when a
*> charge reached the bucket's age that PAYMENT receipts collected in
*> the following thirteen weeks. Only charges old enough to have run the
*> full thirteen weeks count; a bucket with no such history falls back
*> to a standard rate.
*> Every run appends its thirteen weeks to CashForecast.dat, so the
*> report closes by comparing what was forecast for last week with the
*> PAYMENT receipts the ledger actually took in.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PlanFile ASSIGN TO "PaymentPlans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PLIDNum
           FILE STATUS IS WSPlanFileStatus.
       SELECT AutopayFile ASSIGN TO "AutopayEnrollment.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS APIDNum
           FILE STATUS IS WSAutopayFileStatus.
       SELECT DueFile ASSIGN TO "StatementDue.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDKey
           FILE STATUS IS WSDueFileStatus.
       SELECT CollectionFile ASSIGN TO "CollectionActivity.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CAKey
           FILE STATUS IS WSCollectionFileStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       SELECT InvoiceFile ASSIGN TO "InvoiceFile.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceFileStatus.
       SELECT DisputeFile ASSIGN TO "Disputes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSInvNumber
           ALTERNATE RECORD KEY IS DSIDNum WITH DUPLICATES
           FILE STATUS IS WSDisputeFileStatus.
       *> Walked in key order - one customer's movements oldest first
       SELECT BalanceLedger ASSIGN TO "BalanceLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BLKey
           FILE STATUS IS WSBalanceLedgerStatus.
       *> Every run's thirteen weeks, appended run after run
       SELECT ForecastHistory ASSIGN TO "CashForecast.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSForecastHistoryStatus.
       SELECT ForecastReport ASSIGN TO "CashForecast.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match paymentplans.cob's PaymentPlanRecord layout
FD PlanFile.
01 PaymentPlanRecord.
       02 PLIDNum PIC 9(08).
       02 PLStartDate PIC 9(08).
       02 PLInstallAmount PIC 9(7)V99.
       02 PLNextDueDate PIC 9(08).
       02 PLStatusFlag PIC X(01).
           88 PlanCurrent VALUE "A".
           88 PlanDefaulted VALUE "D".
           88 PlanCompleted VALUE "C".
       *> Define End of File
       88 PlanEOF VALUE HIGH-VALUES.
       02 FILLER PIC X(15).

*> Must match autopayenroll.cob's AutopayRecord layout
FD AutopayFile.
01 AutopayRecord.
       02 APIDNum PIC 9(08).
       02 APRoutingNum PIC 9(09).
       02 APBankAccount PIC X(17).
       02 APDraftType PIC X(01).
           88 DraftStmtBalance VALUE "B".
           88 DraftMinimumDue VALUE "M".
           88 DraftFixedAmount VALUE "F".
       02 APFixedAmount PIC 9(7)V99.
       02 APStartDate PIC 9(08).
       02 APStopDate PIC 9(08).
       02 APStatusFlag PIC X(01).
           88 AutopayActive VALUE "A".
           88 AutopayCancelled VALUE "C".
       *> Define End of File
       88 AutopayEOF VALUE HIGH-VALUES.
       02 APReturnCount PIC 9(02).
       02 APLastDraftDate PIC 9(08).
       02 APEnrolledBy PIC X(08).
       02 APChangedDate PIC 9(08).
       02 APCancelReason PIC X(12).
       02 FILLER PIC X(20).

*> Must match customerstatements.cob's StatementDueRecord layout
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
       02 SDFeeFlag PIC X(01).
       02 FILLER PIC X(20).

*> Must match brokenpromises.cob's CollectionRecord layout
FD CollectionFile.
01 CollectionRecord.
       02 CAKey.
           03 CAIDNum PIC 9(08).
           03 CASeq PIC 9(03).
       02 CAContactDate PIC 9(08).
       02 CAOperator PIC X(08).
       02 CAOutcomeCode PIC X(02).
           88 CAPromiseMade VALUE "PP".
       *> Define End of File
       88 CollectionEOF VALUE HIGH-VALUES.
       02 CAPromiseAmount PIC 9(7)V99.
       02 CAPromiseDate PIC 9(08).
       02 FILLER PIC X(10).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
           88 CustActive VALUE "A".
           88 CustDeleted VALUE "D".
       02 AcctStatusCode PIC X(01).
       02 DateOfBirth PIC 9(08).
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle through the branch code - see
       *> randomlyaccessdata.cob's CustomerData for the field carve-out
       02 FILLER PIC X(205).
       *> A bankruptcy stay stops collection - nothing is forecast
       02 BankruptcyFlag PIC X(01).
           88 BankruptcyStay VALUE "B", "D".
       *> Reserved for future fields
       02 FILLER PIC X(24).

*> Must match invoice-calculator's InvoiceFile layouts
FD InvoiceFile.
01 InvoiceRecord PIC X(80).
       88 InvEOF VALUE HIGH-VALUES.
01 InvoiceHeaderRecord REDEFINES InvoiceRecord.
       02 IhRecordType PIC X(01).
       02 IhInvNumber PIC 9(08).
       02 IhIDNum PIC 9(08).
       02 IhInvDate PIC 9(08).
       02 IhJurisdiction PIC X(02).
       02 IhCurrency PIC X(03).
       02 IhSubtotal PIC 9(7)V999.
       02 IhTax PIC 9(7)V999.
       02 IhTotal PIC 9(7)V999.
       02 IhStatusFlag PIC X(01).
           88 InvOpen VALUE "O".
           88 InvPaid VALUE "P".
           88 InvVoided VALUE "V".
       02 IhPaidAmount PIC 9(7)V999.
       02 FILLER PIC X(09).

*> Must match disputes.cob's DisputeRecord layout
FD DisputeFile.
01 DisputeRecord.
       02 DSInvNumber PIC 9(08).
       02 DSIDNum PIC 9(08).
       02 DSOpenedDate PIC 9(08).
       02 DSReasonCode PIC X(03).
       02 DSAmount PIC 9(7)V99.
       02 DSOwner PIC X(08).
       02 DSStatusFlag PIC X(01).
           88 DisputeOpen VALUE "O".
           88 DisputeResolved VALUE "R".
       02 DSResolution PIC X(01).
       02 DSResolvedDate PIC 9(08).
       02 DSResolvedBy PIC X(08).
       02 DSResolutionNote PIC X(30).
       02 FILLER PIC X(21).

*> Must match ledgerupdate.cob's BalanceLedgerRecord layout
FD BalanceLedger.
01 BalanceLedgerRecord.
       02 BLKey.
           03 BLIDNum PIC 9(08).
           03 BLDate PIC 9(08).
           03 BLSeq PIC 9(04).
       02 BLSource PIC X(12).
       *> Define End of File
       88 LedgerEOF VALUE HIGH-VALUES.
       02 BLOldBalance PIC S9(7)V99.
       02 BLAmount PIC S9(7)V99.
       02 BLNewBalance PIC S9(7)V99.
       02 BLReference PIC X(12).
       02 BLMethod PIC X(01).
       02 FILLER PIC X(10).

*> One forecast week of one run
FD ForecastHistory.
01 ForecastRecord.
       88 ForecastEOF VALUE HIGH-VALUES.
       02 FCRunDate PIC 9(08).
       02 FILLER PIC X.
       02 FCWeekStart PIC 9(08).
       02 FILLER PIC X.
       02 FCPlan PIC 9(9)V99.
       02 FILLER PIC X.
       02 FCPromise PIC 9(9)V99.
       02 FILLER PIC X.
       02 FCAutopay PIC 9(9)V99.
       02 FILLER PIC X.
       02 FCInvoice PIC 9(9)V99.
       02 FILLER PIC X.
       02 FCTotal PIC 9(9)V99.
       02 FILLER PIC X(10).

FD ForecastReport.
01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSRunDate PIC 9(08).
01 WSRunDateInt PIC 9(08).
*> The horizon: thirteen Monday-to-Sunday weeks from the Monday of the
*> run week. Last week is the seven days before it.
01 WSWeekOneInt PIC 9(08).
01 WSHorizonEndInt PIC 9(08).
01 WSLastWeekInt PIC 9(08).
01 WSLastWeekDate PIC 9(08).
01 WSLastWeekEndDate PIC 9(08).
01 WSThisWeekDate PIC 9(08).
01 WSHorizonEndDate PIC 9(08).
01 WSForecastWeeks.
       02 WSWeek OCCURS 13 TIMES INDEXED BY WkIdx.
           03 WSWkStartDate PIC 9(08).
           03 WSWkPlan PIC 9(8)V99.
           03 WSWkPromise PIC 9(8)V99.
           03 WSWkAutopay PIC 9(8)V99.
           03 WSWkInvoice PIC 9(8)V99.
           03 WSWkTotal PIC 9(8)V99.
01 WSTotPlan PIC 9(9)V99 VALUE ZERO.
01 WSTotPromise PIC 9(9)V99 VALUE ZERO.
01 WSTotAutopay PIC 9(9)V99 VALUE ZERO.
01 WSTotInvoice PIC 9(9)V99 VALUE ZERO.
01 WSTotForecast PIC 9(9)V99 VALUE ZERO.
*> One amount being placed in its week - P plan, R promise, A autopay,
*> I invoice
01 WSPlaceDateInt PIC 9(08).
01 WSPlaceAmount PIC 9(7)V99.
01 WSPlaceSource PIC X(01).
01 WSWeekNum PIC 9(04).
*> What the customer still owes, undisputed - the customer sources are
*> drawn down against it so no customer is forecast to pay more
01 WSOwedLeft PIC 9(7)V99.
01 WSOwedAmount PIC S9(7)V99.
01 WSDisputedAmt PIC 9(7)V99.
01 WSCustomerUsable PIC X.
01 WSPromiseIDNum PIC 9(08) VALUE ZERO.
*> Customers already forecast by plan, autopay or promise - their open
*> invoices are what those sources collect, so they aren't counted twice
01 WSSchedCount PIC 9(05) VALUE ZERO.
01 WSSchedTable.
       02 SchedEntry OCCURS 0 TO 5000 TIMES DEPENDING ON WSSchedCount
                  INDEXED BY SchedIdx.
           03 TabSchedIDNum PIC 9(08).
           03 TabSchedSource PIC X(01).
01 WSSchedFound PIC X.
01 WSSchedSource PIC X(01).
01 WSSchedIDNum PIC 9(08).
01 WSSchedFullWarned PIC X VALUE "N".
*> Installment and autopay dates stepped a month at a time, day
*> clamped to 28 the way planmonitor.cob rolls a plan
01 WSStepDateParts.
       02 WSStepYear PIC 9(04).
       02 WSStepMonth PIC 9(02).
       02 WSStepDay PIC 9(02).
01 WSStepDateNum REDEFINES WSStepDateParts PIC 9(08).
01 WSStepDateInt PIC 9(08).
*> Autopay - the undrafted statements on file, then the latest one's
*> terms carried forward a month at a time
01 WSMoreDue PIC X.
01 WSLatestDueDate PIC 9(08).
01 WSLatestStmtBalance PIC S9(7)V99.
01 WSLatestMinimumDue PIC 9(7)V99.
01 WSDraftAmount PIC 9(7)V99.
*> Collection rate by aging bucket - the same 0-30 / 31-60 / 61-90 /
*> over-90 buckets openinvoiceaging.cob ages by, each with the age it
*> starts at, its standard rate and the weeks its expected receipts are
*> spread over (the current bucket lands in the week it falls due)
01 WSBucketValues.
       02 FILLER PIC X(08) VALUE "0-30".
       02 FILLER PIC 9(03) VALUE 0.
       02 FILLER PIC 9V9999 VALUE .9500.
       02 FILLER PIC 9(02) VALUE 0.
       02 FILLER PIC X(08) VALUE "31-60".
       02 FILLER PIC 9(03) VALUE 31.
       02 FILLER PIC 9V9999 VALUE .8000.
       02 FILLER PIC 9(02) VALUE 4.
       02 FILLER PIC X(08) VALUE "61-90".
       02 FILLER PIC 9(03) VALUE 61.
       02 FILLER PIC 9V9999 VALUE .6000.
       02 FILLER PIC 9(02) VALUE 8.
       02 FILLER PIC X(08) VALUE "OVER 90".
       02 FILLER PIC 9(03) VALUE 91.
       02 FILLER PIC 9V9999 VALUE .3000.
       02 FILLER PIC 9(02) VALUE 13.
01 WSBucketTable REDEFINES WSBucketValues.
       02 WSBucket OCCURS 4 TIMES INDEXED BY BktIdx.
           03 WSBktLabel PIC X(08).
           03 WSBktStart PIC 9(03).
           03 WSBktDefault PIC 9V9999.
           03 WSBktWeeks PIC 9(02).
01 WSBucketHistory.
       02 WSBktHist OCCURS 4 TIMES.
           03 WSBktOpen PIC S9(10)V99.
           03 WSBktPaid PIC 9(10)V99.
           03 WSBktRate PIC 9V9999.
           03 WSBktFromDefault PIC X(01).
*> Payment terms on an invoice - the current bucket falls due this
*> many days after the invoice date
01 WSTermsDays PIC 9(03) VALUE 30.
*> The window a charge must have run to count toward a bucket's rate
01 WSWindowDays PIC 9(03) VALUE 91.
01 WSEligibleInt PIC S9(08).
*> One customer's charges still unpaid, oldest first - credits pay off
*> the entry at WSChunkFirst, and paid-off entries drop off the front
01 WSLedgerIDNum PIC 9(08) VALUE ZERO.
01 WSChunkFirst PIC 9(03) VALUE 1.
01 WSChunkLast PIC 9(03) VALUE ZERO.
01 WSChunkTable.
       02 WSChunk OCCURS 300 TIMES INDEXED BY ChunkIdx.
           03 WSChunkDateInt PIC 9(08).
           03 WSChunkLeft PIC 9(7)V99.
01 WSShiftTo PIC 9(03).
01 WSEntryDateInt PIC 9(08).
01 WSCreditLeft PIC 9(7)V99.
01 WSPortion PIC 9(7)V99.
01 WSPortionAge PIC 9(06).
*> Invoices
01 WSInvDateInt PIC 9(08).
01 WSAgeDays PIC S9(05).
01 WSOpenAmt PIC 9(7)V999.
01 WSExpectedAmt PIC 9(7)V99.
01 WSWeeklyAmt PIC 9(7)V99.
01 WSFirstWeekAmt PIC 9(7)V99.
01 WSSpreadWeeks PIC 9(02).
01 WSSpreadIdx PIC 9(02).
*> Last week - the forecast made for it and what actually came in
01 WSActualReceipts PIC 9(9)V99 VALUE ZERO.
01 WSBeforeFound PIC X VALUE "N".
01 WSBeforeRun PIC 9(08) VALUE ZERO.
01 WSBeforeAmounts.
       02 WSBeforePlan PIC 9(9)V99.
       02 WSBeforePromise PIC 9(9)V99.
       02 WSBeforeAutopay PIC 9(9)V99.
       02 WSBeforeInvoice PIC 9(9)V99.
       02 WSBeforeTotal PIC 9(9)V99.
01 WSDuringFound PIC X VALUE "N".
01 WSDuringRun PIC 9(08) VALUE ZERO.
01 WSDuringAmounts.
       02 WSDuringPlan PIC 9(9)V99.
       02 WSDuringPromise PIC 9(9)V99.
       02 WSDuringAutopay PIC 9(9)V99.
       02 WSDuringInvoice PIC 9(9)V99.
       02 WSDuringTotal PIC 9(9)V99.
01 WSPriorRun PIC 9(08).
01 WSPriorAmounts.
       02 WSPriorPlan PIC 9(9)V99.
       02 WSPriorPromise PIC 9(9)V99.
       02 WSPriorAutopay PIC 9(9)V99.
       02 WSPriorInvoice PIC 9(9)V99.
       02 WSPriorTotal PIC 9(9)V99.
01 WSVariance PIC S9(9)V99.
01 WSVariancePct PIC S9(5)V9.
*> Control totals
01 WSPlansUsed PIC 9(08) VALUE ZERO.
01 WSAutopayUsed PIC 9(08) VALUE ZERO.
01 WSPromisesUsed PIC 9(08) VALUE ZERO.
01 WSInvoicesUsed PIC 9(08) VALUE ZERO.
01 WSInvoicesDisputed PIC 9(08) VALUE ZERO.
01 WSInvoicesScheduled PIC 9(08) VALUE ZERO.
01 WSLedgerRead PIC 9(08) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedTotal PIC $$,$$$,$$$,$$9.99.
01 WSEditedVariance PIC $$,$$$,$$$,$$9.99-.
01 WSEditedPct PIC ----9.9.
01 ForecastHeadingLine.
       02 FILLER PIC X(47) VALUE
           " WK   STARTING           PLANS        PROMISES ".
       02 FILLER PIC X(47) VALUE
           "        AUTOPAY        INVOICES           TOTAL".
01 ForecastDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepWeekNum PIC ZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepWeekStart PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepPlan PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepPromise PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepAutopay PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepInvoice PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepTotal PIC $$$,$$$,$$9.99.
01 ForecastTotalLine.
       02 FILLER PIC X(15) VALUE " TOTAL".
       02 RepTotPlan PIC $$$$,$$$,$$9.99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 RepTotPromise PIC $$$$,$$$,$$9.99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 RepTotAutopay PIC $$$$,$$$,$$9.99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 RepTotInvoice PIC $$$$,$$$,$$9.99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 RepTotForecast PIC $$$$,$$$,$$9.99.
01 RateHeadingLine.
       02 FILLER PIC X(55) VALUE
           " BUCKET          OPEN AT AGE          COLLECTED    RATE".
01 RateDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepBktLabel PIC X(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepBktOpen PIC $$,$$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepBktPaid PIC $$,$$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepBktRate PIC ZZ9.9.
       02 FILLER PIC X(1) VALUE "%".
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepBktNote PIC X(16).
01 PriorWeekLine.
       02 FILLER PIC X(3) VALUE SPACE.
       02 RepPriorLabel PIC X(22).
       02 RepPriorAmount PIC $$,$$$,$$$,$$9.99-.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSPlanFileStatus PIC X(02).
01 WSAutopayFileStatus PIC X(02).
01 WSDueFileStatus PIC X(02).
01 WSCollectionFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSInvoiceFileStatus PIC X(02).
01 WSDisputeFileStatus PIC X(02).
01 WSBalanceLedgerStatus PIC X(02).
01 WSForecastHistoryStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "cashforecast".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       PERFORM SetUpHorizon
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       OPEN INPUT DisputeFile.
       IF WSDisputeFileStatus NOT = "00"
           DISPLAY "Warning: Disputes.dat Open Status " WSDisputeFileStatus
       END-IF
       PERFORM LoadCollectionRates
       PERFORM ForecastPlans
       PERFORM ForecastAutopay
       PERFORM ForecastPromises
       PERFORM ForecastInvoices
       CLOSE CustomerFile, DisputeFile.
       PERFORM FindLastWeekForecast
       PERFORM SaveForecastHistory
       PERFORM PrintForecastReport
       DISPLAY " "
       DISPLAY "CASH RECEIPTS FORECAST COMPLETE"
       DISPLAY "Weeks From........: " WSThisWeekDate
       DISPLAY "Plans.............: " WSPlansUsed
       DISPLAY "Autopay...........: " WSAutopayUsed
       DISPLAY "Promises..........: " WSPromisesUsed
       DISPLAY "Invoices..........: " WSInvoicesUsed
       MOVE WSTotForecast TO WSEditedTotal
       DISPLAY "Thirteen Weeks....: " WSEditedTotal
       MOVE SPACES TO WSOpsCounts
       STRING "WEEK " DELIMITED BY SIZE
           WSThisWeekDate DELIMITED BY SIZE
           " INV " DELIMITED BY SIZE
           WSInvoicesUsed DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> Day 1 of the integer calendar is a Monday, so the Monday of any week
*> is the day less its remainder over seven
SetUpHorizon.
       COMPUTE WSRunDateInt = FUNCTION INTEGER-OF-DATE(WSRunDate)
       COMPUTE WSWeekOneInt = WSRunDateInt
           - FUNCTION MOD(WSRunDateInt - 1, 7)
       COMPUTE WSHorizonEndInt = WSWeekOneInt + (13 * 7) - 1
       COMPUTE WSLastWeekInt = WSWeekOneInt - 7
       COMPUTE WSThisWeekDate = FUNCTION DATE-OF-INTEGER(WSWeekOneInt)
       COMPUTE WSHorizonEndDate =
           FUNCTION DATE-OF-INTEGER(WSHorizonEndInt)
       COMPUTE WSLastWeekDate = FUNCTION DATE-OF-INTEGER(WSLastWeekInt)
       COMPUTE WSLastWeekEndDate =
           FUNCTION DATE-OF-INTEGER(WSWeekOneInt - 1)
       INITIALIZE WSForecastWeeks
       PERFORM VARYING WSWeekNum FROM 1 BY 1 UNTIL WSWeekNum > 13
           SET WkIdx TO WSWeekNum
           COMPUTE WSWkStartDate(WkIdx) = FUNCTION DATE-OF-INTEGER(
               WSWeekOneInt + ((WSWeekNum - 1) * 7))
       END-PERFORM.

*> One pass of the keyed ledger: each customer's charges paid off
*> oldest first to measure the bucket collection rates, and last week's
*> PAYMENT receipts totalled for the comparison
LoadCollectionRates.
       INITIALIZE WSBucketHistory
       OPEN INPUT BalanceLedger
       IF WSBalanceLedgerStatus NOT = "00"
           DISPLAY "Warning: BalanceLedger.dat Open Status "
               WSBalanceLedgerStatus " - Standard Rates Used"
       ELSE
           READ BalanceLedger
               AT END SET LedgerEOF TO TRUE
           END-READ
           PERFORM UNTIL LedgerEOF
               ADD 1 TO WSLedgerRead
               PERFORM RateOneMovement
               READ BalanceLedger
                   AT END SET LedgerEOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE BalanceLedger
       END-IF
       PERFORM VARYING BktIdx FROM 1 BY 1 UNTIL BktIdx > 4
           IF WSBktOpen(BktIdx) > ZERO
               MOVE "N" TO WSBktFromDefault(BktIdx)
               IF WSBktPaid(BktIdx) >= WSBktOpen(BktIdx)
                   MOVE 1 TO WSBktRate(BktIdx)
               ELSE
                   COMPUTE WSBktRate(BktIdx) =
                       WSBktPaid(BktIdx) / WSBktOpen(BktIdx)
               END-IF
           ELSE
               MOVE "Y" TO WSBktFromDefault(BktIdx)
               MOVE WSBktDefault(BktIdx) TO WSBktRate(BktIdx)
           END-IF
       END-PERFORM.

RateOneMovement.
       IF BLIDNum NOT = WSLedgerIDNum
           MOVE BLIDNum TO WSLedgerIDNum
           MOVE 1 TO WSChunkFirst
           MOVE ZERO TO WSChunkLast
       END-IF
       IF BLDate IS NOT NUMERIC OR BLDate = ZERO
           EXIT PARAGRAPH
       END-IF
       IF BLSource = "PAYMENT"
           AND BLDate >= WSLastWeekDate AND BLDate <= WSLastWeekEndDate
           COMPUTE WSActualReceipts = WSActualReceipts - BLAmount
       END-IF
       COMPUTE WSEntryDateInt = FUNCTION INTEGER-OF-DATE(BLDate)
       EVALUATE TRUE
           WHEN BLAmount > ZERO PERFORM AddUnpaidCharge
           WHEN BLAmount < ZERO
               COMPUTE WSCreditLeft = ZERO - BLAmount
               PERFORM PayOffOldestCharges
       END-EVALUATE.

*> A new charge joins the end of the customer's unpaid list, and counts
*> toward the open dollars of every bucket it has run the full window
*> past. A full list makes room by dropping the paid-off entries off the
*> front; one with none to drop folds the charge into its last entry.
AddUnpaidCharge.
       IF WSChunkLast = 300 AND WSChunkFirst > 1
           MOVE ZERO TO WSShiftTo
           PERFORM VARYING ChunkIdx FROM WSChunkFirst BY 1
               UNTIL ChunkIdx > WSChunkLast
               ADD 1 TO WSShiftTo
               MOVE WSChunk(ChunkIdx) TO WSChunk(WSShiftTo)
           END-PERFORM
           MOVE 1 TO WSChunkFirst
           MOVE WSShiftTo TO WSChunkLast
       END-IF
       IF WSChunkLast = 300
           ADD BLAmount TO WSChunkLeft(300)
       ELSE
           ADD 1 TO WSChunkLast
           MOVE WSEntryDateInt TO WSChunkDateInt(WSChunkLast)
           MOVE BLAmount TO WSChunkLeft(WSChunkLast)
       END-IF
       PERFORM VARYING BktIdx FROM 1 BY 1 UNTIL BktIdx > 4
           COMPUTE WSEligibleInt = WSRunDateInt - WSBktStart(BktIdx)
               - WSWindowDays
           IF WSChunkDateInt(WSChunkLast) <= WSEligibleInt
               ADD BLAmount TO WSBktOpen(BktIdx)
           END-IF
       END-PERFORM.

*> A credit pays off the oldest unpaid charges first. A PAYMENT inside
*> a bucket's window counts as collected there; a portion paid off
*> before a charge reached a bucket's age was never open in it. A
*> credit beyond everything owed is an overpayment and goes no further.
PayOffOldestCharges.
       PERFORM UNTIL WSCreditLeft = ZERO OR WSChunkFirst > WSChunkLast
           SET ChunkIdx TO WSChunkFirst
           IF WSChunkLeft(ChunkIdx) > WSCreditLeft
               MOVE WSCreditLeft TO WSPortion
           ELSE
               MOVE WSChunkLeft(ChunkIdx) TO WSPortion
           END-IF
           COMPUTE WSPortionAge = WSEntryDateInt - WSChunkDateInt(ChunkIdx)
           PERFORM VARYING BktIdx FROM 1 BY 1 UNTIL BktIdx > 4
               COMPUTE WSEligibleInt = WSRunDateInt - WSBktStart(BktIdx)
                   - WSWindowDays
               IF WSChunkDateInt(ChunkIdx) <= WSEligibleInt
                   IF WSPortionAge < WSBktStart(BktIdx)
                       SUBTRACT WSPortion FROM WSBktOpen(BktIdx)
                   ELSE
                       IF BLSource = "PAYMENT" AND WSPortionAge <
                           WSBktStart(BktIdx) + WSWindowDays
                           ADD WSPortion TO WSBktPaid(BktIdx)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           SUBTRACT WSPortion FROM WSChunkLeft(ChunkIdx)
           SUBTRACT WSPortion FROM WSCreditLeft
           IF WSChunkLeft(ChunkIdx) = ZERO
               ADD 1 TO WSChunkFirst
           END-IF
       END-PERFORM
       IF WSChunkFirst > WSChunkLast
           MOVE 1 TO WSChunkFirst
           MOVE ZERO TO WSChunkLast
       END-IF.

*> Current plans: every installment from the next due date to the end
*> of the horizon, one a month - an installment already past due is
*> expected in the first week
ForecastPlans.
       OPEN INPUT PlanFile
       IF WSPlanFileStatus NOT = "00"
           DISPLAY "Warning: PaymentPlans.dat Open Status "
               WSPlanFileStatus
           EXIT PARAGRAPH
       END-IF
       READ PlanFile
           AT END SET PlanEOF TO TRUE
       END-READ
       PERFORM UNTIL PlanEOF
           IF PlanCurrent AND PLNextDueDate IS NUMERIC
               AND PLNextDueDate > ZERO AND PLInstallAmount > ZERO
               PERFORM ForecastOnePlan
           END-IF
           READ PlanFile
               AT END SET PlanEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE PlanFile.

ForecastOnePlan.
       MOVE PLIDNum TO WSSchedIDNum
       MOVE "P" TO WSSchedSource
       PERFORM RememberScheduled
       MOVE PLIDNum TO IDNum
       PERFORM LoadCustomerOwed
       IF WSCustomerUsable = "N"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSPlansUsed
       MOVE "P" TO WSPlaceSource
       MOVE PLNextDueDate TO WSStepDateNum
       COMPUTE WSStepDateInt = FUNCTION INTEGER-OF-DATE(WSStepDateNum)
       PERFORM UNTIL WSStepDateInt > WSHorizonEndInt OR WSOwedLeft = ZERO
           MOVE PLInstallAmount TO WSPlaceAmount
           MOVE WSStepDateInt TO WSPlaceDateInt
           PERFORM PlaceOwedAmount
           PERFORM StepOneMonth
       END-PERFORM.

*> Active enrollments: each statement not yet drafted that falls due
*> inside the horizon (one already due drafts tonight, in the first
*> week), then the latest statement's terms carried forward a month at
*> a time until the horizon or the enrollment's stop date
ForecastAutopay.
       OPEN INPUT AutopayFile
       IF WSAutopayFileStatus NOT = "00"
           DISPLAY "Warning: AutopayEnrollment.dat Open Status "
               WSAutopayFileStatus
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT DueFile
       IF WSDueFileStatus NOT = "00"
           DISPLAY "Warning: StatementDue.dat Open Status "
               WSDueFileStatus
       END-IF
       READ AutopayFile
           AT END SET AutopayEOF TO TRUE
       END-READ
       PERFORM UNTIL AutopayEOF
           IF AutopayActive AND APStartDate NOT > WSHorizonEndDate
               AND (APStopDate = ZERO OR APStopDate NOT < WSRunDate)
               PERFORM ForecastOneEnrollment
           END-IF
           READ AutopayFile
               AT END SET AutopayEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE AutopayFile, DueFile.

ForecastOneEnrollment.
       MOVE APIDNum TO WSSchedIDNum
       PERFORM FindScheduled
       IF WSSchedFound = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE "A" TO WSSchedSource
       PERFORM RememberScheduled
       MOVE APIDNum TO IDNum
       PERFORM LoadCustomerOwed
       IF WSCustomerUsable = "N"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSAutopayUsed
       MOVE "A" TO WSPlaceSource
       MOVE ZERO TO WSLatestDueDate
       MOVE APIDNum TO SDIDNum
       MOVE ZERO TO SDStmtMonth
       MOVE "Y" TO WSMoreDue
       START DueFile KEY IS NOT LESS THAN SDKey
           INVALID KEY MOVE "N" TO WSMoreDue
       END-START
       PERFORM UNTIL WSMoreDue = "N"
           READ DueFile NEXT RECORD
               AT END MOVE "N" TO WSMoreDue
           END-READ
           IF WSMoreDue = "Y"
               IF SDIDNum NOT = APIDNum
                   MOVE "N" TO WSMoreDue
               ELSE
                   PERFORM ForecastOneStatement
               END-IF
           END-IF
       END-PERFORM
       *> No statement yet means no cycle to carry forward
       IF WSLatestDueDate = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE WSLatestDueDate TO WSStepDateNum
       PERFORM StepOneMonth
       PERFORM UNTIL WSStepDateInt > WSHorizonEndInt OR WSOwedLeft = ZERO
           OR (APStopDate NOT = ZERO AND WSStepDateNum > APStopDate)
           EVALUATE TRUE
               WHEN DraftStmtBalance
                   MOVE ZERO TO WSDraftAmount
                   IF WSLatestStmtBalance > ZERO
                       MOVE WSLatestStmtBalance TO WSDraftAmount
                   END-IF
               WHEN DraftMinimumDue
                   MOVE WSLatestMinimumDue TO WSDraftAmount
               WHEN OTHER
                   MOVE APFixedAmount TO WSDraftAmount
           END-EVALUATE
           *> A month gone by without a statement was never billed
           IF WSStepDateNum >= APStartDate AND WSStepDateNum > WSRunDate
               MOVE WSDraftAmount TO WSPlaceAmount
               MOVE WSStepDateInt TO WSPlaceDateInt
               PERFORM PlaceOwedAmount
           END-IF
           PERFORM StepOneMonth
       END-PERFORM.

*> The same amount autopaydraft.cob would pull for this statement
ForecastOneStatement.
       IF SDDueDate IS NOT NUMERIC OR SDDueDate = ZERO
           EXIT PARAGRAPH
       END-IF
       IF SDDueDate > WSLatestDueDate
           MOVE SDDueDate TO WSLatestDueDate
           MOVE SDStmtBalance TO WSLatestStmtBalance
           MOVE SDMinimumDue TO WSLatestMinimumDue
       END-IF
       IF SDDueDate <= APLastDraftDate OR SDDueDate < APStartDate
           OR SDDueDate > WSHorizonEndDate
           OR (APStopDate NOT = ZERO AND SDDueDate > APStopDate)
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN DraftStmtBalance
               MOVE ZERO TO WSDraftAmount
               IF SDStmtBalance > ZERO
                   MOVE SDStmtBalance TO WSDraftAmount
               END-IF
           WHEN DraftMinimumDue
               MOVE SDMinimumDue TO WSDraftAmount
           WHEN OTHER
               MOVE APFixedAmount TO WSDraftAmount
       END-EVALUATE
       MOVE WSDraftAmount TO WSPlaceAmount
       COMPUTE WSPlaceDateInt = FUNCTION INTEGER-OF-DATE(SDDueDate)
       PERFORM PlaceOwedAmount.

*> Promises to pay falling due inside the horizon - one whose date has
*> already gone by without the money is broken, not forecast
ForecastPromises.
       OPEN INPUT CollectionFile
       IF WSCollectionFileStatus NOT = "00"
           DISPLAY "Warning: CollectionActivity.dat Open Status "
               WSCollectionFileStatus
           EXIT PARAGRAPH
       END-IF
       READ CollectionFile
           AT END SET CollectionEOF TO TRUE
       END-READ
       PERFORM UNTIL CollectionEOF
           IF CAPromiseMade AND CAPromiseDate IS NUMERIC
               AND CAPromiseDate >= WSRunDate
               AND CAPromiseDate <= WSHorizonEndDate
               AND CAPromiseAmount > ZERO
               PERFORM ForecastOnePromise
           END-IF
           READ CollectionFile
               AT END SET CollectionEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE CollectionFile.

*> The log is in customer order, so the customer's balance is looked
*> up once and every promise of theirs draws it down
ForecastOnePromise.
       MOVE CAIDNum TO WSSchedIDNum
       PERFORM FindScheduled
       IF WSSchedFound = "Y" AND WSSchedSource NOT = "R"
           EXIT PARAGRAPH
       END-IF
       IF CAIDNum NOT = WSPromiseIDNum
           MOVE CAIDNum TO WSPromiseIDNum
           MOVE "R" TO WSSchedSource
           PERFORM RememberScheduled
           MOVE CAIDNum TO IDNum
           PERFORM LoadCustomerOwed
       END-IF
       IF WSCustomerUsable = "N"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSPromisesUsed
       MOVE "R" TO WSPlaceSource
       MOVE CAPromiseAmount TO WSPlaceAmount
       COMPUTE WSPlaceDateInt = FUNCTION INTEGER-OF-DATE(CAPromiseDate)
       PERFORM PlaceOwedAmount.

*> Open invoices of everyone not already forecast, at their bucket's
*> collection rate
ForecastInvoices.
       OPEN INPUT InvoiceFile
       IF WSInvoiceFileStatus NOT = "00"
           DISPLAY "Warning: InvoiceFile.dat Open Status "
               WSInvoiceFileStatus
           EXIT PARAGRAPH
       END-IF
       MOVE "I" TO WSPlaceSource
       READ InvoiceFile
           AT END SET InvEOF TO TRUE
       END-READ
       PERFORM UNTIL InvEOF
           IF IhRecordType = "H" AND NOT InvPaid AND NOT InvVoided
               PERFORM ForecastOneInvoice
           END-IF
           READ InvoiceFile
               AT END SET InvEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE InvoiceFile.

*> Pre-open-item invoices carry spaces in the paid amount and count as
*> fully open. A current invoice is expected the week it falls due; an
*> older one evenly over its bucket's weeks, the odd cents in the first.
ForecastOneInvoice.
       IF IhPaidAmount IS NOT NUMERIC
           MOVE ZERO TO IhPaidAmount
       END-IF
       COMPUTE WSOpenAmt = IhTotal - IhPaidAmount
       IF WSOpenAmt NOT > ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE IhIDNum TO WSSchedIDNum
       PERFORM FindScheduled
       IF WSSchedFound = "Y"
           ADD 1 TO WSInvoicesScheduled
           EXIT PARAGRAPH
       END-IF
       MOVE IhInvNumber TO DSInvNumber
       READ DisputeFile
           INVALID KEY MOVE SPACE TO DSStatusFlag
       END-READ
       IF DisputeOpen
           ADD 1 TO WSInvoicesDisputed
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSInvoicesUsed
       IF IhInvDate IS NUMERIC AND IhInvDate > ZERO
           COMPUTE WSInvDateInt = FUNCTION INTEGER-OF-DATE(IhInvDate)
       ELSE
           MOVE WSRunDateInt TO WSInvDateInt
       END-IF
       COMPUTE WSAgeDays = WSRunDateInt - WSInvDateInt
       EVALUATE TRUE
           WHEN WSAgeDays > 90 SET BktIdx TO 4
           WHEN WSAgeDays > 60 SET BktIdx TO 3
           WHEN WSAgeDays > 30 SET BktIdx TO 2
           WHEN OTHER SET BktIdx TO 1
       END-EVALUATE
       COMPUTE WSExpectedAmt ROUNDED = WSOpenAmt * WSBktRate(BktIdx)
       IF WSExpectedAmt = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE WSBktWeeks(BktIdx) TO WSSpreadWeeks
       IF WSSpreadWeeks = ZERO
           MOVE WSExpectedAmt TO WSPlaceAmount
           COMPUTE WSPlaceDateInt = WSInvDateInt + WSTermsDays
           PERFORM PlaceInWeek
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSWeeklyAmt = WSExpectedAmt / WSSpreadWeeks
       COMPUTE WSFirstWeekAmt = WSExpectedAmt
           - (WSWeeklyAmt * (WSSpreadWeeks - 1))
       PERFORM VARYING WSSpreadIdx FROM 1 BY 1
           UNTIL WSSpreadIdx > WSSpreadWeeks
           IF WSSpreadIdx = 1
               MOVE WSFirstWeekAmt TO WSPlaceAmount
           ELSE
               MOVE WSWeeklyAmt TO WSPlaceAmount
           END-IF
           COMPUTE WSPlaceDateInt = WSWeekOneInt
               + ((WSSpreadIdx - 1) * 7)
           PERFORM PlaceInWeek
       END-PERFORM.

*> The customer's undisputed balance - nothing is forecast from a
*> customer who is gone, under a bankruptcy stay or owes nothing
LoadCustomerOwed.
       MOVE "Y" TO WSCustomerUsable
       MOVE ZERO TO WSOwedLeft
       READ CustomerFile
           INVALID KEY MOVE "N" TO WSCustomerUsable
       END-READ
       IF WSCustomerUsable = "Y"
           IF CustDeleted OR BankruptcyStay
               MOVE "N" TO WSCustomerUsable
           END-IF
       END-IF
       IF WSCustomerUsable = "N"
           EXIT PARAGRAPH
       END-IF
       CALL 'DISPUTEAMT' USING IDNum, WSDisputedAmt
       COMPUTE WSOwedAmount = AccountBalance - WSDisputedAmt
       IF WSOwedAmount > ZERO
           MOVE WSOwedAmount TO WSOwedLeft
       ELSE
           MOVE "N" TO WSCustomerUsable
       END-IF.

*> A customer source's amount, never past what's left owing
PlaceOwedAmount.
       IF WSPlaceAmount > WSOwedLeft
           MOVE WSOwedLeft TO WSPlaceAmount
       END-IF
       SUBTRACT WSPlaceAmount FROM WSOwedLeft
       PERFORM PlaceInWeek.

*> Anything due before the first week is expected in it; anything past
*> the horizon isn't forecast
PlaceInWeek.
       IF WSPlaceDateInt > WSHorizonEndInt OR WSPlaceAmount = ZERO
           EXIT PARAGRAPH
       END-IF
       IF WSPlaceDateInt < WSWeekOneInt
           MOVE 1 TO WSWeekNum
       ELSE
           COMPUTE WSWeekNum = ((WSPlaceDateInt - WSWeekOneInt) / 7) + 1
       END-IF
       SET WkIdx TO WSWeekNum
       EVALUATE WSPlaceSource
           WHEN "P"
               ADD WSPlaceAmount TO WSWkPlan(WkIdx), WSTotPlan
           WHEN "R"
               ADD WSPlaceAmount TO WSWkPromise(WkIdx), WSTotPromise
           WHEN "A"
               ADD WSPlaceAmount TO WSWkAutopay(WkIdx), WSTotAutopay
           WHEN OTHER
               ADD WSPlaceAmount TO WSWkInvoice(WkIdx), WSTotInvoice
       END-EVALUATE
       ADD WSPlaceAmount TO WSWkTotal(WkIdx), WSTotForecast.

*> One month forward from WSStepDateNum
StepOneMonth.
       ADD 1 TO WSStepMonth
       IF WSStepMonth > 12
           SUBTRACT 12 FROM WSStepMonth
           ADD 1 TO WSStepYear
       END-IF
       IF WSStepDay > 28
           MOVE 28 TO WSStepDay
       END-IF
       COMPUTE WSStepDateInt = FUNCTION INTEGER-OF-DATE(WSStepDateNum).

FindScheduled.
       MOVE "N" TO WSSchedFound
       SET SchedIdx TO 1
       SEARCH SchedEntry
           WHEN TabSchedIDNum(SchedIdx) = WSSchedIDNum
               MOVE "Y" TO WSSchedFound
               MOVE TabSchedSource(SchedIdx) TO WSSchedSource
       END-SEARCH.

RememberScheduled.
       IF WSSchedCount < 5000
           ADD 1 TO WSSchedCount
           MOVE WSSchedIDNum TO TabSchedIDNum(WSSchedCount)
           MOVE WSSchedSource TO TabSchedSource(WSSchedCount)
       ELSE
           IF WSSchedFullWarned = "N"
               DISPLAY "Warning: Scheduled Customer Table Full - "
                   "Their Invoices May Be Counted Twice"
               MOVE "Y" TO WSSchedFullWarned
           END-IF
       END-IF.

*> What last week was forecast at - the latest run made on or before
*> its Monday, or failing that the first run made during it
FindLastWeekForecast.
       INITIALIZE WSBeforeAmounts, WSDuringAmounts, WSPriorAmounts
       MOVE ZERO TO WSPriorRun
       OPEN INPUT ForecastHistory
       IF WSForecastHistoryStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ ForecastHistory
           AT END SET ForecastEOF TO TRUE
       END-READ
       PERFORM UNTIL ForecastEOF
           IF FCWeekStart = WSLastWeekDate
               PERFORM ConsiderPriorForecast
           END-IF
           READ ForecastHistory
               AT END SET ForecastEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE ForecastHistory
       EVALUATE TRUE
           WHEN WSBeforeFound = "Y"
               MOVE WSBeforeRun TO WSPriorRun
               MOVE WSBeforeAmounts TO WSPriorAmounts
           WHEN WSDuringFound = "Y"
               MOVE WSDuringRun TO WSPriorRun
               MOVE WSDuringAmounts TO WSPriorAmounts
       END-EVALUATE.

ConsiderPriorForecast.
       EVALUATE TRUE
           WHEN FCRunDate <= WSLastWeekDate
               IF FCRunDate >= WSBeforeRun
                   MOVE "Y" TO WSBeforeFound
                   MOVE FCRunDate TO WSBeforeRun
                   MOVE FCPlan TO WSBeforePlan
                   MOVE FCPromise TO WSBeforePromise
                   MOVE FCAutopay TO WSBeforeAutopay
                   MOVE FCInvoice TO WSBeforeInvoice
                   MOVE FCTotal TO WSBeforeTotal
               END-IF
           WHEN FCRunDate <= WSLastWeekEndDate
               IF WSDuringFound = "N" OR FCRunDate < WSDuringRun
                   MOVE "Y" TO WSDuringFound
                   MOVE FCRunDate TO WSDuringRun
                   MOVE FCPlan TO WSDuringPlan
                   MOVE FCPromise TO WSDuringPromise
                   MOVE FCAutopay TO WSDuringAutopay
                   MOVE FCInvoice TO WSDuringInvoice
                   MOVE FCTotal TO WSDuringTotal
               END-IF
       END-EVALUATE.

*> This run's weeks go on the end of the history for next week's
*> comparison
SaveForecastHistory.
       OPEN EXTEND ForecastHistory
       IF WSForecastHistoryStatus = "35"
           OPEN OUTPUT ForecastHistory
       END-IF
       IF WSForecastHistoryStatus NOT = "00"
           DISPLAY "Warning: CashForecast.dat Open Status "
               WSForecastHistoryStatus
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WkIdx FROM 1 BY 1 UNTIL WkIdx > 13
           MOVE SPACES TO ForecastRecord
           MOVE WSRunDate TO FCRunDate
           MOVE WSWkStartDate(WkIdx) TO FCWeekStart
           MOVE WSWkPlan(WkIdx) TO FCPlan
           MOVE WSWkPromise(WkIdx) TO FCPromise
           MOVE WSWkAutopay(WkIdx) TO FCAutopay
           MOVE WSWkInvoice(WkIdx) TO FCInvoice
           MOVE WSWkTotal(WkIdx) TO FCTotal
           WRITE ForecastRecord
       END-PERFORM
       CLOSE ForecastHistory.

PrintForecastReport.
       OPEN OUTPUT ForecastReport
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: CashForecast.rpt Open Status " WSReportStatus
       END-IF
       MOVE SPACES TO ReportLine
       STRING "CASH RECEIPTS FORECAST - THIRTEEN WEEKS FROM "
           DELIMITED BY SIZE
           WSThisWeekDate DELIMITED BY SIZE
           " - RUN " DELIMITED BY SIZE
           WSRunDate DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE ALL "=" TO ReportLine(1:94)
       WRITE ReportLine
       WRITE ReportLine FROM ForecastHeadingLine
       PERFORM VARYING WSWeekNum FROM 1 BY 1 UNTIL WSWeekNum > 13
           SET WkIdx TO WSWeekNum
           MOVE WSWeekNum TO RepWeekNum
           MOVE WSWkStartDate(WkIdx) TO RepWeekStart
           MOVE WSWkPlan(WkIdx) TO RepPlan
           MOVE WSWkPromise(WkIdx) TO RepPromise
           MOVE WSWkAutopay(WkIdx) TO RepAutopay
           MOVE WSWkInvoice(WkIdx) TO RepInvoice
           MOVE WSWkTotal(WkIdx) TO RepTotal
           WRITE ReportLine FROM ForecastDetailLine
       END-PERFORM
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSTotPlan TO RepTotPlan
       MOVE WSTotPromise TO RepTotPromise
       MOVE WSTotAutopay TO RepTotAutopay
       MOVE WSTotInvoice TO RepTotInvoice
       MOVE WSTotForecast TO RepTotForecast
       WRITE ReportLine FROM ForecastTotalLine
       PERFORM PrintSourceCounts
       PERFORM PrintCollectionRates
       PERFORM PrintLastWeekComparison
       CLOSE ForecastReport.

PrintSourceCounts.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSPlansUsed TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "Payment Plans........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSAutopayUsed TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "Autopay Enrollments..: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSPromisesUsed TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "Promises To Pay......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSInvoicesUsed TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "Open Invoices........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSInvoicesScheduled TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "  Left To Plan/Autopay/Promise: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSInvoicesDisputed TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "  Held Back In Dispute........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.

PrintCollectionRates.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "COLLECTION RATES BY AGING BUCKET - NEXT 13 WEEKS"
           TO ReportLine
       WRITE ReportLine
       WRITE ReportLine FROM RateHeadingLine
       PERFORM VARYING BktIdx FROM 1 BY 1 UNTIL BktIdx > 4
           MOVE WSBktLabel(BktIdx) TO RepBktLabel
           MOVE ZERO TO RepBktOpen, RepBktPaid
           IF WSBktOpen(BktIdx) > ZERO
               MOVE WSBktOpen(BktIdx) TO RepBktOpen
               MOVE WSBktPaid(BktIdx) TO RepBktPaid
           END-IF
           COMPUTE RepBktRate ROUNDED = WSBktRate(BktIdx) * 100
           IF WSBktFromDefault(BktIdx) = "Y"
               MOVE "STANDARD RATE" TO RepBktNote
           ELSE
               MOVE SPACES TO RepBktNote
           END-IF
           WRITE ReportLine FROM RateDetailLine
       END-PERFORM.

*> Last week's forecast by source against the PAYMENT receipts the
*> ledger took in that week
PrintLastWeekComparison.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING "LAST WEEK FROM " DELIMITED BY SIZE
           WSLastWeekDate DELIMITED BY SIZE
           " - FORECAST AGAINST ACTUAL RECEIPTS" DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       IF WSPriorRun = ZERO
           MOVE "   No forecast on file for last week" TO ReportLine
           WRITE ReportLine
       ELSE
           MOVE SPACES TO ReportLine
           STRING "   Forecast made " DELIMITED BY SIZE
               WSPriorRun DELIMITED BY SIZE
               INTO ReportLine
           END-STRING
           WRITE ReportLine
           MOVE "Plans" TO RepPriorLabel
           MOVE WSPriorPlan TO RepPriorAmount
           WRITE ReportLine FROM PriorWeekLine
           MOVE "Promises" TO RepPriorLabel
           MOVE WSPriorPromise TO RepPriorAmount
           WRITE ReportLine FROM PriorWeekLine
           MOVE "Autopay" TO RepPriorLabel
           MOVE WSPriorAutopay TO RepPriorAmount
           WRITE ReportLine FROM PriorWeekLine
           MOVE "Invoices" TO RepPriorLabel
           MOVE WSPriorInvoice TO RepPriorAmount
           WRITE ReportLine FROM PriorWeekLine
           MOVE "Forecast Total" TO RepPriorLabel
           MOVE WSPriorTotal TO RepPriorAmount
           WRITE ReportLine FROM PriorWeekLine
       END-IF
       MOVE "Actual Receipts" TO RepPriorLabel
       MOVE WSActualReceipts TO RepPriorAmount
       WRITE ReportLine FROM PriorWeekLine
       IF WSPriorRun = ZERO
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSVariance = WSActualReceipts - WSPriorTotal
       MOVE "Variance" TO RepPriorLabel
       MOVE WSVariance TO RepPriorAmount
       WRITE ReportLine FROM PriorWeekLine
       IF WSPriorTotal > ZERO
           COMPUTE WSVariancePct ROUNDED =
               (WSVariance * 100) / WSPriorTotal
           MOVE WSVariancePct TO WSEditedPct
           MOVE SPACES TO ReportLine
           STRING "   Variance % Of Forecast" DELIMITED BY SIZE
               WSEditedPct DELIMITED BY SIZE
               INTO ReportLine
           END-STRING
           WRITE ReportLine
       END-IF.
