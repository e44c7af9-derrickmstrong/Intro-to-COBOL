       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    cardsettlement.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Card processor settlement reconciliation: card payments (method R,
*> keyed at the counter in tellerentry.cob or arriving on
*> PaymentTrans.txt) apply to the balance the day they are taken, but
*> the processor deposits them days later, net of its fees, and now
*> and then takes one back as a chargeback. Each run reads one
*> settlement file from the processor:
*>   - every settled item (D) is matched to its applied card payment on
*>     PaymentIndex.dat by account and authorization reference, and the
*>     payment marked settled and logged to CardSettleLog.dat, which
*>     buildpaymentindex.cob reads back if the index is ever rebuilt;
*>   - the processor's fees for the batch go to CardFeeLedger.dat as one
*>     CARDFEE movement, which gljournalexport.cob posts to the card fee
*>     expense account through its posting rules;
*>   - every chargeback (C) reverses its payment back onto the balance
*>     as a CHARGEBACK movement, the way nsfreturns.cob reverses a
*>     bounced debit, and the account goes back to delinquent.
*> CardSettlement.rpt lists every item that didn't match, every
*> chargeback, and then every card payment still not settled once
*> CARDSETTLEDAYS (RunParams.dat, default 5) have passed since it was
*> applied. A batch already on CardFeeLedger.dat is refused whole, so
*> the same file run twice can't post its fees twice.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> The processor's settlement file - H, D, C and T records
       SELECT SettlementFile ASSIGN TO "CardSettlement.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSettlementStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> Appended to for the chargeback reversals
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.
       *> Applied payments by customer and reference
       SELECT PaymentIndex ASSIGN TO "PaymentIndex.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PXKey
           FILE STATUS IS WSPaymentIndexStatus.
       *> Processor fees per settled batch, for the GL feed
       SELECT FeeLedger ASSIGN TO "CardFeeLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSFeeLedgerStatus.
       *> Every item matched, so an index rebuild keeps it settled
       SELECT SettleLog ASSIGN TO "CardSettleLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSettleLogStatus.
       SELECT ExceptionReport ASSIGN TO "CardSettlement.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExceptionStatus.

DATA DIVISION.
FILE SECTION.
*> Fixed-column settlement feed. D settled item and C chargeback share
*> one layout; the fee on a C is the processor's chargeback fee.
FD SettlementFile.
01 SettlementRecord PIC X(80).
       88 SetEOF VALUE HIGH-VALUES.
01 SetHeaderRecord REDEFINES SettlementRecord.
       02 SetHdrType PIC X(01).
       02 SetDepositDate PIC 9(08).
       02 SetBatchID PIC X(12).
       02 FILLER PIC X(59).
01 SetDetailRecord REDEFINES SettlementRecord.
       02 SetRecordType PIC X(01).
       02 SetTranDate PIC 9(08).
       *> The merchant reference keyed on the terminal - our account
       02 SetIDNum PIC 9(08).
       *> The authorization reference the teller or feed recorded
       02 SetAuthRef PIC X(12).
       02 SetGross PIC 9(7)V99.
       02 SetFee PIC 9(5)V99.
       02 SetReasonCode PIC X(03).
       02 FILLER PIC X(32).
01 SetTrailerRecord REDEFINES SettlementRecord.
       02 SetTrlType PIC X(01).
       02 SetTrlCount PIC 9(08).
       *> What the processor deposited - negative when chargebacks and
       *> fees outweigh the day's sales
       02 SetTrlNetDeposit PIC S9(10)V99 SIGN IS LEADING SEPARATE.
       02 FILLER PIC X(58).

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
           88 AcctInGoodStanding VALUE "A".
           88 AcctIsDelinquent VALUE "D".
           88 AcctIsClosed VALUE "C".
       02 DateOfBirth PIC 9(08).
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle plus reserved expansion area - see
       *> randomlyaccessdata.cob's CustomerData for the field carve-out
       02 FILLER PIC X(230).

*> Must match applypayments.cob's BalanceHistoryRecord layout
FD BalanceHistory.
01 BalanceHistoryRecord.
       02 BHIDNum PIC 9(8).
       02 FILLER PIC X.
       02 BHDate PIC 9(08).
       02 FILLER PIC X.
       02 BHSource PIC X(12).
       02 FILLER PIC X.
       02 BHOldBalance PIC S9(7)V99.
       02 FILLER PIC X.
       02 BHAmount PIC S9(7)V99.
       02 FILLER PIC X.
       02 BHNewBalance PIC S9(7)V99.
       02 FILLER PIC X.
       02 BHReference PIC X(12).
       02 FILLER PIC X.
       02 BHMethod PIC X(01).
       02 FILLER PIC X.
       02 BHBranch PIC X(03).
       02 FILLER PIC X(03).

*> Must match applypayments.cob's PaymentIndexRecord layout
FD PaymentIndex.
01 PaymentIndexRecord.
       02 PXKey.
           03 PXIDNum PIC 9(08).
           03 PXReference PIC X(12).
           03 PXSeq PIC 9(03).
       02 PXAmount PIC 9(7)V99.
       02 PXPayDate PIC 9(08).
       02 PXAppliedDate PIC 9(08).
       02 PXMethod PIC X(01).
           88 PXCardPayment VALUE "R".
       02 PXStatus PIC X(01).
           88 PXApplied VALUE "A".
           88 PXReversed VALUE "R".
           *> A card payment the processor has deposited
           88 PXSettled VALUE "S".
       02 FILLER PIC X(20).

*> gljournalexport.cob reads this same layout
FD FeeLedger.
01 FeeLedgerRecord.
       02 CFDate PIC 9(08).
       02 FILLER PIC X.
       02 CFSource PIC X(12).
       02 FILLER PIC X.
       02 CFAmount PIC 9(7)V99.
       02 FILLER PIC X.
       *> Branch the fee posts for - blank is HQ
       02 CFBranch PIC X(03).
       02 FILLER PIC X.
       02 CFBatchID PIC X(12).
       *> Define End of File
       88 CFEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       02 CFDepositDate PIC 9(08).

*> buildpaymentindex.cob reads this same layout
FD SettleLog.
01 SettleLogRecord.
       02 CLIDNum PIC 9(08).
       02 FILLER PIC X.
       02 CLReference PIC X(12).
       02 FILLER PIC X.
       02 CLAmount PIC 9(7)V99.
       02 FILLER PIC X.
       02 CLSettleDate PIC 9(08).
       02 FILLER PIC X.
       02 CLBatchID PIC X(12).

FD ExceptionReport.
01 ExceptionLine PIC X(80).

WORKING-STORAGE SECTION.
01 CustExists PIC X.
01 WSRunDate PIC 9(08).
01 WSRunDateInt PIC 9(08).
01 WSAppliedInt PIC 9(08).
*> Days a card payment may wait for its deposit before it is chased -
*> tunable via RunParams.dat
01 WSSettleDays PIC 9(05) VALUE 5.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> The batch being settled, from the H record
01 WSBatchID PIC X(12) VALUE SPACES.
01 WSDepositDate PIC 9(08) VALUE ZERO.
01 WSBatchSeen PIC X VALUE "N".
*> Matching one item to its card payment on the index
01 WSMatchState PIC X.
       88 MatchNone VALUE "N".
       88 MatchFound VALUE "Y".
       88 MatchAmountDiffers VALUE "A".
       88 MatchAlreadySettled VALUE "S".
01 WSMatchedKey PIC X(23).
01 WSMoreIndex PIC X.
01 WSOldBalance PIC S9(7)V99.
*> Control totals
01 WSItemsRead PIC 9(08) VALUE ZERO.
01 WSItemsSettled PIC 9(08) VALUE ZERO.
01 WSItemsUnmatched PIC 9(08) VALUE ZERO.
01 WSChargebacks PIC 9(08) VALUE ZERO.
01 WSNotSettledCount PIC 9(08) VALUE ZERO.
01 WSTotalGross PIC 9(10)V99 VALUE ZERO.
01 WSTotalFees PIC 9(10)V99 VALUE ZERO.
01 WSTotalChargeback PIC 9(10)V99 VALUE ZERO.
01 WSTotalNotSettled PIC 9(10)V99 VALUE ZERO.
*> The deposit the detail adds up to, proved against the trailer
01 WSExpectedNet PIC S9(10)V99 VALUE ZERO.
01 WSTrailerSeen PIC X VALUE "N".
01 WSTrailerNet PIC S9(10)V99 VALUE ZERO.
01 WSTrailerCount PIC 9(08) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedTotal PIC $,$$$,$$$,$$9.99.
01 WSEditedNet PIC $,$$$,$$$,$$9.99CR.
01 ExceptionDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 ExcIDNum PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ExcReference PIC X(12).
       02 FILLER PIC X(1) VALUE SPACE.
       02 ExcAmount PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 ExcDate PIC 9(08).
       02 FILLER PIC X(3) VALUE " - ".
       02 ExcNote PIC X(28).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSSettlementStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
01 WSPaymentIndexStatus PIC X(02).
01 WSFeeLedgerStatus PIC X(02).
01 WSExceptionStatus PIC X(02).
01 WSSettleLogStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "cardsettlement".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       COMPUTE WSRunDateInt = FUNCTION INTEGER-OF-DATE(WSRunDate)
       MOVE "CARDSETTLEDAYS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue NOT > 99999
           MOVE WSParamValue TO WSSettleDays
       END-IF
       OPEN INPUT SettlementFile.
       IF WSSettlementStatus NOT = "00"
           DISPLAY "No Card Settlement File - Status " WSSettlementStatus
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           STOP RUN
       END-IF
       PERFORM ReadBatchHeader
       IF WSBatchSeen = "N"
           DISPLAY "CardSettlement.txt Has No H Record - Nothing Settled"
           CLOSE SettlementFile
           PERFORM AbortRun
       END-IF
       PERFORM CheckBatchNotPosted
       IF WSBatchSeen = "D"
           DISPLAY "Batch " WSBatchID " Already Settled - File Refused"
           CLOSE SettlementFile
           PERFORM AbortRun
       END-IF
       *> Nothing can be matched without the index - stop before any
       *> fee or chargeback posts
       OPEN I-O PaymentIndex.
       IF WSPaymentIndexStatus NOT = "00"
           DISPLAY "PaymentIndex.dat Open Status " WSPaymentIndexStatus
               " - Run buildpaymentindex First"
           CLOSE SettlementFile
           PERFORM AbortRun
       END-IF
       OPEN I-O CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status "
               WSCustomerFileStatus
       END-IF
       OPEN EXTEND SettleLog.
       IF WSSettleLogStatus = "35"
           OPEN OUTPUT SettleLog
       END-IF
       IF WSSettleLogStatus NOT = "00"
           DISPLAY "Warning: CardSettleLog.dat Open Status "
               WSSettleLogStatus
       END-IF
       OPEN OUTPUT ExceptionReport.
       IF WSExceptionStatus NOT = "00"
           DISPLAY "Warning: CardSettlement.rpt Open Status "
               WSExceptionStatus
       END-IF
       MOVE SPACES TO ExceptionLine
       STRING "CARD SETTLEMENT RECONCILIATION - BATCH " DELIMITED BY SIZE
           WSBatchID DELIMITED BY SPACE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine
       MOVE "=============================================="
           TO ExceptionLine
       WRITE ExceptionLine
       READ SettlementFile
           AT END SET SetEOF TO TRUE
       END-READ
       PERFORM UNTIL SetEOF
           EVALUATE SetRecordType
               WHEN "D" PERFORM SettleOneItem
               WHEN "C" PERFORM ProcessOneChargeback
               WHEN "T"
                   MOVE "Y" TO WSTrailerSeen
                   MOVE SetTrlCount TO WSTrailerCount
                   MOVE SetTrlNetDeposit TO WSTrailerNet
           END-EVALUATE
           READ SettlementFile
               AT END SET SetEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE SettlementFile.
       PERFORM PostBatchFees
       PERFORM ListUnsettledPayments
       PERFORM PrintFooter
       CLOSE CustomerFile, PaymentIndex, SettleLog, ExceptionReport.
       DISPLAY " "
       DISPLAY "CARD SETTLEMENT COMPLETE - BATCH " WSBatchID
       DISPLAY "Items Read.........: " WSItemsRead
       DISPLAY "Items Settled......: " WSItemsSettled
       DISPLAY "Items Unmatched....: " WSItemsUnmatched
       DISPLAY "Chargebacks........: " WSChargebacks
       DISPLAY "Still Not Settled..: " WSNotSettledCount
       *> Anything on the report wants a look before the deposit is
       *> booked as reconciled
       IF WSOpsRC = ZERO
           IF WSItemsUnmatched > ZERO OR WSNotSettledCount > ZERO
               OR WSTrailerSeen = "N" OR WSTrailerNet NOT = WSExpectedNet
               MOVE 4 TO WSOpsRC
           END-IF
       END-IF
       MOVE SPACES TO WSOpsCounts
       STRING "SETTLED " DELIMITED BY SIZE
           WSItemsSettled DELIMITED BY SIZE
           " UNMAT " DELIMITED BY SIZE
           WSItemsUnmatched DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

AbortRun.
       MOVE 8 TO WSOpsRC
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> The batch ID and deposit date come off the H record, ahead of any
*> item; the file is then read again from the top for the items
ReadBatchHeader.
       MOVE "N" TO WSBatchSeen
       READ SettlementFile
           AT END SET SetEOF TO TRUE
       END-READ
       PERFORM UNTIL SetEOF OR WSBatchSeen = "Y"
           IF SetHdrType = "H"
               MOVE "Y" TO WSBatchSeen
               MOVE SetBatchID TO WSBatchID
               MOVE SetDepositDate TO WSDepositDate
           ELSE
               READ SettlementFile
                   AT END SET SetEOF TO TRUE
               END-READ
           END-IF
       END-PERFORM
       CLOSE SettlementFile
       OPEN INPUT SettlementFile.

*> A batch whose fees are already on the ledger has been run before -
*> WSBatchSeen comes back D for a duplicate
CheckBatchNotPosted.
       OPEN INPUT FeeLedger
       IF WSFeeLedgerStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ FeeLedger
           AT END SET CFEOF TO TRUE
       END-READ
       PERFORM UNTIL CFEOF
           IF CFBatchID = WSBatchID
               MOVE "D" TO WSBatchSeen
           END-IF
           READ FeeLedger
               AT END SET CFEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE FeeLedger.

*> One deposited item: its card payment is marked settled. The fee is
*> the processor's whether the item matches or not - it came out of
*> the deposit either way.
SettleOneItem.
       ADD 1 TO WSItemsRead
       IF SetIDNum IS NOT NUMERIC OR SetGross IS NOT NUMERIC
           OR SetFee IS NOT NUMERIC
           ADD 1 TO WSItemsUnmatched
           MOVE ZERO TO ExcIDNum, ExcAmount, ExcDate
           MOVE SetAuthRef TO ExcReference
           MOVE "GARBLED SETTLEMENT ITEM" TO ExcNote
           WRITE ExceptionLine FROM ExceptionDetailLine
           EXIT PARAGRAPH
       END-IF
       ADD SetGross TO WSTotalGross
       ADD SetFee TO WSTotalFees
       COMPUTE WSExpectedNet = WSExpectedNet + SetGross - SetFee
       PERFORM MatchCardPayment
       EVALUATE TRUE
           WHEN MatchFound
               PERFORM MarkMatchedPayment
               IF WSMatchState = "Y"
                   ADD 1 TO WSItemsSettled
               END-IF
           WHEN MatchAmountDiffers
               ADD 1 TO WSItemsUnmatched
               MOVE "AMOUNT DIFFERS FROM PAYMENT" TO ExcNote
               PERFORM WriteExceptionDetail
           WHEN MatchAlreadySettled
               ADD 1 TO WSItemsUnmatched
               MOVE "PAYMENT ALREADY SETTLED" TO ExcNote
               PERFORM WriteExceptionDetail
           WHEN OTHER
               ADD 1 TO WSItemsUnmatched
               MOVE "NO MATCHING CARD PAYMENT" TO ExcNote
               PERFORM WriteExceptionDetail
       END-EVALUATE.

*> The customer's card payments under this reference: one of the same
*> amount still waiting for its deposit is the match. A chargeback may
*> also take back one already settled.
MatchCardPayment.
       SET MatchNone TO TRUE
       MOVE SetIDNum TO PXIDNum
       MOVE SetAuthRef TO PXReference
       MOVE ZERO TO PXSeq
       MOVE "Y" TO WSMoreIndex
       START PaymentIndex KEY IS NOT LESS THAN PXKey
           INVALID KEY MOVE "N" TO WSMoreIndex
       END-START
       PERFORM UNTIL WSMoreIndex = "N" OR MatchFound
           READ PaymentIndex NEXT RECORD
               AT END MOVE "N" TO WSMoreIndex
           END-READ
           IF WSMoreIndex = "Y"
               IF PXIDNum NOT = SetIDNum
                   OR PXReference NOT = SetAuthRef
                   MOVE "N" TO WSMoreIndex
               ELSE
                   IF PXCardPayment
                       PERFORM JudgeOneCandidate
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

JudgeOneCandidate.
       IF PXAmount NOT = SetGross
           IF MatchNone
               SET MatchAmountDiffers TO TRUE
           END-IF
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN PXApplied
               SET MatchFound TO TRUE
               MOVE PXKey TO WSMatchedKey
           WHEN PXSettled AND SetRecordType = "C"
               SET MatchFound TO TRUE
               MOVE PXKey TO WSMatchedKey
           WHEN PXSettled
               SET MatchAlreadySettled TO TRUE
       END-EVALUATE.

*> The deposit arrived - a later run's chase list won't show it again
MarkMatchedPayment.
       MOVE WSMatchedKey TO PXKey
       READ PaymentIndex
           INVALID KEY
               DISPLAY "Warning: Index Entry Gone For " SetIDNum
               SET MatchNone TO TRUE
               EXIT PARAGRAPH
       END-READ
       SET PXSettled TO TRUE
       REWRITE PaymentIndexRecord
           INVALID KEY
               DISPLAY "Warning: Index Not Marked For " SetIDNum
           NOT INVALID KEY
               MOVE SPACES TO SettleLogRecord
               MOVE PXIDNum TO CLIDNum
               MOVE PXReference TO CLReference
               MOVE PXAmount TO CLAmount
               MOVE WSRunDate TO CLSettleDate
               MOVE WSBatchID TO CLBatchID
               WRITE SettleLogRecord
       END-REWRITE.

*> A chargeback: the processor took the money back, so the payment
*> comes back onto the balance and the account goes back to
*> delinquent, nsfreturns.cob style. The chargeback fee is the
*> processor's, not the customer's.
ProcessOneChargeback.
       ADD 1 TO WSItemsRead
       IF SetIDNum IS NOT NUMERIC OR SetGross IS NOT NUMERIC
           OR SetFee IS NOT NUMERIC
           ADD 1 TO WSItemsUnmatched
           MOVE ZERO TO ExcIDNum, ExcAmount, ExcDate
           MOVE SetAuthRef TO ExcReference
           MOVE "GARBLED CHARGEBACK ITEM" TO ExcNote
           WRITE ExceptionLine FROM ExceptionDetailLine
           EXIT PARAGRAPH
       END-IF
       ADD SetFee TO WSTotalFees
       COMPUTE WSExpectedNet = WSExpectedNet - SetGross - SetFee
       MOVE "Y" TO CustExists
       MOVE SetIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N" OR CustDeleted
           ADD 1 TO WSItemsUnmatched
           MOVE "CHARGEBACK - NO CUSTOMER" TO ExcNote
           PERFORM WriteExceptionDetail
           EXIT PARAGRAPH
       END-IF
       PERFORM MatchCardPayment
       IF NOT MatchFound
           ADD 1 TO WSItemsUnmatched
           MOVE "CHARGEBACK - NO PAYMENT" TO ExcNote
           PERFORM WriteExceptionDetail
           EXIT PARAGRAPH
       END-IF
       MOVE AccountBalance TO WSOldBalance
       ADD SetGross TO AccountBalance
       SET AcctIsDelinquent TO TRUE
       REWRITE CustomerData
           INVALID KEY
               ADD 1 TO WSItemsUnmatched
               MOVE "CHARGEBACK - REWRITE FAILED" TO ExcNote
               PERFORM WriteExceptionDetail
               EXIT PARAGRAPH
       END-REWRITE
       ADD 1 TO WSChargebacks
       ADD SetGross TO WSTotalChargeback
       PERFORM WriteChargebackMovement
       MOVE WSMatchedKey TO PXKey
       READ PaymentIndex
           INVALID KEY
               DISPLAY "Warning: Index Entry Gone For " SetIDNum
           NOT INVALID KEY
               SET PXReversed TO TRUE
               REWRITE PaymentIndexRecord
                   INVALID KEY
                       DISPLAY "Warning: Index Not Marked For " SetIDNum
               END-REWRITE
       END-READ
       CALL 'CUSTJRNL' USING WSOpsProgram, CustomerData
       MOVE "CHARGEBACK - PAYMENT REVERSED" TO ExcNote
       PERFORM WriteExceptionDetail.

WriteChargebackMovement.
       *> EXTEND appends to the running ledger; if it doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN EXTEND BalanceHistory
       IF WSBalanceHistoryStatus = "35"
           OPEN OUTPUT BalanceHistory
       END-IF
       MOVE SPACES TO BalanceHistoryRecord
       MOVE IDNum TO BHIDNum
       MOVE WSRunDate TO BHDate
       MOVE "CHARGEBACK" TO BHSource
       MOVE WSOldBalance TO BHOldBalance
       MOVE SetGross TO BHAmount
       MOVE AccountBalance TO BHNewBalance
       MOVE SetAuthRef TO BHReference
       MOVE "R" TO BHMethod
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord
       CLOSE BalanceHistory.

*> The batch's fees in one CARDFEE line, dated today so tonight's GL
*> feed carries them
PostBatchFees.
       IF WSTotalFees = ZERO
           EXIT PARAGRAPH
       END-IF
       OPEN EXTEND FeeLedger
       IF WSFeeLedgerStatus = "35"
           OPEN OUTPUT FeeLedger
       END-IF
       IF WSFeeLedgerStatus NOT = "00"
           DISPLAY "Warning: CardFeeLedger.dat Open Status "
               WSFeeLedgerStatus " - Fees Not Posted"
           MOVE 8 TO WSOpsRC
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO FeeLedgerRecord
       MOVE WSRunDate TO CFDate
       MOVE "CARDFEE" TO CFSource
       MOVE WSTotalFees TO CFAmount
       MOVE WSBatchID TO CFBatchID
       MOVE WSDepositDate TO CFDepositDate
       WRITE FeeLedgerRecord
       CLOSE FeeLedger.

*> Every card payment still waiting for its deposit past the allowed
*> days - the whole index is walked, card entries only
ListUnsettledPayments.
       MOVE SPACES TO ExceptionLine
       WRITE ExceptionLine
       MOVE "CARD PAYMENTS NOT SETTLED" TO ExceptionLine
       WRITE ExceptionLine
       MOVE "-------------------------" TO ExceptionLine
       WRITE ExceptionLine
       MOVE LOW-VALUES TO PXKey
       MOVE "Y" TO WSMoreIndex
       START PaymentIndex KEY IS NOT LESS THAN PXKey
           INVALID KEY MOVE "N" TO WSMoreIndex
       END-START
       PERFORM UNTIL WSMoreIndex = "N"
           READ PaymentIndex NEXT RECORD
               AT END MOVE "N" TO WSMoreIndex
           END-READ
           IF WSMoreIndex = "Y"
               IF PXCardPayment AND PXApplied
                   AND PXAppliedDate IS NUMERIC
                   AND PXAppliedDate > ZERO
                   PERFORM JudgeOneUnsettled
               END-IF
           END-IF
       END-PERFORM.

JudgeOneUnsettled.
       COMPUTE WSAppliedInt = FUNCTION INTEGER-OF-DATE(PXAppliedDate)
       IF WSRunDateInt - WSAppliedInt NOT > WSSettleDays
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSNotSettledCount
       ADD PXAmount TO WSTotalNotSettled
       MOVE PXIDNum TO ExcIDNum
       MOVE PXReference TO ExcReference
       MOVE PXAmount TO ExcAmount
       MOVE PXAppliedDate TO ExcDate
       MOVE "NEVER SETTLED" TO ExcNote
       WRITE ExceptionLine FROM ExceptionDetailLine.

WriteExceptionDetail.
       MOVE SetIDNum TO ExcIDNum
       MOVE SetAuthRef TO ExcReference
       MOVE SetGross TO ExcAmount
       MOVE SetTranDate TO ExcDate
       WRITE ExceptionLine FROM ExceptionDetailLine.

PrintFooter.
       MOVE SPACES TO ExceptionLine
       WRITE ExceptionLine
       MOVE WSItemsSettled TO WSEditedCount
       MOVE WSTotalGross TO WSEditedTotal
       MOVE SPACES TO ExceptionLine
       STRING "Items Settled: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  Gross Of Batch: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine
       MOVE WSItemsUnmatched TO WSEditedCount
       MOVE SPACES TO ExceptionLine
       STRING "Items Unmatched: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine
       MOVE WSChargebacks TO WSEditedCount
       MOVE WSTotalChargeback TO WSEditedTotal
       MOVE SPACES TO ExceptionLine
       STRING "Chargebacks Reversed: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  Total: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine
       MOVE WSTotalFees TO WSEditedTotal
       MOVE SPACES TO ExceptionLine
       STRING "Processor Fees Posted (CARDFEE): " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine
       MOVE WSNotSettledCount TO WSEditedCount
       MOVE WSTotalNotSettled TO WSEditedTotal
       MOVE SPACES TO ExceptionLine
       STRING "Not Settled: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  Total: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine
       MOVE WSExpectedNet TO WSEditedNet
       MOVE SPACES TO ExceptionLine
       STRING "Net Deposit Per Items: " DELIMITED BY SIZE
           WSEditedNet DELIMITED BY SIZE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine
       MOVE SPACES TO ExceptionLine
       EVALUATE TRUE
           WHEN WSTrailerSeen = "N"
               MOVE "*** NO TRAILER - DEPOSIT NOT PROVED ***"
                   TO ExceptionLine
           WHEN WSTrailerNet NOT = WSExpectedNet
               MOVE WSTrailerNet TO WSEditedNet
               STRING "*** TRAILER SAYS " DELIMITED BY SIZE
                   WSEditedNet DELIMITED BY SIZE
                   " - OUT OF BALANCE ***" DELIMITED BY SIZE
                   INTO ExceptionLine
               END-STRING
           WHEN OTHER
               MOVE "Deposit Agrees With Processor Trailer"
                   TO ExceptionLine
       END-EVALUATE
       WRITE ExceptionLine.
