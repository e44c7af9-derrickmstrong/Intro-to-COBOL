ENVIRONMENT DIVISION.
*> Returned direct-debit (NSF) processing: the bank's return file
*> finally has a way in. Each R record names the customer and amount
*> the bank bounced; the item is matched against an applied payment
*> on PaymentIndex.dat (applypayments.cob's keyed index of them, which
*> is marked reversed so one payment can't bounce twice), the payment
*> is reversed back onto the balance as NSFREVERSE, the NSF fee
*> (NSFFEEAMT in RunParams.dat, zero suppresses it) is assessed as
*> NSFFEE, and the account flips
*> back to delinquent for statussweep.cob and the collectors. Every
*> reversal and every unmatched item lands on the exception report,
*> the same morning-chase style as UnappliedCash.rpt. A returned item
*> on an autopay account counts against its enrollment
*> (AutopayEnrollment.dat), and once the returns reach AUTOPAYMAXRET
*> (RunParams.dat, default 2) the enrollment is cancelled.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> The bank's return file - R records in the BankDebit.txt
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> Appended to for the reversal and fee movements
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.
       *> Applied payments by customer and reference - the original
       *> debit is found here, not by reading the whole ledger
       SELECT PaymentIndex ASSIGN TO "PaymentIndex.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PXKey
           FILE STATUS IS WSPaymentIndexStatus.
       SELECT AutopayFile ASSIGN TO "AutopayEnrollment.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APIDNum
           FILE STATUS IS WSAutopayFileStatus.
       SELECT ExceptionReport ASSIGN TO "NsfReturns.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExceptionStatus.
01 BalanceHistoryRecord.
       02 BHIDNum PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 BHDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 BHSource PIC X(12).
       *> (applypayments.cob names these; spaces everywhere else)
       02 FILLER PIC X(22).

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
       02 PXStatus PIC X(01).
           88 PXApplied VALUE "A".
           88 PXReversed VALUE "R".
       02 FILLER PIC X(20).

*> Must match autopayenroll.cob's AutopayRecord layout
FD AutopayFile.
01 AutopayRecord.
       02 APIDNum PIC 9(08).
       *> Bank details through the stop date - carried for layout fit
       02 FILLER PIC X(52).
       02 APStatusFlag PIC X(01).
           88 AutopayActive VALUE "A".
           88 AutopayCancelled VALUE "C".
       02 APReturnCount PIC 9(02).
       02 APLastDraftDate PIC 9(08).
       02 APEnrolledBy PIC X(08).
       02 APChangedDate PIC 9(08).
       02 APCancelReason PIC X(12).
       02 FILLER PIC X(20).

FD ExceptionReport.
01 ExceptionLine PIC X(80).

01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> Matching the original debit - an applied payment of this amount,
*> and the index key it was found under so it can be marked reversed
01 WSDebitMatched PIC X.
01 WSMatchedKey PIC X(23).
01 WSMoreIndex PIC X.
01 WSPaymentIndexStatus PIC X(02).
01 WSIndexOpen PIC X VALUE "N".
*> The reversal and fee movements
01 WSOldBalance PIC S9(7)V99.
*> Control totals
01 WSReturnFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
01 WSExceptionStatus PIC X(02).
01 WSAutopayFileStatus PIC X(02).
*> Y while the site has an enrollment file
01 WSAutopayOpen PIC X VALUE "N".
*> Returns an autopay enrollment survives - tunable via RunParams.dat
01 WSAutopayMaxReturns PIC 9(02) VALUE 2.
01 WSAutopayCancelled PIC 9(08) VALUE ZERO.

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "nsfreturns".
           DISPLAY "Warning: Customer.txt Open Status "
               WSCustomerFileStatus
       END-IF
       MOVE "AUTOPAYMAXRET" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue < 100
           MOVE WSParamValue TO WSAutopayMaxReturns
       END-IF
       MOVE "N" TO WSIndexOpen
       OPEN I-O PaymentIndex.
       IF WSPaymentIndexStatus = "00"
           MOVE "Y" TO WSIndexOpen
       ELSE
           DISPLAY "Warning: PaymentIndex.dat Open Status "
               WSPaymentIndexStatus " - No Debit Can Be Matched"
       END-IF
       MOVE "N" TO WSAutopayOpen
       OPEN I-O AutopayFile.
       IF WSAutopayFileStatus = "00"
           MOVE "Y" TO WSAutopayOpen
       END-IF
       OPEN OUTPUT ExceptionReport.
       IF WSExceptionStatus NOT = "00"
           DISPLAY "Warning: NsfReturns.rpt Open Status "
           END-READ
       END-PERFORM
       PERFORM PrintFooter.
       IF WSAutopayOpen = "Y"
           CLOSE AutopayFile
       END-IF
       IF WSIndexOpen = "Y"
           CLOSE PaymentIndex
       END-IF
       CLOSE ReturnFile, CustomerFile, ExceptionReport.
       DISPLAY " "
       DISPLAY "NSF RETURN PROCESSING COMPLETE"
       END-IF
       PERFORM ReverseOnePayment.

*> An applied payment of the returned amount must be on the index -
*> the bank can't take back money we never booked. Only this
*> customer's entries are read, and one already reversed is skipped.
MatchOriginalDebit.
       MOVE "N" TO WSDebitMatched
       IF WSIndexOpen = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE LOW-VALUES TO PXKey
       MOVE RetIDNum TO PXIDNum
       MOVE "Y" TO WSMoreIndex
       START PaymentIndex KEY IS NOT LESS THAN PXKey
           INVALID KEY MOVE "N" TO WSMoreIndex
       END-START
       PERFORM UNTIL WSMoreIndex = "N" OR WSDebitMatched = "Y"
           READ PaymentIndex NEXT RECORD
               AT END MOVE "N" TO WSMoreIndex
           END-READ
           IF WSMoreIndex = "Y"
               IF PXIDNum NOT = RetIDNum
                   MOVE "N" TO WSMoreIndex
               ELSE
                   IF PXApplied AND PXAmount = RetAmount
                       MOVE "Y" TO WSDebitMatched
                       MOVE PXKey TO WSMatchedKey
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

*> The bounced payment is spent - a second return of the same amount
*> has to find another payment or go on the report
MarkPaymentReversed.
       MOVE WSMatchedKey TO PXKey
       READ PaymentIndex
           INVALID KEY
               DISPLAY "Warning: Index Entry Gone For " RetIDNum
               EXIT PARAGRAPH
       END-READ
       SET PXReversed TO TRUE
       REWRITE PaymentIndexRecord
           INVALID KEY
               DISPLAY "Warning: Index Not Marked For " RetIDNum
       END-REWRITE.

*> The money never arrived: the payment comes back onto the balance,
*> the fee (if set) rides behind it, and the account goes back to
       ADD 1 TO WSItemsReversed
       ADD RetAmount TO WSTotalReversed
       PERFORM WriteReversalMovement
       PERFORM MarkPaymentReversed
       CALL 'CUSTJRNL' USING WSOpsProgram, CustomerData
       MOVE "PAYMENT REVERSED" TO ExcNote
       PERFORM WriteExceptionDetail
       IF WSNsfFee > ZERO
           PERFORM AssessNsfFee
       END-IF
       PERFORM CountAutopayReturn.

*> Every returned item counts against an active autopay enrollment -
*> enough of them and the drafting stops until the customer re-enrolls
CountAutopayReturn.
       IF WSAutopayOpen = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE IDNum TO APIDNum
       READ AutopayFile
           INVALID KEY EXIT PARAGRAPH
       END-READ
       IF NOT AutopayActive
           EXIT PARAGRAPH
       END-IF
       IF APReturnCount < 99
           ADD 1 TO APReturnCount
       END-IF
       IF APReturnCount NOT < WSAutopayMaxReturns
           SET AutopayCancelled TO TRUE
           MOVE "NSF RETURNS" TO APCancelReason
           MOVE "NSFRETURNS" TO APEnrolledBy
           MOVE WSRunDate TO APChangedDate
       END-IF
       REWRITE AutopayRecord
           INVALID KEY
               DISPLAY "Warning: Autopay Not Updated For " IDNum
               EXIT PARAGRAPH
       END-REWRITE
       IF AutopayCancelled
           ADD 1 TO WSAutopayCancelled
           MOVE "AUTOPAY CANCELLED" TO ExcNote
           PERFORM WriteExceptionDetail
       END-IF.

WriteReversalMovement.
       MOVE WSOldBalance TO BHOldBalance
       MOVE RetAmount TO BHAmount
       MOVE AccountBalance TO BHNewBalance
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord
       CLOSE BalanceHistory.

       MOVE WSOldBalance TO BHOldBalance
       MOVE WSNsfFee TO BHAmount
       MOVE AccountBalance TO BHNewBalance
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord
       CLOSE BalanceHistory
       CALL 'CUSTJRNL' USING WSOpsProgram, CustomerData.
           WSEditedCount DELIMITED BY SIZE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine
       MOVE WSAutopayCancelled TO WSEditedCount
       MOVE SPACES TO ExceptionLine
       STRING "Autopay Enrollments Cancelled: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine.
