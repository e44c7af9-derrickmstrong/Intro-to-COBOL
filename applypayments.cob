*> batchcustomermaint.cob's ApplyUpdate does. A payment whose ID doesn't
*> match an active customer is never silently dropped - it lands on the
*> unapplied-cash exception report for someone to chase in the morning.
*> Each applied payment is also keyed onto PaymentIndex.dat by customer
*> and reference, which is what the duplicate check reads.
*> Payments arrive in dollars. Against an invoice billed in another
*> currency the dollars are turned into that currency at the payment
*> date's rate (FXRATE.cob); what the dollars were worth against the
*> rate the invoice was carried at (InvoiceFX.dat) is a realized
*> exchange gain or loss, written to FXLedger.dat for the GL feed.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> One line per payment received - customer ID, date, amount, reference
       SELECT SuspenseFile ASSIGN TO "PaymentSuspense.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSuspenseStatus.
       *> Every applied payment keyed by customer and reference, so the
       *> duplicate check reads a handful of entries, not the ledger
       SELECT PaymentIndex ASSIGN TO "PaymentIndex.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PXKey
           FILE STATUS IS WSPaymentIndexStatus.
       *> The dollar side of each foreign-currency invoice, by number
       SELECT InvoiceFXFile ASSIGN TO "InvoiceFX.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FXInvNumber
           FILE STATUS IS WSInvoiceFXStatus.
       *> Realized exchange gains and losses for tonight's GL feed
       SELECT FXLedger ASSIGN TO "FXLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSFXLedgerStatus.

DATA DIVISION.
FILE SECTION.
01 BalanceHistoryRecord.
       02 BHIDNum PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 BHDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 BHSource PIC X(12).
       *> Reserved for future fields
       02 FILLER PIC X(03).

*> One entry per applied payment, written as the ledger line is -
*> buildpaymentindex.cob loads it from the ledger, suspensereview.cob
*> and nsfreturns.cob read this same layout
FD PaymentIndex.
01 PaymentIndexRecord.
       02 PXKey.
           03 PXIDNum PIC 9(08).
           03 PXReference PIC X(12).
           *> The same customer and reference again takes the next one
           03 PXSeq PIC 9(03).
       02 PXAmount PIC 9(7)V99.
       02 PXPayDate PIC 9(08).
       *> The cash run that applied it
       02 PXAppliedDate PIC 9(08).
       02 PXMethod PIC X(01).
       *> R once nsfreturns.cob or a chargeback has taken the payment back,
       *> S once cardsettlement.cob has matched a card payment's deposit
       02 PXStatus PIC X(01).
           88 PXApplied VALUE "A".
           88 PXReversed VALUE "R".
       *> Reserved for future fields
       02 FILLER PIC X(20).

*> Must match invoice-calculator's InvoiceFXRecord layout
FD InvoiceFXFile.
01 InvoiceFXRecord.
       02 FXInvNumber PIC 9(08).
       02 FXIDNum PIC 9(08).
       02 FXCurrency PIC X(03).
       02 FXInvDate PIC 9(08).
       02 FXInvRate PIC 9(03)V9(06).
       02 FXBaseTotal PIC 9(09)V99.
       02 FXCarryRate PIC 9(03)V9(06).
       02 FXCarryMonth PIC 9(06).
       02 FXUnrealized PIC S9(09)V99.
       02 FXRealized PIC S9(09)V99.
       02 FXBaseReceived PIC 9(09)V99.
       02 FILLER PIC X(20).

*> Must match fxrevalue.cob's FXLedgerRecord layout
FD FXLedger.
01 FXLedgerRecord.
       02 FLDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 FLSource PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 FLAmount PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 FLBranch PIC X(03).
       02 FILLER PIC X VALUE SPACE.
       02 FLInvNumber PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 FLIDNum PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 FLCurrency PIC X(03).

WORKING-STORAGE SECTION.
01 CustExists PIC X.
*> Balance as it stood before this payment applied, for the ledger entry
01 WSCustomerFileStatus PIC X(02).
01 WSUnappliedStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
01 WSInvoiceFileStatus PIC X(02).
*> Open-item matching state - what's left of the payment as it walks
*> the customer's open invoices (by reference first, else oldest-first)
01 WSPaymentsHeld PIC 9(8) VALUE ZERO.
01 WSTotalHeld PIC 9(10)V99 VALUE ZERO.
01 WSSuspenseStatus PIC X(02).
01 WSPaymentIndexStatus PIC X(02).
*> Y once PaymentIndex.dat opened
01 WSIndexOpen PIC X VALUE "N".
01 WSMoreIndex PIC X.
01 WSIndexWritten PIC X.
*> Foreign-currency application - the dollars left are turned into the
*> invoice's currency at the payment date's rate, and measured against
*> the rate the invoice is carried at for the realized gain or loss
01 WSInvoiceFXStatus PIC X(02).
01 WSFXLedgerStatus PIC X(02).
*> Y once InvoiceFX.dat and FXLedger.dat are open - only when a
*> foreign invoice is first paid
01 WSFXFilesOpen PIC X VALUE "N".
01 WSFXRecordFound PIC X.
01 WSPayRate PIC 9(03)V9(06).
01 WSCarryRate PIC 9(03)V9(06).
01 WSOpenBase PIC 9(9)V99.
01 WSApplyBase PIC 9(9)V99.
01 WSRealized PIC S9(9)V99.
*> FXRATE.cob staging
01 WSLookupCurrency PIC X(03).
01 WSLookupDate PIC 9(08).
01 WSLookupRate PIC 9(03)V9(06).
01 WSLookupRateDate PIC 9(08).
01 WSLookupFound PIC X(01).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "applypayments".
                   WSBalanceHistoryStatus
           END-IF
       END-IF
       PERFORM OpenPaymentIndex
       MOVE "UNAPPLIED CASH EXCEPTIONS" TO UnappliedLine
       WRITE UnappliedLine
       MOVE "=========================" TO UnappliedLine
       END-PERFORM
       PERFORM PrintUnappliedFooter.
       CLOSE PaymentFile, CustomerFile, UnappliedReport, BalanceHistory.
       IF WSIndexOpen = "Y"
           CLOSE PaymentIndex
       END-IF
       IF WSFXFilesOpen = "Y"
           CLOSE InvoiceFXFile, FXLedger
       END-IF
       DISPLAY " "
       DISPLAY "PAYMENT APPLICATION COMPLETE"
       DISPLAY "Payments Read...: " WSPaymentsRead
           END-IF
           EXIT PARAGRAPH
       END-IF
       IF IhCurrency NOT = SPACES AND IhCurrency NOT = "USD"
           PERFORM ApplyToForeignInvoice
           EXIT PARAGRAPH
       END-IF
       IF WSRemaining < WSOpenAmt
           MOVE WSRemaining TO WSApplyAmt
       ELSE
       END-IF
       SUBTRACT WSApplyAmt FROM WSRemaining.

*> The same soak for an invoice billed in another currency: what's left
*> of the dollars buys down the open amount at the payment date's rate
*> (no rate that day falls back to the rate the invoice is carried at).
*> Those dollars against the carried value of what they paid off is the
*> realized gain or loss on the slice.
ApplyToForeignInvoice.
       PERFORM OpenForeignFiles
       PERFORM FindInvoiceCarryRate
       MOVE IhCurrency TO WSLookupCurrency
       MOVE PayDate TO WSLookupDate
       CALL 'FXRATE' USING WSLookupCurrency, WSLookupDate,
           WSLookupRate, WSLookupRateDate, WSLookupFound
       IF WSLookupFound = "Y" AND WSLookupRate > ZERO
           MOVE WSLookupRate TO WSPayRate
       ELSE
           MOVE WSCarryRate TO WSPayRate
       END-IF
       COMPUTE WSOpenBase ROUNDED = WSOpenAmt * WSPayRate
       IF WSRemaining < WSOpenBase
           MOVE WSRemaining TO WSApplyBase
           COMPUTE WSApplyAmt ROUNDED = WSApplyBase / WSPayRate
           IF WSApplyAmt > WSOpenAmt
               MOVE WSOpenAmt TO WSApplyAmt
           END-IF
       ELSE
           MOVE WSOpenBase TO WSApplyBase
           MOVE WSOpenAmt TO WSApplyAmt
       END-IF
       ADD WSApplyAmt TO IhPaidAmount
       IF IhPaidAmount < IhTotal
           SET InvOpen TO TRUE
       ELSE
           SET InvPaid TO TRUE
       END-IF
       REWRITE InvoiceRecord
       IF WSInvoiceFileStatus NOT = "00"
           *> A short pre-widening line can't take the 80-byte record
           *> back - padinvoicefile.cob fixes the file
           DISPLAY "Warning: Invoice " IhInvNumber
               " Not Rewritten - Status " WSInvoiceFileStatus
       END-IF
       SUBTRACT WSApplyBase FROM WSRemaining
       COMPUTE WSRealized ROUNDED =
           WSApplyBase - (WSApplyAmt * WSCarryRate)
       IF WSFXRecordFound = "Y"
           ADD WSRealized TO FXRealized
           ADD WSApplyBase TO FXBaseReceived
           REWRITE InvoiceFXRecord
               INVALID KEY
                   DISPLAY "Warning: InvoiceFX " IhInvNumber
                       " Not Rewritten - Status " WSInvoiceFXStatus
           END-REWRITE
       END-IF
       IF WSRealized = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO FXLedgerRecord
       MOVE WSRunDate TO FLDate
       IF WSRealized > ZERO
           MOVE "FXREALGAIN" TO FLSource
           MOVE WSRealized TO FLAmount
       ELSE
           MOVE "FXREALLOSS" TO FLSource
           COMPUTE FLAmount = ZERO - WSRealized
       END-IF
       MOVE IhInvNumber TO FLInvNumber
       MOVE IhIDNum TO FLIDNum
       MOVE IhCurrency TO FLCurrency
       WRITE FXLedgerRecord.

*> The rate the invoice is carried at - last month-end's closing rate
*> once fxrevalue.cob has restated it, the invoice-date rate before
*> that. An invoice with no InvoiceFX.dat record takes the
*> invoice-date rate straight from the rate table, else par.
FindInvoiceCarryRate.
       MOVE "Y" TO WSFXRecordFound
       MOVE IhInvNumber TO FXInvNumber
       READ InvoiceFXFile
           INVALID KEY MOVE "N" TO WSFXRecordFound
       END-READ
       IF WSFXRecordFound = "Y" AND FXCarryRate > ZERO
           MOVE FXCarryRate TO WSCarryRate
           EXIT PARAGRAPH
       END-IF
       MOVE IhCurrency TO WSLookupCurrency
       MOVE IhInvDate TO WSLookupDate
       CALL 'FXRATE' USING WSLookupCurrency, WSLookupDate,
           WSLookupRate, WSLookupRateDate, WSLookupFound
       IF WSLookupFound = "Y" AND WSLookupRate > ZERO
           MOVE WSLookupRate TO WSCarryRate
       ELSE
           MOVE 1 TO WSCarryRate
       END-IF.

*> InvoiceFX.dat I-O and FXLedger.dat EXTEND, the first time a foreign
*> invoice is paid - either one missing (status 35) is created
OpenForeignFiles.
       IF WSFXFilesOpen = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WSFXFilesOpen
       OPEN I-O InvoiceFXFile
       IF WSInvoiceFXStatus = "35"
           OPEN OUTPUT InvoiceFXFile
           CLOSE InvoiceFXFile
           OPEN I-O InvoiceFXFile
       END-IF
       IF WSInvoiceFXStatus NOT = "00"
           DISPLAY "Warning: InvoiceFX.dat Open Status "
               WSInvoiceFXStatus
       END-IF
       OPEN EXTEND FXLedger
       IF WSFXLedgerStatus = "35"
           OPEN OUTPUT FXLedger
       END-IF
       IF WSFXLedgerStatus NOT = "00"
           DISPLAY "Warning: FXLedger.dat Open Status "
               WSFXLedgerStatus
       END-IF.

*> The slice no open invoice could absorb - flagged for the morning
*> like any other unapplied-cash exception, though the balance itself
*> already took the full payment
       WRITE UnappliedLine FROM UnappliedDetailLine.

*> The same payment twice - a branch submitting the same file again -
*> shows on the payment index as an applied payment with the same
*> customer, amount, and reference (or, for referenceless payments,
*> one already applied today). Only this customer's entries under
*> this reference are read, so the check costs the same however long
*> the ledger grows. A released suspense item carries its R flag and
*> sails past this check.
CheckDuplicatePayment.
       MOVE "N" TO WSDuplicateFound
       IF PayReleasedFromSuspense OR WSIndexOpen = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE PayIDNum TO PXIDNum
       MOVE PayReference TO PXReference
       MOVE ZERO TO PXSeq
       MOVE "Y" TO WSMoreIndex
       START PaymentIndex KEY IS NOT LESS THAN PXKey
           INVALID KEY MOVE "N" TO WSMoreIndex
       END-START
       PERFORM UNTIL WSMoreIndex = "N" OR WSDuplicateFound = "Y"
           READ PaymentIndex NEXT RECORD
               AT END MOVE "N" TO WSMoreIndex
           END-READ
           IF WSMoreIndex = "Y"
               IF PXIDNum NOT = PayIDNum
                   OR PXReference NOT = PayReference
                   MOVE "N" TO WSMoreIndex
               ELSE
                   IF PXAmount = PayAmount
                       IF PayReference NOT = SPACES
                           MOVE "Y" TO WSDuplicateFound
                       ELSE
                           IF PXAppliedDate = WSRunDate
                               MOVE "Y" TO WSDuplicateFound
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

*> Held, not applied - the suspense file is the morning's worklist
*> and the exception report says why the money sat out
       MOVE PayReference TO BHReference
       MOVE PayMethod TO BHMethod
       MOVE PayBranch TO BHBranch
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord
       PERFORM IndexAppliedPayment.

*> The index entry rides right behind the ledger line - the same
*> customer and reference again just takes the next sequence
IndexAppliedPayment.
       IF WSIndexOpen = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO PaymentIndexRecord
       MOVE IDNum TO PXIDNum
       MOVE PayReference TO PXReference
       MOVE PayAmount TO PXAmount
       MOVE PayDate TO PXPayDate
       MOVE WSRunDate TO PXAppliedDate
       MOVE PayMethod TO PXMethod
       SET PXApplied TO TRUE
       MOVE 1 TO PXSeq
       MOVE "N" TO WSIndexWritten
       PERFORM UNTIL WSIndexWritten = "Y" OR PXSeq = 999
           WRITE PaymentIndexRecord
               INVALID KEY ADD 1 TO PXSeq
               NOT INVALID KEY MOVE "Y" TO WSIndexWritten
           END-WRITE
       END-PERFORM
       IF WSIndexWritten = "N"
           DISPLAY "Warning: Payment Not Indexed For " IDNum
               " Ref " PayReference
       END-IF.

*> A line whose amount or date isn't even numeric - shown with zeros
*> and its reference so the source system can find and fix it
       END-STRING
       WRITE UnappliedLine.

*> I-O so each applied payment is added as it goes; the first run
*> ever creates the file empty (run buildpaymentindex.cob to load the
*> ledger's history into it)
OpenPaymentIndex.
       OPEN I-O PaymentIndex
       IF WSPaymentIndexStatus = "35"
           OPEN OUTPUT PaymentIndex
           CLOSE PaymentIndex
           OPEN I-O PaymentIndex
       END-IF
       IF WSPaymentIndexStatus = "00"
           MOVE "Y" TO WSIndexOpen
       ELSE
           DISPLAY "Warning: PaymentIndex.dat Open Status "
               WSPaymentIndexStatus " - Duplicate Check Skipped"
       END-IF.

*> Open the live master, waiting out a lock held by the online menu or
*> another batch job - a file still busy after every retry aborts the run
*> cleanly instead of proceeding against a file someone else is writing
