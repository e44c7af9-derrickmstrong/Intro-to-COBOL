       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    buildpaymentindex.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Builds PaymentIndex.dat from scratch off BalanceHistory.dat: one
*> keyed entry per applied PAYMENT movement, by customer and reference,
*> with its amount and date, and every NSFREVERSE or CHARGEBACK on the
*> ledger marks the payment it took back as reversed. Card payments the
*> processor has deposited are marked settled again from
*> CardSettleLog.dat, which cardsettlement.cob appends to.
*> applypayments.cob keeps the index current as payments apply and
*> nsfreturns.cob as they bounce, so this only needs running once to
*> load the history, or again if the index is ever lost - the ledger
*> stays the book of record.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.
       SELECT PaymentIndex ASSIGN TO "PaymentIndex.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PXKey
           FILE STATUS IS WSPaymentIndexStatus.
       *> Every card payment cardsettlement.cob has matched to a deposit
       SELECT SettleLog ASSIGN TO "CardSettleLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSettleLogStatus.

DATA DIVISION.
FILE SECTION.
*> Must match applypayments.cob's BalanceHistoryRecord layout
FD BalanceHistory.
01 BalanceHistoryRecord.
       02 BHIDNum PIC 9(8).
       02 FILLER PIC X.
       *> Define End of File
       88 BHEOF VALUE HIGH-VALUES.
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
       02 PXStatus PIC X(01).
           88 PXApplied VALUE "A".
           88 PXReversed VALUE "R".
           88 PXSettled VALUE "S".
       02 FILLER PIC X(20).

*> Must match cardsettlement.cob's SettleLogRecord layout
FD SettleLog.
01 SettleLogRecord.
       02 CLIDNum PIC 9(08).
       02 FILLER PIC X.
       *> Define End of File
       88 CLEOF VALUE HIGH-VALUES.
       02 CLReference PIC X(12).
       02 FILLER PIC X.
       02 CLAmount PIC 9(7)V99.
       02 FILLER PIC X.
       02 CLSettleDate PIC 9(08).
       02 FILLER PIC X.
       02 CLBatchID PIC X(12).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSWritten PIC X.
01 WSReversedAmount PIC 9(7)V99.
01 WSReversedMarked PIC X.
*> Control totals
01 WSMovementsRead PIC 9(08) VALUE ZERO.
01 WSPaymentsIndexed PIC 9(08) VALUE ZERO.
01 WSReversalsMarked PIC 9(08) VALUE ZERO.
01 WSReversalsUnmatched PIC 9(08) VALUE ZERO.
01 WSSettledMarked PIC 9(08) VALUE ZERO.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSBalanceHistoryStatus PIC X(02).
01 WSPaymentIndexStatus PIC X(02).
01 WSSettleLogStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "buildpaymentindex".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       OPEN INPUT BalanceHistory.
       IF WSBalanceHistoryStatus NOT = "00"
           DISPLAY "No BalanceHistory.dat - Status "
               WSBalanceHistoryStatus
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT PaymentIndex.
       IF WSPaymentIndexStatus NOT = "00"
           DISPLAY "PaymentIndex.dat Open Status " WSPaymentIndexStatus
           CLOSE BalanceHistory
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
       END-IF
       *> Created empty; reopened I-O so reversals can be rewritten
       CLOSE PaymentIndex
       OPEN I-O PaymentIndex.
       READ BalanceHistory
           AT END SET BHEOF TO TRUE
       END-READ
       PERFORM UNTIL BHEOF
           ADD 1 TO WSMovementsRead
           EVALUATE BHSource
               WHEN "PAYMENT" PERFORM IndexOnePayment
               WHEN "NSFREVERSE" PERFORM MarkOneReversal
               WHEN "CHARGEBACK" PERFORM MarkOneReversal
           END-EVALUATE
           READ BalanceHistory
               AT END SET BHEOF TO TRUE
           END-READ
       END-PERFORM
       PERFORM MarkSettledPayments
       CLOSE BalanceHistory, PaymentIndex.
       DISPLAY " "
       DISPLAY "PAYMENT INDEX BUILD COMPLETE"
       DISPLAY "Ledger Lines Read.: " WSMovementsRead
       DISPLAY "Payments Indexed..: " WSPaymentsIndexed
       DISPLAY "Reversals Marked..: " WSReversalsMarked
       DISPLAY "Reversals Unmatched: " WSReversalsUnmatched
       DISPLAY "Card Items Settled: " WSSettledMarked
       MOVE SPACES TO WSOpsCounts
       STRING "INDEXED " DELIMITED BY SIZE
           WSPaymentsIndexed DELIMITED BY SIZE
           " REV " DELIMITED BY SIZE
           WSReversalsMarked DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> A payment moves the balance down, so the ledger carries it negative;
*> the same customer and reference twice just takes the next sequence
IndexOnePayment.
       MOVE SPACES TO PaymentIndexRecord
       MOVE BHIDNum TO PXIDNum
       MOVE BHReference TO PXReference
       COMPUTE PXAmount = ZERO - BHAmount
       MOVE BHDate TO PXPayDate
       MOVE BHDate TO PXAppliedDate
       MOVE BHMethod TO PXMethod
       SET PXApplied TO TRUE
       MOVE 1 TO PXSeq
       MOVE "N" TO WSWritten
       PERFORM UNTIL WSWritten = "Y" OR PXSeq = 999
           WRITE PaymentIndexRecord
               INVALID KEY ADD 1 TO PXSeq
               NOT INVALID KEY MOVE "Y" TO WSWritten
           END-WRITE
       END-PERFORM
       IF WSWritten = "Y"
           ADD 1 TO WSPaymentsIndexed
       ELSE
           DISPLAY "Warning: Payment Not Indexed For " BHIDNum
               " Ref " BHReference
       END-IF.

*> The reversal names no reference - the first still-applied payment
*> of that amount for the customer is the one the bank took back,
*> the same match nsfreturns.cob makes
MarkOneReversal.
       MOVE BHAmount TO WSReversedAmount
       MOVE "N" TO WSReversedMarked
       MOVE LOW-VALUES TO PXKey
       MOVE BHIDNum TO PXIDNum
       MOVE "Y" TO WSMoreRecords
       START PaymentIndex KEY IS NOT LESS THAN PXKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N" OR WSReversedMarked = "Y"
           READ PaymentIndex NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF PXIDNum NOT = BHIDNum
                   MOVE "N" TO WSMoreRecords
               ELSE
                   IF PXApplied AND PXAmount = WSReversedAmount
                       SET PXReversed TO TRUE
                       REWRITE PaymentIndexRecord
                       MOVE "Y" TO WSReversedMarked
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF WSReversedMarked = "Y"
           ADD 1 TO WSReversalsMarked
       ELSE
           ADD 1 TO WSReversalsUnmatched
       END-IF.

*> After the ledger pass: each deposited card item marks its payment
*> settled again - one the processor later charged back is already
*> reversed and stays that way
MarkSettledPayments.
       OPEN INPUT SettleLog
       IF WSSettleLogStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ SettleLog
           AT END SET CLEOF TO TRUE
       END-READ
       PERFORM UNTIL CLEOF
           PERFORM MarkOneSettled
           READ SettleLog
               AT END SET CLEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE SettleLog.

MarkOneSettled.
       MOVE CLIDNum TO PXIDNum
       MOVE CLReference TO PXReference
       MOVE ZERO TO PXSeq
       MOVE "N" TO WSReversedMarked
       MOVE "Y" TO WSMoreRecords
       START PaymentIndex KEY IS NOT LESS THAN PXKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N" OR WSReversedMarked = "Y"
           READ PaymentIndex NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF PXIDNum NOT = CLIDNum
                   OR PXReference NOT = CLReference
                   MOVE "N" TO WSMoreRecords
               ELSE
                   IF PXApplied AND PXAmount = CLAmount
                       SET PXSettled TO TRUE
                       REWRITE PaymentIndexRecord
                       MOVE "Y" TO WSReversedMarked
                       ADD 1 TO WSSettledMarked
                   END-IF
               END-IF
           END-IF
       END-PERFORM.
