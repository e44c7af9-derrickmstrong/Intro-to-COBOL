*> Customer.txt, the same careful READ/REWRITE way batchcustomermaint.cob's
*> ApplyUpdate works. Each posted line is flagged so a rerun can't post it
*> twice, and a posting register with control totals records the night's work.
*> A gift certificate line (G) posts on its own GIFTCERT movement so the GL
*> feed books it to the certificate liability, and accrues no sales tax.
*> A points or promotion credit line cancelled after it posted
*> (ordercancel.cob) reverses as a charge back onto the balance, under
*> its own LOYALCANCEL or PROMOCANCEL movement so the GL feed can undo
*> the expense or discount it booked.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> I-O so each posted line's flag can be rewritten in place -
       02 ODPostedFlag PIC X(01).
           88 ODLinePosted VALUE "Y".
           88 ODLineUnposted VALUE "N".
           *> Posted, then cancelled by ordercancel.cob - the charge
           *> reverses on the next run
           88 ODReversalPending VALUE "V".
       02 FILLER PIC X.
       *> S (or space, on lines older than orderreturns.cob) = sale,
       *> R = credit line - posted as a RETURN movement below; L and
       *> D (points credit, promotion discount) post as credits too.
       *> F = freight charge - a debit, on its own FREIGHT movement.
       *> G = gift certificates sold - a debit on a GIFTCERT movement,
       *> booked as a liability and never taxed
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
01 WSLinesPosted PIC 9(8) VALUE ZERO.
01 WSReturnsPosted PIC 9(8) VALUE ZERO.
01 WSLinesAlreadyPosted PIC 9(8) VALUE ZERO.
01 WSCancelsReversed PIC 9(8) VALUE ZERO.
01 WSCancelsSkipped PIC 9(8) VALUE ZERO.
01 WSTotalReversed PIC 9(10)V99 VALUE ZERO.
01 WSFreightPosted PIC 9(8) VALUE ZERO.
01 WSTotalFreight PIC 9(10)V99 VALUE ZERO.
*> Set for the line in hand when it is a cancellation's reversal -
*> the pending flag is gone by the time the movement is written
01 WSPostingReversal PIC X VALUE "N".
01 WSLinesRejected PIC 9(8) VALUE ZERO.
01 WSTotalPosted PIC 9(10)V99 VALUE ZERO.
01 WSTotalReturned PIC 9(10)V99 VALUE ZERO.
01 WSTaxAmount PIC S9(7)V99.
01 WSTaxMovements PIC 9(8) VALUE ZERO.
01 WSTotalTax PIC S9(10)V99 VALUE ZERO.
*> Lines a customer's exemption certificate kept tax-free - see
*> TAXEXEMPT.cob
01 WSExemptFound PIC X.
01 WSExemptCert PIC X(20).
01 WSTaxExemptLines PIC 9(8) VALUE ZERO.
*> Edited fields used to build each register line
01 WSEditedAmount PIC $$$,$$$,$$9.99.
01 WSEditedTotal PIC $$,$$$,$$$,$$9.99.
01 WSCustomerFileStatus PIC X(02).
01 WSRegisterStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "orderposting".
       DISPLAY "Lines Posted...: " WSLinesPosted
       DISPLAY "Returns Posted.: " WSReturnsPosted
       DISPLAY "Already Posted.: " WSLinesAlreadyPosted
       DISPLAY "Cancel Reversal: " WSCancelsReversed
       DISPLAY "Rejected.......: " WSLinesRejected
       MOVE SPACES TO WSOpsCounts
       STRING "POST " DELIMITED BY SIZE
       IF ODLinePosted
           ADD 1 TO WSLinesAlreadyPosted
       ELSE
       *> Cancelled before it ever posted - there is no charge to take
       *> back, so it never reaches the balance at all
       IF ODLineCancelled AND NOT ODReversalPending
           ADD 1 TO WSCancelsSkipped
       ELSE
           MOVE "N" TO WSPostingReversal
           IF ODReversalPending
               MOVE "Y" TO WSPostingReversal
           END-IF
           COMPUTE WSExtendedAmount = ODProdQty * ODProdPrice
           *> A credit line posts the same way a sale does, just signed
           *> the other direction - and so does the reversal of a
           *> posted line cancelled since, so reversing a credit line
           *> charges it back
           IF ODLineIsReturn OR ODLineIsLoyalty OR ODLineIsDiscount
               COMPUTE WSMovementAmount = ZERO - WSExtendedAmount
           ELSE
               MOVE WSExtendedAmount TO WSMovementAmount
           END-IF
           IF ODReversalPending
               COMPUTE WSMovementAmount = ZERO - WSMovementAmount
           END-IF
           MOVE ODIDNum TO IDNum
           MOVE "Y" TO CustExists
           READ CustomerFile
                       MOVE "NOT POSTED - REWRITE ERR" TO RegNote
                       PERFORM WriteRegisterDetail
                   NOT INVALID KEY
                       IF WSPostingReversal = "Y"
                           ADD 1 TO WSCancelsReversed
                           ADD WSExtendedAmount TO WSTotalReversed
                           MOVE "CANCELLATION REVERSED" TO RegNote
                       ELSE
                       IF ODLineIsLoyalty
                           ADD 1 TO WSReturnsPosted
                           ADD WSExtendedAmount TO WSTotalReturned
                           MOVE "POINTS CREDIT POSTED" TO RegNote
                       ELSE
                       IF ODLineIsDiscount
                           ADD 1 TO WSReturnsPosted
                           ADD WSExtendedAmount TO WSTotalReturned
                           MOVE "PROMO DISCOUNT POSTED" TO RegNote
                       ELSE
                       IF ODLineIsFreight
                           ADD 1 TO WSFreightPosted
                           ADD WSExtendedAmount TO WSTotalFreight
                           MOVE "FREIGHT POSTED" TO RegNote
                       ELSE
                       IF ODLineIsReturn
                           ADD 1 TO WSReturnsPosted
                           ADD WSExtendedAmount TO WSTotalReturned
                           MOVE "RETURN POSTED" TO RegNote
                       ELSE
                       IF ODLineIsGiftCert
                           ADD 1 TO WSLinesPosted
                           ADD WSExtendedAmount TO WSTotalPosted
                           MOVE "GIFT CERTIFICATE POSTED" TO RegNote
                       ELSE
                           ADD 1 TO WSLinesPosted
                           ADD WSExtendedAmount TO WSTotalPosted
                               WHEN "2"
                                   MOVE "POSTED - BAND 2 PRICE"
                                       TO RegNote
                               WHEN "C"
                                   MOVE "POSTED - CONTRACT PRICE"
                                       TO RegNote
                               WHEN OTHER
                                   MOVE "POSTED" TO RegNote
                           END-EVALUATE
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                       SET ODLinePosted TO TRUE
                       REWRITE OrderDetailRecord
                       PERFORM WriteBalanceHistory
                       CALL 'CUSTJRNL' USING WSOpsProgram,
                           CustomerData
                       PERFORM WriteRegisterDetail
                       *> A certificate is taxed when it is spent
                       IF NOT ODLineIsGiftCert
                           PERFORM AccrueSalesTax
                       END-IF
               END-REWRITE
           END-IF
       END-IF
       END-IF.

*> Record the movement just posted in the running balance ledger -
       MOVE IDNum TO BHIDNum
       MOVE WSRunDate TO BHDate
       EVALUATE TRUE
           *> Freight keeps its own movement types in both directions
           *> so the GL feed can book it to freight revenue, not sales
           WHEN WSPostingReversal = "Y" AND ODLineIsFreight
               MOVE "FRTCANCEL" TO BHSource
           WHEN WSPostingReversal = "Y" AND ODLineIsLoyalty
               MOVE "LOYALCANCEL" TO BHSource
           WHEN WSPostingReversal = "Y" AND ODLineIsDiscount
               MOVE "PROMOCANCEL" TO BHSource
           WHEN WSPostingReversal = "Y" MOVE "CANCEL" TO BHSource
           WHEN ODLineIsFreight MOVE "FREIGHT" TO BHSource
           WHEN ODLineIsLoyalty MOVE "LOYALTY" TO BHSource
           WHEN ODLineIsDiscount MOVE "PROMO" TO BHSource
           WHEN ODLineIsReturn MOVE "RETURN" TO BHSource
           *> Certificates sold are owed to their holders, not earned
           WHEN ODLineIsGiftCert MOVE "GIFTCERT" TO BHSource
           WHEN OTHER MOVE "ORDERPOST" TO BHSource
       END-EVALUATE
       MOVE WSOldBalance TO BHOldBalance
       MOVE WSMovementAmount TO BHAmount
       MOVE AccountBalance TO BHNewBalance
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord.

*> The tax the posted line owes its customer's state, accrued as its
*> own movement right behind the line - a return line accrues its tax
*> back out the same way. States outside the TAXRATE table accrue
*> nothing, which is exactly what we owe them, and so does a customer
*> holding an exemption certificate for the state on the posting date.
AccrueSalesTax.
       MOVE "N" TO WSTaxRateFound
       CALL 'TAXRATE' USING StateCode, WSTaxRate, WSTaxRateFound
       IF WSTaxRateFound NOT = "Y"
           EXIT PARAGRAPH
       END-IF
       CALL 'TAXEXEMPT' USING IDNum, StateCode, WSRunDate,
           WSExemptFound, WSExemptCert
       IF WSExemptFound = "Y"
           ADD 1 TO WSTaxExemptLines
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSTaxAmount ROUNDED = WSMovementAmount * WSTaxRate
       IF WSTaxAmount = ZERO
           EXIT PARAGRAPH
               ADD WSTaxAmount TO WSTotalTax
               MOVE IDNum TO BHIDNum
               MOVE WSRunDate TO BHDate
               *> A discount or a cancellation's reversal takes its
               *> share of the tax back out the same way a return does -
               *> except a cancelled discount, whose reversal puts back
               *> the tax the discount took out
               EVALUATE TRUE
                   WHEN WSPostingReversal = "Y" AND ODLineIsDiscount
                       MOVE "SALESTAX" TO BHSource
                   WHEN ODLineIsReturn OR ODLineIsDiscount
                       OR WSPostingReversal = "Y"
                       MOVE "TAXRETURN" TO BHSource
                   WHEN OTHER
                       MOVE "SALESTAX" TO BHSource
               END-EVALUATE
               MOVE WSOldBalance TO BHOldBalance
               MOVE WSTaxAmount TO BHAmount
               MOVE AccountBalance TO BHNewBalance
               *> A movement dated into a closed month rolls into the open one
               CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
                   "R", WSPeriodResult
               WRITE BalanceHistoryRecord
               CALL 'CUSTJRNL' USING WSOpsProgram, CustomerData
       END-REWRITE.
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine
       MOVE WSCancelsReversed TO WSEditedCount
       STRING "Cancel Reversal: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine
       MOVE WSTotalReversed TO WSEditedTotal
       STRING "Total Reversed.: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine
       MOVE WSFreightPosted TO WSEditedCount
       STRING "Freight Posted.: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine
       MOVE WSTotalFreight TO WSEditedTotal
       STRING "Total Freight..: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine
       MOVE WSTotalTax TO WSEditedTotal
       STRING "Tax Accrued....: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine
       MOVE WSTaxExemptLines TO WSEditedCount
       STRING "Tax-Exempt Lines: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine.

*> Open the live master, waiting out a lock held by the online menu or
