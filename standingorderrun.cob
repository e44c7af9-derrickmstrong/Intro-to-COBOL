*> shelf, and the entry's next-due date rolled forward by its
*> frequency. Customers who have gone soft-deleted, closed, or over
*> their CreditLimit since the entry was keyed are skipped onto the
*> register instead of silently billed. The order lines carry the
*> entry's owning branch, so the volume rolls up to that office, and
*> the stock comes out of that branch's stock room (LOCSTOCK.cob) as
*> well as the company figure.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> I-O so each exploded entry's next-due date can roll forward
       SELECT RunRegister ASSIGN TO "StandingOrderRun.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegisterStatus.
       *> Negotiated prices - the same lookup orderentry.cob runs
       SELECT ContractFile ASSIGN TO "ContractPrices.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPKey
           FILE STATUS IS WSContractFileStatus.
       *> The offer code an entry carries - applied while in effect
       SELECT PromoFile ASSIGN TO "Promotions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRCode
           FILE STATUS IS WSPromoFileStatus.

DATA DIVISION.
FILE SECTION.
       02 SOStatusFlag PIC X(01).
           88 SOActive VALUE "A".
           88 SOCancelled VALUE "C".
       02 SOPromoCode PIC X(08).
       *> The branch that owns the entry - stamped on its order lines
       02 SOBranch PIC X(03).
       02 FILLER PIC X(09).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
       02 StatusFlag PIC X(01).
           88 CustActive VALUE "A".
           88 CustDeleted VALUE "D".
           88 CustPending VALUE "P".
       02 AcctStatusCode PIC X(01).
           88 AcctInGoodStanding VALUE "A".
           88 AcctIsDelinquent VALUE "D".
       *> Order entry refuses a line that would push the balance past
       *> this - the same ceiling applies to exploded standing orders
       02 CreditLimit PIC 9(7)V99.
       *> Debit consent through the city - carried for layout fit
       02 FILLER PIC X(36).
       *> The ship-to state sets the order's freight band
       02 StateCode PIC X(02).
       *> ZIP through the contact preferences - carried for layout
       *> fit, see randomlyaccessdata.cob's carve-out
       02 FILLER PIC X(97).
       *> A deceased account takes no new orders - same gate as
       *> order entry's
       02 DeceasedFlag PIC X(01).
       *> A dormant account orders nothing until it is reactivated
       02 DormantFlag PIC X(01).
           88 CustDormant VALUE "Y".
       *> Merged-into marker through the custodial hold - carried
       *> for layout fit
       02 FILLER PIC X(17).
       *> Branch and territory pick the rep stamped on each line
       02 BranchCode PIC X(03).
       02 FILLER PIC X(01).
       *> A sanctions hold stops orders the same as order entry's
       02 SanctionFlag PIC X(01).
           88 SanctionHold VALUE "H", "B".
       *> Bill-to parent - carried for layout fit
       02 FILLER PIC X(08).
       02 TerritoryCode PIC X(04).
       *> Reserved for future fields
       02 FILLER PIC X(11).

*> Must match productmaster.cob's ProductData layout
FD ProductFile.
       02 PMBreak1Price PIC 9(05)V99.
       02 PMBreak2Qty PIC 9(05).
       02 PMBreak2Price PIC 9(05)V99.
       *> Supplier, standard cost and bin - carried for layout fit
       02 FILLER PIC X(18).
       *> G = gift certificate - sells as stored value, off no shelf
       02 PMProdClass PIC X(01).
           88 ProdIsGiftCert VALUE "G".
       *> Reserved for future fields - see productmaster.cob's
       *> ProductData for the field carve-out
       02 FILLER PIC X(01).

*> Must match orderentry.cob's OrderDetailRecord layout
FD OrderDetailFile.
           88 ODLinePosted VALUE "Y".
           88 ODLineUnposted VALUE "N".
       02 FILLER PIC X.
       *> S = sale, D = promotion discount, F = freight charge
       02 ODLineType PIC X(01).
       *> Fulfillment state - shipconfirm.cob's fields, carried here
       02 FILLER PIC X(09).
           03 ODLineNum PIC 9(03).
       *> Which price band set the unit price - 1 and 2 are breaks
       02 ODPriceBand PIC X(01).
       *> Branch the line counts to - the standing order's own branch,
       *> as nobody keyed it
       02 ODBranch PIC X(03).
       *> The customer's territory rep, paid the commission on the line
       02 ODRepCode PIC X(04).
       *> Reserved for future fields - see orderentry.cob's
       *> OrderDetailRecord for the field carve-out
       02 FILLER PIC X(02).

*> Must match orderentry.cob's OrderHeaderRecord layout
FD OrderHeaderFile.
FD RunRegister.
01 RegisterLine PIC X(80).

*> Must match contractprices.cob's ContractRecord layout
FD ContractFile.
01 ContractRecord.
       02 CPKey.
           03 CPIDNum PIC 9(08).
           03 CPProdID PIC X(05).
           03 CPStartDate PIC 9(08).
       02 CPEndDate PIC 9(08).
       02 CPPrice PIC 9(05)V99.
       02 CPStatusFlag PIC X(01).
           88 CPActive VALUE "A".
       02 FILLER PIC X(28).

*> Must match promotions.cob's PromoRecord layout
FD PromoFile.
01 PromoRecord.
       02 PRCode PIC X(08).
       02 PRDesc PIC X(20).
       02 PRCampaignCode PIC X(08).
       02 PRStartDate PIC 9(08).
       02 PREndDate PIC 9(08).
       02 PRRuleType PIC X(01).
           88 PRPercentOff VALUE "P".
           88 PRAmountOff VALUE "A".
       02 PRPercent PIC 9(02)V99.
       02 PRAmount PIC 9(05)V99.
       02 PRProdID PIC X(05).
       02 PRMinOrder PIC 9(07)V99.
       02 PRStatusFlag PIC X(01).
           88 PRActive VALUE "A".
       02 FILLER PIC X(20).

WORKING-STORAGE SECTION.
01 CustExists PIC X.
01 ProdExists PIC X.
*> The price the line sells at and the band that set it
01 WSSellPrice PIC 9(05)V99.
01 WSSellBand PIC X(01).
*> LOCSTOCK.cob staging - the branch whose stock room the line ships
*> from
01 WSLocAction PIC X(01).
01 WSLocBranch PIC X(03).
01 WSLocQty PIC 9(05).
01 WSLocOnHand PIC 9(05).
01 WSLocTracked PIC X(01).
*> The rep stamped on every line of the order - the customer's
*> territory rep off TERRITORYREP.cob, passed a copy of the territory
*> so a blank one defaults without touching the customer record
01 WSOrderTerritory PIC X(04).
01 WSOrderRepCode PIC X(04).
01 WSOrderRepFound PIC X(01).
01 WSContractsHere PIC X VALUE "N".
01 WSMoreContracts PIC X.
*> The entry's promotion - the discount it gave tonight's order, or
*> zero when the code is out of its window or its terms aren't met
01 WSPromosHere PIC X VALUE "N".
01 PromoExists PIC X.
01 WSPromoCalc PIC 9(08)V99.
*> The order's freight - the charge FREIGHTRATE found for the ship-to
*> state and the line's value, zero when no band covers it
01 WSFreightCharge PIC 9(05)V99.
01 WSFreightFound PIC X(01).
01 WSNextLineNum PIC 9(03).
*> Order-number assignment - the same control and probe pattern
*> orderentry.cob uses
01 WSNextOrder PIC 9(08) VALUE 1.
01 WSOrderHeaderStatus PIC X(02).
01 WSNextOrderStatus PIC X(02).
01 WSRegisterStatus PIC X(02).
01 WSContractFileStatus PIC X(02).
01 WSPromoFileStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "standingorderrun".
           DISPLAY "Warning: StandingOrderRun.rpt Open Status "
               WSRegisterStatus
       END-IF
       *> No contract file just means nothing is contract-priced
       MOVE "N" TO WSContractsHere
       OPEN INPUT ContractFile.
       IF WSContractFileStatus = "00"
           MOVE "Y" TO WSContractsHere
       ELSE
           IF WSContractFileStatus NOT = "35"
               DISPLAY "Warning: ContractPrices.dat Open Status "
                   WSContractFileStatus
           END-IF
       END-IF
       MOVE "N" TO WSPromosHere
       OPEN INPUT PromoFile.
       IF WSPromoFileStatus = "00"
           MOVE "Y" TO WSPromosHere
       ELSE
           IF WSPromoFileStatus NOT = "35"
               DISPLAY "Warning: Promotions.dat Open Status "
                   WSPromoFileStatus
           END-IF
       END-IF
       MOVE "STANDING ORDER RUN REGISTER" TO RegisterLine
       WRITE RegisterLine
       MOVE "===========================" TO RegisterLine
       PERFORM PrintRegisterFooter.
       CLOSE StandingOrderFile, CustomerFile, ProductFile,
           OrderDetailFile, OrderHeaderFile, RunRegister.
       IF WSContractsHere = "Y"
           CLOSE ContractFile
       END-IF
       IF WSPromosHere = "Y"
           CLOSE PromoFile
       END-IF
       DISPLAY " "
       DISPLAY "STANDING ORDER RUN COMPLETE"
       DISPLAY "Entries Read...: " WSEntriesRead
       IF CustExists = "Y" AND CreditLimit IS NOT NUMERIC
           MOVE ZERO TO CreditLimit
       END-IF
       IF CustExists = "Y"
           PERFORM LookUpOrderRep
       END-IF
       *> Extension and projection only mean anything when both the
       *> customer and the product actually came back - the same
       *> quantity-break lookup orderentry.cob applies sets the price
               PERFORM SkipEntry
               MOVE "SKIPPED - CUSTOMER DELETED" TO RegNote
               PERFORM WriteRegisterDetail
           WHEN CustPending
               PERFORM SkipEntry
               MOVE "SKIPPED - CREDIT PENDING" TO RegNote
               PERFORM WriteRegisterDetail
           WHEN AcctIsClosed
               PERFORM SkipEntry
               MOVE "SKIPPED - ACCOUNT CLOSED" TO RegNote
               PERFORM SkipEntry
               MOVE "SKIPPED - ACCOUNT DORMANT" TO RegNote
               PERFORM WriteRegisterDetail
           WHEN SanctionHold
               PERFORM SkipEntry
               MOVE "SKIPPED - SANCTIONS HOLD" TO RegNote
               PERFORM WriteRegisterDetail
           WHEN CreditLimit > ZERO
               AND WSProjectedBalance > CreditLimit
               PERFORM SkipEntry
               PERFORM SkipEntry
               MOVE "SKIPPED - PRODUCT IS A KIT" TO RegNote
               PERFORM WriteRegisterDetail
           *> A certificate is only issued through orderentry.cob
           WHEN ProdIsGiftCert
               PERFORM SkipEntry
               MOVE "SKIPPED - GIFT CERTIFICATE" TO RegNote
               PERFORM WriteRegisterDetail
           WHEN SOQty > PMOnHandQty
               PERFORM SkipEntry
               MOVE "SKIPPED - INSUFFICIENT STOCK" TO RegNote
SkipEntry.
       ADD 1 TO WSEntriesSkipped.

*> The entry's branch ships it - an entry keyed before branches were
*> stamped goes by the customer's. LOCSTOCK.cob ignores this where
*> stock isn't kept by location
RelieveBranchStock.
       MOVE SOBranch TO WSLocBranch
       IF WSLocBranch = SPACES
           MOVE BranchCode TO WSLocBranch
       END-IF
       MOVE "R" TO WSLocAction
       MOVE SOQty TO WSLocQty
       CALL 'LOCSTOCK' USING WSLocAction, PMProdID, WSLocBranch,
           WSLocQty, WSLocOnHand, WSLocTracked.

*> Whose territory the customer sits in decides who is paid on the
*> order - looked up once, stamped on every line
LookUpOrderRep.
       MOVE TerritoryCode TO WSOrderTerritory
       CALL 'TERRITORYREP' USING WSOrderTerritory, StateCode, BranchCode,
           WSOrderRepCode, WSOrderRepFound.

*> The real order: header plus one line, written the way orderentry
*> writes them, stock decremented, and the entry rolled to its next due
WriteOneStandingOrder.
       MOVE SOQty TO ODProdQty
       MOVE WSSellPrice TO ODProdPrice
       MOVE WSSellBand TO ODPriceBand
       MOVE WSOrderRepCode TO ODRepCode
       MOVE SOBranch TO ODBranch
       MOVE WSRunDate TO ODOrderDate
       SET ODLineUnposted TO TRUE
       MOVE "S" TO ODLineType
               PERFORM WriteRegisterDetail
               EXIT PARAGRAPH
       END-WRITE
       MOVE 1 TO WSNextLineNum
       PERFORM ApplyStandingPromo
       PERFORM ApplyStandingFreight
       MOVE SPACES TO OrderHeaderRecord
       MOVE WSCurrentOrderNum TO OHOrderNum
       MOVE SOIDNum TO OHIDNum
       MOVE WSRunDate TO OHOrderDate
       MOVE WSNextLineNum TO OHLineCount
       COMPUTE OHOrderTotal =
           WSLineAmount - WSPromoCalc + WSFreightCharge
       SET OHOrderOpen TO TRUE
       WRITE OrderHeaderRecord
           INVALID KEY DISPLAY "Warning: Header Not Written - Order "
       REWRITE ProductData
           INVALID KEY DISPLAY "Warning: Shelf Count Not Updated"
       END-REWRITE
       PERFORM RelieveBranchStock
       PERFORM RollNextDueDate
       REWRITE StandingOrderRecord
           INVALID KEY DISPLAY "Warning: Due Date Not Rolled - "
               SOKey
       END-REWRITE
       ADD 1 TO WSOrdersWritten
       EVALUATE TRUE
           WHEN WSPromoCalc > ZERO
               MOVE SPACES TO RegNote
               STRING "ORDER WRITTEN - PROMO " DELIMITED BY SIZE
                   SOPromoCode DELIMITED BY SIZE
                   INTO RegNote
               END-STRING
           WHEN WSSellBand = "C"
               MOVE "ORDER WRITTEN - CONTRACT PRICE" TO RegNote
           WHEN OTHER
               MOVE "ORDER WRITTEN" TO RegNote
       END-EVALUATE
       PERFORM WriteRegisterDetail.

*> The entry's offer code, re-checked against tonight's run date and
*> the order it just wrote - when its terms hold, the discount goes on
*> as line 2, a D line, the same way orderentry.cob writes one
ApplyStandingPromo.
       MOVE ZERO TO WSPromoCalc
       IF WSPromosHere = "N" OR SOPromoCode = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO PromoExists
       MOVE SOPromoCode TO PRCode
       READ PromoFile
           INVALID KEY MOVE "N" TO PromoExists
       END-READ
       IF PromoExists = "N" OR NOT PRActive
           EXIT PARAGRAPH
       END-IF
       IF WSRunDate < PRStartDate OR WSRunDate > PREndDate
           EXIT PARAGRAPH
       END-IF
       IF WSLineAmount < PRMinOrder
           EXIT PARAGRAPH
       END-IF
       IF PRProdID NOT = SPACES AND PRProdID NOT = SOProdID
           EXIT PARAGRAPH
       END-IF
       IF PRPercentOff
           COMPUTE WSPromoCalc ROUNDED =
               WSLineAmount * PRPercent / 100
       ELSE
           MOVE PRAmount TO WSPromoCalc
       END-IF
       IF WSPromoCalc > WSLineAmount
           MOVE WSLineAmount TO WSPromoCalc
       END-IF
       IF WSPromoCalc > 99999.99
           MOVE 99999.99 TO WSPromoCalc
       END-IF
       IF WSPromoCalc = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO OrderDetailRecord
       MOVE SOIDNum TO ODIDNum
       MOVE "PROMO" TO ODProdID
       STRING "PROMO " DELIMITED BY SIZE
           SOPromoCode DELIMITED BY SIZE
           INTO ODProdDesc
       END-STRING
       MOVE 1 TO ODProdQty
       MOVE WSPromoCalc TO ODProdPrice
       MOVE WSRunDate TO ODOrderDate
       SET ODLineUnposted TO TRUE
       MOVE "D" TO ODLineType
       MOVE WSOrderRepCode TO ODRepCode
       MOVE SOBranch TO ODBranch
       MOVE WSCurrentOrderNum TO ODOrderNum
       MOVE 2 TO ODLineNum
       WRITE OrderDetailRecord
           INVALID KEY MOVE ZERO TO WSPromoCalc
           NOT INVALID KEY MOVE 2 TO WSNextLineNum
       END-WRITE.

*> Freight goes on as the order's last line, an F line priced off the
*> shared FREIGHTRATE bands for the ship-to state and the sale line's
*> value - the same charge orderentry.cob puts on a keyed order. There
*> is no operator here to waive it.
ApplyStandingFreight.
       MOVE ZERO TO WSFreightCharge
       MOVE "N" TO WSFreightFound
       CALL 'FREIGHTRATE' USING StateCode, WSLineAmount,
           WSFreightCharge, WSFreightFound
       IF WSFreightFound NOT = "Y" OR WSFreightCharge = ZERO
           MOVE ZERO TO WSFreightCharge
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO OrderDetailRecord
       MOVE SOIDNum TO ODIDNum
       MOVE "FRT  " TO ODProdID
       MOVE "FREIGHT" TO ODProdDesc
       MOVE 1 TO ODProdQty
       MOVE WSFreightCharge TO ODProdPrice
       MOVE WSRunDate TO ODOrderDate
       SET ODLineUnposted TO TRUE
       MOVE "F" TO ODLineType
       MOVE WSOrderRepCode TO ODRepCode
       MOVE SOBranch TO ODBranch
       MOVE WSCurrentOrderNum TO ODOrderNum
       COMPUTE ODLineNum = WSNextLineNum + 1
       WRITE OrderDetailRecord
           INVALID KEY MOVE ZERO TO WSFreightCharge
           NOT INVALID KEY ADD 1 TO WSNextLineNum
       END-WRITE.

*> The deepest quantity break the entry's quantity reaches wins, and
*> a contract in force on the run date beats them all - the same
*> lookup orderentry.cob runs at the keyboard
SelectUnitPrice.
       MOVE PMUnitPrice TO WSSellPrice
       MOVE "0" TO WSSellBand
           AND PMBreak2Qty > ZERO AND SOQty >= PMBreak2Qty
           MOVE PMBreak2Price TO WSSellPrice
           MOVE "2" TO WSSellBand
       END-IF
       PERFORM FindContractPrice.

FindContractPrice.
       IF WSContractsHere = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE SOIDNum TO CPIDNum
       MOVE SOProdID TO CPProdID
       MOVE ZERO TO CPStartDate
       MOVE "Y" TO WSMoreContracts
       START ContractFile KEY IS NOT LESS THAN CPKey
           INVALID KEY MOVE "N" TO WSMoreContracts
       END-START
       PERFORM UNTIL WSMoreContracts = "N"
           READ ContractFile NEXT RECORD
               AT END MOVE "N" TO WSMoreContracts
           END-READ
           IF WSMoreContracts = "Y"
               IF CPIDNum NOT = SOIDNum OR CPProdID NOT = SOProdID
                   OR CPStartDate > WSRunDate
                   MOVE "N" TO WSMoreContracts
               ELSE
                   IF CPActive AND CPEndDate NOT < WSRunDate
                       MOVE CPPrice TO WSSellPrice
                       MOVE "C" TO WSSellBand
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

*> Weekly rolls forward seven days through the date arithmetic;
*> monthly and quarterly move the month and carry the year, clamping
