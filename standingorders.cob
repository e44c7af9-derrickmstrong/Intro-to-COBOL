*> orderentry.cob. Each entry carries the product, quantity, frequency,
*> and next-due date; standingorderrun.cob explodes the due ones into
*> real order lines every night. Cancelling flips a status flag, the
*> same soft-delete everything else in this shop does. A new entry
*> belongs to the branch that owns the customer, and moves with the
*> account when branchtransfer.cob hands it to another office.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Keyed by customer and sequence, like CustomerNotes.dat
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.
       *> Offer codes - a standing order can carry one run after run
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
       *> Promotion code applied every time the entry explodes, while
       *> the code is in effect - spaces if none
       02 SOPromoCode PIC X(08).
       *> The branch that owns the entry - its orders are that branch's
       *> volume. Blank is HQ
       02 SOBranch PIC X(03).
       *> Reserved for future fields
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
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle through the conversion hold - carried for
       *> layout fit, see randomlyaccessdata.cob for the carve-out
       02 FILLER PIC X(202).
       *> Which branch office owns this customer - the entry's branch
       02 BranchCode PIC X(03).
       *> Reserved for future fields
       02 FILLER PIC X(25).

*> Must match productmaster.cob's ProductData layout
FD ProductFile.
           88 ProdDiscontinued VALUE "D".
       02 PMOnHandQty PIC 9(05).
       02 PMReorderPoint PIC 9(05).
       *> Kit flag through the bin - carried for layout fit
       02 FILLER PIC X(43).
       *> G = gift certificate - sells as stored value, off no shelf
       02 PMProdClass PIC X(01).
           88 ProdIsGiftCert VALUE "G".
       *> Reserved for future fields - see productmaster.cob's
       *> ProductData for the field carve-out
       02 FILLER PIC X(01).

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
*> Things we will need to track
*> The highest sequence seen while browsing one customer's entries
01 WSLastSeq PIC 9(03) VALUE ZERO.
01 WSEntryFound PIC X.
01 PromoExists PIC X.
01 WSPromosHere PIC X VALUE "N".
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSStandingFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSPromoFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
           DISPLAY "Warning: ProductMaster.dat Open Status "
               WSProductFileStatus
       END-IF
       *> No promotion file just means no entry can carry a code
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
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "STANDING ORDERS"
               END-EVALUATE
       END-PERFORM.
       CLOSE StandingOrderFile, CustomerFile, ProductFile.
       IF WSPromosHere = "Y"
           CLOSE PromoFile
       END-IF
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.
               DISPLAY "Rejected: Customer Doesn't Exist"
           WHEN CustDeleted
               DISPLAY "Rejected: Customer Is Deleted"
           WHEN CustPending
               DISPLAY "Rejected: Application Awaits Credit Approval"
           WHEN AcctIsClosed
               DISPLAY "Rejected: Account Is Closed"
           WHEN OTHER
               DISPLAY "Rejected: Unknown Product ID"
           WHEN ProdDiscontinued
               DISPLAY "Rejected: Product Is Discontinued"
           WHEN ProdIsGiftCert
               DISPLAY "Rejected: Gift Certificates Are Sold Through "
                   "Order Entry"
           WHEN OTHER
               PERFORM FindLastSeqForCustomer
               MOVE SPACES TO StandingOrderRecord
               MOVE IDNum TO SOIDNum
               COMPUTE SOSeq = WSLastSeq + 1
               MOVE PMProdID TO SOProdID
               MOVE BranchCode TO SOBranch
               DISPLAY "Quantity: " WITH NO ADVANCING
               ACCEPT SOQty
               DISPLAY "Frequency (W/M/Q): " WITH NO ADVANCING
                           OR SONextDueDate = ZERO
                           DISPLAY "Rejected: Due Date Must Be YYYYMMDD"
                       ELSE
                           PERFORM CollectStandingPromo
                           IF PromoExists = "N"
                               DISPLAY "Rejected: Unknown Or Cancelled "
                                   "Promotion Code"
                           ELSE
                               SET SOActive TO TRUE
                               WRITE StandingOrderRecord
                                   INVALID KEY
                                       DISPLAY "Entry Not Saved"
                                   NOT INVALID KEY
                                       DISPLAY "Standing Order "
                                           SOKey " Saved"
                               END-WRITE
                           END-IF
                       END-IF
                   END-IF
               END-IF
       END-EVALUATE.

*> An optional offer code, checked only for being on file and active -
*> its window and restrictions are applied each night the entry runs
CollectStandingPromo.
       MOVE "Y" TO PromoExists
       MOVE SPACES TO SOPromoCode
       IF WSPromosHere = "N"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Promotion Code (blank for none): " WITH NO ADVANCING
       ACCEPT SOPromoCode
       MOVE FUNCTION UPPER-CASE(SOPromoCode) TO SOPromoCode
       IF SOPromoCode = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE SOPromoCode TO PRCode
       READ PromoFile
           INVALID KEY MOVE "N" TO PromoExists
       END-READ
       IF PromoExists = "Y" AND NOT PRActive
           MOVE "N" TO PromoExists
       END-IF.

*> Walk the composite key from this customer's first entry - the
*> highest sequence on file comes back in WSLastSeq
FindLastSeqForCustomer.
                       "  Freq " SOFreqCode
                       "  Next Due " SONextDueDate
                       "  Status " SOStatusFlag
                       "  Promo " SOPromoCode
               END-IF
           END-IF
       END-PERFORM
