       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    promotions.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Maintenance screen for Promotions.dat - the offer codes marketing
*> sends out through campaignextract.cob and eligibilitysweep.cob. Each
*> code carries its effective window, a percent-off or amount-off rule,
*> and an optional product and minimum-order restriction; the campaign
*> code it went out under ties its redemptions back to the campaign.
*> orderentry.cob and standingorderrun.cob apply a code as its own D
*> (discount) order line, and promoredemption.cob reports them by code.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PromoFile ASSIGN TO "Promotions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRCode
           FILE STATUS IS WSPromoFileStatus.
       *> Random lookups to verify a restricted product is real
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.

DATA DIVISION.
FILE SECTION.
*> One promotion per code - orderentry.cob, standingorders.cob,
*> standingorderrun.cob, and promoredemption.cob read this same layout
FD PromoFile.
01 PromoRecord.
       02 PRCode PIC X(08).
       02 PRDesc PIC X(20).
       *> The campaign the code went out under - spaces if none
       02 PRCampaignCode PIC X(08).
       *> The window the code can be used in - both days inclusive
       02 PRStartDate PIC 9(08).
       02 PREndDate PIC 9(08).
       *> P = percent off, A = amount off
       02 PRRuleType PIC X(01).
           88 PRPercentOff VALUE "P".
           88 PRAmountOff VALUE "A".
       02 PRPercent PIC 9(02)V99.
       02 PRAmount PIC 9(05)V99.
       *> Spaces = any product; otherwise the discount is figured on
       *> that product's lines only and needs one on the order
       02 PRProdID PIC X(05).
       *> The order must reach this value before the code applies -
       *> zero means no minimum
       02 PRMinOrder PIC 9(07)V99.
       *> A = active, C = cancelled - cancelled codes stay on file
       02 PRStatusFlag PIC X(01).
           88 PRActive VALUE "A".
           88 PRCancelled VALUE "C".
       *> Reserved for future fields
       02 FILLER PIC X(20).

*> Must match productmaster.cob's ProductData layout
FD ProductFile.
01 ProductData.
       02 PMProdID PIC X(05).
       02 PMProdDesc PIC X(15).
       02 PMUnitPrice PIC 9(05)V99.
       02 PMStatusFlag PIC X(01).
           88 ProdActive VALUE "A".
           88 ProdDiscontinued VALUE "D".
       02 PMOnHandQty PIC 9(05).
       02 PMReorderPoint PIC 9(05).
       *> Reserved for future fields - see productmaster.cob's
       *> ProductData for the field carve-out
       02 FILLER PIC X(45).

WORKING-STORAGE SECTION.
*> Things we will need to track
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 PromoExists PIC X.
01 ProdExists PIC X.
01 WSMoreRecords PIC X.
01 WSEntryFound PIC X.
01 WSNewEnd PIC 9(08).
01 WSEditedPct PIC Z9.99.
01 WSEditedAmount PIC ZZ,ZZ9.99.
01 WSEditedMin PIC Z,ZZZ,ZZ9.99.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSPromoFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       *> I-O to maintain codes; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN I-O PromoFile.
       IF WSPromoFileStatus = "35"
           OPEN OUTPUT PromoFile
           CLOSE PromoFile
           OPEN I-O PromoFile
       END-IF
       IF WSPromoFileStatus NOT = "00"
           DISPLAY "Warning: Promotions.dat Open Status "
               WSPromoFileStatus
       END-IF
       OPEN INPUT ProductFile.
       IF WSProductFileStatus NOT = "00"
           DISPLAY "Warning: ProductMaster.dat Open Status "
               WSProductFileStatus
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "PROMOTION CODES"
               DISPLAY "1 : Add Promotion Code"
               DISPLAY "2 : Get Promotion Code"
               DISPLAY "3 : List Promotion Codes"
               DISPLAY "4 : Change Promotion End Date"
               DISPLAY "5 : Cancel Promotion Code"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM AddPromotion
                    WHEN 2 PERFORM GetPromotion
                    WHEN 3 PERFORM ListPromotions
                    WHEN 4 PERFORM ChangePromotionEnd
                    WHEN 5 PERFORM CancelPromotion
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE PromoFile, ProductFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> A new code: unused, a window that closes after it opens, exactly one
*> discount rule, and a restricted product (if any) that is on file
AddPromotion.
       MOVE SPACES TO PromoRecord
       DISPLAY " "
       DISPLAY "Promotion Code: " WITH NO ADVANCING
       ACCEPT PRCode
       MOVE FUNCTION UPPER-CASE(PRCode) TO PRCode
       IF PRCode = SPACES
           DISPLAY "Rejected: Code Is Required"
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO PromoExists
       READ PromoFile
           INVALID KEY MOVE "N" TO PromoExists
       END-READ
       IF PromoExists = "Y"
           DISPLAY "Rejected: Code Already On File"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO PRDesc
       MOVE SPACES TO PRCampaignCode
       MOVE SPACES TO PRProdID
       MOVE ZERO TO PRPercent
       MOVE ZERO TO PRAmount
       MOVE ZERO TO PRMinOrder
       DISPLAY "Description: " WITH NO ADVANCING
       ACCEPT PRDesc
       DISPLAY "Campaign Code (blank for none): " WITH NO ADVANCING
       ACCEPT PRCampaignCode
       MOVE FUNCTION UPPER-CASE(PRCampaignCode) TO PRCampaignCode
       DISPLAY "Effective From (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT PRStartDate
       DISPLAY "Effective Through (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT PREndDate
       DISPLAY "Rule - P Percent Off, A Amount Off: " WITH NO ADVANCING
       ACCEPT PRRuleType
       MOVE FUNCTION UPPER-CASE(PRRuleType) TO PRRuleType
       EVALUATE TRUE
           WHEN PRPercentOff
               DISPLAY "Percent Off (e.g. 10.00): " WITH NO ADVANCING
               ACCEPT PRPercent
           WHEN PRAmountOff
               DISPLAY "Amount Off: " WITH NO ADVANCING
               ACCEPT PRAmount
           WHEN OTHER
               DISPLAY "Rejected: Rule Must Be P Or A"
               EXIT PARAGRAPH
       END-EVALUATE
       DISPLAY "Restrict To Product (blank for any): " WITH NO ADVANCING
       ACCEPT PRProdID
       DISPLAY "Minimum Order Value (0 for none): " WITH NO ADVANCING
       ACCEPT PRMinOrder
       IF PRStartDate IS NOT NUMERIC OR PRStartDate = ZERO
           OR PREndDate IS NOT NUMERIC OR PREndDate = ZERO
           DISPLAY "Rejected: Dates Must Be YYYYMMDD"
           EXIT PARAGRAPH
       END-IF
       IF PREndDate < PRStartDate
           DISPLAY "Rejected: Promotion Ends Before It Starts"
           EXIT PARAGRAPH
       END-IF
       IF PRPercentOff
           AND (PRPercent IS NOT NUMERIC OR PRPercent = ZERO
                OR PRPercent > 90)
           DISPLAY "Rejected: Percent Must Be Above 0 And At Most 90"
           EXIT PARAGRAPH
       END-IF
       IF PRAmountOff AND (PRAmount IS NOT NUMERIC OR PRAmount = ZERO)
           DISPLAY "Rejected: Amount Must Be Above Zero"
           EXIT PARAGRAPH
       END-IF
       IF PRMinOrder IS NOT NUMERIC
           MOVE ZERO TO PRMinOrder
       END-IF
       IF PRProdID NOT = SPACES
           MOVE "Y" TO ProdExists
           MOVE PRProdID TO PMProdID
           READ ProductFile
               INVALID KEY MOVE "N" TO ProdExists
           END-READ
           IF ProdExists = "N"
               DISPLAY "Rejected: Unknown Product ID"
               EXIT PARAGRAPH
           END-IF
       END-IF
       SET PRActive TO TRUE
       WRITE PromoRecord
           INVALID KEY DISPLAY "Promotion Not Saved"
           NOT INVALID KEY DISPLAY "Promotion " PRCode " Saved"
       END-WRITE.

GetPromotion.
       DISPLAY " "
       DISPLAY "Promotion Code: " WITH NO ADVANCING
       ACCEPT PRCode
       MOVE FUNCTION UPPER-CASE(PRCode) TO PRCode
       MOVE "Y" TO PromoExists
       READ PromoFile
           INVALID KEY MOVE "N" TO PromoExists
       END-READ
       IF PromoExists = "N"
           DISPLAY "Promotion Doesn't Exist"
       ELSE
           PERFORM ShowPromotion
       END-IF.

ShowPromotion.
       DISPLAY "Code........: " PRCode "  " PRDesc
       DISPLAY "Campaign....: " PRCampaignCode
       DISPLAY "Window......: " PRStartDate " thru " PREndDate
       IF PRPercentOff
           MOVE PRPercent TO WSEditedPct
           DISPLAY "Rule........: " WSEditedPct " Percent Off"
       ELSE
           MOVE PRAmount TO WSEditedAmount
           DISPLAY "Rule........: " WSEditedAmount " Off"
       END-IF
       IF PRProdID = SPACES
           DISPLAY "Product.....: Any"
       ELSE
           DISPLAY "Product.....: " PRProdID
       END-IF
       MOVE PRMinOrder TO WSEditedMin
       DISPLAY "Min Order...: " WSEditedMin
       DISPLAY "Status......: " PRStatusFlag.

ListPromotions.
       DISPLAY " "
       MOVE "N" TO WSEntryFound
       MOVE LOW-VALUES TO PRCode
       MOVE "Y" TO WSMoreRecords
       START PromoFile KEY IS NOT LESS THAN PRCode
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ PromoFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               MOVE "Y" TO WSEntryFound
               DISPLAY PRCode " " PRDesc " " PRStartDate "-" PREndDate
                   " Rule " PRRuleType " Camp " PRCampaignCode
                   " Status " PRStatusFlag
           END-IF
       END-PERFORM
       IF WSEntryFound = "N"
           DISPLAY "No Promotions On File"
       END-IF.

*> Marketing extends or cuts short a running offer
ChangePromotionEnd.
       DISPLAY " "
       DISPLAY "Promotion Code: " WITH NO ADVANCING
       ACCEPT PRCode
       MOVE FUNCTION UPPER-CASE(PRCode) TO PRCode
       MOVE "Y" TO PromoExists
       READ PromoFile
           INVALID KEY MOVE "N" TO PromoExists
       END-READ
       IF PromoExists = "N" OR PRCancelled
           DISPLAY "Promotion Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Current Window: " PRStartDate " thru " PREndDate
       DISPLAY "New Effective Through (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WSNewEnd
       IF WSNewEnd IS NOT NUMERIC OR WSNewEnd < PRStartDate
           DISPLAY "Rejected: End Date Must Be On Or After "
               PRStartDate
           EXIT PARAGRAPH
       END-IF
       MOVE WSNewEnd TO PREndDate
       REWRITE PromoRecord
           INVALID KEY DISPLAY "Promotion Not Changed"
           NOT INVALID KEY DISPLAY "Promotion Changed"
       END-REWRITE.

*> Cancelled codes stay on file flipped to "C" so past redemptions
*> still report against them
CancelPromotion.
       DISPLAY " "
       DISPLAY "Promotion Code: " WITH NO ADVANCING
       ACCEPT PRCode
       MOVE FUNCTION UPPER-CASE(PRCode) TO PRCode
       MOVE "Y" TO PromoExists
       READ PromoFile
           INVALID KEY MOVE "N" TO PromoExists
       END-READ
       IF PromoExists = "N" OR PRCancelled
           DISPLAY "Promotion Doesn't Exist"
       ELSE
           SET PRCancelled TO TRUE
           REWRITE PromoRecord
               INVALID KEY DISPLAY "Promotion Not Cancelled"
               NOT INVALID KEY DISPLAY "Promotion Cancelled"
           END-REWRITE
       END-IF.
