       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    promoredemption.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Promotion redemption report: every D (promotion discount) line on
*> OrderDetail.dat rolled up by its offer code - orders redeemed, the
*> discount given, and the sales on those orders - then rolled again by
*> the campaign each code went out under, beside the same sent and
*> responded counts campaignreport.cob takes off CampaignSent.dat and
*> CampaignResponse.dat, so marketing can see how many responders
*> actually used the offer.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PromoFile ASSIGN TO "Promotions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRCode
           FILE STATUS IS WSPromoFileStatus.
       SELECT OrderDetailFile ASSIGN TO "OrderDetail.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODOrderKey
           ALTERNATE RECORD KEY IS ODIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderFileStatus.
       SELECT SentLogFile ASSIGN TO "CampaignSent.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSentLogStatus.
       SELECT ResponseFile ASSIGN TO "CampaignResponse.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSResponseStatus.
       SELECT RedemptionReport ASSIGN TO "PromoRedemption.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match promotions.cob's PromoRecord layout
FD PromoFile.
01 PromoRecord.
       02 PRCode PIC X(08).
       02 PRDesc PIC X(20).
       02 PRCampaignCode PIC X(08).
       02 PRStartDate PIC 9(08).
       02 PREndDate PIC 9(08).
       *> Rule through status - carried for layout fit
       02 FILLER PIC X(27).
       02 FILLER PIC X(20).

*> Must match orderentry.cob's OrderDetailRecord layout
FD OrderDetailFile.
01 OrderDetailRecord.
       02 ODIDNum PIC 9(8).
       02 FILLER PIC X.
       *> Define End of File
       88 ODEOF VALUE HIGH-VALUES.
       02 ODProdID PIC X(05).
       02 FILLER PIC X.
       *> A D line's description is "PROMO " and the offer code
       02 ODProdDesc.
           03 ODPromoTag PIC X(06).
           03 ODPromoCode PIC X(08).
           03 FILLER PIC X(01).
       02 FILLER PIC X.
       02 ODProdQty PIC 9(03).
       02 FILLER PIC X.
       02 ODProdPrice PIC 9(05)V99.
       02 FILLER PIC X.
       02 ODOrderDate PIC 9(08).
       02 FILLER PIC X.
       02 ODPostedFlag PIC X(01).
       02 FILLER PIC X.
       *> S (or space, on older lines) = sale, R = return credit
       *> line, L = loyalty points credit, D = promotion discount,
       *> F = freight charge
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
       02 ODOrderKey.
           03 ODOrderNum PIC 9(08).
           03 ODLineNum PIC 9(03).
       02 FILLER PIC X(10).

*> Must match the extract programs' SentLogRecord layout
FD SentLogFile.
01 SentLogRecord.
       02 CSCode PIC X(08).
       02 FILLER PIC X.
       *> Define End of File
       88 SentEOF VALUE HIGH-VALUES.
       02 CSIDNum PIC 9(08).
       02 FILLER PIC X.
       02 CSDate PIC 9(08).

*> Must match campaignresponses.cob's ResponseRecord layout
FD ResponseFile.
01 ResponseRecord.
       02 CRCode PIC X(08).
       02 FILLER PIC X.
       *> Define End of File
       88 RespEOF VALUE HIGH-VALUES.
       02 CRIDNum PIC 9(08).
       02 FILLER PIC X.
       02 CRDate PIC 9(08).

FD RedemptionReport.
01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
*> Every code on file, with what its D lines added up to
01 WSPromoCount PIC 9(03) VALUE ZERO.
01 PromoTable.
       02 PromoEntry OCCURS 0 TO 200 TIMES DEPENDING ON WSPromoCount
                  INDEXED BY PromoIdx.
           03 TabPromoCode PIC X(08).
           03 TabPromoDesc PIC X(20).
           03 TabPromoCamp PIC X(08).
           03 TabRedeemed PIC 9(07).
           03 TabDiscount PIC 9(10)V99.
           03 TabOrderSales PIC 9(10)V99.
*> Per-campaign rollup - sends and responses as campaignreport.cob
*> counts them, redemptions off the codes that went out under it
01 WSCampCount PIC 9(02) VALUE ZERO.
01 CampaignTable.
       02 CampEntry OCCURS 0 TO 50 TIMES DEPENDING ON WSCampCount
                  INDEXED BY CampIdx.
           03 TabCampCode PIC X(08).
           03 TabSent PIC 9(07).
           03 TabResponded PIC 9(07).
           03 TabCampRedeemed PIC 9(07).
           03 TabCampDiscount PIC 9(10)V99.
           03 TabCampSales PIC 9(10)V99.
01 WSSlotFound PIC X.
01 WSSlot PIC 9(03).
01 WSSlotCode PIC X(08).
*> The order being read and its sale lines so far - a D line is
*> always written after the sale lines it discounts
01 WSCurOrderNum PIC 9(08) VALUE ZERO.
01 WSCurOrderSales PIC 9(10)V99 VALUE ZERO.
01 WSLineAmount PIC 9(08)V99.
01 WSRedeemPct PIC 9(03)V9.
*> Control totals
01 WSLinesRead PIC 9(08) VALUE ZERO.
01 WSDiscountLines PIC 9(08) VALUE ZERO.
01 WSUnknownCodes PIC 9(08) VALUE ZERO.
01 WSTotalDiscount PIC 9(10)V99 VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedTotal PIC $$,$$$,$$$,$$9.99.
01 PromoDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepPromoCode PIC X(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepPromoDesc PIC X(20).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepPromoCamp PIC X(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepRedeemed PIC ZZZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepDiscount PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepOrderSales PIC $$$,$$$,$$9.99.
01 CampDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepCampCode PIC X(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepSent PIC ZZZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepResp PIC ZZZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepCampRedeemed PIC ZZZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepRedeemPct PIC ZZ9.9.
       02 FILLER PIC X VALUE "%".
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepCampDiscount PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepCampSales PIC $$$,$$$,$$9.99.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSPromoFileStatus PIC X(02).
01 WSOrderFileStatus PIC X(02).
01 WSSentLogStatus PIC X(02).
01 WSResponseStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "promoredemption".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       PERFORM LoadPromotions
       PERFORM TallyDiscountLines
       PERFORM TallySends
       PERFORM TallyResponses
       PERFORM RollUpCampaigns VARYING PromoIdx FROM 1 BY 1
           UNTIL PromoIdx > WSPromoCount
       PERFORM PrintReport.
       DISPLAY " "
       DISPLAY "PROMOTION REDEMPTION REPORT COMPLETE"
       DISPLAY "Codes On File...: " WSPromoCount
       DISPLAY "Discount Lines..: " WSDiscountLines
       MOVE SPACES TO WSOpsCounts
       STRING "CODES " DELIMITED BY SIZE
           WSPromoCount DELIMITED BY SIZE
           " LINES " DELIMITED BY SIZE
           WSDiscountLines DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

LoadPromotions.
       OPEN INPUT PromoFile.
       IF WSPromoFileStatus NOT = "00"
           DISPLAY "Warning: Promotions.dat Open Status "
               WSPromoFileStatus
           EXIT PARAGRAPH
       END-IF
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
               IF WSPromoCount < 200
                   ADD 1 TO WSPromoCount
                   MOVE PRCode TO TabPromoCode(WSPromoCount)
                   MOVE PRDesc TO TabPromoDesc(WSPromoCount)
                   MOVE PRCampaignCode TO TabPromoCamp(WSPromoCount)
                   MOVE ZERO TO TabRedeemed(WSPromoCount)
                   MOVE ZERO TO TabDiscount(WSPromoCount)
                   MOVE ZERO TO TabOrderSales(WSPromoCount)
               ELSE
                   DISPLAY "Warning: Promotion Table Full - " PRCode
                       " Dropped"
               END-IF
           END-IF
       END-PERFORM
       CLOSE PromoFile.

*> One pass in order-key sequence: sale lines build up the order's
*> sales, and the D line that follows them credits its code
TallyDiscountLines.
       OPEN INPUT OrderDetailFile.
       IF WSOrderFileStatus NOT = "00"
           DISPLAY "Warning: OrderDetail.dat Open Status "
               WSOrderFileStatus
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO OrderDetailRecord
       MOVE LOW-VALUES TO ODOrderKey
       START OrderDetailFile KEY IS NOT LESS THAN ODOrderKey
           INVALID KEY SET ODEOF TO TRUE
       END-START
       IF NOT ODEOF
           READ OrderDetailFile NEXT RECORD
               AT END SET ODEOF TO TRUE
           END-READ
       END-IF
       PERFORM UNTIL ODEOF
           PERFORM TallyOneLine
           READ OrderDetailFile NEXT RECORD
               AT END SET ODEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE OrderDetailFile.

TallyOneLine.
       ADD 1 TO WSLinesRead
       IF ODOrderNum NOT = WSCurOrderNum
           MOVE ODOrderNum TO WSCurOrderNum
           MOVE ZERO TO WSCurOrderSales
       END-IF
       COMPUTE WSLineAmount = ODProdQty * ODProdPrice
       IF ODLineIsDiscount
           ADD 1 TO WSDiscountLines
           ADD WSLineAmount TO WSTotalDiscount
           PERFORM FindPromoSlot
           IF WSSlot > ZERO
               ADD 1 TO TabRedeemed(WSSlot)
               ADD WSLineAmount TO TabDiscount(WSSlot)
               ADD WSCurOrderSales TO TabOrderSales(WSSlot)
           ELSE
               ADD 1 TO WSUnknownCodes
           END-IF
       ELSE
           IF NOT ODLineIsReturn AND NOT ODLineIsLoyalty
               AND NOT ODLineIsFreight AND NOT ODLineCancelled
               AND NOT ODLineIsGiftCert
               ADD WSLineAmount TO WSCurOrderSales
           END-IF
       END-IF.

FindPromoSlot.
       MOVE ZERO TO WSSlot
       MOVE "N" TO WSSlotFound
       PERFORM VARYING PromoIdx FROM 1 BY 1
           UNTIL PromoIdx > WSPromoCount OR WSSlotFound = "Y"
           IF TabPromoCode(PromoIdx) = ODPromoCode
               MOVE "Y" TO WSSlotFound
               SET WSSlot TO PromoIdx
           END-IF
       END-PERFORM.

TallySends.
       OPEN INPUT SentLogFile.
       IF WSSentLogStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ SentLogFile
           AT END SET SentEOF TO TRUE
       END-READ
       PERFORM UNTIL SentEOF
           MOVE CSCode TO WSSlotCode
           PERFORM FindCampaignSlot
           IF WSSlot > ZERO
               ADD 1 TO TabSent(WSSlot)
           END-IF
           READ SentLogFile
               AT END SET SentEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE SentLogFile.

TallyResponses.
       OPEN INPUT ResponseFile.
       IF WSResponseStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ ResponseFile
           AT END SET RespEOF TO TRUE
       END-READ
       PERFORM UNTIL RespEOF
           MOVE CRCode TO WSSlotCode
           PERFORM FindCampaignSlot
           IF WSSlot > ZERO
               ADD 1 TO TabResponded(WSSlot)
           END-IF
           READ ResponseFile
               AT END SET RespEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE ResponseFile.

*> Each code's redemptions land on the campaign it went out under -
*> codes issued outside a campaign stay on the by-code section only
RollUpCampaigns.
       IF TabPromoCamp(PromoIdx) = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE TabPromoCamp(PromoIdx) TO WSSlotCode
       PERFORM FindCampaignSlot
       IF WSSlot > ZERO
           ADD TabRedeemed(PromoIdx) TO TabCampRedeemed(WSSlot)
           ADD TabDiscount(PromoIdx) TO TabCampDiscount(WSSlot)
           ADD TabOrderSales(PromoIdx) TO TabCampSales(WSSlot)
       END-IF.

*> The campaign's slot in the rollup, added on first sight
FindCampaignSlot.
       MOVE ZERO TO WSSlot
       MOVE "N" TO WSSlotFound
       PERFORM VARYING CampIdx FROM 1 BY 1
           UNTIL CampIdx > WSCampCount OR WSSlotFound = "Y"
           IF TabCampCode(CampIdx) = WSSlotCode
               MOVE "Y" TO WSSlotFound
               SET WSSlot TO CampIdx
           END-IF
       END-PERFORM
       IF WSSlotFound = "N" AND WSCampCount < 50
           ADD 1 TO WSCampCount
           MOVE WSCampCount TO WSSlot
           MOVE WSSlotCode TO TabCampCode(WSSlot)
           MOVE ZERO TO TabSent(WSSlot)
           MOVE ZERO TO TabResponded(WSSlot)
           MOVE ZERO TO TabCampRedeemed(WSSlot)
           MOVE ZERO TO TabCampDiscount(WSSlot)
           MOVE ZERO TO TabCampSales(WSSlot)
       END-IF.

PrintReport.
       OPEN OUTPUT RedemptionReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: PromoRedemption.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE "PROMOTION REDEMPTION REPORT" TO ReportLine
       WRITE ReportLine
       MOVE "===========================" TO ReportLine
       WRITE ReportLine
       MOVE "BY PROMOTION CODE" TO ReportLine
       WRITE ReportLine
       MOVE " CODE      DESCRIPTION           CAMPAIGN  REDEEMED        DISCOUNT     ORDER SALES" TO ReportLine
       WRITE ReportLine
       PERFORM PrintOnePromo VARYING PromoIdx FROM 1 BY 1
           UNTIL PromoIdx > WSPromoCount
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "BY CAMPAIGN" TO ReportLine
       WRITE ReportLine
       MOVE " CAMPAIGN     SENT     RESP  REDEEMED  OF RESP        DISCOUNT     ORDER SALES" TO ReportLine
       WRITE ReportLine
       PERFORM PrintOneCampaign VARYING CampIdx FROM 1 BY 1
           UNTIL CampIdx > WSCampCount
       PERFORM PrintReportFooter
       CLOSE RedemptionReport.

PrintOnePromo.
       MOVE TabPromoCode(PromoIdx) TO RepPromoCode
       MOVE TabPromoDesc(PromoIdx) TO RepPromoDesc
       MOVE TabPromoCamp(PromoIdx) TO RepPromoCamp
       MOVE TabRedeemed(PromoIdx) TO RepRedeemed
       MOVE TabDiscount(PromoIdx) TO RepDiscount
       MOVE TabOrderSales(PromoIdx) TO RepOrderSales
       WRITE ReportLine FROM PromoDetailLine.

*> Redemption rate is against the campaign's responders - the same
*> count campaignreport.cob shows in its Resp column
PrintOneCampaign.
       MOVE TabCampCode(CampIdx) TO RepCampCode
       MOVE TabSent(CampIdx) TO RepSent
       MOVE TabResponded(CampIdx) TO RepResp
       MOVE TabCampRedeemed(CampIdx) TO RepCampRedeemed
       MOVE ZERO TO WSRedeemPct
       IF TabResponded(CampIdx) > ZERO
           COMPUTE WSRedeemPct ROUNDED =
               TabCampRedeemed(CampIdx) * 100 / TabResponded(CampIdx)
               ON SIZE ERROR MOVE 999.9 TO WSRedeemPct
           END-COMPUTE
       END-IF
       MOVE WSRedeemPct TO RepRedeemPct
       MOVE TabCampDiscount(CampIdx) TO RepCampDiscount
       MOVE TabCampSales(CampIdx) TO RepCampSales
       WRITE ReportLine FROM CampDetailLine.

PrintReportFooter.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSDiscountLines TO WSEditedCount
       STRING "Discount Lines.....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSTotalDiscount TO WSEditedTotal
       STRING "Total Discount.....: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSUnknownCodes TO WSEditedCount
       STRING "Codes Not On File..: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
