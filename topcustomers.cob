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
TallyOneOrderLine.
       IF ODOrderDate IS NOT NUMERIC
           OR ODOrderDate < WSFromDate OR ODOrderDate > WSToDate
           OR ODLineCancelled OR ODLineIsFreight OR ODLineIsGiftCert
           EXIT PARAGRAPH
       END-IF
       MOVE ODIDNum TO WSSlotID
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSLineAmount = ODProdQty * ODProdPrice
       IF ODLineIsReturn OR ODLineIsLoyalty OR ODLineIsDiscount
           COMPUTE WSLineAmount = ZERO - WSLineAmount
       END-IF
       ADD WSLineAmount TO TabRevenue(WSSlot)
