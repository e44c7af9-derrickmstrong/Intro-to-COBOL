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
       IF ODOrderDate IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       *> A points credit, a promotion discount, a freight charge or a
       *> gift certificate is not a product sale - it stays off the
       *> product rankings entirely, and so does a line cancelled
       *> before it shipped
       IF ODLineIsLoyalty OR ODLineIsDiscount OR ODLineIsFreight
           OR ODLineIsGiftCert OR ODLineCancelled
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSEntryMonth = ODOrderDate / 100
