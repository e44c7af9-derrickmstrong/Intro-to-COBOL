       02 ODLineType PIC X(01).
           88 ODLineIsReturn VALUE "R".
           88 ODLineIsLoyalty VALUE "L".
           88 ODLineIsDiscount VALUE "D".
           88 ODLineIsFreight VALUE "F".
           88 ODLineIsGiftCert VALUE "G".
       *> Fulfillment state stamped by shipconfirm.cob
       02 ODShipFlag PIC X(01).
           88 ODLineShipped VALUE "S".
           88 ODLineBackordered VALUE "B".
           88 ODLineCancelled VALUE "X".
       02 ODShipDate PIC 9(08).
       *> Order number and line - the record key
       02 ODOrderKey.
*> flag backorders, and call out discontinued products
CheckOneLine.
       ADD 1 TO WSLinesRead
       IF ODLineIsReturn OR ODLineIsLoyalty OR ODLineIsDiscount
           OR ODLineIsFreight OR ODLineIsGiftCert
           OR ODLineShipped OR ODLineCancelled
           *> Credit and freight lines never ship - nothing to pick for them, and a
           *> cancelled line has nothing left to pick
           CONTINUE
       ELSE
           ADD 1 TO WSOpenLines
