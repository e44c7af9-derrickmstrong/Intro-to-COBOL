       02 ODLineType PIC X(01).
           88 ODLineIsReturn VALUE "R".
           88 ODLineIsLoyalty VALUE "L".
           88 ODLineIsDiscount VALUE "D".
           88 ODLineIsFreight VALUE "F".
           88 ODLineIsGiftCert VALUE "G".
       *> Fulfillment state - spaces until this program sees the line:
       *> S = shipped (ODShipDate stamped), B = backordered, X =
       *> cancelled by ordercancel.cob (ODShipDate is the cancel date)
       02 ODShipFlag PIC X(01).
           88 ODLineShipped VALUE "S".
           88 ODLineBackordered VALUE "B".
           88 ODLineCancelled VALUE "X".
       02 ODShipDate PIC 9(08).
       *> Order number and line - the record key
       02 ODOrderKey.
*> One open sale line on the keyed order: ship it, backorder it, or
*> leave it for the next pass - a backordered line can still ship later
ConfirmOneLine.
       IF ODLineIsReturn OR ODLineIsLoyalty OR ODLineIsDiscount
           OR ODLineIsFreight OR ODLineIsGiftCert
           OR ODLineShipped OR ODLineCancelled
           *> Credit and freight lines never ship - nothing to confirm on them
           CONTINUE
       ELSE
           ADD 1 TO WSLinesSeen
