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
           END-READ
       END-IF
       PERFORM UNTIL ODEOF
           IF ODOrderDate IS NUMERIC AND NOT ODLineCancelled
               AND NOT ODLineIsFreight AND NOT ODLineIsGiftCert
               COMPUTE WSEntryMonth = ODOrderDate / 100
               IF WSEntryMonth = WSSnapMonth
                   COMPUTE WSLineAmount = ODProdQty * ODProdPrice
                   IF ODLineIsReturn OR ODLineIsLoyalty OR ODLineIsDiscount
                       SUBTRACT WSLineAmount FROM KPMonthSales
                   ELSE
                       ADD WSLineAmount TO KPMonthSales
