       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    packingslips.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Nightly packing slips: one slip per order that has anything ready to
*> go in the box - the ship-to address comes off the customer's record
*> in Customer.txt, and the slip lists the unshipped sale lines with
*> each product's bin. Backordered lines are left off the slip (a note
*> says how many are still to follow), as are cancelled lines and the
*> points and promotion credit lines, which never ship.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderDetailFile ASSIGN TO "OrderDetail.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODOrderKey
           ALTERNATE RECORD KEY IS ODIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderFileStatus.
       *> Random lookups by IDNum only, for the ship-to address
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> Random reads by product for each line's bin
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.
       SELECT PackingSlipFile ASSIGN TO "PackingSlips.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSlipFileStatus.

DATA DIVISION.
FILE SECTION.
*> Must match orderentry.cob's OrderDetailRecord layout
FD OrderDetailFile.
01 OrderDetailRecord.
       02 ODIDNum PIC 9(8).
       02 FILLER PIC X.
       *> Define End of File
       88 ODEOF VALUE HIGH-VALUES.
       02 ODProdID PIC X(05).
       02 FILLER PIC X.
       02 ODProdDesc PIC X(15).
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
       *> Fulfillment state stamped by shipconfirm.cob, or X by
       *> ordercancel.cob
       02 ODShipFlag PIC X(01).
           88 ODLineShipped VALUE "S".
           88 ODLineBackordered VALUE "B".
           88 ODLineCancelled VALUE "X".
       02 ODShipDate PIC 9(08).
       *> Order number and line - the record key
       02 ODOrderKey.
           03 ODOrderNum PIC 9(08).
           03 ODLineNum PIC 9(03).
       *> Reserved for future fields - see orderentry.cob's
       *> OrderDetailRecord for the field carve-out
       02 FILLER PIC X(10).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
       02 AcctStatusCode PIC X(01).
       *> Birth date through debit consent - carried for layout fit
       02 FILLER PIC X(45).
       *> Mailing address - the ship-to on the slip
       02 Street PIC X(20).
       02 City PIC X(15).
       02 StateCode PIC X(02).
       02 ZipCode PIC 9(05).
       *> Reserved for future fields - see randomlyaccessdata.cob's
       *> CustomerData for the field carve-out
       02 FILLER PIC X(177).

*> Must match productmaster.cob's ProductData layout
FD ProductFile.
01 ProductData.
       02 PMProdID PIC X(05).
       02 PMProdDesc PIC X(15).
       02 PMUnitPrice PIC 9(05)V99.
       02 PMStatusFlag PIC X(01).
       02 PMOnHandQty PIC 9(05).
       02 PMReorderPoint PIC 9(05).
       *> Kit flag through standard cost - carried for layout fit
       02 FILLER PIC X(37).
       02 PMBinLocation PIC X(06).
       *> Reserved for future fields - see productmaster.cob's
       *> ProductData for the field carve-out
       02 FILLER PIC X(02).

FD PackingSlipFile.
01 SlipLine PIC X(70).

WORKING-STORAGE SECTION.
01 WSRunDate PIC 9(08).
01 CustExists PIC X.
*> The order being gathered - its lines are held until the order ends
*> so a slip only prints when something is actually going out
01 WSCurOrderNum PIC 9(08) VALUE ZERO.
01 WSCurIDNum PIC 9(08).
01 WSCurOrderDate PIC 9(08).
01 WSBackorderLines PIC 9(03).
01 WSSlipLineCount PIC 9(03) VALUE ZERO.
01 SlipLineTable.
       02 SlipEntry OCCURS 0 TO 200 TIMES DEPENDING ON WSSlipLineCount
                  INDEXED BY SlipIdx.
           03 TabLineNum PIC 9(03).
           03 TabProdID PIC X(05).
           03 TabProdDesc PIC X(15).
           03 TabQty PIC 9(03).
*> Control totals
01 WSLinesRead PIC 9(08) VALUE ZERO.
01 WSSlipsPrinted PIC 9(08) VALUE ZERO.
01 WSLinesPacked PIC 9(08) VALUE ZERO.
01 WSLinesHeldBack PIC 9(08) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
*> Slip page fields
01 SlipHeadLine.
       02 FILLER PIC X(15) VALUE "PACKING SLIP - ".
       02 FILLER PIC X(7) VALUE "Order #".
       02 SlipOrderNum PIC 9(08).
       02 FILLER PIC X(10) VALUE "  Ordered ".
       02 SlipOrderDate PIC 9(08).
01 SlipNameLine.
       02 FILLER PIC X(10) VALUE "Ship To:  ".
       02 SlipFirstName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 SlipLastName PIC X(15).
       02 FILLER PIC X(3) VALUE SPACE.
       02 FILLER PIC X(10) VALUE "Customer: ".
       02 SlipIDNum PIC 9(08).
01 SlipStreetLine.
       02 FILLER PIC X(10) VALUE SPACE.
       02 SlipStreet PIC X(20).
01 SlipCityLine.
       02 FILLER PIC X(10) VALUE SPACE.
       02 SlipCity PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 SlipState PIC X(02).
       02 FILLER PIC X VALUE SPACE.
       02 SlipZip PIC 9(05).
01 SlipDetailLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 SlipLineNum PIC 9(03).
       02 FILLER PIC X(2) VALUE SPACE.
       02 SlipProdID PIC X(05).
       02 FILLER PIC X(2) VALUE SPACE.
       02 SlipProdDesc PIC X(15).
       02 FILLER PIC X(2) VALUE SPACE.
       02 SlipQty PIC ZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 SlipBin PIC X(06).
01 SlipBackorderLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 SlipBackorders PIC ZZ9.
       02 FILLER PIC X(40)
           VALUE " Line(s) Backordered - To Follow Later".
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSOrderFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSSlipFileStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "packingslips".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       OPEN INPUT OrderDetailFile.
       IF WSOrderFileStatus NOT = "00"
           DISPLAY "Warning: OrderDetail.dat Open Status "
               WSOrderFileStatus
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status "
               WSCustomerFileStatus
       END-IF
       OPEN INPUT ProductFile.
       IF WSProductFileStatus NOT = "00"
           DISPLAY "Warning: ProductMaster.dat Open Status "
               WSProductFileStatus
       END-IF
       OPEN OUTPUT PackingSlipFile.
       IF WSSlipFileStatus NOT = "00"
           DISPLAY "Warning: PackingSlips.rpt Open Status "
               WSSlipFileStatus
       END-IF
       MOVE ZERO TO WSBackorderLines
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
           PERFORM GatherOneLine
           READ OrderDetailFile NEXT RECORD
               AT END SET ODEOF TO TRUE
           END-READ
       END-PERFORM
       *> The last order on file has no following order to end it
       PERFORM PrintOrderSlip
       CLOSE OrderDetailFile, CustomerFile, ProductFile,
           PackingSlipFile.
       DISPLAY " "
       DISPLAY "PACKING SLIPS COMPLETE"
       DISPLAY "Slips Printed..: " WSSlipsPrinted
       DISPLAY "Lines Packed...: " WSLinesPacked
       DISPLAY "Backordered....: " WSLinesHeldBack
       MOVE SPACES TO WSOpsCounts
       STRING "SLIPS " DELIMITED BY SIZE
           WSSlipsPrinted DELIMITED BY SIZE
           " LINES " DELIMITED BY SIZE
           WSLinesPacked DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> One order line in key order - a new order number ends the last one
GatherOneLine.
       ADD 1 TO WSLinesRead
       IF ODOrderNum NOT = WSCurOrderNum
           PERFORM PrintOrderSlip
           MOVE ODOrderNum TO WSCurOrderNum
           MOVE ODIDNum TO WSCurIDNum
           MOVE ODOrderDate TO WSCurOrderDate
           MOVE ZERO TO WSSlipLineCount
           MOVE ZERO TO WSBackorderLines
       END-IF
       EVALUATE TRUE
           WHEN ODLineIsReturn OR ODLineIsLoyalty OR ODLineIsDiscount
               OR ODLineIsFreight OR ODLineIsGiftCert
               CONTINUE
           WHEN ODLineShipped OR ODLineCancelled
               CONTINUE
           WHEN ODLineBackordered
               ADD 1 TO WSBackorderLines
           WHEN WSSlipLineCount < 200
               ADD 1 TO WSSlipLineCount
               MOVE ODLineNum TO TabLineNum(WSSlipLineCount)
               MOVE ODProdID TO TabProdID(WSSlipLineCount)
               MOVE ODProdDesc TO TabProdDesc(WSSlipLineCount)
               MOVE ODProdQty TO TabQty(WSSlipLineCount)
           WHEN OTHER
               DISPLAY "Warning: Order " ODOrderNum
                   " Has Too Many Lines For One Slip"
       END-EVALUATE.

*> The gathered order's slip - nothing ready to pack means no slip
PrintOrderSlip.
       IF WSSlipLineCount = ZERO
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSSlipsPrinted
       MOVE WSCurIDNum TO IDNum
       MOVE "Y" TO CustExists
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N"
           MOVE SPACES TO CustomerData
           MOVE "(CUSTOMER NOT ON FILE)" TO Street
           MOVE ZERO TO ZipCode
       END-IF
       MOVE WSCurOrderNum TO SlipOrderNum
       MOVE WSCurOrderDate TO SlipOrderDate
       WRITE SlipLine FROM SlipHeadLine
       MOVE "=========================================" TO SlipLine
       WRITE SlipLine
       MOVE FirstName TO SlipFirstName
       MOVE LastName TO SlipLastName
       MOVE WSCurIDNum TO SlipIDNum
       WRITE SlipLine FROM SlipNameLine
       MOVE Street TO SlipStreet
       WRITE SlipLine FROM SlipStreetLine
       MOVE City TO SlipCity
       MOVE StateCode TO SlipState
       IF ZipCode IS NOT NUMERIC
           MOVE ZERO TO ZipCode
       END-IF
       MOVE ZipCode TO SlipZip
       WRITE SlipLine FROM SlipCityLine
       MOVE SPACES TO SlipLine
       WRITE SlipLine
       MOVE "  LN   PROD   DESCRIPTION      QTY  BIN" TO SlipLine
       WRITE SlipLine
       PERFORM PrintOneSlipLine VARYING SlipIdx FROM 1 BY 1
           UNTIL SlipIdx > WSSlipLineCount
       IF WSBackorderLines > ZERO
           MOVE WSBackorderLines TO SlipBackorders
           WRITE SlipLine FROM SlipBackorderLine
           ADD WSBackorderLines TO WSLinesHeldBack
       END-IF
       MOVE SPACES TO SlipLine
       WRITE SlipLine
       WRITE SlipLine.

PrintOneSlipLine.
       ADD 1 TO WSLinesPacked
       MOVE TabProdID(SlipIdx) TO PMProdID
       READ ProductFile
           INVALID KEY MOVE SPACES TO PMBinLocation
       END-READ
       MOVE TabLineNum(SlipIdx) TO SlipLineNum
       MOVE TabProdID(SlipIdx) TO SlipProdID
       MOVE TabProdDesc(SlipIdx) TO SlipProdDesc
       MOVE TabQty(SlipIdx) TO SlipQty
       MOVE PMBinLocation TO SlipBin
       WRITE SlipLine FROM SlipDetailLine.
