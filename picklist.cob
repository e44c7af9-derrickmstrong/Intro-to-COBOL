       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    picklist.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Nightly pick list: every sale line in OrderDetail.dat that has not
*> shipped (or been cancelled) is looked up for its product's bin in
*> ProductMaster.dat and sorted bin by bin, so a picker walks the aisles
*> once instead of once per order. Backordered lines stay on the list,
*> marked B/O - stock received since may let them go out after all.
*> shipconfirm.cob confirms what was picked the next morning.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderDetailFile ASSIGN TO "OrderDetail.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODOrderKey
           ALTERNATE RECORD KEY IS ODIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderFileStatus.
       *> Random reads by product for each open line's bin
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.
       *> Scratch file the SORT verb uses to stage records while sorting -
       *> managed internally by the SORT verb, so it carries no FILE STATUS
       SELECT SortWorkFile ASSIGN TO "SORTWORK.TMP".
       SELECT PickListReport ASSIGN TO "PickList.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

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

*> Staging record the SORT verb re-orders bin by bin
SD SortWorkFile.
01 SortRecord.
       02 SortBin PIC X(06).
       02 SortProdID PIC X(05).
       02 SortOrderNum PIC 9(08).
       02 SortLineNum PIC 9(03).
       02 SortProdDesc PIC X(15).
       02 SortQty PIC 9(03).
       02 SortIDNum PIC 9(08).
       02 SortOrderDate PIC 9(08).
       02 SortBackordered PIC X(01).

FD PickListReport.
01 PickLine PIC X(80).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSRunDate PIC 9(08).
*> The bin being printed - a change starts a new bin block
01 WSCurrentBin PIC X(06).
01 WSFirstBin PIC X VALUE "Y".
*> Control totals
01 WSLinesRead PIC 9(08) VALUE ZERO.
01 WSLinesToPick PIC 9(08) VALUE ZERO.
01 WSUnitsToPick PIC 9(08) VALUE ZERO.
01 WSBackorderLines PIC 9(08) VALUE ZERO.
01 WSNoBinLines PIC 9(08) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 BinHeadLine.
       02 FILLER PIC X(5) VALUE "BIN: ".
       02 BinHeadBin PIC X(06).
       02 BinHeadNote PIC X(22).
01 PickDetailLine.
       02 FILLER PIC X(4) VALUE SPACE.
       02 PickProdID PIC X(05).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PickProdDesc PIC X(15).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PickQty PIC ZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PickOrderNum PIC 9(08).
       02 FILLER PIC X VALUE "-".
       02 PickLineNum PIC 9(03).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PickIDNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PickOrderDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PickBackorder PIC X(03).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSOrderFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "picklist".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       SORT SortWorkFile
           ON ASCENDING KEY SortBin SortProdID SortOrderNum SortLineNum
           INPUT PROCEDURE IS CollectOpenLines
           OUTPUT PROCEDURE IS PrintPickList.
       DISPLAY " "
       DISPLAY "PICK LIST COMPLETE"
       DISPLAY "Lines To Pick..: " WSLinesToPick
       DISPLAY "Units To Pick..: " WSUnitsToPick
       MOVE SPACES TO WSOpsCounts
       STRING "LINES " DELIMITED BY SIZE
           WSLinesToPick DELIMITED BY SIZE
           " UNITS " DELIMITED BY SIZE
           WSUnitsToPick DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> SORT input procedure - every open sale line, staged with its bin
CollectOpenLines.
       OPEN INPUT OrderDetailFile.
       IF WSOrderFileStatus NOT = "00"
           DISPLAY "Warning: OrderDetail.dat Open Status "
               WSOrderFileStatus
       END-IF
       OPEN INPUT ProductFile.
       IF WSProductFileStatus NOT = "00"
           DISPLAY "Warning: ProductMaster.dat Open Status "
               WSProductFileStatus
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
           PERFORM ReleaseOneLine
           READ OrderDetailFile NEXT RECORD
               AT END SET ODEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE OrderDetailFile, ProductFile.

ReleaseOneLine.
       ADD 1 TO WSLinesRead
       IF ODLineIsReturn OR ODLineIsLoyalty OR ODLineIsDiscount
           OR ODLineIsFreight OR ODLineIsGiftCert
           OR ODLineShipped OR ODLineCancelled
           *> Nothing to take off a shelf for these
           EXIT PARAGRAPH
       END-IF
       MOVE ODProdID TO PMProdID
       READ ProductFile
           INVALID KEY MOVE SPACES TO PMBinLocation
       END-READ
       MOVE PMBinLocation TO SortBin
       MOVE ODProdID TO SortProdID
       MOVE ODOrderNum TO SortOrderNum
       MOVE ODLineNum TO SortLineNum
       MOVE ODProdDesc TO SortProdDesc
       MOVE ODProdQty TO SortQty
       MOVE ODIDNum TO SortIDNum
       MOVE ODOrderDate TO SortOrderDate
       MOVE "N" TO SortBackordered
       IF ODLineBackordered
           MOVE "Y" TO SortBackordered
       END-IF
       RELEASE SortRecord.

*> SORT output procedure - lines come back bin by bin; each bin gets
*> its own heading, unbinned products first so they get found by hand
PrintPickList.
       OPEN OUTPUT PickListReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: PickList.rpt Open Status " WSReportStatus
       END-IF
       MOVE SPACES TO PickLine
       STRING "WAREHOUSE PICK LIST - " DELIMITED BY SIZE
           WSRunDate DELIMITED BY SIZE
           INTO PickLine
       END-STRING
       WRITE PickLine
       MOVE "===============================" TO PickLine
       WRITE PickLine
       MOVE "    PROD   DESCRIPTION      QTY  ORDER-LINE    CUSTOMER  ORDERED" TO PickLine
       WRITE PickLine
       MOVE "Y" TO WSMoreRecords
       RETURN SortWorkFile
           AT END MOVE "N" TO WSMoreRecords
       END-RETURN
       PERFORM UNTIL WSMoreRecords = "N"
           PERFORM PrintOnePickLine
           RETURN SortWorkFile
               AT END MOVE "N" TO WSMoreRecords
           END-RETURN
       END-PERFORM
       PERFORM PrintPickTotals
       CLOSE PickListReport.

PrintOnePickLine.
       IF WSFirstBin = "Y" OR SortBin NOT = WSCurrentBin
           MOVE "N" TO WSFirstBin
           MOVE SortBin TO WSCurrentBin
           MOVE SPACES TO PickLine
           WRITE PickLine
           MOVE SortBin TO BinHeadBin
           MOVE SPACES TO BinHeadNote
           IF SortBin = SPACES
               MOVE "(NO BIN ASSIGNED)" TO BinHeadNote
           END-IF
           WRITE PickLine FROM BinHeadLine
       END-IF
       ADD 1 TO WSLinesToPick
       ADD SortQty TO WSUnitsToPick
       IF SortBin = SPACES
           ADD 1 TO WSNoBinLines
       END-IF
       MOVE SortProdID TO PickProdID
       MOVE SortProdDesc TO PickProdDesc
       MOVE SortQty TO PickQty
       MOVE SortOrderNum TO PickOrderNum
       MOVE SortLineNum TO PickLineNum
       MOVE SortIDNum TO PickIDNum
       MOVE SortOrderDate TO PickOrderDate
       MOVE SPACES TO PickBackorder
       IF SortBackordered = "Y"
           MOVE "B/O" TO PickBackorder
           ADD 1 TO WSBackorderLines
       END-IF
       WRITE PickLine FROM PickDetailLine.

PrintPickTotals.
       MOVE SPACES TO PickLine
       WRITE PickLine
       MOVE WSLinesToPick TO WSEditedCount
       STRING "Lines To Pick......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO PickLine
       END-STRING
       WRITE PickLine
       MOVE WSUnitsToPick TO WSEditedCount
       STRING "Units To Pick......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO PickLine
       END-STRING
       WRITE PickLine
       MOVE WSBackorderLines TO WSEditedCount
       STRING "Backordered Lines..: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO PickLine
       END-STRING
       WRITE PickLine
       MOVE WSNoBinLines TO WSEditedCount
       STRING "Lines With No Bin..: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO PickLine
       END-STRING
       WRITE PickLine.
