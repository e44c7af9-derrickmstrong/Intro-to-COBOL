       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    trackingimport.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Batch import of the carrier's daily manifest-back file - the
*> retyping of every shipment through shipconfirm.cob retires here.
*> Each line of CarrierManifest.csv reads
*>     OrderNum,LineNum,ShipDate,TrackingNumber
*> and is matched straight to OrderDetail.dat on ODOrderNum and
*> ODLineNum. A match is ship-confirmed exactly the way shipconfirm.cob
*> does it (flag S, ODShipDate stamped - a backordered line ships too)
*> and its tracking number is kept on ShipTracking.dat under the same
*> order and line key. Rows for unknown lines, lines already shipped or
*> cancelled, and anything malformed divert to TrackingExceptions.rpt
*> with the reason, the same way supplierpriceimport.cob diverts its
*> rejects.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InboundFile ASSIGN TO "CarrierManifest.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInboundStatus.
       *> I-O so each matched line's ship fields can be rewritten -
       *> the keys must match what orderentry.cob declares
       SELECT OrderDetailFile ASSIGN TO "OrderDetail.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODOrderKey
           ALTERNATE RECORD KEY IS ODIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderFileStatus.
       *> One record per shipped line that came with a tracking number,
       *> keyed the same as the order line it belongs to
       SELECT TrackingFile ASSIGN TO "ShipTracking.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STOrderKey
           FILE STATUS IS WSTrackingFileStatus.
       *> Inbound rows that could not be applied, with the reason why
       SELECT ExceptionFile ASSIGN TO "TrackingExceptions.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExceptionStatus.

DATA DIVISION.
FILE SECTION.
FD InboundFile.
01 InboundLine PIC X(80).
       *> Define End of File
       88 InboundEOF VALUE HIGH-VALUES.

*> Must match orderentry.cob's OrderDetailRecord layout
FD OrderDetailFile.
01 OrderDetailRecord.
       02 ODIDNum PIC 9(8).
       02 FILLER PIC X.
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
       *> Fulfillment state: S = shipped, B = backordered, X =
       *> cancelled by ordercancel.cob
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

*> The carrier's tracking number for one shipped order line -
*> customer360.cob reads this same layout
FD TrackingFile.
01 TrackingRecord.
       02 STOrderKey.
           03 STOrderNum PIC 9(08).
           03 STLineNum PIC 9(03).
       02 STTrackingNum PIC X(30).
       02 STShipDate PIC 9(08).
       *> The day the manifest row was imported
       02 STImportDate PIC 9(08).
       02 FILLER PIC X(20).

FD ExceptionFile.
01 ExceptionLine PIC X(120).

WORKING-STORAGE SECTION.
*> The comma-split tokens of one inbound line
01 WSRawOrderNum PIC X(10).
01 WSRawLineNum PIC X(05).
01 WSRawShipDate PIC X(10).
01 WSRawTracking PIC X(30).
*> Right-justified numeric views of the split tokens
01 WSNumOrderNum PIC 9(08).
01 WSNumLineNum PIC 9(03).
01 WSNumShipDate PIC 9(08).
01 WSShipDateParts REDEFINES WSNumShipDate.
       02 WSShipYear PIC 9(04).
       02 WSShipMonth PIC 9(02).
       02 WSShipDay PIC 9(02).
01 WSDateReturnCode PIC 9 VALUE ZERO.
01 LineExists PIC X.
01 WSRejectReason PIC X(30).
01 WSRunDate PIC 9(08).
*> Control totals
01 WSLinesRead PIC 9(08) VALUE ZERO.
01 WSLinesConfirmed PIC 9(08) VALUE ZERO.
01 WSBackordersShipped PIC 9(08) VALUE ZERO.
01 WSLinesRejected PIC 9(08) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSInboundStatus PIC X(02).
01 WSOrderFileStatus PIC X(02).
01 WSTrackingFileStatus PIC X(02).
01 WSExceptionStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "trackingimport".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       OPEN I-O OrderDetailFile.
       IF WSOrderFileStatus NOT = "00"
           DISPLAY "Warning: OrderDetail.dat Open Status "
               WSOrderFileStatus
       END-IF
       OPEN I-O TrackingFile.
       IF WSTrackingFileStatus = "35"
           OPEN OUTPUT TrackingFile
           CLOSE TrackingFile
           OPEN I-O TrackingFile
       END-IF
       IF WSTrackingFileStatus NOT = "00"
           DISPLAY "Warning: ShipTracking.dat Open Status "
               WSTrackingFileStatus
       END-IF
       OPEN OUTPUT ExceptionFile.
       IF WSExceptionStatus NOT = "00"
           DISPLAY "Warning: TrackingExceptions.rpt Open Status "
               WSExceptionStatus
       END-IF
       MOVE "CARRIER TRACKING IMPORT EXCEPTIONS" TO ExceptionLine
       WRITE ExceptionLine
       MOVE "==================================" TO ExceptionLine
       WRITE ExceptionLine
       OPEN INPUT InboundFile
       IF WSInboundStatus NOT = "00"
           DISPLAY "Warning: CarrierManifest.csv Open Status "
               WSInboundStatus
       ELSE
           READ InboundFile
               AT END SET InboundEOF TO TRUE
           END-READ
           PERFORM UNTIL InboundEOF
               PERFORM ImportOneLine
               READ InboundFile
                   AT END SET InboundEOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE InboundFile
       END-IF
       PERFORM PrintControlTotals
       CLOSE OrderDetailFile, TrackingFile, ExceptionFile.
       DISPLAY " "
       DISPLAY "CARRIER TRACKING IMPORT COMPLETE"
       DISPLAY "Lines Read.....: " WSLinesRead
       DISPLAY "Ship-Confirmed.: " WSLinesConfirmed
       DISPLAY "Rejected.......: " WSLinesRejected
       MOVE SPACES TO WSOpsCounts
       STRING "SHIPPED " DELIMITED BY SIZE
           WSLinesConfirmed DELIMITED BY SIZE
           " REJ " DELIMITED BY SIZE
           WSLinesRejected DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> Split one manifest row on its commas, check its shape, then match
*> it to its order line - or divert it with the reason
ImportOneLine.
       ADD 1 TO WSLinesRead
       MOVE SPACES TO WSRawOrderNum, WSRawLineNum, WSRawShipDate,
           WSRawTracking
       UNSTRING InboundLine DELIMITED BY ","
           INTO WSRawOrderNum, WSRawLineNum, WSRawShipDate,
               WSRawTracking
       EVALUATE TRUE
           WHEN WSRawOrderNum = SPACES OR WSRawLineNum = SPACES
               MOVE "BLANK ORDER OR LINE" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN FUNCTION TEST-NUMVAL(WSRawOrderNum) NOT = ZERO
               OR FUNCTION TEST-NUMVAL(WSRawLineNum) NOT = ZERO
               MOVE "NON-NUMERIC ORDER OR LINE" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN FUNCTION TEST-NUMVAL(WSRawShipDate) NOT = ZERO
               MOVE "BAD SHIP DATE" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN WSRawTracking = SPACES
               MOVE "BLANK TRACKING NUMBER" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN OTHER
               COMPUTE WSNumOrderNum = FUNCTION NUMVAL(WSRawOrderNum)
               COMPUTE WSNumLineNum = FUNCTION NUMVAL(WSRawLineNum)
               COMPUTE WSNumShipDate = FUNCTION NUMVAL(WSRawShipDate)
               PERFORM MatchOrderLine
       END-EVALUATE.

*> The ship date must be a real calendar date, and not one still to
*> come - then the keyed line must exist and still be waiting to ship
MatchOrderLine.
       CALL 'VALIDDATE' USING WSShipMonth, WSShipDay, WSShipYear,
           WSDateReturnCode
       IF WSDateReturnCode NOT = ZERO
           MOVE "BAD SHIP DATE" TO WSRejectReason
           PERFORM RejectOneLine
           EXIT PARAGRAPH
       END-IF
       IF WSNumShipDate > WSRunDate
           MOVE "SHIP DATE IN THE FUTURE" TO WSRejectReason
           PERFORM RejectOneLine
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO LineExists
       MOVE WSNumOrderNum TO ODOrderNum
       MOVE WSNumLineNum TO ODLineNum
       READ OrderDetailFile
           INVALID KEY MOVE "N" TO LineExists
       END-READ
       EVALUATE TRUE
           WHEN LineExists = "N"
               MOVE "UNKNOWN ORDER LINE" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN ODLineIsReturn OR ODLineIsLoyalty OR ODLineIsDiscount
               MOVE "CREDIT LINE - NEVER SHIPS" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN ODLineIsFreight
               MOVE "FREIGHT LINE - NEVER SHIPS" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN ODLineIsGiftCert
               MOVE "GIFT CERTIFICATE - NEVER SHIPS" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN ODLineShipped
               MOVE "ALREADY SHIPPED" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN ODLineCancelled
               MOVE "LINE WAS CANCELLED" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN OTHER
               PERFORM ConfirmOneLine
       END-EVALUATE.

*> Stamp the line shipped as of the carrier's date and keep the
*> tracking number under the same key
ConfirmOneLine.
       IF ODLineBackordered
           ADD 1 TO WSBackordersShipped
       END-IF
       SET ODLineShipped TO TRUE
       MOVE WSNumShipDate TO ODShipDate
       REWRITE OrderDetailRecord
           INVALID KEY
               MOVE "REWRITE FAILED" TO WSRejectReason
               PERFORM RejectOneLine
           NOT INVALID KEY
               ADD 1 TO WSLinesConfirmed
               PERFORM StoreTrackingNumber
       END-REWRITE.

*> A line re-shipped after a carrier mix-up keeps only its latest
*> tracking number
StoreTrackingNumber.
       MOVE SPACES TO TrackingRecord
       MOVE ODOrderNum TO STOrderNum
       MOVE ODLineNum TO STLineNum
       MOVE WSRawTracking TO STTrackingNum
       MOVE WSNumShipDate TO STShipDate
       MOVE WSRunDate TO STImportDate
       WRITE TrackingRecord
           INVALID KEY
               REWRITE TrackingRecord
                   INVALID KEY
                       DISPLAY "Warning: Tracking Not Stored For "
                           ODOrderKey
               END-REWRITE
       END-WRITE.

*> The raw row and its reason, kept together so the carrier's file can
*> be corrected line for line
RejectOneLine.
       ADD 1 TO WSLinesRejected
       MOVE SPACES TO ExceptionLine
       STRING "Rejected (" DELIMITED BY SIZE
           WSRejectReason DELIMITED BY "  "
           "): " DELIMITED BY SIZE
           InboundLine DELIMITED BY SIZE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine.

PrintControlTotals.
       MOVE SPACES TO ExceptionLine
       WRITE ExceptionLine
       MOVE WSLinesRead TO WSEditedCount
       STRING "Lines Read.........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine
       MOVE WSLinesConfirmed TO WSEditedCount
       STRING "Ship-Confirmed.....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine
       MOVE WSBackordersShipped TO WSEditedCount
       STRING "  From Backorder...: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine
       MOVE WSLinesRejected TO WSEditedCount
       STRING "Rejected...........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine.
