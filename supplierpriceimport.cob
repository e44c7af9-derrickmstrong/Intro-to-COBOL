*> Batch import of the supplier's quarterly price file - the re-keying
*> of every product through ChangeProductPrice retires here. Each line
*> of SupplierPrices.csv reads
*>     ProdID,Description,Price,SupplierID
*> and malformed lines divert to a reject listing with the reason, the
*> same way custcsvimport.cob diverts bad branch spreadsheets. The run
*> makes two passes: the first only measures how far the file would
*> +400%) is refused whole with RC 8 before a single price changes.
*> Applied changes land on PriceHistory.dat flagged IMPORT. The
*> supplier's description column is informational only - our master's
*> descriptions stay ours. A row from a supplier that isn't active on
*> SupplierMaster.dat (suppliermaster.cob) is rejected - prices are only
*> taken from suppliers we know.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InboundFile ASSIGN TO "SupplierPrices.csv"
       SELECT PriceHistoryFile ASSIGN TO "PriceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPriceHistStatus.
       SELECT SupplierFile ASSIGN TO "SupplierMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SupID
           FILE STATUS IS WSSupplierFileStatus.

DATA DIVISION.
FILE SECTION.
       02 FILLER PIC X VALUE SPACE.
       02 PHSource PIC X(12).

*> Must match suppliermaster.cob's SupplierRecord layout
FD SupplierFile.
01 SupplierRecord.
       02 SupID PIC X(05).
       02 SupName PIC X(30).
       02 FILLER PIC X(105).
       02 SupLeadDays PIC 9(03).
       02 SupStatusFlag PIC X(01).
           88 SupActive VALUE "A".
           88 SupInactive VALUE "D".
       02 FILLER PIC X(20).

WORKING-STORAGE SECTION.
*> The comma-split tokens of one inbound line
01 WSRawProdID PIC X(08).
01 WSRawDesc PIC X(20).
01 WSRawPrice PIC X(12).
01 WSRawSupplier PIC X(08).
01 SupExists PIC X.
01 WSNumPrice PIC 9(05)V99.
01 ProdExists PIC X.
01 WSRejectReason PIC X(30).
01 WSProductFileStatus PIC X(02).
01 WSRejectFileStatus PIC X(02).
01 WSPriceHistStatus PIC X(02).
01 WSSupplierFileStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "supplierpriceimport".
           DISPLAY "Warning: ProductMaster.dat Open Status "
               WSProductFileStatus
       END-IF
       OPEN INPUT SupplierFile.
       IF WSSupplierFileStatus NOT = "00"
           DISPLAY "Warning: SupplierMaster.dat Open Status "
               WSSupplierFileStatus
       END-IF
       OPEN OUTPUT RejectFile.
       IF WSRejectFileStatus NOT = "00"
           DISPLAY "Warning: SupplierRejects.rpt Open Status "
               INTO RejectLine
           END-STRING
           WRITE RejectLine
           CLOSE ProductFile, RejectFile, SupplierFile
           MOVE 8 TO RETURN-CODE
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE ZERO TO WSLinesRejected
       MOVE "N" TO WSMeasureOnly
       PERFORM RunOnePass
       CLOSE ProductFile, RejectFile, PriceHistoryFile, SupplierFile.
       MOVE WSAvgPctMove TO WSEditedPct
       DISPLAY " "
       DISPLAY "SUPPLIER PRICE IMPORT COMPLETE"
*> price or divert the line with its reason
ImportOneLine.
       ADD 1 TO WSLinesRead
       MOVE SPACES TO WSRawProdID, WSRawDesc, WSRawPrice, WSRawSupplier
       UNSTRING InboundLine DELIMITED BY ","
           INTO WSRawProdID, WSRawDesc, WSRawPrice, WSRawSupplier
       PERFORM CheckSupplier
       EVALUATE TRUE
           WHEN SupExists = "N"
               MOVE "UNKNOWN SUPPLIER" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN NOT SupActive
               MOVE "SUPPLIER INACTIVE" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN WSRawProdID = SPACES
               MOVE "BLANK PRODUCT ID" TO WSRejectReason
               PERFORM RejectOneLine
               PERFORM CheckAndHandlePrice
       END-EVALUATE.

*> The row's supplier must be on the supplier master - a blank supplier
*> column is as unknown as a misspelled one
CheckSupplier.
       MOVE "Y" TO SupExists
       IF WSRawSupplier = SPACES
           MOVE "N" TO SupExists
       ELSE
           MOVE WSRawSupplier(1:5) TO SupID
           READ SupplierFile
               INVALID KEY MOVE "N" TO SupExists
           END-READ
       END-IF.

CheckAndHandlePrice.
       *> NUMVAL takes 9.99-style tokens; a token it can't read at all
       *> shows up as zero and is rejected below
