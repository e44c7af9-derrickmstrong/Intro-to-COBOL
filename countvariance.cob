       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    countvariance.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Physical inventory variance report: for the latest count on
*> InventoryCount.dat, every product's counted quantity against the
*> shelf count frozen when the count began, the unit variance, and
*> what that variance is worth. The supervisor reads this before
*> approving the count in inventorycount.cob; products nobody has
*> counted yet are called out so the count isn't signed off half done.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CountFile ASSIGN TO "InventoryCount.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ICKey
           FILE STATUS IS WSCountFileStatus.
       *> Random lookups by PMProdID for the price that values a variance
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.
       SELECT VarianceReport ASSIGN TO "CountVariance.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match inventorycount.cob's CountRecord layout
FD CountFile.
01 CountRecord.
       02 ICKey.
           03 ICCountNum PIC 9(06).
           03 ICProdID PIC X(05).
       02 ICBody PIC X(49).
01 CountHeaderRecord REDEFINES CountRecord.
       02 FILLER PIC X(11).
       02 ICHFreezeDate PIC 9(08).
       02 ICHStatus PIC X(01).
           88 CountOpen VALUE "O".
           88 CountPosted VALUE "P".
           88 CountCancelled VALUE "X".
       02 ICHProductCount PIC 9(05).
       02 ICHApprovedBy PIC X(08).
       02 ICHPostedDate PIC 9(08).
       02 FILLER PIC X(19).
01 CountLineRecord REDEFINES CountRecord.
       02 FILLER PIC X(11).
       02 ICProdDesc PIC X(15).
       02 ICFrozenQty PIC 9(05).
       02 ICCountedQty PIC 9(05).
       02 ICCountedFlag PIC X(01).
           88 ICCounted VALUE "Y".
       02 FILLER PIC X(23).

*> Must match productmaster.cob's ProductData layout
FD ProductFile.
01 ProductData.
       02 PMProdID PIC X(05).
       02 PMProdDesc PIC X(15).
       02 PMUnitPrice PIC 9(05)V99.
       02 PMStatusFlag PIC X(01).
       02 PMOnHandQty PIC 9(05).
       02 PMReorderPoint PIC 9(05).
       *> Reserved for future fields - see productmaster.cob's
       *> ProductData for the field carve-out
       02 FILLER PIC X(45).

FD VarianceReport.
01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 ProdExists PIC X.
*> The latest count on file and how it stands
01 WSCountNum PIC 9(06) VALUE ZERO.
01 WSCountDate PIC 9(08) VALUE ZERO.
01 WSCountStatus PIC X(01) VALUE SPACE.
01 WSVariance PIC S9(05).
01 WSValueEach PIC 9(05)V99.
01 WSVarianceValue PIC S9(9)V99.
*> Control totals for the report footer
01 WSLinesRead PIC 9(8) VALUE ZERO.
01 WSLinesCounted PIC 9(8) VALUE ZERO.
01 WSLinesUncounted PIC 9(8) VALUE ZERO.
01 WSLinesOver PIC 9(8) VALUE ZERO.
01 WSLinesShort PIC 9(8) VALUE ZERO.
01 WSNetValue PIC S9(9)V99 VALUE ZERO.
01 WSShortValue PIC S9(9)V99 VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedAmount PIC $$$,$$$,$$9.99-.
01 VarianceTitleLine.
       02 FILLER PIC X(25) VALUE "COUNT VARIANCE - COUNT ".
       02 RepCountNum PIC 9(06).
       02 FILLER PIC X(11) VALUE "  FROZEN ON".
       02 FILLER PIC X VALUE SPACE.
       02 RepCountDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepCountStatus PIC X(10).
01 VarianceDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepProdID PIC X(05).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepProdDesc PIC X(15).
       02 FILLER PIC X(8) VALUE " Frozen ".
       02 RepFrozen PIC ZZZZ9.
       02 FILLER PIC X(9) VALUE " Counted ".
       02 RepCounted PIC ZZZZ9.
       02 FILLER PIC X(5) VALUE " Var ".
       02 RepVariance PIC ----9.
       02 FILLER PIC X VALUE SPACE.
       02 RepValue PIC $$$,$$$,$$9.99-.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepNote PIC X(12).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCountFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "countvariance".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       OPEN INPUT CountFile.
       IF WSCountFileStatus NOT = "00"
           DISPLAY "Warning: InventoryCount.dat Open Status "
               WSCountFileStatus
       END-IF
       OPEN INPUT ProductFile.
       IF WSProductFileStatus NOT = "00"
           DISPLAY "Warning: ProductMaster.dat Open Status "
               WSProductFileStatus
       END-IF
       OPEN OUTPUT VarianceReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: CountVariance.rpt Open Status "
               WSReportStatus
       END-IF
       PERFORM FindLatestCount
       IF WSCountNum = ZERO
           MOVE "NO COUNT ON FILE" TO ReportLine
           WRITE ReportLine
       ELSE
           MOVE WSCountNum TO RepCountNum
           MOVE WSCountDate TO RepCountDate
           EVALUATE WSCountStatus
               WHEN "O" MOVE "(OPEN)" TO RepCountStatus
               WHEN "P" MOVE "(POSTED)" TO RepCountStatus
               WHEN "X" MOVE "(CANCELLED)" TO RepCountStatus
               WHEN OTHER MOVE SPACES TO RepCountStatus
           END-EVALUATE
           WRITE ReportLine FROM VarianceTitleLine
           MOVE "============================================================"
               TO ReportLine
           WRITE ReportLine
           PERFORM ReportCountLines
           PERFORM PrintReportFooter
       END-IF
       CLOSE CountFile, ProductFile, VarianceReport.
       DISPLAY " "
       DISPLAY "COUNT VARIANCE REPORT COMPLETE"
       DISPLAY "Products Counted: " WSLinesCounted
       DISPLAY "Not Yet Counted.: " WSLinesUncounted
       MOVE SPACES TO WSOpsCounts
       STRING "COUNTED " DELIMITED BY SIZE
           WSLinesCounted DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> The highest count number is the latest - open or already posted
FindLatestCount.
       MOVE LOW-VALUES TO ICKey
       MOVE "Y" TO WSMoreRecords
       START CountFile KEY IS NOT LESS THAN ICKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CountFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND ICProdID = SPACES
               MOVE ICCountNum TO WSCountNum
               MOVE ICHFreezeDate TO WSCountDate
               MOVE ICHStatus TO WSCountStatus
           END-IF
       END-PERFORM.

ReportCountLines.
       MOVE WSCountNum TO ICCountNum
       MOVE SPACES TO ICProdID
       MOVE "Y" TO WSMoreRecords
       START CountFile KEY IS GREATER THAN ICKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CountFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF ICCountNum NOT = WSCountNum
                   MOVE "N" TO WSMoreRecords
               ELSE
                   PERFORM ReportOneLine
               END-IF
           END-IF
       END-PERFORM.

*> One product: counted less frozen, valued at the product's price
ReportOneLine.
       ADD 1 TO WSLinesRead
       MOVE ICProdID TO RepProdID
       MOVE ICProdDesc TO RepProdDesc
       MOVE ICFrozenQty TO RepFrozen
       IF NOT ICCounted
           ADD 1 TO WSLinesUncounted
           MOVE ZERO TO RepCounted
           MOVE ZERO TO RepVariance
           MOVE ZERO TO RepValue
           MOVE "NOT COUNTED" TO RepNote
           WRITE ReportLine FROM VarianceDetailLine
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSLinesCounted
       COMPUTE WSVariance = ICCountedQty - ICFrozenQty
       PERFORM FindValueEach
       COMPUTE WSVarianceValue = WSVariance * WSValueEach
       ADD WSVarianceValue TO WSNetValue
       MOVE SPACES TO RepNote
       EVALUATE TRUE
           WHEN WSVariance > ZERO
               ADD 1 TO WSLinesOver
               MOVE "OVER" TO RepNote
           WHEN WSVariance < ZERO
               ADD 1 TO WSLinesShort
               ADD WSVarianceValue TO WSShortValue
               MOVE "SHORT" TO RepNote
       END-EVALUATE
       MOVE ICCountedQty TO RepCounted
       MOVE WSVariance TO RepVariance
       MOVE WSVarianceValue TO RepValue
       WRITE ReportLine FROM VarianceDetailLine.

*> The product's current price - zero when it's gone from the master
FindValueEach.
       MOVE ZERO TO WSValueEach
       MOVE "Y" TO ProdExists
       MOVE ICProdID TO PMProdID
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ
       IF ProdExists = "Y" AND PMUnitPrice IS NUMERIC
           MOVE PMUnitPrice TO WSValueEach
       END-IF.

PrintReportFooter.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSLinesRead TO WSEditedCount
       STRING "Products On Count..: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSLinesUncounted TO WSEditedCount
       STRING "Not Yet Counted....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSLinesOver TO WSEditedCount
       STRING "Counted Over.......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSLinesShort TO WSEditedCount
       STRING "Counted Short......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSShortValue TO WSEditedAmount
       STRING "Shrinkage Value....: " DELIMITED BY SIZE
           WSEditedAmount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSNetValue TO WSEditedAmount
       STRING "Net Variance Value.: " DELIMITED BY SIZE
           WSEditedAmount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
