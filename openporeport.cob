       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    openporeport.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Open purchase order report: every line of a released order in
*> PurchaseOrders.dat that the warehouse hasn't finished receiving,
*> with the quantity still due and how many days past its due date the
*> delivery is, so purchasing chases the late ones first. Lines that
*> came in short are flagged, and over-received lines on orders that
*> are still open are listed so the supplier's invoice gets checked.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PurchaseOrderFile ASSIGN TO "PurchaseOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POKey
           FILE STATUS IS WSPOFileStatus.
       SELECT OpenPOReport ASSIGN TO "OpenPurchaseOrders.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match purchaseorders.cob's PurchaseOrderRecord layout
FD PurchaseOrderFile.
01 PurchaseOrderRecord.
       02 POKey.
           03 PONumber PIC 9(08).
           03 POLineNum PIC 9(03).
       02 PORecordType PIC X(01).
           88 POIsHeader VALUE "H".
           88 POIsLine VALUE "L".
       02 PORecordBody PIC X(68).
01 POHeaderRecord REDEFINES PurchaseOrderRecord.
       02 FILLER PIC X(12).
       02 POHSupplierID PIC X(05).
       02 POHOrderDate PIC 9(08).
       02 POHDueDate PIC 9(08).
       02 POHStatus PIC X(01).
           88 POProposed VALUE "P".
           88 POReleased VALUE "R".
           88 POClosed VALUE "C".
           88 POCancelled VALUE "X".
       02 POHBuyer PIC X(08).
       02 POHReleaseDate PIC 9(08).
       02 POHLineCount PIC 9(03).
       02 FILLER PIC X(27).
01 POLineRecord REDEFINES PurchaseOrderRecord.
       02 FILLER PIC X(12).
       02 POLProdID PIC X(05).
       02 POLProdDesc PIC X(15).
       02 POLOrderQty PIC 9(05).
       02 POLReceivedQty PIC 9(05).
       02 POLUnitCost PIC 9(05)V99.
       02 POLStatus PIC X(01).
           88 POLOpen VALUE "O".
           88 POLPartial VALUE "P".
           88 POLComplete VALUE "C".
           88 POLOver VALUE "V".
           88 POLShortClosed VALUE "S".
           88 POLDropped VALUE "X".
           88 POLStillDue VALUE "O", "P".
       02 POLLastRecvDate PIC 9(08).
       02 FILLER PIC X(22).

FD OpenPOReport.
01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSRunDate PIC 9(08).
01 WSRunDateInt PIC 9(08).
01 WSDueDateInt PIC 9(08).
01 WSDaysLate PIC S9(05).
*> The released header the following lines belong to - its supplier
*> and due date go on every line printed for it
01 WSHeaderLive PIC X VALUE "N".
01 WSCurSupplier PIC X(05).
01 WSCurDueDate PIC 9(08).
01 WSStillDue PIC 9(05).
*> Control totals for the report footer
01 WSOrdersOpen PIC 9(8) VALUE ZERO.
01 WSLinesListed PIC 9(8) VALUE ZERO.
01 WSLinesLate PIC 9(8) VALUE ZERO.
01 WSLinesShort PIC 9(8) VALUE ZERO.
01 WSLinesOver PIC 9(8) VALUE ZERO.
01 WSUnitsDue PIC 9(8) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 OpenPODetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepPONum PIC 9(8).
       02 FILLER PIC X VALUE "/".
       02 RepLineNum PIC 9(3).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepSupplier PIC X(05).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepProdID PIC X(05).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepProdDesc PIC X(15).
       02 FILLER PIC X(5) VALUE " Ord ".
       02 RepOrdered PIC ZZZZ9.
       02 FILLER PIC X(6) VALUE " Rcvd ".
       02 RepReceived PIC ZZZZ9.
       02 FILLER PIC X(5) VALUE " Due ".
       02 RepDueDate PIC 9(08).
       02 FILLER PIC X(6) VALUE " Late ".
       02 RepDaysLate PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepNote PIC X(14).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSPOFileStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "openporeport".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       COMPUTE WSRunDateInt = FUNCTION INTEGER-OF-DATE(WSRunDate).
       OPEN INPUT PurchaseOrderFile.
       IF WSPOFileStatus NOT = "00"
           DISPLAY "Warning: PurchaseOrders.dat Open Status "
               WSPOFileStatus
       END-IF
       OPEN OUTPUT OpenPOReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: OpenPurchaseOrders.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE "OPEN PURCHASE ORDER REPORT - LINES STILL DUE" TO ReportLine
       WRITE ReportLine
       MOVE "============================================" TO ReportLine
       WRITE ReportLine
       *> Headers sort ahead of their lines (line 000), so each line is
       *> read with its order's status and due date already in hand
       MOVE LOW-VALUES TO POKey
       MOVE "Y" TO WSMoreRecords
       START PurchaseOrderFile KEY IS NOT LESS THAN POKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ PurchaseOrderFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF POIsHeader
                   PERFORM NoteOneHeader
               ELSE
                   IF WSHeaderLive = "Y"
                       PERFORM CheckOneLine
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       PERFORM PrintReportFooter.
       CLOSE PurchaseOrderFile, OpenPOReport.
       DISPLAY " "
       DISPLAY "OPEN PURCHASE ORDER REPORT COMPLETE"
       DISPLAY "Open Orders.: " WSOrdersOpen
       DISPLAY "Lines Listed: " WSLinesListed
       DISPLAY "Lines Late..: " WSLinesLate
       MOVE SPACES TO WSOpsCounts
       STRING "LINES " DELIMITED BY SIZE
           WSLinesListed DELIMITED BY SIZE
           " LATE " DELIMITED BY SIZE
           WSLinesLate DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> Only released orders are out with a supplier - proposals haven't
*> gone anywhere yet and closed or cancelled orders are finished
NoteOneHeader.
       IF POReleased
           MOVE "Y" TO WSHeaderLive
           ADD 1 TO WSOrdersOpen
           MOVE POHSupplierID TO WSCurSupplier
           MOVE POHDueDate TO WSCurDueDate
       ELSE
           MOVE "N" TO WSHeaderLive
       END-IF.

*> One line of a released order: still due lines are aged against the
*> order's due date; over-received lines are listed for the invoice check
CheckOneLine.
       IF POLReceivedQty IS NOT NUMERIC
           MOVE ZERO TO POLReceivedQty
       END-IF
       IF NOT POLStillDue AND NOT POLOver
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSLinesListed
       MOVE ZERO TO WSDaysLate
       MOVE SPACES TO RepNote
       IF POLStillDue
           COMPUTE WSStillDue = POLOrderQty - POLReceivedQty
           ADD WSStillDue TO WSUnitsDue
           *> A garbled due date can't be aged - show it as on time
           *> rather than feed it to the date arithmetic
           IF WSCurDueDate IS NUMERIC AND WSCurDueDate > ZERO
               COMPUTE WSDueDateInt =
                   FUNCTION INTEGER-OF-DATE(WSCurDueDate)
               COMPUTE WSDaysLate = WSRunDateInt - WSDueDateInt
           END-IF
           IF WSDaysLate < ZERO
               MOVE ZERO TO WSDaysLate
           END-IF
           IF WSDaysLate > ZERO
               ADD 1 TO WSLinesLate
               MOVE "LATE" TO RepNote
           END-IF
           IF POLPartial
               ADD 1 TO WSLinesShort
               MOVE "RECEIVED SHORT" TO RepNote
           END-IF
       ELSE
           ADD 1 TO WSLinesOver
           MOVE "OVER-RECEIVED" TO RepNote
       END-IF
       MOVE PONumber TO RepPONum
       MOVE POLineNum TO RepLineNum
       MOVE WSCurSupplier TO RepSupplier
       MOVE POLProdID TO RepProdID
       MOVE POLProdDesc TO RepProdDesc
       MOVE POLOrderQty TO RepOrdered
       MOVE POLReceivedQty TO RepReceived
       MOVE WSCurDueDate TO RepDueDate
       MOVE WSDaysLate TO RepDaysLate
       WRITE ReportLine FROM OpenPODetailLine.

PrintReportFooter.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSOrdersOpen TO WSEditedCount
       STRING "Released Orders....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSLinesListed TO WSEditedCount
       STRING "Lines Listed.......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSLinesLate TO WSEditedCount
       STRING "Lines Past Due.....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSLinesShort TO WSEditedCount
       STRING "Received Short.....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSLinesOver TO WSEditedCount
       STRING "Over-Received......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSUnitsDue TO WSEditedCount
       STRING "Units Still Due....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
