       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    rfmscoring.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Monthly recency-frequency-monetary scoring: every customer is scored
*> 1 (worst) to 5 (best) on three counts, as of month end -
*>   Recency   - days since the last order line (OrderDetail.dat, and
*>               OrderDetailHistory.dat for lines archived at year end)
*>   Frequency - separate orders placed in the trailing twelve months
*>   Monetary  - payments received in the trailing twelve months
*>               (BalanceLedger.dat PAYMENT movements, less NSF
*>               reversals)
*> and the three scores set a segment code - CH champions, LY loyal,
*> AR at risk (bought often, has gone quiet), NW new, PT potential,
*> HB hibernating, LS lost, NA never ordered. Each customer's scores
*> and segment are kept on CustomerRFM.dat beside last month's, so the
*> movement report (RFMSegments.rpt) can show who moved where, and the
*> campaign extracts (campaignextract.cob, eligibilitysweep.cob) can
*> select on the segment. A rerun in the same month rescores without
*> losing last month's figures.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IDNum
           FILE STATUS IS WSCustomerFileStatus.
       *> The customer's order lines come straight off the alternate key
       SELECT OrderDetailFile ASSIGN TO "OrderDetail.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODOrderKey
           ALTERNATE RECORD KEY IS ODIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderFileStatus.
       *> Order lines moved off the live file at year end - same keys
       SELECT OrderHistoryFile ASSIGN TO "OrderDetailHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLOrderKey
           ALTERNATE RECORD KEY IS HLIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderHistoryStatus.
       *> Keyed by customer and date - the payment side
       SELECT BalanceLedger ASSIGN TO "BalanceLedger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BLKey
           FILE STATUS IS WSBalanceLedgerStatus.
       *> One score record per customer, this month's beside last month's
       SELECT RFMFile ASSIGN TO "CustomerRFM.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RFIDNum
           FILE STATUS IS WSRFMFileStatus.
       SELECT SegmentReport ASSIGN TO "RFMSegments.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       *> Define End of File
       88 WSEOF VALUE HIGH-VALUE.
       02 StatusFlag PIC X(01).
           88 CustActive VALUE "A".
           88 CustDeleted VALUE "D".
       *> Account status through the contact preferences - carried for
       *> layout fit
       02 FILLER PIC X(180).
       *> Deceased block - carried for layout fit
       02 FILLER PIC X(39).
       02 DormantFlag PIC X(01).
       *> Reserved for future fields
       02 FILLER PIC X(45).

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
       *> S (or space, on older lines) = sale - the rest are credits
       *> and charges against a sale, not a purchase
       02 ODLineType PIC X(01).
           88 ODLineIsSale VALUE "S", " ".
       02 ODShipFlag PIC X(01).
           88 ODLineCancelled VALUE "X".
       02 ODShipDate PIC 9(08).
       02 ODOrderKey.
           03 ODOrderNum PIC 9(08).
           03 ODLineNum PIC 9(03).
       *> Price band through the reserved bytes - carried for layout fit
       02 FILLER PIC X(10).

*> Must match orderhistoryarchive.cob's DetailHistoryRecord, which is
*> orderentry.cob's OrderDetailRecord layout
FD OrderHistoryFile.
01 OrderHistoryRecord.
       02 HLIDNum PIC 9(8).
       02 FILLER PIC X.
       02 HLProdID PIC X(05).
       02 FILLER PIC X.
       02 HLProdDesc PIC X(15).
       02 FILLER PIC X.
       02 HLProdQty PIC 9(03).
       02 FILLER PIC X.
       02 HLProdPrice PIC 9(05)V99.
       02 FILLER PIC X.
       02 HLOrderDate PIC 9(08).
       02 FILLER PIC X.
       02 HLPostedFlag PIC X(01).
       02 FILLER PIC X.
       02 HLLineType PIC X(01).
           88 HLLineIsSale VALUE "S", " ".
       02 HLShipFlag PIC X(01).
           88 HLLineCancelled VALUE "X".
       02 HLShipDate PIC 9(08).
       02 HLOrderKey.
           03 HLOrderNum PIC 9(08).
           03 HLLineNum PIC 9(03).
       02 FILLER PIC X(10).

*> Must match ledgerupdate.cob's BalanceLedgerRecord layout
FD BalanceLedger.
01 BalanceLedgerRecord.
       02 BLKey.
           03 BLIDNum PIC 9(08).
           03 BLDate PIC 9(08).
           03 BLSeq PIC 9(04).
       02 BLSource PIC X(12).
       02 BLOldBalance PIC S9(7)V99.
       02 BLAmount PIC S9(7)V99.
       02 BLNewBalance PIC S9(7)V99.
       02 BLReference PIC X(12).
       02 BLMethod PIC X(01).
       02 FILLER PIC X(10).

*> One customer's scores - campaignextract.cob and eligibilitysweep.cob
*> read this same layout
FD RFMFile.
01 RFMRecord.
       02 RFIDNum PIC 9(08).
       *> The month these scores are as of
       02 RFScoreMonth PIC 9(06).
       02 RFRecency PIC 9(01).
       02 RFFrequency PIC 9(01).
       02 RFMonetary PIC 9(01).
       02 RFSegment PIC X(02).
       *> What the scores were made of
       02 RFLastOrderDate PIC 9(08).
       02 RFOrderCount PIC 9(05).
       02 RFPaidAmount PIC 9(09)V99.
       *> Last month's, for the movement report
       02 RFPriorMonth PIC 9(06).
       02 RFPriorRecency PIC 9(01).
       02 RFPriorFrequency PIC 9(01).
       02 RFPriorMonetary PIC 9(01).
       02 RFPriorSegment PIC X(02).
       *> Reserved for future fields
       02 FILLER PIC X(20).

FD SegmentReport.
01 ReportLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSRunDate PIC 9(08).
01 WSRunParts REDEFINES WSRunDate.
       02 WSRunMonth PIC 9(06).
       02 WSRunDay PIC 9(02).
*> The month being scored, and the day it is scored as of - today for
*> this month, the last day for a month already closed
01 WSMonth PIC 9(06).
01 WSMonthParts REDEFINES WSMonth.
       02 WSMonthYear PIC 9(04).
       02 WSMonthMonth PIC 9(02).
01 WSNextMonthStart PIC 9(08).
01 WSNextParts REDEFINES WSNextMonthStart.
       02 WSNextYear PIC 9(04).
       02 WSNextMonth PIC 9(02).
       02 WSNextDay PIC 9(02).
01 WSAsOfDate PIC 9(08).
*> Start of the trailing twelve months
01 WSWindowStart PIC 9(08).
*> Score thresholds - days since the last order for recency, orders
*> in twelve months for frequency, dollars paid for monetary
01 WSRecencyDays.
       02 WSRecency5Days PIC 9(05) VALUE 30.
       02 WSRecency4Days PIC 9(05) VALUE 90.
       02 WSRecency3Days PIC 9(05) VALUE 180.
       02 WSRecency2Days PIC 9(05) VALUE 365.
01 WSFrequencyOrders.
       02 WSFrequency5Orders PIC 9(05) VALUE 12.
       02 WSFrequency4Orders PIC 9(05) VALUE 6.
       02 WSFrequency3Orders PIC 9(05) VALUE 3.
       02 WSFrequency2Orders PIC 9(05) VALUE 2.
01 WSMonetaryDollars.
       02 WSMonetary5Dollars PIC 9(07) VALUE 5000.
       02 WSMonetary4Dollars PIC 9(07) VALUE 2000.
       02 WSMonetary3Dollars PIC 9(07) VALUE 500.
       02 WSMonetary2Dollars PIC 9(07) VALUE 100.
*> One customer's figures
01 WSLastOrderDate PIC 9(08).
01 WSOrderCount PIC 9(05).
01 WSLastOrderNum PIC 9(08).
01 WSPaidAmount PIC S9(09)V99.
01 WSDaysSince PIC 9(07).
01 WSRecency PIC 9(01).
01 WSFrequency PIC 9(01).
01 WSMonetary PIC 9(01).
01 WSSegment PIC X(02).
01 WSRFMFound PIC X.
01 WSMoreLines PIC X.
*> Segment codes and names, in report order - the last slot is the
*> prior "segment" of a customer scored for the first time
01 SegmentValues.
       02 FILLER PIC X(22) VALUE "CHCHAMPIONS           ".
       02 FILLER PIC X(22) VALUE "LYLOYAL               ".
       02 FILLER PIC X(22) VALUE "ARAT RISK             ".
       02 FILLER PIC X(22) VALUE "NWNEW                 ".
       02 FILLER PIC X(22) VALUE "PTPOTENTIAL           ".
       02 FILLER PIC X(22) VALUE "HBHIBERNATING         ".
       02 FILLER PIC X(22) VALUE "LSLOST                ".
       02 FILLER PIC X(22) VALUE "NANEVER ORDERED       ".
       02 FILLER PIC X(22) VALUE "--NOT SCORED BEFORE   ".
01 SegmentTable REDEFINES SegmentValues.
       02 SegmentEntry OCCURS 9 TIMES INDEXED BY SegIdx.
           03 SegCode PIC X(02).
           03 SegName PIC X(20).
01 SegmentCounts.
       02 SegmentCountEntry OCCURS 9 TIMES.
           03 SegPriorCount PIC 9(07).
           03 SegNowCount PIC 9(07).
           *> Customers moving from this segment into each segment
           03 SegMoveCount PIC 9(07) OCCURS 9 TIMES.
01 WSFromSlot PIC 9(02).
01 WSToSlot PIC 9(02).
01 WSSlot PIC 9(02).
01 WSCol PIC 9(02).
01 WSChange PIC S9(07).
*> Run counts
01 WSCustomersScored PIC 9(08) VALUE ZERO.
01 WSCustomersMoved PIC 9(08) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 SegmentSummaryLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 SumSegCode PIC X(02).
       02 FILLER PIC X VALUE SPACE.
       02 SumSegName PIC X(20).
       02 FILLER PIC X(8) VALUE "  PRIOR ".
       02 SumPrior PIC Z,ZZZ,ZZ9.
       02 FILLER PIC X(6) VALUE "  NOW ".
       02 SumNow PIC Z,ZZZ,ZZ9.
       02 FILLER PIC X(9) VALUE "  CHANGE ".
       02 SumChange PIC -,---,--9.
01 MatrixHeading.
       02 FILLER PIC X(10) VALUE "FROM \ TO ".
       02 MatrixHeadCol OCCURS 8 TIMES.
           03 FILLER PIC X(5) VALUE SPACE.
           03 MatHeadCode PIC X(02).
01 MatrixLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 MatFromCode PIC X(02).
       02 FILLER PIC X(6) VALUE SPACE.
       02 MatCell PIC ZZZZZZ9 OCCURS 8 TIMES.
01 MovementLine.
       02 MovIDNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 MovFirstName PIC X(15).
       02 MovLastName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 MovPriorSegment PIC X(02).
       02 FILLER PIC X VALUE SPACE.
       02 MovPriorScore PIC X(03).
       02 FILLER PIC X(4) VALUE " -> ".
       02 MovSegment PIC X(02).
       02 FILLER PIC X VALUE SPACE.
       02 MovScore PIC X(03).
       02 FILLER PIC X(2) VALUE SPACE.
       02 MovLastOrder PIC 9(08).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSOrderFileStatus PIC X(02).
01 WSOrderHistoryStatus PIC X(02).
01 WSBalanceLedgerStatus PIC X(02).
01 WSRFMFileStatus PIC X(02).
01 WSReportStatus PIC X(02).
*> Y once the optional files opened
01 WSOrdersHere PIC X VALUE "N".
01 WSHistoryHere PIC X VALUE "N".
01 WSLedgerHere PIC X VALUE "N".

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "rfmscoring".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       *> Run on month-end night it scores the month now closing
       DISPLAY "Scoring Month (YYYYMM, blank for this month): "
           WITH NO ADVANCING.
       ACCEPT WSMonth.
       IF WSMonth IS NOT NUMERIC OR WSMonth = ZERO
           MOVE WSRunMonth TO WSMonth
       END-IF
       PERFORM FindAsOfDate
       INITIALIZE SegmentCounts
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       OPEN INPUT OrderDetailFile.
       IF WSOrderFileStatus = "00"
           MOVE "Y" TO WSOrdersHere
       ELSE
           DISPLAY "Warning: OrderDetail.dat Open Status "
               WSOrderFileStatus
       END-IF
       *> No archive until the first year end has been closed
       OPEN INPUT OrderHistoryFile.
       IF WSOrderHistoryStatus = "00"
           MOVE "Y" TO WSHistoryHere
       END-IF
       OPEN INPUT BalanceLedger.
       IF WSBalanceLedgerStatus = "00"
           MOVE "Y" TO WSLedgerHere
       ELSE
           DISPLAY "Warning: BalanceLedger.dat Open Status "
               WSBalanceLedgerStatus
       END-IF
       *> I-O to keep the scores; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN I-O RFMFile.
       IF WSRFMFileStatus = "35"
           OPEN OUTPUT RFMFile
           CLOSE RFMFile
           OPEN I-O RFMFile
       END-IF
       IF WSRFMFileStatus NOT = "00"
           DISPLAY "Warning: CustomerRFM.dat Open Status "
               WSRFMFileStatus
       END-IF
       OPEN OUTPUT SegmentReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: RFMSegments.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE SPACES TO ReportLine
       STRING "CUSTOMER RFM SEGMENT MOVEMENT - " DELIMITED BY SIZE
           WSMonth DELIMITED BY SIZE
           "  (AS OF " DELIMITED BY SIZE
           WSAsOfDate DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE "========================================" TO ReportLine
       WRITE ReportLine
       MOVE "CUSTOMERS CHANGING SEGMENT" TO ReportLine
       WRITE ReportLine
       READ CustomerFile
           AT END SET WSEOF TO TRUE
       END-READ
       PERFORM UNTIL WSEOF
           IF NOT CustDeleted
               PERFORM ScoreOneCustomer
           END-IF
           READ CustomerFile
               AT END SET WSEOF TO TRUE
           END-READ
       END-PERFORM
       PERFORM PrintSegmentSummary
       PERFORM PrintMovementMatrix
       CLOSE CustomerFile, RFMFile, SegmentReport.
       IF WSOrdersHere = "Y"
           CLOSE OrderDetailFile
       END-IF
       IF WSHistoryHere = "Y"
           CLOSE OrderHistoryFile
       END-IF
       IF WSLedgerHere = "Y"
           CLOSE BalanceLedger
       END-IF
       DISPLAY " "
       DISPLAY "RFM SCORING COMPLETE"
       DISPLAY "Month Scored.......: " WSMonth
       DISPLAY "Customers Scored...: " WSCustomersScored
       DISPLAY "Changed Segment....: " WSCustomersMoved
       MOVE SPACES TO WSOpsCounts
       STRING "SCORED " DELIMITED BY SIZE
           WSCustomersScored DELIMITED BY SIZE
           " MOVED " DELIMITED BY SIZE
           WSCustomersMoved DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> This month is scored as of today; a closed month as of its last day.
*> The twelve-month window ends on the as-of date.
FindAsOfDate.
       IF WSMonth NOT < WSRunMonth
           MOVE WSRunDate TO WSAsOfDate
       ELSE
           MOVE WSMonthYear TO WSNextYear
           MOVE WSMonthMonth TO WSNextMonth
           MOVE 1 TO WSNextDay
           IF WSNextMonth = 12
               MOVE 1 TO WSNextMonth
               ADD 1 TO WSNextYear
           ELSE
               ADD 1 TO WSNextMonth
           END-IF
           COMPUTE WSAsOfDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WSNextMonthStart) - 1)
       END-IF
       COMPUTE WSWindowStart = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WSAsOfDate) - 364).

ScoreOneCustomer.
       ADD 1 TO WSCustomersScored
       MOVE ZERO TO WSLastOrderDate
       MOVE ZERO TO WSOrderCount
       MOVE ZERO TO WSPaidAmount
       PERFORM GatherOrderLines
       PERFORM GatherArchivedLines
       PERFORM GatherPayments
       IF WSPaidAmount < ZERO
           MOVE ZERO TO WSPaidAmount
       END-IF
       PERFORM SetScores
       PERFORM SetSegment
       PERFORM SaveScores.

*> Sale lines that stood - a cancelled line was never bought. Lines of
*> one order sit together on the alternate key, so a change of order
*> number is a new order.
GatherOrderLines.
       IF WSOrdersHere = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO WSLastOrderNum
       MOVE IDNum TO ODIDNum
       MOVE "Y" TO WSMoreLines
       START OrderDetailFile KEY IS EQUAL TO ODIDNum
           INVALID KEY MOVE "N" TO WSMoreLines
       END-START
       PERFORM UNTIL WSMoreLines = "N"
           READ OrderDetailFile NEXT RECORD
               AT END MOVE "N" TO WSMoreLines
           END-READ
           IF WSMoreLines = "Y" AND ODIDNum NOT = IDNum
               MOVE "N" TO WSMoreLines
           END-IF
           IF WSMoreLines = "Y" AND ODLineIsSale
               AND NOT ODLineCancelled AND ODOrderDate IS NUMERIC
               AND ODOrderDate NOT > WSAsOfDate
               IF ODOrderDate > WSLastOrderDate
                   MOVE ODOrderDate TO WSLastOrderDate
               END-IF
               IF ODOrderDate NOT < WSWindowStart
                   AND ODOrderNum NOT = WSLastOrderNum
                   ADD 1 TO WSOrderCount
                   MOVE ODOrderNum TO WSLastOrderNum
               END-IF
           END-IF
       END-PERFORM.

GatherArchivedLines.
       IF WSHistoryHere = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO WSLastOrderNum
       MOVE IDNum TO HLIDNum
       MOVE "Y" TO WSMoreLines
       START OrderHistoryFile KEY IS EQUAL TO HLIDNum
           INVALID KEY MOVE "N" TO WSMoreLines
       END-START
       PERFORM UNTIL WSMoreLines = "N"
           READ OrderHistoryFile NEXT RECORD
               AT END MOVE "N" TO WSMoreLines
           END-READ
           IF WSMoreLines = "Y" AND HLIDNum NOT = IDNum
               MOVE "N" TO WSMoreLines
           END-IF
           IF WSMoreLines = "Y" AND HLLineIsSale
               AND NOT HLLineCancelled AND HLOrderDate IS NUMERIC
               AND HLOrderDate NOT > WSAsOfDate
               IF HLOrderDate > WSLastOrderDate
                   MOVE HLOrderDate TO WSLastOrderDate
               END-IF
               IF HLOrderDate NOT < WSWindowStart
                   AND HLOrderNum NOT = WSLastOrderNum
                   ADD 1 TO WSOrderCount
                   MOVE HLOrderNum TO WSLastOrderNum
               END-IF
           END-IF
       END-PERFORM.

*> Payments move the balance down; an NSF reversal puts one back
GatherPayments.
       IF WSLedgerHere = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE IDNum TO BLIDNum
       MOVE WSWindowStart TO BLDate
       MOVE ZERO TO BLSeq
       MOVE "Y" TO WSMoreLines
       START BalanceLedger KEY IS NOT LESS THAN BLKey
           INVALID KEY MOVE "N" TO WSMoreLines
       END-START
       PERFORM UNTIL WSMoreLines = "N"
           READ BalanceLedger NEXT RECORD
               AT END MOVE "N" TO WSMoreLines
           END-READ
           IF WSMoreLines = "Y"
               IF BLIDNum NOT = IDNum OR BLDate > WSAsOfDate
                   MOVE "N" TO WSMoreLines
               ELSE
                   IF BLSource = "PAYMENT" OR BLSource = "NSFREVERSE"
                       SUBTRACT BLAmount FROM WSPaidAmount
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

SetScores.
       EVALUATE TRUE
           WHEN WSLastOrderDate = ZERO
               MOVE 1 TO WSRecency
           WHEN OTHER
               COMPUTE WSDaysSince =
                   FUNCTION INTEGER-OF-DATE(WSAsOfDate)
                   - FUNCTION INTEGER-OF-DATE(WSLastOrderDate)
               EVALUATE TRUE
                   WHEN WSDaysSince NOT > WSRecency5Days
                       MOVE 5 TO WSRecency
                   WHEN WSDaysSince NOT > WSRecency4Days
                       MOVE 4 TO WSRecency
                   WHEN WSDaysSince NOT > WSRecency3Days
                       MOVE 3 TO WSRecency
                   WHEN WSDaysSince NOT > WSRecency2Days
                       MOVE 2 TO WSRecency
                   WHEN OTHER
                       MOVE 1 TO WSRecency
               END-EVALUATE
       END-EVALUATE
       EVALUATE TRUE
           WHEN WSOrderCount NOT < WSFrequency5Orders
               MOVE 5 TO WSFrequency
           WHEN WSOrderCount NOT < WSFrequency4Orders
               MOVE 4 TO WSFrequency
           WHEN WSOrderCount NOT < WSFrequency3Orders
               MOVE 3 TO WSFrequency
           WHEN WSOrderCount NOT < WSFrequency2Orders
               MOVE 2 TO WSFrequency
           WHEN OTHER
               MOVE 1 TO WSFrequency
       END-EVALUATE
       EVALUATE TRUE
           WHEN WSPaidAmount NOT < WSMonetary5Dollars
               MOVE 5 TO WSMonetary
           WHEN WSPaidAmount NOT < WSMonetary4Dollars
               MOVE 4 TO WSMonetary
           WHEN WSPaidAmount NOT < WSMonetary3Dollars
               MOVE 3 TO WSMonetary
           WHEN WSPaidAmount NOT < WSMonetary2Dollars
               MOVE 2 TO WSMonetary
           WHEN OTHER
               MOVE 1 TO WSMonetary
       END-EVALUATE.

*> First match wins - "bought often, has gone quiet" is a customer
*> with three or more orders in the year and none in the last six months
SetSegment.
       EVALUATE TRUE
           WHEN WSLastOrderDate = ZERO
               MOVE "NA" TO WSSegment
           WHEN WSRecency >= 4 AND WSFrequency >= 4 AND WSMonetary >= 4
               MOVE "CH" TO WSSegment
           WHEN WSRecency >= 3 AND WSFrequency >= 4
               MOVE "LY" TO WSSegment
           WHEN WSRecency <= 2 AND WSFrequency >= 3
               MOVE "AR" TO WSSegment
           WHEN WSRecency >= 4 AND WSFrequency <= 2
               MOVE "NW" TO WSSegment
           WHEN WSRecency >= 3
               MOVE "PT" TO WSSegment
           WHEN WSRecency = 2
               MOVE "HB" TO WSSegment
           WHEN OTHER
               MOVE "LS" TO WSSegment
       END-EVALUATE.

*> This month's scores go on beside last month's. A rerun in the same
*> month rescores in place and leaves last month's figures alone.
SaveScores.
       MOVE IDNum TO RFIDNum
       MOVE "Y" TO WSRFMFound
       READ RFMFile
           INVALID KEY MOVE "N" TO WSRFMFound
       END-READ
       IF WSRFMFound = "N"
           MOVE SPACES TO RFMRecord
           MOVE IDNum TO RFIDNum
           MOVE ZERO TO RFScoreMonth
           MOVE ZERO TO RFPriorMonth
           MOVE ZERO TO RFPriorRecency
           MOVE ZERO TO RFPriorFrequency
           MOVE ZERO TO RFPriorMonetary
           MOVE "--" TO RFPriorSegment
       END-IF
       IF WSRFMFound = "Y" AND RFScoreMonth NOT = WSMonth
           MOVE RFScoreMonth TO RFPriorMonth
           MOVE RFRecency TO RFPriorRecency
           MOVE RFFrequency TO RFPriorFrequency
           MOVE RFMonetary TO RFPriorMonetary
           MOVE RFSegment TO RFPriorSegment
       END-IF
       MOVE WSMonth TO RFScoreMonth
       MOVE WSRecency TO RFRecency
       MOVE WSFrequency TO RFFrequency
       MOVE WSMonetary TO RFMonetary
       MOVE WSSegment TO RFSegment
       MOVE WSLastOrderDate TO RFLastOrderDate
       MOVE WSOrderCount TO RFOrderCount
       MOVE WSPaidAmount TO RFPaidAmount
       IF WSRFMFound = "Y"
           REWRITE RFMRecord
               INVALID KEY
                   DISPLAY "Warning: Scores Not Saved For " IDNum
           END-REWRITE
       ELSE
           WRITE RFMRecord
               INVALID KEY
                   DISPLAY "Warning: Scores Not Saved For " IDNum
           END-WRITE
       END-IF
       PERFORM CountMovement.

*> Tally the customer into the summary and the matrix, and list them
*> if the segment changed
CountMovement.
       MOVE RFPriorSegment TO WSSegment
       PERFORM FindSegmentSlot
       MOVE WSSlot TO WSFromSlot
       MOVE RFSegment TO WSSegment
       PERFORM FindSegmentSlot
       MOVE WSSlot TO WSToSlot
       ADD 1 TO SegPriorCount(WSFromSlot)
       ADD 1 TO SegNowCount(WSToSlot)
       ADD 1 TO SegMoveCount(WSFromSlot, WSToSlot)
       IF WSFromSlot = WSToSlot
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSCustomersMoved
       MOVE IDNum TO MovIDNum
       MOVE FirstName TO MovFirstName
       MOVE LastName TO MovLastName
       MOVE RFPriorSegment TO MovPriorSegment
       IF RFPriorMonth = ZERO
           MOVE SPACES TO MovPriorScore
       ELSE
           STRING RFPriorRecency RFPriorFrequency RFPriorMonetary
               DELIMITED BY SIZE INTO MovPriorScore
           END-STRING
       END-IF
       MOVE RFSegment TO MovSegment
       STRING RFRecency RFFrequency RFMonetary
           DELIMITED BY SIZE INTO MovScore
       END-STRING
       MOVE RFLastOrderDate TO MovLastOrder
       WRITE ReportLine FROM MovementLine.

*> The table slot for the code in WSSegment - an unknown code counts
*> with "not scored before"
FindSegmentSlot.
       MOVE 9 TO WSSlot
       PERFORM VARYING SegIdx FROM 1 BY 1 UNTIL SegIdx > 8
           IF SegCode(SegIdx) = WSSegment
               SET WSSlot TO SegIdx
           END-IF
       END-PERFORM.

PrintSegmentSummary.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "SEGMENT COUNTS" TO ReportLine
       WRITE ReportLine
       PERFORM VARYING WSSlot FROM 1 BY 1 UNTIL WSSlot > 9
           MOVE SegCode(WSSlot) TO SumSegCode
           MOVE SegName(WSSlot) TO SumSegName
           MOVE SegPriorCount(WSSlot) TO SumPrior
           MOVE SegNowCount(WSSlot) TO SumNow
           COMPUTE WSChange = SegNowCount(WSSlot) - SegPriorCount(WSSlot)
           MOVE WSChange TO SumChange
           WRITE ReportLine FROM SegmentSummaryLine
       END-PERFORM
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSCustomersScored TO WSEditedCount
       STRING "Customers Scored......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE WSCustomersMoved TO WSEditedCount
       STRING "Changed Segment.......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.

*> Last month's segment down the side, this month's across the top
PrintMovementMatrix.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "SEGMENT MOVEMENT - LAST MONTH DOWN, THIS MONTH ACROSS"
           TO ReportLine
       WRITE ReportLine
       PERFORM VARYING WSCol FROM 1 BY 1 UNTIL WSCol > 8
           MOVE SegCode(WSCol) TO MatHeadCode(WSCol)
       END-PERFORM
       WRITE ReportLine FROM MatrixHeading
       PERFORM VARYING WSSlot FROM 1 BY 1 UNTIL WSSlot > 9
           MOVE SegCode(WSSlot) TO MatFromCode
           PERFORM VARYING WSCol FROM 1 BY 1 UNTIL WSCol > 8
               MOVE SegMoveCount(WSSlot, WSCol) TO MatCell(WSCol)
           END-PERFORM
           WRITE ReportLine FROM MatrixLine
       END-PERFORM.
