*> volume off the branch-stamped OrderDetail.dat lines, cash applied
*> off the branch-stamped PAYMENT movements on BalanceHistory.dat,
*> and delinquency (count and owed) off each customer's own branch
*> code - one section per branch, HQ (blank code) included. Customers
*> moved between offices show as the receivable transferred in and out
*> (the BRANCHIN/BRANCHOUT movements branchtransferrun.cob writes), so
*> a branch's book changing hands explains itself.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrderDetailFile ASSIGN TO "OrderDetail.dat"
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
           03 TabCashApplied PIC 9(11)V99.
           03 TabDelqCount PIC 9(07).
           03 TabDelqOwed PIC S9(11)V99.
           03 TabXferCount PIC 9(07).
           *> Receivable moved in less receivable moved out
           03 TabXferNet PIC S9(11)V99.
01 WSSlotFound PIC X.
01 WSSlot PIC 9(02).
01 WSSlotBranch PIC X(03).
           END-READ
       END-IF
       PERFORM UNTIL ODEOF
           *> Freight is carried to its own revenue account and gift
           *> certificates to a liability - neither is order volume
           IF ODLinePosted AND NOT ODLineCancelled AND NOT ODLineIsFreight
               AND NOT ODLineIsGiftCert
               MOVE ODBranch TO WSSlotBranch
               PERFORM FindBranchSlot
               IF WSSlot > ZERO
                   ADD 1 TO TabOrderLines(WSSlot)
                   COMPUTE WSLineAmount = ODProdQty * ODProdPrice
                   IF ODLineIsReturn OR ODLineIsLoyalty OR ODLineIsDiscount
                       SUBTRACT WSLineAmount
                           FROM TabOrderVolume(WSSlot)
                   ELSE
                   ADD WSPayMagnitude TO TabCashApplied(WSSlot)
               END-IF
           END-IF
           *> Each half carries its own branch and its own sign
           IF BHSource = "BRANCHOUT" OR BHSource = "BRANCHIN"
               MOVE BHBranch TO WSSlotBranch
               PERFORM FindBranchSlot
               IF WSSlot > ZERO
                   ADD 1 TO TabXferCount(WSSlot)
                   ADD BHAmount TO TabXferNet(WSSlot)
               END-IF
           END-IF
           READ BalanceHistory
               AT END SET BHEOF TO TRUE
           END-READ
           MOVE ZERO TO TabCashApplied(WSSlot)
           MOVE ZERO TO TabDelqCount(WSSlot)
           MOVE ZERO TO TabDelqOwed(WSSlot)
           MOVE ZERO TO TabXferCount(WSSlot)
           MOVE ZERO TO TabXferNet(WSSlot)
       END-IF.

PrintReport.
           WSEditedAmount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       IF TabXferCount(BrIdx) = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE TabXferCount(BrIdx) TO WSEditedCount
       MOVE TabXferNet(BrIdx) TO WSEditedAmount
       MOVE SPACES TO ReportLine
       STRING "  Transfers    " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  Net In " DELIMITED BY SIZE
           WSEditedAmount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
