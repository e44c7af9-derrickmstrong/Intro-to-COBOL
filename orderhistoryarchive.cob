       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    orderhistoryarchive.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Year-end job, the order and invoice counterpart of archivecustomers.cob:
*> OrderHeader.dat, OrderDetail.dat and InvoiceFile.dat carry every sale
*> since the system started, and every report that reads them end to end
*> pays for it. Anything finished and older than HISTRETAINDAYS moves to
*> history files - OrderHeaderHistory.dat and OrderDetailHistory.dat keyed
*> the same as the live files, InvoiceHistory.dat appended in the
*> invoice file's own layout - and comes off the live files.
*> An invoice moves only when it is paid (or voided), has no open dispute
*> on Disputes.dat, and no credit memo still on the live file names it;
*> its lines and adjustment trail go with it. An applied credit memo
*> moves once it is past the cutoff itself.
*> An order moves only when every line is posted, every sale line has
*> shipped or been cancelled, no open credit memo was cut from it, and -
*> if it was invoiced - the invoice cut for it has moved. orderentry.cob
*> cuts that invoice the day the order is keyed, so an unmoved invoice
*> for the same customer on the order date holds the order back.
*> customer360.cob reads the history files, so nothing moved here drops
*> out of an inquiry.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> I-O so each moved order and line can be deleted as it goes -
       *> the keys must match what orderentry.cob declares
       SELECT OrderHeaderFile ASSIGN TO "OrderHeader.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OHOrderNum
           ALTERNATE RECORD KEY IS OHIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderHeaderStatus.
       SELECT OrderDetailFile ASSIGN TO "OrderDetail.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODOrderKey
           ALTERNATE RECORD KEY IS ODIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderFileStatus.
       *> The history files - same keys as the live ones, so an inquiry
       *> reaches a customer's archived orders the same way
       SELECT HeaderHistoryFile ASSIGN TO "OrderHeaderHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOOrderNum
           ALTERNATE RECORD KEY IS HOIDNum WITH DUPLICATES
           FILE STATUS IS WSHeaderHistoryStatus.
       SELECT DetailHistoryFile ASSIGN TO "OrderDetailHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLOrderKey
           ALTERNATE RECORD KEY IS HLIDNum WITH DUPLICATES
           FILE STATUS IS WSDetailHistoryStatus.
       *> Read three times - credit memos, then headers, then the copy
       SELECT InvoiceFile ASSIGN TO "InvoiceFile.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceFileStatus.
       *> Everything staying live, swapped in for InvoiceFile.dat at the end
       SELECT NewInvoiceFile ASSIGN TO "InvoiceFile.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNewInvoiceStatus.
       *> Append-only - every year-end run adds to the same history
       SELECT InvoiceHistoryFile ASSIGN TO "InvoiceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceHistoryStatus.
       *> Read only - an open dispute keeps its invoice live
       SELECT DisputeFile ASSIGN TO "Disputes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSInvNumber
           ALTERNATE RECORD KEY IS DSIDNum WITH DUPLICATES
           FILE STATUS IS WSDisputeFileStatus.

DATA DIVISION.
FILE SECTION.
*> Must match orderentry.cob's OrderHeaderRecord layout
FD OrderHeaderFile.
01 OrderHeaderRecord.
       02 OHOrderNum PIC 9(08).
       02 OHIDNum PIC 9(08).
       02 OHOrderDate PIC 9(08).
       02 OHLineCount PIC 9(03).
       02 OHOrderTotal PIC 9(08)V99.
       02 OHStatusFlag PIC X(01).
           88 OHOrderOpen VALUE "O".
           88 OHCreditOrder VALUE "C".
           88 OHInvoiced VALUE "I".
           88 OHOrderCancelled VALUE "X".
       02 FILLER PIC X(30).

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
       *> Y posted, N not yet, V posted then cancelled - reversal to post
       02 ODPostedFlag PIC X(01).
           88 ODLinePosted VALUE "Y".
           88 ODLineUnposted VALUE "N".
       02 FILLER PIC X.
       *> S (or space, on older lines) = sale; R, L, D and F lines are
       *> credits, discounts and freight that never ship on their own
       02 ODLineType PIC X(01).
           88 ODLineIsSale VALUE "S" " ".
       02 ODShipFlag PIC X(01).
           88 ODLineShipped VALUE "S".
           88 ODLineCancelled VALUE "X".
       02 ODShipDate PIC 9(08).
       02 ODOrderKey.
           03 ODOrderNum PIC 9(08).
           03 ODLineNum PIC 9(03).
       *> Price band through the reserved area - carried for fit
       02 FILLER PIC X(10).

*> OrderHeaderRecord's layout - customer360.cob reads it the same way
FD HeaderHistoryFile.
01 HeaderHistoryRecord.
       02 HOOrderNum PIC 9(08).
       02 HOIDNum PIC 9(08).
       02 FILLER PIC X(52).

*> OrderDetailRecord's layout - customer360.cob reads it the same way
FD DetailHistoryFile.
01 DetailHistoryRecord.
       02 HLIDNum PIC 9(08).
       02 FILLER PIC X(56).
       02 HLOrderKey.
           03 HLOrderNum PIC 9(08).
           03 HLLineNum PIC 9(03).
       02 FILLER PIC X(10).

*> Must match invoice-calculator's InvoiceFile layouts, plus
*> invoiceadjust.cob's "A" trail and orderreturns.cob's "C" credit item
FD InvoiceFile.
01 InvoiceRecord PIC X(80).
       88 InvEOF VALUE HIGH-VALUES.
01 InvoiceHeaderRecord REDEFINES InvoiceRecord.
       02 IhRecordType PIC X(01).
       02 IhInvNumber PIC 9(08).
       02 IhIDNum PIC 9(08).
       02 IhInvDate PIC 9(08).
       02 IhJurisdiction PIC X(02).
       02 IhCurrency PIC X(03).
       02 IhSubtotal PIC 9(7)V999.
       02 IhTax PIC 9(7)V999.
       02 IhTotal PIC 9(7)V999.
       02 IhStatusFlag PIC X(01).
           88 InvOpen VALUE "O".
           88 InvPaid VALUE "P".
           88 InvVoided VALUE "V".
       02 IhPaidAmount PIC 9(7)V999.
       02 FILLER PIC X(09).
01 InvoiceLineRecord REDEFINES InvoiceRecord.
       02 IlRecordType PIC X(01).
       02 IlInvNumber PIC 9(08).
       02 FILLER PIC X(71).
01 InvoiceAdjRecord REDEFINES InvoiceRecord.
       02 IaRecordType PIC X(01).
       02 IaInvNumber PIC 9(08).
       02 FILLER PIC X(71).
01 CreditItemRecord REDEFINES InvoiceRecord.
       02 IcRecordType PIC X(01).
       02 IcMemoNumber PIC 9(08).
       02 IcIDNum PIC 9(08).
       02 IcMemoDate PIC 9(08).
       02 IcOrigInvoice PIC 9(08).
       02 IcCreditOrder PIC 9(08).
       02 IcAmount PIC 9(7)V999.
       02 IcAppliedAmount PIC 9(7)V999.
       02 IcStatusFlag PIC X(01).
           88 CreditOpen VALUE "O".
           88 CreditApplied VALUE "A".
       02 FILLER PIC X(18).

FD NewInvoiceFile.
01 NewInvoiceRecord PIC X(80).

FD InvoiceHistoryFile.
01 InvoiceHistoryRecord PIC X(80).

*> Must match disputes.cob's DisputeRecord layout
FD DisputeFile.
01 DisputeRecord.
       02 DSInvNumber PIC 9(08).
       02 DSIDNum PIC 9(08).
       02 DSOpenedDate PIC 9(08).
       02 DSReasonCode PIC X(03).
       02 DSAmount PIC 9(7)V99.
       02 DSOwner PIC X(08).
       02 DSStatusFlag PIC X(01).
           88 DisputeOpen VALUE "O".
       *> Resolution through the reserved area - carried for fit
       02 FILLER PIC X(68).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSMoreLines PIC X.
*> Orders and invoices dated before this have been finished long enough
01 WSRetentionDays PIC 9(05) VALUE 730.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
01 WSTodayDate PIC 9(08).
01 WSCutoffDate PIC 9(08).
01 WSDisputesOpen PIC X VALUE "N".
*> Invoices a credit memo still on the live file names, and orders an
*> open memo was cut from - neither may move
01 WSHeldInvCount PIC 9(8) VALUE ZERO.
01 HeldInvTable.
       02 HeldInvEntry OCCURS 0 TO 9999 TIMES DEPENDING ON WSHeldInvCount
                  INDEXED BY HeldInvIdx.
           03 TabHeldInvNumber PIC 9(08).
01 WSHeldOrderCount PIC 9(8) VALUE ZERO.
01 HeldOrderTable.
       02 HeldOrderEntry OCCURS 0 TO 9999 TIMES
                  DEPENDING ON WSHeldOrderCount INDEXED BY HeldOrdIdx.
           03 TabHeldOrderNum PIC 9(08).
*> Every invoice that will move, by number
01 WSMoveInvCount PIC 9(8) VALUE ZERO.
01 MoveInvTable.
       02 MoveInvEntry OCCURS 0 TO 99999 TIMES
                  DEPENDING ON WSMoveInvCount INDEXED BY MoveInvIdx.
           03 TabMoveInvNumber PIC 9(08).
*> Customer and date of every invoice past the cutoff that stays live -
*> an invoiced order for that customer on that date stays with it
01 WSHeldDayCount PIC 9(8) VALUE ZERO.
01 HeldDayTable.
       02 HeldDayEntry OCCURS 0 TO 9999 TIMES
                  DEPENDING ON WSHeldDayCount INDEXED BY HeldDayIdx.
           03 TabHeldDayIDNum PIC 9(08).
           03 TabHeldDayDate PIC 9(08).
*> Y once a table filled - nothing that depends on it moves this run
01 WSTableFull PIC X VALUE "N".
01 WSFound PIC X.
01 WSInvMoves PIC X.
01 WSOrderMoves PIC X.
*> The header the following L lines belong to, and whether it moved
01 WSLastHeaderNum PIC 9(08) VALUE ZERO.
01 WSLastHeaderMoves PIC X VALUE "N".
01 WSSearchInvNumber PIC 9(08).
*> The copy pass meets the headers in the order they were listed, so
*> the next header to move is always the next one on the list
01 WSNextMove PIC 9(8) VALUE 1.
*> Control totals
01 WSOrdersRead PIC 9(08) VALUE ZERO.
01 WSOrdersMoved PIC 9(08) VALUE ZERO.
01 WSLinesMoved PIC 9(08) VALUE ZERO.
01 WSOrdersKept PIC 9(08) VALUE ZERO.
01 WSInvoicesMoved PIC 9(08) VALUE ZERO.
01 WSInvoiceLinesMoved PIC 9(08) VALUE ZERO.
01 WSInvoiceLinesKept PIC 9(08) VALUE ZERO.
01 WSMoveErrors PIC 9(08) VALUE ZERO.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSOrderHeaderStatus PIC X(02).
01 WSOrderFileStatus PIC X(02).
01 WSHeaderHistoryStatus PIC X(02).
01 WSDetailHistoryStatus PIC X(02).
01 WSInvoiceFileStatus PIC X(02).
01 WSNewInvoiceStatus PIC X(02).
01 WSInvoiceHistoryStatus PIC X(02).
01 WSDisputeFileStatus PIC X(02).
*> Old/new physical file names, for the CBL_RENAME_FILE swap at the end
01 WSLiveName PIC X(21) VALUE "InvoiceFile.dat".
01 WSNewName PIC X(21) VALUE "InvoiceFile.new".
01 WSBackupName PIC X(21) VALUE "InvoiceFile.b4h".
01 WSRenameStatus PIC 9(02) COMP-5.

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "orderhistoryarchive".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       *> Operations can change the window without a recompile - a silly
       *> value falls back to the compiled default
       MOVE "HISTRETAINDAYS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y"
           IF WSParamValue > ZERO AND WSParamValue <= 99999
               MOVE WSParamValue TO WSRetentionDays
               DISPLAY "Retention Days Set From RunParams: "
                   WSRetentionDays
           ELSE
               DISPLAY "HISTRETAINDAYS Out Of Range - Using Default"
           END-IF
       END-IF
       ACCEPT WSTodayDate FROM DATE YYYYMMDD
       COMPUTE WSCutoffDate = FUNCTION DATE-OF-INTEGER
           (FUNCTION INTEGER-OF-DATE(WSTodayDate) - WSRetentionDays)
       DISPLAY "Moving Finished Orders And Invoices Dated Before "
           WSCutoffDate

       OPEN INPUT InvoiceFile.
       IF WSInvoiceFileStatus NOT = "00"
           DISPLAY "No InvoiceFile.dat - Status " WSInvoiceFileStatus
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
       END-IF
       CLOSE InvoiceFile
       OPEN INPUT DisputeFile.
       IF WSDisputeFileStatus = "00"
           MOVE "Y" TO WSDisputesOpen
       END-IF

       PERFORM LoadCreditHolds
       PERFORM SelectInvoices
       IF WSDisputesOpen = "Y"
           CLOSE DisputeFile
       END-IF
       IF WSTableFull = "Y"
           DISPLAY "Too Many Held Or Moving Items For One Run - Nothing "
               "Moved; Shorten HISTRETAINDAYS Gradually"
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM MoveOrders
       PERFORM MoveInvoices

       DISPLAY " "
       DISPLAY "YEAR-END ORDER/INVOICE HISTORY ARCHIVE COMPLETE"
       DISPLAY "Orders Read..........: " WSOrdersRead
       DISPLAY "Orders Moved.........: " WSOrdersMoved
       DISPLAY "Order Lines Moved....: " WSLinesMoved
       DISPLAY "Orders Kept Live.....: " WSOrdersKept
       DISPLAY "Invoices Moved.......: " WSInvoicesMoved
       DISPLAY "Invoice Records Moved: " WSInvoiceLinesMoved
       DISPLAY "Invoice Records Kept.: " WSInvoiceLinesKept
       IF WSMoveErrors > ZERO
           DISPLAY "Move Errors..........: " WSMoveErrors
           MOVE 4 TO WSOpsRC
       END-IF
       MOVE SPACES TO WSOpsCounts
       STRING "ORD " DELIMITED BY SIZE
           WSOrdersMoved DELIMITED BY SIZE
           " INV " DELIMITED BY SIZE
           WSInvoicesMoved DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> First pass - credit memos. One still on the live file (open, or
*> applied but inside the window) holds the invoice it names; an open
*> one also holds the credit order it was cut from.
LoadCreditHolds.
       OPEN INPUT InvoiceFile
       READ InvoiceFile
           AT END SET InvEOF TO TRUE
       END-READ
       PERFORM UNTIL InvEOF
           IF IcRecordType = "C"
               PERFORM CheckCreditMoves
               IF WSInvMoves = "N" AND IcOrigInvoice NOT = ZERO
                   IF WSHeldInvCount < 9999
                       ADD 1 TO WSHeldInvCount
                       MOVE IcOrigInvoice TO
                           TabHeldInvNumber(WSHeldInvCount)
                   ELSE
                       MOVE "Y" TO WSTableFull
                   END-IF
               END-IF
               IF CreditOpen AND IcCreditOrder NOT = ZERO
                   IF WSHeldOrderCount < 9999
                       ADD 1 TO WSHeldOrderCount
                       MOVE IcCreditOrder TO
                           TabHeldOrderNum(WSHeldOrderCount)
                   ELSE
                       MOVE "Y" TO WSTableFull
                   END-IF
               END-IF
           END-IF
           READ InvoiceFile
               AT END SET InvEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE InvoiceFile.

*> A credit memo moves once it is fully applied and past the cutoff
CheckCreditMoves.
       IF CreditApplied AND IcMemoDate < WSCutoffDate
           MOVE "Y" TO WSInvMoves
       ELSE
           MOVE "N" TO WSInvMoves
       END-IF.

*> Second pass - headers. Each one that will move is listed; each one
*> past the cutoff that stays marks its customer and date as held.
SelectInvoices.
       OPEN INPUT InvoiceFile
       READ InvoiceFile
           AT END SET InvEOF TO TRUE
       END-READ
       PERFORM UNTIL InvEOF
           IF IhRecordType = "H" AND IhInvDate < WSCutoffDate
               PERFORM CheckInvoiceMoves
               IF WSInvMoves = "Y"
                   IF WSMoveInvCount < 99999
                       ADD 1 TO WSMoveInvCount
                       MOVE IhInvNumber TO TabMoveInvNumber(WSMoveInvCount)
                   ELSE
                       MOVE "Y" TO WSTableFull
                   END-IF
               ELSE
                   IF WSHeldDayCount < 9999
                       ADD 1 TO WSHeldDayCount
                       MOVE IhIDNum TO TabHeldDayIDNum(WSHeldDayCount)
                       MOVE IhInvDate TO TabHeldDayDate(WSHeldDayCount)
                   ELSE
                       MOVE "Y" TO WSTableFull
                   END-IF
               END-IF
           END-IF
           READ InvoiceFile
               AT END SET InvEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE InvoiceFile.

*> Paid or voided, not disputed, not named by a live credit memo
CheckInvoiceMoves.
       MOVE "N" TO WSInvMoves
       IF NOT InvPaid AND NOT InvVoided
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WSFound
       PERFORM VARYING HeldInvIdx FROM 1 BY 1
           UNTIL HeldInvIdx > WSHeldInvCount OR WSFound = "Y"
           IF TabHeldInvNumber(HeldInvIdx) = IhInvNumber
               MOVE "Y" TO WSFound
           END-IF
       END-PERFORM
       IF WSFound = "Y"
           EXIT PARAGRAPH
       END-IF
       IF WSDisputesOpen = "Y"
           MOVE IhInvNumber TO DSInvNumber
           READ DisputeFile KEY IS DSInvNumber
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DisputeOpen
                       MOVE "Y" TO WSFound
                   END-IF
           END-READ
       END-IF
       IF WSFound = "N"
           MOVE "Y" TO WSInvMoves
       END-IF.

*> Every order header past the cutoff, checked line by line, then moved
*> header and lines together
MoveOrders.
       OPEN I-O OrderHeaderFile
       IF WSOrderHeaderStatus NOT = "00"
           DISPLAY "Orders Not Archived - OrderHeader.dat Status "
               WSOrderHeaderStatus
           EXIT PARAGRAPH
       END-IF
       OPEN I-O OrderDetailFile
       IF WSOrderFileStatus NOT = "00"
           DISPLAY "Orders Not Archived - OrderDetail.dat Status "
               WSOrderFileStatus
           CLOSE OrderHeaderFile
           EXIT PARAGRAPH
       END-IF
       *> I-O to add to prior years' history; the first run creates them
       OPEN I-O HeaderHistoryFile
       IF WSHeaderHistoryStatus = "35"
           OPEN OUTPUT HeaderHistoryFile
           CLOSE HeaderHistoryFile
           OPEN I-O HeaderHistoryFile
       END-IF
       OPEN I-O DetailHistoryFile
       IF WSDetailHistoryStatus = "35"
           OPEN OUTPUT DetailHistoryFile
           CLOSE DetailHistoryFile
           OPEN I-O DetailHistoryFile
       END-IF
       IF WSHeaderHistoryStatus NOT = "00"
           OR WSDetailHistoryStatus NOT = "00"
           DISPLAY "Orders Not Archived - History Open Status "
               WSHeaderHistoryStatus " / " WSDetailHistoryStatus
           CLOSE OrderHeaderFile, OrderDetailFile
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WSMoreRecords
       PERFORM UNTIL WSMoreRecords = "N"
           READ OrderHeaderFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               ADD 1 TO WSOrdersRead
               PERFORM CheckOrderMoves
               IF WSOrderMoves = "Y"
                   PERFORM MoveOneOrder
               ELSE
                   ADD 1 TO WSOrdersKept
               END-IF
           END-IF
       END-PERFORM
       CLOSE OrderHeaderFile, OrderDetailFile, HeaderHistoryFile,
           DetailHistoryFile.

CheckOrderMoves.
       MOVE "N" TO WSOrderMoves
       IF OHOrderDate NOT < WSCutoffDate OR OHOrderOpen
           OR OHStatusFlag = SPACE
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WSFound
       PERFORM VARYING HeldOrdIdx FROM 1 BY 1
           UNTIL HeldOrdIdx > WSHeldOrderCount OR WSFound = "Y"
           IF TabHeldOrderNum(HeldOrdIdx) = OHOrderNum
               MOVE "Y" TO WSFound
           END-IF
       END-PERFORM
       IF OHInvoiced
           PERFORM VARYING HeldDayIdx FROM 1 BY 1
               UNTIL HeldDayIdx > WSHeldDayCount OR WSFound = "Y"
               IF TabHeldDayIDNum(HeldDayIdx) = OHIDNum
                   AND TabHeldDayDate(HeldDayIdx) = OHOrderDate
                   MOVE "Y" TO WSFound
               END-IF
           END-PERFORM
       END-IF
       IF WSFound = "Y"
           EXIT PARAGRAPH
       END-IF
       *> Every line finished: posted, and a sale line shipped or
       *> cancelled - a cancelled line that never posted is finished too
       MOVE "Y" TO WSOrderMoves
       MOVE OHOrderNum TO ODOrderNum
       MOVE ZERO TO ODLineNum
       MOVE "Y" TO WSMoreLines
       START OrderDetailFile KEY IS NOT LESS THAN ODOrderKey
           INVALID KEY MOVE "N" TO WSMoreLines
       END-START
       PERFORM UNTIL WSMoreLines = "N" OR WSOrderMoves = "N"
           READ OrderDetailFile NEXT RECORD
               AT END MOVE "N" TO WSMoreLines
           END-READ
           IF WSMoreLines = "Y"
               IF ODOrderNum NOT = OHOrderNum
                   MOVE "N" TO WSMoreLines
               ELSE
                   IF NOT ODLinePosted
                       AND NOT (ODLineCancelled AND ODLineUnposted)
                       MOVE "N" TO WSOrderMoves
                   END-IF
                   IF ODLineIsSale AND NOT ODLineShipped
                       AND NOT ODLineCancelled
                       MOVE "N" TO WSOrderMoves
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

*> Lines first, then the header, each written to history before it is
*> deleted - a line history refuses is left live with its header
MoveOneOrder.
       MOVE OHOrderNum TO ODOrderNum
       MOVE ZERO TO ODLineNum
       MOVE "Y" TO WSMoreLines
       START OrderDetailFile KEY IS NOT LESS THAN ODOrderKey
           INVALID KEY MOVE "N" TO WSMoreLines
       END-START
       PERFORM UNTIL WSMoreLines = "N"
           READ OrderDetailFile NEXT RECORD
               AT END MOVE "N" TO WSMoreLines
           END-READ
           IF WSMoreLines = "Y"
               IF ODOrderNum NOT = OHOrderNum
                   MOVE "N" TO WSMoreLines
               ELSE
                   WRITE DetailHistoryRecord FROM OrderDetailRecord
                       INVALID KEY
                           DISPLAY "History Refused Line " ODOrderNum "-"
                               ODLineNum " - Order Left Live"
                           ADD 1 TO WSMoveErrors
                           MOVE "N" TO WSOrderMoves
                       NOT INVALID KEY
                           DELETE OrderDetailFile RECORD
                               INVALID KEY ADD 1 TO WSMoveErrors
                               NOT INVALID KEY ADD 1 TO WSLinesMoved
                           END-DELETE
                   END-WRITE
               END-IF
           END-IF
       END-PERFORM
       IF WSOrderMoves = "N"
           ADD 1 TO WSOrdersKept
           EXIT PARAGRAPH
       END-IF
       WRITE HeaderHistoryRecord FROM OrderHeaderRecord
           INVALID KEY
               DISPLAY "History Refused Order " OHOrderNum
                   " - Header Left Live"
               ADD 1 TO WSMoveErrors
               ADD 1 TO WSOrdersKept
           NOT INVALID KEY
               DELETE OrderHeaderFile RECORD
                   INVALID KEY ADD 1 TO WSMoveErrors
                   NOT INVALID KEY ADD 1 TO WSOrdersMoved
               END-DELETE
       END-WRITE.

*> Third pass - copy the invoice file, each record either to history or
*> to the new live file, then swap the new file in, keeping the old one
MoveInvoices.
       OPEN INPUT InvoiceFile
       OPEN OUTPUT NewInvoiceFile
       IF WSNewInvoiceStatus NOT = "00"
           DISPLAY "Invoices Not Archived - InvoiceFile.new Status "
               WSNewInvoiceStatus
           CLOSE InvoiceFile
           ADD 1 TO WSMoveErrors
           EXIT PARAGRAPH
       END-IF
       *> EXTEND appends to prior years' history; if it doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN EXTEND InvoiceHistoryFile
       IF WSInvoiceHistoryStatus = "35"
           OPEN OUTPUT InvoiceHistoryFile
       END-IF
       IF WSInvoiceHistoryStatus NOT = "00"
           DISPLAY "Invoices Not Archived - InvoiceHistory.dat Status "
               WSInvoiceHistoryStatus
           CLOSE InvoiceFile, NewInvoiceFile
           ADD 1 TO WSMoveErrors
           EXIT PARAGRAPH
       END-IF
       READ InvoiceFile
           AT END SET InvEOF TO TRUE
       END-READ
       PERFORM UNTIL InvEOF
           PERFORM DecideInvoiceRecord
           IF WSInvMoves = "Y"
               WRITE InvoiceHistoryRecord FROM InvoiceRecord
               ADD 1 TO WSInvoiceLinesMoved
               IF IhRecordType = "H"
                   ADD 1 TO WSInvoicesMoved
               END-IF
           ELSE
               WRITE NewInvoiceRecord FROM InvoiceRecord
               ADD 1 TO WSInvoiceLinesKept
           END-IF
           READ InvoiceFile
               AT END SET InvEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE InvoiceFile, NewInvoiceFile, InvoiceHistoryFile
       CALL "CBL_RENAME_FILE" USING WSLiveName, WSBackupName
           RETURNING WSRenameStatus
       IF WSRenameStatus NOT = ZERO
           DISPLAY "Invoice Swap Aborted: Could Not Back Up "
               "InvoiceFile.dat, Status " WSRenameStatus
           ADD 1 TO WSMoveErrors
           EXIT PARAGRAPH
       END-IF
       CALL "CBL_RENAME_FILE" USING WSNewName, WSLiveName
           RETURNING WSRenameStatus
       IF WSRenameStatus NOT = ZERO
           DISPLAY "Invoice Swap Incomplete: InvoiceFile.new Not "
               "Swapped In, Status " WSRenameStatus
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
       END-IF
       DISPLAY "Old Invoice File Kept As InvoiceFile.b4h".

*> A header moves if it was listed; its lines follow it straight after
*> and go the same way, as does an electronic order's PO record; an
*> adjustment trail record follows its invoice wherever it sits in the
*> file; a credit memo goes on its own terms
DecideInvoiceRecord.
       EVALUATE IhRecordType
           WHEN "H"
               MOVE "N" TO WSFound
               IF WSNextMove <= WSMoveInvCount
                   IF TabMoveInvNumber(WSNextMove) = IhInvNumber
                       MOVE "Y" TO WSFound
                       ADD 1 TO WSNextMove
                   END-IF
               END-IF
               MOVE IhInvNumber TO WSLastHeaderNum
               MOVE WSFound TO WSLastHeaderMoves
               MOVE WSFound TO WSInvMoves
           WHEN "L" WHEN "P"
               IF IlInvNumber = WSLastHeaderNum
                   MOVE WSLastHeaderMoves TO WSInvMoves
               ELSE
                   MOVE IlInvNumber TO WSSearchInvNumber
                   PERFORM FindMovingInvoice
                   MOVE WSFound TO WSInvMoves
               END-IF
           WHEN "A"
               MOVE IaInvNumber TO WSSearchInvNumber
               PERFORM FindMovingInvoice
               MOVE WSFound TO WSInvMoves
           WHEN "C"
               PERFORM CheckCreditMoves
           WHEN OTHER
               MOVE "N" TO WSInvMoves
       END-EVALUATE.

FindMovingInvoice.
       MOVE "N" TO WSFound
       PERFORM VARYING MoveInvIdx FROM 1 BY 1
           UNTIL MoveInvIdx > WSMoveInvCount OR WSFound = "Y"
           IF TabMoveInvNumber(MoveInvIdx) = WSSearchInvNumber
               MOVE "Y" TO WSFound
           END-IF
       END-PERFORM.
