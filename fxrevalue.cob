       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    fxrevalue.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Month-end revaluation of foreign-currency invoices: every open
*> invoice billed in something other than dollars has its open amount
*> restated at the month's closing rate (the last rate ratesload.cob
*> put on file on or before the month's last day). The difference from
*> the rate it was carried at - the invoice-date rate, or last month's
*> closing rate once revalued - is the month's unrealized gain or loss.
*> It is kept on the invoice's InvoiceFX.dat record, which then carries
*> the new rate, and written to FXLedger.dat dated tonight so the GL
*> feed (gljournalexport.cob) books it under FXUNRLGAIN or FXUNRLLOSS.
*> A month already revalued is passed over, so a rerun books nothing
*> twice. An invoice cut before InvoiceFX.dat existed gets its record
*> here at the invoice-date rate first. An invoice with no rate to
*> restate it at is listed and the run ends with RC 4.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InvoiceFile ASSIGN TO "InvoiceFile.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceFileStatus.
       *> The dollar side of each foreign-currency invoice, by number
       SELECT InvoiceFXFile ASSIGN TO "InvoiceFX.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FXInvNumber
           FILE STATUS IS WSInvoiceFXStatus.
       *> Exchange gains and losses for tonight's GL feed
       SELECT FXLedger ASSIGN TO "FXLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSFXLedgerStatus.
       SELECT RevalReport ASSIGN TO "FXRevaluation.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match invoice-calculator's InvoiceFile layouts
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
       *> Open-item state - O open, P paid in full, with the amount
       *> applied so far; spaces on pre-open-item invoices read open
       02 IhStatusFlag PIC X(01).
           88 InvOpen VALUE "O".
           88 InvPaid VALUE "P".
           88 InvVoided VALUE "V".
       02 IhPaidAmount PIC 9(7)V999.
       02 FILLER PIC X(09).

*> Must match invoice-calculator's InvoiceFXRecord layout
FD InvoiceFXFile.
01 InvoiceFXRecord.
       02 FXInvNumber PIC 9(08).
       02 FXIDNum PIC 9(08).
       02 FXCurrency PIC X(03).
       02 FXInvDate PIC 9(08).
       02 FXInvRate PIC 9(03)V9(06).
       02 FXBaseTotal PIC 9(09)V99.
       02 FXCarryRate PIC 9(03)V9(06).
       02 FXCarryMonth PIC 9(06).
       02 FXUnrealized PIC S9(09)V99.
       02 FXRealized PIC S9(09)V99.
       02 FXBaseReceived PIC 9(09)V99.
       02 FILLER PIC X(20).

*> One gain or loss per line - gljournalexport.cob and
*> applypayments.cob read and write this same layout
FD FXLedger.
01 FXLedgerRecord.
       02 FLDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       *> FXUNRLGAIN / FXUNRLLOSS here, FXREALGAIN / FXREALLOSS from
       *> cash application - always a positive magnitude
       02 FLSource PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 FLAmount PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       *> Blank - the GL feed posts to the branch owning the customer
       02 FLBranch PIC X(03).
       02 FILLER PIC X VALUE SPACE.
       02 FLInvNumber PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 FLIDNum PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 FLCurrency PIC X(03).

FD RevalReport.
01 ReportLine PIC X(110).

WORKING-STORAGE SECTION.
01 WSRunDate PIC 9(08).
01 WSRunParts REDEFINES WSRunDate.
       02 WSRunMonth PIC 9(06).
       02 WSRunDay PIC 9(02).
*> The month being revalued and its last day - the closing rate is the
*> one in force that day
01 WSMonth PIC 9(06).
01 WSMonthParts REDEFINES WSMonth.
       02 WSMonthYear PIC 9(04).
       02 WSMonthMonth PIC 9(02).
01 WSNextMonthStart PIC 9(08).
01 WSNextParts REDEFINES WSNextMonthStart.
       02 WSNextYear PIC 9(04).
       02 WSNextMonth PIC 9(02).
       02 WSNextDay PIC 9(02).
01 WSMonthEndDate PIC 9(08).
*> Closing rates, looked up once per currency
01 WSRateCount PIC 9(02) VALUE ZERO.
01 ClosingRateTable.
       02 ClosingRateEntry OCCURS 0 TO 30 TIMES DEPENDING ON WSRateCount
                  INDEXED BY RateIdx.
           03 TabCurrency PIC X(03).
           03 TabRate PIC 9(03)V9(06).
           03 TabRateDate PIC 9(08).
           03 TabFound PIC X(01).
01 WSRateSlot PIC 9(02).
*> FXRATE.cob staging
01 WSLookupCurrency PIC X(03).
01 WSLookupDate PIC 9(08).
01 WSLookupRate PIC 9(03)V9(06).
01 WSLookupRateDate PIC 9(08).
01 WSLookupFound PIC X(01).
*> One invoice's restatement
01 WSOpenAmt PIC 9(7)V999.
01 WSClosingRate PIC 9(03)V9(06).
01 WSCarriedBase PIC S9(09)V99.
01 WSRevaluedBase PIC S9(09)V99.
01 WSGainLoss PIC S9(09)V99.
01 WSFXRecordFound PIC X.
01 WSExceptionReason PIC X(30).
*> Run counts and totals
01 WSInvoicesRead PIC 9(08) VALUE ZERO.
01 WSForeignOpen PIC 9(08) VALUE ZERO.
01 WSRevaluedCount PIC 9(08) VALUE ZERO.
01 WSAlreadyDone PIC 9(08) VALUE ZERO.
01 WSBackfilled PIC 9(08) VALUE ZERO.
01 WSExceptionCount PIC 9(08) VALUE ZERO.
01 WSTotalCarried PIC S9(11)V99 VALUE ZERO.
01 WSTotalRevalued PIC S9(11)V99 VALUE ZERO.
01 WSTotalGains PIC S9(11)V99 VALUE ZERO.
01 WSTotalLosses PIC S9(11)V99 VALUE ZERO.
01 WSNetGainLoss PIC S9(11)V99 VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedTotal PIC $$$,$$$,$$$,$$9.99-.
01 RevalHeading1.
       02 FILLER PIC X(20) VALUE "INVOICE  CUSTOMER   ".
       02 FILLER PIC X(20) VALUE "CUR     OPEN AMOUNT ".
       02 FILLER PIC X(20) VALUE " CARRIED AT   CLOSIN".
       02 FILLER PIC X(20) VALUE "G AT    CARRIED USD ".
       02 FILLER PIC X(20) VALUE "  REVALUED USD    GA".
       02 FILLER PIC X(10) VALUE "IN/LOSS".
01 RevalDetailLine.
       02 RevInvNumber PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 RevIDNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RevCurrency PIC X(03).
       02 FILLER PIC X VALUE SPACE.
       02 RevOpenAmt PIC ZZ,ZZZ,ZZ9.999.
       02 FILLER PIC X VALUE SPACE.
       02 RevCarryRate PIC ZZ9.999999.
       02 FILLER PIC X VALUE SPACE.
       02 RevClosingRate PIC ZZ9.999999.
       02 FILLER PIC X VALUE SPACE.
       02 RevCarriedBase PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RevRevaluedBase PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RevGainLoss PIC ZZZ,ZZZ,ZZ9.99-.
01 RevalExceptionLine.
       02 ExcInvNumber PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 ExcIDNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ExcCurrency PIC X(03).
       02 FILLER PIC X(3) VALUE " - ".
       02 ExcReason PIC X(30).
01 RevalTotalLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RevTotalLabel PIC X(24).
       02 RevTotalAmount PIC $$$,$$$,$$$,$$9.99-.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSInvoiceFileStatus PIC X(02).
01 WSInvoiceFXStatus PIC X(02).
01 WSFXLedgerStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "fxrevalue".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       *> Run on month-end night it revalues the month now closing
       DISPLAY "Revaluation Month (YYYYMM, blank for this month): "
           WITH NO ADVANCING.
       ACCEPT WSMonth.
       IF WSMonth IS NOT NUMERIC OR WSMonth = ZERO
           MOVE WSRunMonth TO WSMonth
       END-IF
       PERFORM FindMonthEndDate
       OPEN INPUT InvoiceFile.
       IF WSInvoiceFileStatus NOT = "00"
           DISPLAY "Warning: InvoiceFile.dat Open Status "
               WSInvoiceFileStatus
       END-IF
       *> I-O to restate invoices; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN I-O InvoiceFXFile.
       IF WSInvoiceFXStatus = "35"
           OPEN OUTPUT InvoiceFXFile
           CLOSE InvoiceFXFile
           OPEN I-O InvoiceFXFile
       END-IF
       IF WSInvoiceFXStatus NOT = "00"
           DISPLAY "Warning: InvoiceFX.dat Open Status "
               WSInvoiceFXStatus
       END-IF
       *> EXTEND appends to the running ledger; if it doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN EXTEND FXLedger.
       IF WSFXLedgerStatus = "35"
           OPEN OUTPUT FXLedger
       END-IF
       IF WSFXLedgerStatus NOT = "00"
           DISPLAY "Warning: FXLedger.dat Open Status "
               WSFXLedgerStatus
       END-IF
       OPEN OUTPUT RevalReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: FXRevaluation.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE SPACES TO ReportLine
       STRING "FOREIGN-CURRENCY INVOICE REVALUATION - " DELIMITED BY SIZE
           WSMonth DELIMITED BY SIZE
           "  (RATES AS OF " DELIMITED BY SIZE
           WSMonthEndDate DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE "========================================" TO ReportLine
       WRITE ReportLine
       WRITE ReportLine FROM RevalHeading1
       IF WSInvoiceFileStatus = "00"
           READ InvoiceFile
               AT END SET InvEOF TO TRUE
           END-READ
           PERFORM UNTIL InvEOF
               ADD 1 TO WSInvoicesRead
               IF IhRecordType = "H" AND IhCurrency NOT = SPACES
                   AND IhCurrency NOT = "USD"
                   AND NOT InvPaid AND NOT InvVoided
                   PERFORM RevalueOneInvoice
               END-IF
               READ InvoiceFile
                   AT END SET InvEOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE InvoiceFile
       END-IF
       PERFORM PrintRevalFooter
       CLOSE InvoiceFXFile, FXLedger, RevalReport.
       IF WSExceptionCount > ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       DISPLAY " "
       DISPLAY "FOREIGN-CURRENCY REVALUATION COMPLETE"
       DISPLAY "Month Revalued........: " WSMonth
       DISPLAY "Open Foreign Invoices.: " WSForeignOpen
       DISPLAY "  Revalued............: " WSRevaluedCount
       DISPLAY "  Already Revalued....: " WSAlreadyDone
       DISPLAY "  No Rate - Listed....: " WSExceptionCount
       MOVE SPACES TO WSOpsCounts
       STRING "MONTH " DELIMITED BY SIZE
           WSMonth DELIMITED BY SIZE
           " REVALUED " DELIMITED BY SIZE
           WSRevaluedCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> The day before the first of the following month
FindMonthEndDate.
       MOVE WSMonthYear TO WSNextYear
       MOVE WSMonthMonth TO WSNextMonth
       MOVE 1 TO WSNextDay
       IF WSNextMonth = 12
           MOVE 1 TO WSNextMonth
           ADD 1 TO WSNextYear
       ELSE
           ADD 1 TO WSNextMonth
       END-IF
       COMPUTE WSMonthEndDate = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WSNextMonthStart) - 1).

*> One open foreign invoice restated at the closing rate - the change
*> against the rate it was carried at is the month's gain or loss
RevalueOneInvoice.
       IF IhPaidAmount IS NOT NUMERIC
           MOVE ZERO TO IhPaidAmount
       END-IF
       IF IhTotal NOT > IhPaidAmount
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSForeignOpen
       COMPUTE WSOpenAmt = IhTotal - IhPaidAmount
       PERFORM FindInvoiceFXRecord
       IF WSFXRecordFound = "N"
           EXIT PARAGRAPH
       END-IF
       IF FXCarryMonth NOT < WSMonth
           ADD 1 TO WSAlreadyDone
           EXIT PARAGRAPH
       END-IF
       PERFORM FindClosingRate
       IF TabFound(WSRateSlot) NOT = "Y"
           MOVE "NO CLOSING RATE ON FILE" TO WSExceptionReason
           PERFORM WriteRevalException
           EXIT PARAGRAPH
       END-IF
       MOVE TabRate(WSRateSlot) TO WSClosingRate
       COMPUTE WSCarriedBase ROUNDED = WSOpenAmt * FXCarryRate
       COMPUTE WSRevaluedBase ROUNDED = WSOpenAmt * WSClosingRate
       COMPUTE WSGainLoss = WSRevaluedBase - WSCarriedBase
       MOVE IhInvNumber TO RevInvNumber
       MOVE IhIDNum TO RevIDNum
       MOVE IhCurrency TO RevCurrency
       MOVE WSOpenAmt TO RevOpenAmt
       MOVE FXCarryRate TO RevCarryRate
       MOVE WSClosingRate TO RevClosingRate
       MOVE WSCarriedBase TO RevCarriedBase
       MOVE WSRevaluedBase TO RevRevaluedBase
       MOVE WSGainLoss TO RevGainLoss
       MOVE WSClosingRate TO FXCarryRate
       MOVE WSMonth TO FXCarryMonth
       ADD WSGainLoss TO FXUnrealized
       REWRITE InvoiceFXRecord
           INVALID KEY
               MOVE "INVOICEFX REWRITE FAILED" TO WSExceptionReason
               PERFORM WriteRevalException
               EXIT PARAGRAPH
       END-REWRITE
       ADD 1 TO WSRevaluedCount
       ADD WSCarriedBase TO WSTotalCarried
       ADD WSRevaluedBase TO WSTotalRevalued
       WRITE ReportLine FROM RevalDetailLine
       IF WSGainLoss = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO FXLedgerRecord
       MOVE WSRunDate TO FLDate
       IF WSGainLoss > ZERO
           ADD WSGainLoss TO WSTotalGains
           MOVE "FXUNRLGAIN" TO FLSource
           MOVE WSGainLoss TO FLAmount
       ELSE
           SUBTRACT WSGainLoss FROM WSTotalLosses
           MOVE "FXUNRLLOSS" TO FLSource
           COMPUTE FLAmount = ZERO - WSGainLoss
       END-IF
       MOVE IhInvNumber TO FLInvNumber
       MOVE IhIDNum TO FLIDNum
       MOVE IhCurrency TO FLCurrency
       WRITE FXLedgerRecord.

*> The invoice's dollar side - an invoice cut before InvoiceFX.dat
*> existed gets its record now, at the invoice-date rate, so it
*> revalues like any other
FindInvoiceFXRecord.
       MOVE "Y" TO WSFXRecordFound
       MOVE IhInvNumber TO FXInvNumber
       READ InvoiceFXFile
           INVALID KEY MOVE "N" TO WSFXRecordFound
       END-READ
       IF WSFXRecordFound = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE IhCurrency TO WSLookupCurrency
       MOVE IhInvDate TO WSLookupDate
       CALL 'FXRATE' USING WSLookupCurrency, WSLookupDate,
           WSLookupRate, WSLookupRateDate, WSLookupFound
       IF WSLookupFound NOT = "Y"
           MOVE "NO INVOICE-DATE RATE ON FILE" TO WSExceptionReason
           PERFORM WriteRevalException
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO InvoiceFXRecord
       MOVE IhInvNumber TO FXInvNumber
       MOVE IhIDNum TO FXIDNum
       MOVE IhCurrency TO FXCurrency
       MOVE IhInvDate TO FXInvDate
       MOVE WSLookupRate TO FXInvRate
       COMPUTE FXBaseTotal ROUNDED = IhTotal * WSLookupRate
       MOVE WSLookupRate TO FXCarryRate
       MOVE ZERO TO FXCarryMonth
       MOVE ZERO TO FXUnrealized
       MOVE ZERO TO FXRealized
       MOVE ZERO TO FXBaseReceived
       WRITE InvoiceFXRecord
           INVALID KEY
               MOVE "INVOICEFX WRITE FAILED" TO WSExceptionReason
               PERFORM WriteRevalException
               EXIT PARAGRAPH
       END-WRITE
       ADD 1 TO WSBackfilled
       MOVE "Y" TO WSFXRecordFound.

*> The month's closing rate for the invoice's currency, asked of
*> FXRATE.cob the first time the currency turns up
FindClosingRate.
       MOVE ZERO TO WSRateSlot
       PERFORM VARYING RateIdx FROM 1 BY 1
           UNTIL RateIdx > WSRateCount OR WSRateSlot > ZERO
           IF TabCurrency(RateIdx) = IhCurrency
               SET WSRateSlot TO RateIdx
           END-IF
       END-PERFORM
       IF WSRateSlot > ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE IhCurrency TO WSLookupCurrency
       MOVE WSMonthEndDate TO WSLookupDate
       CALL 'FXRATE' USING WSLookupCurrency, WSLookupDate,
           WSLookupRate, WSLookupRateDate, WSLookupFound
       IF WSRateCount < 30
           ADD 1 TO WSRateCount
       END-IF
       MOVE WSRateCount TO WSRateSlot
       MOVE IhCurrency TO TabCurrency(WSRateSlot)
       MOVE WSLookupRate TO TabRate(WSRateSlot)
       MOVE WSLookupRateDate TO TabRateDate(WSRateSlot)
       MOVE WSLookupFound TO TabFound(WSRateSlot).

WriteRevalException.
       ADD 1 TO WSExceptionCount
       MOVE IhInvNumber TO ExcInvNumber
       MOVE IhIDNum TO ExcIDNum
       MOVE IhCurrency TO ExcCurrency
       MOVE WSExceptionReason TO ExcReason
       WRITE ReportLine FROM RevalExceptionLine.

PrintRevalFooter.
       COMPUTE WSNetGainLoss = WSTotalGains - WSTotalLosses
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "Carried At (USD)......:" TO RevTotalLabel
       MOVE WSTotalCarried TO RevTotalAmount
       WRITE ReportLine FROM RevalTotalLine
       MOVE "Revalued At (USD).....:" TO RevTotalLabel
       MOVE WSTotalRevalued TO RevTotalAmount
       WRITE ReportLine FROM RevalTotalLine
       MOVE "Unrealized Gains......:" TO RevTotalLabel
       MOVE WSTotalGains TO RevTotalAmount
       WRITE ReportLine FROM RevalTotalLine
       MOVE "Unrealized Losses.....:" TO RevTotalLabel
       MOVE WSTotalLosses TO RevTotalAmount
       WRITE ReportLine FROM RevalTotalLine
       MOVE "Net Gain (Loss).......:" TO RevTotalLabel
       MOVE WSNetGainLoss TO RevTotalAmount
       WRITE ReportLine FROM RevalTotalLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSRevaluedCount TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "Invoices Revalued.....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSAlreadyDone TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "Already Revalued......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSBackfilled TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "Dollar Side Added.....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSExceptionCount TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "Not Revalued - No Rate: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
