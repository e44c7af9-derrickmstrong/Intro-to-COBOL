       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    creditapply.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Credit memo application: every open "C" credit item orderreturns.cob
*> put on InvoiceFile.dat is applied against its customer's open
*> invoice headers the same way applypayments.cob applies cash - the
*> originating invoice first when the memo names one, then oldest-first
*> - so the invoice the goods came back off of stops aging. Whatever no
*> open invoice can absorb stays open on the credit item and is tried
*> again on the next run, once the customer has been invoiced again.
*> The balance itself already moved when orderposting.cob posted the
*> RETURN; this run only settles WHICH invoice the credit went against.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> I-O so each matched invoice and each credit item can be
       *> rewritten in place
       SELECT InvoiceFile ASSIGN TO "InvoiceFile.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceFileStatus.
       SELECT ApplyReport ASSIGN TO "CreditApplication.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match invoice-calculator's InvoiceFile layouts, plus
*> orderreturns.cob's "C" open credit item
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

FD ApplyReport.
01 ReportLine PIC X(80).

WORKING-STORAGE SECTION.
01 WSRunDate PIC 9(08).
*> The open credits found on the first pass - applied one at a time,
*> then written back on the last pass
01 WSCreditTable.
       02 WSCreditEntry OCCURS 500 TIMES.
           03 WSCrMemoNumber PIC 9(08).
           03 WSCrIDNum PIC 9(08).
           03 WSCrOrigInvoice PIC 9(08).
           03 WSCrRemaining PIC 9(7)V999.
           03 WSCrAppliedNow PIC 9(7)V999.
01 WSCreditCount PIC 9(04) VALUE ZERO.
01 WSCreditMax PIC 9(04) VALUE 500.
01 WSCrIdx PIC 9(04).
01 WSFindIdx PIC 9(04).
01 WSCreditsSkipped PIC 9(08) VALUE ZERO.
*> Matching state for the credit being applied
01 WSRemaining PIC 9(7)V999.
01 WSOpenAmt PIC 9(7)V999.
01 WSApplyAmt PIC 9(7)V999.
01 WSMatchPass PIC X(01).
*> Run totals for the footer
01 WSCreditsOpen PIC 9(08) VALUE ZERO.
01 WSApplications PIC 9(08) VALUE ZERO.
01 WSCreditsClosed PIC 9(08) VALUE ZERO.
01 WSCreditsLeftOpen PIC 9(08) VALUE ZERO.
01 WSTotalApplied PIC 9(10)V999 VALUE ZERO.
01 WSTotalUnapplied PIC 9(10)V999 VALUE ZERO.
01 ApplyDetailLine.
       02 FILLER PIC X(6) VALUE " Memo ".
       02 RepMemoNumber PIC 9(08).
       02 FILLER PIC X(7) VALUE "  Cust ".
       02 RepIDNum PIC 9(08).
       02 FILLER PIC X(10) VALUE "  Invoice ".
       02 RepInvNumber PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepApplyAmt PIC $$$,$$$,$$9.999.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepMatchNote PIC X(10).
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedTotal PIC $,$$$,$$$,$$9.999.
*> FILE STATUS codes, checked right after each OPEN
01 WSInvoiceFileStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "creditapply".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       OPEN INPUT InvoiceFile.
       IF WSInvoiceFileStatus NOT = "00"
           DISPLAY "No Invoices On File - Status " WSInvoiceFileStatus
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           STOP RUN
       END-IF
       OPEN OUTPUT ApplyReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: CreditApplication.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE "CREDIT MEMO APPLICATION" TO ReportLine
       WRITE ReportLine
       MOVE "=======================" TO ReportLine
       WRITE ReportLine
       PERFORM LoadOpenCredits
       CLOSE InvoiceFile
       PERFORM VARYING WSCrIdx FROM 1 BY 1
           UNTIL WSCrIdx > WSCreditCount
           PERFORM MatchCreditToInvoices
       END-PERFORM
       PERFORM WriteBackCredits
       PERFORM PrintApplyFooter.
       CLOSE ApplyReport.
       DISPLAY " "
       DISPLAY "CREDIT MEMO APPLICATION COMPLETE"
       DISPLAY "Open Credits....: " WSCreditsOpen
       DISPLAY "Applications....: " WSApplications
       DISPLAY "Fully Applied...: " WSCreditsClosed
       DISPLAY "Still Open......: " WSCreditsLeftOpen
       MOVE SPACES TO WSOpsCounts
       STRING "APPL " DELIMITED BY SIZE
           WSApplications DELIMITED BY SIZE
           " OPEN " DELIMITED BY SIZE
           WSCreditsLeftOpen DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> Every credit item with something left on it goes in the table, in
*> file order - oldest memo first, since the file only appends
LoadOpenCredits.
       READ InvoiceFile
           AT END SET InvEOF TO TRUE
       END-READ
       PERFORM UNTIL InvEOF
           IF IcRecordType = "C" AND NOT CreditApplied
               PERFORM TableOneCredit
           END-IF
           READ InvoiceFile
               AT END SET InvEOF TO TRUE
           END-READ
       END-PERFORM.

TableOneCredit.
       IF IcAppliedAmount IS NOT NUMERIC
           MOVE ZERO TO IcAppliedAmount
       END-IF
       IF IcAmount IS NOT NUMERIC OR IcAmount NOT > IcAppliedAmount
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSCreditsOpen
       IF WSCreditCount >= WSCreditMax
           *> Left open on file untouched - the next run picks it up
           ADD 1 TO WSCreditsSkipped
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSCreditCount
       MOVE IcMemoNumber TO WSCrMemoNumber(WSCreditCount)
       MOVE IcIDNum TO WSCrIDNum(WSCreditCount)
       IF IcOrigInvoice IS NUMERIC
           MOVE IcOrigInvoice TO WSCrOrigInvoice(WSCreditCount)
       ELSE
           MOVE ZERO TO WSCrOrigInvoice(WSCreditCount)
       END-IF
       COMPUTE WSCrRemaining(WSCreditCount) = IcAmount - IcAppliedAmount
       MOVE ZERO TO WSCrAppliedNow(WSCreditCount).

*> One credit walks its customer's open invoices - the originating
*> invoice only on pass one, oldest-first on pass two for whatever is
*> left - mirroring applypayments.cob's MatchPaymentToInvoices
MatchCreditToInvoices.
       MOVE WSCrRemaining(WSCrIdx) TO WSRemaining
       OPEN I-O InvoiceFile
       IF WSInvoiceFileStatus NOT = "00"
           DISPLAY "Warning: InvoiceFile.dat Open Status "
               WSInvoiceFileStatus
           EXIT PARAGRAPH
       END-IF
       MOVE "R" TO WSMatchPass
       IF WSCrOrigInvoice(WSCrIdx) > ZERO
           PERFORM WalkInvoicesOnce
       END-IF
       IF WSRemaining > ZERO
           CLOSE InvoiceFile
           OPEN I-O InvoiceFile
           MOVE "O" TO WSMatchPass
           PERFORM WalkInvoicesOnce
       END-IF
       CLOSE InvoiceFile
       COMPUTE WSCrAppliedNow(WSCrIdx) =
           WSCrRemaining(WSCrIdx) - WSRemaining
       MOVE WSRemaining TO WSCrRemaining(WSCrIdx).

WalkInvoicesOnce.
       READ InvoiceFile
           AT END SET InvEOF TO TRUE
       END-READ
       PERFORM UNTIL InvEOF OR WSRemaining = ZERO
           IF IhRecordType = "H" AND IhIDNum = WSCrIDNum(WSCrIdx)
               AND NOT InvPaid AND NOT InvVoided
               IF WSMatchPass = "O"
                   OR IhInvNumber = WSCrOrigInvoice(WSCrIdx)
                   PERFORM ApplyToOneInvoice
               END-IF
           END-IF
           IF WSRemaining > ZERO
               READ InvoiceFile
                   AT END SET InvEOF TO TRUE
               END-READ
           END-IF
       END-PERFORM.

*> Soak as much of the credit as this invoice still has open - the
*> same open-item arithmetic applypayments.cob's ApplyToOneInvoice uses
ApplyToOneInvoice.
       IF IhPaidAmount IS NOT NUMERIC
           MOVE ZERO TO IhPaidAmount
       END-IF
       COMPUTE WSOpenAmt = IhTotal - IhPaidAmount
       IF WSOpenAmt NOT > ZERO
           EXIT PARAGRAPH
       END-IF
       IF WSRemaining < WSOpenAmt
           MOVE WSRemaining TO WSApplyAmt
       ELSE
           MOVE WSOpenAmt TO WSApplyAmt
       END-IF
       ADD WSApplyAmt TO IhPaidAmount
       IF IhPaidAmount < IhTotal
           SET InvOpen TO TRUE
       ELSE
           SET InvPaid TO TRUE
       END-IF
       REWRITE InvoiceRecord
       IF WSInvoiceFileStatus NOT = "00"
           *> A short pre-widening line can't take the 80-byte record
           *> back - padinvoicefile.cob fixes the file
           DISPLAY "Warning: Invoice " IhInvNumber
               " Not Rewritten - Status " WSInvoiceFileStatus
           EXIT PARAGRAPH
       END-IF
       SUBTRACT WSApplyAmt FROM WSRemaining
       ADD 1 TO WSApplications
       ADD WSApplyAmt TO WSTotalApplied
       MOVE WSCrMemoNumber(WSCrIdx) TO RepMemoNumber
       MOVE IhIDNum TO RepIDNum
       MOVE IhInvNumber TO RepInvNumber
       MOVE WSApplyAmt TO RepApplyAmt
       IF WSMatchPass = "R"
           MOVE "ORIGINAL" TO RepMatchNote
       ELSE
           MOVE "OLDEST" TO RepMatchNote
       END-IF
       WRITE ReportLine FROM ApplyDetailLine.

*> Last pass: each credit item picks up what was applied this run, and
*> flips A once nothing is left on it
WriteBackCredits.
       OPEN I-O InvoiceFile
       IF WSInvoiceFileStatus NOT = "00"
           DISPLAY "Warning: InvoiceFile.dat Open Status "
               WSInvoiceFileStatus
           EXIT PARAGRAPH
       END-IF
       READ InvoiceFile
           AT END SET InvEOF TO TRUE
       END-READ
       PERFORM UNTIL InvEOF
           IF IcRecordType = "C" AND NOT CreditApplied
               PERFORM UpdateOneCredit
           END-IF
           READ InvoiceFile
               AT END SET InvEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE InvoiceFile.

UpdateOneCredit.
       MOVE ZERO TO WSFindIdx
       PERFORM VARYING WSCrIdx FROM 1 BY 1
           UNTIL WSCrIdx > WSCreditCount OR WSFindIdx > ZERO
           IF WSCrMemoNumber(WSCrIdx) = IcMemoNumber
               MOVE WSCrIdx TO WSFindIdx
           END-IF
       END-PERFORM
       IF WSFindIdx = ZERO
           EXIT PARAGRAPH
       END-IF
       IF WSCrRemaining(WSFindIdx) > ZERO
           ADD 1 TO WSCreditsLeftOpen
           ADD WSCrRemaining(WSFindIdx) TO WSTotalUnapplied
       ELSE
           ADD 1 TO WSCreditsClosed
       END-IF
       IF WSCrAppliedNow(WSFindIdx) = ZERO
           EXIT PARAGRAPH
       END-IF
       IF IcAppliedAmount IS NOT NUMERIC
           MOVE ZERO TO IcAppliedAmount
       END-IF
       ADD WSCrAppliedNow(WSFindIdx) TO IcAppliedAmount
       IF WSCrRemaining(WSFindIdx) = ZERO
           SET CreditApplied TO TRUE
       ELSE
           SET CreditOpen TO TRUE
       END-IF
       REWRITE InvoiceRecord
       IF WSInvoiceFileStatus NOT = "00"
           DISPLAY "Warning: Credit Memo " IcMemoNumber
               " Not Rewritten - Status " WSInvoiceFileStatus
       END-IF.

*> Footer control totals
PrintApplyFooter.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSCreditsOpen TO WSEditedCount
       STRING "Open Credits Read..: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSApplications TO WSEditedCount
       MOVE WSTotalApplied TO WSEditedTotal
       MOVE SPACES TO ReportLine
       STRING "Applications.......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  Total: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSCreditsClosed TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "Fully Applied......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSCreditsLeftOpen TO WSEditedCount
       MOVE WSTotalUnapplied TO WSEditedTotal
       MOVE SPACES TO ReportLine
       STRING "Still Unapplied....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  Total: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       IF WSCreditsSkipped > ZERO
           MOVE WSCreditsSkipped TO WSEditedCount
           MOVE SPACES TO ReportLine
           STRING "Deferred (Table Full): " DELIMITED BY SIZE
               WSEditedCount DELIMITED BY SIZE
               INTO ReportLine
           END-STRING
           WRITE ReportLine
       END-IF.
