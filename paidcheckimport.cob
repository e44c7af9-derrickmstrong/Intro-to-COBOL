       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    paidcheckimport.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Cleared-check reconciliation: the bank's paid-check file comes in
*> and each item is matched to CheckRegister.dat by check number. An
*> outstanding check paid for its issued amount is marked cleared with
*> the paid date. Anything else - a check we never issued, one paid
*> twice, one paid after we stopped or voided it, or one paid for a
*> different amount - lands on the exception report for the office to
*> take up with the bank, the same morning-chase style as
*> NsfReturns.rpt. A mismatched amount is still marked cleared (the
*> money has left) with what the bank actually paid.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> The bank's paid-check file - P records in the BankDebit.txt
       *> fixed-column style
       SELECT PaidFile ASSIGN TO "BankPaidChecks.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPaidFileStatus.
       SELECT CheckFile ASSIGN TO "CheckRegister.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKNumber
           FILE STATUS IS WSCheckFileStatus.
       SELECT PaidReport ASSIGN TO "PaidChecks.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPaidReportStatus.

DATA DIVISION.
FILE SECTION.
*> Fixed-column paid feed - P detail records; anything else (the
*> bank's own header/trailer) passes through uncounted
FD PaidFile.
01 PaidRecord PIC X(60).
       88 PaidEOF VALUE HIGH-VALUES.
01 PaidDetailRecord REDEFINES PaidRecord.
       02 PdRecordType PIC X(01).
       02 PdCheckNum PIC 9(10).
       02 PdAmount PIC 9(8)V99.
       02 PdPaidDate PIC 9(08).
       02 FILLER PIC X(31).

*> Must match refundrun.cob's CheckRecord layout
FD CheckFile.
01 CheckRecord.
       02 CKNumber PIC 9(08).
       02 CKIDNum PIC 9(08).
       02 CKPayee PIC X(30).
       02 CKAmount PIC 9(7)V99.
       02 CKIssueDate PIC 9(08).
       02 CKStatusFlag PIC X(01).
           88 CheckOutstanding VALUE "O".
           88 CheckCleared VALUE "C".
           88 CheckStopped VALUE "S".
           88 CheckVoided VALUE "V".
       02 CKClearedDate PIC 9(08).
       02 CKPaidAmount PIC 9(7)V99.
       02 CKVoidDate PIC 9(08).
       02 CKVoidBy PIC X(08).
       02 CKIssueSent PIC X(01).
       02 CKVoidSent PIC X(01).
       02 FILLER PIC X(20).

FD PaidReport.
01 PaidReportLine PIC X(80).

WORKING-STORAGE SECTION.
01 CheckExists PIC X.
*> Control totals
01 WSItemsRead PIC 9(08) VALUE ZERO.
01 WSItemsCleared PIC 9(08) VALUE ZERO.
01 WSItemsException PIC 9(08) VALUE ZERO.
01 WSTotalCleared PIC 9(10)V99 VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedTotal PIC $,$$$,$$$,$$9.99.
01 PaidDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 PdlCheckNum PIC 9(10).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PdlIDNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PdlAmount PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PdlPaidDate PIC 9(08).
       02 FILLER PIC X(3) VALUE " - ".
       02 PdlNote PIC X(28).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSPaidFileStatus PIC X(02).
01 WSCheckFileStatus PIC X(02).
01 WSPaidReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "paidcheckimport".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       OPEN INPUT PaidFile.
       IF WSPaidFileStatus NOT = "00"
           DISPLAY "No Bank Paid-Check File - Status " WSPaidFileStatus
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           STOP RUN
       END-IF
       OPEN I-O CheckFile.
       IF WSCheckFileStatus NOT = "00"
           DISPLAY "Warning: CheckRegister.dat Open Status "
               WSCheckFileStatus
       END-IF
       OPEN OUTPUT PaidReport.
       IF WSPaidReportStatus NOT = "00"
           DISPLAY "Warning: PaidChecks.rpt Open Status "
               WSPaidReportStatus
       END-IF
       MOVE "PAID CHECK RECONCILIATION" TO PaidReportLine
       WRITE PaidReportLine
       MOVE "=========================" TO PaidReportLine
       WRITE PaidReportLine
       READ PaidFile
           AT END SET PaidEOF TO TRUE
       END-READ
       PERFORM UNTIL PaidEOF
           IF PdRecordType = "P"
               PERFORM ProcessOnePaidCheck
           END-IF
           READ PaidFile
               AT END SET PaidEOF TO TRUE
           END-READ
       END-PERFORM
       PERFORM PrintFooter.
       CLOSE PaidFile, CheckFile, PaidReport.
       DISPLAY " "
       DISPLAY "PAID CHECK RECONCILIATION COMPLETE"
       DISPLAY "Items Read.: " WSItemsRead
       DISPLAY "Cleared....: " WSItemsCleared
       DISPLAY "Exceptions.: " WSItemsException
       IF WSItemsException > ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       MOVE SPACES TO WSOpsCounts
       STRING "CLEARED " DELIMITED BY SIZE
           WSItemsCleared DELIMITED BY SIZE
           " EXC " DELIMITED BY SIZE
           WSItemsException DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> One paid item against the register - only an outstanding check for
*> its issued amount clears quietly
ProcessOnePaidCheck.
       ADD 1 TO WSItemsRead
       MOVE ZERO TO PdlIDNum
       IF PdCheckNum IS NOT NUMERIC OR PdAmount IS NOT NUMERIC
           OR PdPaidDate IS NOT NUMERIC
           ADD 1 TO WSItemsException
           MOVE ZERO TO PdlCheckNum, PdlAmount, PdlPaidDate
           MOVE "GARBLED PAID ITEM" TO PdlNote
           WRITE PaidReportLine FROM PaidDetailLine
           EXIT PARAGRAPH
       END-IF
       IF PdCheckNum > 99999999
           MOVE "NOT ON CHECK REGISTER" TO PdlNote
           PERFORM WriteException
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO CheckExists
       MOVE PdCheckNum TO CKNumber
       READ CheckFile
           INVALID KEY MOVE "N" TO CheckExists
       END-READ
       IF CheckExists = "N"
           MOVE "NOT ON CHECK REGISTER" TO PdlNote
           PERFORM WriteException
           EXIT PARAGRAPH
       END-IF
       MOVE CKIDNum TO PdlIDNum
       EVALUATE TRUE
           WHEN CheckCleared
               MOVE "ALREADY CLEARED - PAID TWICE" TO PdlNote
               PERFORM WriteException
           WHEN CheckStopped
               MOVE "PAID AFTER STOP PAYMENT" TO PdlNote
               PERFORM WriteException
           WHEN CheckVoided
               MOVE "PAID AFTER VOID" TO PdlNote
               PERFORM WriteException
           WHEN OTHER
               PERFORM ClearOneCheck
       END-EVALUATE.

ClearOneCheck.
       SET CheckCleared TO TRUE
       MOVE PdPaidDate TO CKClearedDate
       MOVE PdAmount TO CKPaidAmount
       REWRITE CheckRecord
           INVALID KEY
               MOVE "REWRITE FAILED" TO PdlNote
               PERFORM WriteException
               EXIT PARAGRAPH
       END-REWRITE
       ADD 1 TO WSItemsCleared
       ADD PdAmount TO WSTotalCleared
       IF PdAmount NOT = CKAmount
           MOVE "CLEARED - AMOUNT DIFFERS" TO PdlNote
           PERFORM WriteException
       END-IF.

WriteException.
       ADD 1 TO WSItemsException
       MOVE PdCheckNum TO PdlCheckNum
       MOVE PdAmount TO PdlAmount
       MOVE PdPaidDate TO PdlPaidDate
       WRITE PaidReportLine FROM PaidDetailLine.

PrintFooter.
       MOVE SPACES TO PaidReportLine
       WRITE PaidReportLine
       MOVE WSItemsCleared TO WSEditedCount
       MOVE WSTotalCleared TO WSEditedTotal
       STRING "Checks Cleared: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  Total: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO PaidReportLine
       END-STRING
       WRITE PaidReportLine
       MOVE WSItemsException TO WSEditedCount
       MOVE SPACES TO PaidReportLine
       STRING "Exceptions....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO PaidReportLine
       END-STRING
       WRITE PaidReportLine.
