       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    subjectaccessexport.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Subject-access disclosure: when a customer asks for everything we
*> hold about them, this takes the ID and writes one formatted file,
*> SubjectAccess-<id>.rpt, with a section per source - the master
*> record (SSN masked the same way MaskSSN does it), notes, contact
*> history, collection activity, order lines, invoices with their
*> lines, adjustment trail and credit memos, the order lines and
*> invoices moved to history at year end, balance movements, campaign
*> sends, the audit trail across every log generation, and any
*> archived copy.
*> Every file opens INPUT. Each export is logged to
*> SubjectAccessLog.dat under the signed-on operator, with the date,
*> the file written and its line count, so we can show the request
*> was answered - and the look itself goes to INQLOG.cob like any
*> other customer screen.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       SELECT NotesFile ASSIGN TO "CustomerNotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NoteKey
           FILE STATUS IS WSNotesFileStatus.
       SELECT ContactHistory ASSIGN TO "ContactHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSContactHistoryStatus.
       SELECT CollectionFile ASSIGN TO "CollectionActivity.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAKey
           FILE STATUS IS WSCollectionFileStatus.
       SELECT OrderDetailFile ASSIGN TO "OrderDetail.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODOrderKey
           ALTERNATE RECORD KEY IS ODIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderFileStatus.
       SELECT InvoiceFile ASSIGN TO "InvoiceFile.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceFileStatus.
       *> What orderhistoryarchive.cob moved off the live files at year
       *> end - same keys as OrderDetail.dat, so the customer's lines come
       *> straight off the alternate key
       SELECT OrderHistoryFile ASSIGN TO "OrderDetailHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLOrderKey
           ALTERNATE RECORD KEY IS HLIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderHistoryStatus.
       SELECT InvoiceHistoryFile ASSIGN TO "InvoiceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceHistoryStatus.
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.
       SELECT SentLogFile ASSIGN TO "CampaignSent.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSentLogStatus.
       *> One generation (or the live log) at a time - the name is staged
       *> into WSAuditFileName before each open, as AUDITHIST.cob does
       SELECT AuditFile ASSIGN TO WSAuditFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditFileStatus.
       *> One line per rotated generation, oldest first
       SELECT GenerationList ASSIGN TO "AuditLogGens.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGenerationListStatus.
       SELECT ArchiveFile ASSIGN TO "CustomerArchive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSArchiveFileStatus.
       *> The disclosure itself - one file per customer, named by ID
       SELECT ExportFile ASSIGN TO WSExportFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExportFileStatus.
       *> Proof each request was answered - one line per export
       SELECT ExportLog ASSIGN TO "SubjectAccessLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExportLogStatus.
       *> One line per operator: ID, password, role, status - every
       *> export is logged under a real operator
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
       02 AcctStatusCode PIC X(01).
       02 DateOfBirth PIC 9(08).
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       02 StmtCycleCode PIC 9(01).
       02 CreditLimit PIC 9(7)V99.
       02 DebitConsent PIC X(01).
       02 Street PIC X(20).
       02 City PIC X(15).
       02 StateCode PIC X(02).
       02 ZipCode PIC 9(05).
       02 HouseholdID PIC 9(08).
       02 Phone PIC 9(10).
       02 Email PIC X(30).
       *> Account type through the dormant flag - carried for fit
       02 FILLER PIC X(84).
       02 MergedIntoID PIC 9(08).
       *> Statement delivery code - carried for layout fit
       02 FILLER PIC X(01).
       02 LoyaltyPoints PIC 9(07).
       *> Reserved for future fields - see randomlyaccessdata.cob's
       *> CustomerData for the field carve-out
       02 FILLER PIC X(29).

*> Must match randomlyaccessdata.cob's NoteRecord layout
FD NotesFile.
01 NoteRecord.
       02 NoteKey.
           03 NoteIDNum PIC 9(08).
           03 NoteSeq PIC 9(03).
       02 NoteDate PIC 9(08).
       02 NoteOperator PIC X(08).
       02 NoteText PIC X(60).

*> Must match CONTACTLOG.cob's ContactRecord layout
FD ContactHistory.
01 ContactRecord.
       02 CHDate PIC 9(08).
       02 FILLER PIC X.
       *> Define End of File
       88 CHEOF VALUE HIGH-VALUES.
       02 CHIDNum PIC 9(08).
       02 FILLER PIC X.
       02 CHChannel PIC X(01).
       02 FILLER PIC X.
       02 CHDocType PIC X(12).
       02 FILLER PIC X.
       02 CHProgram PIC X(20).

*> Must match randomlyaccessdata.cob's CollectionRecord layout
FD CollectionFile.
01 CollectionRecord.
       02 CAKey.
           03 CAIDNum PIC 9(08).
           03 CASeq PIC 9(03).
       02 CAContactDate PIC 9(08).
       02 CAOperator PIC X(08).
       02 CAOutcomeCode PIC X(02).
       02 CAPromiseAmount PIC 9(7)V99.
       02 CAPromiseDate PIC 9(08).
       02 FILLER PIC X(10).

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
       02 ODLineType PIC X(01).
       02 ODShipFlag PIC X(01).
       02 ODShipDate PIC 9(08).
       02 ODOrderKey.
           03 ODOrderNum PIC 9(08).
           03 ODLineNum PIC 9(03).
       *> Reserved for future fields - see orderentry.cob's
       *> OrderDetailRecord for the field carve-out
       02 FILLER PIC X(10).

*> Must match invoicecalc.cob's InvoiceRecord layouts
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
       02 IhPaidAmount PIC 9(7)V999.
       02 IhTaxExempt PIC X(01).
       02 FILLER PIC X(08).
01 InvoiceLineRecord REDEFINES InvoiceRecord.
       02 IlRecordType PIC X(01).
       02 IlInvNumber PIC 9(08).
       02 IlItemDesc PIC X(20).
       02 IlItemQty PIC 9(03).
       02 IlItemPrice PIC 9(5)V999.
       02 IlItemAmount PIC 9(7)V999.
       02 FILLER PIC X(30).
*> Must match invoiceadjust.cob's InvoiceAdjRecord layout
01 InvoiceAdjRecord REDEFINES InvoiceRecord.
       02 IaRecordType PIC X(01).
       02 IaInvNumber PIC 9(08).
       02 IaAdjDate PIC 9(08).
       02 IaReasonCode PIC X(03).
       02 IaAction PIC X(01).
       02 IaOldTotal PIC 9(7)V999.
       02 IaAdjAmount PIC 9(7)V999.
       02 FILLER PIC X(39).
*> Must match orderreturns.cob's CreditItemRecord layout
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
       02 FILLER PIC X(18).

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
       02 HLShipFlag PIC X(01).
       02 HLShipDate PIC 9(08).
       02 HLOrderKey.
           03 HLOrderNum PIC 9(08).
           03 HLLineNum PIC 9(03).
       02 FILLER PIC X(10).

*> The same four record types as InvoiceFile.dat, copied across as they
*> stood when orderhistoryarchive.cob moved them
FD InvoiceHistoryFile.
01 InvoiceHistoryRecord PIC X(80).
       88 InvHistEOF VALUE HIGH-VALUES.
01 HistInvoiceHeader REDEFINES InvoiceHistoryRecord.
       02 HIhRecordType PIC X(01).
       02 HIhInvNumber PIC 9(08).
       02 HIhIDNum PIC 9(08).
       02 HIhInvDate PIC 9(08).
       02 FILLER PIC X(05).
       02 FILLER PIC X(20).
       02 HIhTotal PIC 9(7)V999.
       02 HIhStatusFlag PIC X(01).
       02 HIhPaidAmount PIC 9(7)V999.
       02 FILLER PIC X(09).
01 HistInvoiceLine REDEFINES InvoiceHistoryRecord.
       02 FILLER PIC X(09).
       02 HIlItemDesc PIC X(20).
       02 HIlItemQty PIC 9(03).
       02 FILLER PIC X(08).
       02 HIlItemAmount PIC 9(7)V999.
       02 FILLER PIC X(30).
01 HistInvoiceAdj REDEFINES InvoiceHistoryRecord.
       02 FILLER PIC X(09).
       02 HIaAdjDate PIC 9(08).
       02 HIaReasonCode PIC X(03).
       02 HIaAction PIC X(01).
       02 FILLER PIC X(10).
       02 HIaAdjAmount PIC 9(7)V999.
       02 FILLER PIC X(39).
01 HistCreditItem REDEFINES InvoiceHistoryRecord.
       02 FILLER PIC X(01).
       02 HIcMemoNumber PIC 9(08).
       02 HIcIDNum PIC 9(08).
       02 HIcMemoDate PIC 9(08).
       02 FILLER PIC X(16).
       02 HIcAmount PIC 9(7)V999.
       02 FILLER PIC X(29).

*> One line per balance movement - must match applypayments.cob's layout
FD BalanceHistory.
01 BalanceHistoryRecord.
       02 BHIDNum PIC 9(8).
       02 FILLER PIC X.
       *> Define End of File
       88 BHEOF VALUE HIGH-VALUES.
       02 BHDate PIC 9(08).
       02 FILLER PIC X.
       02 BHSource PIC X(12).
       02 FILLER PIC X.
       02 BHOldBalance PIC S9(7)V99.
       02 FILLER PIC X.
       02 BHAmount PIC S9(7)V99.
       02 FILLER PIC X.
       02 BHNewBalance PIC S9(7)V99.
       02 FILLER PIC X.
       *> The payment's reference and method, and the branch the
       *> movement books under - blank on lines that carry none
       02 BHReference PIC X(12).
       02 FILLER PIC X.
       02 BHMethod PIC X(01).
       02 FILLER PIC X.
       02 BHBranch PIC X(03).
       *> Reserved for future fields
       02 FILLER PIC X(03).

*> Must match campaignextract.cob's SentLogRecord layout
FD SentLogFile.
01 SentLogRecord.
       02 CSCode PIC X(08).
       02 FILLER PIC X.
       *> Define End of File
       88 SentEOF VALUE HIGH-VALUES.
       02 CSIDNum PIC 9(08).
       02 FILLER PIC X.
       02 CSDate PIC 9(08).

*> Must match randomlyaccessdata.cob's AuditRecord layout
FD AuditFile.
01 AuditRecord.
       02 AuditTimestamp PIC X(21).
       *> Define End of File
       88 AuditEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       02 AuditOperation PIC X(10).
       02 FILLER PIC X.
       02 AuditIDNum PIC 9(8).
       02 FILLER PIC X.
       02 AuditOldFirstName PIC X(15).
       02 FILLER PIC X.
       02 AuditOldLastName PIC X(15).
       02 FILLER PIC X.
       02 AuditNewFirstName PIC X(15).
       02 FILLER PIC X.
       02 AuditNewLastName PIC X(15).
       02 FILLER PIC X.
       02 AuditOperatorID PIC X(08).

FD GenerationList.
01 GenerationRecord.
       02 GenFileName PIC X(30).
       88 GenEOF VALUE HIGH-VALUES.

*> Must match archivecustomers.cob's ArchiveRecord layout
FD ArchiveFile.
01 ArchiveRecord.
       02 ArchIDNum PIC 9(08).
       02 FILLER PIC X.
       02 ArchFirstName PIC X(15).
       02 FILLER PIC X.
       02 ArchLastName PIC X(15).
       *> Define End of File
       88 ArchEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       02 ArchAcctStatusCode PIC X(01).
       02 FILLER PIC X.
       02 ArchDateOfBirth PIC 9(08).
       02 FILLER PIC X.
       02 ArchSSN PIC 9(09).
       02 ArchAccountBalance PIC S9(7)V99.
       02 FILLER PIC X.
       02 ArchDateDeleted PIC 9(08).
       02 FILLER PIC X.
       02 ArchArchivedDate PIC X(21).

FD ExportFile.
01 ExportLine PIC X(100).

FD ExportLog.
01 ExportLogRecord.
       02 SLDate PIC 9(08).
       02 FILLER PIC X.
       02 SLTime PIC 9(06).
       02 FILLER PIC X.
       02 SLOperator PIC X(08).
       02 FILLER PIC X.
       02 SLIDNum PIC 9(08).
       02 FILLER PIC X.
       02 SLLineCount PIC 9(06).
       02 FILLER PIC X.
       02 SLFileName PIC X(30).

*> Must match operatoradmin.cob's OperatorRecord layout
FD OperatorFile.
01 OperatorRecord.
       02 OperID PIC X(08).
       02 FILLER PIC X.
       02 OperPassword PIC X(10).
       02 FILLER PIC X.
       *> A=Admin F=Full Maintenance I=Inquiry Only
       02 OperRole PIC X(01).
       *> Define End of File
       88 OperEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       02 OperStatus PIC X(01).
           88 OperActive VALUE "A".
           88 OperDisabled VALUE "D".
       02 FILLER PIC X.
       *> The operator's branch assignment - carried for layout fit
       02 OperBranch PIC X(03).

WORKING-STORAGE SECTION.
01 StayOpen PIC X VALUE 'Y'.
01 WSSearchID PIC 9(08).
*> Y when Customer.txt still holds the ID - an archived-only customer
*> still gets every other section
01 WSOnMaster PIC X.
01 WSMoreRecords PIC X.
01 WSRunDate PIC 9(08).
01 WSRunTime PIC 9(08).
01 WSExportFileName PIC X(30).
01 WSAuditFileName PIC X(30).
*> Lines in each section and in the whole disclosure
01 WSSectionTitle PIC X(60).
01 WSSectionCount PIC 9(06).
01 WSLinesWritten PIC 9(06).
01 WSEditedCount PIC ZZZZZ9.
*> This customer's invoice numbers, gathered off the headers, so the
*> lines and adjustment trail that follow can be matched to them
01 WSInvoiceTable.
       02 WSInvoiceEntry PIC 9(08) OCCURS 500 TIMES.
01 WSInvoiceCount PIC 9(04) VALUE ZERO.
01 WSInvIdx PIC 9(04).
01 WSInvoiceMatch PIC X.
01 WSFindInvNumber PIC 9(08).
*> Masked SSN - only the last 4 digits ever leave the building
01 WSMaskedSSN PIC X(11).
01 WSSSNToMask PIC 9(09).
01 WSDispBalance PIC $$,$$$,$$9.99CR.
01 WSDispAmount PIC $$,$$$,$$9.99.
01 WSDispSigned PIC $$,$$$,$$9.99-.
01 WSLineAmount PIC 9(08)V99.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSNotesFileStatus PIC X(02).
01 WSContactHistoryStatus PIC X(02).
01 WSCollectionFileStatus PIC X(02).
01 WSOrderFileStatus PIC X(02).
01 WSInvoiceFileStatus PIC X(02).
01 WSOrderHistoryStatus PIC X(02).
01 WSInvoiceHistoryStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
01 WSSentLogStatus PIC X(02).
01 WSAuditFileStatus PIC X(02).
01 WSGenerationListStatus PIC X(02).
01 WSArchiveFileStatus PIC X(02).
01 WSExportFileStatus PIC X(02).
01 WSExportLogStatus PIC X(02).
*> Sign-on state - a disclosure has to name who produced it
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSOperatorRole PIC X(01).
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
01 WSOperatorFileStatus PIC X(02).
*> Inquiry-access log staging - see INQLOG.cob
01 WSInqProgram PIC X(20) VALUE "subjectaccessexport".
01 WSInqScreen PIC X(12).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       MOVE "N" TO WSAuthorized.
       PERFORM VerifyOperator
       *> Everything we hold on a customer is not an inquiry-role job
       IF NOT Authorized OR WSOperatorRole = "I"
           DISPLAY "Access Denied: Exports Need An Admin Or Full Operator"
           GOBACK
       END-IF
       PERFORM UNTIL StayOpen = "N" OR StayOpen = "n"
           PERFORM ExportOneCustomer
           DISPLAY "Export Another Customer? (Y/N): " WITH NO ADVANCING
           ACCEPT StayOpen
       END-PERFORM
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> The real sign-on against Operators.dat - no shared-password
*> fallback here, because the export log has to name who ran it
VerifyOperator.
       DISPLAY "Operator ID: " WITH NO ADVANCING
       ACCEPT WSEnteredOperID
       DISPLAY "Password: " WITH NO ADVANCING
       ACCEPT WSEnteredPassword
       OPEN INPUT OperatorFile
       IF WSOperatorFileStatus NOT = "00"
           DISPLAY "Operators.dat Open Status " WSOperatorFileStatus
           EXIT PARAGRAPH
       END-IF
       READ OperatorFile
           AT END SET OperEOF TO TRUE
       END-READ
       PERFORM UNTIL OperEOF
           IF OperID = WSEnteredOperID
               AND OperPassword = WSEnteredPassword
               AND OperActive
               MOVE "Y" TO WSAuthorized
               MOVE OperID TO WSOperatorID
               MOVE OperRole TO WSOperatorRole
           END-IF
           READ OperatorFile
               AT END SET OperEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE OperatorFile.

*> One customer's disclosure, start to finish, then the log line
ExportOneCustomer.
       DISPLAY " "
       DISPLAY "Enter ID for the disclosure: " WITH NO ADVANCING
       ACCEPT WSSearchID
       IF WSSearchID = ZERO
           DISPLAY "No Customer ID Entered"
           EXIT PARAGRAPH
       END-IF
       ACCEPT WSRunDate FROM DATE YYYYMMDD
       ACCEPT WSRunTime FROM TIME
       MOVE ZERO TO WSLinesWritten
       MOVE SPACES TO WSExportFileName
       STRING "SubjectAccess-" DELIMITED BY SIZE
           WSSearchID DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
           INTO WSExportFileName
       END-STRING
       OPEN OUTPUT ExportFile
       IF WSExportFileStatus NOT = "00"
           DISPLAY "Warning: " WSExportFileName " Open Status "
               WSExportFileStatus
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO ExportLine
       STRING "CUSTOMER DATA DISCLOSURE - CUSTOMER " DELIMITED BY SIZE
           WSSearchID DELIMITED BY SIZE
           INTO ExportLine
       END-STRING
       PERFORM WriteExportLine
       MOVE SPACES TO ExportLine
       STRING "Prepared " DELIMITED BY SIZE
           WSRunDate DELIMITED BY SIZE
           " by operator " DELIMITED BY SIZE
           WSOperatorID DELIMITED BY SIZE
           INTO ExportLine
       END-STRING
       PERFORM WriteExportLine
       MOVE "===============================================" TO
           ExportLine
       PERFORM WriteExportLine
       PERFORM ExportMasterSection
       PERFORM ExportNotesSection
       PERFORM ExportContactSection
       PERFORM ExportCollectionSection
       PERFORM ExportOrderSection
       PERFORM ExportInvoiceSection
       PERFORM ExportOrderHistorySection
       PERFORM ExportInvoiceHistorySection
       PERFORM ExportBalanceSection
       PERFORM ExportCampaignSection
       PERFORM ExportAuditSection
       PERFORM ExportArchiveSection
       MOVE SPACES TO ExportLine
       PERFORM WriteExportLine
       MOVE "*** END OF DISCLOSURE ***" TO ExportLine
       PERFORM WriteExportLine
       CLOSE ExportFile
       MOVE "SUBJ ACCESS" TO WSInqScreen
       CALL 'INQLOG' USING WSInqProgram, WSOperatorID, WSSearchID,
           WSInqScreen
       PERFORM LogTheExport
       DISPLAY "Disclosure Written To " WSExportFileName
       DISPLAY "Lines Written...: " WSLinesWritten.

WriteExportLine.
       WRITE ExportLine
       ADD 1 TO WSLinesWritten
       MOVE SPACES TO ExportLine.


*> A blank line and the section's title, staged in WSSectionTitle
WriteSectionHead.
       MOVE ZERO TO WSSectionCount
       PERFORM WriteExportLine
       MOVE WSSectionTitle TO ExportLine
       PERFORM WriteExportLine.

*> The trailing count under each section, or a "none" line
WriteSectionFoot.
       IF WSSectionCount = ZERO
           MOVE "   (none on file)" TO ExportLine
       ELSE
           MOVE WSSectionCount TO WSEditedCount
           STRING "   Records.....: " DELIMITED BY SIZE
               WSEditedCount DELIMITED BY SIZE
               INTO ExportLine
           END-STRING
       END-IF
       PERFORM WriteExportLine.

ExportMasterSection.
       MOVE "--- CUSTOMER RECORD (Customer.txt) ---" TO WSSectionTitle
       PERFORM WriteSectionHead
       MOVE "N" TO WSOnMaster
       OPEN INPUT CustomerFile
       IF WSCustomerFileStatus = "00"
           MOVE WSSearchID TO IDNum
           MOVE "Y" TO WSOnMaster
           READ CustomerFile
               INVALID KEY MOVE "N" TO WSOnMaster
           END-READ
           CLOSE CustomerFile
       END-IF
       IF WSOnMaster = "Y"
           ADD 1 TO WSSectionCount
           STRING "   Name........: " DELIMITED BY SIZE
               FirstName DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LastName DELIMITED BY SIZE
               INTO ExportLine
           END-STRING
           PERFORM WriteExportLine
           STRING "   Date Of Birth: " DELIMITED BY SIZE
               DateOfBirth DELIMITED BY SIZE
               "  (MMDDYYYY)" DELIMITED BY SIZE
               INTO ExportLine
           END-STRING
           PERFORM WriteExportLine
           MOVE SSN TO WSSSNToMask
           PERFORM MaskSSN
           STRING "   SSN.........: " DELIMITED BY SIZE
               WSMaskedSSN DELIMITED BY SIZE
               INTO ExportLine
           END-STRING
           PERFORM WriteExportLine
           STRING "   Address.....: " DELIMITED BY SIZE
               Street DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               City DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               StateCode DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ZipCode DELIMITED BY SIZE
               INTO ExportLine
           END-STRING
           PERFORM WriteExportLine
           STRING "   Phone.......: " DELIMITED BY SIZE
               Phone DELIMITED BY SIZE
               "  Email: " DELIMITED BY SIZE
               Email DELIMITED BY SIZE
               INTO ExportLine
           END-STRING
           PERFORM WriteExportLine
           MOVE AccountBalance TO WSDispBalance
           STRING "   Balance.....: " DELIMITED BY SIZE
               WSDispBalance DELIMITED BY SIZE
               INTO ExportLine
           END-STRING
           PERFORM WriteExportLine
           MOVE CreditLimit TO WSDispAmount
           STRING "   Credit Limit: " DELIMITED BY SIZE
               WSDispAmount DELIMITED BY SIZE
               "  Debit Consent: " DELIMITED BY SIZE
               DebitConsent DELIMITED BY SIZE
               INTO ExportLine
           END-STRING
           PERFORM WriteExportLine
           STRING "   Record Flag.: " DELIMITED BY SIZE
               StatusFlag DELIMITED BY SIZE
               "  Account Status: " DELIMITED BY SIZE
               AcctStatusCode DELIMITED BY SIZE
               "  Stmt Cycle: " DELIMITED BY SIZE
               StmtCycleCode DELIMITED BY SIZE
               INTO ExportLine
           END-STRING
           PERFORM WriteExportLine
           IF DateDeleted IS NUMERIC AND DateDeleted > ZERO
               STRING "   Deleted On..: " DELIMITED BY SIZE
                   DateDeleted DELIMITED BY SIZE
                   INTO ExportLine
               END-STRING
               PERFORM WriteExportLine
           END-IF
           IF HouseholdID IS NUMERIC AND HouseholdID > ZERO
               STRING "   Household...: " DELIMITED BY SIZE
                   HouseholdID DELIMITED BY SIZE
                   INTO ExportLine
               END-STRING
               PERFORM WriteExportLine
           END-IF
           IF MergedIntoID IS NUMERIC AND MergedIntoID > ZERO
               STRING "   Merged Into.: " DELIMITED BY SIZE
                   MergedIntoID DELIMITED BY SIZE
                   INTO ExportLine
               END-STRING
               PERFORM WriteExportLine
           END-IF
           IF LoyaltyPoints IS NUMERIC AND LoyaltyPoints > ZERO
               STRING "   Loyalty Pts.: " DELIMITED BY SIZE
                   LoyaltyPoints DELIMITED BY SIZE
                   INTO ExportLine
               END-STRING
               PERFORM WriteExportLine
           END-IF
       ELSE
           PERFORM WriteSectionFoot
       END-IF.

ExportNotesSection.
       MOVE "--- NOTES (CustomerNotes.dat) ---" TO WSSectionTitle
       PERFORM WriteSectionHead
       OPEN INPUT NotesFile
       IF WSNotesFileStatus = "00"
           MOVE WSSearchID TO NoteIDNum
           MOVE ZERO TO NoteSeq
           MOVE "Y" TO WSMoreRecords
           START NotesFile KEY IS NOT LESS THAN NoteKey
               INVALID KEY MOVE "N" TO WSMoreRecords
           END-START
           PERFORM UNTIL WSMoreRecords = "N"
               READ NotesFile NEXT RECORD
                   AT END MOVE "N" TO WSMoreRecords
               END-READ
               IF WSMoreRecords = "Y"
                   IF NoteIDNum NOT = WSSearchID
                       MOVE "N" TO WSMoreRecords
                   ELSE
                       ADD 1 TO WSSectionCount
                       STRING "   " DELIMITED BY SIZE
                           NoteDate DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           NoteOperator DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           NoteText DELIMITED BY SIZE
                           INTO ExportLine
                       END-STRING
                       PERFORM WriteExportLine
                   END-IF
               END-IF
           END-PERFORM
           CLOSE NotesFile
       END-IF
       PERFORM WriteSectionFoot.

ExportContactSection.
       MOVE "--- CONTACT HISTORY (ContactHistory.dat) ---" TO
           WSSectionTitle
       PERFORM WriteSectionHead
       OPEN INPUT ContactHistory
       IF WSContactHistoryStatus = "00"
           READ ContactHistory
               AT END SET CHEOF TO TRUE
           END-READ
           PERFORM UNTIL CHEOF
               IF CHIDNum = WSSearchID
                   ADD 1 TO WSSectionCount
                   STRING "   " DELIMITED BY SIZE
                       CHDate DELIMITED BY SIZE
                       " Channel " DELIMITED BY SIZE
                       CHChannel DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CHDocType DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       CHProgram DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO ExportLine
                   END-STRING
                   PERFORM WriteExportLine
               END-IF
               READ ContactHistory
                   AT END SET CHEOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ContactHistory
       END-IF
       PERFORM WriteSectionFoot.

ExportCollectionSection.
       MOVE "--- COLLECTION ACTIVITY (CollectionActivity.dat) ---" TO
           WSSectionTitle
       PERFORM WriteSectionHead
       OPEN INPUT CollectionFile
       IF WSCollectionFileStatus = "00"
           MOVE WSSearchID TO CAIDNum
           MOVE ZERO TO CASeq
           MOVE "Y" TO WSMoreRecords
           START CollectionFile KEY IS NOT LESS THAN CAKey
               INVALID KEY MOVE "N" TO WSMoreRecords
           END-START
           PERFORM UNTIL WSMoreRecords = "N"
               READ CollectionFile NEXT RECORD
                   AT END MOVE "N" TO WSMoreRecords
               END-READ
               IF WSMoreRecords = "Y"
                   IF CAIDNum NOT = WSSearchID
                       MOVE "N" TO WSMoreRecords
                   ELSE
                       ADD 1 TO WSSectionCount
                       MOVE CAPromiseAmount TO WSDispAmount
                       STRING "   " DELIMITED BY SIZE
                           CAContactDate DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CAOperator DELIMITED BY SIZE
                           " Outcome " DELIMITED BY SIZE
                           CAOutcomeCode DELIMITED BY SIZE
                           " Promise " DELIMITED BY SIZE
                           WSDispAmount DELIMITED BY SIZE
                           " By " DELIMITED BY SIZE
                           CAPromiseDate DELIMITED BY SIZE
                           INTO ExportLine
                       END-STRING
                       PERFORM WriteExportLine
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CollectionFile
       END-IF
       PERFORM WriteSectionFoot.

*> This customer's lines only, off the alternate key
ExportOrderSection.
       MOVE "--- ORDER LINES (OrderDetail.dat) ---" TO WSSectionTitle
       PERFORM WriteSectionHead
       OPEN INPUT OrderDetailFile
       IF WSOrderFileStatus = "00"
           MOVE WSSearchID TO ODIDNum
           MOVE "Y" TO WSMoreRecords
           START OrderDetailFile KEY IS EQUAL TO ODIDNum
               INVALID KEY MOVE "N" TO WSMoreRecords
           END-START
           PERFORM UNTIL WSMoreRecords = "N"
               READ OrderDetailFile NEXT RECORD
                   AT END MOVE "N" TO WSMoreRecords
               END-READ
               IF WSMoreRecords = "Y"
                   IF ODIDNum NOT = WSSearchID
                       MOVE "N" TO WSMoreRecords
                   ELSE
                       ADD 1 TO WSSectionCount
                       COMPUTE WSLineAmount = ODProdQty * ODProdPrice
                       MOVE WSLineAmount TO WSDispAmount
                       STRING "   Ord " DELIMITED BY SIZE
                           ODOrderNum DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           ODLineNum DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ODOrderDate DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ODProdID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ODProdDesc DELIMITED BY SIZE
                           " x" DELIMITED BY SIZE
                           ODProdQty DELIMITED BY SIZE
                           " = " DELIMITED BY SIZE
                           WSDispAmount DELIMITED BY SIZE
                           " Type " DELIMITED BY SIZE
                           ODLineType DELIMITED BY SIZE
                           " Ship " DELIMITED BY SIZE
                           ODShipFlag DELIMITED BY SIZE
                           INTO ExportLine
                       END-STRING
                       PERFORM WriteExportLine
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OrderDetailFile
       END-IF
       PERFORM WriteSectionFoot.

*> Headers and credit memos carry the customer; the lines and the
*> adjustment trail only carry the invoice number, and always follow
*> their header on file, so the header's number is remembered and
*> everything after matched
ExportInvoiceSection.
       MOVE "--- INVOICES (InvoiceFile.dat) ---" TO WSSectionTitle
       PERFORM WriteSectionHead
       MOVE ZERO TO WSInvoiceCount
       OPEN INPUT InvoiceFile
       IF WSInvoiceFileStatus = "00"
           READ InvoiceFile
               AT END SET InvEOF TO TRUE
           END-READ
           PERFORM UNTIL InvEOF
               EVALUATE IhRecordType
                   WHEN "H"
                       IF IhIDNum = WSSearchID
                           PERFORM ExportInvoiceHeader
                       END-IF
                   WHEN "L"
                       MOVE IhInvNumber TO WSFindInvNumber
                       PERFORM FindCustomerInvoice
                       IF WSInvoiceMatch = "Y"
                           PERFORM ExportInvoiceLine
                       END-IF
                   WHEN "A"
                       MOVE IhInvNumber TO WSFindInvNumber
                       PERFORM FindCustomerInvoice
                       IF WSInvoiceMatch = "Y"
                           PERFORM ExportInvoiceAdj
                       END-IF
                   WHEN "C"
                       IF IcIDNum = WSSearchID
                           PERFORM ExportCreditItem
                       END-IF
               END-EVALUATE
               READ InvoiceFile
                   AT END SET InvEOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE InvoiceFile
       END-IF
       PERFORM WriteSectionFoot.

ExportInvoiceHeader.
       ADD 1 TO WSSectionCount
       IF WSInvoiceCount < 500
           ADD 1 TO WSInvoiceCount
           MOVE IhInvNumber TO WSInvoiceEntry(WSInvoiceCount)
       ELSE
           DISPLAY "Warning: Over 500 Invoices - Lines Not Listed For "
               IhInvNumber
       END-IF
       MOVE IhTotal TO WSDispAmount
       STRING "   Invoice " DELIMITED BY SIZE
           IhInvNumber DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IhInvDate DELIMITED BY SIZE
           " Total " DELIMITED BY SIZE
           WSDispAmount DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IhCurrency DELIMITED BY SIZE
           " Status " DELIMITED BY SIZE
           IhStatusFlag DELIMITED BY SIZE
           INTO ExportLine
       END-STRING
       PERFORM WriteExportLine
       MOVE IhPaidAmount TO WSDispAmount
       STRING "      Paid " DELIMITED BY SIZE
           WSDispAmount DELIMITED BY SIZE
           INTO ExportLine
       END-STRING
       PERFORM WriteExportLine.

ExportInvoiceLine.
       ADD 1 TO WSSectionCount
       MOVE IlItemAmount TO WSDispAmount
       STRING "      Line " DELIMITED BY SIZE
           IlItemDesc DELIMITED BY SIZE
           " x" DELIMITED BY SIZE
           IlItemQty DELIMITED BY SIZE
           " = " DELIMITED BY SIZE
           WSDispAmount DELIMITED BY SIZE
           INTO ExportLine
       END-STRING
       PERFORM WriteExportLine.

ExportInvoiceAdj.
       ADD 1 TO WSSectionCount
       MOVE IaAdjAmount TO WSDispAmount
       STRING "      Adjusted " DELIMITED BY SIZE
           IaAdjDate DELIMITED BY SIZE
           " Action " DELIMITED BY SIZE
           IaAction DELIMITED BY SIZE
           " Reason " DELIMITED BY SIZE
           IaReasonCode DELIMITED BY SIZE
           " Amount " DELIMITED BY SIZE
           WSDispAmount DELIMITED BY SIZE
           INTO ExportLine
       END-STRING
       PERFORM WriteExportLine.

*> A credit memo is an open item in its own right - what it was for,
*> and how much of it has gone against invoices so far
ExportCreditItem.
       ADD 1 TO WSSectionCount
       MOVE IcAmount TO WSDispAmount
       STRING "   Credit Memo " DELIMITED BY SIZE
           IcMemoNumber DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           IcMemoDate DELIMITED BY SIZE
           " Amount " DELIMITED BY SIZE
           WSDispAmount DELIMITED BY SIZE
           " Status " DELIMITED BY SIZE
           IcStatusFlag DELIMITED BY SIZE
           INTO ExportLine
       END-STRING
       PERFORM WriteExportLine
       MOVE IcAppliedAmount TO WSDispAmount
       STRING "      Applied " DELIMITED BY SIZE
           WSDispAmount DELIMITED BY SIZE
           " Against Invoice " DELIMITED BY SIZE
           IcOrigInvoice DELIMITED BY SIZE
           INTO ExportLine
       END-STRING
       PERFORM WriteExportLine.

*> The line and trail layouts put the invoice number where the header
*> keeps it, so the caller stages it in WSFindInvNumber off the header
*> layout for either invoice file
FindCustomerInvoice.
       MOVE "N" TO WSInvoiceMatch
       PERFORM VARYING WSInvIdx FROM 1 BY 1
           UNTIL WSInvIdx > WSInvoiceCount OR WSInvoiceMatch = "Y"
           IF WSInvoiceEntry(WSInvIdx) = WSFindInvNumber
               MOVE "Y" TO WSInvoiceMatch
           END-IF
       END-PERFORM.

*> The year-end archive keeps the live file's keys, so the archived
*> lines come off the HLIDNum alternate key the same way
ExportOrderHistorySection.
       MOVE "--- ARCHIVED ORDER LINES (OrderDetailHistory.dat) ---" TO
           WSSectionTitle
       PERFORM WriteSectionHead
       OPEN INPUT OrderHistoryFile
       IF WSOrderHistoryStatus = "00"
           MOVE WSSearchID TO HLIDNum
           MOVE "Y" TO WSMoreRecords
           START OrderHistoryFile KEY IS EQUAL TO HLIDNum
               INVALID KEY MOVE "N" TO WSMoreRecords
           END-START
           PERFORM UNTIL WSMoreRecords = "N"
               READ OrderHistoryFile NEXT RECORD
                   AT END MOVE "N" TO WSMoreRecords
               END-READ
               IF WSMoreRecords = "Y"
                   IF HLIDNum NOT = WSSearchID
                       MOVE "N" TO WSMoreRecords
                   ELSE
                       ADD 1 TO WSSectionCount
                       COMPUTE WSLineAmount = HLProdQty * HLProdPrice
                       MOVE WSLineAmount TO WSDispAmount
                       STRING "   Ord " DELIMITED BY SIZE
                           HLOrderNum DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           HLLineNum DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           HLOrderDate DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           HLProdID DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           HLProdDesc DELIMITED BY SIZE
                           " x" DELIMITED BY SIZE
                           HLProdQty DELIMITED BY SIZE
                           " = " DELIMITED BY SIZE
                           WSDispAmount DELIMITED BY SIZE
                           " Type " DELIMITED BY SIZE
                           HLLineType DELIMITED BY SIZE
                           " Ship " DELIMITED BY SIZE
                           HLShipFlag DELIMITED BY SIZE
                           INTO ExportLine
                       END-STRING
                       PERFORM WriteExportLine
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OrderHistoryFile
       END-IF
       PERFORM WriteSectionFoot.

*> InvoiceHistory.dat is a flat append file with the live file's record
*> order kept, so it's matched exactly as ExportInvoiceSection does it -
*> headers and credit memos by customer, lines and trail by invoice
ExportInvoiceHistorySection.
       MOVE "--- ARCHIVED INVOICES (InvoiceHistory.dat) ---" TO
           WSSectionTitle
       PERFORM WriteSectionHead
       MOVE ZERO TO WSInvoiceCount
       OPEN INPUT InvoiceHistoryFile
       IF WSInvoiceHistoryStatus = "00"
           READ InvoiceHistoryFile
               AT END SET InvHistEOF TO TRUE
           END-READ
           PERFORM UNTIL InvHistEOF
               EVALUATE HIhRecordType
                   WHEN "H"
                       IF HIhIDNum = WSSearchID
                           PERFORM ExportHistInvoiceHeader
                       END-IF
                   WHEN "L"
                       MOVE HIhInvNumber TO WSFindInvNumber
                       PERFORM FindCustomerInvoice
                       IF WSInvoiceMatch = "Y"
                           PERFORM ExportHistInvoiceLine
                       END-IF
                   WHEN "A"
                       MOVE HIhInvNumber TO WSFindInvNumber
                       PERFORM FindCustomerInvoice
                       IF WSInvoiceMatch = "Y"
                           PERFORM ExportHistInvoiceAdj
                       END-IF
                   WHEN "C"
                       IF HIcIDNum = WSSearchID
                           PERFORM ExportHistCreditItem
                       END-IF
               END-EVALUATE
               READ InvoiceHistoryFile
                   AT END SET InvHistEOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE InvoiceHistoryFile
       END-IF
       PERFORM WriteSectionFoot.

ExportHistInvoiceHeader.
       ADD 1 TO WSSectionCount
       IF WSInvoiceCount < 500
           ADD 1 TO WSInvoiceCount
           MOVE HIhInvNumber TO WSInvoiceEntry(WSInvoiceCount)
       ELSE
           DISPLAY "Warning: Over 500 Invoices - Lines Not Listed For "
               HIhInvNumber
       END-IF
       MOVE HIhTotal TO WSDispAmount
       STRING "   Invoice " DELIMITED BY SIZE
           HIhInvNumber DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           HIhInvDate DELIMITED BY SIZE
           " Total " DELIMITED BY SIZE
           WSDispAmount DELIMITED BY SIZE
           " Status " DELIMITED BY SIZE
           HIhStatusFlag DELIMITED BY SIZE
           INTO ExportLine
       END-STRING
       PERFORM WriteExportLine
       MOVE HIhPaidAmount TO WSDispAmount
       STRING "      Paid " DELIMITED BY SIZE
           WSDispAmount DELIMITED BY SIZE
           INTO ExportLine
       END-STRING
       PERFORM WriteExportLine.

ExportHistInvoiceLine.
       ADD 1 TO WSSectionCount
       MOVE HIlItemAmount TO WSDispAmount
       STRING "      Line " DELIMITED BY SIZE
           HIlItemDesc DELIMITED BY SIZE
           " x" DELIMITED BY SIZE
           HIlItemQty DELIMITED BY SIZE
           " = " DELIMITED BY SIZE
           WSDispAmount DELIMITED BY SIZE
           INTO ExportLine
       END-STRING
       PERFORM WriteExportLine.

ExportHistInvoiceAdj.
       ADD 1 TO WSSectionCount
       MOVE HIaAdjAmount TO WSDispAmount
       STRING "      Adjusted " DELIMITED BY SIZE
           HIaAdjDate DELIMITED BY SIZE
           " Action " DELIMITED BY SIZE
           HIaAction DELIMITED BY SIZE
           " Reason " DELIMITED BY SIZE
           HIaReasonCode DELIMITED BY SIZE
           " Amount " DELIMITED BY SIZE
           WSDispAmount DELIMITED BY SIZE
           INTO ExportLine
       END-STRING
       PERFORM WriteExportLine.

ExportHistCreditItem.
       ADD 1 TO WSSectionCount
       MOVE HIcAmount TO WSDispAmount
       STRING "   Credit Memo " DELIMITED BY SIZE
           HIcMemoNumber DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           HIcMemoDate DELIMITED BY SIZE
           " Amount " DELIMITED BY SIZE
           WSDispAmount DELIMITED BY SIZE
           INTO ExportLine
       END-STRING
       PERFORM WriteExportLine.

ExportBalanceSection.
       MOVE "--- BALANCE MOVEMENTS (BalanceHistory.dat) ---" TO
           WSSectionTitle
       PERFORM WriteSectionHead
       OPEN INPUT BalanceHistory
       IF WSBalanceHistoryStatus = "00"
           READ BalanceHistory
               AT END SET BHEOF TO TRUE
           END-READ
           PERFORM UNTIL BHEOF
               IF BHIDNum = WSSearchID
                   ADD 1 TO WSSectionCount
                   MOVE BHAmount TO WSDispSigned
                   MOVE BHNewBalance TO WSDispBalance
                   STRING "   " DELIMITED BY SIZE
                       BHDate DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BHSource DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WSDispSigned DELIMITED BY SIZE
                       " New Balance " DELIMITED BY SIZE
                       WSDispBalance DELIMITED BY SIZE
                       INTO ExportLine
                   END-STRING
                   PERFORM WriteExportLine
                   IF BHReference NOT = SPACES OR BHMethod NOT = SPACE
                       OR BHBranch NOT = SPACES
                       STRING "            Reference " DELIMITED BY SIZE
                           BHReference DELIMITED BY SIZE
                           " Method " DELIMITED BY SIZE
                           BHMethod DELIMITED BY SIZE
                           " Branch " DELIMITED BY SIZE
                           BHBranch DELIMITED BY SIZE
                           INTO ExportLine
                       END-STRING
                       PERFORM WriteExportLine
                   END-IF
               END-IF
               READ BalanceHistory
                   AT END SET BHEOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE BalanceHistory
       END-IF
       PERFORM WriteSectionFoot.

ExportCampaignSection.
       MOVE "--- CAMPAIGNS SENT (CampaignSent.dat) ---" TO WSSectionTitle
       PERFORM WriteSectionHead
       OPEN INPUT SentLogFile
       IF WSSentLogStatus = "00"
           READ SentLogFile
               AT END SET SentEOF TO TRUE
           END-READ
           PERFORM UNTIL SentEOF
               IF CSIDNum = WSSearchID
                   ADD 1 TO WSSectionCount
                   STRING "   " DELIMITED BY SIZE
                       CSDate DELIMITED BY SIZE
                       " Campaign " DELIMITED BY SIZE
                       CSCode DELIMITED BY SIZE
                       INTO ExportLine
                   END-STRING
                   PERFORM WriteExportLine
               END-IF
               READ SentLogFile
                   AT END SET SentEOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE SentLogFile
       END-IF
       PERFORM WriteSectionFoot.

*> Generations first, oldest first, then the live log - the same walk
*> AUDITHIST.cob makes, written out instead of displayed
ExportAuditSection.
       MOVE "--- CHANGE HISTORY (AuditLog.dat and generations) ---" TO
           WSSectionTitle
       PERFORM WriteSectionHead
       OPEN INPUT GenerationList
       IF WSGenerationListStatus = "00"
           READ GenerationList
               AT END SET GenEOF TO TRUE
           END-READ
           PERFORM UNTIL GenEOF
               MOVE GenFileName TO WSAuditFileName
               PERFORM ExportOneLogFile
               READ GenerationList
                   AT END SET GenEOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE GenerationList
       END-IF
       MOVE "AuditLog.dat" TO WSAuditFileName
       PERFORM ExportOneLogFile
       PERFORM WriteSectionFoot.

ExportOneLogFile.
       OPEN INPUT AuditFile
       IF WSAuditFileStatus NOT = "00"
           *> A listed generation that has since been cleaned up, or no
           *> live log yet - nothing to search here
           EXIT PARAGRAPH
       END-IF
       READ AuditFile
           AT END SET AuditEOF TO TRUE
       END-READ
       PERFORM UNTIL AuditEOF
           IF AuditIDNum = WSSearchID
               ADD 1 TO WSSectionCount
               STRING "   " DELIMITED BY SIZE
                   AuditTimestamp(1:14) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AuditOperation DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AuditOldFirstName DELIMITED BY SIZE
                   AuditOldLastName DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   AuditNewFirstName DELIMITED BY SIZE
                   AuditNewLastName DELIMITED BY SIZE
                   INTO ExportLine
               END-STRING
               PERFORM WriteExportLine
           END-IF
           READ AuditFile
               AT END SET AuditEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE AuditFile.

ExportArchiveSection.
       MOVE "--- ARCHIVED RECORD (CustomerArchive.dat) ---" TO
           WSSectionTitle
       PERFORM WriteSectionHead
       OPEN INPUT ArchiveFile
       IF WSArchiveFileStatus = "00"
           READ ArchiveFile
               AT END SET ArchEOF TO TRUE
           END-READ
           PERFORM UNTIL ArchEOF
               IF ArchIDNum = WSSearchID
                   ADD 1 TO WSSectionCount
                   MOVE ArchSSN TO WSSSNToMask
                   PERFORM MaskSSN
                   MOVE ArchAccountBalance TO WSDispBalance
                   STRING "   " DELIMITED BY SIZE
                       ArchFirstName DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ArchLastName DELIMITED BY SIZE
                       " DOB " DELIMITED BY SIZE
                       ArchDateOfBirth DELIMITED BY SIZE
                       " SSN " DELIMITED BY SIZE
                       WSMaskedSSN DELIMITED BY SIZE
                       " Balance " DELIMITED BY SIZE
                       WSDispBalance DELIMITED BY SIZE
                       INTO ExportLine
                   END-STRING
                   PERFORM WriteExportLine
                   STRING "      Status " DELIMITED BY SIZE
                       ArchAcctStatusCode DELIMITED BY SIZE
                       " Deleted " DELIMITED BY SIZE
                       ArchDateDeleted DELIMITED BY SIZE
                       " Archived " DELIMITED BY SIZE
                       ArchArchivedDate(1:8) DELIMITED BY SIZE
                       INTO ExportLine
                   END-STRING
                   PERFORM WriteExportLine
               END-IF
               READ ArchiveFile
                   AT END SET ArchEOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE ArchiveFile
       END-IF
       PERFORM WriteSectionFoot.

*> One line per answered request: when, who, which customer, what
*> file went out and how long it was
LogTheExport.
       OPEN EXTEND ExportLog
       IF WSExportLogStatus = "35"
           OPEN OUTPUT ExportLog
       END-IF
       IF WSExportLogStatus NOT = "00"
           DISPLAY "Warning: SubjectAccessLog.dat Open Status "
               WSExportLogStatus
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO ExportLogRecord
       MOVE WSRunDate TO SLDate
       MOVE WSRunTime(1:6) TO SLTime
       MOVE WSOperatorID TO SLOperator
       MOVE WSSearchID TO SLIDNum
       MOVE WSLinesWritten TO SLLineCount
       MOVE WSExportFileName TO SLFileName
       WRITE ExportLogRecord
       CLOSE ExportLog.

*> Same masking shape as randomlyaccessdata.cob's MaskSSN
MaskSSN.
       MOVE SPACES TO WSMaskedSSN
       STRING "XXX-XX-" DELIMITED BY SIZE
           WSSSNToMask(6:4) DELIMITED BY SIZE
           INTO WSMaskedSSN
       END-STRING.
