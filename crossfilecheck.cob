       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    crossfilecheck.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Cross-file referential integrity run - verifymasterfile.cob checks
*> Customer.txt against itself, this checks every file that points at
*> another one. Each relationship is walked child-side and the parent
*> looked up by key: order lines with no order header, order headers
*> and invoices for a customer not on the master, ledger movements,
*> notes and collection activity left behind for a customer no longer
*> on the master, and kit components pointing at a product that is
*> discontinued or gone. CrossFileDamage.rpt lists the damage one
*> section per relationship with a count under each. A broken link
*> that would mis-post or mis-bill (orphan order lines, orders and
*> invoices with no customer, kits exploding to a missing product)
*> ends the run RC 8 so the chain stops; leftovers that only cost
*> housekeeping (purged customers' ledger, notes and collections, kits
*> pointing at a discontinued product) end it RC 4. A child file
*> that doesn't exist yet is reported as not checked, not as damage.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       SELECT OrderDetailFile ASSIGN TO "OrderDetail.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODOrderKey
           ALTERNATE RECORD KEY IS ODIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderFileStatus.
       SELECT OrderHeaderFile ASSIGN TO "OrderHeader.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OHOrderNum
           ALTERNATE RECORD KEY IS OHIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderHeaderStatus.
       SELECT InvoiceFile ASSIGN TO "InvoiceFile.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceFileStatus.
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.
       SELECT NotesFile ASSIGN TO "CustomerNotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NoteKey
           FILE STATUS IS WSNotesFileStatus.
       SELECT CollectionFile ASSIGN TO "CollectionActivity.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAKey
           FILE STATUS IS WSCollectionFileStatus.
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.
       SELECT KitFile ASSIGN TO "KitComponents.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KCKey
           FILE STATUS IS WSKitFileStatus.
       SELECT DamageReport ASSIGN TO "CrossFileDamage.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDamageReportStatus.

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
       *> Date of birth through the reserved area - carried for fit
       02 FILLER PIC X(264).

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
       *> Price band through the reserved area - carried for fit
       02 FILLER PIC X(10).

*> Must match orderentry.cob's OrderHeaderRecord layout
FD OrderHeaderFile.
01 OrderHeaderRecord.
       02 OHOrderNum PIC 9(08).
       02 OHIDNum PIC 9(08).
       02 OHOrderDate PIC 9(08).
       02 OHLineCount PIC 9(03).
       02 OHOrderTotal PIC 9(08)V99.
       02 OHStatusFlag PIC X(01).
       02 FILLER PIC X(30).

*> Must match invoicecalc.cob's InvoiceRecord layouts - only the
*> header points at the customer
FD InvoiceFile.
01 InvoiceRecord PIC X(80).
       88 InvEOF VALUE HIGH-VALUES.
01 InvoiceHeaderRecord REDEFINES InvoiceRecord.
       02 IhRecordType PIC X(01).
       02 IhInvNumber PIC 9(08).
       02 IhIDNum PIC 9(08).
       02 IhInvDate PIC 9(08).
       02 FILLER PIC X(55).

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

*> Must match randomlyaccessdata.cob's NoteRecord layout
FD NotesFile.
01 NoteRecord.
       02 NoteKey.
           03 NoteIDNum PIC 9(08).
           03 NoteSeq PIC 9(03).
       02 NoteDate PIC 9(08).
       02 NoteOperator PIC X(08).
       02 NoteText PIC X(60).

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

*> Must match productmaster.cob's ProductData layout
FD ProductFile.
01 ProductData.
       02 PMProdID PIC X(05).
       02 PMProdDesc PIC X(15).
       02 PMUnitPrice PIC 9(05)V99.
       02 PMStatusFlag PIC X(01).
           88 ProdActive VALUE "A".
           88 ProdDiscontinued VALUE "D".
       *> On-hand quantity through the reserved area - carried for fit
       02 FILLER PIC X(55).

*> Must match productmaster.cob's KitComponentRecord layout
FD KitFile.
01 KitComponentRecord.
       02 KCKey.
           03 KCParentID PIC X(05).
           03 KCSeq PIC 9(02).
       02 KCCompProdID PIC X(05).
       02 KCCompQty PIC 9(03).
       02 FILLER PIC X(10).

FD DamageReport.
01 DamageLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSRunDate PIC 9(08).
*> Y when the parent looked up is on file
01 WSParentFound PIC X.
*> The ID staged for a customer-master lookup
01 WSLookupID PIC 9(08).
*> The relationship being walked - its heading, how bad a break in it
*> is, and how many breaks it has shown
01 WSSectionTitle PIC X(60).
01 WSSectionSeverity PIC 9(01).
*> The break being written - the section's severity unless one line
*> is worse than the rest of its section
01 WSLineSeverity PIC 9(01).
01 WSSectionCount PIC 9(08).
01 WSSectionRead PIC 9(08).
*> Run totals
01 WSRelationsChecked PIC 9(02) VALUE ZERO.
01 WSRelationsSkipped PIC 9(02) VALUE ZERO.
01 WSTotalDamage PIC 9(08) VALUE ZERO.
01 WSSevereDamage PIC 9(08) VALUE ZERO.
01 WSWarningDamage PIC 9(08) VALUE ZERO.
*> The last order number reported, so a headerless order with many
*> lines reports once per line without re-reading the header each time
01 WSLastMissingOrder PIC 9(08) VALUE ZERO.
01 WSEditedCount PIC ZZ,ZZZ,ZZ9.
01 DamageDetailLine.
       02 FILLER PIC X(3) VALUE SPACES.
       02 DmgKey PIC X(20).
       02 FILLER PIC X(2) VALUE SPACES.
       02 DmgReason PIC X(60).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSOrderFileStatus PIC X(02).
01 WSOrderHeaderStatus PIC X(02).
01 WSInvoiceFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
01 WSNotesFileStatus PIC X(02).
01 WSCollectionFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSKitFileStatus PIC X(02).
01 WSDamageReportStatus PIC X(02).
*> The open status of the child file being walked, for the skip line
01 WSChildStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "crossfilecheck".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD
       *> Every customer relationship is checked against the master -
       *> without it there is nothing to check them against
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Customer.txt Open Status " WSCustomerFileStatus
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT DamageReport.
       IF WSDamageReportStatus NOT = "00"
           DISPLAY "Warning: CrossFileDamage.rpt Open Status "
               WSDamageReportStatus
       END-IF
       MOVE SPACES TO DamageLine
       STRING "CROSS-FILE INTEGRITY REPORT FOR " DELIMITED BY SIZE
           WSRunDate DELIMITED BY SIZE
           INTO DamageLine
       END-STRING
       WRITE DamageLine
       MOVE "================================================" TO
           DamageLine
       WRITE DamageLine

       PERFORM CheckOrderLines
       PERFORM CheckOrderHeaders
       PERFORM CheckInvoices
       PERFORM CheckLedger
       PERFORM CheckNotes
       PERFORM CheckCollections
       PERFORM CheckKitComponents

       CLOSE CustomerFile
       PERFORM WriteSummary
       CLOSE DamageReport.
       DISPLAY " "
       IF WSTotalDamage = ZERO
           DISPLAY "CROSS-FILE INTEGRITY VERIFIED CLEAN - "
               WSRelationsChecked " RELATIONSHIP(S)"
       ELSE
           DISPLAY "CROSS-FILE DAMAGE FOUND - " WSTotalDamage
               " BREAK(S) - SEE CrossFileDamage.rpt"
       END-IF
       EVALUATE TRUE
           WHEN WSSevereDamage > ZERO MOVE 8 TO WSOpsRC
           WHEN WSWarningDamage > ZERO MOVE 4 TO WSOpsRC
       END-EVALUATE
       MOVE SPACES TO WSOpsCounts
       STRING "RELS " DELIMITED BY SIZE
           WSRelationsChecked DELIMITED BY SIZE
           " DMG " DELIMITED BY SIZE
           WSTotalDamage DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> Every order line must sit under a header on OrderHeader.dat
CheckOrderLines.
       MOVE "ORDER LINES WITHOUT AN ORDER HEADER" TO WSSectionTitle
       MOVE 8 TO WSSectionSeverity
       PERFORM StartSection
       OPEN INPUT OrderDetailFile
       OPEN INPUT OrderHeaderFile
       IF WSOrderFileStatus NOT = "00" OR WSOrderHeaderStatus NOT = "00"
           IF WSOrderFileStatus NOT = "00"
               MOVE WSOrderFileStatus TO WSChildStatus
           ELSE
               MOVE WSOrderHeaderStatus TO WSChildStatus
           END-IF
           PERFORM SkipSection
           IF WSOrderFileStatus = "00"
               CLOSE OrderDetailFile
           END-IF
           IF WSOrderHeaderStatus = "00"
               CLOSE OrderHeaderFile
           END-IF
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO WSLastMissingOrder
       MOVE "Y" TO WSMoreRecords
       PERFORM UNTIL WSMoreRecords = "N"
           READ OrderDetailFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               ADD 1 TO WSSectionRead
               MOVE "Y" TO WSParentFound
               IF ODOrderNum NOT = WSLastMissingOrder
                   MOVE ODOrderNum TO OHOrderNum
                   READ OrderHeaderFile KEY IS OHOrderNum
                       INVALID KEY MOVE "N" TO WSParentFound
                   END-READ
               ELSE
                   MOVE "N" TO WSParentFound
               END-IF
               IF WSParentFound = "N"
                   MOVE ODOrderNum TO WSLastMissingOrder
                   MOVE SPACES TO DamageDetailLine
                   STRING "Order " DELIMITED BY SIZE
                       ODOrderNum DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       ODLineNum DELIMITED BY SIZE
                       INTO DmgKey
                   END-STRING
                   STRING "No Header - Customer " DELIMITED BY SIZE
                       ODIDNum DELIMITED BY SIZE
                       " Product " DELIMITED BY SIZE
                       ODProdID DELIMITED BY SIZE
                       INTO DmgReason
                   END-STRING
                   PERFORM WriteDamageLine
               END-IF
           END-IF
       END-PERFORM
       CLOSE OrderDetailFile, OrderHeaderFile
       PERFORM EndSection.

*> Every order header must name a customer on the master
CheckOrderHeaders.
       MOVE "ORDER HEADERS FOR A CUSTOMER NOT ON THE MASTER" TO
           WSSectionTitle
       MOVE 8 TO WSSectionSeverity
       PERFORM StartSection
       OPEN INPUT OrderHeaderFile
       IF WSOrderHeaderStatus NOT = "00"
           MOVE WSOrderHeaderStatus TO WSChildStatus
           PERFORM SkipSection
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WSMoreRecords
       PERFORM UNTIL WSMoreRecords = "N"
           READ OrderHeaderFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               ADD 1 TO WSSectionRead
               MOVE OHIDNum TO WSLookupID
               PERFORM LookUpCustomer
               IF WSParentFound = "N"
                   MOVE SPACES TO DamageDetailLine
                   STRING "Order " DELIMITED BY SIZE
                       OHOrderNum DELIMITED BY SIZE
                       INTO DmgKey
                   END-STRING
                   STRING "Customer " DELIMITED BY SIZE
                       OHIDNum DELIMITED BY SIZE
                       " Not On Master - Ordered " DELIMITED BY SIZE
                       OHOrderDate DELIMITED BY SIZE
                       INTO DmgReason
                   END-STRING
                   PERFORM WriteDamageLine
               END-IF
           END-IF
       END-PERFORM
       CLOSE OrderHeaderFile
       PERFORM EndSection.

*> Every invoice header must bill a customer on the master
CheckInvoices.
       MOVE "INVOICES FOR A CUSTOMER NOT ON THE MASTER" TO WSSectionTitle
       MOVE 8 TO WSSectionSeverity
       PERFORM StartSection
       OPEN INPUT InvoiceFile
       IF WSInvoiceFileStatus NOT = "00"
           MOVE WSInvoiceFileStatus TO WSChildStatus
           PERFORM SkipSection
           EXIT PARAGRAPH
       END-IF
       READ InvoiceFile
           AT END SET InvEOF TO TRUE
       END-READ
       PERFORM UNTIL InvEOF
           IF IhRecordType = "H"
               ADD 1 TO WSSectionRead
               MOVE IhIDNum TO WSLookupID
               PERFORM LookUpCustomer
               IF WSParentFound = "N"
                   MOVE SPACES TO DamageDetailLine
                   STRING "Invoice " DELIMITED BY SIZE
                       IhInvNumber DELIMITED BY SIZE
                       INTO DmgKey
                   END-STRING
                   STRING "Customer " DELIMITED BY SIZE
                       IhIDNum DELIMITED BY SIZE
                       " Not On Master - Invoiced " DELIMITED BY SIZE
                       IhInvDate DELIMITED BY SIZE
                       INTO DmgReason
                   END-STRING
                   PERFORM WriteDamageLine
               END-IF
           END-IF
           READ InvoiceFile
               AT END SET InvEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE InvoiceFile
       PERFORM EndSection.

*> Ledger movements left behind for a customer purged off the master
CheckLedger.
       MOVE "BALANCE MOVEMENTS FOR A CUSTOMER NOT ON THE MASTER" TO
           WSSectionTitle
       MOVE 4 TO WSSectionSeverity
       PERFORM StartSection
       OPEN INPUT BalanceHistory
       IF WSBalanceHistoryStatus NOT = "00"
           MOVE WSBalanceHistoryStatus TO WSChildStatus
           PERFORM SkipSection
           EXIT PARAGRAPH
       END-IF
       READ BalanceHistory
           AT END SET BHEOF TO TRUE
       END-READ
       PERFORM UNTIL BHEOF
           ADD 1 TO WSSectionRead
           MOVE BHIDNum TO WSLookupID
           PERFORM LookUpCustomer
           IF WSParentFound = "N"
               MOVE SPACES TO DamageDetailLine
               STRING "Customer " DELIMITED BY SIZE
                   BHIDNum DELIMITED BY SIZE
                   INTO DmgKey
               END-STRING
               STRING BHSource DELIMITED BY SPACE
                   " Movement Of " DELIMITED BY SIZE
                   BHDate DELIMITED BY SIZE
                   " - Customer Not On Master" DELIMITED BY SIZE
                   INTO DmgReason
               END-STRING
               PERFORM WriteDamageLine
           END-IF
           READ BalanceHistory
               AT END SET BHEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE BalanceHistory
       PERFORM EndSection.

CheckNotes.
       MOVE "CUSTOMER NOTES WITH NO CUSTOMER" TO WSSectionTitle
       MOVE 4 TO WSSectionSeverity
       PERFORM StartSection
       OPEN INPUT NotesFile
       IF WSNotesFileStatus NOT = "00"
           MOVE WSNotesFileStatus TO WSChildStatus
           PERFORM SkipSection
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WSMoreRecords
       PERFORM UNTIL WSMoreRecords = "N"
           READ NotesFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               ADD 1 TO WSSectionRead
               MOVE NoteIDNum TO WSLookupID
               PERFORM LookUpCustomer
               IF WSParentFound = "N"
                   MOVE SPACES TO DamageDetailLine
                   STRING "Note " DELIMITED BY SIZE
                       NoteIDNum DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       NoteSeq DELIMITED BY SIZE
                       INTO DmgKey
                   END-STRING
                   STRING "Customer Not On Master - Noted " DELIMITED BY SIZE
                       NoteDate DELIMITED BY SIZE
                       " By " DELIMITED BY SIZE
                       NoteOperator DELIMITED BY SIZE
                       INTO DmgReason
                   END-STRING
                   PERFORM WriteDamageLine
               END-IF
           END-IF
       END-PERFORM
       CLOSE NotesFile
       PERFORM EndSection.

CheckCollections.
       MOVE "COLLECTION ACTIVITY WITH NO CUSTOMER" TO WSSectionTitle
       MOVE 4 TO WSSectionSeverity
       PERFORM StartSection
       OPEN INPUT CollectionFile
       IF WSCollectionFileStatus NOT = "00"
           MOVE WSCollectionFileStatus TO WSChildStatus
           PERFORM SkipSection
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WSMoreRecords
       PERFORM UNTIL WSMoreRecords = "N"
           READ CollectionFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               ADD 1 TO WSSectionRead
               MOVE CAIDNum TO WSLookupID
               PERFORM LookUpCustomer
               IF WSParentFound = "N"
                   MOVE SPACES TO DamageDetailLine
                   STRING "Collection " DELIMITED BY SIZE
                       CAIDNum DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       CASeq DELIMITED BY SIZE
                       INTO DmgKey
                   END-STRING
                   STRING "Customer Not On Master - Contact "
                       DELIMITED BY SIZE
                       CAContactDate DELIMITED BY SIZE
                       " By " DELIMITED BY SIZE
                       CAOperator DELIMITED BY SIZE
                       INTO DmgReason
                   END-STRING
                   PERFORM WriteDamageLine
               END-IF
           END-IF
       END-PERFORM
       CLOSE CollectionFile
       PERFORM EndSection.

*> A kit explodes into its components at order entry - a component
*> that is discontinued still sells (a warning), one that is gone from
*> the product master can't be priced at all (severe), and so can't a
*> kit whose own parent product has vanished
CheckKitComponents.
       MOVE "KIT COMPONENTS ON A DISCONTINUED OR MISSING PRODUCT" TO
           WSSectionTitle
       MOVE 4 TO WSSectionSeverity
       PERFORM StartSection
       OPEN INPUT KitFile
       OPEN INPUT ProductFile
       IF WSKitFileStatus NOT = "00" OR WSProductFileStatus NOT = "00"
           IF WSKitFileStatus NOT = "00"
               MOVE WSKitFileStatus TO WSChildStatus
           ELSE
               MOVE WSProductFileStatus TO WSChildStatus
           END-IF
           PERFORM SkipSection
           IF WSKitFileStatus = "00"
               CLOSE KitFile
           END-IF
           IF WSProductFileStatus = "00"
               CLOSE ProductFile
           END-IF
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WSMoreRecords
       PERFORM UNTIL WSMoreRecords = "N"
           READ KitFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               ADD 1 TO WSSectionRead
               PERFORM CheckOneKitComponent
           END-IF
       END-PERFORM
       CLOSE KitFile, ProductFile
       PERFORM EndSection.

CheckOneKitComponent.
       MOVE SPACES TO DamageDetailLine
       STRING "Kit " DELIMITED BY SIZE
           KCParentID DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           KCSeq DELIMITED BY SIZE
           INTO DmgKey
       END-STRING
       MOVE "Y" TO WSParentFound
       MOVE KCParentID TO PMProdID
       READ ProductFile KEY IS PMProdID
           INVALID KEY MOVE "N" TO WSParentFound
       END-READ
       IF WSParentFound = "N"
           STRING "Kit Product " DELIMITED BY SIZE
               KCParentID DELIMITED BY SIZE
               " Not On Product Master" DELIMITED BY SIZE
               INTO DmgReason
           END-STRING
           MOVE 8 TO WSLineSeverity
           PERFORM WriteDamageLine
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WSParentFound
       MOVE KCCompProdID TO PMProdID
       READ ProductFile KEY IS PMProdID
           INVALID KEY MOVE "N" TO WSParentFound
       END-READ
       IF WSParentFound = "N"
           STRING "Component " DELIMITED BY SIZE
               KCCompProdID DELIMITED BY SIZE
               " Not On Product Master" DELIMITED BY SIZE
               INTO DmgReason
           END-STRING
           MOVE 8 TO WSLineSeverity
           PERFORM WriteDamageLine
           EXIT PARAGRAPH
       END-IF
       IF ProdDiscontinued
           STRING "Component " DELIMITED BY SIZE
               KCCompProdID DELIMITED BY SIZE
               " Is Discontinued" DELIMITED BY SIZE
               INTO DmgReason
           END-STRING
           PERFORM WriteDamageLine
       END-IF.

*> Random read of the master by WSLookupID - only presence matters
LookUpCustomer.
       MOVE "Y" TO WSParentFound
       MOVE WSLookupID TO IDNum
       READ CustomerFile KEY IS IDNum
           INVALID KEY MOVE "N" TO WSParentFound
       END-READ.

StartSection.
       ADD 1 TO WSRelationsChecked
       MOVE WSSectionSeverity TO WSLineSeverity
       MOVE ZERO TO WSSectionCount
       MOVE ZERO TO WSSectionRead
       MOVE SPACES TO DamageLine
       WRITE DamageLine
       MOVE WSSectionTitle TO DamageLine
       WRITE DamageLine.

*> The child file (or its parent) isn't there - nothing to check, which
*> is not the same as nothing wrong, so it is said on the report
SkipSection.
       SUBTRACT 1 FROM WSRelationsChecked
       ADD 1 TO WSRelationsSkipped
       MOVE SPACES TO DamageLine
       STRING "   Not Checked - File Open Status " DELIMITED BY SIZE
           WSChildStatus DELIMITED BY SIZE
           INTO DamageLine
       END-STRING
       WRITE DamageLine.

EndSection.
       MOVE SPACES TO DamageLine
       MOVE WSSectionRead TO WSEditedCount
       STRING "   Records Checked: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO DamageLine
       END-STRING
       MOVE WSSectionCount TO WSEditedCount
       STRING "   Breaks: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO DamageLine(36:40)
       END-STRING
       WRITE DamageLine.

WriteDamageLine.
       ADD 1 TO WSSectionCount
       ADD 1 TO WSTotalDamage
       IF WSLineSeverity = 8
           ADD 1 TO WSSevereDamage
       ELSE
           ADD 1 TO WSWarningDamage
       END-IF
       MOVE WSSectionSeverity TO WSLineSeverity
       MOVE DamageDetailLine TO DamageLine
       WRITE DamageLine.

WriteSummary.
       MOVE SPACES TO DamageLine
       WRITE DamageLine
       MOVE SPACES TO DamageLine
       MOVE WSRelationsChecked TO WSEditedCount
       STRING "Relationships Checked: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO DamageLine
       END-STRING
       WRITE DamageLine
       MOVE SPACES TO DamageLine
       MOVE WSRelationsSkipped TO WSEditedCount
       STRING "Not Checked..........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO DamageLine
       END-STRING
       WRITE DamageLine
       MOVE SPACES TO DamageLine
       MOVE WSSevereDamage TO WSEditedCount
       STRING "Severe Breaks........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO DamageLine
       END-STRING
       WRITE DamageLine
       MOVE SPACES TO DamageLine
       MOVE WSWarningDamage TO WSEditedCount
       STRING "Warning Breaks.......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO DamageLine
       END-STRING
       WRITE DamageLine.
