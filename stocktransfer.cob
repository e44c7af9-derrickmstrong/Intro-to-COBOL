       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    stocktransfer.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Stock by location: every branch on BranchRef.dat keeps its own stock
*> room, and LocationStock.dat holds what each one has of each product -
*> on the shelf, on its way in from another branch, and the point at
*> which that branch wants more (reorderreport.cob reads it when run for
*> one location). PMOnHandQty on the product master stays the company
*> figure; orderentry.cob sells only what the keying branch holds.
*> A transfer moves stock between two branches in two steps, each its
*> own StockTransfers.dat record state: shipped, it leaves the sending
*> branch's shelf and shows as in transit at the receiving branch;
*> received, it lands on the receiving branch's shelf. The company
*> figure doesn't move either way - the stock never left the company.
*> Opening counts and reorder points per location are set here too;
*> the locations together can never hold more than the company figure.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> One record per product per branch
       SELECT LocationStockFile ASSIGN TO "LocationStock.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LSKey
           FILE STATUS IS WSLocStockStatus.
       *> One record per transfer, kept once received as the history
       SELECT TransferFile ASSIGN TO "StockTransfers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRNumber
           FILE STATUS IS WSTransferFileStatus.
       *> The next transfer number the system will assign - the same
       *> control-record pattern NextOrderID.dat uses for orders
       SELECT NextTransferFile ASSIGN TO "NextTransferNumber.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNextTransferStatus.
       *> Read-only here - the product and its company-wide figure
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.
       *> Read-only here - a stock room must belong to a known branch
       SELECT BranchFile ASSIGN TO "BranchRef.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRCode
           FILE STATUS IS WSBranchFileStatus.

DATA DIVISION.
FILE SECTION.
*> One product in one branch's stock room - LOCSTOCK.cob and
*> reorderreport.cob read this same layout
FD LocationStockFile.
01 LocationStockRecord.
       02 LSKey.
           03 LSProdID PIC X(05).
           03 LSBranch PIC X(03).
       *> On the shelf at this branch
       02 LSOnHandQty PIC 9(05).
       *> Shipped here from another branch, not yet received
       02 LSInTransitQty PIC 9(05).
       *> At or below this the branch's stock room needs more - zero
       *> means never flagged
       02 LSReorderPoint PIC 9(05).
       02 LSLastMoveDate PIC 9(08).
       *> Reserved for future fields
       02 FILLER PIC X(20).

FD TransferFile.
01 TransferRecord.
       02 TRNumber PIC 9(08).
       02 TRProdID PIC X(05).
       02 TRFromBranch PIC X(03).
       02 TRToBranch PIC X(03).
       02 TRQty PIC 9(05).
       02 TRShipDate PIC 9(08).
       02 TRShippedBy PIC X(08).
       *> T = in transit, R = received
       02 TRStatus PIC X(01).
           88 TRInTransit VALUE "T".
           88 TRReceived VALUE "R".
       02 TRReceivedDate PIC 9(08).
       02 TRReceivedBy PIC X(08).
       *> Reserved for future fields
       02 FILLER PIC X(20).

*> One record: the next transfer number
FD NextTransferFile.
01 NextTransferRecord.
       02 NextTransferValue PIC 9(08).

*> Must match productmaster.cob's ProductData layout
FD ProductFile.
01 ProductData.
       02 PMProdID PIC X(05).
       02 PMProdDesc PIC X(15).
       02 PMUnitPrice PIC 9(05)V99.
       02 PMStatusFlag PIC X(01).
           88 ProdActive VALUE "A".
           88 ProdDiscontinued VALUE "D".
       02 PMOnHandQty PIC 9(05).
       02 PMReorderPoint PIC 9(05).
       *> Kit flag through the reserved bytes - carried for layout fit
       02 FILLER PIC X(45).

*> Must match branchadmin.cob's BranchRecord layout
FD BranchFile.
01 BranchRecord.
       02 BRCode PIC X(03).
       02 BRName PIC X(20).
       02 BRStatus PIC X(01).
           88 BranchOpen VALUE "A".
           88 BranchClosed VALUE "C".
       02 FILLER PIC X(10).

WORKING-STORAGE SECTION.
*> Things we will need to track
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 ProdExists PIC X.
01 BranchExists PIC X.
01 LocExists PIC X.
01 TransferExists PIC X.
01 WSMoreRecords PIC X.
01 WSTodayDate PIC 9(08).
01 WSPause PIC X.
01 WSAnswer PIC X.
01 WSListCount PIC 9(3) VALUE ZERO.
01 WSOperatorID PIC X(08).
*> The transfer being keyed
01 WSWorkTransferNum PIC 9(08).
01 WSWorkProdID PIC X(05).
01 WSFromBranch PIC X(03).
01 WSToBranch PIC X(03).
01 WSWorkBranch PIC X(03).
01 WSTransferQty PIC 9(05).
*> Opening count / reorder point entry, and the check that the
*> locations together stay within the company figure
01 WSNewCount PIC 9(05).
01 WSNewReorderAt PIC 9(05).
01 WSLocatedTotal PIC 9(07).
01 WSLocatedAfter PIC 9(07).
01 WSOldLocQty PIC 9(07).
01 WSDaysInTransit PIC 9(05).
*> Transfer-number assignment - the control value and the candidate
*> being probed for a free slot, the AssignOrderNumber pattern
01 WSNextTransfer PIC 9(08) VALUE 1.
01 WSCandidateTransfer PIC 9(08).
01 WSTransferNumFree PIC X.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSLocStockStatus PIC X(02).
01 WSTransferFileStatus PIC X(02).
01 WSNextTransferStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSBranchFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       ACCEPT WSTodayDate FROM DATE YYYYMMDD.
       *> I-O to maintain location stock and transfers; if a file doesn't
       *> exist yet (status 35), fall back to OUTPUT so the first run
       *> creates it
       OPEN I-O LocationStockFile.
       IF WSLocStockStatus = "35"
           OPEN OUTPUT LocationStockFile
           CLOSE LocationStockFile
           OPEN I-O LocationStockFile
       END-IF
       IF WSLocStockStatus NOT = "00"
           DISPLAY "Warning: LocationStock.dat Open Status "
               WSLocStockStatus
       END-IF
       OPEN I-O TransferFile.
       IF WSTransferFileStatus = "35"
           OPEN OUTPUT TransferFile
           CLOSE TransferFile
           OPEN I-O TransferFile
       END-IF
       IF WSTransferFileStatus NOT = "00"
           DISPLAY "Warning: StockTransfers.dat Open Status "
               WSTransferFileStatus
       END-IF
       OPEN INPUT ProductFile.
       IF WSProductFileStatus NOT = "00"
           DISPLAY "Warning: ProductMaster.dat Open Status "
               WSProductFileStatus
       END-IF
       OPEN INPUT BranchFile.
       IF WSBranchFileStatus NOT = "00"
           DISPLAY "Warning: BranchRef.dat Open Status "
               WSBranchFileStatus
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "STOCK BY LOCATION"
               DISPLAY "1 : Ship A Transfer"
               DISPLAY "2 : Receive A Transfer"
               DISPLAY "3 : List Transfers In Transit"
               DISPLAY "4 : Show A Product By Location"
               DISPLAY "5 : Set Location Count And Reorder Point"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM ShipTransfer
                    WHEN 2 PERFORM ReceiveTransfer
                    WHEN 3 PERFORM ListInTransit
                    WHEN 4 PERFORM ShowProductLocations
                    WHEN 5 PERFORM SetLocationCount
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE LocationStockFile, TransferFile, ProductFile, BranchFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> The sending branch gives the stock up now; the receiving branch sees
*> it coming but can't sell it until it is received
ShipTransfer.
       DISPLAY " "
       DISPLAY "Shipped By (Operator ID): " WITH NO ADVANCING
       ACCEPT WSOperatorID
       IF WSOperatorID = SPACES
           DISPLAY "Rejected: Operator ID Is Required"
           EXIT PARAGRAPH
       END-IF
       PERFORM AcceptProduct
       IF ProdExists = "N"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "From Branch: " WITH NO ADVANCING
       ACCEPT WSFromBranch
       MOVE FUNCTION UPPER-CASE(WSFromBranch) TO WSFromBranch
       MOVE WSFromBranch TO WSWorkBranch
       PERFORM ReadBranch
       IF BranchExists = "N"
           DISPLAY "Rejected: Branch " WSFromBranch " Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "To Branch: " WITH NO ADVANCING
       ACCEPT WSToBranch
       MOVE FUNCTION UPPER-CASE(WSToBranch) TO WSToBranch
       MOVE WSToBranch TO WSWorkBranch
       PERFORM ReadBranch
       IF BranchExists = "N" OR BranchClosed
           DISPLAY "Rejected: Branch " WSToBranch
               " Doesn't Exist Or Is Closed"
           EXIT PARAGRAPH
       END-IF
       IF WSToBranch = WSFromBranch
           DISPLAY "Rejected: From And To Are The Same Branch"
           EXIT PARAGRAPH
       END-IF
       MOVE WSFromBranch TO WSWorkBranch
       PERFORM ReadLocation
       DISPLAY "On Hand At " WSFromBranch ": " LSOnHandQty
       DISPLAY "Quantity To Ship: " WITH NO ADVANCING
       ACCEPT WSTransferQty
       IF WSTransferQty IS NOT NUMERIC OR WSTransferQty = ZERO
           DISPLAY "Rejected: Quantity Must Be 1 Or More"
           EXIT PARAGRAPH
       END-IF
       IF LocExists = "N" OR WSTransferQty > LSOnHandQty
           DISPLAY "Rejected: Only " LSOnHandQty " On Hand At "
               WSFromBranch
           EXIT PARAGRAPH
       END-IF
       SUBTRACT WSTransferQty FROM LSOnHandQty
       MOVE WSTodayDate TO LSLastMoveDate
       REWRITE LocationStockRecord
           INVALID KEY
               DISPLAY "Rejected: " WSFromBranch " Stock Not Updated"
               EXIT PARAGRAPH
       END-REWRITE
       MOVE WSToBranch TO WSWorkBranch
       PERFORM ReadLocation
       ADD WSTransferQty TO LSInTransitQty
       MOVE WSTodayDate TO LSLastMoveDate
       PERFORM SaveLocation
       PERFORM AssignTransferNumber
       MOVE SPACES TO TransferRecord
       MOVE WSCandidateTransfer TO TRNumber
       MOVE WSWorkProdID TO TRProdID
       MOVE WSFromBranch TO TRFromBranch
       MOVE WSToBranch TO TRToBranch
       MOVE WSTransferQty TO TRQty
       MOVE WSTodayDate TO TRShipDate
       MOVE WSOperatorID TO TRShippedBy
       SET TRInTransit TO TRUE
       MOVE ZERO TO TRReceivedDate
       WRITE TransferRecord
           INVALID KEY DISPLAY "Warning: Transfer Record Not Written"
           NOT INVALID KEY
               DISPLAY "Transfer " TRNumber " Shipped - " TRQty
                   " Of " TRProdID " " TRFromBranch " To " TRToBranch
               MOVE TRNumber TO WSWorkTransferNum
               PERFORM BumpNextTransferNumber
       END-WRITE.

*> The goods are on the receiving branch's dock - in transit becomes on
*> the shelf, and the transfer is closed
ReceiveTransfer.
       DISPLAY " "
       DISPLAY "Received By (Operator ID): " WITH NO ADVANCING
       ACCEPT WSOperatorID
       IF WSOperatorID = SPACES
           DISPLAY "Rejected: Operator ID Is Required"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Transfer Number: " WITH NO ADVANCING
       ACCEPT WSWorkTransferNum
       MOVE WSWorkTransferNum TO TRNumber
       MOVE "Y" TO TransferExists
       READ TransferFile
           INVALID KEY MOVE "N" TO TransferExists
       END-READ
       IF TransferExists = "N"
           DISPLAY "Transfer Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       IF NOT TRInTransit
           DISPLAY "Rejected: Transfer Was Already Received On "
               TRReceivedDate
           EXIT PARAGRAPH
       END-IF
       DISPLAY TRQty " Of " TRProdID " From " TRFromBranch " To "
           TRToBranch " Shipped " TRShipDate " By " TRShippedBy
       DISPLAY "Receive It Now? (Y/N): " WITH NO ADVANCING
       ACCEPT WSAnswer
       IF WSAnswer NOT = "Y" AND WSAnswer NOT = "y"
           DISPLAY "Transfer Not Received"
           EXIT PARAGRAPH
       END-IF
       MOVE TRProdID TO WSWorkProdID
       MOVE TRToBranch TO WSWorkBranch
       PERFORM ReadLocation
       IF LSInTransitQty > TRQty
           SUBTRACT TRQty FROM LSInTransitQty
       ELSE
           MOVE ZERO TO LSInTransitQty
       END-IF
       ADD TRQty TO LSOnHandQty
       MOVE WSTodayDate TO LSLastMoveDate
       PERFORM SaveLocation
       SET TRReceived TO TRUE
       MOVE WSTodayDate TO TRReceivedDate
       MOVE WSOperatorID TO TRReceivedBy
       REWRITE TransferRecord
           INVALID KEY DISPLAY "Warning: Transfer Not Marked Received"
           NOT INVALID KEY
               DISPLAY "Transfer " TRNumber " Received - On Hand At "
                   TRToBranch " Is Now " LSOnHandQty
       END-REWRITE.

ListInTransit.
       MOVE ZERO TO WSListCount
       MOVE ZERO TO TRNumber
       MOVE "Y" TO WSMoreRecords
       DISPLAY " "
       DISPLAY "TRANSFERS IN TRANSIT"
       START TransferFile KEY IS NOT LESS THAN TRNumber
           INVALID KEY DISPLAY "No Transfers On File"
               MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ TransferFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND TRInTransit
               COMPUTE WSDaysInTransit =
                   FUNCTION INTEGER-OF-DATE(WSTodayDate)
                   - FUNCTION INTEGER-OF-DATE(TRShipDate)
               DISPLAY TRNumber "  " TRProdID "  " TRQty "  "
                   TRFromBranch " To " TRToBranch "  Shipped "
                   TRShipDate "  " WSDaysInTransit " Day(s)"
               ADD 1 TO WSListCount
               IF WSListCount >= 10
                   DISPLAY "-- Press Enter for more --" WITH NO ADVANCING
                   ACCEPT WSPause
                   MOVE ZERO TO WSListCount
               END-IF
           END-IF
       END-PERFORM.

*> Every branch holding the product, and how much of the company figure
*> is not yet placed in any stock room
ShowProductLocations.
       DISPLAY " "
       PERFORM AcceptProduct
       IF ProdExists = "N"
           EXIT PARAGRAPH
       END-IF
       PERFORM SumLocations
       DISPLAY "Company On Hand: " PMOnHandQty
           "  Placed In Locations: " WSLocatedTotal
       DISPLAY "BRANCH  ON HAND  IN TRANSIT  REORDER AT  LAST MOVED"
       MOVE WSWorkProdID TO LSProdID
       MOVE LOW-VALUES TO LSBranch
       MOVE "Y" TO WSMoreRecords
       START LocationStockFile KEY IS NOT LESS THAN LSKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ LocationStockFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND LSProdID NOT = WSWorkProdID
               MOVE "N" TO WSMoreRecords
           END-IF
           IF WSMoreRecords = "Y"
               DISPLAY LSBranch "     " LSOnHandQty "    "
                   LSInTransitQty "       " LSReorderPoint "       "
                   LSLastMoveDate
           END-IF
       END-PERFORM.

*> An opening count for a branch's stock room, or a correction, and the
*> point at which the branch wants more. The locations together may
*> not hold more than the company figure.
SetLocationCount.
       DISPLAY " "
       PERFORM AcceptProduct
       IF ProdExists = "N"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Branch: " WITH NO ADVANCING
       ACCEPT WSWorkBranch
       MOVE FUNCTION UPPER-CASE(WSWorkBranch) TO WSWorkBranch
       PERFORM ReadBranch
       IF BranchExists = "N"
           DISPLAY "Rejected: Branch " WSWorkBranch " Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       PERFORM SumLocations
       PERFORM ReadLocation
       DISPLAY "On Hand At " WSWorkBranch ": " LSOnHandQty
           "  In Transit: " LSInTransitQty
           "  Reorder At: " LSReorderPoint
       DISPLAY "Company On Hand: " PMOnHandQty
           "  Placed In Locations: " WSLocatedTotal
       DISPLAY "New On-Hand Count: " WITH NO ADVANCING
       ACCEPT WSNewCount
       DISPLAY "Reorder At (0 = Never Flag): " WITH NO ADVANCING
       ACCEPT WSNewReorderAt
       IF WSNewCount IS NOT NUMERIC OR WSNewReorderAt IS NOT NUMERIC
           DISPLAY "Rejected: Count And Reorder Point Must Be Numeric"
           EXIT PARAGRAPH
       END-IF
       MOVE LSOnHandQty TO WSOldLocQty
       COMPUTE WSLocatedAfter = WSLocatedTotal - WSOldLocQty
           + WSNewCount
       IF WSLocatedAfter > PMOnHandQty
           DISPLAY "Rejected: Locations Would Hold " WSLocatedAfter
               " - More Than The Company's " PMOnHandQty
           EXIT PARAGRAPH
       END-IF
       MOVE WSNewCount TO LSOnHandQty
       MOVE WSNewReorderAt TO LSReorderPoint
       MOVE WSTodayDate TO LSLastMoveDate
       PERFORM SaveLocation
       DISPLAY "Location Stock Saved".

*> Product ID keyed into WSWorkProdID and read off the master
AcceptProduct.
       DISPLAY "Product ID: " WITH NO ADVANCING
       ACCEPT WSWorkProdID
       MOVE WSWorkProdID TO PMProdID
       MOVE "Y" TO ProdExists
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ
       IF ProdExists = "N"
           DISPLAY "Product Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       IF PMOnHandQty IS NOT NUMERIC
           MOVE ZERO TO PMOnHandQty
       END-IF
       DISPLAY "Product: " PMProdID " " PMProdDesc.

ReadBranch.
       MOVE WSWorkBranch TO BRCode
       MOVE "Y" TO BranchExists
       IF WSWorkBranch = SPACES
           MOVE "N" TO BranchExists
           EXIT PARAGRAPH
       END-IF
       READ BranchFile
           INVALID KEY MOVE "N" TO BranchExists
       END-READ.

*> WSWorkProdID at WSWorkBranch - a branch that has never held the
*> product comes back as an empty record, written by SaveLocation
ReadLocation.
       MOVE WSWorkProdID TO LSProdID
       MOVE WSWorkBranch TO LSBranch
       MOVE "Y" TO LocExists
       READ LocationStockFile
           INVALID KEY MOVE "N" TO LocExists
       END-READ
       IF LocExists = "N"
           MOVE SPACES TO LocationStockRecord
           MOVE WSWorkProdID TO LSProdID
           MOVE WSWorkBranch TO LSBranch
           MOVE ZERO TO LSOnHandQty
           MOVE ZERO TO LSInTransitQty
           MOVE ZERO TO LSReorderPoint
           MOVE ZERO TO LSLastMoveDate
       END-IF
       IF LSOnHandQty IS NOT NUMERIC
           MOVE ZERO TO LSOnHandQty
       END-IF
       IF LSInTransitQty IS NOT NUMERIC
           MOVE ZERO TO LSInTransitQty
       END-IF
       IF LSReorderPoint IS NOT NUMERIC
           MOVE ZERO TO LSReorderPoint
       END-IF.

SaveLocation.
       IF LocExists = "Y"
           REWRITE LocationStockRecord
               INVALID KEY
                   DISPLAY "Warning: " LSBranch " Stock Not Updated"
           END-REWRITE
       ELSE
           WRITE LocationStockRecord
               INVALID KEY
                   DISPLAY "Warning: " LSBranch " Stock Not Updated"
               NOT INVALID KEY MOVE "Y" TO LocExists
           END-WRITE
       END-IF.

*> On hand plus in transit across every branch for WSWorkProdID - what
*> the company figure has already been placed as
SumLocations.
       MOVE ZERO TO WSLocatedTotal
       MOVE WSWorkProdID TO LSProdID
       MOVE LOW-VALUES TO LSBranch
       MOVE "Y" TO WSMoreRecords
       START LocationStockFile KEY IS NOT LESS THAN LSKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ LocationStockFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND LSProdID NOT = WSWorkProdID
               MOVE "N" TO WSMoreRecords
           END-IF
           IF WSMoreRecords = "Y"
               IF LSOnHandQty IS NUMERIC
                   ADD LSOnHandQty TO WSLocatedTotal
               END-IF
               IF LSInTransitQty IS NUMERIC
                   ADD LSInTransitQty TO WSLocatedTotal
               END-IF
           END-IF
       END-PERFORM.

*> Offer the next free transfer number: start from the control record
*> and step past any numbers already on the transfer file
AssignTransferNumber.
       PERFORM ReadNextTransferNumber
       MOVE WSNextTransfer TO WSCandidateTransfer
       IF WSCandidateTransfer = ZERO
           MOVE 1 TO WSCandidateTransfer
       END-IF
       MOVE "N" TO WSTransferNumFree
       PERFORM ProbeOneTransferNumber UNTIL WSTransferNumFree = "Y".

ProbeOneTransferNumber.
       MOVE WSCandidateTransfer TO TRNumber
       MOVE "N" TO WSTransferNumFree
       READ TransferFile
           INVALID KEY MOVE "Y" TO WSTransferNumFree
       END-READ
       IF WSTransferNumFree = "N"
           ADD 1 TO WSCandidateTransfer
       END-IF.

ReadNextTransferNumber.
       MOVE 1 TO WSNextTransfer
       OPEN INPUT NextTransferFile
       IF WSNextTransferStatus NOT = "00"
           CONTINUE
       ELSE
           READ NextTransferFile
               AT END CONTINUE
               NOT AT END MOVE NextTransferValue TO WSNextTransfer
           END-READ
           CLOSE NextTransferFile
       END-IF.

BumpNextTransferNumber.
       COMPUTE WSNextTransfer = WSWorkTransferNum + 1
       OPEN OUTPUT NextTransferFile
       IF WSNextTransferStatus NOT = "00"
           DISPLAY "Warning: NextTransferNumber.dat Open Status "
               WSNextTransferStatus
       ELSE
           MOVE WSNextTransfer TO NextTransferValue
           WRITE NextTransferRecord
           CLOSE NextTransferFile
       END-IF.
