       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    inventorycount.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Physical inventory count cycle. Freezing a count snapshots every
*> stocked product's PMOnHandQty onto InventoryCount.dat; countsheets.cob
*> prints the blind sheets the counters walk the shelves with, and the
*> counted quantities are keyed back in here. countvariance.cob shows
*> counted against frozen by product. Once a supervisor approves the
*> count, each variance posts to the product master as an adjustment -
*> on top of whatever sold or arrived since the freeze - and lands on
*> InventoryAdjust.dat for the auditors. A count taken in one branch's
*> stock room names that branch when it is frozen, and its variances
*> adjust that location's figure (LOCSTOCK.cob) along with the company
*> one. Only one count is open at a time.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> One header per count (product ID spaces, so it sorts first)
       *> followed by one line per frozen product
       SELECT CountFile ASSIGN TO "InventoryCount.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ICKey
           FILE STATUS IS WSCountFileStatus.
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.
       *> Every shelf-count adjustment, appended run over run
       SELECT AdjustFile ASSIGN TO "InventoryAdjust.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAdjustFileStatus.
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
*> Must match countsheets.cob and countvariance.cob
FD CountFile.
01 CountRecord.
       02 ICKey.
           03 ICCountNum PIC 9(06).
           03 ICProdID PIC X(05).
       02 ICBody PIC X(49).
01 CountHeaderRecord REDEFINES CountRecord.
       02 FILLER PIC X(11).
       02 ICHFreezeDate PIC 9(08).
       *> O = open for counting, P = approved and posted,
       *> X = cancelled without posting
       02 ICHStatus PIC X(01).
           88 CountOpen VALUE "O".
           88 CountPosted VALUE "P".
           88 CountCancelled VALUE "X".
       02 ICHProductCount PIC 9(05).
       02 ICHApprovedBy PIC X(08).
       02 ICHPostedDate PIC 9(08).
       *> The branch stock room counted - blank adjusts only the
       *> company figure
       02 ICHBranch PIC X(03).
       *> Reserved for future fields
       02 FILLER PIC X(16).
01 CountLineRecord REDEFINES CountRecord.
       02 FILLER PIC X(11).
       02 ICProdDesc PIC X(15).
       *> The shelf count on the master at the moment of the freeze
       02 ICFrozenQty PIC 9(05).
       02 ICCountedQty PIC 9(05).
       *> Y once a counted quantity has been keyed for the product
       02 ICCountedFlag PIC X(01).
           88 ICCounted VALUE "Y".
       *> Reserved for future fields
       02 FILLER PIC X(23).

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
       *> Kits carry no shelf count of their own - never counted
       02 PMKitFlag PIC X(01).
           88 ProdIsKit VALUE "Y".
       *> Reserved for future fields - see productmaster.cob's
       *> ProductData for the field carve-out
       02 FILLER PIC X(44).

*> One line per posted shelf adjustment - what the master said, what
*> moved it, and who approved it
FD AdjustFile.
01 AdjustRecord.
       02 IAProdID PIC X(05).
       02 FILLER PIC X VALUE SPACE.
       02 IADate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       *> COUNT for a physical count variance
       02 IASource PIC X(08).
       02 FILLER PIC X VALUE SPACE.
       *> The count number the adjustment came from
       02 IAReference PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 IAOldQty PIC 9(05).
       02 FILLER PIC X VALUE SPACE.
       02 IAAdjustQty PIC S9(05).
       02 FILLER PIC X VALUE SPACE.
       02 IANewQty PIC 9(05).
       02 FILLER PIC X VALUE SPACE.
       02 IAApprovedBy PIC X(08).
       02 FILLER PIC X VALUE SPACE.
       *> The stock room adjusted with it - blank for company only
       02 IABranch PIC X(03).

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
*> Things we will need to track
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 EntryExists PIC X.
01 ProdExists PIC X.
01 WSMoreRecords PIC X.
01 WSAnswer PIC X.
01 WSPause PIC X.
01 WSListCount PIC 9(3) VALUE ZERO.
01 WSTodayDate PIC 9(08).
*> The open count, found by FindOpenCount - zero when there is none
01 WSOpenCountNum PIC 9(06) VALUE ZERO.
01 WSHighCountNum PIC 9(06) VALUE ZERO.
01 WSNewCountNum PIC 9(06).
01 WSFrozenCount PIC 9(05).
01 WSUncounted PIC 9(05).
01 WSPickProdID PIC X(05).
01 WSCountedEntry PIC 9(05).
*> Variance posting
01 WSVariance PIC S9(05).
01 WSNewOnHand PIC S9(07).
01 WSOldOnHand PIC 9(05).
01 WSPostedLines PIC 9(05).
01 WSRefNum PIC 9(06).
*> The open count's stock room, and LOCSTOCK.cob staging
01 WSCountBranch PIC X(03) VALUE SPACES.
01 WSLocAction PIC X(01).
01 WSLocQty PIC 9(05).
01 WSLocOnHand PIC 9(05).
01 WSLocTracked PIC X(01).
*> Supervisor sign-on - a count posts under a supervisor's name
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCountFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSAdjustFileStatus PIC X(02).
01 WSOperatorFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       ACCEPT WSTodayDate FROM DATE YYYYMMDD.
       *> I-O to maintain counts; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN I-O CountFile.
       IF WSCountFileStatus = "35"
           OPEN OUTPUT CountFile
           CLOSE CountFile
           OPEN I-O CountFile
       END-IF
       IF WSCountFileStatus NOT = "00"
           DISPLAY "Warning: InventoryCount.dat Open Status "
               WSCountFileStatus
       END-IF
       OPEN I-O ProductFile.
       IF WSProductFileStatus NOT = "00"
           DISPLAY "Warning: ProductMaster.dat Open Status "
               WSProductFileStatus
       END-IF
       PERFORM UNTIL StayOpen = "N"
           PERFORM FindOpenCount
           DISPLAY " "
           DISPLAY "PHYSICAL INVENTORY COUNT"
           IF WSOpenCountNum > ZERO
               DISPLAY "Open Count: " WSOpenCountNum
               IF WSCountBranch NOT = SPACES
                   DISPLAY "Stock Room: " WSCountBranch
               END-IF
           END-IF
               DISPLAY "1 : Freeze A New Count"
               DISPLAY "2 : Key Counted Quantity"
               DISPLAY "3 : List Products Not Yet Counted"
               DISPLAY "4 : Approve And Post The Count"
               DISPLAY "5 : Cancel The Open Count"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM FreezeNewCount
                    WHEN 2 PERFORM KeyCountedQty
                    WHEN 3 PERFORM ListUncounted
                    WHEN 4 PERFORM ApproveAndPost
                    WHEN 5 PERFORM CancelOpenCount
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE CountFile, ProductFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> One pass over the count headers: the open count (if any) and the
*> highest count number used so far
FindOpenCount.
       MOVE ZERO TO WSOpenCountNum
       MOVE ZERO TO WSHighCountNum
       MOVE SPACES TO WSCountBranch
       MOVE LOW-VALUES TO ICKey
       MOVE "Y" TO WSMoreRecords
       START CountFile KEY IS NOT LESS THAN ICKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CountFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND ICProdID = SPACES
               MOVE ICCountNum TO WSHighCountNum
               IF CountOpen
                   MOVE ICCountNum TO WSOpenCountNum
                   MOVE ICHBranch TO WSCountBranch
               END-IF
           END-IF
       END-PERFORM.

*> Snapshot every active, non-kit product's shelf count under a new
*> count number - the counted quantities are measured against this
FreezeNewCount.
       DISPLAY " "
       IF WSOpenCountNum > ZERO
           DISPLAY "Rejected: Count " WSOpenCountNum
               " Is Still Open - Post Or Cancel It First"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Freeze Shelf Counts For A New Count? (Y/N): "
           WITH NO ADVANCING
       ACCEPT WSAnswer
       IF WSAnswer NOT = "Y" AND WSAnswer NOT = "y"
           DISPLAY "Nothing Frozen"
           EXIT PARAGRAPH
       END-IF
       *> Where stock is kept by location the variances land in the
       *> stock room the counters walk
       DISPLAY "Branch Stock Room Counted (Code, Blank For None): "
           WITH NO ADVANCING
       ACCEPT WSCountBranch
       MOVE FUNCTION UPPER-CASE(WSCountBranch) TO WSCountBranch
       COMPUTE WSNewCountNum = WSHighCountNum + 1
       MOVE ZERO TO WSFrozenCount
       MOVE LOW-VALUES TO PMProdID
       MOVE "Y" TO WSMoreRecords
       START ProductFile KEY IS NOT LESS THAN PMProdID
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ ProductFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               PERFORM FreezeOneProduct
           END-IF
       END-PERFORM
       MOVE SPACES TO CountRecord
       MOVE WSNewCountNum TO ICCountNum
       MOVE SPACES TO ICProdID
       MOVE WSTodayDate TO ICHFreezeDate
       SET CountOpen TO TRUE
       MOVE WSFrozenCount TO ICHProductCount
       MOVE SPACES TO ICHApprovedBy
       MOVE ZERO TO ICHPostedDate
       MOVE WSCountBranch TO ICHBranch
       WRITE CountRecord
           INVALID KEY DISPLAY "Warning: Count Header Not Written"
           NOT INVALID KEY
               DISPLAY "Count " WSNewCountNum " Frozen - "
                   WSFrozenCount " Product(s)"
               DISPLAY "Run countsheets To Print The Count Sheets"
       END-WRITE.

FreezeOneProduct.
       IF NOT ProdActive OR ProdIsKit
           EXIT PARAGRAPH
       END-IF
       IF PMOnHandQty IS NOT NUMERIC
           MOVE ZERO TO PMOnHandQty
       END-IF
       MOVE SPACES TO CountRecord
       MOVE WSNewCountNum TO ICCountNum
       MOVE PMProdID TO ICProdID
       MOVE PMProdDesc TO ICProdDesc
       MOVE PMOnHandQty TO ICFrozenQty
       MOVE ZERO TO ICCountedQty
       MOVE "N" TO ICCountedFlag
       WRITE CountRecord
           INVALID KEY DISPLAY "Warning: Count Line Not Written - "
               PMProdID
           NOT INVALID KEY ADD 1 TO WSFrozenCount
       END-WRITE.

*> One counted quantity off the sheet - keying it again corrects it
KeyCountedQty.
       DISPLAY " "
       IF WSOpenCountNum = ZERO
           DISPLAY "No Count Is Open"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Product ID Counted: " WITH NO ADVANCING
       ACCEPT WSPickProdID
       MOVE "Y" TO EntryExists
       MOVE WSOpenCountNum TO ICCountNum
       MOVE WSPickProdID TO ICProdID
       READ CountFile
           INVALID KEY MOVE "N" TO EntryExists
       END-READ
       IF EntryExists = "N" OR WSPickProdID = SPACES
           DISPLAY "Product Isn't On This Count"
           EXIT PARAGRAPH
       END-IF
       DISPLAY ICProdID " " ICProdDesc
       IF ICCounted
           DISPLAY "Already Keyed As " ICCountedQty
       END-IF
       DISPLAY "Counted Quantity: " WITH NO ADVANCING
       ACCEPT WSCountedEntry
       IF WSCountedEntry IS NOT NUMERIC
           DISPLAY "Rejected: Quantity Must Be Numeric"
           EXIT PARAGRAPH
       END-IF
       MOVE WSCountedEntry TO ICCountedQty
       SET ICCounted TO TRUE
       REWRITE CountRecord
           INVALID KEY DISPLAY "Count Not Saved"
           NOT INVALID KEY DISPLAY "Count Saved"
       END-REWRITE.

*> The shelves still to be walked, 10 at a time
ListUncounted.
       DISPLAY " "
       IF WSOpenCountNum = ZERO
           DISPLAY "No Count Is Open"
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO WSUncounted
       MOVE ZERO TO WSListCount
       DISPLAY "PRODUCTS NOT YET COUNTED - COUNT " WSOpenCountNum
       PERFORM PositionOnCountLines
       PERFORM UNTIL WSMoreRecords = "N"
           READ CountFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF ICCountNum NOT = WSOpenCountNum
                   MOVE "N" TO WSMoreRecords
               ELSE
                   IF NOT ICCounted
                       ADD 1 TO WSUncounted
                       DISPLAY ICProdID "  " ICProdDesc
                       ADD 1 TO WSListCount
                       IF WSListCount >= 10
                           DISPLAY "-- Press Enter for more --"
                               WITH NO ADVANCING
                           ACCEPT WSPause
                           MOVE ZERO TO WSListCount
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       DISPLAY WSUncounted " Product(s) Still To Count".

*> Start just past the open count's header, on its first product line
PositionOnCountLines.
       MOVE WSOpenCountNum TO ICCountNum
       MOVE SPACES TO ICProdID
       MOVE "Y" TO WSMoreRecords
       START CountFile KEY IS GREATER THAN ICKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START.

*> A supervisor signs the count off: every counted product's variance
*> (counted less frozen) is added to the live shelf count, so sales and
*> receipts since the freeze are kept, and each adjustment is logged.
*> Products never counted are left as they are.
ApproveAndPost.
       DISPLAY " "
       IF WSOpenCountNum = ZERO
           DISPLAY "No Count Is Open"
           EXIT PARAGRAPH
       END-IF
       PERFORM VerifySupervisor
       IF NOT Authorized
           DISPLAY "Access Denied: Posting A Count Needs A Supervisor"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Post Count " WSOpenCountNum " To The Product Master? (Y/N): "
           WITH NO ADVANCING
       ACCEPT WSAnswer
       IF WSAnswer NOT = "Y" AND WSAnswer NOT = "y"
           DISPLAY "Count Not Posted"
           EXIT PARAGRAPH
       END-IF
       *> EXTEND appends run over run; fall back to OUTPUT if the
       *> file doesn't exist yet (status 35)
       OPEN EXTEND AdjustFile
       IF WSAdjustFileStatus = "35"
           OPEN OUTPUT AdjustFile
       END-IF
       MOVE ZERO TO WSPostedLines
       MOVE ZERO TO WSUncounted
       PERFORM PositionOnCountLines
       PERFORM UNTIL WSMoreRecords = "N"
           READ CountFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF ICCountNum NOT = WSOpenCountNum
                   MOVE "N" TO WSMoreRecords
               ELSE
                   PERFORM PostOneVariance
               END-IF
           END-IF
       END-PERFORM
       CLOSE AdjustFile
       MOVE WSOpenCountNum TO ICCountNum
       MOVE SPACES TO ICProdID
       READ CountFile
           INVALID KEY DISPLAY "Warning: Count Header Missing"
           NOT INVALID KEY
               SET CountPosted TO TRUE
               MOVE WSOperatorID TO ICHApprovedBy
               MOVE WSTodayDate TO ICHPostedDate
               REWRITE CountRecord
                   INVALID KEY DISPLAY "Warning: Count Not Closed"
               END-REWRITE
       END-READ
       DISPLAY "Count " WSOpenCountNum " Posted - " WSPostedLines
           " Adjustment(s), " WSUncounted " Product(s) Not Counted".

PostOneVariance.
       IF NOT ICCounted
           ADD 1 TO WSUncounted
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSVariance = ICCountedQty - ICFrozenQty
       IF WSVariance = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO ProdExists
       MOVE ICProdID TO PMProdID
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ
       IF ProdExists = "N"
           DISPLAY "Warning: " ICProdID " Not On Master - Not Posted"
           EXIT PARAGRAPH
       END-IF
       IF PMOnHandQty IS NOT NUMERIC
           MOVE ZERO TO PMOnHandQty
       END-IF
       MOVE PMOnHandQty TO WSOldOnHand
       COMPUTE WSNewOnHand = PMOnHandQty + WSVariance
       *> The shelf can't go below empty
       IF WSNewOnHand < ZERO
           MOVE ZERO TO WSNewOnHand
       END-IF
       MOVE WSNewOnHand TO PMOnHandQty
       REWRITE ProductData
           INVALID KEY
               DISPLAY "Warning: " ICProdID " Shelf Count Not Updated"
           NOT INVALID KEY
               ADD 1 TO WSPostedLines
               PERFORM AdjustBranchStock
               PERFORM WriteAdjustment
       END-REWRITE.

*> The counted stock room moves by the same variance - LOCSTOCK.cob
*> never takes a location below empty, and ignores this where stock
*> isn't kept by location
AdjustBranchStock.
       IF WSCountBranch = SPACES
           EXIT PARAGRAPH
       END-IF
       IF WSVariance > ZERO
           MOVE "A" TO WSLocAction
           MOVE WSVariance TO WSLocQty
       ELSE
           MOVE "R" TO WSLocAction
           COMPUTE WSLocQty = ZERO - WSVariance
       END-IF
       CALL 'LOCSTOCK' USING WSLocAction, PMProdID, WSCountBranch,
           WSLocQty, WSLocOnHand, WSLocTracked
       IF WSLocTracked NOT = "Y"
           DISPLAY "Warning: " ICProdID " Not Adjusted At "
               WSCountBranch
       END-IF.

WriteAdjustment.
       MOVE SPACES TO AdjustRecord
       MOVE PMProdID TO IAProdID
       MOVE WSTodayDate TO IADate
       MOVE "COUNT" TO IASource
       MOVE WSOpenCountNum TO WSRefNum
       MOVE WSRefNum TO IAReference
       MOVE WSOldOnHand TO IAOldQty
       MOVE WSVariance TO IAAdjustQty
       MOVE PMOnHandQty TO IANewQty
       MOVE WSOperatorID TO IAApprovedBy
       MOVE WSCountBranch TO IABranch
       WRITE AdjustRecord.

*> Called off before posting - the shelf counts are left untouched
CancelOpenCount.
       DISPLAY " "
       IF WSOpenCountNum = ZERO
           DISPLAY "No Count Is Open"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Cancel Count " WSOpenCountNum " Without Posting? (Y/N): "
           WITH NO ADVANCING
       ACCEPT WSAnswer
       IF WSAnswer NOT = "Y" AND WSAnswer NOT = "y"
           DISPLAY "Count Left Open"
           EXIT PARAGRAPH
       END-IF
       MOVE WSOpenCountNum TO ICCountNum
       MOVE SPACES TO ICProdID
       READ CountFile
           INVALID KEY DISPLAY "Warning: Count Header Missing"
           NOT INVALID KEY
               SET CountCancelled TO TRUE
               REWRITE CountRecord
                   INVALID KEY DISPLAY "Count Not Cancelled"
                   NOT INVALID KEY DISPLAY "Count Cancelled"
               END-REWRITE
       END-READ.

*> Only an active A or F operator approves a count
VerifySupervisor.
       MOVE "N" TO WSAuthorized
       DISPLAY "Supervisor ID: " WITH NO ADVANCING
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
               AND (OperRole = "A" OR OperRole = "F")
               MOVE "Y" TO WSAuthorized
               MOVE OperID TO WSOperatorID
           END-IF
           READ OperatorFile
               AT END SET OperEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE OperatorFile.
