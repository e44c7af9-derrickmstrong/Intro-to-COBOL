       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    reorderreview.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Buyer's screen for the reorder proposals reorderplan.cob leaves on
*> ReorderPlan.dat each month. Nothing the planning run works out
*> touches the product master until it is accepted here - one product
*> at a time, where the buyer can also key their own figures over the
*> proposed ones, or every waiting proposal at once. Accepting sets the
*> product's reorder point on ProductMaster.dat and the order quantity
*> purchaseorders.cob orders with; rejecting leaves both as they are.
*> Each decision keeps the date and the buyer who made it.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PlanFile ASSIGN TO "ReorderPlan.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RPProdID
           FILE STATUS IS WSPlanFileStatus.
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.

DATA DIVISION.
FILE SECTION.
*> Must match reorderplan.cob's ReorderPlanRecord layout
FD PlanFile.
01 ReorderPlanRecord.
       02 RPProdID PIC X(05).
       02 RPFromMonth PIC 9(06).
       02 RPToMonth PIC 9(06).
       02 RPWindowDays PIC 9(03).
       02 RPNetUnits PIC S9(07).
       02 RPAvgDaily PIC 9(05)V99.
       02 RPPeakDaily PIC 9(05).
       02 RPLeadDays PIC 9(03).
       02 RPCurrPoint PIC 9(05).
       02 RPPropPoint PIC 9(05).
       02 RPCurrQty PIC 9(05).
       02 RPPropQty PIC 9(05).
       02 RPOrderQty PIC 9(05).
       02 RPStatus PIC X(01).
           88 RPPending VALUE "P".
           88 RPAccepted VALUE "A".
           88 RPRejected VALUE "R".
           88 RPNoChange VALUE "N".
       02 RPRunDate PIC 9(08).
       02 RPDecidedDate PIC 9(08).
       02 RPDecidedBy PIC X(08).
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
       02 PMOnHandQty PIC 9(05).
       02 PMReorderPoint PIC 9(05).
       02 PMKitFlag PIC X(01).
           88 ProdIsKit VALUE "Y".
       *> Price breaks through the reserved bytes - carried for fit
       02 FILLER PIC X(44).

WORKING-STORAGE SECTION.
*> Things we will need to track
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 PlanExists PIC X.
01 ProdExists PIC X.
01 WSMoreRecords PIC X.
01 WSTodayDate PIC 9(08).
01 WSPause PIC X.
01 WSListCount PIC 9(3) VALUE ZERO.
01 WSAnswer PIC X.
01 WSOperatorID PIC X(08).
*> The buyer's own figures - a blank or zero entry takes the proposal
01 WSNewPoint PIC 9(05).
01 WSNewQty PIC 9(05).
*> What an acceptance puts on file
01 WSTakePoint PIC 9(05).
01 WSTakeQty PIC 9(05).
01 WSAcceptOK PIC X.
01 WSPendingCount PIC 9(05).
01 WSAcceptedCount PIC 9(05).
01 WSSkippedCount PIC 9(05).
*> Edited fields, for display only
01 WSDispAvg PIC ZZ,ZZ9.99.
01 WSDispUnits PIC -Z,ZZZ,ZZ9.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSPlanFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       ACCEPT WSTodayDate FROM DATE YYYYMMDD.
       OPEN I-O PlanFile.
       IF WSPlanFileStatus NOT = "00"
           DISPLAY "No Reorder Proposals On File - Run reorderplan First"
           GOBACK
       END-IF
       OPEN I-O ProductFile.
       IF WSProductFileStatus NOT = "00"
           DISPLAY "Warning: ProductMaster.dat Open Status "
               WSProductFileStatus
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "REORDER PROPOSALS"
               DISPLAY "1 : List Waiting Proposals"
               DISPLAY "2 : Review One Proposal"
               DISPLAY "3 : Accept All Waiting Proposals"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM ListPending
                    WHEN 2 PERFORM ReviewOneProposal
                    WHEN 3 PERFORM AcceptAllPending
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE PlanFile, ProductFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

ListPending.
       MOVE ZERO TO WSListCount, WSPendingCount
       DISPLAY " "
       DISPLAY "PROD   ROP NOW -> NEW   QTY NOW -> NEW   AVG/DAY  PEAK LEAD"
       MOVE LOW-VALUES TO RPProdID
       MOVE "Y" TO WSMoreRecords
       START PlanFile KEY IS NOT LESS THAN RPProdID
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ PlanFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND RPPending
               ADD 1 TO WSPendingCount
               MOVE RPAvgDaily TO WSDispAvg
               DISPLAY RPProdID "  " RPCurrPoint " -> " RPPropPoint
                   "   " RPCurrQty " -> " RPPropQty "  " WSDispAvg
                   " " RPPeakDaily " " RPLeadDays
               PERFORM PageBreak
           END-IF
       END-PERFORM
       IF WSPendingCount = ZERO
           DISPLAY "No Proposals Waiting"
       ELSE
           DISPLAY WSPendingCount " Proposal(s) Waiting"
       END-IF.

*> One product's proposal, shown in full, then accepted - as proposed
*> or with the buyer's own figures - rejected, or left waiting
ReviewOneProposal.
       DISPLAY " "
       DISPLAY "Product ID: " WITH NO ADVANCING
       ACCEPT RPProdID
       MOVE FUNCTION UPPER-CASE(RPProdID) TO RPProdID
       MOVE "Y" TO PlanExists
       READ PlanFile
           INVALID KEY MOVE "N" TO PlanExists
       END-READ
       IF PlanExists = "N"
           DISPLAY "No Reorder Plan For That Product"
           EXIT PARAGRAPH
       END-IF
       PERFORM ShowProposal
       IF NOT RPPending
           DISPLAY "Nothing Waiting On This Product"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "A Accept, R Reject, Blank Leave Waiting: "
           WITH NO ADVANCING
       ACCEPT WSAnswer
       MOVE FUNCTION UPPER-CASE(WSAnswer) TO WSAnswer
       IF WSAnswer NOT = "A" AND WSAnswer NOT = "R"
           DISPLAY "Left Waiting"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Decided By (Operator ID): " WITH NO ADVANCING
       ACCEPT WSOperatorID
       IF WSOperatorID = SPACES
           DISPLAY "Rejected: Operator ID Is Required"
           EXIT PARAGRAPH
       END-IF
       IF WSAnswer = "R"
           SET RPRejected TO TRUE
           MOVE WSTodayDate TO RPDecidedDate
           MOVE WSOperatorID TO RPDecidedBy
           REWRITE ReorderPlanRecord
               INVALID KEY DISPLAY "Proposal Not Updated"
               NOT INVALID KEY DISPLAY "Proposal Rejected - Master Unchanged"
           END-REWRITE
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO WSNewPoint, WSNewQty
       DISPLAY "Reorder Point (Blank Takes " RPPropPoint "): "
           WITH NO ADVANCING
       ACCEPT WSNewPoint
       DISPLAY "Order Quantity (Blank Takes " RPPropQty "): "
           WITH NO ADVANCING
       ACCEPT WSNewQty
       MOVE RPPropPoint TO WSTakePoint
       MOVE RPPropQty TO WSTakeQty
       IF WSNewPoint IS NUMERIC AND WSNewPoint > ZERO
           MOVE WSNewPoint TO WSTakePoint
       END-IF
       IF WSNewQty IS NUMERIC AND WSNewQty > ZERO
           MOVE WSNewQty TO WSTakeQty
       END-IF
       PERFORM AcceptProposal
       IF WSAcceptOK = "Y"
           DISPLAY "Accepted - Reorder Point " WSTakePoint
               ", Order Quantity " WSTakeQty
       END-IF.

ShowProposal.
       DISPLAY " "
       DISPLAY "Product.........: " RPProdID
       DISPLAY "Demand Window...: " RPFromMonth " To " RPToMonth
           " (" RPWindowDays " Days)"
       MOVE RPNetUnits TO WSDispUnits
       DISPLAY "Net Units Sold..: " WSDispUnits
       MOVE RPAvgDaily TO WSDispAvg
       DISPLAY "Average Per Day.: " WSDispAvg
       DISPLAY "Peak Day........: " RPPeakDaily
       DISPLAY "Lead Time Days..: " RPLeadDays
       DISPLAY "Reorder Point...: " RPCurrPoint " -> " RPPropPoint
       DISPLAY "Order Quantity..: " RPCurrQty " -> " RPPropQty
       EVALUATE TRUE
           WHEN RPPending DISPLAY "Status..........: Waiting"
           WHEN RPAccepted DISPLAY "Status..........: Accepted "
               RPDecidedDate " By " RPDecidedBy
           WHEN RPRejected DISPLAY "Status..........: Rejected "
               RPDecidedDate " By " RPDecidedBy
           WHEN OTHER DISPLAY "Status..........: Nothing To Change"
       END-EVALUATE.

*> Every waiting proposal taken as proposed, after one confirmation
AcceptAllPending.
       DISPLAY " "
       DISPLAY "Accept Every Waiting Proposal As Proposed (Y/N)? "
           WITH NO ADVANCING
       ACCEPT WSAnswer
       IF WSAnswer NOT = "Y" AND WSAnswer NOT = "y"
           DISPLAY "Nothing Accepted"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Decided By (Operator ID): " WITH NO ADVANCING
       ACCEPT WSOperatorID
       IF WSOperatorID = SPACES
           DISPLAY "Rejected: Operator ID Is Required"
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO WSAcceptedCount, WSSkippedCount
       MOVE LOW-VALUES TO RPProdID
       MOVE "Y" TO WSMoreRecords
       START PlanFile KEY IS NOT LESS THAN RPProdID
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ PlanFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND RPPending
               MOVE RPPropPoint TO WSTakePoint
               MOVE RPPropQty TO WSTakeQty
               PERFORM AcceptProposal
               IF WSAcceptOK = "Y"
                   ADD 1 TO WSAcceptedCount
               ELSE
                   ADD 1 TO WSSkippedCount
               END-IF
           END-IF
       END-PERFORM
       DISPLAY WSAcceptedCount " Proposal(s) Accepted"
       IF WSSkippedCount > ZERO
           DISPLAY WSSkippedCount " Left Waiting - Product No Longer "
               "Active On The Master"
       END-IF.

*> The plan record in hand goes onto the master as WSTakePoint and
*> WSTakeQty - a product since discontinued, turned into a kit, or
*> removed is left waiting
AcceptProposal.
       MOVE "N" TO WSAcceptOK
       MOVE RPProdID TO PMProdID
       MOVE "Y" TO ProdExists
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ
       IF ProdExists = "N" OR NOT ProdActive OR ProdIsKit
           DISPLAY "Not Accepted: " RPProdID
               " Is No Longer An Active Stocked Product"
           EXIT PARAGRAPH
       END-IF
       MOVE WSTakePoint TO PMReorderPoint
       REWRITE ProductData
           INVALID KEY
               DISPLAY "Not Accepted: " RPProdID " Master Not Updated"
               EXIT PARAGRAPH
       END-REWRITE
       MOVE WSTakePoint TO RPPropPoint
       MOVE WSTakeQty TO RPPropQty
       MOVE WSTakeQty TO RPOrderQty
       SET RPAccepted TO TRUE
       MOVE WSTodayDate TO RPDecidedDate
       MOVE WSOperatorID TO RPDecidedBy
       REWRITE ReorderPlanRecord
           INVALID KEY
               DISPLAY "Warning: " RPProdID " Master Updated, Plan Not"
       END-REWRITE
       MOVE "Y" TO WSAcceptOK.

PageBreak.
       ADD 1 TO WSListCount
       IF WSListCount >= 10
           DISPLAY "-- Press Enter for more --" WITH NO ADVANCING
           ACCEPT WSPause
           MOVE ZERO TO WSListCount
       END-IF.
