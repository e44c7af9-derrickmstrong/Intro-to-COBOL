       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    agencyrecall.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Agency recall: pulls a placed account back from the collection
*> agency - the customer disputes the debt, files bankruptcy, dies, or
*> settles with us directly. The placement on AgencyPlacements.dat is
*> marked recalled under a reason and the signed-on operator's ID,
*> and the next agencyplacement.cob run tells the agency to stop
*> working it. Remittances the agency already collected still post.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PlacementFile ASSIGN TO "AgencyPlacements.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AGIDNum
           FILE STATUS IS WSPlacementStatus.
       *> One line per operator: ID, password, role, status - a recall
       *> always records who asked for it
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
*> Must match agencyplacement.cob's PlacementRecord layout
FD PlacementFile.
01 PlacementRecord.
       02 AGIDNum PIC 9(08).
       02 AGAgencyCode PIC X(04).
       02 AGPlacedDate PIC 9(08).
       02 AGPlacedAmount PIC 9(7)V99.
       02 AGStatus PIC X(01).
           88 AGPlaced VALUE "P".
           88 AGRecalled VALUE "R".
       02 AGRecallDate PIC 9(08).
       02 AGRecallBy PIC X(08).
       02 AGRecallReason PIC X(12).
       02 AGRecallSent PIC X(01).
       02 AGGrossCollected PIC 9(7)V99.
       02 AGCommission PIC 9(7)V99.
       02 AGNetRemitted PIC 9(7)V99.
       02 AGLastRemitDate PIC 9(08).
       02 AGAgencyStatus PIC X(02).
       02 AGStatusDate PIC 9(08).
       02 FILLER PIC X(16).

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
01 StayOpen PIC X VALUE 'Y'.
01 PlacementExists PIC X.
01 WSRunDate PIC 9(08).
*> Sign-on state - every recall carries a real operator
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
01 WSReasonCode PIC X(01).
01 WSReasonText PIC X(12).
01 WSDispAmount PIC $$,$$$,$$9.99.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSPlacementStatus PIC X(02).
01 WSOperatorFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       MOVE "N" TO WSAuthorized.
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       PERFORM VerifyOperator
       IF NOT Authorized
           DISPLAY "Access Denied: Recalls Need A Signed-On Operator"
           GOBACK
       END-IF
       OPEN I-O PlacementFile.
       IF WSPlacementStatus NOT = "00"
           DISPLAY "No Agency Placements On File - Status "
               WSPlacementStatus
           GOBACK
       END-IF
       PERFORM UNTIL StayOpen = "N" OR StayOpen = "n"
           PERFORM RecallOneAccount
           DISPLAY "Recall another account? (Y/N): " WITH NO ADVANCING
           ACCEPT StayOpen
       END-PERFORM
       CLOSE PlacementFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> The real sign-on against Operators.dat - no shared-password
*> fallback here, because the whole point is recording WHO recalled
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
           END-IF
           READ OperatorFile
               AT END SET OperEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE OperatorFile.

RecallOneAccount.
       MOVE "Y" TO PlacementExists
       DISPLAY " "
       DISPLAY "Enter Customer ID: " WITH NO ADVANCING
       ACCEPT AGIDNum
       READ PlacementFile
           INVALID KEY MOVE "N" TO PlacementExists
       END-READ
       IF PlacementExists = "N"
           DISPLAY "Account Was Never Placed With An Agency"
           EXIT PARAGRAPH
       END-IF
       MOVE AGPlacedAmount TO WSDispAmount
       DISPLAY "Agency " AGAgencyCode "  Placed " AGPlacedDate
           "  " WSDispAmount
       MOVE AGNetRemitted TO WSDispAmount
       DISPLAY "Net Remitted So Far: " WSDispAmount
       IF AGRecalled
           DISPLAY "Refused: Already Recalled On " AGRecallDate
               " - " AGRecallReason
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Reason (P Paid Direct / D Dispute / B Bankruptcy /"
       DISPLAY "        X Deceased / O Other, Enter to cancel): "
           WITH NO ADVANCING
       ACCEPT WSReasonCode
       MOVE FUNCTION UPPER-CASE(WSReasonCode) TO WSReasonCode
       EVALUATE WSReasonCode
           WHEN "P" MOVE "PAID DIRECT" TO WSReasonText
           WHEN "D" MOVE "DISPUTE" TO WSReasonText
           WHEN "B" MOVE "BANKRUPTCY" TO WSReasonText
           WHEN "X" MOVE "DECEASED" TO WSReasonText
           WHEN "O" MOVE "OTHER" TO WSReasonText
           WHEN OTHER
               DISPLAY "Nothing Changed"
               EXIT PARAGRAPH
       END-EVALUATE
       SET AGRecalled TO TRUE
       MOVE WSRunDate TO AGRecallDate
       MOVE WSOperatorID TO AGRecallBy
       MOVE WSReasonText TO AGRecallReason
       MOVE "N" TO AGRecallSent
       REWRITE PlacementRecord
           INVALID KEY
               DISPLAY "Recall Failed - Placement Not Rewritten"
           NOT INVALID KEY
               DISPLAY "Account " AGIDNum " Recalled - Goes To The "
                   "Agency On The Next Placement Run"
       END-REWRITE.
