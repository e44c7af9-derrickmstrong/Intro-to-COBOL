       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    sanctionreview.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Sanctions review queue: every potential watch-list hit SANCTIONCHK
*> queued on SanctionReview.dat - at AddCust, at a batch add, or in
*> sanctionimport.cob's rescreen - listed one at a time for a
*> signed-on compliance operator to (C)lear as a false positive or
*> confirm as a (M)atch. A confirmed match blocks the account for good;
*> once the last open hit on a customer is cleared, the hold lifts.
*> Every decision carries the operator's ID and the date - this queue
*> is what the examiner is shown.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ReviewFile ASSIGN TO "SanctionReview.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRKey
           FILE STATUS IS WSReviewStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> One line per operator: ID, password, role, status - every
       *> decision records who made it
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
*> One potential hit: the customer paired with the list entry it
*> matched - SANCTIONCHK.cob writes this same layout
FD ReviewFile.
01 ReviewRecord.
       02 SRKey.
           03 SRIDNum PIC 9(08).
           03 SREntryNum PIC 9(08).
       *> The list entry as published, and the sanctions program
       02 SRListName PIC X(40).
       02 SRProgram PIC X(12).
       *> S sound-alike individual, E exact entity name
       02 SRMatchType PIC X(01).
           88 SRSoundMatch VALUE "S".
       02 SRQueuedDate PIC 9(08).
       *> P pending review, C cleared (false positive), M confirmed
       02 SRStatus PIC X(01).
           88 SRPending VALUE "P".
           88 SRCleared VALUE "C".
           88 SRConfirmed VALUE "M".
       02 SRDecidedBy PIC X(08).
       02 SRDecidedDate PIC 9(08).
       *> Reserved for future fields
       02 FILLER PIC X(26).

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
       *> Statement cycle through the bankruptcy flag - carried for
       *> layout fit, see randomlyaccessdata.cob for the carve-out
       02 FILLER PIC X(206).
       *> H held for compliance review, B confirmed match - blocked
       02 SanctionFlag PIC X(01).
           88 SanctionHeld VALUE "H".
           88 SanctionBlocked VALUE "B".
       *> Reserved for future fields
       02 FILLER PIC X(23).

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
01 WSMoreRecords PIC X.
01 WSMoreForCust PIC X.
01 WSAnswer PIC X.
01 WSRunDate PIC 9(08).
01 CustExists PIC X.
*> Sign-on state - every decision carries a real operator
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
*> Where the queue walk resumes after a customer's hits are re-read
01 WSResumeKey PIC X(16).
01 WSCustIDNum PIC 9(08).
01 WSOpenHits PIC 9(03).
01 WSConfirmedHits PIC 9(03).
01 WSPendingCount PIC 9(05) VALUE ZERO.
01 WSClearedCount PIC 9(05) VALUE ZERO.
01 WSConfirmedCount PIC 9(05) VALUE ZERO.
01 WSMatchText PIC X(11).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSReviewStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSOperatorFileStatus PIC X(02).
*> After-image journal staging - see CUSTJRNL.cob
01 WSJrnlProgram PIC X(20) VALUE "sanctionreview".

PROCEDURE DIVISION.
StartPara.
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       MOVE "N" TO WSAuthorized
       MOVE ZERO TO WSPendingCount
       MOVE ZERO TO WSClearedCount
       MOVE ZERO TO WSConfirmedCount
       PERFORM VerifyOperator
       IF NOT Authorized
           DISPLAY "Access Denied: Reviews Need A Signed-On Operator"
           GOBACK
       END-IF
       OPEN I-O ReviewFile.
       IF WSReviewStatus NOT = "00"
           DISPLAY "No Sanctions Reviews On File - Status "
               WSReviewStatus
           GOBACK
       END-IF
       OPEN I-O CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Customer.txt Open Status " WSCustomerFileStatus
           CLOSE ReviewFile
           GOBACK
       END-IF
       MOVE LOW-VALUES TO SRKey
       MOVE "Y" TO WSMoreRecords
       START ReviewFile KEY IS NOT LESS THAN SRKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ ReviewFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND SRPending
               PERFORM ReviewOneHit
           END-IF
       END-PERFORM
       CLOSE ReviewFile, CustomerFile.
       DISPLAY " "
       DISPLAY "SANCTIONS REVIEW COMPLETE"
       DISPLAY "Pending Hits Shown: " WSPendingCount
       DISPLAY "Cleared...........: " WSClearedCount
       DISPLAY "Confirmed.........: " WSConfirmedCount
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> The real sign-on against Operators.dat - no shared-password
*> fallback here, because the whole point is recording WHO decided
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

ReviewOneHit.
       ADD 1 TO WSPendingCount
       MOVE "Y" TO CustExists
       MOVE SRIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF SRSoundMatch
           MOVE "SOUND-ALIKE" TO WSMatchText
       ELSE
           MOVE "EXACT NAME" TO WSMatchText
       END-IF
       DISPLAY " "
       IF CustExists = "Y"
           DISPLAY "Customer " SRIDNum "  " FirstName " " LastName
       ELSE
           DISPLAY "Customer " SRIDNum "  (Not On File)"
       END-IF
       DISPLAY "  List Entry " SREntryNum "  " SRListName
       DISPLAY "  Program " SRProgram "  " WSMatchText
           "  Queued " SRQueuedDate
       DISPLAY "(C)lear False Positive, Confirm (M)atch, (Q)uit, "
           "Or Enter To Leave: " WITH NO ADVANCING
       ACCEPT WSAnswer
       EVALUATE TRUE
           WHEN WSAnswer = "C" OR WSAnswer = "c"
               SET SRCleared TO TRUE
               PERFORM DecideOneHit
           WHEN WSAnswer = "M" OR WSAnswer = "m"
               SET SRConfirmed TO TRUE
               PERFORM DecideOneHit
           WHEN WSAnswer = "Q" OR WSAnswer = "q"
               MOVE "N" TO WSMoreRecords
       END-EVALUATE.

DecideOneHit.
       MOVE WSOperatorID TO SRDecidedBy
       MOVE WSRunDate TO SRDecidedDate
       REWRITE ReviewRecord
           INVALID KEY
               DISPLAY "Decision Not Saved - Review Not Rewritten"
               EXIT PARAGRAPH
       END-REWRITE
       IF SRCleared
           ADD 1 TO WSClearedCount
       ELSE
           ADD 1 TO WSConfirmedCount
       END-IF
       MOVE SRKey TO WSResumeKey
       MOVE SRIDNum TO WSCustIDNum
       PERFORM CountOpenHits
       PERFORM SetCustomerHold
       *> Pick the queue walk back up just past the decided hit
       MOVE WSResumeKey TO SRKey
       START ReviewFile KEY IS GREATER THAN SRKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START.

*> Every hit on file for the customer just decided - pending ones keep
*> the hold, a confirmed one blocks the account
CountOpenHits.
       MOVE ZERO TO WSOpenHits
       MOVE ZERO TO WSConfirmedHits
       MOVE WSCustIDNum TO SRIDNum
       MOVE ZERO TO SREntryNum
       MOVE "Y" TO WSMoreForCust
       START ReviewFile KEY IS NOT LESS THAN SRKey
           INVALID KEY MOVE "N" TO WSMoreForCust
       END-START
       PERFORM UNTIL WSMoreForCust = "N"
           READ ReviewFile NEXT RECORD
               AT END MOVE "N" TO WSMoreForCust
           END-READ
           IF WSMoreForCust = "Y"
               IF SRIDNum NOT = WSCustIDNum
                   MOVE "N" TO WSMoreForCust
               ELSE
                   IF SRPending
                       ADD 1 TO WSOpenHits
                   END-IF
                   IF SRConfirmed
                       ADD 1 TO WSConfirmedHits
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

SetCustomerHold.
       MOVE "Y" TO CustExists
       MOVE WSCustIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N"
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN WSConfirmedHits > ZERO
               SET SanctionBlocked TO TRUE
               DISPLAY "Account " IDNum " Blocked - Confirmed Match"
           WHEN WSOpenHits > ZERO
               SET SanctionHeld TO TRUE
               DISPLAY "Account " IDNum " Stays Held - " WSOpenHits
                   " Hit(s) Still Pending"
           WHEN OTHER
               MOVE SPACE TO SanctionFlag
               DISPLAY "Account " IDNum " Released - All Hits Cleared"
       END-EVALUATE
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Warning: Hold On " IDNum " Not Updated"
           NOT INVALID KEY
               CALL 'CUSTJRNL' USING WSJrnlProgram, CustomerData
       END-REWRITE.
