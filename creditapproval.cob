       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    creditapproval.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Credit officer's queue for new-account applications. AddCust in
*> randomlyaccessdata.cob keys a new customer as pending (StatusFlag P)
*> and opens an application on CreditApplications.dat; nothing can be
*> ordered on it until it is decided here. The officer works the queue
*> oldest first, keys the bureau score off the bureau report, sees
*> anyone else on file under the same SSN or name and birth date and
*> any sanctions hold, and then either approves with a starting
*> CreditLimit (the customer goes live) or declines under a reason
*> (the customer is soft-deleted and adverseaction.cob owes the
*> applicant a letter). Every decision names the signed-on officer on
*> the application and in AuditLog.dat.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ApplicationFile ASSIGN TO "CreditApplications.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AQIDNum
           FILE STATUS IS WSApplicationStatus.
       *> I-O - the decision goes straight onto the customer record
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       SELECT AuditLog ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditLogStatus.
       *> One line per operator: ID, password, role, status - a credit
       *> decision always records who made it
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
*> Must match randomlyaccessdata.cob's ApplicationRecord layout
FD ApplicationFile.
01 ApplicationRecord.
       02 AQIDNum PIC 9(08).
       02 AQAppliedDate PIC 9(08).
       02 AQStatus PIC X(01).
           88 AQPending VALUE "P".
           88 AQApproved VALUE "A".
           88 AQDeclined VALUE "D".
       02 AQRequestedLimit PIC 9(7)V99.
       02 AQApprovedLimit PIC 9(7)V99.
       02 AQBureauScore PIC 9(03).
       02 AQBureauDate PIC 9(08).
       02 AQDupHits PIC 9(03).
       02 AQSanctionHits PIC 9(03).
       02 AQKeyedBy PIC X(08).
       02 AQDecidedBy PIC X(08).
       02 AQDecisionDate PIC 9(08).
       02 AQDeclineReason PIC X(02).
       02 AQLetterDate PIC 9(08).
       02 FILLER PIC X(14).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
           88 CustActive VALUE "A".
           88 CustDeleted VALUE "D".
           88 CustPending VALUE "P".
       02 AcctStatusCode PIC X(01).
       02 DateOfBirth PIC 9(08).
       02 SSN PIC 9(09).
       02 SSNParts REDEFINES SSN.
           03 FILLER PIC 9(05).
           03 SSNLast4 PIC 9(04).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle - carried for layout fit
       02 FILLER PIC X(01).
       *> Set here from the approved starting limit
       02 CreditLimit PIC 9(7)V99.
       *> Debit consent - carried for layout fit
       02 FILLER PIC X(01).
       *> The address the officer checks against the bureau report
       02 Street PIC X(20).
       02 City PIC X(15).
       02 StateCode PIC X(02).
       02 ZipCode PIC 9(05).
       *> Household through the bankruptcy flag - carried for fit
       02 FILLER PIC X(153).
       *> A sanctions hold must clear before the account can open
       02 SanctionFlag PIC X(01).
           88 SanctionHeld VALUE "H".
           88 SanctionBlocked VALUE "B".
           88 SanctionHold VALUE "H", "B".
       *> Reserved for future fields - see randomlyaccessdata.cob's
       *> CustomerData for the field carve-out
       02 FILLER PIC X(23).

*> Must match randomlyaccessdata.cob's AuditRecord layout
FD AuditLog.
01 AuditRecord.
       02 AuditTimestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 AuditOperation PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 AuditIDNum PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 AuditOldFirstName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 AuditOldLastName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 AuditNewFirstName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 AuditNewLastName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 AuditOperatorID PIC X(08).

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
01 CustExists PIC X.
01 AppExists PIC X.
01 WSMoreRecords PIC X.
01 WSTodayDate PIC 9(08).
01 WSAgeDays PIC 9(05).
01 WSQueueCount PIC 9(05).
*> Sign-on state - every decision carries a real officer
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSOperatorRole PIC X(01) VALUE SPACE.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
*> The officer's entries for the application in hand
01 WSScoreEntry PIC X(03).
01 WSDecision PIC X(01).
01 WSStartLimit PIC 9(7)V99.
01 WSReasonCode PIC X(02).
01 WSAuditOp PIC X(10).
*> Live duplicate search - the applicant held aside while the master
*> is read through for the same person under another ID
01 WSApplicantID PIC 9(08).
01 WSApplicantSSN PIC 9(09).
01 WSApplicantFirst PIC X(15).
01 WSApplicantLast PIC X(15).
01 WSApplicantDOB PIC 9(08).
01 WSDupHits PIC 9(03).
01 WSDispAmount PIC $$,$$$,$$9.99.
*> After-image journal staging - see CUSTJRNL.cob
01 WSJrnlProgram PIC X(20) VALUE "creditapproval".
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSApplicationStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSAuditLogStatus PIC X(02).
01 WSOperatorFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       MOVE "N" TO WSAuthorized.
       ACCEPT WSTodayDate FROM DATE YYYYMMDD.
       PERFORM VerifyOperator
       IF NOT Authorized
           DISPLAY "Access Denied: Credit Decisions Need A Signed-On "
               "Operator"
           GOBACK
       END-IF
       IF WSOperatorRole = "I"
           DISPLAY "Access Denied: Inquiry Operators Cannot Decide Credit"
           GOBACK
       END-IF
       OPEN I-O ApplicationFile.
       IF WSApplicationStatus NOT = "00"
           DISPLAY "No Credit Applications On File - Status "
               WSApplicationStatus
           GOBACK
       END-IF
       OPEN I-O CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       OPEN EXTEND AuditLog.
       IF WSAuditLogStatus NOT = "00"
           DISPLAY "Warning: AuditLog.dat Open Status " WSAuditLogStatus
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "NEW ACCOUNT CREDIT APPROVAL"
               DISPLAY "1 : Pending Application Queue"
               DISPLAY "2 : Review And Decide An Application"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM ListPendingQueue
                    WHEN 2 PERFORM ReviewApplication
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE ApplicationFile, CustomerFile, AuditLog.
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
               MOVE OperRole TO WSOperatorRole
           END-IF
           READ OperatorFile
               AT END SET OperEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE OperatorFile.

*> Every application still waiting, lowest (oldest) ID first, with
*> how long it has waited and what the keying turned up
ListPendingQueue.
       MOVE ZERO TO WSQueueCount
       DISPLAY " "
       DISPLAY "ID        NAME            APPLIED   DAYS  DUP  SANC"
       MOVE LOW-VALUES TO AQIDNum
       MOVE "Y" TO WSMoreRecords
       START ApplicationFile KEY IS NOT LESS THAN AQIDNum
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ ApplicationFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND AQPending
               ADD 1 TO WSQueueCount
               PERFORM ShowQueueEntry
           END-IF
       END-PERFORM
       DISPLAY "Applications Waiting: " WSQueueCount.

ShowQueueEntry.
       MOVE "Y" TO CustExists
       MOVE AQIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N"
           MOVE "NOT ON FILE" TO LastName
       END-IF
       COMPUTE WSAgeDays = FUNCTION INTEGER-OF-DATE(WSTodayDate)
           - FUNCTION INTEGER-OF-DATE(AQAppliedDate)
       DISPLAY AQIDNum "  " LastName " " AQAppliedDate "  " WSAgeDays
           "  " AQDupHits "  " AQSanctionHits.

*> One application, start to finish: the applicant as keyed, a fresh
*> duplicate search, the sanctions state, the bureau score, and then
*> the decision - or left pending for another day
ReviewApplication.
       MOVE "Y" TO AppExists
       DISPLAY " "
       DISPLAY "Enter Customer ID: " WITH NO ADVANCING
       ACCEPT AQIDNum
       READ ApplicationFile
           INVALID KEY MOVE "N" TO AppExists
       END-READ
       IF AppExists = "N"
           DISPLAY "No Credit Application On File For That ID"
           EXIT PARAGRAPH
       END-IF
       IF NOT AQPending
           DISPLAY "Already Decided (" AQStatus ") On " AQDecisionDate
               " By " AQDecidedBy
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO CustExists
       MOVE AQIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N" OR NOT CustPending
           DISPLAY "Customer Is No Longer Pending - Application Withdrawn"
           EXIT PARAGRAPH
       END-IF
       PERFORM ShowApplicant
       PERFORM CheckDuplicates
       IF SanctionHeld
           DISPLAY "Sanctions: Possible Watch-List Match Awaiting "
               "Compliance"
       END-IF
       IF SanctionBlocked
           DISPLAY "Sanctions: Confirmed Match - Account May Not Open"
       END-IF
       DISPLAY "Bureau Score (Enter To Keep " AQBureauScore "): "
           WITH NO ADVANCING
       ACCEPT WSScoreEntry
       IF WSScoreEntry IS NUMERIC AND WSScoreEntry NOT = "000"
           MOVE WSScoreEntry TO AQBureauScore
           MOVE WSTodayDate TO AQBureauDate
       END-IF
       DISPLAY "(A)pprove, (D)ecline, Or Enter To Leave Pending: "
           WITH NO ADVANCING
       ACCEPT WSDecision
       MOVE FUNCTION UPPER-CASE(WSDecision) TO WSDecision
       EVALUATE WSDecision
           WHEN "A" PERFORM ApproveApplication
           WHEN "D" PERFORM DeclineApplication
           WHEN OTHER
               *> The score keyed still counts for the next look
               REWRITE ApplicationRecord
                   INVALID KEY DISPLAY "Warning: Application Not Saved"
               END-REWRITE
               DISPLAY "Left Pending"
       END-EVALUATE.

ShowApplicant.
       COMPUTE WSAgeDays = FUNCTION INTEGER-OF-DATE(WSTodayDate)
           - FUNCTION INTEGER-OF-DATE(AQAppliedDate)
       DISPLAY "Applicant: " FirstName " " LastName
       DISPLAY "Born " DateOfBirth "   SSN ***-**-" SSNLast4
       DISPLAY "Address: " Street " " City " " StateCode " " ZipCode
       MOVE AQRequestedLimit TO WSDispAmount
       DISPLAY "Requested Limit: " WSDispAmount
       DISPLAY "Applied " AQAppliedDate " (" WSAgeDays " Days Ago) "
           "Keyed By " AQKeyedBy
       IF AQBureauDate > ZERO
           DISPLAY "Bureau Score " AQBureauScore " Pulled " AQBureauDate
       END-IF.

*> Anyone else not deleted under the same SSN, or the same name and
*> birth date - read fresh, since a duplicate may have been keyed
*> since the application was. The applicant is read back afterward
*> so the decision can rewrite it.
CheckDuplicates.
       MOVE IDNum TO WSApplicantID
       MOVE SSN TO WSApplicantSSN
       MOVE FirstName TO WSApplicantFirst
       MOVE LastName TO WSApplicantLast
       MOVE DateOfBirth TO WSApplicantDOB
       MOVE ZERO TO WSDupHits
       MOVE ZEROS TO IDNum
       MOVE "Y" TO WSMoreRecords
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CustomerFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND NOT CustDeleted
               AND IDNum NOT = WSApplicantID
               AND (SSN = WSApplicantSSN OR
                   (LastName = WSApplicantLast
                    AND FirstName = WSApplicantFirst
                    AND DateOfBirth = WSApplicantDOB))
               ADD 1 TO WSDupHits
               DISPLAY "Possible Duplicate: " IDNum "  " FirstName " "
                   LastName "  Status " StatusFlag
           END-IF
       END-PERFORM
       IF WSDupHits = ZERO
           DISPLAY "No Duplicates On File"
       END-IF
       MOVE WSDupHits TO AQDupHits
       MOVE WSApplicantID TO IDNum
       READ CustomerFile
           INVALID KEY
               DISPLAY "Warning: Applicant Could Not Be Re-Read"
       END-READ.

*> Approval needs a bureau score on file and no sanctions hold; the
*> starting limit defaults to what was asked for
ApproveApplication.
       IF AQBureauScore = ZERO
           DISPLAY "Not Approved: Key The Bureau Score First"
           EXIT PARAGRAPH
       END-IF
       IF SanctionHold
           DISPLAY "Not Approved: The Sanctions Review Must Clear First"
           EXIT PARAGRAPH
       END-IF
       MOVE AQRequestedLimit TO WSDispAmount
       DISPLAY "Starting Credit Limit (0 Takes The " WSDispAmount
           " Asked For): " WITH NO ADVANCING
       ACCEPT WSStartLimit
       IF WSStartLimit IS NOT NUMERIC OR WSStartLimit = ZERO
           MOVE AQRequestedLimit TO WSStartLimit
       END-IF
       SET CustActive TO TRUE
       MOVE WSStartLimit TO CreditLimit
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Not Approved: Customer Record Not Rewritten"
               EXIT PARAGRAPH
       END-REWRITE
       MOVE "APPROVE" TO WSAuditOp
       PERFORM RecordDecision
       SET AQApproved TO TRUE
       MOVE WSStartLimit TO AQApprovedLimit
       MOVE WSOperatorID TO AQDecidedBy
       MOVE WSTodayDate TO AQDecisionDate
       REWRITE ApplicationRecord
           INVALID KEY DISPLAY "Warning: Application Not Saved"
       END-REWRITE
       MOVE WSStartLimit TO WSDispAmount
       DISPLAY "Approved - Account " IDNum " Is Live With A "
           WSDispAmount " Limit".

*> A decline soft-deletes the customer the way DeleteCust does and
*> leaves the application owing its adverse-action letter
DeclineApplication.
       DISPLAY "Reason:  01 Insufficient Credit History"
       DISPLAY "         02 Bureau Score Below Our Standard"
       DISPLAY "         03 Delinquent Past Or Present Obligations"
       DISPLAY "         04 Unable To Verify Identity"
       DISPLAY "         05 Excessive Obligations"
       DISPLAY "         06 Incomplete Application"
       DISPLAY "Reason Code (Enter To Cancel): " WITH NO ADVANCING
       ACCEPT WSReasonCode
       IF WSReasonCode < "01" OR WSReasonCode > "06"
           DISPLAY "Nothing Decided"
           EXIT PARAGRAPH
       END-IF
       MOVE "D" TO StatusFlag
       MOVE WSTodayDate TO DateDeleted
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Not Declined: Customer Record Not Rewritten"
               EXIT PARAGRAPH
       END-REWRITE
       MOVE "DECLINE" TO WSAuditOp
       PERFORM RecordDecision
       SET AQDeclined TO TRUE
       MOVE ZERO TO AQApprovedLimit
       MOVE WSReasonCode TO AQDeclineReason
       MOVE WSOperatorID TO AQDecidedBy
       MOVE WSTodayDate TO AQDecisionDate
       MOVE ZERO TO AQLetterDate
       REWRITE ApplicationRecord
           INVALID KEY DISPLAY "Warning: Application Not Saved"
       END-REWRITE
       DISPLAY "Declined - The Adverse-Action Letter Goes Out On The "
           "Next Letter Run".

*> WSAuditOp is set by the caller
RecordDecision.
       MOVE SPACES TO AuditRecord
       MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
       MOVE WSAuditOp TO AuditOperation
       MOVE IDNum TO AuditIDNum
       MOVE FirstName TO AuditOldFirstName
       MOVE LastName TO AuditOldLastName
       MOVE FirstName TO AuditNewFirstName
       MOVE LastName TO AuditNewLastName
       MOVE WSOperatorID TO AuditOperatorID
       WRITE AuditRecord
       *> The record as it now stands rides the recovery journal
       CALL 'CUSTJRNL' USING WSJrnlProgram, CustomerData.
