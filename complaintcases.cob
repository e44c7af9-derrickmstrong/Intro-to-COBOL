       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    complaintcases.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Customer complaint case maintenance: ContactHistory.dat and
*> CustomerNotes.dat say a customer called, but not whether the problem
*> was ever fixed. A complaint now gets a case on ComplaintCases.dat -
*> a case number off CaseControl.dat, the customer, a category and
*> priority, an owner, the day it was opened and the service-level
*> target date its category sets, and in the end a root cause and the
*> resolution. Every status change, owner change, resolution and reopen
*> is appended to CaseHistory.dat, so the case carries its whole story.
*> Reached from the customer system menu and from customer360.cob;
*> caseaging.cob ages the open cases against their targets every night
*> and casemonthly.cob gives management the month's volume by category
*> and root cause.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> One record per case, keyed by case number, with the customer
       *> as a second key for the per-customer list
       SELECT CaseFile ASSIGN TO "ComplaintCases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSCaseNum
           ALTERNATE RECORD KEY IS CSIDNum WITH DUPLICATES
           FILE STATUS IS WSCaseFileStatus.
       *> Append-only status history - one line per change to a case
       SELECT CaseHistoryFile ASSIGN TO "CaseHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCaseHistoryStatus.
       *> Next case number - the same single-record control file
       *> pattern as InvoiceControl.dat
       SELECT CaseControl ASSIGN TO "CaseControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCaseControlStatus.
       *> Read only - a case is always for a customer on file
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> One line per operator: ID, password, role, status - every
       *> case carries the operator who opened, changed or resolved it
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
*> One complaint case per record - customer360.cob, caseaging.cob and
*> casemonthly.cob read this same layout
FD CaseFile.
01 CaseRecord.
       02 CSCaseNum PIC 9(08).
       02 CSIDNum PIC 9(08).
       *> BIL billing, DLV delivery, PRD product, SVC service,
       *> ACC account or credit, OTH anything else
       02 CSCategory PIC X(03).
           88 CaseCategoryValid VALUE "BIL" "DLV" "PRD" "SVC" "ACC"
               "OTH".
       *> 1 urgent, 2 high, 3 normal
       02 CSPriority PIC X(01).
           88 CasePriorityValid VALUE "1" "2" "3".
       *> The operator working it
       02 CSOwner PIC X(08).
       02 CSOpenedDate PIC 9(08).
       02 CSOpenedBy PIC X(08).
       *> Opened date plus the category's service-level days
       02 CSTargetDate PIC 9(08).
       *> O open, W being worked, P waiting on the customer, R resolved
       02 CSStatus PIC X(01).
           88 CaseOpen VALUE "O".
           88 CaseWorking VALUE "W".
           88 CaseWaitCustomer VALUE "P".
           88 CaseResolved VALUE "R".
           88 CaseStillOpen VALUE "O" "W" "P".
       02 CSLastChangeDate PIC 9(08).
       *> What the customer said was wrong
       02 CSSummary PIC X(50).
       *> Why it went wrong - set when the case is resolved: PRC our
       *> process, SYS system error, STF staff error, CAR carrier,
       *> SUP supplier, DEF product defect, CUS customer misunderstanding,
       *> NOF no fault found
       02 CSRootCause PIC X(03).
           88 CaseRootCauseValid VALUE "PRC" "SYS" "STF" "CAR" "SUP"
               "DEF" "CUS" "NOF".
       02 CSResolvedDate PIC 9(08).
       02 CSResolvedBy PIC X(08).
       02 CSResolution PIC X(50).
       *> Reserved for future fields
       02 FILLER PIC X(20).

*> One line per change to a case - the case's status history
FD CaseHistoryFile.
01 CaseHistoryRecord.
       02 CECaseNum PIC 9(08).
       02 FILLER PIC X.
       *> Define End of File
       88 CEEOF VALUE HIGH-VALUES.
       02 CEDate PIC 9(08).
       02 FILLER PIC X.
       02 CEOperator PIC X(08).
       02 FILLER PIC X.
       *> Status before and after - the same when only the owner moved
       02 CEFromStatus PIC X(01).
       02 FILLER PIC X.
       02 CEToStatus PIC X(01).
       02 FILLER PIC X.
       02 CENote PIC X(50).

FD CaseControl.
01 CaseControlRecord.
       02 NextCaseNumber PIC 9(08).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
           88 CustActive VALUE "A".
           88 CustDeleted VALUE "D".
       02 AcctStatusCode PIC X(01).
       *> Birth date through the reserved expansion area - see
       *> randomlyaccessdata.cob's CustomerData for the field carve-out
       02 FILLER PIC X(264).

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
01 CaseExists PIC X.
01 CustExists PIC X.
01 WSRunDate PIC 9(08).
*> Sign-on state - every case carries a real operator
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
*> Service-level days per category - how long a case of that kind may
*> stay open before it is overdue. RunParams.dat can override each one
*> (CASESLABIL, CASESLADLV ...); these are the defaults.
01 WSSlaValues.
       02 FILLER PIC X(06) VALUE "BIL005".
       02 FILLER PIC X(06) VALUE "DLV003".
       02 FILLER PIC X(06) VALUE "PRD007".
       02 FILLER PIC X(06) VALUE "SVC005".
       02 FILLER PIC X(06) VALUE "ACC010".
       02 FILLER PIC X(06) VALUE "OTH010".
01 WSSlaTable REDEFINES WSSlaValues.
       02 WSSlaEntry OCCURS 6 TIMES INDEXED BY SlaIdx.
           03 WSSlaCategory PIC X(03).
           03 WSSlaDays PIC 9(03).
01 WSSlaLoaded PIC X VALUE "N".
01 WSTargetDays PIC 9(03).
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> Case numbering
01 WSCaseNum PIC 9(08).
01 WSCandidateCase PIC 9(08).
01 WSCaseNumFree PIC X.
*> Status history staging
01 WSFromStatus PIC X(01).
01 WSHistoryNote PIC X(50).
01 WSNewStatus PIC X(01).
01 WSHistoryCount PIC 9(05).
*> Owner reassignment / defaulting
01 WSNewOwner PIC X(08).
01 WSOwnerFound PIC X.
*> Walking one customer's cases on the alternate key
01 WSListIDNum PIC 9(08).
01 WSMoreCases PIC X.
01 WSListCount PIC 9(05).
01 WSStatusWords PIC X(20).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCaseFileStatus PIC X(02).
01 WSCaseHistoryStatus PIC X(02).
01 WSCaseControlStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
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
           DISPLAY "Access Denied: Cases Need A Signed-On Operator"
           GOBACK
       END-IF
       IF WSSlaLoaded = "N"
           PERFORM LoadSlaDays
       END-IF
       *> I-O to maintain cases; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN I-O CaseFile.
       IF WSCaseFileStatus = "35"
           OPEN OUTPUT CaseFile
           CLOSE CaseFile
           OPEN I-O CaseFile
       END-IF
       IF WSCaseFileStatus NOT = "00"
           DISPLAY "Warning: ComplaintCases.dat Open Status "
               WSCaseFileStatus
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status "
               WSCustomerFileStatus
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "COMPLAINT CASES"
               DISPLAY "1 : Open Case"
               DISPLAY "2 : Show Case And History"
               DISPLAY "3 : Log Progress / Change Status"
               DISPLAY "4 : Reassign Owner"
               DISPLAY "5 : Resolve Case"
               DISPLAY "6 : Reopen Case"
               DISPLAY "7 : List Customer's Cases"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM OpenCase
                    WHEN 2 PERFORM ShowCase
                    WHEN 3 PERFORM ChangeCaseStatus
                    WHEN 4 PERFORM ReassignOwner
                    WHEN 5 PERFORM ResolveCase
                    WHEN 6 PERFORM ReopenCase
                    WHEN 7 PERFORM ListCustCases
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE CaseFile, CustomerFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob or customer360.cob
       GOBACK.

*> The real sign-on against Operators.dat - no shared-password
*> fallback here, because the case records WHO opened and worked it
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

*> Each category's days can be set in RunParams.dat as CASESLA plus
*> the category code; anything not set keeps the default above
LoadSlaDays.
       PERFORM VARYING SlaIdx FROM 1 BY 1 UNTIL SlaIdx > 6
           MOVE SPACES TO WSParamName
           STRING "CASESLA" DELIMITED BY SIZE
               WSSlaCategory(SlaIdx) DELIMITED BY SIZE
               INTO WSParamName
           END-STRING
           CALL 'RUNPARAM' USING WSParamName, WSParamValue,
               WSParamFound
           IF WSParamFound = "Y" AND WSParamValue > ZERO
               AND WSParamValue < 1000
               MOVE WSParamValue TO WSSlaDays(SlaIdx)
           END-IF
       END-PERFORM
       MOVE "Y" TO WSSlaLoaded.

*> A case is for a customer on file; the target date comes from the
*> category's service level and the owner defaults to whoever opened it
OpenCase.
       DISPLAY " "
       DISPLAY "Customer ID: " WITH NO ADVANCING
       ACCEPT IDNum
       MOVE "Y" TO CustExists
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N"
           DISPLAY "Rejected: Customer Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Customer " IDNum "  " FirstName " " LastName
       *> Numbered before the record is built - the probe reads
       *> through the case record area
       PERFORM AssignCaseNumber
       MOVE SPACES TO CaseRecord
       MOVE WSCaseNum TO CSCaseNum
       MOVE IDNum TO CSIDNum
       DISPLAY "Category (BIL DLV PRD SVC ACC OTH): " WITH NO ADVANCING
       ACCEPT CSCategory
       MOVE FUNCTION UPPER-CASE(CSCategory) TO CSCategory
       IF NOT CaseCategoryValid
           DISPLAY "Rejected: Unknown Category"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Priority (1=Urgent 2=High 3=Normal): "
           WITH NO ADVANCING
       ACCEPT CSPriority
       IF CSPriority = SPACE
           MOVE "3" TO CSPriority
       END-IF
       IF NOT CasePriorityValid
           DISPLAY "Rejected: Unknown Priority"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Summary Of The Complaint: " WITH NO ADVANCING
       ACCEPT CSSummary
       IF CSSummary = SPACES
           DISPLAY "Rejected: Say What The Complaint Is"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Owner Operator ID (blank = you): " WITH NO ADVANCING
       ACCEPT WSNewOwner
       IF WSNewOwner = SPACES
           MOVE WSOperatorID TO WSNewOwner
       ELSE
           PERFORM CheckOwnerOnFile
           IF WSOwnerFound = "N"
               DISPLAY "Rejected: Owner Is Not An Active Operator"
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE WSNewOwner TO CSOwner
       MOVE WSRunDate TO CSOpenedDate
       MOVE WSOperatorID TO CSOpenedBy
       MOVE WSRunDate TO CSLastChangeDate
       PERFORM SetTargetDate
       SET CaseOpen TO TRUE
       MOVE ZERO TO CSResolvedDate
       WRITE CaseRecord
           INVALID KEY
               DISPLAY "Case Not Saved"
               EXIT PARAGRAPH
       END-WRITE
       PERFORM BumpNextCaseNumber
       MOVE SPACE TO WSFromStatus
       MOVE "CASE OPENED" TO WSHistoryNote
       PERFORM WriteCaseHistory
       DISPLAY "Case " CSCaseNum " Opened - Target Date " CSTargetDate.

*> Opened date plus the category's service-level days
SetTargetDate.
       MOVE 10 TO WSTargetDays
       PERFORM VARYING SlaIdx FROM 1 BY 1 UNTIL SlaIdx > 6
           IF WSSlaCategory(SlaIdx) = CSCategory
               MOVE WSSlaDays(SlaIdx) TO WSTargetDays
           END-IF
       END-PERFORM
       COMPUTE CSTargetDate = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(CSOpenedDate) + WSTargetDays).

*> Next number off CaseControl.dat, probing past any case already on
*> file in case the control record was restored from an old copy
AssignCaseNumber.
       MOVE 1 TO WSCaseNum
       OPEN INPUT CaseControl
       IF WSCaseControlStatus = "00"
           READ CaseControl
               AT END CONTINUE
               NOT AT END MOVE NextCaseNumber TO WSCaseNum
           END-READ
           CLOSE CaseControl
       END-IF
       IF WSCaseNum = ZERO
           MOVE 1 TO WSCaseNum
       END-IF
       MOVE WSCaseNum TO WSCandidateCase
       MOVE "N" TO WSCaseNumFree
       PERFORM ProbeOneCaseNumber UNTIL WSCaseNumFree = "Y"
       MOVE WSCandidateCase TO WSCaseNum.

ProbeOneCaseNumber.
       MOVE WSCandidateCase TO CSCaseNum
       READ CaseFile
           INVALID KEY MOVE "Y" TO WSCaseNumFree
           NOT INVALID KEY ADD 1 TO WSCandidateCase
       END-READ.

BumpNextCaseNumber.
       OPEN OUTPUT CaseControl
       IF WSCaseControlStatus NOT = "00"
           DISPLAY "Warning: CaseControl.dat Open Status "
               WSCaseControlStatus
       ELSE
           COMPUTE NextCaseNumber = WSCaseNum + 1
           WRITE CaseControlRecord
           CLOSE CaseControl
       END-IF.

*> One line on CaseHistory.dat for the change just made to the case
*> in CaseRecord - WSFromStatus and WSHistoryNote say what changed
WriteCaseHistory.
       *> EXTEND appends to the running file; if it doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first case creates it
       OPEN EXTEND CaseHistoryFile
       IF WSCaseHistoryStatus = "35"
           OPEN OUTPUT CaseHistoryFile
       END-IF
       IF WSCaseHistoryStatus NOT = "00"
           DISPLAY "Warning: CaseHistory.dat Open Status "
               WSCaseHistoryStatus
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO CaseHistoryRecord
       MOVE CSCaseNum TO CECaseNum
       MOVE WSRunDate TO CEDate
       MOVE WSOperatorID TO CEOperator
       MOVE WSFromStatus TO CEFromStatus
       MOVE CSStatus TO CEToStatus
       MOVE WSHistoryNote TO CENote
       WRITE CaseHistoryRecord
       CLOSE CaseHistoryFile.

*> The owner has to be someone who can actually sign on
CheckOwnerOnFile.
       MOVE "N" TO WSOwnerFound
       OPEN INPUT OperatorFile
       IF WSOperatorFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ OperatorFile
           AT END SET OperEOF TO TRUE
       END-READ
       PERFORM UNTIL OperEOF
           IF OperID = WSNewOwner AND OperActive
               MOVE "Y" TO WSOwnerFound
           END-IF
           READ OperatorFile
               AT END SET OperEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE OperatorFile.

ReadCaseByNumber.
       MOVE "Y" TO CaseExists
       DISPLAY " "
       DISPLAY "Case Number: " WITH NO ADVANCING
       ACCEPT CSCaseNum
       READ CaseFile
           INVALID KEY MOVE "N" TO CaseExists
       END-READ.

ShowCase.
       PERFORM ReadCaseByNumber
       IF CaseExists = "N"
           DISPLAY "No Case On File"
       ELSE
           PERFORM DisplayOneCase
           PERFORM DisplayCaseHistory
       END-IF.

DisplayOneCase.
       PERFORM SetStatusWords
       DISPLAY "Case.......: " CSCaseNum
       DISPLAY "Customer...: " CSIDNum
       DISPLAY "Category...: " CSCategory "   Priority: " CSPriority
       DISPLAY "Summary....: " CSSummary
       DISPLAY "Owner......: " CSOwner
       DISPLAY "Opened.....: " CSOpenedDate " By " CSOpenedBy
       DISPLAY "Target.....: " CSTargetDate
       DISPLAY "Status.....: " WSStatusWords
       IF CaseStillOpen AND WSRunDate > CSTargetDate
           DISPLAY "*** PAST ITS SERVICE-LEVEL TARGET ***"
       END-IF
       IF CaseResolved
           DISPLAY "Resolved...: " CSResolvedDate " By " CSResolvedBy
           DISPLAY "Root Cause.: " CSRootCause
           DISPLAY "Resolution.: " CSResolution
       END-IF.

SetStatusWords.
       EVALUATE TRUE
           WHEN CaseOpen MOVE "Open" TO WSStatusWords
           WHEN CaseWorking MOVE "Being Worked" TO WSStatusWords
           WHEN CaseWaitCustomer MOVE "Waiting On Customer"
               TO WSStatusWords
           WHEN CaseResolved MOVE "Resolved" TO WSStatusWords
           WHEN OTHER MOVE CSStatus TO WSStatusWords
       END-EVALUATE.

*> The case's story in the order it happened, off CaseHistory.dat
DisplayCaseHistory.
       MOVE ZERO TO WSHistoryCount
       DISPLAY "--- History ---"
       OPEN INPUT CaseHistoryFile
       IF WSCaseHistoryStatus NOT = "00"
           DISPLAY "No History On File"
           EXIT PARAGRAPH
       END-IF
       READ CaseHistoryFile
           AT END SET CEEOF TO TRUE
       END-READ
       PERFORM UNTIL CEEOF
           IF CECaseNum = CSCaseNum
               ADD 1 TO WSHistoryCount
               DISPLAY CEDate " " CEOperator " " CEFromStatus ">"
                   CEToStatus " " CENote
           END-IF
           READ CaseHistoryFile
               AT END SET CEEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE CaseHistoryFile
       IF WSHistoryCount = ZERO
           DISPLAY "No History On File"
       END-IF.

*> Progress on an open case - the note always goes on the history,
*> and the status moves between open, being worked and waiting on the
*> customer. Resolving has its own option because it needs a root cause.
ChangeCaseStatus.
       PERFORM ReadCaseByNumber
       IF CaseExists = "N" OR NOT CaseStillOpen
           DISPLAY "No Open Case On File"
           EXIT PARAGRAPH
       END-IF
       PERFORM DisplayOneCase
       DISPLAY "New Status (O=Open W=Working P=Waiting On Customer, "
           "blank = no change): " WITH NO ADVANCING
       ACCEPT WSNewStatus
       MOVE FUNCTION UPPER-CASE(WSNewStatus) TO WSNewStatus
       IF WSNewStatus = SPACE
           MOVE CSStatus TO WSNewStatus
       END-IF
       IF WSNewStatus NOT = "O" AND WSNewStatus NOT = "W"
           AND WSNewStatus NOT = "P"
           DISPLAY "Rejected: Use Resolve Case To Close It"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Progress Note: " WITH NO ADVANCING
       ACCEPT WSHistoryNote
       IF WSHistoryNote = SPACES
           DISPLAY "Rejected: Say What Was Done"
           EXIT PARAGRAPH
       END-IF
       MOVE CSStatus TO WSFromStatus
       MOVE WSNewStatus TO CSStatus
       MOVE WSRunDate TO CSLastChangeDate
       REWRITE CaseRecord
           INVALID KEY
               DISPLAY "Case Not Updated"
               EXIT PARAGRAPH
       END-REWRITE
       PERFORM WriteCaseHistory
       DISPLAY "Case Updated".

ReassignOwner.
       PERFORM ReadCaseByNumber
       IF CaseExists = "N" OR NOT CaseStillOpen
           DISPLAY "No Open Case On File"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Current Owner: " CSOwner
       DISPLAY "New Owner Operator ID: " WITH NO ADVANCING
       ACCEPT WSNewOwner
       PERFORM CheckOwnerOnFile
       IF WSOwnerFound = "N"
           DISPLAY "Rejected: Owner Is Not An Active Operator"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WSHistoryNote
       STRING "OWNER " DELIMITED BY SIZE
           CSOwner DELIMITED BY SPACE
           " TO " DELIMITED BY SIZE
           WSNewOwner DELIMITED BY SPACE
           INTO WSHistoryNote
       END-STRING
       MOVE CSStatus TO WSFromStatus
       MOVE WSNewOwner TO CSOwner
       MOVE WSRunDate TO CSLastChangeDate
       REWRITE CaseRecord
           INVALID KEY
               DISPLAY "Owner Not Changed"
               EXIT PARAGRAPH
       END-REWRITE
       PERFORM WriteCaseHistory
       DISPLAY "Owner Changed".

*> Resolving takes a root cause - that is what management's monthly
*> report is built on - and what was done for the customer
ResolveCase.
       PERFORM ReadCaseByNumber
       IF CaseExists = "N" OR NOT CaseStillOpen
           DISPLAY "No Open Case On File"
           EXIT PARAGRAPH
       END-IF
       PERFORM DisplayOneCase
       DISPLAY "Root Cause (PRC SYS STF CAR SUP DEF CUS NOF): "
           WITH NO ADVANCING
       ACCEPT CSRootCause
       MOVE FUNCTION UPPER-CASE(CSRootCause) TO CSRootCause
       IF NOT CaseRootCauseValid
           DISPLAY "Rejected: Unknown Root Cause"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Resolution: " WITH NO ADVANCING
       ACCEPT CSResolution
       IF CSResolution = SPACES
           DISPLAY "Rejected: Say How It Was Resolved"
           EXIT PARAGRAPH
       END-IF
       MOVE CSStatus TO WSFromStatus
       SET CaseResolved TO TRUE
       MOVE WSRunDate TO CSResolvedDate
       MOVE WSOperatorID TO CSResolvedBy
       MOVE WSRunDate TO CSLastChangeDate
       REWRITE CaseRecord
           INVALID KEY
               DISPLAY "Case Not Resolved"
               EXIT PARAGRAPH
       END-REWRITE
       MOVE SPACES TO WSHistoryNote
       STRING "RESOLVED " DELIMITED BY SIZE
           CSRootCause DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           CSResolution DELIMITED BY SIZE
           INTO WSHistoryNote
       END-STRING
       PERFORM WriteCaseHistory
       DISPLAY "Case Resolved".

*> The customer says it isn't fixed after all - the case opens again
*> on its original target date, so the aging shows how late it now is,
*> and the old resolution stays on the history
ReopenCase.
       PERFORM ReadCaseByNumber
       IF CaseExists = "N" OR NOT CaseResolved
           DISPLAY "No Resolved Case On File"
           EXIT PARAGRAPH
       END-IF
       PERFORM DisplayOneCase
       DISPLAY "Why Is It Being Reopened: " WITH NO ADVANCING
       ACCEPT WSHistoryNote
       IF WSHistoryNote = SPACES
           DISPLAY "Rejected: Say Why"
           EXIT PARAGRAPH
       END-IF
       MOVE CSStatus TO WSFromStatus
       SET CaseOpen TO TRUE
       MOVE SPACES TO CSRootCause
       MOVE ZERO TO CSResolvedDate
       MOVE SPACES TO CSResolvedBy
       MOVE SPACES TO CSResolution
       MOVE WSRunDate TO CSLastChangeDate
       REWRITE CaseRecord
           INVALID KEY
               DISPLAY "Case Not Reopened"
               EXIT PARAGRAPH
       END-REWRITE
       PERFORM WriteCaseHistory
       DISPLAY "Case Reopened".

*> Every case for one customer, open and resolved, off the
*> alternate key
ListCustCases.
       MOVE ZERO TO WSListCount
       DISPLAY " "
       DISPLAY "Enter Customer ID: " WITH NO ADVANCING
       ACCEPT WSListIDNum
       MOVE WSListIDNum TO CSIDNum
       MOVE "Y" TO WSMoreCases
       START CaseFile KEY IS EQUAL TO CSIDNum
           INVALID KEY MOVE "N" TO WSMoreCases
       END-START
       PERFORM UNTIL WSMoreCases = "N"
           READ CaseFile NEXT RECORD
               AT END MOVE "N" TO WSMoreCases
           END-READ
           IF WSMoreCases = "Y"
               IF CSIDNum NOT = WSListIDNum
                   MOVE "N" TO WSMoreCases
               ELSE
                   ADD 1 TO WSListCount
                   DISPLAY CSCaseNum "  " CSOpenedDate "  " CSCategory
                       "  P" CSPriority "  " CSStatus "  " CSOwner
                       "  " CSSummary(1:30)
               END-IF
           END-IF
       END-PERFORM
       DISPLAY "Cases On File: " WSListCount.
