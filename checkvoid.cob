       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    checkvoid.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Stop or void a refund check: a check lost in the post, or one the
*> customer never cashed, comes off CheckRegister.dat here. Only an
*> outstanding check qualifies - once the bank has paid it the money
*> is gone. The refund is put back on the customer's account as a
*> CHECKVOID movement carrying the check number, so the credit is
*> theirs again (to reissue, apply to an order, or escheat), and the
*> next positivepay.cob run tells the bank to refuse the check.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       SELECT CheckFile ASSIGN TO "CheckRegister.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKNumber
           FILE STATUS IS WSCheckFileStatus.
       *> Appended to when a check's money goes back on the account
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.
       *> One line per operator: ID, password, role, status - a stop or
       *> void always records who did it
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
           88 CustActive VALUE "A".
           88 CustDeleted VALUE "D".
       02 AcctStatusCode PIC X(01).
       02 DateOfBirth PIC 9(08).
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle plus reserved expansion area - see
       *> randomlyaccessdata.cob's CustomerData for the field carve-out
       02 FILLER PIC X(230).

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

*> One line per balance movement - must match orderposting.cob's layout
FD BalanceHistory.
01 BalanceHistoryRecord.
       02 BHIDNum PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 BHDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 BHSource PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 BHOldBalance PIC S9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 BHAmount PIC S9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 BHNewBalance PIC S9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       *> The voided check's number rides in the payment reference
       02 BHReference PIC X(12).
       *> Payment method and branch - carried for layout fit
       02 FILLER PIC X(09).

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
01 CheckExists PIC X.
01 CustExists PIC X.
01 WSRunDate PIC 9(08).
*> Sign-on state - every stop or void carries a real operator
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
01 WSAction PIC X(01).
01 WSConfirm PIC X(01).
*> The credit going back on the account
01 WSReturnAmount PIC S9(7)V99.
01 WSOldBalance PIC S9(7)V99.
*> Edited amount for the screen
01 WSDispAmount PIC $$,$$$,$$9.99CR.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSCheckFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
01 WSOperatorFileStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
*> After-image journal staging - see CUSTJRNL.cob
01 WSJrnlProgram PIC X(20) VALUE "checkvoid".

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
           DISPLAY "Access Denied: Check Voids Need A Signed-On "
               "Operator"
           GOBACK
       END-IF
       OPEN I-O CheckFile.
       IF WSCheckFileStatus NOT = "00"
           DISPLAY "Warning: CheckRegister.dat Open Status "
               WSCheckFileStatus
       END-IF
       OPEN I-O CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status "
               WSCustomerFileStatus
       END-IF
       PERFORM UNTIL StayOpen = "N" OR StayOpen = "n"
           PERFORM VoidOneCheck
           DISPLAY "Stop or void another check? (Y/N): "
               WITH NO ADVANCING
           ACCEPT StayOpen
       END-PERFORM
       CLOSE CheckFile, CustomerFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> The real sign-on against Operators.dat - no shared-password
*> fallback here, because the whole point is recording WHO stopped it
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

VoidOneCheck.
       MOVE "Y" TO CheckExists
       DISPLAY " "
       DISPLAY "Enter Check Number: " WITH NO ADVANCING
       ACCEPT CKNumber
       READ CheckFile
           INVALID KEY MOVE "N" TO CheckExists
       END-READ
       IF CheckExists = "N"
           DISPLAY "Check Not On The Register"
           EXIT PARAGRAPH
       END-IF
       MOVE CKAmount TO WSDispAmount
       DISPLAY "Check " CKNumber " Issued " CKIssueDate " " WSDispAmount
       DISPLAY "Payee: " CKPayee
       EVALUATE TRUE
           WHEN CheckCleared
               DISPLAY "Refused: The Bank Paid This Check On "
                   CKClearedDate
               EXIT PARAGRAPH
           WHEN CheckStopped
               DISPLAY "Refused: Already Stopped On " CKVoidDate
               EXIT PARAGRAPH
           WHEN CheckVoided
               DISPLAY "Refused: Already Voided On " CKVoidDate
               EXIT PARAGRAPH
       END-EVALUATE
       DISPLAY "S = Stop Payment (check is out)  V = Void (check is "
           "in hand): " WITH NO ADVANCING
       ACCEPT WSAction
       MOVE FUNCTION UPPER-CASE(WSAction) TO WSAction
       IF WSAction NOT = "S" AND WSAction NOT = "V"
           DISPLAY "Nothing Changed"
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO CustExists
       MOVE CKIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N"
           DISPLAY "Refused: Customer " CKIDNum " Not On File"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Customer: " FirstName " " LastName
       DISPLAY "Put " WSDispAmount " Back On The Account? (Y/N): "
           WITH NO ADVANCING
       ACCEPT WSConfirm
       IF WSConfirm NOT = "Y" AND WSConfirm NOT = "y"
           DISPLAY "Nothing Changed"
           EXIT PARAGRAPH
       END-IF
       PERFORM MarkCheckVoided.

*> The register first - if the check can't be marked, the money stays
*> where it is rather than landing on the account twice
MarkCheckVoided.
       IF WSAction = "S"
           SET CheckStopped TO TRUE
       ELSE
           SET CheckVoided TO TRUE
       END-IF
       MOVE WSRunDate TO CKVoidDate
       MOVE WSOperatorID TO CKVoidBy
       MOVE "N" TO CKVoidSent
       REWRITE CheckRecord
           INVALID KEY
               DISPLAY "Void Failed - Check Not Rewritten"
               EXIT PARAGRAPH
       END-REWRITE
       PERFORM ReturnCheckCredit.

*> The refund went out as a debit to the account; stopping it credits
*> the same amount back
ReturnCheckCredit.
       COMPUTE WSReturnAmount = ZERO - CKAmount
       MOVE AccountBalance TO WSOldBalance
       ADD WSReturnAmount TO AccountBalance
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Warning: Check Marked But Customer Not "
                   "Rewritten"
           NOT INVALID KEY
               PERFORM WriteVoidMovement
               CALL 'CUSTJRNL' USING WSJrnlProgram, CustomerData
               MOVE CKAmount TO WSDispAmount
               DISPLAY "Check " CKNumber " Off The Register - "
                   WSDispAmount " Back On The Account"
       END-REWRITE.

WriteVoidMovement.
       *> EXTEND appends to the running ledger; if it doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN EXTEND BalanceHistory
       IF WSBalanceHistoryStatus = "35"
           OPEN OUTPUT BalanceHistory
       END-IF
       MOVE SPACES TO BalanceHistoryRecord
       MOVE IDNum TO BHIDNum
       MOVE WSRunDate TO BHDate
       MOVE "CHECKVOID" TO BHSource
       MOVE WSOldBalance TO BHOldBalance
       MOVE WSReturnAmount TO BHAmount
       MOVE AccountBalance TO BHNewBalance
       MOVE CKNumber TO BHReference
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord
       CLOSE BalanceHistory.
