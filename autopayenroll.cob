       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    autopayenroll.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Autopay enrollment: a customer in good standing who wants to pay
*> automatically every month signs up here - bank routing and account,
*> what to draft (the statement balance, the minimum due, or a fixed
*> amount), and the start and stop dates, one enrollment per customer
*> on AutopayEnrollment.dat with the signed-on operator who took it.
*> autopaydraft.cob drafts the enrolled accounts on each statement's
*> due date, customerstatements.cob tells the customer the draft is
*> scheduled, and nsfreturns.cob cancels an enrollment whose drafts
*> keep coming back.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> One enrollment per customer, keyed by IDNum
       SELECT AutopayFile ASSIGN TO "AutopayEnrollment.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APIDNum
           FILE STATUS IS WSAutopayFileStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> One line per operator: ID, password, role, status - bank
       *> details are only taken by a real signed-on operator
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
*> One enrollment per record - autopaydraft.cob, customerstatements.cob
*> and nsfreturns.cob read this same layout
FD AutopayFile.
01 AutopayRecord.
       02 APIDNum PIC 9(08).
       02 APRoutingNum PIC 9(09).
       02 APBankAccount PIC X(17).
       *> B = statement balance, M = minimum due, F = fixed amount
       02 APDraftType PIC X(01).
           88 DraftStmtBalance VALUE "B".
           88 DraftMinimumDue VALUE "M".
           88 DraftFixedAmount VALUE "F".
           88 DraftTypeValid VALUE "B" "M" "F".
       02 APFixedAmount PIC 9(7)V99.
       02 APStartDate PIC 9(08).
       *> Zero = runs until stopped
       02 APStopDate PIC 9(08).
       *> A = active, C = cancelled (by the customer or by returns)
       02 APStatusFlag PIC X(01).
           88 AutopayActive VALUE "A".
           88 AutopayCancelled VALUE "C".
       *> Returned drafts since enrollment - nsfreturns.cob counts them
       02 APReturnCount PIC 9(02).
       02 APLastDraftDate PIC 9(08).
       02 APEnrolledBy PIC X(08).
       02 APChangedDate PIC 9(08).
       02 APCancelReason PIC X(12).
       *> Reserved for future fields
       02 FILLER PIC X(20).

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
01 EnrollExists PIC X.
01 WSRunDate PIC 9(08).
*> Sign-on state - every enrollment carries who took it
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
*> Routing number check digit - the bank's 3-7-1 weighting must come
*> out a multiple of ten
01 WSRoutingDigits PIC 9(09).
01 WSRoutingDigitTable REDEFINES WSRoutingDigits.
       02 WSRoutingDigit PIC 9 OCCURS 9 TIMES.
01 WSRoutingSum PIC 9(04).
01 WSRoutingQuot PIC 9(04).
01 WSRoutingRem PIC 9(02).
01 WSRoutingGood PIC X.
*> Start and stop dates checked through VALIDDATE
01 WSCheckDate PIC 9(08).
01 WSCheckDateParts REDEFINES WSCheckDate.
       02 WSCheckYear PIC 9(04).
       02 WSCheckMonth PIC 9(02).
       02 WSCheckDay PIC 9(02).
01 WSDateReturnCode PIC 9.
*> Only the last four of the bank account ever show on screen
01 WSMaskedAccount PIC X(17).
01 WSAcctLength PIC 9(02).
01 WSDispAmount PIC $$,$$$,$$9.99.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSAutopayFileStatus PIC X(02).
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
           DISPLAY "Access Denied: Autopay Needs A Signed-On Operator"
           GOBACK
       END-IF
       *> I-O to maintain enrollments; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN I-O AutopayFile.
       IF WSAutopayFileStatus = "35"
           OPEN OUTPUT AutopayFile
           CLOSE AutopayFile
           OPEN I-O AutopayFile
       END-IF
       IF WSAutopayFileStatus NOT = "00"
           DISPLAY "Warning: AutopayEnrollment.dat Open Status "
               WSAutopayFileStatus
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status "
               WSCustomerFileStatus
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "AUTOPAY ENROLLMENT"
               DISPLAY "1 : Enroll Or Change Autopay"
               DISPLAY "2 : Show Enrollment"
               DISPLAY "3 : Stop Autopay"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM EnrollCustomer
                    WHEN 2 PERFORM ShowEnrollment
                    WHEN 3 PERFORM StopAutopay
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE AutopayFile, CustomerFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> The real sign-on against Operators.dat - no shared-password
*> fallback here, because bank details need a name against them
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

*> Autopay belongs to a live customer - a new enrollment or a change
*> of bank or draft terms re-enters everything, and a cancelled
*> enrollment starts over with a clean return count
EnrollCustomer.
       MOVE "Y" TO CustExists
       DISPLAY " "
       DISPLAY "Enter Customer ID: " WITH NO ADVANCING
       ACCEPT IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       EVALUATE TRUE
           WHEN CustExists = "N"
               DISPLAY "Rejected: Customer Doesn't Exist"
           WHEN CustDeleted
               DISPLAY "Rejected: Customer Is Deleted"
           WHEN OTHER
               DISPLAY "Customer: " FirstName " " LastName
               MOVE "Y" TO EnrollExists
               MOVE IDNum TO APIDNum
               READ AutopayFile
                   INVALID KEY MOVE "N" TO EnrollExists
               END-READ
               IF EnrollExists = "Y" AND AutopayActive
                   DISPLAY "Current Enrollment Will Be Replaced"
               END-IF
               PERFORM CollectAutopayTerms
       END-EVALUATE.

CollectAutopayTerms.
       MOVE SPACES TO AutopayRecord
       MOVE IDNum TO APIDNum
       DISPLAY "Bank Routing Number (9 digits): " WITH NO ADVANCING
       ACCEPT APRoutingNum
       DISPLAY "Bank Account Number: " WITH NO ADVANCING
       ACCEPT APBankAccount
       DISPLAY "Draft (B=Statement Balance, M=Minimum Due, F=Fixed): "
           WITH NO ADVANCING
       ACCEPT APDraftType
       MOVE ZERO TO APFixedAmount
       IF DraftFixedAmount
           DISPLAY "Fixed Draft Amount: " WITH NO ADVANCING
           ACCEPT APFixedAmount
       END-IF
       DISPLAY "Start Date (YYYYMMDD, blank for today): "
           WITH NO ADVANCING
       ACCEPT APStartDate
       DISPLAY "Stop Date (YYYYMMDD, blank for no end): "
           WITH NO ADVANCING
       ACCEPT APStopDate
       IF APRoutingNum IS NOT NUMERIC OR APRoutingNum = ZERO
           DISPLAY "Rejected: Routing Number Must Be 9 Digits"
           EXIT PARAGRAPH
       END-IF
       PERFORM CheckRoutingNumber
       IF WSRoutingGood = "N"
           DISPLAY "Rejected: Routing Number Fails Its Check Digit"
           EXIT PARAGRAPH
       END-IF
       IF APBankAccount = SPACES
           DISPLAY "Rejected: Bank Account Number Is Required"
           EXIT PARAGRAPH
       END-IF
       IF NOT DraftTypeValid
           DISPLAY "Rejected: Draft Must Be B, M Or F"
           EXIT PARAGRAPH
       END-IF
       IF DraftFixedAmount
           AND (APFixedAmount IS NOT NUMERIC OR APFixedAmount = ZERO)
           DISPLAY "Rejected: Fixed Amount Must Be More Than Zero"
           EXIT PARAGRAPH
       END-IF
       IF APStartDate IS NOT NUMERIC OR APStartDate = ZERO
           MOVE WSRunDate TO APStartDate
       END-IF
       MOVE APStartDate TO WSCheckDate
       CALL 'VALIDDATE' USING WSCheckMonth, WSCheckDay, WSCheckYear,
           WSDateReturnCode
       IF WSDateReturnCode NOT = ZERO
           DISPLAY "Rejected: Start Date Must Be YYYYMMDD"
           EXIT PARAGRAPH
       END-IF
       IF APStopDate IS NOT NUMERIC
           MOVE ZERO TO APStopDate
       END-IF
       IF APStopDate NOT = ZERO
           MOVE APStopDate TO WSCheckDate
           CALL 'VALIDDATE' USING WSCheckMonth, WSCheckDay, WSCheckYear,
               WSDateReturnCode
           IF WSDateReturnCode NOT = ZERO
               DISPLAY "Rejected: Stop Date Must Be YYYYMMDD"
               EXIT PARAGRAPH
           END-IF
           IF APStopDate < APStartDate
               DISPLAY "Rejected: Stop Date Is Before The Start Date"
               EXIT PARAGRAPH
           END-IF
       END-IF
       SET AutopayActive TO TRUE
       MOVE ZERO TO APReturnCount
       MOVE ZERO TO APLastDraftDate
       MOVE WSOperatorID TO APEnrolledBy
       MOVE WSRunDate TO APChangedDate
       IF EnrollExists = "Y"
           REWRITE AutopayRecord
               INVALID KEY DISPLAY "Enrollment Not Saved"
               NOT INVALID KEY DISPLAY "Autopay Enrollment Saved"
           END-REWRITE
       ELSE
           WRITE AutopayRecord
               INVALID KEY DISPLAY "Enrollment Not Saved"
               NOT INVALID KEY DISPLAY "Autopay Enrollment Saved"
           END-WRITE
       END-IF.

*> 3 x (digits 1,4,7) + 7 x (digits 2,5,8) + (digits 3,6,9) must end
*> in zero - catches the transposed digit before the bank bounces it
CheckRoutingNumber.
       MOVE APRoutingNum TO WSRoutingDigits
       COMPUTE WSRoutingSum =
           3 * (WSRoutingDigit(1) + WSRoutingDigit(4) + WSRoutingDigit(7))
           + 7 * (WSRoutingDigit(2) + WSRoutingDigit(5)
               + WSRoutingDigit(8))
           + WSRoutingDigit(3) + WSRoutingDigit(6) + WSRoutingDigit(9)
       DIVIDE WSRoutingSum BY 10 GIVING WSRoutingQuot
           REMAINDER WSRoutingRem
       IF WSRoutingRem = ZERO
           MOVE "Y" TO WSRoutingGood
       ELSE
           MOVE "N" TO WSRoutingGood
       END-IF.

ShowEnrollment.
       MOVE "Y" TO EnrollExists
       DISPLAY " "
       DISPLAY "Enter Customer ID: " WITH NO ADVANCING
       ACCEPT APIDNum
       READ AutopayFile
           INVALID KEY MOVE "N" TO EnrollExists
       END-READ
       IF EnrollExists = "N"
           DISPLAY "No Autopay Enrollment On File"
       ELSE
           PERFORM MaskBankAccount
           DISPLAY "Customer.....: " APIDNum
           DISPLAY "Routing......: " APRoutingNum
           DISPLAY "Account......: " WSMaskedAccount
           EVALUATE TRUE
               WHEN DraftStmtBalance
                   DISPLAY "Draft........: Statement Balance"
               WHEN DraftMinimumDue
                   DISPLAY "Draft........: Minimum Due"
               WHEN DraftFixedAmount
                   MOVE APFixedAmount TO WSDispAmount
                   DISPLAY "Draft........: Fixed " WSDispAmount
           END-EVALUATE
           DISPLAY "Start........: " APStartDate
           IF APStopDate = ZERO
               DISPLAY "Stop.........: None"
           ELSE
               DISPLAY "Stop.........: " APStopDate
           END-IF
           DISPLAY "Last Draft...: " APLastDraftDate
           DISPLAY "Returns......: " APReturnCount
           DISPLAY "Enrolled By..: " APEnrolledBy " On " APChangedDate
           IF AutopayActive
               DISPLAY "Status.......: Active"
           ELSE
               DISPLAY "Status.......: Cancelled - " APCancelReason
           END-IF
       END-IF.

*> Everything but the last four digits is starred out
MaskBankAccount.
       MOVE ALL "*" TO WSMaskedAccount
       MOVE ZERO TO WSAcctLength
       INSPECT APBankAccount TALLYING WSAcctLength
           FOR CHARACTERS BEFORE INITIAL SPACE
       IF WSAcctLength > 4
           MOVE APBankAccount(WSAcctLength - 3:4)
               TO WSMaskedAccount(WSAcctLength - 3:4)
       END-IF
       IF WSAcctLength < 17
           MOVE SPACES TO WSMaskedAccount(WSAcctLength + 1:)
       END-IF.

*> Stopping keeps the record for history - the draft run skips it
StopAutopay.
       MOVE "Y" TO EnrollExists
       DISPLAY " "
       DISPLAY "Enter Customer ID: " WITH NO ADVANCING
       ACCEPT APIDNum
       READ AutopayFile
           INVALID KEY MOVE "N" TO EnrollExists
       END-READ
       IF EnrollExists = "N" OR NOT AutopayActive
           DISPLAY "No Active Autopay On File"
       ELSE
           SET AutopayCancelled TO TRUE
           MOVE "CUSTOMER" TO APCancelReason
           MOVE WSOperatorID TO APEnrolledBy
           MOVE WSRunDate TO APChangedDate
           REWRITE AutopayRecord
               INVALID KEY DISPLAY "Autopay Not Stopped"
               NOT INVALID KEY DISPLAY "Autopay Stopped"
           END-REWRITE
       END-IF.
