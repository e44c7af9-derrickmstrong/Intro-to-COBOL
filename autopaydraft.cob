       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    autopaydraft.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Nightly autopay draft: every active enrollment on
*> AutopayEnrollment.dat (autopayenroll.cob) whose statement falls due
*> tonight becomes one debit on AutopayDebit.txt - the statement
*> balance, the minimum due, or the fixed amount the customer chose,
*> never more than the undisputed balance still owed. The due date and
*> figures come from the terms customerstatements.cob stated
*> (StatementDue.dat). The file follows bankdebitexport.cob's header /
*> detail / trailer pattern with the customer's bank details on each
*> detail; the money posts when the bank's settlement comes back
*> through cash application like any other payment. A night the chain
*> did not run is caught up the next - each enrollment remembers the
*> last due date it drafted, so a rerun never drafts twice.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
       SELECT DueFile ASSIGN TO "StatementDue.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDKey
           FILE STATUS IS WSDueFileStatus.
       SELECT DebitFile ASSIGN TO "AutopayDebit.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDebitFileStatus.
       SELECT DraftRegister ASSIGN TO "AutopayDraft.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDraftRegisterStatus.

DATA DIVISION.
FILE SECTION.
*> Must match autopayenroll.cob's AutopayRecord layout
FD AutopayFile.
01 AutopayRecord.
       02 APIDNum PIC 9(08).
       02 APRoutingNum PIC 9(09).
       02 APBankAccount PIC X(17).
       02 APDraftType PIC X(01).
           88 DraftStmtBalance VALUE "B".
           88 DraftMinimumDue VALUE "M".
           88 DraftFixedAmount VALUE "F".
       02 APFixedAmount PIC 9(7)V99.
       02 APStartDate PIC 9(08).
       02 APStopDate PIC 9(08).
       02 APStatusFlag PIC X(01).
           88 AutopayActive VALUE "A".
           88 AutopayCancelled VALUE "C".
       02 APReturnCount PIC 9(02).
       02 APLastDraftDate PIC 9(08).
       02 APEnrolledBy PIC X(08).
       02 APChangedDate PIC 9(08).
       02 APCancelReason PIC X(12).
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
       *> Statement cycle through the branch code - see
       *> randomlyaccessdata.cob's CustomerData for the field carve-out
       02 FILLER PIC X(205).
       *> A bankruptcy stay stops the draft, enrollment or not
       02 BankruptcyFlag PIC X(01).
           88 BankruptcyStay VALUE "B", "D".
       *> Reserved for future fields
       02 FILLER PIC X(24).

*> Must match customerstatements.cob's StatementDueRecord layout
FD DueFile.
01 StatementDueRecord.
       02 SDKey.
           03 SDIDNum PIC 9(08).
           03 SDStmtMonth PIC 9(06).
       02 SDCycle PIC 9(01).
       02 SDStmtDate PIC 9(08).
       02 SDDueDate PIC 9(08).
       02 SDStmtBalance PIC S9(7)V99.
       02 SDMinimumDue PIC 9(7)V99.
       02 SDFeeFlag PIC X(01).
       02 FILLER PIC X(20).

*> Fixed-width autopay feed - every field a fixed column, no delimiters.
*> The first byte types each record: H header, D detail, T trailer.
FD DebitFile.
01 DebitRecord PIC X(80).
01 DebitHeaderRecord REDEFINES DebitRecord.
       02 HdrRecordType PIC X(01).
       02 HdrFileDate PIC 9(08).
       02 HdrFileName PIC X(12).
       02 FILLER PIC X(59).
01 DebitDetailRecord REDEFINES DebitRecord.
       02 DetRecordType PIC X(01).
       02 DetIDNum PIC 9(08).
       02 DetLastName PIC X(15).
       02 DetFirstName PIC X(15).
       02 DetDebitAmount PIC 9(7)V99.
       02 DetRoutingNum PIC 9(09).
       02 DetBankAccount PIC X(17).
       02 FILLER PIC X(06).
01 DebitTrailerRecord REDEFINES DebitRecord.
       02 TrlRecordType PIC X(01).
       02 TrlRecordCount PIC 9(08).
       02 TrlTotalAmount PIC 9(10)V99.
       02 FILLER PIC X(59).

FD DraftRegister.
01 DraftRegisterLine PIC X(80).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSMoreDue PIC X.
01 WSRunDate PIC 9(08).
01 CustExists PIC X.
*> The statement this enrollment drafts tonight - the latest one come
*> due since the last draft, never one due before the enrollment began
01 WSDueFound PIC X.
01 WSDraftDueDate PIC 9(08).
01 WSDraftStmtBalance PIC S9(7)V99.
01 WSDraftMinimumDue PIC 9(7)V99.
01 WSWindowFrom PIC 9(08).
*> The magnitude to debit - always a positive figure for the bank
01 WSDebitAmount PIC 9(7)V99.
01 WSOwedAmount PIC S9(7)V99.
*> Open invoice disputes - the disputed amount is never drafted
01 WSDisputedAmt PIC 9(7)V99.
*> Trailer controls - the bank balances these against the detail lines
01 WSDetailCount PIC 9(08) VALUE ZERO.
01 WSTotalDebits PIC 9(10)V99 VALUE ZERO.
01 WSSkippedCount PIC 9(08) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedTotal PIC $,$$$,$$$,$$9.99.
01 DraftDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 DrIDNum PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 DrLastName PIC X(15).
       02 FILLER PIC X(2) VALUE SPACE.
       02 DrDraftType PIC X(01).
       02 FILLER PIC X(2) VALUE SPACE.
       02 DrDueDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 DrAmount PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 DrNote PIC X(22).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSAutopayFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSDueFileStatus PIC X(02).
01 WSDebitFileStatus PIC X(02).
01 WSDraftRegisterStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "autopaydraft".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       OPEN OUTPUT DebitFile.
       IF WSDebitFileStatus NOT = "00"
           DISPLAY "Warning: AutopayDebit.txt Open Status "
               WSDebitFileStatus
       END-IF
       OPEN OUTPUT DraftRegister.
       IF WSDraftRegisterStatus NOT = "00"
           DISPLAY "Warning: AutopayDraft.rpt Open Status "
               WSDraftRegisterStatus
       END-IF
       MOVE "AUTOPAY DRAFT REGISTER" TO DraftRegisterLine
       WRITE DraftRegisterLine
       MOVE "======================" TO DraftRegisterLine
       WRITE DraftRegisterLine
       PERFORM WriteHeaderRecord
       OPEN I-O AutopayFile.
       IF WSAutopayFileStatus NOT = "00"
           *> Nobody enrolled yet - an empty file still goes to the bank
           PERFORM WriteTrailerRecord
           PERFORM PrintRegisterFooter
           CLOSE DebitFile, DraftRegister
           DISPLAY "No Autopay Enrollments - Status " WSAutopayFileStatus
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       OPEN INPUT DueFile.
       IF WSDueFileStatus NOT = "00"
           DISPLAY "Warning: StatementDue.dat Open Status "
               WSDueFileStatus
       END-IF
       MOVE "Y" TO WSMoreRecords
       READ AutopayFile NEXT RECORD
           AT END MOVE "N" TO WSMoreRecords
       END-READ
       PERFORM UNTIL WSMoreRecords = "N"
           IF AutopayActive AND APStartDate NOT > WSRunDate
               AND (APStopDate = ZERO OR APStopDate NOT < WSRunDate)
               PERFORM DraftOneEnrollment
           END-IF
           READ AutopayFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
       END-PERFORM
       PERFORM WriteTrailerRecord
       PERFORM PrintRegisterFooter
       CLOSE AutopayFile, CustomerFile, DueFile, DebitFile,
           DraftRegister.
       DISPLAY " "
       DISPLAY "AUTOPAY DRAFT COMPLETE"
       DISPLAY "Debits Drafted: " WSDetailCount
       DISPLAY "Skipped.......: " WSSkippedCount
       MOVE SPACES TO WSOpsCounts
       STRING "DRAFTS " DELIMITED BY SIZE
           WSDetailCount DELIMITED BY SIZE
           " SKIP " DELIMITED BY SIZE
           WSSkippedCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

WriteHeaderRecord.
       MOVE SPACES TO DebitRecord
       MOVE "H" TO HdrRecordType
       MOVE WSRunDate TO HdrFileDate
       MOVE "AUTOPAY" TO HdrFileName
       WRITE DebitRecord.

*> An enrollment with nothing come due tonight is simply not listed;
*> one that came due but can't be drafted goes on the register
DraftOneEnrollment.
       PERFORM FindDueStatement
       IF WSDueFound = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO CustExists
       MOVE APIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N" OR CustDeleted
           MOVE ZERO TO WSDebitAmount
           MOVE "SKIPPED - NO CUSTOMER" TO DrNote
           PERFORM SkipOneDraft
           EXIT PARAGRAPH
       END-IF
       IF BankruptcyStay
           MOVE ZERO TO WSDebitAmount
           MOVE "SKIPPED - BANKRUPTCY" TO DrNote
           PERFORM SkipOneDraft
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN DraftStmtBalance
               MOVE ZERO TO WSDebitAmount
               IF WSDraftStmtBalance > ZERO
                   MOVE WSDraftStmtBalance TO WSDebitAmount
               END-IF
           WHEN DraftMinimumDue
               MOVE WSDraftMinimumDue TO WSDebitAmount
           WHEN OTHER
               MOVE APFixedAmount TO WSDebitAmount
       END-EVALUATE
       *> Never more than is still owed - a payment since the statement
       *> or a disputed invoice comes off the pull
       CALL 'DISPUTEAMT' USING IDNum, WSDisputedAmt
       COMPUTE WSOwedAmount = AccountBalance - WSDisputedAmt
       IF WSOwedAmount NOT > ZERO
           MOVE ZERO TO WSDebitAmount
       ELSE
           IF WSDebitAmount > WSOwedAmount
               MOVE WSOwedAmount TO WSDebitAmount
           END-IF
       END-IF
       IF WSDebitAmount = ZERO
           MOVE "SKIPPED - NOTHING OWED" TO DrNote
           PERFORM SkipOneDraft
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO DebitRecord
       MOVE "D" TO DetRecordType
       MOVE IDNum TO DetIDNum
       MOVE LastName TO DetLastName
       MOVE FirstName TO DetFirstName
       MOVE WSDebitAmount TO DetDebitAmount
       MOVE APRoutingNum TO DetRoutingNum
       MOVE APBankAccount TO DetBankAccount
       WRITE DebitRecord
       ADD 1 TO WSDetailCount
       ADD WSDebitAmount TO WSTotalDebits
       MOVE "DRAFTED" TO DrNote
       PERFORM WriteDraftDetail
       PERFORM MarkDrafted.

*> Even a skipped draft is marked - tomorrow's run must not retry a
*> statement that was already looked at
SkipOneDraft.
       ADD 1 TO WSSkippedCount
       PERFORM WriteDraftDetail
       PERFORM MarkDrafted.

MarkDrafted.
       MOVE WSDraftDueDate TO APLastDraftDate
       REWRITE AutopayRecord
           INVALID KEY
               DISPLAY "Warning: AutopayEnrollment.dat Rewrite Failed "
                   APIDNum
       END-REWRITE.

*> The customer's latest statement due after the last draft (or from
*> the enrollment's start) up to tonight
FindDueStatement.
       MOVE "N" TO WSDueFound
       MOVE APLastDraftDate TO WSWindowFrom
       IF WSWindowFrom < APStartDate
           *> The start date itself counts - the window opens the day
           *> before it
           COMPUTE WSWindowFrom = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(APStartDate) - 1)
       END-IF
       MOVE APIDNum TO SDIDNum
       MOVE ZERO TO SDStmtMonth
       MOVE "Y" TO WSMoreDue
       START DueFile KEY IS NOT LESS THAN SDKey
           INVALID KEY MOVE "N" TO WSMoreDue
       END-START
       PERFORM UNTIL WSMoreDue = "N"
           READ DueFile NEXT RECORD
               AT END MOVE "N" TO WSMoreDue
           END-READ
           IF WSMoreDue = "Y"
               IF SDIDNum NOT = APIDNum
                   MOVE "N" TO WSMoreDue
               ELSE
                   IF SDDueDate > WSWindowFrom
                       AND SDDueDate NOT > WSRunDate
                       MOVE "Y" TO WSDueFound
                       MOVE SDDueDate TO WSDraftDueDate
                       MOVE SDStmtBalance TO WSDraftStmtBalance
                       MOVE SDMinimumDue TO WSDraftMinimumDue
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

WriteDraftDetail.
       MOVE APIDNum TO DrIDNum
       IF CustExists = "Y"
           MOVE LastName TO DrLastName
       ELSE
           MOVE SPACES TO DrLastName
       END-IF
       MOVE APDraftType TO DrDraftType
       MOVE WSDraftDueDate TO DrDueDate
       MOVE WSDebitAmount TO DrAmount
       WRITE DraftRegisterLine FROM DraftDetailLine.

WriteTrailerRecord.
       MOVE SPACES TO DebitRecord
       MOVE "T" TO TrlRecordType
       MOVE WSDetailCount TO TrlRecordCount
       MOVE WSTotalDebits TO TrlTotalAmount
       WRITE DebitRecord.

PrintRegisterFooter.
       MOVE SPACES TO DraftRegisterLine
       WRITE DraftRegisterLine
       MOVE WSDetailCount TO WSEditedCount
       MOVE WSTotalDebits TO WSEditedTotal
       STRING "Debits Drafted: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  Total: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO DraftRegisterLine
       END-STRING
       WRITE DraftRegisterLine
       MOVE WSSkippedCount TO WSEditedCount
       MOVE SPACES TO DraftRegisterLine
       STRING "Drafts Skipped: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO DraftRegisterLine
       END-STRING
       WRITE DraftRegisterLine.
