*> is written for the office to print from (name and mailing address
*> on the line), and the offsetting REFUND movement goes through
*> BalanceHistory.dat so the GL export carries the cash going out.
*> Every check is numbered off NextCheckNumber.dat and entered on the
*> check register (CheckRegister.dat) as outstanding - positivepay.cob
*> tells the bank about it, paidcheckimport.cob clears it,
*> outstandingchecks.cob ages it, and checkvoid.cob stops or voids it.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Walk the live master sequentially by primary key
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.
       *> One record per check issued, keyed by check number
       SELECT CheckFile ASSIGN TO "CheckRegister.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKNumber
           FILE STATUS IS WSCheckFileStatus.
       *> The next check number the system will assign - the same
       *> control-record pattern NextPONumber.dat uses
       SELECT NextCheckFile ASSIGN TO "NextCheckNumber.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNextCheckStatus.
       SELECT RefundRegister ASSIGN TO "RefundChecks.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegisterStatus.
       02 ZipCode PIC 9(05).
       *> Household through custodian - carried for layout fit
       02 FILLER PIC X(57).
       *> Charge-off state through the bankruptcy flag - carried for
       *> layout fit, see randomlyaccessdata.cob for the carve-out
       02 FILLER PIC X(96).
       *> No money goes to an account under a sanctions hold
       02 SanctionFlag PIC X(01).
           88 SanctionHold VALUE "H", "B".
       *> Reserved for future fields
       02 FILLER PIC X(23).

*> One line per balance movement - must match orderposting.cob's layout
FD BalanceHistory.
       02 BHAmount PIC S9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 BHNewBalance PIC S9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       *> The refund check's number rides in the payment reference
       02 BHReference PIC X(12).
       *> Payment method and branch - carried for layout fit
       02 FILLER PIC X(09).

*> One check per record - positivepay.cob, paidcheckimport.cob,
*> outstandingchecks.cob and checkvoid.cob read this same layout
FD CheckFile.
01 CheckRecord.
       02 CKNumber PIC 9(08).
       02 CKIDNum PIC 9(08).
       02 CKPayee PIC X(30).
       02 CKAmount PIC 9(7)V99.
       02 CKIssueDate PIC 9(08).
       *> O = outstanding, C = cleared, S = stop payment, V = void
       02 CKStatusFlag PIC X(01).
           88 CheckOutstanding VALUE "O".
           88 CheckCleared VALUE "C".
           88 CheckStopped VALUE "S".
           88 CheckVoided VALUE "V".
       02 CKClearedDate PIC 9(08).
       02 CKPaidAmount PIC 9(7)V99.
       02 CKVoidDate PIC 9(08).
       02 CKVoidBy PIC X(08).
       *> Y once positivepay.cob has sent the issue, and the void
       02 CKIssueSent PIC X(01).
       02 CKVoidSent PIC X(01).
       *> Reserved for future fields
       02 FILLER PIC X(20).

*> One record: the next check number
FD NextCheckFile.
01 NextCheckRecord.
       02 NextCheckValue PIC 9(08).

FD RefundRegister.
01 RegisterLine PIC X(110).
01 WSEditedTotal PIC $,$$$,$$$,$$9.99.
01 RefundDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RefCheckNum PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RefIDNum PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RefName PIC X(26).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
01 WSRegisterStatus PIC X(02).
01 WSCheckFileStatus PIC X(02).
01 WSNextCheckStatus PIC X(02).
*> Check-number assignment - the control value and the candidate being
*> probed for a free slot, the AssignPONumber pattern
01 WSNextCheck PIC 9(08) VALUE 1.
01 WSCheckNumFree PIC X.
01 WSPayee PIC X(30).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "refundrun".
                   WSBalanceHistoryStatus
           END-IF
       END-IF
       *> I-O to add checks; if the file doesn't exist yet (status
       *> 35), fall back to OUTPUT so the first run creates it
       OPEN I-O CheckFile.
       IF WSCheckFileStatus = "35"
           OPEN OUTPUT CheckFile
           CLOSE CheckFile
           OPEN I-O CheckFile
       END-IF
       IF WSCheckFileStatus NOT = "00"
           DISPLAY "Warning: CheckRegister.dat Open Status "
               WSCheckFileStatus
       END-IF
       PERFORM ReadNextCheckNumber
       MOVE "REFUND CHECK REGISTER" TO RegisterLine
       WRITE RegisterLine
       MOVE "=====================" TO RegisterLine
           END-IF
       END-PERFORM
       PERFORM PrintRegisterFooter
       PERFORM SaveNextCheckNumber
       CLOSE CustomerFile, RefundRegister, BalanceHistory, CheckFile.
       DISPLAY " "
       DISPLAY "REFUND RUN COMPLETE"
       DISPLAY "Refund Checks Listed: " WSRefundCount
       IF WSRefundAmount < WSMinRefund
           EXIT PARAGRAPH
       END-IF
       *> Paying out to a possible sanctions match is the one thing we
       *> must never do - the credit waits on compliance
       IF SanctionHold
           DISPLAY "Refund Held - Sanctions Review: ID " IDNum
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO WSLastMoveDate
       MOVE "N" TO WSSlotFound
       PERFORM VARYING MoveIdx FROM 1 BY 1
*> The money goes back: balance to zero through a REFUND movement and
*> one check line on the register for the office to print from
RefundOneCredit.
       PERFORM AssignCheckNumber
       MOVE AccountBalance TO WSOldBalance
       ADD WSRefundAmount TO AccountBalance
       REWRITE CustomerData
               PERFORM WriteBalanceHistory
               CALL 'CUSTJRNL' USING WSOpsProgram, CustomerData
               PERFORM WriteRefundDetail
               PERFORM WriteCheckRecord
               ADD 1 TO WSNextCheck
       END-REWRITE.

*> The next free number - a number somebody already used (a restored
*> control file, a hand-keyed check) is probed past, never reissued
AssignCheckNumber.
       IF WSNextCheck = ZERO
           MOVE 1 TO WSNextCheck
       END-IF
       MOVE "N" TO WSCheckNumFree
       PERFORM ProbeOneCheckNumber UNTIL WSCheckNumFree = "Y".

ProbeOneCheckNumber.
       MOVE WSNextCheck TO CKNumber
       READ CheckFile
           INVALID KEY MOVE "Y" TO WSCheckNumFree
           NOT INVALID KEY ADD 1 TO WSNextCheck
       END-READ.

*> The check goes on the register outstanding, not yet told to the bank
WriteCheckRecord.
       MOVE SPACES TO CheckRecord
       MOVE WSNextCheck TO CKNumber
       MOVE IDNum TO CKIDNum
       MOVE WSPayee TO CKPayee
       MOVE WSRefundAmount TO CKAmount
       MOVE WSRunDate TO CKIssueDate
       SET CheckOutstanding TO TRUE
       MOVE ZERO TO CKClearedDate, CKPaidAmount, CKVoidDate
       MOVE "N" TO CKIssueSent
       MOVE "N" TO CKVoidSent
       WRITE CheckRecord
           INVALID KEY
               DISPLAY "Warning: Check " WSNextCheck
                   " Not On The Register For " IDNum
       END-WRITE.

ReadNextCheckNumber.
       MOVE 1 TO WSNextCheck
       OPEN INPUT NextCheckFile
       IF WSNextCheckStatus NOT = "00"
           CONTINUE
       ELSE
           READ NextCheckFile
               AT END CONTINUE
               NOT AT END MOVE NextCheckValue TO WSNextCheck
           END-READ
           CLOSE NextCheckFile
       END-IF.

SaveNextCheckNumber.
       OPEN OUTPUT NextCheckFile
       IF WSNextCheckStatus NOT = "00"
           DISPLAY "Warning: NextCheckNumber.dat Open Status "
               WSNextCheckStatus
           EXIT PARAGRAPH
       END-IF
       MOVE WSNextCheck TO NextCheckValue
       WRITE NextCheckRecord
       CLOSE NextCheckFile.

WriteBalanceHistory.
       MOVE SPACES TO BalanceHistoryRecord
       MOVE IDNum TO BHIDNum
       MOVE WSRunDate TO BHDate
       MOVE "REFUND" TO BHSource
       MOVE WSOldBalance TO BHOldBalance
       MOVE WSRefundAmount TO BHAmount
       MOVE AccountBalance TO BHNewBalance
       MOVE WSNextCheck TO BHReference
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord.

WriteRefundDetail.
       MOVE WSNextCheck TO RefCheckNum
       MOVE IDNum TO RefIDNum
       MOVE SPACES TO WSPayee
       STRING FirstName DELIMITED BY "  "
           " " DELIMITED BY SIZE
           LastName DELIMITED BY "  "
           INTO WSPayee
       END-STRING
       MOVE WSPayee TO RefName
       MOVE WSRefundAmount TO RefAmount
       MOVE SPACES TO RefAddress
       STRING Street DELIMITED BY "  "
