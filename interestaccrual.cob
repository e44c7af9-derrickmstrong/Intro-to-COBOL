       *> A deceased account takes no new charges
       02 DeceasedFlag PIC X(01).
           88 CustDeceased VALUE "Y".
       *> Date of death through the branch code - carried for fit
       02 FILLER PIC X(59).
       *> An account under a bankruptcy stay takes no new charges
       02 BankruptcyFlag PIC X(01).
           88 BankruptcyStay VALUE "B", "D".
       *> Reserved for future fields
       02 FILLER PIC X(24).

FD InterestRegister.
01 RegisterLine PIC X(80).
01 WSIntRemainder PIC S9(7)V99.
01 WSSumReturnCode PIC 9.
01 WSOldBalance PIC S9(7)V99.
*> Open invoice disputes - no interest runs on the disputed amount
01 WSDisputedAmt PIC 9(7)V99.
*> Register counts and totals
01 WSAccruedCount PIC 9(08) VALUE ZERO.
01 WSSkippedCount PIC 9(08) VALUE ZERO.
01 WSCustomerFileStatus PIC X(02).
01 WSRegisterStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "interestaccrual".
           PERFORM WriteIntDetail
           EXIT PARAGRAPH
       END-IF
       *> The court's automatic stay - nothing new is charged to an
       *> account in bankruptcy, discharged or not
       IF BankruptcyStay
           ADD 1 TO WSSkippedCount
           MOVE ZERO TO WSIntAmount
           MOVE "SKIPPED - BANKRUPTCY" TO IntNote
           PERFORM WriteIntDetail
           EXIT PARAGRAPH
       END-IF
       *> Whatever the customer has under open dispute is held back -
       *> interest runs on the undisputed rest, if there is any
       CALL 'DISPUTEAMT' USING IDNum, WSDisputedAmt
       COMPUTE WSIntBase = AccountBalance - WSDisputedAmt
       IF WSIntBase NOT > ZERO
           ADD 1 TO WSSkippedCount
           MOVE ZERO TO WSIntAmount
           MOVE "SKIPPED - IN DISPUTE" TO IntNote
           PERFORM WriteIntDetail
           EXIT PARAGRAPH
       END-IF
       CALL 'GETSUM' USING "M", WSIntBase, WSAnnualPct,
           WSIntRaw, WSIntRemainder, WSSumReturnCode
       IF WSSumReturnCode = ZERO
       MOVE WSOldBalance TO BHOldBalance
       MOVE WSIntAmount TO BHAmount
       MOVE AccountBalance TO BHNewBalance
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord.

PrintRegisterFooter.
