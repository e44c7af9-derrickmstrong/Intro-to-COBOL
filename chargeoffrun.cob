*> CHARGEOFF movement, its account closed, and the charge-off state
*> stamped on the record - from then on any payment that arrives
*> counts against the written-off amount as a recovery, tracked by
*> applypayments.cob and reported by chargeoffregister.cob. A debt
*> discharged in bankruptcy can never be collected, so a discharged
*> account is written off on the next run whatever its band, age, or
*> size.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
       02 ChargeOffDate PIC 9(08).
       02 ChargeOffAmount PIC 9(7)V99.
       02 RecoveredAmount PIC 9(7)V99.
       *> Mail-return flag through the branch code - carried for fit
       02 FILLER PIC X(68).
       *> D once the bankruptcy court has discharged the debt
       02 BankruptcyFlag PIC X(01).
           88 BankruptcyDischarged VALUE "D".
       *> Reserved for future fields
       02 FILLER PIC X(24).

*> One line per balance movement - must match orderposting.cob's layout
FD BalanceHistory.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
01 WSRegisterStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
               END-IF
           END-IF
       END-PERFORM
       PERFORM ChargeOffDischarges
       PERFORM PrintRegisterFooter
       CLOSE CustomerFile, ChargeOffRegister, BalanceHistory.
       DISPLAY " "
           END-IF
       END-IF.

*> Discharged debts sit in whatever band the balance put them in - a
*> second pass over the whole master writes off every one the
*> delinquent walk above did not already reach
ChargeOffDischarges.
       MOVE ZERO TO IDNum
       MOVE "Y" TO WSMoreRecords
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CustomerFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF BankruptcyDischarged AND NOT CustDeleted
                   AND NOT AcctChargedOff AND AccountBalance > ZERO
                   PERFORM ChargeOffOneAccount
               END-IF
           END-IF
       END-PERFORM.

*> The rules: the debt clears the floor and no payment has arrived
*> inside the allowance (no payment ever counts as infinitely old).
*> A bankruptcy discharge overrides both - the debt is gone in law.
JudgeOneAccount.
       IF BankruptcyDischarged AND AccountBalance > ZERO
           PERFORM ChargeOffOneAccount
           EXIT PARAGRAPH
       END-IF
       IF AccountBalance < WSMinBalance
           ADD 1 TO WSSkippedCount
           EXIT PARAGRAPH
               ADD WSChargeAmount TO WSTotalCharged
               PERFORM WriteBalanceHistory
               CALL 'CUSTJRNL' USING WSOpsProgram, CustomerData
               IF BankruptcyDischarged
                   MOVE "CHARGED OFF - BK DISCHARGE" TO ChgNote
               ELSE
                   MOVE "CHARGED OFF" TO ChgNote
               END-IF
               PERFORM WriteChgDetail
       END-REWRITE.

       MOVE WSOldBalance TO BHOldBalance
       COMPUTE BHAmount = ZERO - WSChargeAmount
       MOVE AccountBalance TO BHNewBalance
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord.

PrintRegisterFooter.
