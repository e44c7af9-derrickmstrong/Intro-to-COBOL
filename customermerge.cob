01 WSOrderHeaderStatus PIC X(02).
01 WSNotesFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
01 WSAuditLogStatus PIC X(02).
01 WSOperatorFileStatus PIC X(02).
*> After-image journal staging - see CUSTJRNL.cob
       MOVE WSOldBalance TO BHOldBalance
       COMPUTE BHAmount = ZERO - WSVictimBalance
       MOVE AccountBalance TO BHNewBalance
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord
       CLOSE BalanceHistory.

       MOVE WSOldBalance TO BHOldBalance
       MOVE WSVictimBalance TO BHAmount
       MOVE AccountBalance TO BHNewBalance
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord
       CLOSE BalanceHistory.

