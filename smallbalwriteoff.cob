       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    smallbalwriteoff.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Monthly small-balance write-off: the rounding pennies and partial-
*> payment leftovers that otherwise age, draw dunning letters, and cost
*> more to chase than they are worth. A debit balance at or under the
*> SMALLBALDRCENTS tolerance, or a credit balance at or under
*> SMALLBALCRCENTS, is cleared to zero through BalanceHistory.dat as a
*> SMALLBALDR or SMALLBALCR movement - distinct from CHARGEOFF, so the
*> GL feed books it to its own write-off account and the account is not
*> closed or marked charged off. The open invoices behind a written-off
*> debit are settled so they stop aging. An account with an open
*> dispute is left alone until the dispute resolves.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.
       *> I-O so each written-off customer's open invoices can be
       *> settled in place
       SELECT InvoiceFile ASSIGN TO "InvoiceFile.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceFileStatus.
       SELECT WriteOffRegister ASSIGN TO "SmallBalanceWriteOff.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegisterStatus.

DATA DIVISION.
FILE SECTION.
*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       *> Define End of File
       88 WSEOF VALUE HIGH-VALUE.
       02 StatusFlag PIC X(01).
           88 CustActive VALUE "A".
           88 CustDeleted VALUE "D".
       02 AcctStatusCode PIC X(01).
       02 DateOfBirth PIC 9(08).
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle through custodian - carried for layout fit
       02 FILLER PIC X(110).
       *> A charged-off account's balance belongs to recovery, not here
       02 ChargeOffFlag PIC X(01).
           88 AcctChargedOff VALUE "O".
       *> Charge-off detail onward - carried for layout fit
       02 FILLER PIC X(119).

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
       *> Payment reference and method - carved for cash application
       *> (applypayments.cob names these; spaces everywhere else)
       02 FILLER PIC X(22).

*> Must match invoice-calculator's InvoiceFile header layout
FD InvoiceFile.
01 InvoiceRecord PIC X(80).
       88 InvEOF VALUE HIGH-VALUES.
01 InvoiceHeaderRecord REDEFINES InvoiceRecord.
       02 IhRecordType PIC X(01).
       02 IhInvNumber PIC 9(08).
       02 IhIDNum PIC 9(08).
       02 IhInvDate PIC 9(08).
       02 IhJurisdiction PIC X(02).
       02 IhCurrency PIC X(03).
       02 IhSubtotal PIC 9(7)V999.
       02 IhTax PIC 9(7)V999.
       02 IhTotal PIC 9(7)V999.
       *> Open-item state - O open, P paid in full, with the amount
       *> applied so far; spaces on pre-open-item invoices read open
       02 IhStatusFlag PIC X(01).
           88 InvOpen VALUE "O".
           88 InvPaid VALUE "P".
           88 InvVoided VALUE "V".
       02 IhPaidAmount PIC 9(7)V999.
       02 FILLER PIC X(09).

FD WriteOffRegister.
01 RegisterLine PIC X(80).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSRunDate PIC 9(08).
*> Tolerances - tunable via RunParams.dat, in cents; a credit
*> tolerance of zero turns credit write-offs off altogether
01 WSDebitTolerance PIC 9(5)V99 VALUE 2.00.
01 WSCreditTolerance PIC 9(5)V99 VALUE 1.00.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> Open-dispute holdback - see DISPUTEAMT.cob
01 WSDisputedAmt PIC 9(7)V99.
*> The write-off movement
01 WSOldBalance PIC S9(7)V99.
01 WSWriteOffAmount PIC S9(7)V99.
01 WSCreditMagnitude PIC 9(7)V99.
01 WSWriteOffSource PIC X(12).
*> Customers whose debit was written off - their open invoices are
*> settled on the pass after the master is done
01 WSSettleCount PIC 9(04) VALUE ZERO.
01 SettleTable.
       02 SettleEntry OCCURS 0 TO 2000 TIMES DEPENDING ON WSSettleCount
                  INDEXED BY SetIdx.
           03 TabSettleIDNum PIC 9(08).
01 WSSlotFound PIC X.
*> Register counts and totals
01 WSDebitCount PIC 9(08) VALUE ZERO.
01 WSCreditCount PIC 9(08) VALUE ZERO.
01 WSDisputeCount PIC 9(08) VALUE ZERO.
01 WSSkippedCount PIC 9(08) VALUE ZERO.
01 WSInvoicesSettled PIC 9(08) VALUE ZERO.
01 WSTotalDebits PIC S9(10)V99 VALUE ZERO.
01 WSTotalCredits PIC S9(10)V99 VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedTotal PIC $,$$$,$$$,$$9.99.
01 WODetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 WOIDNum PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 WOLastName PIC X(15).
       02 FILLER PIC X(2) VALUE SPACE.
       02 WOBalance PIC $$,$$$,$$9.99CR.
       02 FILLER PIC X(2) VALUE SPACE.
       02 WONote PIC X(28).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
01 WSInvoiceFileStatus PIC X(02).
01 WSRegisterStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "smallbalwriteoff".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

*> Busy-file retry - the online menu can sit on Customer.txt all day, so
*> a locked open waits and tries again instead of proceeding blind
01 WSOpenTries PIC 9(02) VALUE ZERO.
01 WSMaxOpenTries PIC 9(02) VALUE 5.
01 WSWaitSeconds PIC 9(02) VALUE 10.
01 WSMasterOpen PIC X VALUE "N".

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       *> Both tolerances are tunable without a recompile
       MOVE "SMALLBALDRCENTS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y"
           COMPUTE WSDebitTolerance = WSParamValue / 100
       END-IF
       MOVE "SMALLBALCRCENTS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y"
           COMPUTE WSCreditTolerance = WSParamValue / 100
       END-IF
       PERFORM OpenCustomerMaster
       OPEN OUTPUT WriteOffRegister.
       IF WSRegisterStatus NOT = "00"
           DISPLAY "Warning: SmallBalanceWriteOff.rpt Open Status "
               WSRegisterStatus
       END-IF
       *> EXTEND appends to the running ledger; if it doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN EXTEND BalanceHistory.
       IF WSBalanceHistoryStatus = "35"
           OPEN OUTPUT BalanceHistory
       ELSE
           IF WSBalanceHistoryStatus NOT = "00"
               DISPLAY "Warning: BalanceHistory.dat Open Status "
                   WSBalanceHistoryStatus
           END-IF
       END-IF
       MOVE "SMALL-BALANCE WRITE-OFF REGISTER" TO RegisterLine
       WRITE RegisterLine
       MOVE "================================" TO RegisterLine
       WRITE RegisterLine
       MOVE LOW-VALUES TO IDNum
       MOVE "Y" TO WSMoreRecords
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CustomerFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF NOT CustDeleted AND NOT AcctChargedOff
                   AND AccountBalance IS NUMERIC
                   AND AccountBalance NOT = ZERO
                   PERFORM JudgeOneAccount
               END-IF
           END-IF
       END-PERFORM
       CLOSE CustomerFile, BalanceHistory.
       PERFORM SettleOpenInvoices
       PERFORM PrintRegisterFooter
       CLOSE WriteOffRegister.
       DISPLAY " "
       DISPLAY "SMALL-BALANCE WRITE-OFF COMPLETE"
       DISPLAY "Debits Written Off..: " WSDebitCount
       DISPLAY "Credits Written Off.: " WSCreditCount
       DISPLAY "Held For Dispute....: " WSDisputeCount
       MOVE SPACES TO WSOpsCounts
       STRING "DR " DELIMITED BY SIZE
           WSDebitCount DELIMITED BY SIZE
           " CR " DELIMITED BY SIZE
           WSCreditCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> Inside tolerance on either side of zero, and nothing in dispute
JudgeOneAccount.
       IF AccountBalance > ZERO
           IF AccountBalance > WSDebitTolerance
               EXIT PARAGRAPH
           END-IF
           MOVE "SMALLBALDR" TO WSWriteOffSource
       ELSE
           COMPUTE WSCreditMagnitude = ZERO - AccountBalance
           IF WSCreditMagnitude > WSCreditTolerance
               EXIT PARAGRAPH
           END-IF
           MOVE "SMALLBALCR" TO WSWriteOffSource
       END-IF
       MOVE AccountBalance TO WSOldBalance
       CALL 'DISPUTEAMT' USING IDNum, WSDisputedAmt
       IF WSDisputedAmt > ZERO
           ADD 1 TO WSDisputeCount
           MOVE "SKIPPED - IN DISPUTE" TO WONote
           PERFORM WriteWODetail
           EXIT PARAGRAPH
       END-IF
       PERFORM WriteOffOneAccount.

*> Balance to zero through the ledger - the account stays open
WriteOffOneAccount.
       MOVE AccountBalance TO WSWriteOffAmount
       SUBTRACT WSWriteOffAmount FROM AccountBalance
       REWRITE CustomerData
           INVALID KEY
               ADD 1 TO WSSkippedCount
               MOVE "SKIPPED - REWRITE ERR" TO WONote
               PERFORM WriteWODetail
           NOT INVALID KEY
               PERFORM WriteBalanceHistory
               CALL 'CUSTJRNL' USING WSOpsProgram, CustomerData
               IF WSWriteOffSource = "SMALLBALDR"
                   ADD 1 TO WSDebitCount
                   ADD WSWriteOffAmount TO WSTotalDebits
                   PERFORM NoteSettleCustomer
                   MOVE "DEBIT WRITTEN OFF" TO WONote
               ELSE
                   ADD 1 TO WSCreditCount
                   SUBTRACT WSWriteOffAmount FROM WSTotalCredits
                   MOVE "CREDIT WRITTEN OFF" TO WONote
               END-IF
               PERFORM WriteWODetail
       END-REWRITE.

WriteWODetail.
       MOVE IDNum TO WOIDNum
       MOVE LastName TO WOLastName
       MOVE WSOldBalance TO WOBalance
       WRITE RegisterLine FROM WODetailLine.

*> Record the write-off in the running balance ledger
WriteBalanceHistory.
       MOVE SPACES TO BalanceHistoryRecord
       MOVE IDNum TO BHIDNum
       MOVE WSRunDate TO BHDate
       MOVE WSWriteOffSource TO BHSource
       MOVE WSOldBalance TO BHOldBalance
       COMPUTE BHAmount = ZERO - WSWriteOffAmount
       MOVE AccountBalance TO BHNewBalance
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord.

NoteSettleCustomer.
       IF WSSettleCount < 2000
           ADD 1 TO WSSettleCount
           MOVE IDNum TO TabSettleIDNum(WSSettleCount)
       ELSE
           *> The invoices stay open for the next run's settle pass -
           *> the balance itself is already cleared
           DISPLAY "Settle Table Full - Invoices Left Open For "
               IDNum
       END-IF.

*> Every open invoice of a written-off debtor is marked paid - what
*> was left on it is exactly what was just written off
SettleOpenInvoices.
       IF WSSettleCount = ZERO
           EXIT PARAGRAPH
       END-IF
       OPEN I-O InvoiceFile
       IF WSInvoiceFileStatus NOT = "00"
           DISPLAY "Warning: InvoiceFile.dat Open Status "
               WSInvoiceFileStatus
           EXIT PARAGRAPH
       END-IF
       READ InvoiceFile
           AT END SET InvEOF TO TRUE
       END-READ
       PERFORM UNTIL InvEOF
           IF IhRecordType = "H" AND NOT InvPaid AND NOT InvVoided
               MOVE "N" TO WSSlotFound
               PERFORM VARYING SetIdx FROM 1 BY 1
                   UNTIL SetIdx > WSSettleCount OR WSSlotFound = "Y"
                   IF TabSettleIDNum(SetIdx) = IhIDNum
                       MOVE "Y" TO WSSlotFound
                   END-IF
               END-PERFORM
               IF WSSlotFound = "Y"
                   MOVE IhTotal TO IhPaidAmount
                   SET InvPaid TO TRUE
                   REWRITE InvoiceRecord
                   ADD 1 TO WSInvoicesSettled
               END-IF
           END-IF
           READ InvoiceFile
               AT END SET InvEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE InvoiceFile.

PrintRegisterFooter.
       MOVE SPACES TO RegisterLine
       WRITE RegisterLine
       MOVE WSDebitCount TO WSEditedCount
       MOVE WSTotalDebits TO WSEditedTotal
       STRING "Debits Written Off..: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  Total: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine
       MOVE WSCreditCount TO WSEditedCount
       MOVE WSTotalCredits TO WSEditedTotal
       MOVE SPACES TO RegisterLine
       STRING "Credits Written Off.: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  Total: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine
       MOVE WSDisputeCount TO WSEditedCount
       MOVE SPACES TO RegisterLine
       STRING "Held For Dispute....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine
       MOVE WSInvoicesSettled TO WSEditedCount
       MOVE SPACES TO RegisterLine
       STRING "Invoices Settled....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine
       MOVE WSSkippedCount TO WSEditedCount
       MOVE SPACES TO RegisterLine
       STRING "Rewrite Errors......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine.

*> Open the live master, waiting out a lock held by the online menu or
*> another batch job - a file still busy after every retry aborts the run
*> cleanly instead of proceeding against a file someone else is writing
OpenCustomerMaster.
       MOVE ZERO TO WSOpenTries
       MOVE "N" TO WSMasterOpen
       PERFORM UNTIL WSMasterOpen = "Y"
           OPEN I-O CustomerFile
           EVALUATE TRUE
               WHEN WSCustomerFileStatus = "00"
                   MOVE "Y" TO WSMasterOpen
               WHEN WSCustomerFileStatus = "61" OR "93" OR "51"
                   ADD 1 TO WSOpenTries
                   IF WSOpenTries >= WSMaxOpenTries
                       DISPLAY "Customer.txt Still Busy After "
                           WSOpenTries " Tries - Run Aborted"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   DISPLAY "Customer.txt Busy (Status "
                       WSCustomerFileStatus ") - Waiting To Retry"
                   CALL "C$SLEEP" USING WSWaitSeconds
               WHEN OTHER
                   DISPLAY "Warning: Customer.txt Open Status "
                       WSCustomerFileStatus
                   MOVE "Y" TO WSMasterOpen
           END-EVALUATE
       END-PERFORM.
