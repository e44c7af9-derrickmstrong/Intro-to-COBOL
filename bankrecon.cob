       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    bankrecon.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Bank reconciliation: proves the day's deposit report actually
*> reached the bank. The day's applied payments are totaled by channel
*> the depositreport.cob way - checks, counter cash, bank debits,
*> lockbox, unspecified - and each channel total is one deposit we
*> expect to see. The bank's daily statement file is read and every
*> credit is paired by amount, dated on or after the deposit, with an
*> expected deposit - oldest first, so yesterday's deposit in transit
*> clears before today's. A deposit with no bank credit is carried on
*> ReconItems.dat as in transit; a bank credit nobody booked is carried
*> as unexplained. Carried items are offered to each later run until
*> they match or an operator clears them through reconclear.cob, and
*> any still open past RECONAGEDAYS (RunParams.dat, default 3) land on
*> ReconExceptions.rpt - RC 4 while there are any. Bank debits are paid
*> items and fees, reconciled through paidcheckimport.cob - counted
*> here only. A date already reconciled is refused with RC 8.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.
       *> The bank's daily statement: H header, C credits, D debits,
       *> T trailer
       SELECT StatementFile ASSIGN TO "BankStatement.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSStatementStatus.
       *> Every deposit and bank item the reconciliation has touched,
       *> open ones carried forward until matched or cleared
       SELECT ReconItemFile ASSIGN TO "ReconItems.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RINumber
           FILE STATUS IS WSReconItemStatus.
       SELECT ReconReport ASSIGN TO "BankRecon.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReconReportStatus.
       SELECT ExceptionReport ASSIGN TO "ReconExceptions.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExceptionStatus.

DATA DIVISION.
FILE SECTION.
*> Must match applypayments.cob's BalanceHistoryRecord layout
FD BalanceHistory.
01 BalanceHistoryRecord.
       02 BHIDNum PIC 9(8).
       02 FILLER PIC X.
       *> Define End of File
       88 BHEOF VALUE HIGH-VALUES.
       02 BHDate PIC 9(08).
       02 FILLER PIC X.
       02 BHSource PIC X(12).
       02 FILLER PIC X.
       02 BHOldBalance PIC S9(7)V99.
       02 FILLER PIC X.
       02 BHAmount PIC S9(7)V99.
       02 FILLER PIC X.
       02 BHNewBalance PIC S9(7)V99.
       02 FILLER PIC X.
       02 BHReference PIC X(12).
       02 FILLER PIC X.
       02 BHMethod PIC X(01).
       *> Reserved for future fields
       02 FILLER PIC X(07).

*> Fixed-column statement feed - the first byte types each record
FD StatementFile.
01 StatementRecord PIC X(80).
       88 StmtEOF VALUE HIGH-VALUES.
01 StatementDetailRecord REDEFINES StatementRecord.
       02 StRecordType PIC X(01).
       02 StPostDate PIC 9(08).
       02 StAmount PIC 9(8)V99.
       02 StBankRef PIC X(16).
       02 StDescription PIC X(30).
       02 FILLER PIC X(15).

*> One line per deposit or bank item - reconclear.cob reads this
*> same layout
FD ReconItemFile.
01 ReconItemRecord.
       02 RINumber PIC 9(08).
       *> T a deposit we booked, U a bank item nobody booked
       02 RIType PIC X(01).
           88 RIBookDeposit VALUE "T".
           88 RIBankItem VALUE "U".
       *> Book date for a deposit, posting date for a bank item
       02 RIItemDate PIC 9(08).
       *> The deposit's channel - depositreport.cob's method codes
       02 RIChannel PIC X(01).
       02 RIAmount PIC 9(8)V99.
       02 RIBankRef PIC X(16).
       02 RIBankDate PIC 9(08).
       02 RIStatus PIC X(01).
           88 RIOpen VALUE "O".
           88 RIMatched VALUE "M".
           88 RICleared VALUE "C".
       *> The reconciliation date that first carried the item
       02 RIFirstSeen PIC 9(08).
       02 RIClosedDate PIC 9(08).
       02 RIClosedBy PIC X(08).
       02 FILLER PIC X(03).

FD ReconReport.
01 ReconLine PIC X(90).

FD ExceptionReport.
01 ExceptionLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSReconDate PIC 9(08).
01 WSReconJulian PIC 9(08).
01 WSItemJulian PIC 9(08).
01 WSDaysOpen PIC S9(08).
01 WSAlreadyDone PIC X VALUE "N".
01 WSLastItemNum PIC 9(08) VALUE ZERO.
01 WSPayMagnitude PIC 9(09)V99.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
01 WSAgeDays PIC 9(04) VALUE 3.
*> The day's channel totals - one expected deposit each
01 ChannelTable.
       02 ChannelEntry OCCURS 5 TIMES INDEXED BY ChanIdx.
           03 ChanCode PIC X(01).
           03 ChanLabel PIC X(20).
           03 ChanCount PIC 9(08).
           03 ChanTotal PIC 9(8)V99.
*> Deposits awaiting a bank credit - carried items first, oldest
*> first, then the day's channel totals
01 WSBookCount PIC 9(04) VALUE ZERO.
01 BookTable.
       02 BookEntry OCCURS 0 TO 500 TIMES DEPENDING ON WSBookCount
                  INDEXED BY BookIdx.
           *> Zero for a deposit first booked today
           03 BkItemNum PIC 9(08).
           03 BkDate PIC 9(08).
           03 BkChannel PIC X(01).
           03 BkLabel PIC X(20).
           03 BkAmount PIC 9(8)V99.
           03 BkMatched PIC X(01).
           03 BkBankRef PIC X(16).
           03 BkBankDate PIC 9(08).
*> Bank items carried from earlier runs, to pair with a deposit booked
*> late
01 WSBankCount PIC 9(04) VALUE ZERO.
01 BankTable.
       02 BankEntry OCCURS 0 TO 500 TIMES DEPENDING ON WSBankCount
                  INDEXED BY BankIdx.
           03 BnItemNum PIC 9(08).
           03 BnDate PIC 9(08).
           03 BnAmount PIC 9(8)V99.
           03 BnBankRef PIC X(16).
           03 BnMatched PIC X(01).
*> Y when a carried item didn't fit its table - the run reconciles
*> what it holds and says so
01 WSTableFull PIC X VALUE "N".
01 WSFound PIC X.
*> Control totals
01 WSCreditCount PIC 9(08) VALUE ZERO.
01 WSCreditTotal PIC 9(10)V99 VALUE ZERO.
01 WSDebitCount PIC 9(08) VALUE ZERO.
01 WSMatchedCount PIC 9(08) VALUE ZERO.
01 WSPriorMatchedCount PIC 9(08) VALUE ZERO.
01 WSTransitCount PIC 9(08) VALUE ZERO.
01 WSTransitTotal PIC 9(10)V99 VALUE ZERO.
01 WSUnexplainedCount PIC 9(08) VALUE ZERO.
01 WSUnexplainedTotal PIC 9(10)V99 VALUE ZERO.
01 WSExceptionCount PIC 9(08) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedTotal PIC $,$$$,$$$,$$9.99.
01 ReconDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RdLabel PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 RdDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RdAmount PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RdNote PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 RdBankRef PIC X(16).
       02 FILLER PIC X VALUE SPACE.
       02 RdBankDate PIC 9(08).
01 ExceptionDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 ExItemNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ExKind PIC X(21).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ExItemDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ExChannel PIC X(01).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ExAmount PIC $$$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 ExBankRef PIC X(16).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ExDays PIC ZZZ9.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSBalanceHistoryStatus PIC X(02).
01 WSStatementStatus PIC X(02).
01 WSReconItemStatus PIC X(02).
01 WSReconReportStatus PIC X(02).
01 WSExceptionStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "bankrecon".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       DISPLAY "Reconcile Deposit Date (YYYYMMDD, blank for today): "
           WITH NO ADVANCING.
       ACCEPT WSReconDate.
       IF WSReconDate IS NOT NUMERIC OR WSReconDate = ZERO
           ACCEPT WSReconDate FROM DATE YYYYMMDD
       END-IF
       COMPUTE WSReconJulian = FUNCTION INTEGER-OF-DATE(WSReconDate)
       MOVE "RECONAGEDAYS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y"
           MOVE WSParamValue TO WSAgeDays
       END-IF
       OPEN INPUT StatementFile.
       IF WSStatementStatus NOT = "00"
           DISPLAY "No Bank Statement File - Status " WSStatementStatus
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       *> I-O needs the file to exist - create it empty on first use
       OPEN I-O ReconItemFile.
       IF WSReconItemStatus = "35"
           OPEN OUTPUT ReconItemFile
           CLOSE ReconItemFile
           OPEN I-O ReconItemFile
       END-IF
       IF WSReconItemStatus NOT = "00"
           DISPLAY "Warning: ReconItems.dat Open Status "
               WSReconItemStatus
       END-IF
       PERFORM LoadCarriedItems
       IF WSAlreadyDone = "Y"
           DISPLAY "Deposits For " WSReconDate " Already Reconciled"
               " - Run Refused"
           CLOSE StatementFile, ReconItemFile
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WSTableFull = "Y"
           DISPLAY "Warning: More Than 500 Carried Items - Oldest "
               "Reconciled First, Rest Wait For The Next Run"
       END-IF
       PERFORM TallyDayDeposits
       PERFORM MatchStatementCredits
       PERFORM MatchLateBookings
       OPEN OUTPUT ReconReport.
       IF WSReconReportStatus NOT = "00"
           DISPLAY "Warning: BankRecon.rpt Open Status "
               WSReconReportStatus
       END-IF
       PERFORM PrintReconHeading
       PERFORM SettleOneDeposit VARYING BookIdx FROM 1 BY 1
           UNTIL BookIdx > WSBookCount
       PERFORM SettleOneBankItem VARYING BankIdx FROM 1 BY 1
           UNTIL BankIdx > WSBankCount
       PERFORM PrintReconFooter
       CLOSE ReconReport, StatementFile.
       OPEN OUTPUT ExceptionReport.
       IF WSExceptionStatus NOT = "00"
           DISPLAY "Warning: ReconExceptions.rpt Open Status "
               WSExceptionStatus
       END-IF
       PERFORM PrintExceptions
       CLOSE ExceptionReport, ReconItemFile.
       DISPLAY " "
       DISPLAY "BANK RECONCILIATION COMPLETE"
       DISPLAY "Bank Credits......: " WSCreditCount
       DISPLAY "Deposits Matched..: " WSMatchedCount
       DISPLAY "In Transit........: " WSTransitCount
       DISPLAY "Unexplained.......: " WSUnexplainedCount
       DISPLAY "Aged Exceptions...: " WSExceptionCount
       IF WSExceptionCount > ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       MOVE SPACES TO WSOpsCounts
       STRING "MATCH " DELIMITED BY SIZE
           WSMatchedCount DELIMITED BY SIZE
           " EXC " DELIMITED BY SIZE
           WSExceptionCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> One pass over the carried items: open deposits and open bank items
*> into their tables, the highest item number for new items, and a
*> check that this date hasn't been reconciled already
LoadCarriedItems.
       MOVE ZERO TO RINumber
       MOVE "Y" TO WSMoreRecords
       START ReconItemFile KEY IS NOT LESS THAN RINumber
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ ReconItemFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               MOVE RINumber TO WSLastItemNum
               IF RIFirstSeen = WSReconDate
                   MOVE "Y" TO WSAlreadyDone
               END-IF
               IF RIOpen
                   PERFORM CarryOneItem
               END-IF
           END-IF
       END-PERFORM.

CarryOneItem.
       IF RIBookDeposit
           IF WSBookCount >= 495
               MOVE "Y" TO WSTableFull
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WSBookCount
           MOVE RINumber TO BkItemNum(WSBookCount)
           MOVE RIItemDate TO BkDate(WSBookCount)
           MOVE RIChannel TO BkChannel(WSBookCount)
           MOVE "Carried Deposit" TO BkLabel(WSBookCount)
           MOVE RIAmount TO BkAmount(WSBookCount)
           MOVE "N" TO BkMatched(WSBookCount)
           MOVE SPACES TO BkBankRef(WSBookCount)
           MOVE ZERO TO BkBankDate(WSBookCount)
       ELSE
           IF WSBankCount >= 500
               MOVE "Y" TO WSTableFull
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WSBankCount
           MOVE RINumber TO BnItemNum(WSBankCount)
           MOVE RIItemDate TO BnDate(WSBankCount)
           MOVE RIAmount TO BnAmount(WSBankCount)
           MOVE RIBankRef TO BnBankRef(WSBankCount)
           MOVE "N" TO BnMatched(WSBankCount)
       END-IF.

*> The day's applied payments by channel, as depositreport.cob totals
*> them - each channel with money in it is one expected deposit
TallyDayDeposits.
       MOVE "K" TO ChanCode(1)
       MOVE "Checks (Mail)" TO ChanLabel(1)
       MOVE "C" TO ChanCode(2)
       MOVE "Counter Cash" TO ChanLabel(2)
       MOVE "D" TO ChanCode(3)
       MOVE "Bank Debits" TO ChanLabel(3)
       MOVE "L" TO ChanCode(4)
       MOVE "Lockbox" TO ChanLabel(4)
       MOVE "X" TO ChanCode(5)
       MOVE "Unspecified" TO ChanLabel(5)
       PERFORM VARYING ChanIdx FROM 1 BY 1 UNTIL ChanIdx > 5
           MOVE ZERO TO ChanCount(ChanIdx)
           MOVE ZERO TO ChanTotal(ChanIdx)
       END-PERFORM
       OPEN INPUT BalanceHistory
       IF WSBalanceHistoryStatus NOT = "00"
           DISPLAY "Warning: BalanceHistory.dat Open Status "
               WSBalanceHistoryStatus
       ELSE
           READ BalanceHistory
               AT END SET BHEOF TO TRUE
           END-READ
           PERFORM UNTIL BHEOF
               IF BHSource = "PAYMENT" AND BHDate = WSReconDate
                   PERFORM TallyOnePayment
               END-IF
               READ BalanceHistory
                   AT END SET BHEOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE BalanceHistory
       END-IF
       PERFORM VARYING ChanIdx FROM 1 BY 1 UNTIL ChanIdx > 5
           IF ChanTotal(ChanIdx) > ZERO
               ADD 1 TO WSBookCount
               MOVE ZERO TO BkItemNum(WSBookCount)
               MOVE WSReconDate TO BkDate(WSBookCount)
               MOVE ChanCode(ChanIdx) TO BkChannel(WSBookCount)
               MOVE ChanLabel(ChanIdx) TO BkLabel(WSBookCount)
               MOVE ChanTotal(ChanIdx) TO BkAmount(WSBookCount)
               MOVE "N" TO BkMatched(WSBookCount)
               MOVE SPACES TO BkBankRef(WSBookCount)
               MOVE ZERO TO BkBankDate(WSBookCount)
           END-IF
       END-PERFORM.

TallyOnePayment.
       COMPUTE WSPayMagnitude = ZERO - BHAmount
       EVALUATE BHMethod
           WHEN "K" SET ChanIdx TO 1
           WHEN "C" SET ChanIdx TO 2
           WHEN "D" SET ChanIdx TO 3
           WHEN "L" SET ChanIdx TO 4
           WHEN OTHER SET ChanIdx TO 5
       END-EVALUATE
       ADD 1 TO ChanCount(ChanIdx)
       ADD WSPayMagnitude TO ChanTotal(ChanIdx).

*> Each bank credit against the deposits awaiting one - same amount,
*> posted no earlier than the deposit was booked
MatchStatementCredits.
       READ StatementFile
           AT END SET StmtEOF TO TRUE
       END-READ
       PERFORM UNTIL StmtEOF
           EVALUATE StRecordType
               WHEN "C"
                   PERFORM MatchOneCredit
               WHEN "D"
                   ADD 1 TO WSDebitCount
           END-EVALUATE
           READ StatementFile
               AT END SET StmtEOF TO TRUE
           END-READ
       END-PERFORM.

MatchOneCredit.
       IF StAmount IS NOT NUMERIC OR StPostDate IS NOT NUMERIC
           DISPLAY "Warning: Garbled Statement Credit " StBankRef
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSCreditCount
       ADD StAmount TO WSCreditTotal
       MOVE "N" TO WSFound
       PERFORM VARYING BookIdx FROM 1 BY 1
           UNTIL BookIdx > WSBookCount OR WSFound = "Y"
           IF BkMatched(BookIdx) = "N"
               AND BkAmount(BookIdx) = StAmount
               AND BkDate(BookIdx) <= StPostDate
               MOVE "Y" TO WSFound
               MOVE "Y" TO BkMatched(BookIdx)
               MOVE StBankRef TO BkBankRef(BookIdx)
               MOVE StPostDate TO BkBankDate(BookIdx)
           END-IF
       END-PERFORM
       IF WSFound = "N"
           PERFORM AddUnexplainedItem
       END-IF.

*> A bank credit nobody booked - carried from today
AddUnexplainedItem.
       IF WSBankCount >= 500
           MOVE "Y" TO WSTableFull
           DISPLAY "Warning: Bank Item " StBankRef " Not Carried"
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSBankCount
       MOVE ZERO TO BnItemNum(WSBankCount)
       MOVE StPostDate TO BnDate(WSBankCount)
       MOVE StAmount TO BnAmount(WSBankCount)
       MOVE StBankRef TO BnBankRef(WSBankCount)
       MOVE "N" TO BnMatched(WSBankCount)
       ADD 1 TO WSUnexplainedCount
       ADD StAmount TO WSUnexplainedTotal.

*> A deposit still unmatched may be money the bank credited before we
*> booked it - try it against the bank items carried from earlier
MatchLateBookings.
       PERFORM VARYING BookIdx FROM 1 BY 1 UNTIL BookIdx > WSBookCount
           IF BkMatched(BookIdx) = "N"
               MOVE "N" TO WSFound
               PERFORM VARYING BankIdx FROM 1 BY 1
                   UNTIL BankIdx > WSBankCount OR WSFound = "Y"
                   IF BnMatched(BankIdx) = "N"
                       AND BnItemNum(BankIdx) NOT = ZERO
                       AND BnAmount(BankIdx) = BkAmount(BookIdx)
                       MOVE "Y" TO WSFound
                       MOVE "Y" TO BnMatched(BankIdx)
                       MOVE "Y" TO BkMatched(BookIdx)
                       MOVE BnBankRef(BankIdx) TO BkBankRef(BookIdx)
                       MOVE BnDate(BankIdx) TO BkBankDate(BookIdx)
                   END-IF
               END-PERFORM
           END-IF
       END-PERFORM.

PrintReconHeading.
       MOVE SPACES TO ReconLine
       STRING "BANK RECONCILIATION - DEPOSITS OF " DELIMITED BY SIZE
           WSReconDate DELIMITED BY SIZE
           INTO ReconLine
       END-STRING
       WRITE ReconLine
       MOVE "==========================================" TO ReconLine
       WRITE ReconLine.

*> Every deposit on the table gets its line and its item record - a
*> matched one closed, an unmatched one open in transit
SettleOneDeposit.
       MOVE BkLabel(BookIdx) TO RdLabel
       MOVE BkDate(BookIdx) TO RdDate
       MOVE BkAmount(BookIdx) TO RdAmount
       MOVE BkBankRef(BookIdx) TO RdBankRef
       MOVE BkBankDate(BookIdx) TO RdBankDate
       IF BkMatched(BookIdx) = "Y"
           MOVE "MATCHED" TO RdNote
           IF BkItemNum(BookIdx) = ZERO
               ADD 1 TO WSMatchedCount
           ELSE
               ADD 1 TO WSPriorMatchedCount
           END-IF
       ELSE
           MOVE "IN TRANSIT" TO RdNote
           ADD 1 TO WSTransitCount
           ADD BkAmount(BookIdx) TO WSTransitTotal
       END-IF
       WRITE ReconLine FROM ReconDetailLine
       IF BkItemNum(BookIdx) = ZERO
           PERFORM WriteDepositItem
       ELSE
           IF BkMatched(BookIdx) = "Y"
               PERFORM CloseCarriedDeposit
           END-IF
       END-IF.

WriteDepositItem.
       MOVE SPACES TO ReconItemRecord
       ADD 1 TO WSLastItemNum
       MOVE WSLastItemNum TO RINumber
       SET RIBookDeposit TO TRUE
       MOVE BkDate(BookIdx) TO RIItemDate
       MOVE BkChannel(BookIdx) TO RIChannel
       MOVE BkAmount(BookIdx) TO RIAmount
       MOVE BkBankRef(BookIdx) TO RIBankRef
       MOVE BkBankDate(BookIdx) TO RIBankDate
       MOVE WSReconDate TO RIFirstSeen
       MOVE ZERO TO RIClosedDate
       IF BkMatched(BookIdx) = "Y"
           SET RIMatched TO TRUE
           MOVE WSReconDate TO RIClosedDate
           MOVE "BATCH" TO RIClosedBy
       ELSE
           SET RIOpen TO TRUE
       END-IF
       WRITE ReconItemRecord
           INVALID KEY
               DISPLAY "Warning: Recon Item " RINumber " Not Written"
       END-WRITE.

CloseCarriedDeposit.
       MOVE BkItemNum(BookIdx) TO RINumber
       READ ReconItemFile
           INVALID KEY
               DISPLAY "Warning: Recon Item " RINumber " Missing"
               EXIT PARAGRAPH
       END-READ
       SET RIMatched TO TRUE
       MOVE BkBankRef(BookIdx) TO RIBankRef
       MOVE BkBankDate(BookIdx) TO RIBankDate
       MOVE WSReconDate TO RIClosedDate
       MOVE "BATCH" TO RIClosedBy
       REWRITE ReconItemRecord
           INVALID KEY
               DISPLAY "Warning: Recon Item " RINumber " Not Closed"
       END-REWRITE.

*> New unexplained bank items are written open; carried ones that a
*> late booking matched are closed
SettleOneBankItem.
       IF BnItemNum(BankIdx) = ZERO
           MOVE "Unexplained Credit" TO RdLabel
           MOVE BnDate(BankIdx) TO RdDate
           MOVE BnAmount(BankIdx) TO RdAmount
           MOVE "NOT BOOKED" TO RdNote
           MOVE BnBankRef(BankIdx) TO RdBankRef
           MOVE BnDate(BankIdx) TO RdBankDate
           WRITE ReconLine FROM ReconDetailLine
           PERFORM WriteBankItem
           EXIT PARAGRAPH
       END-IF
       IF BnMatched(BankIdx) = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE BnItemNum(BankIdx) TO RINumber
       READ ReconItemFile
           INVALID KEY
               DISPLAY "Warning: Recon Item " RINumber " Missing"
               EXIT PARAGRAPH
       END-READ
       SET RIMatched TO TRUE
       MOVE WSReconDate TO RIClosedDate
       MOVE "BATCH" TO RIClosedBy
       REWRITE ReconItemRecord
           INVALID KEY
               DISPLAY "Warning: Recon Item " RINumber " Not Closed"
       END-REWRITE.

WriteBankItem.
       MOVE SPACES TO ReconItemRecord
       ADD 1 TO WSLastItemNum
       MOVE WSLastItemNum TO RINumber
       SET RIBankItem TO TRUE
       MOVE BnDate(BankIdx) TO RIItemDate
       MOVE SPACE TO RIChannel
       MOVE BnAmount(BankIdx) TO RIAmount
       MOVE BnBankRef(BankIdx) TO RIBankRef
       MOVE BnDate(BankIdx) TO RIBankDate
       SET RIOpen TO TRUE
       MOVE WSReconDate TO RIFirstSeen
       MOVE ZERO TO RIClosedDate
       WRITE ReconItemRecord
           INVALID KEY
               DISPLAY "Warning: Recon Item " RINumber " Not Written"
       END-WRITE.

PrintReconFooter.
       MOVE SPACES TO ReconLine
       WRITE ReconLine
       MOVE WSCreditCount TO WSEditedCount
       MOVE WSCreditTotal TO WSEditedTotal
       STRING "Bank Credits..........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReconLine
       END-STRING
       WRITE ReconLine
       MOVE WSMatchedCount TO WSEditedCount
       MOVE SPACES TO ReconLine
       STRING "Deposits Matched......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReconLine
       END-STRING
       WRITE ReconLine
       MOVE WSPriorMatchedCount TO WSEditedCount
       MOVE SPACES TO ReconLine
       STRING "Carried Items Matched.: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReconLine
       END-STRING
       WRITE ReconLine
       MOVE WSTransitCount TO WSEditedCount
       MOVE WSTransitTotal TO WSEditedTotal
       MOVE SPACES TO ReconLine
       STRING "Deposits In Transit...: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReconLine
       END-STRING
       WRITE ReconLine
       MOVE WSUnexplainedCount TO WSEditedCount
       MOVE WSUnexplainedTotal TO WSEditedTotal
       MOVE SPACES TO ReconLine
       STRING "Unexplained Credits...: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReconLine
       END-STRING
       WRITE ReconLine
       MOVE WSDebitCount TO WSEditedCount
       MOVE SPACES TO ReconLine
       STRING "Bank Debits (Not Here): " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReconLine
       END-STRING
       WRITE ReconLine.

*> Every item still open past the age limit, whatever day it came from,
*> until it matches or someone clears it
PrintExceptions.
       MOVE SPACES TO ExceptionLine
       STRING "RECONCILIATION EXCEPTIONS - OPEN OVER " DELIMITED BY SIZE
           WSAgeDays DELIMITED BY SIZE
           " DAYS" DELIMITED BY SIZE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine
       MOVE "==========================================" TO ExceptionLine
       WRITE ExceptionLine
       MOVE ZERO TO RINumber
       MOVE "Y" TO WSMoreRecords
       START ReconItemFile KEY IS NOT LESS THAN RINumber
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ ReconItemFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND RIOpen
               PERFORM CheckOneException
           END-IF
       END-PERFORM
       MOVE SPACES TO ExceptionLine
       WRITE ExceptionLine
       MOVE WSExceptionCount TO WSEditedCount
       STRING "Open Exceptions: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ExceptionLine
       END-STRING
       WRITE ExceptionLine.

CheckOneException.
       COMPUTE WSItemJulian = FUNCTION INTEGER-OF-DATE(RIItemDate)
       COMPUTE WSDaysOpen = WSReconJulian - WSItemJulian
       IF WSDaysOpen <= WSAgeDays
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSExceptionCount
       MOVE RINumber TO ExItemNum
       IF RIBookDeposit
           MOVE "DEPOSIT IN TRANSIT" TO ExKind
       ELSE
           MOVE "UNEXPLAINED BANK ITEM" TO ExKind
       END-IF
       MOVE RIItemDate TO ExItemDate
       MOVE RIChannel TO ExChannel
       MOVE RIAmount TO ExAmount
       MOVE RIBankRef TO ExBankRef
       MOVE WSDaysOpen TO ExDays
       WRITE ExceptionLine FROM ExceptionDetailLine.
