DATE-WRITTEN.August 22nd 2026
ENVIRONMENT DIVISION.
*> Nightly general-ledger feed: the day's BalanceHistory.dat movements are
*> summarized by movement source and branch and written to GLJournal.dat
*> as balanced debit/credit pairs against real GL account numbers. Which
*> accounts each source debits and credits comes from the posting rules
*> on GLPostingRules.dat, per branch, checked against the chart of
*> accounts on GLAccounts.dat (glaccounts.cob maintains both). A source
*> with no rule, or a rule naming an account not open on the chart,
*> refuses the whole feed - nothing is parked in suspense any more.
*> Payments post to the branch that took the cash; everything else to
*> the branch that owns the customer. A balancing report proves debits
*> equal credits before the file is released; an out-of-balance journal
*> ends with a non-zero return code so nightlyjobchain.cob's RunStep
*> aborts the chain instead of shipping a broken feed. A journal date
*> inside a month accounting has closed (PeriodControl.dat, see
*> periodclose.cob) is refused outright - nothing is emitted into a
*> closed period. The card processor's fees, which never touch a
*> customer balance, come from CardFeeLedger.dat (cardsettlement.cob)
*> and are summarized and posted the same way under their CARDFEE
*> source. Exchange gains and losses on foreign-currency invoices -
*> unrealized from fxrevalue.cob's month-end restatement, realized as
*> applypayments.cob settles them - come from FXLedger.dat under their
*> own gain and loss sources, posted to the owning customer's branch.
*> A customer moved to another office (branchtransferrun.cob) leaves a
*> BRANCHOUT movement under the old branch and a BRANCHIN under the
*> new one; each posts to the branch it names, blank being HQ, so the
*> receivable leaves one branch's accounts and lands in the other's. A
*> credit balance moves the other way round, so it books under the
*> opposite source's rule. Gift certificates sold, spent and voided
*> move customer balances and ride the ledger like anything else
*> (GIFTCERT, GCREDEEM, GCVOID); one escheated never touches a balance,
*> so its GCESCHEAT line comes from GiftCertLedger.dat (escheatrun.cob),
*> moving the liability to the state under the branch that sold it.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
       SELECT BalancingReport ASSIGN TO "GLBalance.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalancingStatus.
       SELECT AccountFile ASSIGN TO "GLAccounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS GAAccount
           FILE STATUS IS WSAccountFileStatus.
       SELECT RuleFile ASSIGN TO "GLPostingRules.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRKey
           FILE STATUS IS WSRuleFileStatus.
       *> Looked up for the owning branch of a non-cash movement
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> Card processor fees - optional, absent until the first
       *> settlement is run
       SELECT FeeLedger ASSIGN TO "CardFeeLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSFeeLedgerStatus.
       *> Exchange gains and losses - optional, absent until the first
       *> foreign invoice is revalued or paid
       SELECT FXLedger ASSIGN TO "FXLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSFXLedgerStatus.
       *> Gift certificate movements - optional, absent until the first
       *> certificate is sold; only the escheats are read from it
       SELECT CertLedger ASSIGN TO "GiftCertLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCertLedgerStatus.

DATA DIVISION.
FILE SECTION.
       02 BHNewBalance PIC S9(7)V99.
       *> Payment reference and method - carved for cash application
       *> (applypayments.cob names these; spaces everywhere else)
       02 FILLER PIC X(16).
       *> The branch that took a payment - blank on other movements
       02 BHBranch PIC X(03).
       02 FILLER PIC X(03).

*> One journal line per debit or credit - fixed columns for the ledger
FD JournalFile.
       02 JrnAmount PIC 9(10)V99.
       02 FILLER PIC X VALUE SPACE.
       02 JrnSource PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       *> Branch the pair was posted for - blank is HQ
       02 JrnBranch PIC X(03).

FD BalancingReport.
01 BalancingLine PIC X(70).

*> Must match glaccounts.cob's GLAccountRecord layout
FD AccountFile.
01 GLAccountRecord.
       02 GAAccount PIC X(10).
       02 GAName PIC X(30).
       02 GAType PIC X(01).
       02 GAStatus PIC X(01).
           88 AccountActive VALUE "A".
       02 FILLER PIC X(18).

*> Must match glaccounts.cob's PostingRuleRecord layout
FD RuleFile.
01 PostingRuleRecord.
       02 PRKey.
           03 PRSource PIC X(12).
           03 PRBranch PIC X(03).
       02 PRDebitAcct PIC X(10).
       02 PRCreditAcct PIC X(10).
       02 PRChangedDate PIC 9(08).
       02 PRChangedBy PIC X(08).
       02 FILLER PIC X(10).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
       02 AcctStatusCode PIC X(01).
       02 DateOfBirth PIC 9(08).
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle through the conversion hold - carried for
       *> layout fit, see randomlyaccessdata.cob for the carve-out
       02 FILLER PIC X(202).
       *> Which branch office owns this customer
       02 BranchCode PIC X(03).
       *> Reserved for future fields
       02 FILLER PIC X(25).

*> Must match cardsettlement.cob's FeeLedgerRecord layout
FD FeeLedger.
01 FeeLedgerRecord.
       02 CFDate PIC 9(08).
       02 FILLER PIC X.
       02 CFSource PIC X(12).
       02 FILLER PIC X.
       02 CFAmount PIC 9(7)V99.
       02 FILLER PIC X.
       02 CFBranch PIC X(03).
       02 FILLER PIC X.
       02 CFBatchID PIC X(12).
       *> Define End of File
       88 CFEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       02 CFDepositDate PIC 9(08).

*> Must match fxrevalue.cob's FXLedgerRecord layout
FD FXLedger.
01 FXLedgerRecord.
       02 FLDate PIC 9(08).
       02 FILLER PIC X.
       02 FLSource PIC X(12).
       *> Define End of File
       88 FLEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       02 FLAmount PIC 9(7)V99.
       02 FILLER PIC X.
       02 FLBranch PIC X(03).
       02 FILLER PIC X.
       02 FLInvNumber PIC 9(08).
       02 FILLER PIC X.
       02 FLIDNum PIC 9(08).
       02 FILLER PIC X.
       02 FLCurrency PIC X(03).

*> Must match GIFTCERT.cob's CertLedgerRecord layout
FD CertLedger.
01 CertLedgerRecord.
       02 GTDate PIC 9(08).
       02 FILLER PIC X.
       02 GTSource PIC X(12).
       *> Define End of File
       88 GTEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       02 GTAmount PIC 9(07)V99.
       02 FILLER PIC X.
       02 GTBranch PIC X(03).
       02 FILLER PIC X.
       02 GTCertNumber PIC 9(08).
       02 FILLER PIC X.
       02 GTIDNum PIC 9(08).
       02 FILLER PIC X.
       02 GTReference PIC X(12).
       02 FILLER PIC X.
       02 GTBalance PIC 9(05)V99.

WORKING-STORAGE SECTION.
01 WSJournalDate PIC 9(08).
*> Summarized magnitudes by movement source and branch - the day's
*> journal is built from these, not from individual ledger lines
01 WSSumCount PIC 9(03) VALUE ZERO.
01 SummaryTable.
       02 SummaryEntry OCCURS 0 TO 300 TIMES
                  DEPENDING ON WSSumCount INDEXED BY SumIdx.
           03 SumSource PIC X(12).
           03 SumBranch PIC X(03).
           03 SumTotal PIC 9(10)V99.
           03 SumDebitAcct PIC X(10).
           03 SumCreditAcct PIC X(10).
           *> Why the pair couldn't be placed - blank once it maps
           03 SumMapNote PIC X(20).
01 WSSlot PIC 9(03).
01 WSEntryBranch PIC X(03).
01 WSEntrySource PIC X(12).
01 WSRuleFound PIC X.
*> Sources or accounts the rules can't place - any at all refuses the feed
01 WSUnmappedCount PIC 9(05) VALUE ZERO.
01 WSEntriesRead PIC 9(08) VALUE ZERO.
01 WSEntriesSelected PIC 9(08) VALUE ZERO.
*> Magnitude of one ledger movement
01 WSPairDebitAcct PIC X(20).
01 WSPairCreditAcct PIC X(20).
01 WSPairSource PIC X(12).
01 WSPairBranch PIC X(03).
*> FILE STATUS codes, checked right after each OPEN
01 WSBalanceHistoryStatus PIC X(02).
01 WSJournalFileStatus PIC X(02).
01 WSBalancingStatus PIC X(02).
01 WSAccountFileStatus PIC X(02).
01 WSRuleFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSFeeLedgerStatus PIC X(02).
01 WSFXLedgerStatus PIC X(02).
01 WSCertLedgerStatus PIC X(02).
*> Fiscal-period guard staging - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
01 WSPeriodIDNum PIC 9(08) VALUE ZERO.
01 WSPeriodSource PIC X(12) VALUE "GLJOURNAL".
01 WSPeriodAmount PIC S9(7)V99 VALUE ZERO.

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "gljournalexport".
       IF WSJournalDate IS NOT NUMERIC OR WSJournalDate = ZERO
           ACCEPT WSJournalDate FROM DATE YYYYMMDD
       END-IF
       CALL 'PERIODCHK' USING WSJournalDate, WSPeriodIDNum,
           WSPeriodSource, WSPeriodAmount, "Q", WSPeriodResult
       IF WSPeriodResult = "C"
           *> An empty feed, so yesterday's can't be loaded twice
           OPEN OUTPUT JournalFile
           CLOSE JournalFile
           DISPLAY "GL JOURNAL REFUSED - " WSJournalDate
               " IS IN A CLOSED PERIOD"
           MOVE 8 TO WSOpsRC
           MOVE "CLOSED PERIOD" TO WSOpsCounts
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT BalanceHistory.
       IF WSBalanceHistoryStatus NOT = "00"
           DISPLAY "Warning: BalanceHistory.dat Open Status "
               WSBalanceHistoryStatus
       END-IF
       OPEN INPUT CustomerFile.
       READ BalanceHistory
           AT END SET BHEOF TO TRUE
       END-READ
           END-READ
       END-PERFORM
       CLOSE BalanceHistory.
       PERFORM SummarizeCardFees
       PERFORM SummarizeFXEntries
       PERFORM SummarizeGiftCertEscheats
       IF WSCustomerFileStatus = "00"
           CLOSE CustomerFile
       END-IF
       PERFORM MapSummaryToRules.
       IF WSUnmappedCount > ZERO
           *> An empty feed, so nothing half-mapped reaches the ledger
           OPEN OUTPUT JournalFile
           CLOSE JournalFile
           PERFORM PrintBalancingReport
           DISPLAY "GL JOURNAL REFUSED - " WSUnmappedCount
               " UNMAPPED SOURCE(S), SEE glaccounts"
           MOVE 8 TO WSOpsRC
           MOVE "UNMAPPED SOURCE" TO WSOpsCounts
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT JournalFile.
       IF WSJournalFileStatus NOT = "00"
           DISPLAY "Warning: GLJournal.dat Open Status "
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> Roll the day's movements up by source and branch - magnitudes only,
*> the direction is decided by the posting rule each pair maps to
SummarizeOneEntry.
       ADD 1 TO WSEntriesRead
       IF BHDate = WSJournalDate
           IF BHAmount < ZERO
               COMPUTE WSMoveMagnitude = ZERO - BHAmount
           END-IF
           *> Cash carries the branch that took it - a blank payment
           *> is HQ's, whoever owns the customer now, the same rule
           *> branchtransferrun.cob leaves unstamped; everything else
           *> belongs to the branch that owns the customer
           MOVE BHBranch TO WSEntryBranch
           MOVE BHSource TO WSEntrySource
           IF BHSource = "BRANCHOUT" OR BHSource = "BRANCHIN"
               PERFORM SummarizeBranchTransfer
               EXIT PARAGRAPH
           END-IF
           IF WSEntryBranch = SPACES AND WSCustomerFileStatus = "00"
               AND BHSource NOT = "PAYMENT"
               MOVE BHIDNum TO IDNum
               READ CustomerFile
                   INVALID KEY MOVE SPACES TO BranchCode
               END-READ
               MOVE BranchCode TO WSEntryBranch
           END-IF
           PERFORM FindSummarySlot
           IF WSSlot > ZERO
               ADD WSMoveMagnitude TO SumTotal(WSSlot)
           END-IF
       END-IF.

*> A transfer half books under the branch it names - the customer
*> already belongs to the new one, so no lookup. Out of a debit balance
*> is negative and into one positive; the reverse is a credit balance
*> crossing, which unwinds through the opposite rule.
SummarizeBranchTransfer.
       IF BHSource = "BRANCHOUT" AND BHAmount > ZERO
           MOVE "BRANCHIN" TO WSEntrySource
       END-IF
       IF BHSource = "BRANCHIN" AND BHAmount < ZERO
           MOVE "BRANCHOUT" TO WSEntrySource
       END-IF
       PERFORM FindSummarySlot
       IF WSSlot > ZERO
           ADD WSMoveMagnitude TO SumTotal(WSSlot)
       END-IF.

*> The day's processor fees join the summary under their own source
SummarizeCardFees.
       OPEN INPUT FeeLedger
       IF WSFeeLedgerStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ FeeLedger
           AT END SET CFEOF TO TRUE
       END-READ
       PERFORM UNTIL CFEOF
           ADD 1 TO WSEntriesRead
           IF CFDate = WSJournalDate
               ADD 1 TO WSEntriesSelected
               MOVE CFAmount TO WSMoveMagnitude
               MOVE CFBranch TO WSEntryBranch
               MOVE CFSource TO WSEntrySource
               PERFORM FindSummarySlot
               IF WSSlot > ZERO
                   ADD WSMoveMagnitude TO SumTotal(WSSlot)
               END-IF
           END-IF
           READ FeeLedger
               AT END SET CFEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE FeeLedger.

*> The day's exchange gains and losses join the summary under their
*> own sources - a blank branch belongs to the branch that owns the
*> customer, the same as any other non-cash movement
SummarizeFXEntries.
       OPEN INPUT FXLedger
       IF WSFXLedgerStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ FXLedger
           AT END SET FLEOF TO TRUE
       END-READ
       PERFORM UNTIL FLEOF
           ADD 1 TO WSEntriesRead
           IF FLDate = WSJournalDate
               ADD 1 TO WSEntriesSelected
               MOVE FLAmount TO WSMoveMagnitude
               MOVE FLBranch TO WSEntryBranch
               IF WSEntryBranch = SPACES AND WSCustomerFileStatus = "00"
                   MOVE FLIDNum TO IDNum
                   READ CustomerFile
                       INVALID KEY MOVE SPACES TO BranchCode
                   END-READ
                   MOVE BranchCode TO WSEntryBranch
               END-IF
               MOVE FLSource TO WSEntrySource
               PERFORM FindSummarySlot
               IF WSSlot > ZERO
                   ADD WSMoveMagnitude TO SumTotal(WSSlot)
               END-IF
           END-IF
           READ FXLedger
               AT END SET FLEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE FXLedger.

*> The day's escheated certificates - the sale, spending and voiding
*> already came through BalanceHistory.dat, so only GCESCHEAT is read
SummarizeGiftCertEscheats.
       OPEN INPUT CertLedger
       IF WSCertLedgerStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ CertLedger
           AT END SET GTEOF TO TRUE
       END-READ
       PERFORM UNTIL GTEOF
           ADD 1 TO WSEntriesRead
           IF GTDate = WSJournalDate AND GTSource = "GCESCHEAT"
               ADD 1 TO WSEntriesSelected
               MOVE GTAmount TO WSMoveMagnitude
               MOVE GTBranch TO WSEntryBranch
               IF WSEntryBranch = SPACES AND WSCustomerFileStatus = "00"
                   MOVE GTIDNum TO IDNum
                   READ CustomerFile
                       INVALID KEY MOVE SPACES TO BranchCode
                   END-READ
                   MOVE BranchCode TO WSEntryBranch
               END-IF
               MOVE GTSource TO WSEntrySource
               PERFORM FindSummarySlot
               IF WSSlot > ZERO
                   ADD WSMoveMagnitude TO SumTotal(WSSlot)
               END-IF
           END-IF
           READ CertLedger
               AT END SET GTEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE CertLedger.

FindSummarySlot.
       MOVE ZERO TO WSSlot
       PERFORM VARYING SumIdx FROM 1 BY 1
           UNTIL SumIdx > WSSumCount OR WSSlot > ZERO
           IF SumSource(SumIdx) = WSEntrySource
               AND SumBranch(SumIdx) = WSEntryBranch
               SET WSSlot TO SumIdx
           END-IF
       END-PERFORM
       IF WSSlot = ZERO
           IF WSSumCount < 300
               ADD 1 TO WSSumCount
               MOVE WSSumCount TO WSSlot
               MOVE WSEntrySource TO SumSource(WSSlot)
               MOVE WSEntryBranch TO SumBranch(WSSlot)
               MOVE ZERO TO SumTotal(WSSlot)
               MOVE SPACES TO SumDebitAcct(WSSlot), SumCreditAcct(WSSlot)
               MOVE SPACES TO SumMapNote(WSSlot)
           ELSE
               *> Out of slots - an unmappable line refuses the feed
               *> rather than silently dropping money from it
               ADD 1 TO WSUnmappedCount
               DISPLAY "Summary Table Full At " WSEntrySource " "
                   WSEntryBranch
           END-IF
       END-IF.

*> Every source/branch pair that saw activity needs a rule: the
*> branch's own first, then the "***" rule covering all branches. Both
*> of the rule's accounts must still be open on the chart.
MapSummaryToRules.
       OPEN INPUT RuleFile
       IF WSRuleFileStatus NOT = "00"
           DISPLAY "Warning: GLPostingRules.dat Open Status "
               WSRuleFileStatus
       END-IF
       OPEN INPUT AccountFile
       IF WSAccountFileStatus NOT = "00"
           DISPLAY "Warning: GLAccounts.dat Open Status "
               WSAccountFileStatus
       END-IF
       PERFORM VARYING SumIdx FROM 1 BY 1 UNTIL SumIdx > WSSumCount
           IF SumTotal(SumIdx) > ZERO
               PERFORM MapOneSummary
           END-IF
       END-PERFORM
       CLOSE RuleFile, AccountFile.

MapOneSummary.
       MOVE "Y" TO WSRuleFound
       MOVE SumSource(SumIdx) TO PRSource
       MOVE SumBranch(SumIdx) TO PRBranch
       READ RuleFile
           INVALID KEY MOVE "N" TO WSRuleFound
       END-READ
       IF WSRuleFound = "N"
           MOVE "Y" TO WSRuleFound
           MOVE "***" TO PRBranch
           READ RuleFile
               INVALID KEY MOVE "N" TO WSRuleFound
           END-READ
       END-IF
       IF WSRuleFound = "N"
           ADD 1 TO WSUnmappedCount
           MOVE "NO POSTING RULE" TO SumMapNote(SumIdx)
           DISPLAY "No Posting Rule: " SumSource(SumIdx)
               " Branch " SumBranch(SumIdx)
           EXIT PARAGRAPH
       END-IF
       MOVE PRDebitAcct TO SumDebitAcct(SumIdx)
       MOVE PRCreditAcct TO SumCreditAcct(SumIdx)
       MOVE PRDebitAcct TO GAAccount
       PERFORM CheckRuleAccount
       MOVE PRCreditAcct TO GAAccount
       PERFORM CheckRuleAccount.

CheckRuleAccount.
       READ AccountFile
           INVALID KEY
               ADD 1 TO WSUnmappedCount
               MOVE "ACCOUNT NOT ON CHART" TO SumMapNote(SumIdx)
               DISPLAY "Account " GAAccount " Not On Chart: "
                   SumSource(SumIdx) " Branch " SumBranch(SumIdx)
               EXIT PARAGRAPH
       END-READ
       IF NOT AccountActive
           ADD 1 TO WSUnmappedCount
           MOVE "ACCOUNT INACTIVE" TO SumMapNote(SumIdx)
           DISPLAY "Account " GAAccount " Inactive: "
               SumSource(SumIdx) " Branch " SumBranch(SumIdx)
       END-IF.

*> One balanced debit/credit pair per source and branch that saw
*> activity, to the accounts its posting rule names
WriteJournalEntries.
       PERFORM VARYING SumIdx FROM 1 BY 1 UNTIL SumIdx > WSSumCount
           IF SumTotal(SumIdx) > ZERO
               MOVE SumTotal(SumIdx) TO WSPairAmount
               MOVE SumDebitAcct(SumIdx) TO WSPairDebitAcct
               MOVE SumCreditAcct(SumIdx) TO WSPairCreditAcct
               MOVE SumSource(SumIdx) TO WSPairSource
               MOVE SumBranch(SumIdx) TO WSPairBranch
               PERFORM WriteJournalPair
           END-IF
       END-PERFORM.

WriteJournalPair.
       MOVE WSJournalDate TO JrnDate
       MOVE WSPairDebitAcct TO JrnAccount
       MOVE "DR" TO JrnDRCR
       MOVE WSPairAmount TO JrnAmount
       MOVE WSPairSource TO JrnSource
       MOVE WSPairBranch TO JrnBranch
       WRITE JournalRecord
       ADD WSPairAmount TO WSDebitTotal
       MOVE WSJournalDate TO JrnDate
       MOVE "CR" TO JrnDRCR
       MOVE WSPairAmount TO JrnAmount
       MOVE WSPairSource TO JrnSource
       MOVE WSPairBranch TO JrnBranch
       WRITE JournalRecord
       ADD WSPairAmount TO WSCreditTotal.

       END-STRING
       WRITE BalancingLine
       MOVE SPACES TO BalancingLine
       IF WSUnmappedCount > ZERO
           MOVE "UNMAPPED SOURCES - NO JOURNAL RELEASED" TO BalancingLine
           WRITE BalancingLine
           PERFORM VARYING SumIdx FROM 1 BY 1 UNTIL SumIdx > WSSumCount
               IF SumMapNote(SumIdx) NOT = SPACES
                   MOVE SPACES TO BalancingLine
                   STRING "  " DELIMITED BY SIZE
                       SumSource(SumIdx) DELIMITED BY SIZE
                       " Branch " DELIMITED BY SIZE
                       SumBranch(SumIdx) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       SumMapNote(SumIdx) DELIMITED BY SIZE
                       INTO BalancingLine
                   END-STRING
                   WRITE BalancingLine
               END-IF
           END-PERFORM
           CLOSE BalancingReport
           EXIT PARAGRAPH
       END-IF
       IF WSDebitTotal = WSCreditTotal
           MOVE "JOURNAL IN BALANCE - RELEASED" TO BalancingLine
       ELSE
