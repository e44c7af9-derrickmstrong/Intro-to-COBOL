       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    glaccounts.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> General-ledger chart of accounts and posting rules: GLAccounts.dat
*> holds one record per GL account number accounting has opened, and
*> GLPostingRules.dat says which account each BalanceHistory.dat
*> movement source debits and credits - per branch, so each office's
*> cash and receivables land in its own accounts. A rule under branch
*> "***" covers every branch without one of its own. gljournalexport.cob
*> drives the nightly feed from these two files and refuses to run while
*> any source in the day's movements has no rule. Admin sign-on only.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT AccountFile ASSIGN TO "GLAccounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GAAccount
           FILE STATUS IS WSAccountFileStatus.
       SELECT RuleFile ASSIGN TO "GLPostingRules.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRKey
           FILE STATUS IS WSRuleFileStatus.
       *> A branch-specific rule must name a branch that exists
       SELECT BranchFile ASSIGN TO "BranchRef.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BRCode
           FILE STATUS IS WSBranchFileStatus.
       *> One line per operator: ID, password, role, status - the chart
       *> is accounting's, so changing it takes an Admin
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
*> One GL account per record - gljournalexport.cob reads this layout
FD AccountFile.
01 GLAccountRecord.
       02 GAAccount PIC X(10).
       02 GAName PIC X(30).
       *> A=Asset L=Liability Q=Equity R=Revenue E=Expense
       02 GAType PIC X(01).
           88 AccountTypeValid VALUE "A" "L" "Q" "R" "E".
       *> A = open for posting, I = inactive
       02 GAStatus PIC X(01).
           88 AccountActive VALUE "A".
           88 AccountInactive VALUE "I".
       *> Reserved for future fields
       02 FILLER PIC X(18).

*> One rule per movement source and branch - gljournalexport.cob reads
*> this same layout
FD RuleFile.
01 PostingRuleRecord.
       02 PRKey.
           03 PRSource PIC X(12).
           *> Branch code, blank for HQ, "***" for every other branch
           03 PRBranch PIC X(03).
       02 PRDebitAcct PIC X(10).
       02 PRCreditAcct PIC X(10).
       *> Who last set the rule and when
       02 PRChangedDate PIC 9(08).
       02 PRChangedBy PIC X(08).
       *> Reserved for future fields
       02 FILLER PIC X(10).

*> Must match branchadmin.cob's BranchRecord layout
FD BranchFile.
01 BranchRecord.
       02 BRCode PIC X(03).
       02 BRName PIC X(20).
       02 BRStatus PIC X(01).
           88 BranchOpen VALUE "A".
           88 BranchClosed VALUE "C".
       02 FILLER PIC X(10).

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
01 WSConfirm PIC X.
01 WSRunDate PIC 9(08).
*> Sign-on state - only an Admin changes the chart
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
*> Rule fields as keyed, checked before anything is written
01 WSEnteredSource PIC X(12).
01 WSEnteredBranch PIC X(03).
01 WSEnteredDebit PIC X(10).
01 WSEnteredCredit PIC X(10).
01 WSCheckAccount PIC X(10).
01 WSAccountOK PIC X.
01 WSRecordFound PIC X.
01 WSMoreRecords PIC X.
01 WSListCount PIC 9(05).
01 WSAddedCount PIC 9(05).
*> Starter chart staging - one account or rule at a time
01 WSStarterAccount PIC X(10).
01 WSStarterName PIC X(30).
01 WSStarterType PIC X(01).
01 WSStarterSource PIC X(12).
01 WSStarterDebit PIC X(10).
01 WSStarterCredit PIC X(10).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSAccountFileStatus PIC X(02).
01 WSRuleFileStatus PIC X(02).
01 WSBranchFileStatus PIC X(02).
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
           DISPLAY "Access Denied: The GL Chart Needs An Admin Sign-On"
           GOBACK
       END-IF
       *> I-O to maintain both files; if either doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN I-O AccountFile.
       IF WSAccountFileStatus = "35"
           OPEN OUTPUT AccountFile
           CLOSE AccountFile
           OPEN I-O AccountFile
       END-IF
       IF WSAccountFileStatus NOT = "00"
           DISPLAY "Warning: GLAccounts.dat Open Status "
               WSAccountFileStatus
       END-IF
       OPEN I-O RuleFile.
       IF WSRuleFileStatus = "35"
           OPEN OUTPUT RuleFile
           CLOSE RuleFile
           OPEN I-O RuleFile
       END-IF
       IF WSRuleFileStatus NOT = "00"
           DISPLAY "Warning: GLPostingRules.dat Open Status "
               WSRuleFileStatus
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "GL CHART OF ACCOUNTS"
               DISPLAY "1 : Add Or Change Account"
               DISPLAY "2 : List Chart Of Accounts"
               DISPLAY "3 : Deactivate Account"
               DISPLAY "4 : Add Or Change Posting Rule"
               DISPLAY "5 : List Posting Rules"
               DISPLAY "6 : Delete Posting Rule"
               DISPLAY "7 : Load Starter Chart"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM MaintainAccount
                    WHEN 2 PERFORM ListAccounts
                    WHEN 3 PERFORM DeactivateAccount
                    WHEN 4 PERFORM MaintainRule
                    WHEN 5 PERFORM ListRules
                    WHEN 6 PERFORM DeleteRule
                    WHEN 7 PERFORM LoadStarterChart
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE AccountFile, RuleFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> The real sign-on against Operators.dat - Admin role only, because
*> the chart decides where every dollar on the GL feed lands
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
               AND OperActive AND OperRole = "A"
               MOVE "Y" TO WSAuthorized
               MOVE OperID TO WSOperatorID
           END-IF
           READ OperatorFile
               AT END SET OperEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE OperatorFile.

*> Adds a new account, or renames/retypes one already on file - the
*> account number itself never changes once rules point at it
MaintainAccount.
       DISPLAY "GL Account Number: " WITH NO ADVANCING
       ACCEPT GAAccount
       MOVE FUNCTION UPPER-CASE(GAAccount) TO GAAccount
       IF GAAccount = SPACES
           DISPLAY "Rejected: Account Number Is Required"
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WSRecordFound
       READ AccountFile
           INVALID KEY MOVE "N" TO WSRecordFound
       END-READ
       IF WSRecordFound = "Y"
           DISPLAY "Now: " GAName " Type " GAType " Status " GAStatus
       END-IF
       DISPLAY "Account Name: " WITH NO ADVANCING
       ACCEPT GAName
       MOVE FUNCTION UPPER-CASE(GAName) TO GAName
       DISPLAY "Type (A=Asset L=Liability Q=Equity R=Revenue E=Expense): "
           WITH NO ADVANCING
       ACCEPT GAType
       MOVE FUNCTION UPPER-CASE(GAType) TO GAType
       IF GAName = SPACES
           DISPLAY "Rejected: Account Name Is Required"
           EXIT PARAGRAPH
       END-IF
       IF NOT AccountTypeValid
           DISPLAY "Rejected: Type Must Be A, L, Q, R, Or E"
           EXIT PARAGRAPH
       END-IF
       SET AccountActive TO TRUE
       IF WSRecordFound = "Y"
           REWRITE GLAccountRecord
               INVALID KEY DISPLAY "Account Not Changed"
               NOT INVALID KEY DISPLAY "Account Changed"
           END-REWRITE
       ELSE
           WRITE GLAccountRecord
               INVALID KEY DISPLAY "Account Not Added"
               NOT INVALID KEY DISPLAY "Account Added"
           END-WRITE
       END-IF.

ListAccounts.
       MOVE ZERO TO WSListCount
       MOVE LOW-VALUES TO GAAccount
       MOVE "Y" TO WSMoreRecords
       START AccountFile KEY IS NOT LESS THAN GAAccount
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ AccountFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
               NOT AT END
                   ADD 1 TO WSListCount
                   DISPLAY GAAccount " " GAName " " GAType " " GAStatus
           END-READ
       END-PERFORM
       IF WSListCount = ZERO
           DISPLAY "No Accounts On File"
       END-IF.

*> An account still named by a posting rule stays open - the rule has
*> to be repointed or deleted first
DeactivateAccount.
       DISPLAY "GL Account Number: " WITH NO ADVANCING
       ACCEPT GAAccount
       MOVE FUNCTION UPPER-CASE(GAAccount) TO GAAccount
       READ AccountFile
           INVALID KEY
               DISPLAY "Account Not On File"
               EXIT PARAGRAPH
       END-READ
       IF AccountInactive
           DISPLAY "Account Is Already Inactive"
           EXIT PARAGRAPH
       END-IF
       MOVE GAAccount TO WSCheckAccount
       MOVE ZERO TO WSListCount
       MOVE LOW-VALUES TO PRKey
       MOVE "Y" TO WSMoreRecords
       START RuleFile KEY IS NOT LESS THAN PRKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ RuleFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
               NOT AT END
                   IF PRDebitAcct = WSCheckAccount
                       OR PRCreditAcct = WSCheckAccount
                       ADD 1 TO WSListCount
                       DISPLAY "  Used By Rule " PRSource " " PRBranch
                   END-IF
           END-READ
       END-PERFORM
       IF WSListCount > ZERO
           DISPLAY "Rejected: Repoint Or Delete Those Rules First"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Deactivate " GAAccount " " GAName "? (Y/N): "
           WITH NO ADVANCING
       ACCEPT WSConfirm
       IF FUNCTION UPPER-CASE(WSConfirm) NOT = "Y"
           DISPLAY "Account Left Active"
           EXIT PARAGRAPH
       END-IF
       SET AccountInactive TO TRUE
       REWRITE GLAccountRecord
           INVALID KEY DISPLAY "Account Not Changed"
           NOT INVALID KEY DISPLAY "Account Deactivated"
       END-REWRITE.

*> Both sides of a rule must be open accounts on the chart, and a
*> branch-specific rule must name a branch on BranchRef.dat
MaintainRule.
       DISPLAY "Movement Source (e.g. ORDERPOST): " WITH NO ADVANCING
       ACCEPT WSEnteredSource
       MOVE FUNCTION UPPER-CASE(WSEnteredSource) TO WSEnteredSource
       IF WSEnteredSource = SPACES
           DISPLAY "Rejected: Source Is Required"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Branch (Blank For HQ, *** For All Others): "
           WITH NO ADVANCING
       ACCEPT WSEnteredBranch
       MOVE FUNCTION UPPER-CASE(WSEnteredBranch) TO WSEnteredBranch
       IF WSEnteredBranch NOT = SPACES AND WSEnteredBranch NOT = "***"
           OPEN INPUT BranchFile
           MOVE WSEnteredBranch TO BRCode
           MOVE "Y" TO WSRecordFound
           READ BranchFile
               INVALID KEY MOVE "N" TO WSRecordFound
           END-READ
           CLOSE BranchFile
           IF WSRecordFound = "N"
               DISPLAY "Rejected: Branch Not On BranchRef.dat"
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE WSEnteredSource TO PRSource
       MOVE WSEnteredBranch TO PRBranch
       MOVE "Y" TO WSRecordFound
       READ RuleFile
           INVALID KEY MOVE "N" TO WSRecordFound
       END-READ
       IF WSRecordFound = "Y"
           DISPLAY "Now: DR " PRDebitAcct " CR " PRCreditAcct
       END-IF
       DISPLAY "Debit Account: " WITH NO ADVANCING
       ACCEPT WSEnteredDebit
       MOVE FUNCTION UPPER-CASE(WSEnteredDebit) TO WSEnteredDebit
       DISPLAY "Credit Account: " WITH NO ADVANCING
       ACCEPT WSEnteredCredit
       MOVE FUNCTION UPPER-CASE(WSEnteredCredit) TO WSEnteredCredit
       IF WSEnteredDebit = WSEnteredCredit
           DISPLAY "Rejected: Debit And Credit Must Differ"
           EXIT PARAGRAPH
       END-IF
       MOVE WSEnteredDebit TO WSCheckAccount
       PERFORM CheckAccountOpen
       IF WSAccountOK = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE WSEnteredCredit TO WSCheckAccount
       PERFORM CheckAccountOpen
       IF WSAccountOK = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE WSEnteredSource TO PRSource
       MOVE WSEnteredBranch TO PRBranch
       MOVE WSEnteredDebit TO PRDebitAcct
       MOVE WSEnteredCredit TO PRCreditAcct
       MOVE WSRunDate TO PRChangedDate
       MOVE WSOperatorID TO PRChangedBy
       IF WSRecordFound = "Y"
           REWRITE PostingRuleRecord
               INVALID KEY DISPLAY "Rule Not Changed"
               NOT INVALID KEY DISPLAY "Rule Changed"
           END-REWRITE
       ELSE
           WRITE PostingRuleRecord
               INVALID KEY DISPLAY "Rule Not Added"
               NOT INVALID KEY DISPLAY "Rule Added"
           END-WRITE
       END-IF.

CheckAccountOpen.
       MOVE "Y" TO WSAccountOK
       MOVE WSCheckAccount TO GAAccount
       READ AccountFile
           INVALID KEY
               DISPLAY "Rejected: Account " WSCheckAccount " Not On Chart"
               MOVE "N" TO WSAccountOK
               EXIT PARAGRAPH
       END-READ
       IF NOT AccountActive
           DISPLAY "Rejected: Account " WSCheckAccount " Is Inactive"
           MOVE "N" TO WSAccountOK
       END-IF.

ListRules.
       MOVE ZERO TO WSListCount
       MOVE LOW-VALUES TO PRKey
       MOVE "Y" TO WSMoreRecords
       START RuleFile KEY IS NOT LESS THAN PRKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ RuleFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
               NOT AT END
                   ADD 1 TO WSListCount
                   DISPLAY PRSource " " PRBranch " DR " PRDebitAcct
                       " CR " PRCreditAcct " " PRChangedDate
                       " " PRChangedBy
           END-READ
       END-PERFORM
       IF WSListCount = ZERO
           DISPLAY "No Posting Rules On File"
       END-IF.

DeleteRule.
       DISPLAY "Movement Source: " WITH NO ADVANCING
       ACCEPT PRSource
       MOVE FUNCTION UPPER-CASE(PRSource) TO PRSource
       DISPLAY "Branch (Blank For HQ, *** For All Others): "
           WITH NO ADVANCING
       ACCEPT PRBranch
       MOVE FUNCTION UPPER-CASE(PRBranch) TO PRBranch
       READ RuleFile
           INVALID KEY
               DISPLAY "Rule Not On File"
               EXIT PARAGRAPH
       END-READ
       DISPLAY "Delete " PRSource " " PRBranch " DR " PRDebitAcct
           " CR " PRCreditAcct "? (Y/N): " WITH NO ADVANCING
       ACCEPT WSConfirm
       IF FUNCTION UPPER-CASE(WSConfirm) NOT = "Y"
           DISPLAY "Rule Kept"
           EXIT PARAGRAPH
       END-IF
       DELETE RuleFile
           INVALID KEY DISPLAY "Rule Not Deleted"
           NOT INVALID KEY DISPLAY "Rule Deleted"
       END-DELETE.

*> A working chart to start from: the accounts the journal has always
*> named, numbered, and an all-branch rule for every movement source.
*> Only what isn't on file yet is added, so it can't undo any change
*> accounting has made since.
LoadStarterChart.
       MOVE ZERO TO WSAddedCount
       MOVE "1000" TO WSStarterAccount
       MOVE "CASH" TO WSStarterName
       MOVE "A" TO WSStarterType
       PERFORM AddStarterAccount
       MOVE "1200" TO WSStarterAccount
       MOVE "ACCOUNTS RECEIVABLE" TO WSStarterName
       PERFORM AddStarterAccount
       MOVE "1290" TO WSStarterAccount
       MOVE "CUSTOMER MERGE CLEARING" TO WSStarterName
       PERFORM AddStarterAccount
       MOVE "1295" TO WSStarterAccount
       MOVE "BRANCH TRANSFER CLEARING" TO WSStarterName
       PERFORM AddStarterAccount
       MOVE "2100" TO WSStarterAccount
       MOVE "SALES TAX PAYABLE" TO WSStarterName
       MOVE "L" TO WSStarterType
       PERFORM AddStarterAccount
       MOVE "2300" TO WSStarterAccount
       MOVE "ESCHEAT PAYABLE" TO WSStarterName
       PERFORM AddStarterAccount
       MOVE "2400" TO WSStarterAccount
       MOVE "GIFT CERTIFICATES OUTSTANDING" TO WSStarterName
       PERFORM AddStarterAccount
       MOVE "4000" TO WSStarterAccount
       MOVE "SALES" TO WSStarterName
       MOVE "R" TO WSStarterType
       PERFORM AddStarterAccount
       MOVE "4010" TO WSStarterAccount
       MOVE "SALES RETURNS" TO WSStarterName
       PERFORM AddStarterAccount
       MOVE "4020" TO WSStarterAccount
       MOVE "SALES DISCOUNTS" TO WSStarterName
       PERFORM AddStarterAccount
       MOVE "4100" TO WSStarterAccount
       MOVE "FREIGHT REVENUE" TO WSStarterName
       PERFORM AddStarterAccount
       MOVE "4200" TO WSStarterAccount
       MOVE "LATE FEE INCOME" TO WSStarterName
       PERFORM AddStarterAccount
       MOVE "4300" TO WSStarterAccount
       MOVE "NSF FEE INCOME" TO WSStarterName
       PERFORM AddStarterAccount
       MOVE "4400" TO WSStarterAccount
       MOVE "INTEREST INCOME" TO WSStarterName
       PERFORM AddStarterAccount
       MOVE "6100" TO WSStarterAccount
       MOVE "BAD DEBT EXPENSE" TO WSStarterName
       MOVE "E" TO WSStarterType
       PERFORM AddStarterAccount
       MOVE "6200" TO WSStarterAccount
       MOVE "LOYALTY EXPENSE" TO WSStarterName
       PERFORM AddStarterAccount
       MOVE "6150" TO WSStarterAccount
       MOVE "SMALL BALANCE WRITE-OFF" TO WSStarterName
       PERFORM AddStarterAccount
       MOVE "6300" TO WSStarterAccount
       MOVE "CARD PROCESSING FEES" TO WSStarterName
       PERFORM AddStarterAccount
       MOVE "7100" TO WSStarterAccount
       MOVE "UNREALIZED FX GAIN/LOSS" TO WSStarterName
       PERFORM AddStarterAccount
       MOVE "7110" TO WSStarterAccount
       MOVE "REALIZED FX GAIN/LOSS" TO WSStarterName
       PERFORM AddStarterAccount
       MOVE "ORDERPOST" TO WSStarterSource
       MOVE "1200" TO WSStarterDebit
       MOVE "4000" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "FREIGHT" TO WSStarterSource
       MOVE "4100" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "SALESTAX" TO WSStarterSource
       MOVE "2100" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "LATEFEE" TO WSStarterSource
       MOVE "4200" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "NSFFEE" TO WSStarterSource
       MOVE "4300" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "INTEREST" TO WSStarterSource
       MOVE "4400" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "ESCHEAT" TO WSStarterSource
       MOVE "2300" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "NSFREVERSE" TO WSStarterSource
       MOVE "1000" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "CHARGEBACK" TO WSStarterSource
       PERFORM AddStarterRule
       MOVE "REFUND" TO WSStarterSource
       PERFORM AddStarterRule
       MOVE "MERGEIN" TO WSStarterSource
       MOVE "1290" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "SMALLBALCR" TO WSStarterSource
       MOVE "6150" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "1200" TO WSStarterCredit
       MOVE "PAYMENT" TO WSStarterSource
       MOVE "1000" TO WSStarterDebit
       PERFORM AddStarterRule
       MOVE "CHECKVOID" TO WSStarterSource
       PERFORM AddStarterRule
       MOVE "RETURN" TO WSStarterSource
       MOVE "4010" TO WSStarterDebit
       PERFORM AddStarterRule
       MOVE "TAXRETURN" TO WSStarterSource
       MOVE "2100" TO WSStarterDebit
       PERFORM AddStarterRule
       MOVE "INVADJ" TO WSStarterSource
       MOVE "4000" TO WSStarterDebit
       PERFORM AddStarterRule
       MOVE "CANCEL" TO WSStarterSource
       PERFORM AddStarterRule
       MOVE "FRTCANCEL" TO WSStarterSource
       MOVE "4100" TO WSStarterDebit
       PERFORM AddStarterRule
       MOVE "LOYALTY" TO WSStarterSource
       MOVE "6200" TO WSStarterDebit
       PERFORM AddStarterRule
       MOVE "PROMO" TO WSStarterSource
       MOVE "4020" TO WSStarterDebit
       PERFORM AddStarterRule
       MOVE "CHARGEOFF" TO WSStarterSource
       MOVE "6100" TO WSStarterDebit
       PERFORM AddStarterRule
       MOVE "FEEWAIVER" TO WSStarterSource
       MOVE "4200" TO WSStarterDebit
       PERFORM AddStarterRule
       MOVE "MERGEOUT" TO WSStarterSource
       MOVE "1290" TO WSStarterDebit
       PERFORM AddStarterRule
       MOVE "SMALLBALDR" TO WSStarterSource
       MOVE "6150" TO WSStarterDebit
       PERFORM AddStarterRule
       MOVE "CARDFEE" TO WSStarterSource
       MOVE "6300" TO WSStarterDebit
       MOVE "1000" TO WSStarterCredit
       PERFORM AddStarterRule
       *> Foreign invoices restated or settled at a better rate raise
       *> the receivable, at a worse one lower it
       MOVE "FXUNRLGAIN" TO WSStarterSource
       MOVE "1200" TO WSStarterDebit
       MOVE "7100" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "FXUNRLLOSS" TO WSStarterSource
       MOVE "7100" TO WSStarterDebit
       MOVE "1200" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "FXREALGAIN" TO WSStarterSource
       MOVE "1200" TO WSStarterDebit
       MOVE "7110" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "FXREALLOSS" TO WSStarterSource
       MOVE "7110" TO WSStarterDebit
       MOVE "1200" TO WSStarterCredit
       PERFORM AddStarterRule
       *> A points or promotion credit cancelled after it posted goes
       *> back onto the receivable, undoing the expense or discount
       MOVE "LOYALCANCEL" TO WSStarterSource
       MOVE "1200" TO WSStarterDebit
       MOVE "6200" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "PROMOCANCEL" TO WSStarterSource
       MOVE "4020" TO WSStarterCredit
       PERFORM AddStarterRule
       *> A customer changing branch takes the receivable out of the old
       *> branch and into the new one through the clearing account -
       *> the journal lines carry each branch, and a branch that keeps
       *> its own receivable account gets its own rule
       MOVE "BRANCHOUT" TO WSStarterSource
       MOVE "1295" TO WSStarterDebit
       MOVE "1200" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "BRANCHIN" TO WSStarterSource
       MOVE "1200" TO WSStarterDebit
       MOVE "1295" TO WSStarterCredit
       PERFORM AddStarterRule
       *> A gift certificate sold is owed to its holder until it is
       *> spent, voided back to the purchaser or handed to the state
       MOVE "GIFTCERT" TO WSStarterSource
       MOVE "1200" TO WSStarterDebit
       MOVE "2400" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "GCREDEEM" TO WSStarterSource
       MOVE "2400" TO WSStarterDebit
       MOVE "1200" TO WSStarterCredit
       PERFORM AddStarterRule
       MOVE "GCVOID" TO WSStarterSource
       PERFORM AddStarterRule
       MOVE "GCESCHEAT" TO WSStarterSource
       MOVE "2300" TO WSStarterCredit
       PERFORM AddStarterRule
       DISPLAY "Starter Chart Loaded - Records Added: " WSAddedCount.

AddStarterAccount.
       MOVE SPACES TO GLAccountRecord
       MOVE WSStarterAccount TO GAAccount
       MOVE WSStarterName TO GAName
       MOVE WSStarterType TO GAType
       SET AccountActive TO TRUE
       WRITE GLAccountRecord
           NOT INVALID KEY ADD 1 TO WSAddedCount
       END-WRITE.

AddStarterRule.
       MOVE SPACES TO PostingRuleRecord
       MOVE WSStarterSource TO PRSource
       MOVE "***" TO PRBranch
       MOVE WSStarterDebit TO PRDebitAcct
       MOVE WSStarterCredit TO PRCreditAcct
       MOVE WSRunDate TO PRChangedDate
       MOVE WSOperatorID TO PRChangedBy
       WRITE PostingRuleRecord
           NOT INVALID KEY ADD 1 TO WSAddedCount
       END-WRITE.
