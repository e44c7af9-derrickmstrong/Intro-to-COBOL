       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    reconclear.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Reconciliation item review: the deposits in transit and unexplained
*> bank items bankrecon.cob carries on ReconItems.dat, listed one at a
*> time for a signed-on operator to (C)lear once the difference has
*> been explained - a bank correction, a deposit slip error, a credit
*> booked by hand. A cleared item drops off ReconExceptions.rpt and
*> is closed under the operator's ID; items left alone stay open for
*> the next reconciliation to match.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ReconItemFile ASSIGN TO "ReconItems.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RINumber
           FILE STATUS IS WSReconItemStatus.
       *> One line per operator: ID, password, role, status - a cleared
       *> item always records who cleared it
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
*> Must match bankrecon.cob's ReconItemRecord layout
FD ReconItemFile.
01 ReconItemRecord.
       02 RINumber PIC 9(08).
       02 RIType PIC X(01).
           88 RIBookDeposit VALUE "T".
           88 RIBankItem VALUE "U".
       02 RIItemDate PIC 9(08).
       02 RIChannel PIC X(01).
       02 RIAmount PIC 9(8)V99.
       02 RIBankRef PIC X(16).
       02 RIBankDate PIC 9(08).
       02 RIStatus PIC X(01).
           88 RIOpen VALUE "O".
           88 RIMatched VALUE "M".
           88 RICleared VALUE "C".
       02 RIFirstSeen PIC 9(08).
       02 RIClosedDate PIC 9(08).
       02 RIClosedBy PIC X(08).
       02 FILLER PIC X(03).

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
01 WSMoreRecords PIC X.
01 WSAnswer PIC X.
01 WSRunDate PIC 9(08).
*> Sign-on state - clearing always carries a real operator
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
01 WSOpenCount PIC 9(05) VALUE ZERO.
01 WSClearedCount PIC 9(05) VALUE ZERO.
01 WSKind PIC X(21).
01 WSDispAmount PIC $$$,$$$,$$9.99.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSReconItemStatus PIC X(02).
01 WSOperatorFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       MOVE "N" TO WSAuthorized
       MOVE ZERO TO WSOpenCount
       MOVE ZERO TO WSClearedCount
       PERFORM VerifyOperator
       IF NOT Authorized
           DISPLAY "Access Denied: Clearing Needs A Signed-On Operator"
           GOBACK
       END-IF
       OPEN I-O ReconItemFile.
       IF WSReconItemStatus NOT = "00"
           DISPLAY "No Reconciliation Items On File - Status "
               WSReconItemStatus
           GOBACK
       END-IF
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
               PERFORM ReviewOneItem
           END-IF
       END-PERFORM
       CLOSE ReconItemFile.
       DISPLAY " "
       DISPLAY "RECONCILIATION ITEM REVIEW COMPLETE"
       DISPLAY "Open Items Shown: " WSOpenCount
       DISPLAY "Cleared.........: " WSClearedCount
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> The real sign-on against Operators.dat - no shared-password
*> fallback here, because the whole point is recording WHO cleared it
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

ReviewOneItem.
       ADD 1 TO WSOpenCount
       IF RIBookDeposit
           MOVE "Deposit In Transit" TO WSKind
       ELSE
           MOVE "Unexplained Bank Item" TO WSKind
       END-IF
       MOVE RIAmount TO WSDispAmount
       DISPLAY " "
       DISPLAY "Item " RINumber "  " WSKind "  " RIItemDate
           "  " WSDispAmount
       IF RIBankRef NOT = SPACES
           DISPLAY "  Bank Ref " RIBankRef
       END-IF
       DISPLAY "(C)lear, (Q)uit, or Enter to keep: " WITH NO ADVANCING
       ACCEPT WSAnswer
       EVALUATE TRUE
           WHEN WSAnswer = "C" OR WSAnswer = "c"
               PERFORM ClearOneItem
           WHEN WSAnswer = "Q" OR WSAnswer = "q"
               MOVE "N" TO WSMoreRecords
       END-EVALUATE.

ClearOneItem.
       SET RICleared TO TRUE
       MOVE WSRunDate TO RIClosedDate
       MOVE WSOperatorID TO RIClosedBy
       REWRITE ReconItemRecord
           INVALID KEY
               DISPLAY "Clear Failed - Item Not Rewritten"
           NOT INVALID KEY
               ADD 1 TO WSClearedCount
               DISPLAY "Item " RINumber " Cleared"
       END-REWRITE.
