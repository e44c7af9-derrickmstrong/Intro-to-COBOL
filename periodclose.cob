       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    periodclose.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Fiscal period control: accounting closes the books month by month
*> on PeriodControl.dat, one line per month. Once a month is closed,
*> PERIODCHK.cob rolls any BalanceHistory.dat movement dated into it
*> forward into the open month and gljournalexport.cob refuses to emit
*> a journal dated inside it. Months close strictly in order, a month
*> can't close until it has ended, and only the latest closed month can
*> be reopened - all under an Admin sign-on, stamped with who did it.
*> A close or reopen that can't be written to the file is reported as
*> not done and the program ends RC 8.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PeriodFile ASSIGN TO "PeriodControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPeriodFileStatus.
       *> One line per operator: ID, password, role, status - closing
       *> the books takes an Admin
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
*> One month per record - PERIODCHK.cob reads this same layout
FD PeriodFile.
01 PeriodRecord.
       *> YYYYMM
       02 PCPeriod PIC 9(06).
       02 FILLER PIC X.
       *> C = closed, O = reopened after a close
       02 PCStatus PIC X(01).
           88 PeriodClosed VALUE "C".
           88 PeriodReopened VALUE "O".
       *> Define End of File
       88 PeriodEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       *> When and by whom it was last closed or reopened
       02 PCActionDate PIC 9(08).
       02 FILLER PIC X.
       02 PCActionBy PIC X(08).
       *> Reserved for future fields
       02 FILLER PIC X(13).
       *> Always "*" - the line is line sequential, so this keeps every
       *> line the full 40 bytes and a REWRITE never changes its length
       02 PCEndMark PIC X(01).

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
01 WSRunParts REDEFINES WSRunDate.
       02 WSRunPeriod PIC 9(06).
       02 WSRunDay PIC 9(02).
*> Sign-on state - only an Admin closes or reopens the books
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
*> The latest month closed, and the one next in line to close
01 WSClosedThrough PIC 9(06).
01 WSNextPeriod PIC 9(06).
01 WSNextParts REDEFINES WSNextPeriod.
       02 WSNextYear PIC 9(04).
       02 WSNextMonth PIC 9(02).
01 WSTargetPeriod PIC 9(06).
01 WSRecordFound PIC X.
01 WSListCount PIC 9(05).
*> Whether the close or reopen reached the file, and the RC it leaves
01 WSStampOK PIC X(01).
01 WSPeriodRC PIC 9(02) VALUE ZERO.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSPeriodFileStatus PIC X(02).
01 WSOperatorFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       MOVE "N" TO WSAuthorized.
       MOVE ZERO TO WSPeriodRC.
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       PERFORM VerifyOperator
       IF NOT Authorized
           DISPLAY "Access Denied: Period Close Needs An Admin Sign-On"
           MOVE WSPeriodRC TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM UNTIL StayOpen = "N"
           PERFORM FindClosedThrough
           DISPLAY " "
           DISPLAY "FISCAL PERIOD CONTROL"
           IF WSClosedThrough = ZERO
               DISPLAY "No Periods Closed Yet"
           ELSE
               DISPLAY "Closed Through: " WSClosedThrough
           END-IF
               DISPLAY "1 : Close Next Period"
               DISPLAY "2 : Reopen Latest Closed Period"
               DISPLAY "3 : Show Period History"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM CloseNextPeriod
                    WHEN 2 PERFORM ReopenPeriod
                    WHEN 3 PERFORM ShowPeriods
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       MOVE WSPeriodRC TO RETURN-CODE
       GOBACK.

*> The real sign-on against Operators.dat - Admin role only, because
*> closing the books changes what every posting run may date
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

*> The highest month currently closed - the same walk PERIODCHK makes
FindClosedThrough.
       MOVE ZERO TO WSClosedThrough
       OPEN INPUT PeriodFile
       IF WSPeriodFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ PeriodFile
           AT END SET PeriodEOF TO TRUE
       END-READ
       PERFORM UNTIL PeriodEOF
           IF PeriodClosed AND PCPeriod IS NUMERIC
               AND PCPeriod > WSClosedThrough
               MOVE PCPeriod TO WSClosedThrough
           END-IF
           READ PeriodFile
               AT END SET PeriodEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE PeriodFile.

*> Month by month: the next period is the one after the latest closed.
*> The very first close names its month. Nothing closes until it ends.
CloseNextPeriod.
       IF WSClosedThrough = ZERO
           DISPLAY "First Period To Close (YYYYMM): " WITH NO ADVANCING
           ACCEPT WSTargetPeriod
           IF WSTargetPeriod IS NOT NUMERIC
               DISPLAY "Rejected: Period Must Be YYYYMM"
               EXIT PARAGRAPH
           END-IF
           MOVE WSTargetPeriod TO WSNextPeriod
           IF WSNextMonth < 1 OR WSNextMonth > 12
               DISPLAY "Rejected: Period Must Be YYYYMM"
               EXIT PARAGRAPH
           END-IF
       ELSE
           MOVE WSClosedThrough TO WSNextPeriod
           ADD 1 TO WSNextMonth
           IF WSNextMonth > 12
               MOVE 1 TO WSNextMonth
               ADD 1 TO WSNextYear
           END-IF
           MOVE WSNextPeriod TO WSTargetPeriod
       END-IF
       IF WSTargetPeriod NOT < WSRunPeriod
           DISPLAY "Rejected: " WSTargetPeriod " Has Not Ended Yet"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Close " WSTargetPeriod "? Back-Dated Activity Will Roll"
           " Forward (Y/N): " WITH NO ADVANCING
       ACCEPT WSConfirm
       IF WSConfirm NOT = "Y" AND WSConfirm NOT = "y"
           DISPLAY "Period Not Closed"
           EXIT PARAGRAPH
       END-IF
       MOVE "C" TO WSConfirm
       PERFORM StampPeriod
       IF WSRecordFound = "N" AND WSStampOK = "Y"
           PERFORM AppendPeriod
       END-IF
       IF WSStampOK = "N"
           DISPLAY "Period " WSTargetPeriod " Not Closed"
           MOVE 8 TO WSPeriodRC
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Period " WSTargetPeriod " Closed".

*> Only the latest closed month can reopen - reopening an earlier one
*> would leave a closed month after an open one
ReopenPeriod.
       IF WSClosedThrough = ZERO
           DISPLAY "No Closed Period To Reopen"
           EXIT PARAGRAPH
       END-IF
       MOVE WSClosedThrough TO WSTargetPeriod
       DISPLAY "Reopen " WSTargetPeriod "? (Y/N): " WITH NO ADVANCING
       ACCEPT WSConfirm
       IF WSConfirm NOT = "Y" AND WSConfirm NOT = "y"
           DISPLAY "Period Not Reopened"
           EXIT PARAGRAPH
       END-IF
       MOVE "O" TO WSConfirm
       PERFORM StampPeriod
       IF WSStampOK = "N" OR WSRecordFound = "N"
           DISPLAY "Period " WSTargetPeriod " Not Reopened"
           MOVE 8 TO WSPeriodRC
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Period " WSTargetPeriod " Reopened".

*> A month already on file (closed before, then reopened) is rewritten
*> in place; WSConfirm carries the status being stamped. No file yet
*> just means nothing to stamp - the first close appends it.
StampPeriod.
       MOVE "N" TO WSRecordFound
       MOVE "Y" TO WSStampOK
       OPEN I-O PeriodFile
       IF WSPeriodFileStatus NOT = "00"
           IF WSPeriodFileStatus NOT = "35"
               DISPLAY "Error: PeriodControl.dat Open Status "
                   WSPeriodFileStatus
               MOVE "N" TO WSStampOK
           END-IF
           EXIT PARAGRAPH
       END-IF
       READ PeriodFile
           AT END SET PeriodEOF TO TRUE
       END-READ
       PERFORM UNTIL PeriodEOF OR WSRecordFound = "Y"
           IF PCPeriod = WSTargetPeriod
               MOVE "Y" TO WSRecordFound
               MOVE WSConfirm TO PCStatus
               MOVE WSRunDate TO PCActionDate
               MOVE WSOperatorID TO PCActionBy
               MOVE "*" TO PCEndMark
               REWRITE PeriodRecord
               IF WSPeriodFileStatus NOT = "00"
                   DISPLAY "Error: PeriodControl.dat Rewrite Status "
                       WSPeriodFileStatus
                   MOVE "N" TO WSStampOK
               END-IF
           ELSE
               READ PeriodFile
                   AT END SET PeriodEOF TO TRUE
               END-READ
           END-IF
       END-PERFORM
       CLOSE PeriodFile.

*> EXTEND appends the new month; if the file doesn't exist yet
*> (status 35), fall back to OUTPUT so the first close creates it
AppendPeriod.
       OPEN EXTEND PeriodFile
       IF WSPeriodFileStatus = "35"
           OPEN OUTPUT PeriodFile
       END-IF
       IF WSPeriodFileStatus NOT = "00"
           DISPLAY "Error: PeriodControl.dat Open Status "
               WSPeriodFileStatus
           MOVE "N" TO WSStampOK
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO PeriodRecord
       MOVE WSTargetPeriod TO PCPeriod
       SET PeriodClosed TO TRUE
       MOVE WSRunDate TO PCActionDate
       MOVE WSOperatorID TO PCActionBy
       MOVE "*" TO PCEndMark
       WRITE PeriodRecord
       IF WSPeriodFileStatus NOT = "00"
           DISPLAY "Error: PeriodControl.dat Write Status "
               WSPeriodFileStatus
           MOVE "N" TO WSStampOK
       END-IF
       CLOSE PeriodFile.

ShowPeriods.
       MOVE ZERO TO WSListCount
       OPEN INPUT PeriodFile
       IF WSPeriodFileStatus NOT = "00"
           DISPLAY "No Periods On File"
           EXIT PARAGRAPH
       END-IF
       READ PeriodFile
           AT END SET PeriodEOF TO TRUE
       END-READ
       PERFORM UNTIL PeriodEOF
           ADD 1 TO WSListCount
           IF PeriodClosed
               DISPLAY PCPeriod "  Closed    " PCActionDate "  "
                   PCActionBy
           ELSE
               DISPLAY PCPeriod "  Reopened  " PCActionDate "  "
                   PCActionBy
           END-IF
           READ PeriodFile
               AT END SET PeriodEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE PeriodFile
       DISPLAY "Periods On File: " WSListCount.
