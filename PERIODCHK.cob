       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    PERIODCHK.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Shared fiscal-period guard: every program that writes a movement to
*> BalanceHistory.dat hands its date through here first. A date inside
*> a month accounting has closed on PeriodControl.dat (periodclose.cob
*> maintains it) is rolled forward to the first day of the first open
*> month - or, for a caller that only asks ("Q"), reported closed - and
*> either way the exception lands on PeriodExceptions.rpt. A site with
*> no period file has nothing closed - exactly yesterday's behavior.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PeriodFile ASSIGN TO "PeriodControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPeriodFileStatus.
       *> Every refused or rolled-forward movement, appended run over run
       SELECT ExceptionReport ASSIGN TO "PeriodExceptions.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExceptionStatus.

DATA DIVISION.
FILE SECTION.
*> Must match periodclose.cob's PeriodRecord layout
FD PeriodFile.
01 PeriodRecord.
       02 PCPeriod PIC 9(06).
       02 FILLER PIC X.
       02 PCStatus PIC X(01).
           88 PeriodClosed VALUE "C".
       *> Define End of File
       88 PeriodEOF VALUE HIGH-VALUES.
       02 FILLER PIC X(32).

FD ExceptionReport.
01 ExceptionLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSPeriodFileStatus PIC X(02).
01 WSExceptionStatus PIC X(02).
*> The latest month closed - everything on or before it is locked
01 WSClosedThrough PIC 9(06).
01 WSClosedParts REDEFINES WSClosedThrough.
       02 WSClosedYear PIC 9(04).
       02 WSClosedMonth PIC 9(02).
*> The date handed in, split to its period
01 WSCheckDate PIC 9(08).
01 WSCheckParts REDEFINES WSCheckDate.
       02 WSCheckPeriod PIC 9(06).
       02 WSCheckDay PIC 9(02).
*> First day of the first open month
01 WSOpenDate PIC 9(08).
01 WSOpenParts REDEFINES WSOpenDate.
       02 WSOpenYear PIC 9(04).
       02 WSOpenMonth PIC 9(02).
       02 WSOpenDay PIC 9(02).
01 WSRunDate PIC 9(08).
01 ExceptionDetailLine.
       02 ExcRunDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ExcSource PIC X(12).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ExcIDNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ExcOrigDate PIC 9(08).
       02 FILLER PIC X(4) VALUE " -> ".
       02 ExcPostDate PIC X(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ExcAmount PIC $$,$$$,$$9.99-.
       02 FILLER PIC X(2) VALUE SPACE.
       02 ExcAction PIC X(16).
LINKAGE SECTION.
*> The movement's date - rewritten in place when it is rolled forward
       01  LMoveDate PIC 9(08).
       01  LIDNum PIC 9(08).
       01  LSource PIC X(12).
       01  LAmount PIC S9(7)V99.
*> R = roll a closed date forward, Q = only ask
       01  LAction PIC X(01).
*> O = period open, R = rolled forward, C = closed (asked only)
       01  LResult PIC X(01).

PROCEDURE DIVISION USING LMoveDate, LIDNum, LSource, LAmount,
       LAction, LResult.
       MOVE "O" TO LResult.
       MOVE ZERO TO WSClosedThrough.
       OPEN INPUT PeriodFile.
       IF WSPeriodFileStatus NOT = "00"
           *> No period file on this system - nothing is closed
           EXIT PROGRAM
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
       MOVE LMoveDate TO WSCheckDate
       IF WSClosedThrough = ZERO OR WSCheckPeriod > WSClosedThrough
           EXIT PROGRAM
       END-IF
       MOVE WSClosedYear TO WSOpenYear
       MOVE WSClosedMonth TO WSOpenMonth
       MOVE 1 TO WSOpenDay
       ADD 1 TO WSOpenMonth
       IF WSOpenMonth > 12
           MOVE 1 TO WSOpenMonth
           ADD 1 TO WSOpenYear
       END-IF
       IF LAction = "R"
           MOVE WSOpenDate TO LMoveDate
           MOVE "R" TO LResult
           MOVE WSOpenDate TO ExcPostDate
           MOVE "ROLLED FORWARD" TO ExcAction
       ELSE
           MOVE "C" TO LResult
           MOVE SPACES TO ExcPostDate
           MOVE "REFUSED - CLOSED" TO ExcAction
       END-IF
       PERFORM WriteException.

*> Call EXIT PROGRAM instead of STOP RUN for subroutines/linkage files
EXIT PROGRAM.

*> EXTEND appends to prior runs' exceptions; if the report doesn't
*> exist yet (status 35), fall back to OUTPUT so the first one creates it
WriteException.
       ACCEPT WSRunDate FROM DATE YYYYMMDD
       OPEN EXTEND ExceptionReport
       IF WSExceptionStatus = "35"
           OPEN OUTPUT ExceptionReport
       END-IF
       IF WSExceptionStatus NOT = "00"
           DISPLAY "Warning: PeriodExceptions.rpt Open Status "
               WSExceptionStatus
           EXIT PARAGRAPH
       END-IF
       MOVE WSRunDate TO ExcRunDate
       MOVE LSource TO ExcSource
       MOVE LIDNum TO ExcIDNum
       MOVE WSCheckDate TO ExcOrigDate
       MOVE LAmount TO ExcAmount
       WRITE ExceptionLine FROM ExceptionDetailLine
       CLOSE ExceptionReport.

*> Note: This is a called subprogram, not a standalone main program - build it
*> as a module for the caller to link against, not as its own executable.
