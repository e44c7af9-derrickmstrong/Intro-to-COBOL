*> writetofile double-appending otherwise), a skipped business day is
*> flagged the next night, and month-end night is announced for the
*> month-end steps to key off.
*> The steps themselves live in JobSteps.dat, in run order, each with
*> the highest exit status it may end on and the nights it runs (every
*> night, month-end night, statement-cycle nights), so adding or
*> reordering a step is an edit, not a recompile. Each step's finish
*> lands on RunControl.dat, and a rerun after a failed night picks up
*> at the step that failed instead of starting over. A signed-on
*> operator can skip or force one step for the run; the override is
*> logged on RunControl.dat under their ID.
*> Once a step finishes clean, the reports ReportCatalog.dat lists
*> under its step ID are copied into the dated report archive by
*> RPTARCH.cob, so tomorrow night's run no longer overwrites them.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> One line per chain start and finish, and one per step as it
       *> completes, fails, or is overridden - appended as the run goes
       SELECT RunControlFile ASSIGN TO "RunControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRunControlStatus.
       SELECT CalendarFile ASSIGN TO "ProcessingCalendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCalendarStatus.
       *> The job definitions - one step per line, in run order
       SELECT JobStepFile ASSIGN TO "JobSteps.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSJobStepStatus.
       *> One line per operator: ID, password, role, status - a step
       *> override is logged under a real operator
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
*> Chain-level lines carry spaces in the step ID: START or RESUME as a
*> run begins, then OK, ABORT or HOLIDAY. Step lines carry the step ID
*> with DONE, FAILED, SKIPPED or FORCED. Lines written before step
*> tracking are date and outcome only and read as chain-level.
FD RunControlFile.
01 RunControlRecord.
       02 RunDate PIC 9(08).
       02 RunOutcome PIC X(08).
       *> Define End of File
       88 RunEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       02 RunStepID PIC X(08).
       02 FILLER PIC X.
       02 RunStepStatus PIC 9(04).
       02 FILLER PIC X.
       02 RunOperator PIC X(08).
       02 FILLER PIC X.
       02 RunTime PIC 9(06).

FD CalendarFile.
01 CalendarRecord.
       *> Define End of File
       88 CalEOF VALUE HIGH-VALUES.

FD JobStepFile.
01 JobStepRecord.
       *> A * in the first column makes the line a comment
       02 JSStepID PIC X(08).
       *> Define End of File
       88 JobStepEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       *> Highest exit status that still counts as a good finish
       02 JSMaxStatus PIC 9(03).
       02 FILLER PIC X.
       *> D every night, M month-end night, C statement-cycle nights
       02 JSSchedule PIC X(01).
       02 FILLER PIC X.
       02 JSStepName PIC X(30).
       02 FILLER PIC X.
       02 JSCommand PIC X(50).

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
*> Staged here before each call to RunStep, since PERFORM can't pass args
01 WSStepName PIC X(40).
01 WSStepCommand PIC X(50).
01 WSStepStatus PIC 9(8) COMP-5 VALUE ZERO.
*> The step's own exit code - SYSTEM hands back the wait status, with
*> the exit code in its high byte
01 WSExitCode PIC 9(8) VALUE ZERO.
01 WSStepCount PIC 9(02) VALUE ZERO.
01 WSChainAborted PIC X VALUE "N".
*> The job definitions, loaded once from JobSteps.dat
01 WSJobCount PIC 9(02) VALUE ZERO.
01 JobStepTable.
       02 JobEntry OCCURS 0 TO 50 TIMES DEPENDING ON WSJobCount
                  INDEXED BY JobIdx.
           03 TabStepID PIC X(08).
           03 TabMaxStatus PIC 9(03).
           03 TabSchedule PIC X(01).
           03 TabStepName PIC X(30).
           03 TabCommand PIC X(50).
*> Steps already finished (or skipped) in the run being resumed
01 WSDoneCount PIC 9(02) VALUE ZERO.
01 DoneStepTable.
       02 DoneStepID PIC X(08) OCCURS 50 TIMES INDEXED BY DoneIdx.
01 WSStepDone PIC X.
01 WSStepScheduled PIC X.
*> Run-control state - when the chain last ran and how tonight may run
01 WSTodayDate PIC 9(08).
01 WSTodayParts REDEFINES WSTodayDate.
       02 WSTodayYear PIC 9(04).
       02 WSTodayMM PIC 9(02).
       02 WSTodayDD PIC 9(02).
01 WSLastRunDate PIC 9(08) VALUE ZERO.
01 WSLastOutcome PIC X(08) VALUE SPACES.
01 WSOverride PIC X.
*> Y when tonight picks up a run that stopped short
01 WSResuming PIC X VALUE "N".
01 WSNowTime PIC 9(08).
*> Statement cycle N prints on day N * 3 - those are cycle nights
01 WSCycleNight PIC X VALUE "N".
01 WSCycleRemainder PIC 9(02).
01 WSCycleQuotient PIC 9(02).
*> One operator step override per run - S skip, F force
01 WSOverrideType PIC X(01) VALUE SPACE.
01 WSOverrideStep PIC X(08) VALUE SPACES.
01 WSOverrideFound PIC X.
*> The processing calendar, loaded once - one slot per listed date
01 WSCalCount PIC 9(04) VALUE ZERO.
01 CalendarTable.
*> FILE STATUS codes, checked right after each OPEN
01 WSRunControlStatus PIC X(02).
01 WSCalendarStatus PIC X(02).
01 WSJobStepStatus PIC X(02).
*> Sign-on state - only needed when a step is overridden
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
01 WSOperatorFileStatus PIC X(02).
*> Staged for each RunControl.dat line
01 WSLogOutcome PIC X(08).
01 WSLogStepID PIC X(08).
01 WSLogStatus PIC 9(04).
*> Reports RPTARCH archived after the step just run
01 WSCaptured PIC 9(04) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       DISPLAY "NIGHTLY CUSTOMER FILE JOB CHAIN"
       DISPLAY "================================"
       ACCEPT WSTodayDate FROM DATE YYYYMMDD
       PERFORM LoadJobSteps
       IF WSJobCount = ZERO
           DISPLAY "CHAIN NOT RUN - NO STEPS IN JobSteps.dat"
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM ReadLastRunControl
       PERFORM OfferResume
       PERFORM LoadCalendar
       PERFORM CheckRunCalendar
       IF WSResuming = "N"
           PERFORM CheckSameDayRerun
       END-IF
       PERFORM CheckCycleNight
       PERFORM AskStepOverride
       IF WSResuming = "Y"
           MOVE "RESUME" TO WSLogOutcome
       ELSE
           MOVE "START" TO WSLogOutcome
       END-IF
       MOVE SPACES TO WSLogStepID
       MOVE ZERO TO WSLogStatus
       PERFORM WriteRunControlLine

       PERFORM RunStep VARYING JobIdx FROM 1 BY 1
           UNTIL JobIdx > WSJobCount OR WSChainAborted = "Y"

       DISPLAY " "
       IF WSChainAborted = "Y"
           DISPLAY "NIGHTLY JOB CHAIN ABORTED AFTER " WSStepCount " STEP(S)"
           DISPLAY "Rerun The Chain To Resume At The Failed Step"
       ELSE
           DISPLAY "NIGHTLY JOB CHAIN COMPLETE - ALL " WSStepCount
               " STEP(S) OK"
       STOP RUN.

*> Run one step's already-compiled executable and check its exit status the
*> same way every CALL in this shop checks its return code - a status over
*> the step's acceptable ceiling aborts the rest of the chain, the way a
*> bad COND code would. A step already finished in the run being resumed,
*> or not due tonight, is passed over; the operator's override wins over
*> both.
RunStep.
       MOVE TabStepName(JobIdx) TO WSStepName
       MOVE TabCommand(JobIdx) TO WSStepCommand
       MOVE TabStepID(JobIdx) TO WSLogStepID
       MOVE ZERO TO WSLogStatus
       IF WSOverrideStep = TabStepID(JobIdx) AND WSOverrideType = "S"
           DISPLAY "Step " TabStepID(JobIdx) ": " WSStepName
           DISPLAY "  SKIPPED BY OPERATOR " WSOperatorID
           MOVE "SKIPPED" TO WSLogOutcome
           PERFORM WriteRunControlLine
           EXIT PARAGRAPH
       END-IF
       IF WSOverrideStep = TabStepID(JobIdx) AND WSOverrideType = "F"
           DISPLAY "Step " TabStepID(JobIdx) ": " WSStepName
           DISPLAY "  FORCED BY OPERATOR " WSOperatorID
           MOVE "FORCED" TO WSLogOutcome
           PERFORM WriteRunControlLine
       ELSE
           PERFORM CheckStepDone
           IF WSStepDone = "Y"
               DISPLAY "Step " TabStepID(JobIdx) ": " WSStepName
               DISPLAY "  Already Done In This Run - Passed Over"
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckStepScheduled
           IF WSStepScheduled = "N"
               DISPLAY "Step " TabStepID(JobIdx) ": " WSStepName
               DISPLAY "  Not Scheduled Tonight (" TabSchedule(JobIdx)
                   ")"
               EXIT PARAGRAPH
           END-IF
       END-IF
       ADD 1 TO WSStepCount
       DISPLAY "Step " WSStepCount " (" TabStepID(JobIdx) "): "
           WSStepName
       CALL "SYSTEM" USING WSStepCommand RETURNING WSStepStatus
       IF WSStepStatus > 255
           DIVIDE WSStepStatus BY 256 GIVING WSExitCode
       ELSE
           MOVE WSStepStatus TO WSExitCode
       END-IF
       IF WSExitCode > 9999
           MOVE 9999 TO WSLogStatus
       ELSE
           MOVE WSExitCode TO WSLogStatus
       END-IF
       IF WSExitCode NOT > TabMaxStatus(JobIdx)
           DISPLAY "  OK - Exit Status " WSExitCode
           MOVE "DONE" TO WSLogOutcome
           CALL 'RPTARCH' USING TabStepID(JobIdx), WSTodayDate,
               WSCaptured
       ELSE
           DISPLAY "  FAILED - Exit Status " WSExitCode
           MOVE "Y" TO WSChainAborted
           MOVE "FAILED" TO WSLogOutcome
       END-IF
       PERFORM WriteRunControlLine.

CheckStepDone.
       MOVE "N" TO WSStepDone
       PERFORM VARYING DoneIdx FROM 1 BY 1
           UNTIL DoneIdx > WSDoneCount OR WSStepDone = "Y"
           IF DoneStepID(DoneIdx) = TabStepID(JobIdx)
               MOVE "Y" TO WSStepDone
           END-IF
       END-PERFORM.

*> D runs every night; M only on month-end night; C only on the
*> statement-cycle nights. Anything else in the column runs nightly
*> rather than quietly never running.
CheckStepScheduled.
       MOVE "Y" TO WSStepScheduled
       EVALUATE TabSchedule(JobIdx)
           WHEN "M"
               IF WSMonthEnd = "N"
                   MOVE "N" TO WSStepScheduled
               END-IF
           WHEN "C"
               IF WSCycleNight = "N"
                   MOVE "N" TO WSStepScheduled
               END-IF
       END-EVALUATE.

*> The job definitions in run order - comment lines and blank lines
*> are passed over
LoadJobSteps.
       MOVE ZERO TO WSJobCount
       OPEN INPUT JobStepFile.
       IF WSJobStepStatus NOT = "00"
           DISPLAY "JobSteps.dat Open Status " WSJobStepStatus
           EXIT PARAGRAPH
       END-IF
       READ JobStepFile
           AT END SET JobStepEOF TO TRUE
       END-READ
       PERFORM UNTIL JobStepEOF
           IF JSStepID(1:1) NOT = "*" AND JSStepID NOT = SPACES
               IF WSJobCount >= 50
                   DISPLAY "Warning: Over 50 Steps - " JSStepID
                       " And After Not Loaded"
                   SET JobStepEOF TO TRUE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WSJobCount
               MOVE JSStepID TO TabStepID(WSJobCount)
               IF JSMaxStatus IS NUMERIC
                   MOVE JSMaxStatus TO TabMaxStatus(WSJobCount)
               ELSE
                   MOVE ZERO TO TabMaxStatus(WSJobCount)
               END-IF
               MOVE JSSchedule TO TabSchedule(WSJobCount)
               MOVE JSStepName TO TabStepName(WSJobCount)
               MOVE JSCommand TO TabCommand(WSJobCount)
           END-IF
           READ JobStepFile
               AT END SET JobStepEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE JobStepFile.

*> A run that ended ABORT - or never got to write its end line - is
*> offered back; the steps it finished are passed over and its date
*> stays the run date, so month-end and cycle steps still line up
OfferResume.
       MOVE "N" TO WSResuming
       IF WSLastOutcome NOT = "ABORT" AND WSLastOutcome NOT = "START"
           AND WSLastOutcome NOT = "RESUME"
           MOVE ZERO TO WSDoneCount
           EXIT PARAGRAPH
       END-IF
       DISPLAY "The " WSLastRunDate " Run Did Not Finish - "
           WSDoneCount " Step(s) Already Done"
       DISPLAY "Resume It At The Failed Step? (Y/N): "
           WITH NO ADVANCING
       ACCEPT WSOverride
       IF WSOverride = "Y" OR WSOverride = "y"
           MOVE "Y" TO WSResuming
           MOVE WSLastRunDate TO WSTodayDate
       ELSE
           MOVE ZERO TO WSDoneCount
       END-IF.

*> Statement cycle N mails on day N * 3 of the month (cycle 1 the 3rd
*> through cycle 9 the 27th), the same spread customerstatements.cob
*> dates its statements by
CheckCycleNight.
       MOVE "N" TO WSCycleNight
       DIVIDE WSTodayDD BY 3 GIVING WSCycleQuotient
           REMAINDER WSCycleRemainder
       IF WSCycleRemainder = ZERO AND WSTodayDD >= 3
           AND WSTodayDD <= 27
           MOVE "Y" TO WSCycleNight
           DISPLAY "TONIGHT IS STATEMENT CYCLE " WSCycleQuotient " NIGHT"
       END-IF.

*> One step may be skipped or forced for this run. Nobody at the
*> keyboard (the chain run from the scheduler) answers blank and the
*> chain runs as defined; an override needs a real operator sign-on.
AskStepOverride.
       MOVE SPACE TO WSOverrideType
       MOVE SPACES TO WSOverrideStep
       DISPLAY "Step Override - (S)kip, (F)orce, Enter For None: "
           WITH NO ADVANCING
       ACCEPT WSOverrideType
       IF WSOverrideType = "s"
           MOVE "S" TO WSOverrideType
       END-IF
       IF WSOverrideType = "f"
           MOVE "F" TO WSOverrideType
       END-IF
       IF WSOverrideType NOT = "S" AND WSOverrideType NOT = "F"
           MOVE SPACE TO WSOverrideType
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Step ID: " WITH NO ADVANCING
       ACCEPT WSOverrideStep
       MOVE "N" TO WSOverrideFound
       PERFORM VARYING JobIdx FROM 1 BY 1
           UNTIL JobIdx > WSJobCount OR WSOverrideFound = "Y"
           IF TabStepID(JobIdx) = WSOverrideStep
               MOVE "Y" TO WSOverrideFound
           END-IF
       END-PERFORM
       IF WSOverrideFound = "N"
           DISPLAY "No Step " WSOverrideStep " In JobSteps.dat - "
               "No Override Taken"
           MOVE SPACE TO WSOverrideType
           MOVE SPACES TO WSOverrideStep
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WSAuthorized
       PERFORM VerifyOperator
       IF NOT Authorized
           DISPLAY "Sign-On Failed - No Override Taken"
           MOVE SPACE TO WSOverrideType
           MOVE SPACES TO WSOverrideStep
       END-IF.

*> The real sign-on against Operators.dat - the override line on
*> RunControl.dat has to name who made it
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

*> The newest chain-level line is the chain's last run - a missing file
*> just means the chain has never run under run control before. The
*> steps finished since that run's START are gathered as it goes, for
*> a resume to pass over.
ReadLastRunControl.
       MOVE ZERO TO WSDoneCount
       OPEN INPUT RunControlFile.
       IF WSRunControlStatus NOT = "00"
           MOVE ZERO TO WSLastRunDate
               AT END SET RunEOF TO TRUE
           END-READ
           PERFORM UNTIL RunEOF
               IF RunStepID = SPACES
                   MOVE RunDate TO WSLastRunDate
                   MOVE RunOutcome TO WSLastOutcome
                   IF RunOutcome = "START"
                       MOVE ZERO TO WSDoneCount
                   END-IF
               ELSE
                   IF (RunOutcome = "DONE" OR RunOutcome = "SKIPPED")
                       AND RunDate = WSLastRunDate
                       AND WSDoneCount < 50
                       ADD 1 TO WSDoneCount
                       MOVE RunStepID TO DoneStepID(WSDoneCount)
                   END-IF
               END-IF
               READ RunControlFile
                   AT END SET RunEOF TO TRUE
               END-READ
               " Business Day(s) Skipped Since Last Run On "
               WSLastRunDate
       END-IF
       *> A resumed run was already let through on its own night
       IF WSTodayType = "H" AND WSResuming = "N"
           DISPLAY "Tonight Is Not A Business Day Per The Calendar"
           DISPLAY "Run The Chain Anyway? (Y/N): " WITH NO ADVANCING
           ACCEPT WSOverride

*> Append tonight's outcome - what ReadLastRunControl reads tomorrow
WriteRunControl.
       IF WSChainAborted = "Y"
           MOVE "ABORT" TO WSLogOutcome
       ELSE
           MOVE "OK" TO WSLogOutcome
       END-IF
       MOVE SPACES TO WSLogStepID
       MOVE ZERO TO WSLogStatus
       PERFORM WriteRunControlLine.

*> One line, appended and closed at once, so a step's finish is on file
*> even if the chain itself dies before the next one
WriteRunControlLine.
       OPEN EXTEND RunControlFile.
       IF WSRunControlStatus = "35"
           OPEN OUTPUT RunControlFile
       END-IF
       MOVE SPACES TO RunControlRecord
       MOVE WSTodayDate TO RunDate
       MOVE WSLogOutcome TO RunOutcome
       MOVE WSLogStepID TO RunStepID
       MOVE WSLogStatus TO RunStepStatus
       MOVE WSOperatorID TO RunOperator
       ACCEPT WSNowTime FROM TIME
       MOVE WSNowTime(1:6) TO RunTime
       WRITE RunControlRecord
       CLOSE RunControlFile.

       IF WSRunControlStatus = "35"
           OPEN OUTPUT RunControlFile
       END-IF
       MOVE SPACES TO RunControlRecord
       MOVE WSTodayDate TO RunDate
       MOVE "HOLIDAY" TO RunOutcome
       MOVE ZERO TO RunStepStatus
       ACCEPT WSNowTime FROM TIME
       MOVE WSNowTime(1:6) TO RunTime
       WRITE RunControlRecord
       CLOSE RunControlFile.

*> Note: Build every step's program to its own executable first (every
*> command named in JobSteps.dat), then build and run this driver the
*> same way, linked with RPTARCH.cob and RUNPARAM.cob.
