*> or skipping each - an approved change REWRITEs the limit the
*> careful batchcustomermaint.cob way and lands a SETLIMIT line on
*> AuditLog.dat under the supervisor's ID. A proposal whose limit has
*> moved since the review is refused rather than blindly applied, and
*> one that moves the limit past the two-person threshold is queued
*> through CHGQUEUE.cob for a second operator instead of applied.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LimitTransFile ASSIGN TO "LimitTrans.txt"
01 WSApplied PIC 9(05) VALUE ZERO.
01 WSSkipped PIC 9(05) VALUE ZERO.
01 WSRefused PIC 9(05) VALUE ZERO.
01 WSQueued PIC 9(05) VALUE ZERO.
01 WSDispOld PIC $$,$$$,$$9.99.
01 WSDispNew PIC $$,$$$,$$9.99.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSOperatorFileStatus PIC X(02).
*> After-image journal staging - see CUSTJRNL.cob
01 WSJrnlProgram PIC X(20) VALUE "limitapply".
*> Two-person approval hand-off - must match CHGQUEUE.cob's
*> LChangeRequest layout
01 ChangeRequest.
       02 CRType PIC X(06).
       02 CRIDNum PIC 9(08).
       02 CRAmount PIC 9(7)V999.
       02 CROldValue PIC 9(7)V999.
       02 CRNewValue PIC 9(7)V999.
       02 CRRefNumber PIC 9(08).
       02 CRRefDate PIC 9(08).
       02 CRAction PIC X(01).
       02 CRReason PIC X(24).
       02 CRKeyedBy PIC X(08).
       02 CRChangeNo PIC 9(06).
01 WSChgResult PIC X(01).
    88 ChgApplyNow VALUE "A".
    88 ChgQueued VALUE "Q".
    88 ChgDuplicate VALUE "D".

PROCEDURE DIVISION.
StartPara.
       MOVE ZERO TO WSApplied.
       MOVE ZERO TO WSSkipped.
       MOVE ZERO TO WSRefused.
       MOVE ZERO TO WSQueued.
       PERFORM VerifySupervisor
       IF NOT Authorized
           DISPLAY "Access Denied: Limit Changes Need A Supervisor"
       DISPLAY "Applied.......: " WSApplied
       DISPLAY "Skipped.......: " WSSkipped
       DISPLAY "Refused.......: " WSRefused
       DISPLAY "Queued........: " WSQueued
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.
           DISPLAY "Skipped"
           EXIT PARAGRAPH
       END-IF
       *> A big enough move waits for a second operator - this
       *> supervisor's approval only puts it in the queue
       PERFORM GateLimitChange
       IF ChgQueued
           ADD 1 TO WSQueued
           DISPLAY "Queued For Second-Operator Approval - Change "
               CRChangeNo
           EXIT PARAGRAPH
       END-IF
       IF NOT ChgApplyNow
           ADD 1 TO WSRefused
           IF ChgDuplicate
               DISPLAY "Refused " LTIDNum " - Change " CRChangeNo
                   " Already Awaiting Approval"
           ELSE
               DISPLAY "Refused " LTIDNum " - Change Not Queued"
           END-IF
           EXIT PARAGRAPH
       END-IF
       MOVE LTNewLimit TO CreditLimit
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Applied"
       END-REWRITE.

GateLimitChange.
       MOVE SPACES TO ChangeRequest
       MOVE "LIMIT" TO CRType
       MOVE LTIDNum TO CRIDNum
       IF LTNewLimit > LTOldLimit
           COMPUTE CRAmount = LTNewLimit - LTOldLimit
       ELSE
           COMPUTE CRAmount = LTOldLimit - LTNewLimit
       END-IF
       MOVE LTOldLimit TO CROldValue
       MOVE LTNewLimit TO CRNewValue
       MOVE ZERO TO CRRefNumber
       MOVE ZERO TO CRRefDate
       MOVE LTReason TO CRReason
       MOVE WSOperatorID TO CRKeyedBy
       CALL 'CHGQUEUE' USING ChangeRequest, WSChgResult.

WriteLimitAudit.
       MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
       MOVE "SETLIMIT" TO AuditOperation
