       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    CHGQUEUE.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Shared two-person gate for the manual changes that move a credit
*> limit or a balance - SetCreditLimit in randomlyaccessdata.cob,
*> limitapply.cob, latefeewaiver.cob and invoiceadjust.cob all hand
*> their change through here before applying it. A change whose size
*> is no more than DUALAPPROVALAMT in RunParams.dat (whole dollars,
*> 500 when the site has not set it - 0 sends everything for approval)
*> comes back "A" and the caller applies it as before. A bigger one is
*> written to PendingChanges.dat as pending ("Q") and the caller
*> leaves the customer alone; a second operator approves or rejects it
*> in changeapproval.cob. A change already waiting for the same
*> customer and the same fee, invoice or limit is refused ("D") so the
*> same money can't be moved twice.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PendingChangeFile ASSIGN TO "PendingChanges.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PQChangeNo
           FILE STATUS IS WSPendingChangeStatus.

DATA DIVISION.
FILE SECTION.
*> changeapproval.cob and changequeuereport.cob read this same layout
FD PendingChangeFile.
01 PendingChangeRecord.
       02 PQChangeNo PIC 9(06).
       *> LIMIT, WAIVER or INVADJ
       02 PQType PIC X(06).
       02 PQIDNum PIC 9(08).
       *> The size of the change held against the threshold
       02 PQAmount PIC 9(7)V999.
       *> LIMIT: limit before and after. WAIVER: the fee. INVADJ: the
       *> invoice total as keyed and the amount coming off it
       02 PQOldValue PIC 9(7)V999.
       02 PQNewValue PIC 9(7)V999.
       *> INVADJ: the invoice number. WAIVER: the fee's ledger date
       02 PQRefNumber PIC 9(08).
       02 PQRefDate PIC 9(08).
       *> INVADJ: V = void, P = partial adjustment
       02 PQAction PIC X(01).
       *> Reason code or text as the keying operator gave it
       02 PQReason PIC X(24).
       02 PQStatus PIC X(01).
           88 PQPending VALUE "P".
           88 PQApproved VALUE "A".
           88 PQRejected VALUE "R".
       02 PQKeyedBy PIC X(08).
       02 PQKeyedDate PIC 9(08).
       02 PQDecidedBy PIC X(08).
       02 PQDecisionDate PIC 9(08).
       02 FILLER PIC X(20).

WORKING-STORAGE SECTION.
01 WSPendingChangeStatus PIC X(02).
01 WSMoreRecords PIC X.
01 WSLastChangeNo PIC 9(06).
01 WSThreshold PIC 9(08) VALUE 500.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
LINKAGE SECTION.
*> The change as keyed - the caller's ChangeRequest group
       01  LChangeRequest.
           02 LCRType PIC X(06).
           02 LCRIDNum PIC 9(08).
           02 LCRAmount PIC 9(7)V999.
           02 LCROldValue PIC 9(7)V999.
           02 LCRNewValue PIC 9(7)V999.
           02 LCRRefNumber PIC 9(08).
           02 LCRRefDate PIC 9(08).
           02 LCRAction PIC X(01).
           02 LCRReason PIC X(24).
           02 LCRKeyedBy PIC X(08).
           *> Handed back - the queue number when the change waits
           02 LCRChangeNo PIC 9(06).
*> A = apply now, Q = queued for approval, D = one already waiting,
*> F = the queue could not be written (apply nothing)
       01  LResult PIC X(01).

PROCEDURE DIVISION USING LChangeRequest, LResult.
       MOVE "A" TO LResult.
       MOVE ZERO TO LCRChangeNo.
       MOVE 500 TO WSThreshold.
       MOVE "DUALAPPROVALAMT" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y"
           MOVE WSParamValue TO WSThreshold
       END-IF
       MOVE ZERO TO WSLastChangeNo
       OPEN I-O PendingChangeFile.
       IF WSPendingChangeStatus = "35"
           *> First change ever queued - nothing to look through yet
           IF LCRAmount NOT > WSThreshold
               EXIT PROGRAM
           END-IF
           OPEN OUTPUT PendingChangeFile
       ELSE
           IF WSPendingChangeStatus NOT = "00"
               DISPLAY "Warning: PendingChanges.dat Open Status "
                   WSPendingChangeStatus
               MOVE "F" TO LResult
               EXIT PROGRAM
           END-IF
           PERFORM ScanQueue
           IF LResult = "D" OR LCRAmount NOT > WSThreshold
               CLOSE PendingChangeFile
               EXIT PROGRAM
           END-IF
       END-IF
       PERFORM WriteQueueEntry
       CLOSE PendingChangeFile.
       EXIT PROGRAM.

*> One pass over the queue: the highest number so far, and whether
*> the same change is already waiting on someone's approval
ScanQueue.
       MOVE LOW-VALUES TO PendingChangeRecord
       MOVE "Y" TO WSMoreRecords
       START PendingChangeFile KEY IS NOT LESS THAN PQChangeNo
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ PendingChangeFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               MOVE PQChangeNo TO WSLastChangeNo
               IF PQPending AND PQType = LCRType
                   AND PQIDNum = LCRIDNum
                   AND PQRefNumber = LCRRefNumber
                   AND PQRefDate = LCRRefDate
                   MOVE "D" TO LResult
                   MOVE PQChangeNo TO LCRChangeNo
               END-IF
           END-IF
       END-PERFORM.

WriteQueueEntry.
       MOVE SPACES TO PendingChangeRecord
       ADD 1 TO WSLastChangeNo
       MOVE WSLastChangeNo TO PQChangeNo
       MOVE LCRType TO PQType
       MOVE LCRIDNum TO PQIDNum
       MOVE LCRAmount TO PQAmount
       MOVE LCROldValue TO PQOldValue
       MOVE LCRNewValue TO PQNewValue
       MOVE LCRRefNumber TO PQRefNumber
       MOVE LCRRefDate TO PQRefDate
       MOVE LCRAction TO PQAction
       MOVE LCRReason TO PQReason
       SET PQPending TO TRUE
       MOVE LCRKeyedBy TO PQKeyedBy
       ACCEPT PQKeyedDate FROM DATE YYYYMMDD
       MOVE ZERO TO PQDecisionDate
       WRITE PendingChangeRecord
           INVALID KEY
               DISPLAY "Warning: Change Not Queued - Key " PQChangeNo
               MOVE "F" TO LResult
           NOT INVALID KEY
               MOVE "Q" TO LResult
               MOVE PQChangeNo TO LCRChangeNo
       END-WRITE.
