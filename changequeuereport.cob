       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    changequeuereport.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Two-person approval register for the auditors: every change on
*> PendingChanges.dat - credit limits, late-fee waivers, invoice voids
*> and adjustments that went over the DUALAPPROVALAMT threshold -
*> with the operator who keyed it and the operator who approved or
*> rejected it, grouped pending, approved, rejected. A decided change
*> showing the same operator on both sides is flagged; the programs
*> never allow it, so one on the report means the file was touched
*> outside them.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PendingChangeFile ASSIGN TO "PendingChanges.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PQChangeNo
           FILE STATUS IS WSPendingChangeStatus.
       SELECT ChangeReport ASSIGN TO "ChangeApprovals.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match CHGQUEUE.cob's PendingChangeRecord layout
FD PendingChangeFile.
01 PendingChangeRecord.
       02 PQChangeNo PIC 9(06).
       02 PQType PIC X(06).
       02 PQIDNum PIC 9(08).
       02 PQAmount PIC 9(7)V999.
       02 PQOldValue PIC 9(7)V999.
       02 PQNewValue PIC 9(7)V999.
       02 PQRefNumber PIC 9(08).
       02 PQRefDate PIC 9(08).
       02 PQAction PIC X(01).
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

FD ChangeReport.
01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSRunDate PIC 9(08).
*> One pass per section - P, then A, then R
01 WSSectionStatus PIC X(01).
01 WSSectionCount PIC 9(06).
*> Control totals for the report footer
01 WSChangesRead PIC 9(06) VALUE ZERO.
01 WSPendingCount PIC 9(06) VALUE ZERO.
01 WSApprovedCount PIC 9(06) VALUE ZERO.
01 WSRejectedCount PIC 9(06) VALUE ZERO.
01 WSSameOperator PIC 9(06) VALUE ZERO.
01 WSEditedCount PIC ZZZZZ9.
01 ChangeDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepChangeNo PIC 9(06).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepType PIC X(06).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepIDNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepAmount PIC $$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepKeyedBy PIC X(08).
       02 FILLER PIC X VALUE SPACE.
       02 RepKeyedDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepDecidedBy PIC X(08).
       02 FILLER PIC X VALUE SPACE.
       02 RepDecisionDate PIC X(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepFlag PIC X(14).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSPendingChangeStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "changequeuereport".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       OPEN INPUT PendingChangeFile.
       IF WSPendingChangeStatus NOT = "00"
           DISPLAY "Warning: PendingChanges.dat Open Status "
               WSPendingChangeStatus
       END-IF
       OPEN OUTPUT ChangeReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: ChangeApprovals.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE SPACES TO ReportLine
       STRING "TWO-PERSON CHANGE APPROVALS AS OF " DELIMITED BY SIZE
           WSRunDate DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE "===============================================" TO
           ReportLine
       WRITE ReportLine
       IF WSPendingChangeStatus = "00"
           MOVE "P" TO WSSectionStatus
           PERFORM ListOneSection
           MOVE "A" TO WSSectionStatus
           PERFORM ListOneSection
           MOVE "R" TO WSSectionStatus
           PERFORM ListOneSection
       END-IF
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSPendingCount TO WSEditedCount
       STRING "Pending.............: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE WSApprovedCount TO WSEditedCount
       STRING "Approved............: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE WSRejectedCount TO WSEditedCount
       STRING "Rejected............: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE WSSameOperator TO WSEditedCount
       STRING "Keyer Also Decider..: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       IF WSPendingChangeStatus = "00"
           CLOSE PendingChangeFile
       END-IF
       CLOSE ChangeReport.
       DISPLAY " "
       DISPLAY "CHANGE APPROVAL REPORT COMPLETE"
       DISPLAY "Changes Read....: " WSChangesRead
       DISPLAY "Pending.........: " WSPendingCount
       DISPLAY "Approved........: " WSApprovedCount
       DISPLAY "Rejected........: " WSRejectedCount
       MOVE SPACES TO WSOpsCounts
       STRING "READ " DELIMITED BY SIZE
           WSChangesRead DELIMITED BY SIZE
           " PENDING " DELIMITED BY SIZE
           WSPendingCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       *> A keyer deciding their own change is an exception to chase
       IF WSSameOperator > ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> One status's changes, lowest (oldest) number first, under a heading
ListOneSection.
       MOVE ZERO TO WSSectionCount
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       EVALUATE WSSectionStatus
           WHEN "P" MOVE "PENDING APPROVAL" TO ReportLine
           WHEN "A" MOVE "APPROVED" TO ReportLine
           WHEN "R" MOVE "REJECTED" TO ReportLine
       END-EVALUATE
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING " CHANGE  TYPE    CUSTOMER         AMOUNT  " DELIMITED BY SIZE
           "KEYED BY ON        DECIDED  ON" DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE LOW-VALUES TO PendingChangeRecord
       MOVE "Y" TO WSMoreRecords
       START PendingChangeFile KEY IS NOT LESS THAN PQChangeNo
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ PendingChangeFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND PQStatus = WSSectionStatus
               ADD 1 TO WSSectionCount
               PERFORM ListOneChange
           END-IF
       END-PERFORM
       IF WSSectionCount = ZERO
           MOVE "   (none)" TO ReportLine
           WRITE ReportLine
       END-IF.

ListOneChange.
       ADD 1 TO WSChangesRead
       EVALUATE TRUE
           WHEN PQPending ADD 1 TO WSPendingCount
           WHEN PQApproved ADD 1 TO WSApprovedCount
           WHEN PQRejected ADD 1 TO WSRejectedCount
       END-EVALUATE
       MOVE PQChangeNo TO RepChangeNo
       MOVE PQType TO RepType
       MOVE PQIDNum TO RepIDNum
       MOVE PQAmount TO RepAmount
       MOVE PQKeyedBy TO RepKeyedBy
       MOVE PQKeyedDate TO RepKeyedDate
       MOVE SPACES TO RepFlag
       IF PQPending
           MOVE SPACES TO RepDecidedBy
           MOVE SPACES TO RepDecisionDate
       ELSE
           MOVE PQDecidedBy TO RepDecidedBy
           MOVE PQDecisionDate TO RepDecisionDate
           IF PQDecidedBy = PQKeyedBy
               ADD 1 TO WSSameOperator
               MOVE "*SAME OPERATOR" TO RepFlag
           END-IF
       END-IF
       WRITE ReportLine FROM ChangeDetailLine.
