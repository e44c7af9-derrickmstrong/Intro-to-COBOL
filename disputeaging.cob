       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    disputeaging.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Dispute aging worklist for the collections supervisor: every open
*> dispute on Disputes.dat with its owner, reason, and amount, aged from
*> the day it was opened into current/30/60/90+ buckets. Anything open
*> past sixty days is flagged for escalation - those are the amounts
*> being held back from fees, interest, and dunning the longest.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Walk the dispute file sequentially by invoice number
       SELECT DisputeFile ASSIGN TO "Disputes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DSInvNumber
           ALTERNATE RECORD KEY IS DSIDNum WITH DUPLICATES
           FILE STATUS IS WSDisputeFileStatus.
       SELECT AgingReport ASSIGN TO "DisputeAging.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match disputes.cob's DisputeRecord layout
FD DisputeFile.
01 DisputeRecord.
       02 DSInvNumber PIC 9(08).
       02 DSIDNum PIC 9(08).
       02 DSOpenedDate PIC 9(08).
       02 DSReasonCode PIC X(03).
       02 DSAmount PIC 9(7)V99.
       02 DSOwner PIC X(08).
       02 DSStatusFlag PIC X(01).
           88 DisputeOpen VALUE "O".
           88 DisputeResolved VALUE "R".
       *> Define End of File
       88 DisputeEOF VALUE HIGH-VALUES.
       02 DSResolution PIC X(01).
       02 DSResolvedDate PIC 9(08).
       02 DSResolvedBy PIC X(08).
       02 DSResolutionNote PIC X(30).
       02 FILLER PIC X(21).

FD AgingReport.
01 ReportLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSRunDate PIC 9(08).
01 WSRunDateInt PIC 9(08).
01 WSOpenDateInt PIC 9(08).
01 WSAgeDays PIC S9(05).
*> Past this many days open the line is flagged for escalation
01 WSEscalateDays PIC 9(03) VALUE 60.
*> Bucket totals - current, 31-60, 61-90, and over 90 days
01 WSBucketCurrent PIC 9(10)V99 VALUE ZERO.
01 WSBucket60 PIC 9(10)V99 VALUE ZERO.
01 WSBucket90 PIC 9(10)V99 VALUE ZERO.
01 WSBucketOver PIC 9(10)V99 VALUE ZERO.
01 WSOpenCount PIC 9(08) VALUE ZERO.
01 WSEscalateCount PIC 9(08) VALUE ZERO.
01 WSResolvedCount PIC 9(08) VALUE ZERO.
01 WSTotalDisputed PIC 9(10)V99 VALUE ZERO.
01 DisputeDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepInvNumber PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepIDNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepOpenedDate PIC 9(08).
       02 FILLER PIC X(6) VALUE "  Age ".
       02 RepAgeDays PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepReason PIC X(03).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepAmount PIC $$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepOwner PIC X(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepNote PIC X(08).
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedTotal PIC $,$$$,$$$,$$9.99.
*> FILE STATUS codes, checked right after each OPEN
01 WSDisputeFileStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "disputeaging".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       COMPUTE WSRunDateInt = FUNCTION INTEGER-OF-DATE(WSRunDate).
       OPEN INPUT DisputeFile.
       IF WSDisputeFileStatus NOT = "00"
           DISPLAY "No Disputes On File - Status " WSDisputeFileStatus
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           STOP RUN
       END-IF
       OPEN OUTPUT AgingReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: DisputeAging.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE "OPEN DISPUTE AGING WORKLIST" TO ReportLine
       WRITE ReportLine
       MOVE "===========================" TO ReportLine
       WRITE ReportLine
       READ DisputeFile
           AT END SET DisputeEOF TO TRUE
       END-READ
       PERFORM UNTIL DisputeEOF
           EVALUATE TRUE
               WHEN DisputeOpen PERFORM AgeOneDispute
               WHEN DisputeResolved ADD 1 TO WSResolvedCount
           END-EVALUATE
           READ DisputeFile
               AT END SET DisputeEOF TO TRUE
           END-READ
       END-PERFORM
       PERFORM PrintBucketFooter.
       CLOSE DisputeFile, AgingReport.
       DISPLAY " "
       DISPLAY "DISPUTE AGING COMPLETE"
       DISPLAY "Open Disputes: " WSOpenCount
       DISPLAY "To Escalate..: " WSEscalateCount
       MOVE SPACES TO WSOpsCounts
       STRING "OPEN " DELIMITED BY SIZE
           WSOpenCount DELIMITED BY SIZE
           " ESC " DELIMITED BY SIZE
           WSEscalateCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> One open dispute, aged from the day it was opened
AgeOneDispute.
       IF DSAmount IS NOT NUMERIC
           MOVE ZERO TO DSAmount
       END-IF
       ADD 1 TO WSOpenCount
       ADD DSAmount TO WSTotalDisputed
       IF DSOpenedDate IS NUMERIC AND DSOpenedDate > ZERO
           COMPUTE WSOpenDateInt =
               FUNCTION INTEGER-OF-DATE(DSOpenedDate)
           COMPUTE WSAgeDays = WSRunDateInt - WSOpenDateInt
       ELSE
           MOVE ZERO TO WSAgeDays
       END-IF
       IF WSAgeDays < ZERO
           MOVE ZERO TO WSAgeDays
       END-IF
       EVALUATE TRUE
           WHEN WSAgeDays > 90 ADD DSAmount TO WSBucketOver
           WHEN WSAgeDays > 60 ADD DSAmount TO WSBucket90
           WHEN WSAgeDays > 30 ADD DSAmount TO WSBucket60
           WHEN OTHER ADD DSAmount TO WSBucketCurrent
       END-EVALUATE
       MOVE DSInvNumber TO RepInvNumber
       MOVE DSIDNum TO RepIDNum
       MOVE DSOpenedDate TO RepOpenedDate
       MOVE WSAgeDays TO RepAgeDays
       MOVE DSReasonCode TO RepReason
       MOVE DSAmount TO RepAmount
       MOVE DSOwner TO RepOwner
       IF WSAgeDays > WSEscalateDays
           ADD 1 TO WSEscalateCount
           MOVE "ESCALATE" TO RepNote
       ELSE
           MOVE SPACES TO RepNote
       END-IF
       WRITE ReportLine FROM DisputeDetailLine.

PrintBucketFooter.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSBucketCurrent TO WSEditedTotal
       STRING "Current (0-30).: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSBucket60 TO WSEditedTotal
       MOVE SPACES TO ReportLine
       STRING "31-60 Days.....: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSBucket90 TO WSEditedTotal
       MOVE SPACES TO ReportLine
       STRING "61-90 Days.....: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSBucketOver TO WSEditedTotal
       MOVE SPACES TO ReportLine
       STRING "Over 90 Days...: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSOpenCount TO WSEditedCount
       MOVE WSTotalDisputed TO WSEditedTotal
       MOVE SPACES TO ReportLine
       STRING "Open Disputes: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  Total Disputed: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSEscalateCount TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "To Escalate..: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSResolvedCount TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "Resolved.....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
