       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    apppipeline.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> New-account application pipeline: every application on
*> CreditApplications.dat counted by age and outcome. A pending
*> application ages from the day it was keyed to today; a decided one
*> by how long the decision took. A pending application whose customer
*> has since been deleted counts as withdrawn. Every application still
*> waiting is listed beneath, oldest first, so the credit officers can
*> see what is sitting in creditapproval.cob's queue.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ApplicationFile ASSIGN TO "CreditApplications.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AQIDNum
           FILE STATUS IS WSApplicationStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       SELECT PipelineReport ASSIGN TO "AppPipeline.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match randomlyaccessdata.cob's ApplicationRecord layout
FD ApplicationFile.
01 ApplicationRecord.
       02 AQIDNum PIC 9(08).
       02 AQAppliedDate PIC 9(08).
       02 AQStatus PIC X(01).
           88 AQPending VALUE "P".
           88 AQApproved VALUE "A".
           88 AQDeclined VALUE "D".
       02 AQRequestedLimit PIC 9(7)V99.
       02 AQApprovedLimit PIC 9(7)V99.
       02 AQBureauScore PIC 9(03).
       02 AQBureauDate PIC 9(08).
       02 AQDupHits PIC 9(03).
       02 AQSanctionHits PIC 9(03).
       02 AQKeyedBy PIC X(08).
       02 AQDecidedBy PIC X(08).
       02 AQDecisionDate PIC 9(08).
       02 AQDeclineReason PIC X(02).
       02 AQLetterDate PIC 9(08).
       02 FILLER PIC X(14).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
           88 CustPending VALUE "P".
       02 AcctStatusCode PIC X(01).
       *> Birth date through the reserved expansion area - see
       *> randomlyaccessdata.cob's CustomerData for the field carve-out
       02 FILLER PIC X(264).

FD PipelineReport.
01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 CustExists PIC X.
01 WSRunDate PIC 9(08).
01 WSRunDateInt PIC 9(08).
01 WSAgeDays PIC 9(05).
01 WSAgeEndDate PIC 9(08).
01 WSWithdrawn PIC X.
*> Age bands down the side, outcomes across
01 BucketLabelValues.
       02 FILLER PIC X(12) VALUE "0-7 DAYS".
       02 FILLER PIC X(12) VALUE "8-14 DAYS".
       02 FILLER PIC X(12) VALUE "15-30 DAYS".
       02 FILLER PIC X(12) VALUE "31-60 DAYS".
       02 FILLER PIC X(12) VALUE "OVER 60 DAYS".
01 BucketLabelTable REDEFINES BucketLabelValues.
       02 TabBucketLabel PIC X(12) OCCURS 5 TIMES.
01 BucketCountTable.
       02 BucketEntry OCCURS 5 TIMES INDEXED BY BucketIdx.
           03 TabPending PIC 9(05).
           03 TabApproved PIC 9(05).
           03 TabDeclined PIC 9(05).
           03 TabWithdrawn PIC 9(05).
01 WSBucket PIC 9(01).
*> Control totals for the report footer
01 WSAppsRead PIC 9(08) VALUE ZERO.
01 WSPendingTotal PIC 9(08) VALUE ZERO.
01 WSApprovedTotal PIC 9(08) VALUE ZERO.
01 WSDeclinedTotal PIC 9(08) VALUE ZERO.
01 WSWithdrawnTotal PIC 9(08) VALUE ZERO.
01 WSLettersOwed PIC 9(08) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 BucketDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepBucketLabel PIC X(12).
       02 FILLER PIC X(3) VALUE SPACE.
       02 RepPending PIC ZZZZ9.
       02 FILLER PIC X(5) VALUE SPACE.
       02 RepApproved PIC ZZZZ9.
       02 FILLER PIC X(5) VALUE SPACE.
       02 RepDeclined PIC ZZZZ9.
       02 FILLER PIC X(5) VALUE SPACE.
       02 RepWithdrawn PIC ZZZZ9.
01 PendingDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepIDNum PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepLastName PIC X(15).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepAppliedDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepAgeDays PIC ZZZZ9.
       02 FILLER PIC X(3) VALUE SPACE.
       02 RepBureauScore PIC ZZ9.
       02 FILLER PIC X(4) VALUE SPACE.
       02 RepDupHits PIC ZZ9.
       02 FILLER PIC X(4) VALUE SPACE.
       02 RepSanctionHits PIC ZZ9.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSApplicationStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "apppipeline".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       COMPUTE WSRunDateInt = FUNCTION INTEGER-OF-DATE(WSRunDate).
       INITIALIZE BucketCountTable
       OPEN INPUT ApplicationFile.
       IF WSApplicationStatus NOT = "00"
           DISPLAY "Warning: CreditApplications.dat Open Status "
               WSApplicationStatus
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       OPEN OUTPUT PipelineReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: AppPipeline.rpt Open Status " WSReportStatus
       END-IF
       MOVE SPACES TO ReportLine
       STRING "NEW ACCOUNT APPLICATION PIPELINE AS OF " DELIMITED BY SIZE
           WSRunDate DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE "===============================================" TO
           ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "PENDING APPLICATIONS, OLDEST FIRST" TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING " CUSTOMER  LAST NAME        APPLIED     " DELIMITED BY SIZE
           "DAYS  SCORE  DUPS  SANC" DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE LOW-VALUES TO AQIDNum
       MOVE "Y" TO WSMoreRecords
       START ApplicationFile KEY IS NOT LESS THAN AQIDNum
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ ApplicationFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               ADD 1 TO WSAppsRead
               PERFORM CountOneApplication
           END-IF
       END-PERFORM
       PERFORM WriteAgeOutcomeTable
       CLOSE ApplicationFile, CustomerFile, PipelineReport.
       DISPLAY " "
       DISPLAY "APPLICATION PIPELINE REPORT COMPLETE"
       DISPLAY "Applications Read..: " WSAppsRead
       DISPLAY "Pending............: " WSPendingTotal
       DISPLAY "Approved...........: " WSApprovedTotal
       DISPLAY "Declined...........: " WSDeclinedTotal
       DISPLAY "Withdrawn..........: " WSWithdrawnTotal
       MOVE SPACES TO WSOpsCounts
       STRING "READ " DELIMITED BY SIZE
           WSAppsRead DELIMITED BY SIZE
           " PENDING " DELIMITED BY SIZE
           WSPendingTotal DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> A decided application ages to its decision date, a pending one to
*> today; the customer tells a live pending one from a withdrawn one
CountOneApplication.
       MOVE "N" TO WSWithdrawn
       IF AQPending
           MOVE WSRunDate TO WSAgeEndDate
           MOVE "Y" TO CustExists
           MOVE AQIDNum TO IDNum
           READ CustomerFile
               INVALID KEY MOVE "N" TO CustExists
           END-READ
           IF CustExists = "N" OR NOT CustPending
               MOVE "Y" TO WSWithdrawn
           END-IF
       ELSE
           MOVE AQDecisionDate TO WSAgeEndDate
       END-IF
       IF AQAppliedDate IS NOT NUMERIC OR AQAppliedDate = ZERO
           OR WSAgeEndDate IS NOT NUMERIC OR WSAgeEndDate = ZERO
           OR WSAgeEndDate < AQAppliedDate
           MOVE ZERO TO WSAgeDays
       ELSE
           COMPUTE WSAgeDays = FUNCTION INTEGER-OF-DATE(WSAgeEndDate)
               - FUNCTION INTEGER-OF-DATE(AQAppliedDate)
       END-IF
       EVALUATE TRUE
           WHEN WSAgeDays NOT > 7 MOVE 1 TO WSBucket
           WHEN WSAgeDays NOT > 14 MOVE 2 TO WSBucket
           WHEN WSAgeDays NOT > 30 MOVE 3 TO WSBucket
           WHEN WSAgeDays NOT > 60 MOVE 4 TO WSBucket
           WHEN OTHER MOVE 5 TO WSBucket
       END-EVALUATE
       SET BucketIdx TO WSBucket
       EVALUATE TRUE
           WHEN WSWithdrawn = "Y"
               ADD 1 TO TabWithdrawn(BucketIdx)
               ADD 1 TO WSWithdrawnTotal
           WHEN AQPending
               ADD 1 TO TabPending(BucketIdx)
               ADD 1 TO WSPendingTotal
               PERFORM WritePendingDetail
           WHEN AQApproved
               ADD 1 TO TabApproved(BucketIdx)
               ADD 1 TO WSApprovedTotal
           WHEN AQDeclined
               ADD 1 TO TabDeclined(BucketIdx)
               ADD 1 TO WSDeclinedTotal
               IF AQLetterDate = ZERO
                   ADD 1 TO WSLettersOwed
               END-IF
       END-EVALUATE.

WritePendingDetail.
       MOVE AQIDNum TO RepIDNum
       MOVE LastName TO RepLastName
       MOVE AQAppliedDate TO RepAppliedDate
       MOVE WSAgeDays TO RepAgeDays
       MOVE AQBureauScore TO RepBureauScore
       MOVE AQDupHits TO RepDupHits
       MOVE AQSanctionHits TO RepSanctionHits
       WRITE ReportLine FROM PendingDetailLine.

*> The age-by-outcome grid and the totals beneath it
WriteAgeOutcomeTable.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING "APPLICATIONS BY AGE AND OUTCOME (DECIDED: DAYS TO "
           DELIMITED BY SIZE
           "DECISION)" DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE " AGE             PENDING   APPROVED   DECLINED  WITHDRAWN"
           TO ReportLine
       WRITE ReportLine
       PERFORM VARYING BucketIdx FROM 1 BY 1 UNTIL BucketIdx > 5
           MOVE TabBucketLabel(BucketIdx) TO RepBucketLabel
           MOVE TabPending(BucketIdx) TO RepPending
           MOVE TabApproved(BucketIdx) TO RepApproved
           MOVE TabDeclined(BucketIdx) TO RepDeclined
           MOVE TabWithdrawn(BucketIdx) TO RepWithdrawn
           WRITE ReportLine FROM BucketDetailLine
       END-PERFORM
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSAppsRead TO WSEditedCount
       STRING "Applications: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE WSLettersOwed TO WSEditedCount
       STRING "Declines Still Owed An Adverse-Action Letter: "
           DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
