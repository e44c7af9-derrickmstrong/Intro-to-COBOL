       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    outstandingchecks.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Outstanding-check aging: every refund check on CheckRegister.dat the
*> bank hasn't paid yet, aged from its issue date into 0-30, 31-60,
*> 61-90, 91-180 and over-180 day buckets, with a subtotal per bucket
*> and a grand total. The over-180 checks are stale - the office calls
*> the customer, or voids and reissues through checkvoid.cob, before
*> the money heads for escheatment.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CheckFile ASSIGN TO "CheckRegister.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKNumber
           FILE STATUS IS WSCheckFileStatus.
       SELECT OutstandingReport ASSIGN TO "OutstandingChecks.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match refundrun.cob's CheckRecord layout
FD CheckFile.
01 CheckRecord.
       02 CKNumber PIC 9(08).
       02 CKIDNum PIC 9(08).
       02 CKPayee PIC X(30).
       02 CKAmount PIC 9(7)V99.
       02 CKIssueDate PIC 9(08).
       02 CKStatusFlag PIC X(01).
           88 CheckOutstanding VALUE "O".
           88 CheckCleared VALUE "C".
           88 CheckStopped VALUE "S".
           88 CheckVoided VALUE "V".
       02 CKClearedDate PIC 9(08).
       02 CKPaidAmount PIC 9(7)V99.
       02 CKVoidDate PIC 9(08).
       02 CKVoidBy PIC X(08).
       02 CKIssueSent PIC X(01).
       02 CKVoidSent PIC X(01).
       02 FILLER PIC X(20).

FD OutstandingReport.
01 OutstandingLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSTodayDate PIC 9(08).
01 WSTodayJulian PIC 9(08).
01 WSIssueJulian PIC 9(08).
01 WSDaysOut PIC S9(08).
*> Bucket subtotals and grand total
01 WSBucketCount30 PIC 9(08) VALUE ZERO.
01 WSBucketCount60 PIC 9(08) VALUE ZERO.
01 WSBucketCount90 PIC 9(08) VALUE ZERO.
01 WSBucketCount180 PIC 9(08) VALUE ZERO.
01 WSBucketCountStale PIC 9(08) VALUE ZERO.
01 WSBucketTotal30 PIC S9(10)V99 VALUE ZERO.
01 WSBucketTotal60 PIC S9(10)V99 VALUE ZERO.
01 WSBucketTotal90 PIC S9(10)V99 VALUE ZERO.
01 WSBucketTotal180 PIC S9(10)V99 VALUE ZERO.
01 WSBucketTotalStale PIC S9(10)V99 VALUE ZERO.
01 WSGrandCount PIC 9(08) VALUE ZERO.
01 WSGrandTotal PIC S9(10)V99 VALUE ZERO.
*> Label/count/total staged before each call to PrintOneBucket
01 WSTempLabel PIC X(24).
01 WSTempCount PIC 9(08).
01 WSTempTotal PIC S9(10)V99.
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedTotal PIC $,$$$,$$$,$$9.99CR.
01 OutstandingDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 OcCheckNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 OcIDNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 OcPayee PIC X(26).
       02 FILLER PIC X(2) VALUE SPACE.
       02 OcIssueDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 OcAmount PIC $$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 OcDays PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 OcBucket PIC X(08).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCheckFileStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "outstandingchecks".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSTodayDate FROM DATE YYYYMMDD.
       COMPUTE WSTodayJulian = FUNCTION INTEGER-OF-DATE(WSTodayDate).
       OPEN INPUT CheckFile.
       IF WSCheckFileStatus NOT = "00"
           DISPLAY "Warning: CheckRegister.dat Open Status "
               WSCheckFileStatus
       END-IF
       OPEN OUTPUT OutstandingReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: OutstandingChecks.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE "OUTSTANDING REFUND CHECKS - AGED" TO OutstandingLine
       WRITE OutstandingLine
       MOVE "================================" TO OutstandingLine
       WRITE OutstandingLine
       MOVE ZERO TO CKNumber
       MOVE "Y" TO WSMoreRecords
       START CheckFile KEY IS NOT LESS THAN CKNumber
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CheckFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND CheckOutstanding
               PERFORM PrintOneCheck
           END-IF
       END-PERFORM
       PERFORM PrintBucketTotals
       CLOSE CheckFile, OutstandingReport.
       DISPLAY " "
       DISPLAY "OUTSTANDING CHECK REPORT COMPLETE"
       DISPLAY "Checks Outstanding: " WSGrandCount
       DISPLAY "Stale (Over 180)..: " WSBucketCountStale
       MOVE SPACES TO WSOpsCounts
       STRING "OUTSTANDING " DELIMITED BY SIZE
           WSGrandCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

PrintOneCheck.
       COMPUTE WSIssueJulian = FUNCTION INTEGER-OF-DATE(CKIssueDate)
       COMPUTE WSDaysOut = WSTodayJulian - WSIssueJulian
       IF WSDaysOut < ZERO
           MOVE ZERO TO WSDaysOut
       END-IF
       ADD 1 TO WSGrandCount
       ADD CKAmount TO WSGrandTotal
       MOVE CKNumber TO OcCheckNum
       MOVE CKIDNum TO OcIDNum
       MOVE CKPayee TO OcPayee
       MOVE CKIssueDate TO OcIssueDate
       MOVE CKAmount TO OcAmount
       MOVE WSDaysOut TO OcDays
       EVALUATE TRUE
           WHEN WSDaysOut > 180
               MOVE "STALE" TO OcBucket
               ADD 1 TO WSBucketCountStale
               ADD CKAmount TO WSBucketTotalStale
           WHEN WSDaysOut > 90
               MOVE "91-180" TO OcBucket
               ADD 1 TO WSBucketCount180
               ADD CKAmount TO WSBucketTotal180
           WHEN WSDaysOut > 60
               MOVE "61-90" TO OcBucket
               ADD 1 TO WSBucketCount90
               ADD CKAmount TO WSBucketTotal90
           WHEN WSDaysOut > 30
               MOVE "31-60" TO OcBucket
               ADD 1 TO WSBucketCount60
               ADD CKAmount TO WSBucketTotal60
           WHEN OTHER
               MOVE "0-30" TO OcBucket
               ADD 1 TO WSBucketCount30
               ADD CKAmount TO WSBucketTotal30
       END-EVALUATE
       WRITE OutstandingLine FROM OutstandingDetailLine.

PrintBucketTotals.
       MOVE SPACES TO OutstandingLine
       WRITE OutstandingLine
       MOVE "0-30 Days.............: " TO WSTempLabel
       MOVE WSBucketCount30 TO WSTempCount
       MOVE WSBucketTotal30 TO WSTempTotal
       PERFORM PrintOneBucket
       MOVE "31-60 Days............: " TO WSTempLabel
       MOVE WSBucketCount60 TO WSTempCount
       MOVE WSBucketTotal60 TO WSTempTotal
       PERFORM PrintOneBucket
       MOVE "61-90 Days............: " TO WSTempLabel
       MOVE WSBucketCount90 TO WSTempCount
       MOVE WSBucketTotal90 TO WSTempTotal
       PERFORM PrintOneBucket
       MOVE "91-180 Days...........: " TO WSTempLabel
       MOVE WSBucketCount180 TO WSTempCount
       MOVE WSBucketTotal180 TO WSTempTotal
       PERFORM PrintOneBucket
       MOVE "Stale - Over 180 Days.: " TO WSTempLabel
       MOVE WSBucketCountStale TO WSTempCount
       MOVE WSBucketTotalStale TO WSTempTotal
       PERFORM PrintOneBucket
       MOVE "GRAND TOTAL...........: " TO WSTempLabel
       MOVE WSGrandCount TO WSTempCount
       MOVE WSGrandTotal TO WSTempTotal
       PERFORM PrintOneBucket.

*> Format and emit one "label count total" subtotal line
PrintOneBucket.
       MOVE WSTempCount TO WSEditedCount
       MOVE WSTempTotal TO WSEditedTotal
       MOVE SPACES TO OutstandingLine
       STRING WSTempLabel DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO OutstandingLine
       END-STRING
       WRITE OutstandingLine.
