       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    positivepay.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Positive-pay issue file: every check on CheckRegister.dat the bank
*> hasn't been told about yet goes out on PositivePay.txt - check
*> number, amount, issue date and payee - so the bank pays only what
*> we actually wrote. A check stopped or voided since it was sent goes
*> out as a void so the bank refuses it. Fixed columns in the bank's
*> layout, header and trailer with the item count and total as in
*> bankdebitexport.cob. The disbursement account number comes from
*> POSPAYACCOUNT in RunParams.dat - without it there is nothing the
*> bank could match, so the run stops RC 8 and nothing is marked sent.
*> Run after refundrun.cob and after any voids the same day.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CheckFile ASSIGN TO "CheckRegister.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKNumber
           FILE STATUS IS WSCheckFileStatus.
       SELECT IssueFile ASSIGN TO "PositivePay.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSIssueFileStatus.

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

*> The bank's positive-pay layout - every field a fixed column. The
*> first byte types each record: H header, I issue, V void, T trailer.
FD IssueFile.
01 IssueRecord PIC X(80).
01 IssueHeaderRecord REDEFINES IssueRecord.
       02 HdrRecordType PIC X(01).
       02 HdrFileDate PIC 9(08).
       02 HdrFileName PIC X(12).
       02 HdrAccount PIC 9(12).
       02 FILLER PIC X(47).
01 IssueDetailRecord REDEFINES IssueRecord.
       02 DetRecordType PIC X(01).
       02 DetAccount PIC 9(12).
       02 DetCheckNum PIC 9(10).
       02 DetAmount PIC 9(8)V99.
       02 DetIssueDate PIC 9(08).
       02 DetPayee PIC X(30).
       02 FILLER PIC X(09).
01 IssueTrailerRecord REDEFINES IssueRecord.
       02 TrlRecordType PIC X(01).
       02 TrlRecordCount PIC 9(08).
       02 TrlTotalAmount PIC 9(10)V99.
       02 FILLER PIC X(59).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSCheckSent PIC X.
01 WSRunDate PIC 9(08).
01 WSOurAccount PIC 9(12) VALUE ZERO.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> Trailer controls - the bank balances these against the detail lines
01 WSDetailCount PIC 9(08) VALUE ZERO.
01 WSTotalAmount PIC 9(10)V99 VALUE ZERO.
01 WSIssueCount PIC 9(08) VALUE ZERO.
01 WSVoidCount PIC 9(08) VALUE ZERO.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCheckFileStatus PIC X(02).
01 WSIssueFileStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "positivepay".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       MOVE "POSPAYACCOUNT" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound NOT = "Y" OR WSParamValue = ZERO
           DISPLAY "POSPAYACCOUNT Not In RunParams.dat - "
               "Positive Pay File Not Built"
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE WSParamValue TO WSOurAccount
       OPEN I-O CheckFile.
       IF WSCheckFileStatus NOT = "00"
           DISPLAY "Warning: CheckRegister.dat Open Status "
               WSCheckFileStatus
       END-IF
       OPEN OUTPUT IssueFile.
       IF WSIssueFileStatus NOT = "00"
           DISPLAY "Warning: PositivePay.txt Open Status "
               WSIssueFileStatus
       END-IF
       PERFORM WriteHeaderRecord
       MOVE ZERO TO CKNumber
       MOVE "Y" TO WSMoreRecords
       START CheckFile KEY IS NOT LESS THAN CKNumber
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CheckFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               PERFORM SendOneCheck
           END-IF
       END-PERFORM
       PERFORM WriteTrailerRecord
       CLOSE CheckFile, IssueFile.
       DISPLAY " "
       DISPLAY "POSITIVE PAY FILE COMPLETE"
       DISPLAY "Issues Sent: " WSIssueCount
       DISPLAY "Voids Sent.: " WSVoidCount
       MOVE SPACES TO WSOpsCounts
       STRING "ISSUE " DELIMITED BY SIZE
           WSIssueCount DELIMITED BY SIZE
           " VOID " DELIMITED BY SIZE
           WSVoidCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

WriteHeaderRecord.
       MOVE SPACES TO IssueRecord
       MOVE "H" TO HdrRecordType
       MOVE WSRunDate TO HdrFileDate
       MOVE "POSITIVEPAY" TO HdrFileName
       MOVE WSOurAccount TO HdrAccount
       WRITE IssueRecord.

*> An unsent check goes out as an issue; a stopped or voided check the
*> bank already knows about goes out as a void. One voided before it
*> was ever sent goes out as both, issue first, so the bank's books
*> carry the full story.
SendOneCheck.
       MOVE "N" TO WSCheckSent
       IF CKIssueSent NOT = "Y"
           MOVE "I" TO DetRecordType
           PERFORM WriteIssueDetail
           ADD 1 TO WSIssueCount
           MOVE "Y" TO CKIssueSent
           MOVE "Y" TO WSCheckSent
       END-IF
       IF (CheckStopped OR CheckVoided) AND CKVoidSent NOT = "Y"
           MOVE "V" TO DetRecordType
           PERFORM WriteIssueDetail
           ADD 1 TO WSVoidCount
           MOVE "Y" TO CKVoidSent
           MOVE "Y" TO WSCheckSent
       END-IF
       IF WSCheckSent = "N"
           EXIT PARAGRAPH
       END-IF
       REWRITE CheckRecord
           INVALID KEY
               DISPLAY "Warning: Check " CKNumber " Not Marked Sent"
       END-REWRITE.

*> The record type is staged by the caller
WriteIssueDetail.
       MOVE SPACES TO IssueRecord(2:)
       MOVE WSOurAccount TO DetAccount
       MOVE CKNumber TO DetCheckNum
       MOVE CKAmount TO DetAmount
       MOVE CKIssueDate TO DetIssueDate
       MOVE CKPayee TO DetPayee
       WRITE IssueRecord
       ADD 1 TO WSDetailCount
       ADD CKAmount TO WSTotalAmount.

WriteTrailerRecord.
       MOVE SPACES TO IssueRecord
       MOVE "T" TO TrlRecordType
       MOVE WSDetailCount TO TrlRecordCount
       MOVE WSTotalAmount TO TrlTotalAmount
       WRITE IssueRecord.
