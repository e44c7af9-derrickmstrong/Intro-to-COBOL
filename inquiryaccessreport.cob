       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    inquiryaccessreport.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Inquiry-access exceptions for the privacy officer: InquiryLog.dat
*> (written through INQLOG.cob by every customer screen) over the last
*> INQREVIEWDAYS days (7 unless RunParams.dat says otherwise), sorted
*> by operator, day and customer the way dupcustomerscan.cob sorts, so
*> one pass finds:
*>   VOLUME  - an operator who looked at more distinct customers in a
*>             day than INQDAILYLIMIT (50 unless set)
*>   BRANCH  - an operator assigned to a branch (OperBranch) looking at
*>             a customer another office owns (BranchCode, blank = HQ);
*>             HQ operators with no branch see everyone and aren't
*>             flagged, nor is a customer no longer on the live master
*>   REVEAL  - every full-SSN reveal, whoever made it
*> The same log answers "who looked at this customer" directly; this
*> report is the standing watch for the patterns nobody asked about.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InquiryLog ASSIGN TO "InquiryLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInquiryLogStatus.
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> Scratch file the SORT verb uses to stage records while sorting -
       *> managed internally by the SORT verb, so it carries no FILE STATUS
       SELECT SortWorkFile ASSIGN TO "SORTWORK.TMP".
       SELECT AccessReport ASSIGN TO "InquiryAccess.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match INQLOG.cob's InquiryRecord layout
FD InquiryLog.
01 InquiryRecord.
       02 IQTimestamp.
           03 IQDate PIC 9(08).
           03 FILLER PIC X(13).
       02 FILLER PIC X.
       *> Define End of File
       88 IQEOF VALUE HIGH-VALUES.
       02 IQOperator PIC X(08).
       02 FILLER PIC X.
       02 IQIDNum PIC 9(08).
       02 FILLER PIC X.
       02 IQScreen PIC X(12).
       02 FILLER PIC X.
       02 IQProgram PIC X(20).

*> Must match operatoradmin.cob's OperatorRecord layout
FD OperatorFile.
01 OperatorRecord.
       02 OperID PIC X(08).
       02 FILLER PIC X.
       02 OperPassword PIC X(10).
       02 FILLER PIC X.
       02 OperRole PIC X(01).
       *> Define End of File
       88 OperEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       02 OperStatus PIC X(01).
       02 FILLER PIC X.
       02 OperBranch PIC X(03).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
       02 AcctStatusCode PIC X(01).
       *> Birth date through the conversion hold - carried for fit
       02 FILLER PIC X(236).
       *> Which branch office owns this customer - blank is HQ
       02 BranchCode PIC X(03).
       *> Bankruptcy flag through the reserved area - carried for fit
       02 FILLER PIC X(25).

*> One look at one customer, with both branches resolved on the way in
SD SortWorkFile.
01 SortRecord.
       02 SortOperator PIC X(08).
       02 SortDate PIC 9(08).
       02 SortIDNum PIC 9(08).
       02 SortScreen PIC X(12).
       02 SortOperBranch PIC X(03).
       02 SortCustBranch PIC X(03).
       *> Y when the operator has a branch and the customer is owned
       *> by another office
       02 SortOutside PIC X(01).

FD AccessReport.
01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSRunDate PIC 9(08).
01 WSRunDateInt PIC 9(08).
01 WSFromDate PIC 9(08).
01 WSReviewDays PIC 9(03) VALUE 7.
01 WSDailyLimit PIC 9(05) VALUE 50.
01 CustExists PIC X.
*> Every operator's branch, loaded once from Operators.dat
01 OperatorTable.
       02 OperEntry OCCURS 0 TO 500 TIMES DEPENDING ON WSOperCount
           INDEXED BY OperIdx.
           03 TabOperID PIC X(08).
           03 TabOperBranch PIC X(03).
01 WSOperCount PIC 9(03) VALUE ZERO.
*> The operator-day group being walked, and the customer before
01 WSGroupOperator PIC X(08).
01 WSGroupOperBranch PIC X(03).
01 WSGroupDate PIC 9(08).
01 WSGroupStarted PIC X VALUE "N".
01 WSPriorIDNum PIC 9(08).
01 WSGroupDistinct PIC 9(05).
01 WSGroupLooks PIC 9(05).
*> Control totals for the report footer
01 WSLooksRead PIC 9(08) VALUE ZERO.
01 WSLooksInWindow PIC 9(08) VALUE ZERO.
01 WSVolumeFlags PIC 9(06) VALUE ZERO.
01 WSBranchFlags PIC 9(06) VALUE ZERO.
01 WSRevealFlags PIC 9(06) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 ExceptionDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepFlag PIC X(06).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepOperator PIC X(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepOperBranch PIC X(03).
       02 FILLER PIC X(3) VALUE SPACE.
       02 RepDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepIDNum PIC X(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepCustBranch PIC X(03).
       02 FILLER PIC X(3) VALUE SPACE.
       02 RepDetail PIC X(40).
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSInquiryLogStatus PIC X(02).
01 WSOperatorFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "inquiryaccessreport".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       *> The window and the volume line are the privacy officer's
       *> knobs, not a recompile
       MOVE "INQREVIEWDAYS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue < 1000
           MOVE WSParamValue TO WSReviewDays
       END-IF
       MOVE "INQDAILYLIMIT" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue < 100000
           MOVE WSParamValue TO WSDailyLimit
       END-IF
       COMPUTE WSRunDateInt = FUNCTION INTEGER-OF-DATE(WSRunDate).
       COMPUTE WSFromDate =
           FUNCTION DATE-OF-INTEGER(WSRunDateInt - WSReviewDays + 1).
       PERFORM LoadOperators
       OPEN OUTPUT AccessReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: InquiryAccess.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE SPACES TO ReportLine
       STRING "CUSTOMER INQUIRY ACCESS EXCEPTIONS " DELIMITED BY SIZE
           WSFromDate DELIMITED BY SIZE
           " THROUGH " DELIMITED BY SIZE
           WSRunDate DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE "===============================================" TO
           ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING " FLAG    OPERATOR  BRANCH DATE      " DELIMITED BY SIZE
           "CUSTOMER  CUST BR DETAIL" DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       SORT SortWorkFile
           ON ASCENDING KEY SortOperator SortDate SortIDNum
           INPUT PROCEDURE IS CollectWindowLooks
           OUTPUT PROCEDURE IS ScanOperatorDays.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSLooksInWindow TO WSEditedCount
       STRING "Inquiries In Window.: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE WSVolumeFlags TO WSEditedCount
       STRING "Volume Exceptions...: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE WSBranchFlags TO WSEditedCount
       STRING "Outside Own Branch..: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE WSRevealFlags TO WSEditedCount
       STRING "Full-SSN Reveals....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       CLOSE AccessReport.
       DISPLAY " "
       DISPLAY "INQUIRY ACCESS REPORT COMPLETE"
       DISPLAY "Log Lines Read.....: " WSLooksRead
       DISPLAY "In Window..........: " WSLooksInWindow
       DISPLAY "Volume Exceptions..: " WSVolumeFlags
       DISPLAY "Outside Branch.....: " WSBranchFlags
       DISPLAY "SSN Reveals........: " WSRevealFlags
       MOVE SPACES TO WSOpsCounts
       STRING "READ " DELIMITED BY SIZE
           WSLooksRead DELIMITED BY SIZE
           " FLAGS " DELIMITED BY SIZE
           WSVolumeFlags DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           WSBranchFlags DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

LoadOperators.
       MOVE ZERO TO WSOperCount
       OPEN INPUT OperatorFile
       IF WSOperatorFileStatus NOT = "00"
           DISPLAY "Warning: Operators.dat Open Status "
               WSOperatorFileStatus
           EXIT PARAGRAPH
       END-IF
       READ OperatorFile
           AT END SET OperEOF TO TRUE
       END-READ
       PERFORM UNTIL OperEOF
           IF WSOperCount < 500
               ADD 1 TO WSOperCount
               MOVE OperID TO TabOperID(WSOperCount)
               MOVE OperBranch TO TabOperBranch(WSOperCount)
           END-IF
           READ OperatorFile
               AT END SET OperEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE OperatorFile.

*> SORT input procedure - every look inside the window goes to the
*> sort with the operator's branch and the customer's branch beside it
CollectWindowLooks.
       OPEN INPUT InquiryLog.
       IF WSInquiryLogStatus NOT = "00"
           DISPLAY "Warning: InquiryLog.dat Open Status "
               WSInquiryLogStatus
           EXIT PARAGRAPH
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       READ InquiryLog
           AT END SET IQEOF TO TRUE
       END-READ
       PERFORM UNTIL IQEOF
           ADD 1 TO WSLooksRead
           IF IQDate IS NUMERIC AND IQDate NOT < WSFromDate
               AND IQDate NOT > WSRunDate
               ADD 1 TO WSLooksInWindow
               PERFORM ReleaseOneLook
           END-IF
           READ InquiryLog
               AT END SET IQEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE InquiryLog, CustomerFile.

ReleaseOneLook.
       MOVE IQOperator TO SortOperator
       MOVE IQDate TO SortDate
       MOVE IQIDNum TO SortIDNum
       MOVE IQScreen TO SortScreen
       MOVE "N" TO SortOutside
       MOVE SPACES TO SortOperBranch
       SET OperIdx TO 1
       SEARCH OperEntry
           AT END CONTINUE
           WHEN TabOperID(OperIdx) = IQOperator
               MOVE TabOperBranch(OperIdx) TO SortOperBranch
       END-SEARCH
       MOVE "Y" TO CustExists
       MOVE IQIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "Y"
           MOVE BranchCode TO SortCustBranch
           IF SortOperBranch NOT = SPACES
               AND BranchCode NOT = SortOperBranch
               MOVE "Y" TO SortOutside
           END-IF
       ELSE
           MOVE "---" TO SortCustBranch
       END-IF
       RELEASE SortRecord.

*> SORT output procedure - one operator's day at a time: distinct
*> customers counted as the ID changes, each outside-branch customer
*> listed once, every reveal listed, and the day's volume judged at
*> the break
ScanOperatorDays.
       MOVE "N" TO WSGroupStarted
       MOVE "Y" TO WSMoreRecords
       RETURN SortWorkFile
           AT END MOVE "N" TO WSMoreRecords
       END-RETURN
       PERFORM UNTIL WSMoreRecords = "N"
           PERFORM CheckOneLook
           RETURN SortWorkFile
               AT END MOVE "N" TO WSMoreRecords
           END-RETURN
       END-PERFORM
       IF WSGroupStarted = "Y"
           PERFORM CloseOperatorDay
       END-IF.

CheckOneLook.
       IF WSGroupStarted = "N"
           OR SortOperator NOT = WSGroupOperator
           OR SortDate NOT = WSGroupDate
           IF WSGroupStarted = "Y"
               PERFORM CloseOperatorDay
           END-IF
           MOVE "Y" TO WSGroupStarted
           MOVE SortOperator TO WSGroupOperator
           MOVE SortOperBranch TO WSGroupOperBranch
           MOVE SortDate TO WSGroupDate
           MOVE ZERO TO WSGroupDistinct
           MOVE ZERO TO WSGroupLooks
           MOVE ZERO TO WSPriorIDNum
       END-IF
       ADD 1 TO WSGroupLooks
       IF WSGroupDistinct = ZERO OR SortIDNum NOT = WSPriorIDNum
           ADD 1 TO WSGroupDistinct
           MOVE SortIDNum TO WSPriorIDNum
           IF SortOutside = "Y"
               ADD 1 TO WSBranchFlags
               MOVE "BRANCH" TO RepFlag
               PERFORM FillLookLine
               MOVE "Customer Owned By Another Office" TO RepDetail
               WRITE ReportLine FROM ExceptionDetailLine
           END-IF
       END-IF
       IF SortScreen = "SSN REVEAL"
           ADD 1 TO WSRevealFlags
           MOVE "REVEAL" TO RepFlag
           PERFORM FillLookLine
           MOVE "Full SSN Shown" TO RepDetail
           WRITE ReportLine FROM ExceptionDetailLine
       END-IF.

FillLookLine.
       MOVE SortOperator TO RepOperator
       MOVE SortOperBranch TO RepOperBranch
       MOVE SortDate TO RepDate
       MOVE SortIDNum TO RepIDNum
       MOVE SortCustBranch TO RepCustBranch.

CloseOperatorDay.
       IF WSGroupDistinct > WSDailyLimit
           ADD 1 TO WSVolumeFlags
           MOVE "VOLUME" TO RepFlag
           MOVE WSGroupOperator TO RepOperator
           MOVE WSGroupOperBranch TO RepOperBranch
           MOVE WSGroupDate TO RepDate
           MOVE SPACES TO RepIDNum
           MOVE SPACES TO RepCustBranch
           MOVE SPACES TO RepDetail
           STRING WSGroupDistinct DELIMITED BY SIZE
               " Customers In " DELIMITED BY SIZE
               WSGroupLooks DELIMITED BY SIZE
               " Looks" DELIMITED BY SIZE
               INTO RepDetail
           END-STRING
           WRITE ReportLine FROM ExceptionDetailLine
       END-IF.
