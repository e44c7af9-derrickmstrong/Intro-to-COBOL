       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    caseaging.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Open complaint case aging for the service desk every morning: every
*> case on ComplaintCases.dat that isn't resolved, with its owner,
*> category, priority and status, aged from the day it was opened and
*> measured against the service-level target date complaintcases.cob
*> set for its category. Cases past their target are flagged OVERDUE,
*> cases due today DUE TODAY; a table at the foot gives open and
*> overdue counts by category.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Walk the case file sequentially by case number
       SELECT CaseFile ASSIGN TO "ComplaintCases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CSCaseNum
           ALTERNATE RECORD KEY IS CSIDNum WITH DUPLICATES
           FILE STATUS IS WSCaseFileStatus.
       SELECT AgingReport ASSIGN TO "CaseAging.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match complaintcases.cob's CaseRecord layout
FD CaseFile.
01 CaseRecord.
       02 CSCaseNum PIC 9(08).
       02 CSIDNum PIC 9(08).
       02 CSCategory PIC X(03).
       02 CSPriority PIC X(01).
       02 CSOwner PIC X(08).
       02 CSOpenedDate PIC 9(08).
       02 CSOpenedBy PIC X(08).
       02 CSTargetDate PIC 9(08).
       02 CSStatus PIC X(01).
           88 CaseStillOpen VALUE "O" "W" "P".
           88 CaseResolved VALUE "R".
       *> Define End of File
       88 CaseEOF VALUE HIGH-VALUES.
       02 CSLastChangeDate PIC 9(08).
       02 CSSummary PIC X(50).
       02 CSRootCause PIC X(03).
       02 CSResolvedDate PIC 9(08).
       02 CSResolvedBy PIC X(08).
       02 CSResolution PIC X(50).
       02 FILLER PIC X(20).

FD AgingReport.
01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSRunDate PIC 9(08).
01 WSRunDateInt PIC 9(08).
01 WSOpenDateInt PIC 9(08).
01 WSTargetDateInt PIC 9(08).
01 WSAgeDays PIC S9(05).
01 WSPastDays PIC S9(05).
01 WSOpenCount PIC 9(08) VALUE ZERO.
01 WSOverdueCount PIC 9(08) VALUE ZERO.
01 WSDueTodayCount PIC 9(08) VALUE ZERO.
01 WSResolvedCount PIC 9(08) VALUE ZERO.
*> Open and overdue counts per category - the same six categories
*> complaintcases.cob accepts, anything else counted under OTH
01 WSCategoryValues.
       02 FILLER PIC X(03) VALUE "BIL".
       02 FILLER PIC X(03) VALUE "DLV".
       02 FILLER PIC X(03) VALUE "PRD".
       02 FILLER PIC X(03) VALUE "SVC".
       02 FILLER PIC X(03) VALUE "ACC".
       02 FILLER PIC X(03) VALUE "OTH".
01 WSCategoryCodes REDEFINES WSCategoryValues.
       02 WSCatCode PIC X(03) OCCURS 6 TIMES.
01 WSCategoryCounts.
       02 WSCatCount OCCURS 6 TIMES INDEXED BY CatIdx.
           03 WSCatOpen PIC 9(06).
           03 WSCatOverdue PIC 9(06).
01 WSCatFound PIC X.
01 CaseDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepCaseNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepIDNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepCategory PIC X(03).
       02 FILLER PIC X(2) VALUE " P".
       02 RepPriority PIC X(01).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepStatus PIC X(01).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepOwner PIC X(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepOpenedDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepTargetDate PIC 9(08).
       02 FILLER PIC X(6) VALUE "  Age ".
       02 RepAgeDays PIC ZZZZ9.
       02 FILLER PIC X(7) VALUE "  Past ".
       02 RepPastDays PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepNote PIC X(09).
01 CaseHeadingLine.
       02 FILLER PIC X(40) VALUE
           "     CASE  CUSTOMER  CAT PR  S  OWNER   ".
       02 FILLER PIC X(20) VALUE
           "  OPENED    TARGET".
01 CategoryFootLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 FootCategory PIC X(03).
       02 FILLER PIC X(12) VALUE "     Open: ".
       02 FootOpen PIC ZZZZZ9.
       02 FILLER PIC X(14) VALUE "     Overdue: ".
       02 FootOverdue PIC ZZZZZ9.
01 WSEditedCount PIC ZZZZZZZ9.
*> FILE STATUS codes, checked right after each OPEN
01 WSCaseFileStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "caseaging".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       COMPUTE WSRunDateInt = FUNCTION INTEGER-OF-DATE(WSRunDate).
       INITIALIZE WSCategoryCounts
       OPEN INPUT CaseFile.
       IF WSCaseFileStatus NOT = "00"
           DISPLAY "No Complaint Cases On File - Status "
               WSCaseFileStatus
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           STOP RUN
       END-IF
       OPEN OUTPUT AgingReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: CaseAging.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE SPACES TO ReportLine
       STRING "OPEN COMPLAINT CASES AGED AGAINST SERVICE LEVEL - "
           DELIMITED BY SIZE
           WSRunDate DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE ALL "=" TO ReportLine(1:59)
       WRITE ReportLine
       WRITE ReportLine FROM CaseHeadingLine
       READ CaseFile
           AT END SET CaseEOF TO TRUE
       END-READ
       PERFORM UNTIL CaseEOF
           EVALUATE TRUE
               WHEN CaseStillOpen PERFORM AgeOneCase
               WHEN CaseResolved ADD 1 TO WSResolvedCount
           END-EVALUATE
           READ CaseFile
               AT END SET CaseEOF TO TRUE
           END-READ
       END-PERFORM
       PERFORM PrintCategoryFooter.
       CLOSE CaseFile, AgingReport.
       DISPLAY " "
       DISPLAY "COMPLAINT CASE AGING COMPLETE"
       DISPLAY "Open Cases...: " WSOpenCount
       DISPLAY "Overdue......: " WSOverdueCount
       DISPLAY "Due Today....: " WSDueTodayCount
       MOVE SPACES TO WSOpsCounts
       STRING "OPEN " DELIMITED BY SIZE
           WSOpenCount DELIMITED BY SIZE
           " LATE " DELIMITED BY SIZE
           WSOverdueCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> One open case, aged from the day it was opened and measured against
*> its target date
AgeOneCase.
       ADD 1 TO WSOpenCount
       IF CSOpenedDate IS NUMERIC AND CSOpenedDate > ZERO
           COMPUTE WSOpenDateInt =
               FUNCTION INTEGER-OF-DATE(CSOpenedDate)
           COMPUTE WSAgeDays = WSRunDateInt - WSOpenDateInt
       ELSE
           MOVE ZERO TO WSAgeDays
       END-IF
       IF WSAgeDays < ZERO
           MOVE ZERO TO WSAgeDays
       END-IF
       IF CSTargetDate IS NUMERIC AND CSTargetDate > ZERO
           COMPUTE WSTargetDateInt =
               FUNCTION INTEGER-OF-DATE(CSTargetDate)
           COMPUTE WSPastDays = WSRunDateInt - WSTargetDateInt
       ELSE
           MOVE ZERO TO WSPastDays
       END-IF
       MOVE "N" TO WSCatFound
       PERFORM VARYING CatIdx FROM 1 BY 1
           UNTIL CatIdx > 6 OR WSCatFound = "Y"
           IF WSCatCode(CatIdx) = CSCategory
               MOVE "Y" TO WSCatFound
           END-IF
       END-PERFORM
       IF WSCatFound = "Y"
           SET CatIdx DOWN BY 1
       ELSE
           SET CatIdx TO 6
       END-IF
       ADD 1 TO WSCatOpen(CatIdx)
       MOVE CSCaseNum TO RepCaseNum
       MOVE CSIDNum TO RepIDNum
       MOVE CSCategory TO RepCategory
       MOVE CSPriority TO RepPriority
       MOVE CSStatus TO RepStatus
       MOVE CSOwner TO RepOwner
       MOVE CSOpenedDate TO RepOpenedDate
       MOVE CSTargetDate TO RepTargetDate
       MOVE WSAgeDays TO RepAgeDays
       EVALUATE TRUE
           WHEN WSPastDays > ZERO
               ADD 1 TO WSOverdueCount
               ADD 1 TO WSCatOverdue(CatIdx)
               MOVE WSPastDays TO RepPastDays
               MOVE "OVERDUE" TO RepNote
           WHEN WSPastDays = ZERO
               ADD 1 TO WSDueTodayCount
               MOVE ZERO TO RepPastDays
               MOVE "DUE TODAY" TO RepNote
           WHEN OTHER
               MOVE ZERO TO RepPastDays
               MOVE SPACES TO RepNote
       END-EVALUATE
       WRITE ReportLine FROM CaseDetailLine.

PrintCategoryFooter.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "BY CATEGORY" TO ReportLine
       WRITE ReportLine
       PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > 6
           MOVE WSCatCode(CatIdx) TO FootCategory
           MOVE WSCatOpen(CatIdx) TO FootOpen
           MOVE WSCatOverdue(CatIdx) TO FootOverdue
           WRITE ReportLine FROM CategoryFootLine
       END-PERFORM
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSOpenCount TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "Open Cases...: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSOverdueCount TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "Overdue......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSDueTodayCount TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "Due Today....: " DELIMITED BY SIZE
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
