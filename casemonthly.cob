       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    casemonthly.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Monthly complaint case summary for management: for one month, how
*> many cases were opened and resolved in each category, how many of
*> the resolved ones met their service-level target and the average
*> days they took, how many of each category are still open, and what
*> went wrong - resolved cases counted by root cause, and a category by
*> root-cause grid so the same failure showing up under different
*> complaints can be seen. The chain runs it on month-end night, so a
*> blank month means the month now closing; any other can be keyed.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Walk the case file sequentially by case number
       SELECT CaseFile ASSIGN TO "ComplaintCases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CSCaseNum
           ALTERNATE RECORD KEY IS CSIDNum WITH DUPLICATES
           FILE STATUS IS WSCaseFileStatus.
       SELECT MonthlyReport ASSIGN TO "CaseMonthly.rpt"
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
       02 CSOpenedParts REDEFINES CSOpenedDate.
           03 CSOpenedPeriod PIC 9(06).
           03 FILLER PIC 9(02).
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
       02 CSResolvedParts REDEFINES CSResolvedDate.
           03 CSResolvedPeriod PIC 9(06).
           03 FILLER PIC 9(02).
       02 CSResolvedBy PIC X(08).
       02 CSResolution PIC X(50).
       02 FILLER PIC X(20).

FD MonthlyReport.
01 ReportLine PIC X(90).

WORKING-STORAGE SECTION.
01 WSRunDate PIC 9(08).
01 WSRunParts REDEFINES WSRunDate.
       02 WSRunPeriod PIC 9(06).
       02 FILLER PIC 9(02).
01 WSPeriod PIC 9(06).
01 WSDaysTaken PIC S9(05).
*> The six categories complaintcases.cob accepts - anything else is
*> counted under OTH
01 WSCategoryValues.
       02 FILLER PIC X(03) VALUE "BIL".
       02 FILLER PIC X(03) VALUE "DLV".
       02 FILLER PIC X(03) VALUE "PRD".
       02 FILLER PIC X(03) VALUE "SVC".
       02 FILLER PIC X(03) VALUE "ACC".
       02 FILLER PIC X(03) VALUE "OTH".
01 WSCategoryCodes REDEFINES WSCategoryValues.
       02 WSCatCode PIC X(03) OCCURS 6 TIMES.
*> The eight root causes a case is resolved with, in the order the
*> grid prints them
01 WSCauseValues.
       02 FILLER PIC X(03) VALUE "PRC".
       02 FILLER PIC X(03) VALUE "SYS".
       02 FILLER PIC X(03) VALUE "STF".
       02 FILLER PIC X(03) VALUE "CAR".
       02 FILLER PIC X(03) VALUE "SUP".
       02 FILLER PIC X(03) VALUE "DEF".
       02 FILLER PIC X(03) VALUE "CUS".
       02 FILLER PIC X(03) VALUE "NOF".
01 WSCauseCodes REDEFINES WSCauseValues.
       02 WSCauseCode PIC X(03) OCCURS 8 TIMES.
01 WSCategoryTotals.
       02 WSCatRow OCCURS 6 TIMES INDEXED BY CatIdx.
           03 WSCatOpened PIC 9(06).
           03 WSCatResolved PIC 9(06).
           03 WSCatMetTarget PIC 9(06).
           03 WSCatDaysTaken PIC 9(08).
           03 WSCatStillOpen PIC 9(06).
           03 WSCatCause PIC 9(06) OCCURS 8 TIMES.
01 WSCauseTotals.
       02 WSCauseCount PIC 9(06) OCCURS 8 TIMES.
01 CauseIdx PIC 9(02).
01 WSCatFound PIC X.
01 WSCauseFound PIC X.
*> Month totals
01 WSTotalOpened PIC 9(08) VALUE ZERO.
01 WSTotalResolved PIC 9(08) VALUE ZERO.
01 WSTotalMet PIC 9(08) VALUE ZERO.
01 WSTotalDays PIC 9(10) VALUE ZERO.
01 WSTotalStillOpen PIC 9(08) VALUE ZERO.
01 WSAverageDays PIC 9(05)V9.
01 WSMetPercent PIC 9(03)V9.
01 VolumeLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 VolCategory PIC X(03).
       02 FILLER PIC X(3) VALUE SPACE.
       02 VolOpened PIC ZZZZZ9.
       02 FILLER PIC X(3) VALUE SPACE.
       02 VolResolved PIC ZZZZZ9.
       02 FILLER PIC X(3) VALUE SPACE.
       02 VolMet PIC ZZZZZ9.
       02 FILLER PIC X(3) VALUE SPACE.
       02 VolMetPct PIC ZZ9.9.
       02 FILLER PIC X(1) VALUE "%".
       02 FILLER PIC X(3) VALUE SPACE.
       02 VolAvgDays PIC ZZZZ9.9.
       02 FILLER PIC X(3) VALUE SPACE.
       02 VolStillOpen PIC ZZZZZ9.
01 VolumeHeading.
       02 FILLER PIC X(40) VALUE
           "  CAT   OPENED RESOLVED  MET TGT    MET ".
       02 FILLER PIC X(20) VALUE
           "%  AVG DAYS OPEN NOW".
01 GridLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 GridLabel PIC X(03).
       02 FILLER PIC X(1) VALUE SPACE.
       02 GridCell OCCURS 8 TIMES.
           03 FILLER PIC X(1) VALUE SPACE.
           03 GridCount PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 GridTotal PIC ZZZZZ9.
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedPct PIC ZZ9.9.
*> FILE STATUS codes, checked right after each OPEN
01 WSCaseFileStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "casemonthly".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       DISPLAY "Month To Report (YYYYMM, blank for this month): "
           WITH NO ADVANCING.
       ACCEPT WSPeriod.
       IF WSPeriod IS NOT NUMERIC OR WSPeriod = ZERO
           MOVE WSRunPeriod TO WSPeriod
       END-IF
       INITIALIZE WSCategoryTotals
       INITIALIZE WSCauseTotals
       OPEN INPUT CaseFile.
       IF WSCaseFileStatus NOT = "00"
           DISPLAY "No Complaint Cases On File - Status "
               WSCaseFileStatus
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           STOP RUN
       END-IF
       READ CaseFile
           AT END SET CaseEOF TO TRUE
       END-READ
       PERFORM UNTIL CaseEOF
           PERFORM CountOneCase
           READ CaseFile
               AT END SET CaseEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE CaseFile.
       OPEN OUTPUT MonthlyReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: CaseMonthly.rpt Open Status "
               WSReportStatus
       END-IF
       PERFORM PrintVolumeSection
       PERFORM PrintCauseSection
       PERFORM PrintGridSection
       CLOSE MonthlyReport.
       DISPLAY " "
       DISPLAY "COMPLAINT CASE MONTHLY SUMMARY COMPLETE"
       DISPLAY "Month............: " WSPeriod
       DISPLAY "Opened In Month..: " WSTotalOpened
       DISPLAY "Resolved In Month: " WSTotalResolved
       MOVE SPACES TO WSOpsCounts
       STRING "MONTH " DELIMITED BY SIZE
           WSPeriod DELIMITED BY SIZE
           " OPENED " DELIMITED BY SIZE
           WSTotalOpened DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> One case into the month's counts: opened in the month, resolved in
*> the month (with its root cause and whether it met its target), or
*> opened by the month's end and still not resolved
CountOneCase.
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
       IF CSOpenedDate IS NOT NUMERIC
           MOVE ZERO TO CSOpenedDate
       END-IF
       IF CSOpenedPeriod = WSPeriod
           ADD 1 TO WSCatOpened(CatIdx)
           ADD 1 TO WSTotalOpened
       END-IF
       IF CaseStillOpen AND CSOpenedPeriod NOT > WSPeriod
           ADD 1 TO WSCatStillOpen(CatIdx)
           ADD 1 TO WSTotalStillOpen
       END-IF
       IF NOT CaseResolved OR CSResolvedDate IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF CSResolvedPeriod NOT = WSPeriod
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSCatResolved(CatIdx)
       ADD 1 TO WSTotalResolved
       IF CSTargetDate IS NUMERIC AND CSResolvedDate NOT > CSTargetDate
           ADD 1 TO WSCatMetTarget(CatIdx)
           ADD 1 TO WSTotalMet
       END-IF
       IF CSOpenedDate > ZERO
           COMPUTE WSDaysTaken =
               FUNCTION INTEGER-OF-DATE(CSResolvedDate)
               - FUNCTION INTEGER-OF-DATE(CSOpenedDate)
           IF WSDaysTaken > ZERO
               ADD WSDaysTaken TO WSCatDaysTaken(CatIdx)
               ADD WSDaysTaken TO WSTotalDays
           END-IF
       END-IF
       MOVE "N" TO WSCauseFound
       PERFORM VARYING CauseIdx FROM 1 BY 1
           UNTIL CauseIdx > 8 OR WSCauseFound = "Y"
           IF WSCauseCode(CauseIdx) = CSRootCause
               MOVE "Y" TO WSCauseFound
           END-IF
       END-PERFORM
       *> A root cause off the list counts as no fault found
       IF WSCauseFound = "Y"
           SUBTRACT 1 FROM CauseIdx
       ELSE
           MOVE 8 TO CauseIdx
       END-IF
       ADD 1 TO WSCatCause(CatIdx, CauseIdx)
       ADD 1 TO WSCauseCount(CauseIdx).

PrintVolumeSection.
       MOVE SPACES TO ReportLine
       STRING "COMPLAINT CASES - MONTHLY SUMMARY FOR " DELIMITED BY SIZE
           WSPeriod DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE ALL "=" TO ReportLine(1:44)
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "CASE VOLUME BY CATEGORY" TO ReportLine
       WRITE ReportLine
       WRITE ReportLine FROM VolumeHeading
       PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > 6
           MOVE WSCatCode(CatIdx) TO VolCategory
           MOVE WSCatOpened(CatIdx) TO VolOpened
           MOVE WSCatResolved(CatIdx) TO VolResolved
           MOVE WSCatMetTarget(CatIdx) TO VolMet
           MOVE WSCatStillOpen(CatIdx) TO VolStillOpen
           IF WSCatResolved(CatIdx) > ZERO
               COMPUTE WSMetPercent ROUNDED = WSCatMetTarget(CatIdx)
                   * 100 / WSCatResolved(CatIdx)
               COMPUTE WSAverageDays ROUNDED = WSCatDaysTaken(CatIdx)
                   / WSCatResolved(CatIdx)
           ELSE
               MOVE ZERO TO WSMetPercent
               MOVE ZERO TO WSAverageDays
           END-IF
           MOVE WSMetPercent TO VolMetPct
           MOVE WSAverageDays TO VolAvgDays
           WRITE ReportLine FROM VolumeLine
       END-PERFORM
       MOVE "ALL" TO VolCategory
       MOVE WSTotalOpened TO VolOpened
       MOVE WSTotalResolved TO VolResolved
       MOVE WSTotalMet TO VolMet
       MOVE WSTotalStillOpen TO VolStillOpen
       IF WSTotalResolved > ZERO
           COMPUTE WSMetPercent ROUNDED = WSTotalMet * 100
               / WSTotalResolved
           COMPUTE WSAverageDays ROUNDED = WSTotalDays
               / WSTotalResolved
       ELSE
           MOVE ZERO TO WSMetPercent
           MOVE ZERO TO WSAverageDays
       END-IF
       MOVE WSMetPercent TO VolMetPct
       MOVE WSAverageDays TO VolAvgDays
       WRITE ReportLine FROM VolumeLine.

*> What went wrong, over every case resolved in the month
PrintCauseSection.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "RESOLVED CASES BY ROOT CAUSE" TO ReportLine
       WRITE ReportLine
       PERFORM VARYING CauseIdx FROM 1 BY 1 UNTIL CauseIdx > 8
           MOVE WSCauseCount(CauseIdx) TO WSEditedCount
           IF WSTotalResolved > ZERO
               COMPUTE WSMetPercent ROUNDED = WSCauseCount(CauseIdx)
                   * 100 / WSTotalResolved
           ELSE
               MOVE ZERO TO WSMetPercent
           END-IF
           MOVE WSMetPercent TO WSEditedPct
           MOVE SPACES TO ReportLine
           STRING "  " DELIMITED BY SIZE
               WSCauseCode(CauseIdx) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSEditedCount DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WSEditedPct DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO ReportLine
           END-STRING
           WRITE ReportLine
       END-PERFORM.

*> Category down the side, root cause across the top
PrintGridSection.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "RESOLVED CASES - CATEGORY BY ROOT CAUSE" TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE "CAT" TO ReportLine(3:3)
       PERFORM VARYING CauseIdx FROM 1 BY 1 UNTIL CauseIdx > 8
           MOVE WSCauseCode(CauseIdx) TO
               ReportLine(CauseIdx * 6 + 4:3)
       END-PERFORM
       MOVE "TOTAL" TO ReportLine(58:5)
       WRITE ReportLine
       PERFORM VARYING CatIdx FROM 1 BY 1 UNTIL CatIdx > 6
           MOVE WSCatCode(CatIdx) TO GridLabel
           PERFORM VARYING CauseIdx FROM 1 BY 1 UNTIL CauseIdx > 8
               MOVE WSCatCause(CatIdx, CauseIdx) TO GridCount(CauseIdx)
           END-PERFORM
           MOVE WSCatResolved(CatIdx) TO GridTotal
           WRITE ReportLine FROM GridLine
       END-PERFORM
       MOVE "ALL" TO GridLabel
       PERFORM VARYING CauseIdx FROM 1 BY 1 UNTIL CauseIdx > 8
           MOVE WSCauseCount(CauseIdx) TO GridCount(CauseIdx)
       END-PERFORM
       MOVE WSTotalResolved TO GridTotal
       WRITE ReportLine FROM GridLine.
