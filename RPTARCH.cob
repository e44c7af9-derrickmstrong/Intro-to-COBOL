       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    RPTARCH.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Shared report-capture routine: every batch report is written to the
*> same .rpt name every night, so yesterday's copy was gone the moment
*> tonight's step ran. The caller names a report group - the step ID in
*> JobSteps.dat, or a group capturereports.cob is asked for - and every
*> report ReportCatalog.dat lists under that group is copied into the
*> report archive as RptArc.<run date>.<seq>.rpt, with an entry on
*> ReportIndex.dat carrying the report, program, run date, line and
*> page counts, retention class and the date it may be purged.
*> reportpurge.cob removes archived copies past that date and
*> reportviewer.cob pages through them on screen. A report the catalog
*> lists but the step didn't produce is passed over with a message -
*> a capture problem never stops the caller.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Report name, program, group and retention class - one per line
       SELECT CatalogFile ASSIGN TO "ReportCatalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCatalogStatus.
       SELECT SourceReport ASSIGN TO WSSourceFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSourceStatus.
       SELECT ArchiveReport ASSIGN TO WSArchiveFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSArchiveStatus.
       SELECT ReportIndex ASSIGN TO "ReportIndex.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RXKey
           ALTERNATE RECORD KEY IS RXReportName WITH DUPLICATES
           FILE STATUS IS WSReportIndexStatus.

DATA DIVISION.
FILE SECTION.
*> reportpurge.cob and reportviewer.cob read this same catalog layout
FD CatalogFile.
01 CatalogRecord.
       02 RCGroup PIC X(08).
       02 FILLER PIC X.
       02 RCReportFile PIC X(30).
       02 FILLER PIC X.
       02 RCProgram PIC X(20).
       02 FILLER PIC X.
       *> S short, M medium, L long, P permanent
       02 RCRetention PIC X(01).
       *> Define End of File
       88 RCEOF VALUE HIGH-VALUES.

FD SourceReport.
01 SourceLine PIC X(200).

FD ArchiveReport.
01 ArchiveLine PIC X(200).

*> reportpurge.cob and reportviewer.cob share this layout
FD ReportIndex.
01 ReportIndexRecord.
       02 RXKey.
           03 RXRunDate PIC 9(08).
           03 RXSeq PIC 9(04).
       02 RXReportName PIC X(30).
       02 RXProgram PIC X(20).
       02 RXGroup PIC X(08).
       02 RXArchiveFile PIC X(30).
       02 RXCapturedTime PIC 9(06).
       02 RXLineCount PIC 9(07).
       02 RXPageCount PIC 9(05).
       02 RXRetention PIC X(01).
       *> 99999999 for a permanent report
       02 RXPurgeDate PIC 9(08).
       02 RXStatus PIC X(01).
           88 RXOnFile VALUE "A".
           88 RXPurged VALUE "P".
       02 FILLER PIC X(20).

WORKING-STORAGE SECTION.
01 WSSourceFileName PIC X(30).
01 WSArchiveFileName PIC X(30).
01 WSNextSeq PIC 9(04).
01 WSMoreRecords PIC X.
01 WSLineCount PIC 9(07).
01 WSFormFeeds PIC 9(07).
01 WSLineFeeds PIC 9(04).
01 WSNowTime PIC 9(08).
*> Days a report is kept per retention class, each a RunParams.dat
*> entry so audit can lengthen one without a recompile
01 WSKeepShort PIC 9(05) VALUE 35.
01 WSKeepMedium PIC 9(05) VALUE 400.
01 WSKeepLong PIC 9(05) VALUE 2557.
01 WSKeepDays PIC 9(05).
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> A report runs this many lines to a page when it has no form feeds
01 WSLinesPerPage PIC 9(03) VALUE 60.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCatalogStatus PIC X(02).
01 WSSourceStatus PIC X(02).
01 WSArchiveStatus PIC X(02).
01 WSReportIndexStatus PIC X(02).
LINKAGE SECTION.
*> The JobSteps.dat step ID or capture group to archive reports for
       01  LGroup PIC X(08).
       01  LRunDate PIC 9(08).
*> Returned - how many reports were archived on this call
       01  LCaptured PIC 9(04).

PROCEDURE DIVISION USING LGroup, LRunDate, LCaptured.
       MOVE ZERO TO LCaptured.
       OPEN INPUT CatalogFile.
       IF WSCatalogStatus NOT = "00"
           EXIT PROGRAM
       END-IF
       PERFORM LoadKeepDays
       PERFORM OpenReportIndex
       IF WSReportIndexStatus NOT = "00"
           DISPLAY "Warning: ReportIndex.dat Open Status "
               WSReportIndexStatus " - Reports Not Archived"
           CLOSE CatalogFile
           EXIT PROGRAM
       END-IF
       READ CatalogFile
           AT END SET RCEOF TO TRUE
       END-READ
       PERFORM UNTIL RCEOF
           IF CatalogRecord(1:1) NOT = "*" AND RCGroup = LGroup
               PERFORM CaptureOneReport
           END-IF
           READ CatalogFile
               AT END SET RCEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE CatalogFile, ReportIndex.

*> Call EXIT PROGRAM instead of STOP RUN for subroutines/linkage files
EXIT PROGRAM.

*> Same fallback as every RunParams.dat knob - an absent or silly value
*> keeps the compiled-in default
LoadKeepDays.
       MOVE "RPTKEEPSHORT" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue <= 99999
           MOVE WSParamValue TO WSKeepShort
       END-IF
       MOVE "RPTKEEPMEDIUM" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue <= 99999
           MOVE WSParamValue TO WSKeepMedium
       END-IF
       MOVE "RPTKEEPLONG" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue <= 99999
           MOVE WSParamValue TO WSKeepLong
       END-IF.

*> I-O to add entries; the very first capture creates the file
OpenReportIndex.
       OPEN I-O ReportIndex.
       IF WSReportIndexStatus = "35"
           OPEN OUTPUT ReportIndex
           CLOSE ReportIndex
           OPEN I-O ReportIndex
       END-IF.

CaptureOneReport.
       MOVE RCReportFile TO WSSourceFileName
       OPEN INPUT SourceReport.
       IF WSSourceStatus NOT = "00"
           DISPLAY "  Report Not Produced - Not Archived: "
               WSSourceFileName
           EXIT PARAGRAPH
       END-IF
       PERFORM FindNextSeq
       MOVE SPACES TO WSArchiveFileName
       STRING "RptArc." DELIMITED BY SIZE
           LRunDate DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           WSNextSeq DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
           INTO WSArchiveFileName
       END-STRING
       OPEN OUTPUT ArchiveReport.
       IF WSArchiveStatus NOT = "00"
           DISPLAY "  Archive Open Status " WSArchiveStatus
               " - Not Archived: " WSSourceFileName
           CLOSE SourceReport
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO WSLineCount
       MOVE ZERO TO WSFormFeeds
       MOVE "Y" TO WSMoreRecords
       PERFORM UNTIL WSMoreRecords = "N"
           READ SourceReport
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               ADD 1 TO WSLineCount
               MOVE ZERO TO WSLineFeeds
               INSPECT SourceLine TALLYING WSLineFeeds FOR ALL X"0C"
               ADD WSLineFeeds TO WSFormFeeds
               WRITE ArchiveLine FROM SourceLine
           END-IF
       END-PERFORM
       CLOSE SourceReport, ArchiveReport.
       PERFORM WriteIndexEntry.

*> Archive names run RptArc.<date>.0001 up through the night - the
*> next one follows the highest already on the index for that date
FindNextSeq.
       MOVE 1 TO WSNextSeq
       MOVE LRunDate TO RXRunDate
       MOVE ZERO TO RXSeq
       MOVE "Y" TO WSMoreRecords
       START ReportIndex KEY IS NOT LESS THAN RXKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ ReportIndex NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF RXRunDate NOT = LRunDate
                   MOVE "N" TO WSMoreRecords
               ELSE
                   COMPUTE WSNextSeq = RXSeq + 1
               END-IF
           END-IF
       END-PERFORM.

*> A report with form feeds is paged by them; one without runs
*> WSLinesPerPage lines to a page
WriteIndexEntry.
       MOVE SPACES TO ReportIndexRecord
       MOVE LRunDate TO RXRunDate
       MOVE WSNextSeq TO RXSeq
       MOVE RCReportFile TO RXReportName
       MOVE RCProgram TO RXProgram
       MOVE RCGroup TO RXGroup
       MOVE WSArchiveFileName TO RXArchiveFile
       ACCEPT WSNowTime FROM TIME
       MOVE WSNowTime(1:6) TO RXCapturedTime
       MOVE WSLineCount TO RXLineCount
       IF WSFormFeeds > ZERO
           MOVE WSFormFeeds TO RXPageCount
       ELSE
           COMPUTE RXPageCount =
               (WSLineCount + WSLinesPerPage - 1) / WSLinesPerPage
       END-IF
       MOVE RCRetention TO RXRetention
       EVALUATE RCRetention
           WHEN "S" MOVE WSKeepShort TO WSKeepDays
           WHEN "M" MOVE WSKeepMedium TO WSKeepDays
           WHEN "P" MOVE ZERO TO WSKeepDays
           *> An unknown class is kept long rather than lost early
           WHEN OTHER
               MOVE "L" TO RXRetention
               MOVE WSKeepLong TO WSKeepDays
       END-EVALUATE
       IF RXRetention = "P"
           MOVE 99999999 TO RXPurgeDate
       ELSE
           COMPUTE RXPurgeDate = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(LRunDate) + WSKeepDays)
       END-IF
       SET RXOnFile TO TRUE
       WRITE ReportIndexRecord
           INVALID KEY
               DISPLAY "  Index Entry Not Written For " WSArchiveFileName
           NOT INVALID KEY
               ADD 1 TO LCaptured
               DISPLAY "  Archived " RCReportFile " As "
                   WSArchiveFileName
       END-WRITE.

*> Note: This is a called subprogram, not a standalone main program - build it
*> as a module for the caller to link against, not as its own executable.
