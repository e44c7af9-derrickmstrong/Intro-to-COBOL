       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    reportpurge.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Retention sweep over the report archive: every report RPTARCH.cob
*> captured carries the date its retention class lets it go. Once that
*> date has passed the archived copy is deleted and its ReportIndex.dat
*> entry kept, marked purged, so the index still answers "was it ever
*> run" after the copy itself is gone. Permanent-class reports are
*> never touched. Runs as a nightly chain step.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ReportIndex ASSIGN TO "ReportIndex.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RXKey
           ALTERNATE RECORD KEY IS RXReportName WITH DUPLICATES
           FILE STATUS IS WSReportIndexStatus.

DATA DIVISION.
FILE SECTION.
*> Must match RPTARCH.cob's ReportIndexRecord layout
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
       02 RXPurgeDate PIC 9(08).
       02 RXStatus PIC X(01).
           88 RXOnFile VALUE "A".
           88 RXPurged VALUE "P".
       02 FILLER PIC X(20).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSTodayDate PIC 9(08).
01 WSDeleteStatus PIC 9(02) COMP-5.
*> Control totals
01 WSEntriesRead PIC 9(06) VALUE ZERO.
01 WSPurgedCount PIC 9(06) VALUE ZERO.
01 WSAlreadyGone PIC 9(06) VALUE ZERO.
01 WSKeptCount PIC 9(06) VALUE ZERO.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSReportIndexStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "reportpurge".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSTodayDate FROM DATE YYYYMMDD
       OPEN I-O ReportIndex.
       *> Nothing archived yet is not a failure - there is nothing to purge
       IF WSReportIndexStatus = "35"
           DISPLAY "No ReportIndex.dat Yet - Nothing To Purge"
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           STOP RUN
       END-IF
       IF WSReportIndexStatus NOT = "00"
           DISPLAY "ReportIndex.dat Open Status " WSReportIndexStatus
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
       END-IF
       MOVE LOW-VALUES TO RXKey
       MOVE "Y" TO WSMoreRecords
       START ReportIndex KEY IS NOT LESS THAN RXKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ ReportIndex NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               ADD 1 TO WSEntriesRead
               PERFORM CheckOneEntry
           END-IF
       END-PERFORM
       CLOSE ReportIndex.
       DISPLAY " "
       DISPLAY "REPORT ARCHIVE PURGE COMPLETE"
       DISPLAY "Index Entries Read.: " WSEntriesRead
       DISPLAY "Reports Purged.....: " WSPurgedCount
       DISPLAY "Copy Already Gone..: " WSAlreadyGone
       DISPLAY "Reports Kept.......: " WSKeptCount
       MOVE SPACES TO WSOpsCounts
       STRING "READ " DELIMITED BY SIZE
           WSEntriesRead DELIMITED BY SIZE
           " PURGED " DELIMITED BY SIZE
           WSPurgedCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       *> An archived copy missing before its date is worth a look
       IF WSAlreadyGone > ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> Only entries still on file, not permanent, and past their date go
CheckOneEntry.
       IF NOT RXOnFile
           EXIT PARAGRAPH
       END-IF
       IF RXRetention = "P" OR RXPurgeDate NOT < WSTodayDate
           ADD 1 TO WSKeptCount
           EXIT PARAGRAPH
       END-IF
       CALL "CBL_DELETE_FILE" USING RXArchiveFile
           RETURNING WSDeleteStatus
       IF WSDeleteStatus = ZERO
           ADD 1 TO WSPurgedCount
           DISPLAY "Purged " RXReportName " Of " RXRunDate
       ELSE
           ADD 1 TO WSAlreadyGone
           DISPLAY "Warning: " RXArchiveFile " Already Gone - Marked Purged"
       END-IF
       SET RXPurged TO TRUE
       REWRITE ReportIndexRecord
           INVALID KEY
               DISPLAY "Warning: Index Entry Not Updated For "
                   RXArchiveFile
       END-REWRITE.
