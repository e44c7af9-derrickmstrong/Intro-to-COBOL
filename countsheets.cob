       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    countsheets.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Count sheets for the open physical inventory count: one line per
*> frozen product with a blank to write the counted quantity in. The
*> sheets are blind - the frozen shelf count is deliberately left off
*> so the counters count what is there, not what the system expects.
*> inventorycount.cob freezes the count and takes the quantities back.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CountFile ASSIGN TO "InventoryCount.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ICKey
           FILE STATUS IS WSCountFileStatus.
       SELECT CountSheetReport ASSIGN TO "CountSheets.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match inventorycount.cob's CountRecord layout
FD CountFile.
01 CountRecord.
       02 ICKey.
           03 ICCountNum PIC 9(06).
           03 ICProdID PIC X(05).
       02 ICBody PIC X(49).
01 CountHeaderRecord REDEFINES CountRecord.
       02 FILLER PIC X(11).
       02 ICHFreezeDate PIC 9(08).
       02 ICHStatus PIC X(01).
           88 CountOpen VALUE "O".
       02 ICHProductCount PIC 9(05).
       02 FILLER PIC X(35).
01 CountLineRecord REDEFINES CountRecord.
       02 FILLER PIC X(11).
       02 ICProdDesc PIC X(15).
       02 FILLER PIC X(34).

FD CountSheetReport.
01 ReportLine PIC X(80).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSOpenCountNum PIC 9(06) VALUE ZERO.
01 WSOpenFreezeDate PIC 9(08) VALUE ZERO.
01 WSLinesPrinted PIC 9(8) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 SheetTitleLine.
       02 FILLER PIC X(26) VALUE "PHYSICAL INVENTORY COUNT ".
       02 RepCountNum PIC 9(06).
       02 FILLER PIC X(12) VALUE "  FROZEN ON ".
       02 RepFreezeDate PIC 9(08).
01 SheetDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepProdID PIC X(05).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepProdDesc PIC X(15).
       02 FILLER PIC X(25) VALUE "  Counted: ______________".
       02 FILLER PIC X(17) VALUE "  By: ___________".
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCountFileStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "countsheets".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       OPEN INPUT CountFile.
       IF WSCountFileStatus NOT = "00"
           DISPLAY "Warning: InventoryCount.dat Open Status "
               WSCountFileStatus
       END-IF
       OPEN OUTPUT CountSheetReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: CountSheets.rpt Open Status " WSReportStatus
       END-IF
       PERFORM FindOpenCount
       IF WSOpenCountNum = ZERO
           DISPLAY "No Count Is Open - Freeze One In inventorycount"
           MOVE "NO OPEN COUNT" TO ReportLine
           WRITE ReportLine
       ELSE
           MOVE WSOpenCountNum TO RepCountNum
           MOVE WSOpenFreezeDate TO RepFreezeDate
           WRITE ReportLine FROM SheetTitleLine
           MOVE "=============================================="
               TO ReportLine
           WRITE ReportLine
           PERFORM PrintSheetLines
           PERFORM PrintReportFooter
       END-IF
       CLOSE CountFile, CountSheetReport.
       DISPLAY " "
       DISPLAY "COUNT SHEETS COMPLETE"
       DISPLAY "Lines Printed: " WSLinesPrinted
       MOVE SPACES TO WSOpsCounts
       STRING "LINES " DELIMITED BY SIZE
           WSLinesPrinted DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> The count headers carry spaces for a product ID, so they are the
*> first record under each count number
FindOpenCount.
       MOVE LOW-VALUES TO ICKey
       MOVE "Y" TO WSMoreRecords
       START CountFile KEY IS NOT LESS THAN ICKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CountFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND ICProdID = SPACES AND CountOpen
               MOVE ICCountNum TO WSOpenCountNum
               MOVE ICHFreezeDate TO WSOpenFreezeDate
           END-IF
       END-PERFORM.

PrintSheetLines.
       MOVE WSOpenCountNum TO ICCountNum
       MOVE SPACES TO ICProdID
       MOVE "Y" TO WSMoreRecords
       START CountFile KEY IS GREATER THAN ICKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CountFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF ICCountNum NOT = WSOpenCountNum
                   MOVE "N" TO WSMoreRecords
               ELSE
                   ADD 1 TO WSLinesPrinted
                   MOVE ICProdID TO RepProdID
                   MOVE ICProdDesc TO RepProdDesc
                   WRITE ReportLine FROM SheetDetailLine
               END-IF
           END-IF
       END-PERFORM.

PrintReportFooter.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSLinesPrinted TO WSEditedCount
       STRING "Products To Count..: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
