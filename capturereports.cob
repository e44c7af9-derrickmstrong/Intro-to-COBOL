       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    capturereports.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Archives the reports of a program run outside the nightly chain -
*> the posting register, aging, cash application, NSF returns and the
*> rest are run by hand, so nothing captures them the way the chain
*> does after each step. Run this straight after the program with the
*> group ReportCatalog.dat lists its reports under (POSTING, AGING,
*> CASHAPP...) and RPTARCH.cob copies them into the dated report
*> archive under today's date. Ends with status 4 when the group had
*> nothing to capture, so a wrong group name doesn't pass unnoticed.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 WSGroup PIC X(08).
01 WSRunDate PIC 9(08).
01 WSCaptured PIC 9(04) VALUE ZERO.

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "capturereports".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD
       DISPLAY "Report Group To Archive (e.g. POSTING, AGING): "
           WITH NO ADVANCING
       ACCEPT WSGroup
       MOVE FUNCTION UPPER-CASE(WSGroup) TO WSGroup
       IF WSGroup = SPACES
           DISPLAY "No Report Group Given - Nothing Archived"
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
       END-IF
       CALL 'RPTARCH' USING WSGroup, WSRunDate, WSCaptured
       DISPLAY " "
       DISPLAY "REPORT CAPTURE COMPLETE"
       DISPLAY "Group............: " WSGroup
       DISPLAY "Reports Archived.: " WSCaptured
       IF WSCaptured = ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       MOVE SPACES TO WSOpsCounts
       STRING "GROUP " DELIMITED BY SIZE
           WSGroup DELIMITED BY SPACE
           " ARCHIVED " DELIMITED BY SIZE
           WSCaptured DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.
