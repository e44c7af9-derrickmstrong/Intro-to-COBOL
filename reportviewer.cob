       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    reportviewer.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Operator screen over the report archive, so last Tuesday's posting
*> register can be read without asking anyone to reprint it. Lists the
*> archived reports for a range of run dates, or every run of one
*> report by name off ReportIndex.dat's alternate key, then pages
*> through a chosen copy on screen a page at a time, forward and back.
*> A report past its retention shows on the lists as purged - the
*> index keeps the entry after reportpurge.cob removes the copy.
*> Reads only; nothing here changes the archive.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ReportIndex ASSIGN TO "ReportIndex.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RXKey
           ALTERNATE RECORD KEY IS RXReportName WITH DUPLICATES
           FILE STATUS IS WSReportIndexStatus.
       *> The archived copy being paged - staged into WSArchiveFileName
       *> from its index entry before each open
       SELECT ArchiveReport ASSIGN TO WSArchiveFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSArchiveStatus.
       *> One line per operator: ID, password, role, status
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

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

FD ArchiveReport.
01 ArchiveLine PIC X(200).

*> Must match operatoradmin.cob's OperatorRecord layout
FD OperatorFile.
01 OperatorRecord.
       02 OperID PIC X(08).
       02 FILLER PIC X.
       02 OperPassword PIC X(10).
       02 FILLER PIC X.
       *> A=Admin F=Full Maintenance I=Inquiry Only
       02 OperRole PIC X(01).
       *> Define End of File
       88 OperEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       02 OperStatus PIC X(01).
           88 OperActive VALUE "A".
           88 OperDisabled VALUE "D".
       02 FILLER PIC X.
       *> The operator's branch assignment - carried for layout fit
       02 OperBranch PIC X(03).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 WSMoreRecords PIC X.
01 WSFromDate PIC 9(08).
01 WSToDate PIC 9(08).
01 WSSearchName PIC X(30).
01 WSListCount PIC 9(04).
01 WSStatusText PIC X(06).
01 WSDispPages PIC ZZZZ9.
*> The copy being paged and where in it the screen is
01 WSViewDate PIC 9(08).
01 WSViewSeq PIC 9(04).
01 WSArchiveFileName PIC X(30).
01 WSPageNo PIC 9(05).
01 WSLastPage PIC 9(05).
01 WSSkipLines PIC 9(07).
01 WSLinesShown PIC 9(03).
01 WSPageCommand PIC X(01).
01 WSViewing PIC X.
*> Lines to a screen page - a printed page would scroll off
01 WSScreenLines PIC 9(03) VALUE 20.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSReportIndexStatus PIC X(02).
01 WSArchiveStatus PIC X(02).
*> Sign-on state - archived reports carry customer data
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
01 WSOperatorFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       MOVE "N" TO WSAuthorized.
       PERFORM VerifyOperator
       IF NOT Authorized
           DISPLAY "Access Denied: The Report Archive Needs A Signed-On "
               "Operator"
           GOBACK
       END-IF
       OPEN INPUT ReportIndex
       IF WSReportIndexStatus NOT = "00"
           DISPLAY "No Reports Archived Yet - ReportIndex.dat Status "
               WSReportIndexStatus
           GOBACK
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "REPORT ARCHIVE VIEWER"
           DISPLAY "1 : List Reports By Run Date"
           DISPLAY "2 : Find A Report By Name"
           DISPLAY "3 : View An Archived Report"
           DISPLAY "0 : Quit"
           DISPLAY " : " WITH NO ADVANCING
           ACCEPT Choice
           EVALUATE Choice
               WHEN 1 PERFORM ListByDate
               WHEN 2 PERFORM ListByName
               WHEN 3 PERFORM ViewReport
               WHEN OTHER MOVE 'N' TO StayOpen
           END-EVALUATE
       END-PERFORM
       CLOSE ReportIndex
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> The real sign-on against Operators.dat - no shared-password fallback
VerifyOperator.
       DISPLAY "Operator ID: " WITH NO ADVANCING
       ACCEPT WSEnteredOperID
       DISPLAY "Password: " WITH NO ADVANCING
       ACCEPT WSEnteredPassword
       OPEN INPUT OperatorFile
       IF WSOperatorFileStatus NOT = "00"
           DISPLAY "Operators.dat Open Status " WSOperatorFileStatus
           EXIT PARAGRAPH
       END-IF
       READ OperatorFile
           AT END SET OperEOF TO TRUE
       END-READ
       PERFORM UNTIL OperEOF
           IF OperID = WSEnteredOperID
               AND OperPassword = WSEnteredPassword
               AND OperActive
               MOVE "Y" TO WSAuthorized
               MOVE OperID TO WSOperatorID
           END-IF
           READ OperatorFile
               AT END SET OperEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE OperatorFile.

*> Every report captured between two run dates, in capture order
ListByDate.
       DISPLAY "From Run Date (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WSFromDate
       DISPLAY "To Run Date (YYYYMMDD, 0 = same day): " WITH NO ADVANCING
       ACCEPT WSToDate
       IF WSToDate = ZERO
           MOVE WSFromDate TO WSToDate
       END-IF
       PERFORM ShowListHeading
       MOVE WSFromDate TO RXRunDate
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
               IF RXRunDate > WSToDate
                   MOVE "N" TO WSMoreRecords
               ELSE
                   PERFORM ShowListLine
               END-IF
           END-IF
       END-PERFORM
       PERFORM ShowListFooter.

*> Every archived run of one report, oldest first, off the name key
ListByName.
       DISPLAY "Report File Name (e.g. PostingRegister.rpt): "
           WITH NO ADVANCING
       ACCEPT WSSearchName
       PERFORM ShowListHeading
       MOVE WSSearchName TO RXReportName
       MOVE "Y" TO WSMoreRecords
       START ReportIndex KEY IS = RXReportName
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ ReportIndex NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF RXReportName NOT = WSSearchName
                   MOVE "N" TO WSMoreRecords
               ELSE
                   PERFORM ShowListLine
               END-IF
           END-IF
       END-PERFORM
       PERFORM ShowListFooter.

ShowListHeading.
       MOVE ZERO TO WSListCount
       DISPLAY " "
       DISPLAY "RUN DATE SEQ  REPORT                         PROGRAM"
           "              PAGES R STATUS".

ShowListLine.
       ADD 1 TO WSListCount
       MOVE RXPageCount TO WSDispPages
       IF RXPurged
           MOVE "PURGED" TO WSStatusText
       ELSE
           MOVE SPACES TO WSStatusText
       END-IF
       DISPLAY RXRunDate " " RXSeq " " RXReportName " " RXProgram " "
           WSDispPages " " RXRetention " " WSStatusText.

ShowListFooter.
       IF WSListCount = ZERO
           DISPLAY "   (no archived reports)"
       ELSE
           DISPLAY WSListCount " Report(s) - View One By Run Date And Seq"
       END-IF.

*> One archived copy, a screen page at a time - N next, P previous,
*> Q back to the menu
ViewReport.
       DISPLAY "Run Date (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WSViewDate
       DISPLAY "Seq: " WITH NO ADVANCING
       ACCEPT WSViewSeq
       MOVE WSViewDate TO RXRunDate
       MOVE WSViewSeq TO RXSeq
       READ ReportIndex KEY IS RXKey
           INVALID KEY
               DISPLAY "No Archived Report " WSViewDate " " WSViewSeq
               EXIT PARAGRAPH
       END-READ
       IF RXPurged
           DISPLAY RXReportName " Of " RXRunDate
               " Was Purged Under Its Retention Class On Or After "
               RXPurgeDate
           EXIT PARAGRAPH
       END-IF
       MOVE RXArchiveFile TO WSArchiveFileName
       COMPUTE WSLastPage =
           (RXLineCount + WSScreenLines - 1) / WSScreenLines
       IF WSLastPage = ZERO
           MOVE 1 TO WSLastPage
       END-IF
       MOVE 1 TO WSPageNo
       MOVE "Y" TO WSViewing
       PERFORM UNTIL WSViewing = "N"
           PERFORM ShowOnePage
           IF WSViewing = "Y"
               DISPLAY "N)ext  P)revious  Q)uit: " WITH NO ADVANCING
               ACCEPT WSPageCommand
               MOVE FUNCTION UPPER-CASE(WSPageCommand) TO WSPageCommand
               EVALUATE WSPageCommand
                   WHEN "N"
                       IF WSPageNo < WSLastPage
                           ADD 1 TO WSPageNo
                       ELSE
                           DISPLAY "Already On The Last Page"
                       END-IF
                   WHEN "P"
                       IF WSPageNo > 1
                           SUBTRACT 1 FROM WSPageNo
                       ELSE
                           DISPLAY "Already On The First Page"
                       END-IF
                   WHEN OTHER MOVE "N" TO WSViewing
               END-EVALUATE
           END-IF
       END-PERFORM.

*> Line sequential can't seek, so each page reopens the copy and reads
*> past the pages before it
ShowOnePage.
       OPEN INPUT ArchiveReport
       IF WSArchiveStatus NOT = "00"
           DISPLAY "Archived Copy " WSArchiveFileName " Open Status "
               WSArchiveStatus
           MOVE "N" TO WSViewing
           EXIT PARAGRAPH
       END-IF
       DISPLAY " "
       DISPLAY RXReportName " Of " RXRunDate "  -  Page " WSPageNo
           " Of " WSLastPage
       DISPLAY "------------------------------------------------------"
       COMPUTE WSSkipLines = (WSPageNo - 1) * WSScreenLines
       MOVE "Y" TO WSMoreRecords
       PERFORM UNTIL WSSkipLines = ZERO OR WSMoreRecords = "N"
           READ ArchiveReport
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           SUBTRACT 1 FROM WSSkipLines
       END-PERFORM
       MOVE ZERO TO WSLinesShown
       PERFORM UNTIL WSLinesShown = WSScreenLines OR WSMoreRecords = "N"
           READ ArchiveReport
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               ADD 1 TO WSLinesShown
               *> Form feeds would clear or garble the screen
               INSPECT ArchiveLine REPLACING ALL X"0C" BY SPACE
               DISPLAY ArchiveLine(1:132)
           END-IF
       END-PERFORM
       CLOSE ArchiveReport.
