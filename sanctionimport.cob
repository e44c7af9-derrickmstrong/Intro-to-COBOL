       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    sanctionimport.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Sanctions list import and full-file rescreen, run whenever a new
*> government watch list is published. The published comma-separated
*> list (SanctionListIn.csv - entry number, quoted name, quoted type,
*> quoted program, then columns we do not use) is loaded onto
*> SanctionList.dat: individuals' "LAST, First" names split and cased
*> through NORMALIZENAME with NAMESOUND codes kept for the fuzzy
*> match, entities kept whole; vessels and aircraft are not customers
*> and are left off. Then every live customer on Customer.txt is
*> screened against the new list through SANCTIONCHK - potential hits
*> go on the compliance review queue and the account is held until
*> sanctionreview.cob clears or confirms them. A file with no usable
*> entries (or more than the screen can hold) stops the run RC 8 with
*> the old list left standing; new holds end the run RC 4.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InboundFile ASSIGN TO "SanctionListIn.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInboundStatus.
       SELECT WatchListFile ASSIGN TO "SanctionList.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSWatchListStatus.
       *> I-O so a hold can be rewritten as we scan past it
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IDNum
           FILE STATUS IS WSCustomerFileStatus.
       SELECT ScreenReport ASSIGN TO "SanctionScreen.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSScreenReportStatus.

DATA DIVISION.
FILE SECTION.
FD InboundFile.
01 InboundLine PIC X(400).
       *> Define End of File
       88 InboundEOF VALUE HIGH-VALUES.

*> One screenable list entry - SANCTIONCHK.cob reads this same layout
FD WatchListFile.
01 WatchListRecord.
       02 WLEntryNum PIC 9(08).
       *> I individual, E entity
       02 WLType PIC X(01).
       02 WLProgram PIC X(12).
       *> Individuals only - normalized, first word of the given names
       02 WLFirstName PIC X(15).
       02 WLLastName PIC X(15).
       02 WLFirstSound PIC X(04).
       02 WLLastSound PIC X(04).
       *> The name as published, in capitals
       02 WLListName PIC X(40).
       02 FILLER PIC X(21).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       *> Define End of File
       88 WSEOF VALUE HIGH-VALUE.
       02 StatusFlag PIC X(01).
           88 CustActive VALUE "A".
           88 CustDeleted VALUE "D".
       02 AcctStatusCode PIC X(01).
       02 DateOfBirth PIC 9(08).
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle through the bankruptcy flag - carried for
       *> layout fit, see randomlyaccessdata.cob for the carve-out
       02 FILLER PIC X(206).
       *> H held for compliance review, B confirmed match - blocked
       02 SanctionFlag PIC X(01).
           88 SanctionHeld VALUE "H".
           88 SanctionBlocked VALUE "B".
       *> Reserved for future fields
       02 FILLER PIC X(23).

FD ScreenReport.
01 ScreenLine PIC X(80).

WORKING-STORAGE SECTION.
*> The quoted columns of one published line
01 WSRawEntry PIC X(10).
01 WSRawName PIC X(60).
01 WSRawType PIC X(20).
01 WSRawProgram PIC X(20).
01 WSEntryNum PIC 9(08).
01 WSEntryGood PIC X.
*> NORMALIZENAME linkage staging - the published "LAST, First" drives
*> its split
01 WSNormFullEntry PIC X(31).
01 WSNormFirstName PIC X(15).
01 WSNormLastName PIC X(15).
01 WSNormFullName PIC X(31).
01 WSNormReturnCode PIC 9.
01 WSFirstWord PIC X(15).
*> SANCTIONCHK linkage staging
01 WSHitCount PIC 9(03).
01 WSScreenRC PIC 9.
*> The screen holds at most this many entries - see SANCTIONCHK.cob
01 WSMaxEntries PIC 9(05) VALUE 20000.
01 WSRunDate PIC 9(08).
01 WSLinesRead PIC 9(08) VALUE ZERO.
01 WSEntriesLoaded PIC 9(08) VALUE ZERO.
01 WSLinesSkipped PIC 9(08) VALUE ZERO.
01 WSScreenedCount PIC 9(08) VALUE ZERO.
01 WSHitCustCount PIC 9(08) VALUE ZERO.
01 WSNewHoldCount PIC 9(08) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 ScrDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 ScrIDNum PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ScrLastName PIC X(15).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ScrFirstName PIC X(15).
       02 FILLER PIC X(2) VALUE SPACE.
       02 ScrHitCount PIC ZZ9.
       02 FILLER PIC X(6) VALUE " HITS ".
       02 ScrNote PIC X(20).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSInboundStatus PIC X(02).
01 WSWatchListStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSScreenReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "sanctionimport".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

*> Busy-file retry - the online menu can sit on Customer.txt all day, so
*> a locked open waits and tries again instead of proceeding blind
01 WSOpenTries PIC 9(02) VALUE ZERO.
01 WSMaxOpenTries PIC 9(02) VALUE 5.
01 WSWaitSeconds PIC 9(02) VALUE 10.
01 WSMasterOpen PIC X VALUE "N".

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       *> A counting pass first - a truncated or garbled download must
       *> never replace a good list with an empty one
       PERFORM CountUsableEntries
       IF WSEntriesLoaded = ZERO OR WSEntriesLoaded > WSMaxEntries
           DISPLAY "Sanctions List Refused - " WSEntriesLoaded
               " Usable Entries; The Current List Stays In Force"
           MOVE 8 TO WSOpsRC
           MOVE SPACES TO WSOpsCounts
           STRING "LIST REFUSED " DELIMITED BY SIZE
               WSEntriesLoaded DELIMITED BY SIZE
               INTO WSOpsCounts
           END-STRING
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM LoadWatchList
       OPEN OUTPUT ScreenReport.
       IF WSScreenReportStatus NOT = "00"
           DISPLAY "Warning: SanctionScreen.rpt Open Status "
               WSScreenReportStatus
       END-IF
       MOVE SPACES TO ScreenLine
       STRING "SANCTIONS LIST IMPORT AND RESCREEN - " DELIMITED BY SIZE
           WSRunDate DELIMITED BY SIZE
           INTO ScreenLine
       END-STRING
       WRITE ScreenLine
       MOVE "=============================================" TO ScreenLine
       WRITE ScreenLine
       PERFORM OpenCustomerMaster
       READ CustomerFile
           AT END SET WSEOF TO TRUE
       END-READ
       PERFORM UNTIL WSEOF
           IF NOT CustDeleted
               PERFORM ScreenOneCustomer
           END-IF
           READ CustomerFile
               AT END SET WSEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE CustomerFile.
       PERFORM PrintScreenFooter
       CLOSE ScreenReport.
       DISPLAY " "
       DISPLAY "SANCTIONS IMPORT AND RESCREEN COMPLETE"
       DISPLAY "List Entries Loaded..: " WSEntriesLoaded
       DISPLAY "Lines Skipped........: " WSLinesSkipped
       DISPLAY "Customers Screened...: " WSScreenedCount
       DISPLAY "Customers With Hits..: " WSHitCustCount
       DISPLAY "Newly Held...........: " WSNewHoldCount
       IF WSNewHoldCount > ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       MOVE SPACES TO WSOpsCounts
       STRING "LIST " DELIMITED BY SIZE
           WSEntriesLoaded DELIMITED BY SIZE
           " HELD " DELIMITED BY SIZE
           WSNewHoldCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

CountUsableEntries.
       MOVE ZERO TO WSEntriesLoaded
       OPEN INPUT InboundFile
       IF WSInboundStatus NOT = "00"
           DISPLAY "Warning: SanctionListIn.csv Open Status "
               WSInboundStatus
           EXIT PARAGRAPH
       END-IF
       READ InboundFile
           AT END SET InboundEOF TO TRUE
       END-READ
       PERFORM UNTIL InboundEOF
           PERFORM SplitOneLine
           IF WSEntryGood = "Y"
               ADD 1 TO WSEntriesLoaded
           END-IF
           READ InboundFile
               AT END SET InboundEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE InboundFile.

*> The second pass writes the new list over the old one
LoadWatchList.
       MOVE ZERO TO WSEntriesLoaded
       OPEN INPUT InboundFile
       OPEN OUTPUT WatchListFile
       IF WSWatchListStatus NOT = "00"
           DISPLAY "Warning: SanctionList.dat Open Status "
               WSWatchListStatus
       END-IF
       READ InboundFile
           AT END SET InboundEOF TO TRUE
       END-READ
       PERFORM UNTIL InboundEOF
           ADD 1 TO WSLinesRead
           PERFORM SplitOneLine
           IF WSEntryGood = "Y"
               PERFORM WriteOneEntry
           ELSE
               ADD 1 TO WSLinesSkipped
           END-IF
           READ InboundFile
               AT END SET InboundEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE InboundFile, WatchListFile.

*> entry,"NAME","type","program",... - the quote-comma pairs split the
*> columns, so the commas inside an individual's name survive intact
SplitOneLine.
       MOVE "N" TO WSEntryGood
       MOVE SPACES TO WSRawEntry, WSRawName, WSRawType, WSRawProgram
       UNSTRING InboundLine DELIMITED BY '","' OR ',"'
           INTO WSRawEntry, WSRawName, WSRawType, WSRawProgram
       END-UNSTRING
       IF FUNCTION TRIM(WSRawEntry) IS NOT NUMERIC
           OR WSRawEntry = SPACES OR WSRawName = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION LOWER-CASE(WSRawType) TO WSRawType
       *> Ships and planes are on the list too, but never customers
       IF WSRawType(1:6) = "vessel" OR WSRawType(1:8) = "aircraft"
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSEntryNum = FUNCTION NUMVAL(WSRawEntry)
       MOVE "Y" TO WSEntryGood.

WriteOneEntry.
       MOVE SPACES TO WatchListRecord
       MOVE WSEntryNum TO WLEntryNum
       MOVE WSRawProgram TO WLProgram
       MOVE FUNCTION UPPER-CASE(WSRawName) TO WLListName
       IF WSRawType(1:10) = "individual"
           MOVE "I" TO WLType
           MOVE WSRawName TO WSNormFullEntry
           MOVE SPACES TO WSNormFirstName
           MOVE SPACES TO WSNormLastName
           CALL 'NORMALIZENAME' USING WSNormFullEntry, WSNormFirstName,
               WSNormLastName, WSNormFullName, WSNormReturnCode
           *> Only the first given name is sounded - the customer record
           *> carries one first name, not the full string of them
           MOVE SPACES TO WSFirstWord
           UNSTRING WSNormFirstName DELIMITED BY SPACE
               INTO WSFirstWord
           END-UNSTRING
           MOVE WSFirstWord TO WLFirstName
           MOVE WSNormLastName TO WLLastName
           IF WLFirstName NOT = SPACES
               CALL 'NAMESOUND' USING WLFirstName, WLFirstSound
           END-IF
           CALL 'NAMESOUND' USING WLLastName, WLLastSound
       ELSE
           MOVE "E" TO WLType
       END-IF
       WRITE WatchListRecord
       ADD 1 TO WSEntriesLoaded.

*> Screen one live customer; new hits hold the account, an account
*> already held or blocked stays exactly as compliance left it
ScreenOneCustomer.
       ADD 1 TO WSScreenedCount
       CALL 'SANCTIONCHK' USING IDNum, FirstName, LastName,
           WSHitCount, WSScreenRC
       IF WSHitCount = ZERO
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSHitCustCount
       EVALUATE TRUE
           WHEN SanctionBlocked
               MOVE "BLOCKED" TO ScrNote
           WHEN SanctionHeld
               MOVE "ALREADY HELD" TO ScrNote
           WHEN OTHER
               SET SanctionHeld TO TRUE
               REWRITE CustomerData
                   INVALID KEY
                       MOVE "HOLD NOT SAVED" TO ScrNote
                   NOT INVALID KEY
                       ADD 1 TO WSNewHoldCount
                       CALL 'CUSTJRNL' USING WSOpsProgram, CustomerData
                       MOVE "HELD FOR REVIEW" TO ScrNote
               END-REWRITE
       END-EVALUATE
       MOVE IDNum TO ScrIDNum
       MOVE LastName TO ScrLastName
       MOVE FirstName TO ScrFirstName
       MOVE WSHitCount TO ScrHitCount
       WRITE ScreenLine FROM ScrDetailLine.

PrintScreenFooter.
       MOVE SPACES TO ScreenLine
       WRITE ScreenLine
       MOVE WSEntriesLoaded TO WSEditedCount
       MOVE SPACES TO ScreenLine
       STRING "List Entries Loaded: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ScreenLine
       END-STRING
       WRITE ScreenLine
       MOVE WSScreenedCount TO WSEditedCount
       MOVE SPACES TO ScreenLine
       STRING "Customers Screened.: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ScreenLine
       END-STRING
       WRITE ScreenLine
       MOVE WSHitCustCount TO WSEditedCount
       MOVE SPACES TO ScreenLine
       STRING "Customers With Hits: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ScreenLine
       END-STRING
       WRITE ScreenLine
       MOVE WSNewHoldCount TO WSEditedCount
       MOVE SPACES TO ScreenLine
       STRING "Newly Held.........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ScreenLine
       END-STRING
       WRITE ScreenLine.

*> Open the live master, waiting out a lock held by the online menu or
*> another batch job - a file still busy after every retry aborts the run
*> cleanly instead of proceeding against a file someone else is writing
OpenCustomerMaster.
       MOVE ZERO TO WSOpenTries
       MOVE "N" TO WSMasterOpen
       PERFORM UNTIL WSMasterOpen = "Y"
           OPEN I-O CustomerFile
           EVALUATE TRUE
               WHEN WSCustomerFileStatus = "00"
                   MOVE "Y" TO WSMasterOpen
               WHEN WSCustomerFileStatus = "61" OR "93" OR "51"
                   ADD 1 TO WSOpenTries
                   IF WSOpenTries >= WSMaxOpenTries
                       DISPLAY "Customer.txt Still Busy After "
                           WSOpenTries " Tries - Run Aborted"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   DISPLAY "Customer.txt Busy (Status "
                       WSCustomerFileStatus ") - Waiting To Retry"
                   CALL "C$SLEEP" USING WSWaitSeconds
               WHEN OTHER
                   DISPLAY "Warning: Customer.txt Open Status "
                       WSCustomerFileStatus
                   MOVE "Y" TO WSMasterOpen
           END-EVALUATE
       END-PERFORM.
