       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    ncoaimport.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Change-of-address import: the mail house's results for the file
*> ncoaextract.cob sent out come back on NCOAResults.dat, one line per
*> customer we sent - our record echoed, then the match result:
*>     A = moved, forwarding address supplied
*>     N = moved, left no forwarding address
*>     F = moved out of the country - treated the same as N
*>     (blank or anything else) = no move on file
*> A forwarding address replaces Street, City, StateCode, ZipCode and
*> the +4, and clears any returned-mail flag. A move with nowhere to
*> forward takes the same U flag returnedmail.cob keys, so the
*> statement, dunning, and label runs stop paying postage on it. Every
*> change is written to AuditLog.dat, the recovery journal, and
*> ContactHistory.dat. A customer whose address was changed after the
*> extract is left alone and listed - the newer keyed address wins -
*> which also makes a rerun of the same results file harmless.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       SELECT ResultFile ASSIGN TO "NCOAResults.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSResultFileStatus.
       SELECT AuditLog ASSIGN TO "AuditLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditLogStatus.
       SELECT UpdateReport ASSIGN TO "NCOAUpdates.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSUpdateReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
           88 CustActive VALUE "A".
           88 CustDeleted VALUE "D".
       02 AcctStatusCode PIC X(01).
       02 DateOfBirth PIC 9(08).
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle through debit consent - carried for layout fit
       02 FILLER PIC X(11).
       *> The address a forwarding match replaces
       02 Street PIC X(20).
       02 City PIC X(15).
       02 StateCode PIC X(02).
       02 ZipCode PIC 9(05).
       *> Household through custodian - carried for layout fit
       02 FILLER PIC X(57).
       *> Charge-off block - carried for layout fit
       02 FILLER PIC X(27).
       *> U = address known undeliverable - set on a move with no
       *> forwarding address, cleared when one is supplied
       02 MailReturnFlag PIC X(01).
           88 MailUndeliverable VALUE "U".
       02 ZipPlus4 PIC 9(04).
       *> Reserved for future fields - see randomlyaccessdata.cob's
       *> CustomerData for the field carve-out
       02 FILLER PIC X(88).

*> Our ncoaextract.cob ExtractRecord, echoed, then the match result
FD ResultFile.
01 NCOAResult.
       02 NXIDNum PIC 9(08).
       02 NXFirstName PIC X(15).
       02 NXLastName PIC X(15).
       02 NXStreet PIC X(20).
       02 NXCity PIC X(15).
       02 NXStateCode PIC X(02).
       02 NXZipCode PIC 9(05).
       02 NXZipPlus4 PIC 9(04).
       02 FILLER PIC X(16).
       02 NRAction PIC X(01).
           88 NRForwarded VALUE "A".
           88 NRNoForward VALUE "N", "F".
       *> Define End of File
       88 NREOF VALUE HIGH-VALUES.
       *> I individual, F family, B business
       02 NRMoveType PIC X(01).
       *> YYYYMM the move took effect
       02 NRMoveDate PIC 9(06).
       02 NRNewStreet PIC X(20).
       02 NRNewCity PIC X(15).
       02 NRNewStateCode PIC X(02).
       02 NRNewZipCode PIC X(05).
       *> Blank when the mail house could not assign one
       02 NRNewPlus4 PIC X(04).
       02 FILLER PIC X(06).

FD AuditLog.
01 AuditRecord.
       02 AuditTimestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 AuditOperation PIC X(10).
       02 FILLER PIC X VALUE SPACE.
       02 AuditIDNum PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 AuditOldFirstName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 AuditOldLastName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 AuditNewFirstName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 AuditNewLastName PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       *> The signed-on operator (or batch program) that made the change
       02 AuditOperatorID PIC X(08).

FD UpdateReport.
01 UpdateLine PIC X(100).

WORKING-STORAGE SECTION.
01 CustExists PIC X.
01 WSResultsRead PIC 9(08) VALUE ZERO.
01 WSNoMoveCount PIC 9(08) VALUE ZERO.
01 WSMovedCount PIC 9(08) VALUE ZERO.
01 WSSuppressedCount PIC 9(08) VALUE ZERO.
01 WSAlreadyCount PIC 9(08) VALUE ZERO.
01 WSExceptionCount PIC 9(08) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
*> Contact-history staging - see CONTACTLOG.cob
01 WSContactChannel PIC X(01) VALUE "M".
01 WSContactDoc PIC X(12).
01 UpdDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 UpdIDNum PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 UpdLastName PIC X(15).
       02 FILLER PIC X(2) VALUE SPACE.
       02 UpdAction PIC X(12).
       02 FILLER PIC X(2) VALUE SPACE.
       *> The new address on a forward, the reason on an exception
       02 UpdStreet PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 UpdCity PIC X(15).
       02 FILLER PIC X VALUE SPACE.
       02 UpdState PIC X(02).
       02 FILLER PIC X VALUE SPACE.
       02 UpdZip PIC X(05).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSResultFileStatus PIC X(02).
01 WSAuditLogStatus PIC X(02).
01 WSUpdateReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "ncoaimport".
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
       OPEN INPUT ResultFile.
       IF WSResultFileStatus NOT = "00"
           DISPLAY "No Change-Of-Address Results On File - Status "
               WSResultFileStatus " - Run Aborted"
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM OpenCustomerMaster
       OPEN EXTEND AuditLog.
       IF WSAuditLogStatus NOT = "00"
           DISPLAY "Warning: AuditLog.dat Open Status " WSAuditLogStatus
       END-IF
       OPEN OUTPUT UpdateReport.
       IF WSUpdateReportStatus NOT = "00"
           DISPLAY "Warning: NCOAUpdates.rpt Open Status "
               WSUpdateReportStatus
       END-IF
       MOVE "CHANGE-OF-ADDRESS UPDATES" TO UpdateLine
       WRITE UpdateLine
       MOVE "=========================" TO UpdateLine
       WRITE UpdateLine
       READ ResultFile
           AT END SET NREOF TO TRUE
       END-READ
       PERFORM UNTIL NREOF
           ADD 1 TO WSResultsRead
           PERFORM ApplyOneResult
           READ ResultFile
               AT END SET NREOF TO TRUE
           END-READ
       END-PERFORM
       MOVE SPACES TO UpdateLine
       WRITE UpdateLine
       MOVE WSMovedCount TO WSEditedCount
       MOVE SPACES TO UpdateLine
       STRING "Addresses Forwarded: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO UpdateLine
       END-STRING
       WRITE UpdateLine
       MOVE WSSuppressedCount TO WSEditedCount
       MOVE SPACES TO UpdateLine
       STRING "Addresses Suppressed: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO UpdateLine
       END-STRING
       WRITE UpdateLine
       MOVE WSExceptionCount TO WSEditedCount
       MOVE SPACES TO UpdateLine
       STRING "Exceptions: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO UpdateLine
       END-STRING
       WRITE UpdateLine
       CLOSE CustomerFile, ResultFile, AuditLog, UpdateReport.
       DISPLAY " "
       DISPLAY "CHANGE-OF-ADDRESS IMPORT COMPLETE"
       DISPLAY "Results Read.........: " WSResultsRead
       DISPLAY "No Move On File......: " WSNoMoveCount
       DISPLAY "Addresses Forwarded..: " WSMovedCount
       DISPLAY "Addresses Suppressed.: " WSSuppressedCount
       DISPLAY "Already Suppressed...: " WSAlreadyCount
       DISPLAY "Exceptions...........: " WSExceptionCount
       MOVE SPACES TO WSOpsCounts
       STRING "FWD " DELIMITED BY SIZE
           WSMovedCount DELIMITED BY SIZE
           " SUPP " DELIMITED BY SIZE
           WSSuppressedCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       *> Exceptions are worth a look but don't stop the schedule
       IF WSExceptionCount > ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> One result line: no move is just counted; a move is applied only to
*> a live customer still at the address we sent
ApplyOneResult.
       IF NOT NRForwarded AND NOT NRNoForward
           ADD 1 TO WSNoMoveCount
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO CustExists
       MOVE NXIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       EVALUATE TRUE
           WHEN CustExists = "N"
               MOVE NXLastName TO LastName
               MOVE "NOT ON FILE" TO UpdAction
               PERFORM WriteException
           WHEN CustDeleted
               MOVE "DELETED" TO UpdAction
               PERFORM WriteException
           WHEN Street NOT = NXStreet OR ZipCode NOT = NXZipCode
               MOVE "REKEYED" TO UpdAction
               PERFORM WriteException
           WHEN NRForwarded
               PERFORM ApplyForwardingAddress
           WHEN MailUndeliverable
               ADD 1 TO WSAlreadyCount
           WHEN OTHER
               PERFORM SuppressOldAddress
       END-EVALUATE.

*> The forwarding address replaces the old one outright - a result
*> missing its street or carrying a bad ZIP is listed, not applied
ApplyForwardingAddress.
       IF NRNewStreet = SPACES OR NRNewCity = SPACES
           OR NRNewZipCode IS NOT NUMERIC
           MOVE "BAD FORWARD" TO UpdAction
           PERFORM WriteException
           EXIT PARAGRAPH
       END-IF
       MOVE NRNewStreet TO Street
       MOVE NRNewCity TO City
       MOVE NRNewStateCode TO StateCode
       MOVE NRNewZipCode TO ZipCode
       IF NRNewPlus4 IS NUMERIC
           MOVE NRNewPlus4 TO ZipPlus4
       ELSE
           MOVE ZERO TO ZipPlus4
       END-IF
       *> A good address ends any returned-mail suppression
       MOVE SPACE TO MailReturnFlag
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Warning: " IDNum " Not Rewritten"
           NOT INVALID KEY
               ADD 1 TO WSMovedCount
               MOVE "NCOAMOVE" TO AuditOperation
               MOVE "NCOA MOVE" TO WSContactDoc
               PERFORM RecordAddressChange
               MOVE "FORWARDED" TO UpdAction
               MOVE Street TO UpdStreet
               MOVE City TO UpdCity
               MOVE StateCode TO UpdState
               MOVE ZipCode TO UpdZip
               PERFORM WriteUpdateDetail
       END-REWRITE.

SuppressOldAddress.
       SET MailUndeliverable TO TRUE
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Warning: " IDNum " Not Rewritten"
           NOT INVALID KEY
               ADD 1 TO WSSuppressedCount
               MOVE "NCOANOFWD" TO AuditOperation
               MOVE "NCOA NO FWD" TO WSContactDoc
               PERFORM RecordAddressChange
               MOVE "SUPPRESSED" TO UpdAction
               MOVE SPACES TO UpdStreet, UpdCity, UpdState, UpdZip
               PERFORM WriteUpdateDetail
       END-REWRITE.

*> Append one line in the shape randomlyaccessdata.cob writes, then the
*> recovery journal and the customer's contact history
RecordAddressChange.
       MOVE FUNCTION CURRENT-DATE TO AuditTimestamp
       MOVE IDNum TO AuditIDNum
       MOVE FirstName TO AuditOldFirstName
       MOVE LastName TO AuditOldLastName
       MOVE FirstName TO AuditNewFirstName
       MOVE LastName TO AuditNewLastName
       MOVE "NCOA" TO AuditOperatorID
       WRITE AuditRecord
       *> The record as it now stands rides the recovery journal
       CALL 'CUSTJRNL' USING WSOpsProgram, CustomerData
       CALL 'CONTACTLOG' USING WSOpsProgram, IDNum,
           WSContactChannel, WSContactDoc.

WriteException.
       ADD 1 TO WSExceptionCount
       MOVE NXStreet TO UpdStreet
       MOVE NXCity TO UpdCity
       MOVE NXStateCode TO UpdState
       MOVE NXZipCode TO UpdZip
       MOVE NXIDNum TO IDNum
       PERFORM WriteUpdateDetail.

WriteUpdateDetail.
       MOVE IDNum TO UpdIDNum
       MOVE LastName TO UpdLastName
       WRITE UpdateLine FROM UpdDetailLine.

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
