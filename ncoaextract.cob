       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    ncoaextract.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Change-of-address extract: every active customer with an address on
*> file goes out on NCOAExtract.dat for the mail house's national
*> change-of-address match, run on the operations schedule ahead of
*> the statement cycle. Addresses already flagged undeliverable go
*> too - a forwarding address found for one of them is exactly what
*> addressrepairlist.cob's chasers are looking for. The mail house
*> returns this same record with the match result appended, and
*> ncoaimport.cob applies it to the master.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IDNum
           FILE STATUS IS WSCustomerFileStatus.
       SELECT ExtractFile ASSIGN TO "NCOAExtract.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExtractFileStatus.

DATA DIVISION.
FILE SECTION.
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
       *> Statement cycle through debit consent - carried for layout fit
       02 FILLER PIC X(11).
       *> The address the mail house matches
       02 Street PIC X(20).
       02 City PIC X(15).
       02 StateCode PIC X(02).
       02 ZipCode PIC 9(05).
       *> Household through returned-mail flag - carried for layout fit
       02 FILLER PIC X(85).
       02 ZipPlus4 PIC 9(04).
       *> Reserved for future fields - see randomlyaccessdata.cob's
       *> CustomerData for the field carve-out
       02 FILLER PIC X(88).

*> Must match ncoaimport.cob's NCOAResult layout through NXZipPlus4 -
*> the mail house echoes this record back ahead of its result
FD ExtractFile.
01 ExtractRecord.
       02 NXIDNum PIC 9(08).
       02 NXFirstName PIC X(15).
       02 NXLastName PIC X(15).
       02 NXStreet PIC X(20).
       02 NXCity PIC X(15).
       02 NXStateCode PIC X(02).
       02 NXZipCode PIC 9(05).
       02 NXZipPlus4 PIC 9(04).
       02 FILLER PIC X(16).

WORKING-STORAGE SECTION.
01 WSExtractCount PIC 9(08) VALUE ZERO.
01 WSNoAddressCount PIC 9(08) VALUE ZERO.
*> FILE STATUS codes, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSExtractFileStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "ncoaextract".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Customer.txt Open Status " WSCustomerFileStatus
               " - Run Aborted"
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT ExtractFile.
       IF WSExtractFileStatus NOT = "00"
           DISPLAY "Warning: NCOAExtract.dat Open Status "
               WSExtractFileStatus
       END-IF
       READ CustomerFile
           AT END SET WSEOF TO TRUE
       END-READ
       PERFORM UNTIL WSEOF
           IF CustActive
               PERFORM ExtractOneAddress
           END-IF
           READ CustomerFile
               AT END SET WSEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE CustomerFile, ExtractFile.
       DISPLAY " "
       DISPLAY "CHANGE-OF-ADDRESS EXTRACT COMPLETE"
       DISPLAY "Addresses Extracted..: " WSExtractCount
       DISPLAY "No Address On File...: " WSNoAddressCount
       MOVE SPACES TO WSOpsCounts
       STRING "SENT " DELIMITED BY SIZE
           WSExtractCount DELIMITED BY SIZE
           " NOADDR " DELIMITED BY SIZE
           WSNoAddressCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> A customer with no street or ZIP has nothing to match - they are
*> counted for the run log and left to addressrepairlist.cob
ExtractOneAddress.
       IF Street = SPACES OR ZipCode = ZERO
           ADD 1 TO WSNoAddressCount
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO ExtractRecord
       MOVE IDNum TO NXIDNum
       MOVE FirstName TO NXFirstName
       MOVE LastName TO NXLastName
       MOVE Street TO NXStreet
       MOVE City TO NXCity
       MOVE StateCode TO NXStateCode
       MOVE ZipCode TO NXZipCode
       MOVE ZipPlus4 TO NXZipPlus4
       WRITE ExtractRecord
       ADD 1 TO WSExtractCount.
