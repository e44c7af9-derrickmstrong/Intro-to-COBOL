       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    agencyplacement.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Collection agency placement: every account chargeoffrun.cob has
*> written off, with money still unrecovered and no placement on
*> AgencyPlacements.dat yet, goes out on AgencyPlacement.txt to the
*> contracted agency - the first active agency on CollectionAgencies.dat
*> - and is recorded as placed with the amount sent. Accounts recalled
*> through agencyrecall.cob since the last run go out on the same file
*> as recall records so the agency stops working them. Header and
*> trailer with the item count and total, as in bankdebitexport.cob.
*> No active agency on file stops the run RC 8 with nothing sent.
*> An account under a bankruptcy stay is never placed, and one the
*> agency already holds is recalled on the spot.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Walk the live master sequentially by primary key
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> One line per agency we contract with: code, name, commission
       SELECT AgencyFile ASSIGN TO "CollectionAgencies.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAgencyFileStatus.
       *> One record per placed account, kept for its whole life at the
       *> agency
       SELECT PlacementFile ASSIGN TO "AgencyPlacements.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AGIDNum
           FILE STATUS IS WSPlacementStatus.
       SELECT OutboundFile ASSIGN TO "AgencyPlacement.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOutboundStatus.
       SELECT PlacementReport ASSIGN TO "AgencyPlacement.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

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
       *> The last known address the agency starts its search from
       02 Street PIC X(20).
       02 City PIC X(15).
       02 StateCode PIC X(02).
       02 ZipCode PIC 9(05).
       *> Household through custodian - carried for layout fit
       02 FILLER PIC X(57).
       *> Charge-off state - what gets placed
       02 ChargeOffFlag PIC X(01).
           88 AcctChargedOff VALUE "O".
       02 ChargeOffDate PIC 9(08).
       02 ChargeOffAmount PIC 9(7)V99.
       02 RecoveredAmount PIC 9(7)V99.
       *> Mail-return flag through the branch code - carried for fit
       02 FILLER PIC X(68).
       *> A bankruptcy stay (or discharge) keeps the account home
       02 BankruptcyFlag PIC X(01).
           88 BankruptcyStay VALUE "B", "D".
       *> Reserved for future fields
       02 FILLER PIC X(24).

*> Maintained by hand like RunParams.dat - agencyremit.cob and
*> chargeoffregister.cob read this same layout
FD AgencyFile.
01 AgencyRecord.
       02 AgyCode PIC X(04).
       02 FILLER PIC X.
       *> Define End of File
       88 AgyEOF VALUE HIGH-VALUES.
       02 AgyName PIC X(30).
       02 FILLER PIC X.
       *> The agency's cut of what it collects, as a percent
       02 AgyCommPct PIC 9(02)V99.
       02 FILLER PIC X.
       02 AgyStatus PIC X(01).
           88 AgyActive VALUE "A".

*> One account's placement - agencyrecall.cob, agencyremit.cob and
*> chargeoffregister.cob read this same layout
FD PlacementFile.
01 PlacementRecord.
       02 AGIDNum PIC 9(08).
       02 AGAgencyCode PIC X(04).
       02 AGPlacedDate PIC 9(08).
       *> What was still unrecovered when the account went out
       02 AGPlacedAmount PIC 9(7)V99.
       02 AGStatus PIC X(01).
           88 AGPlaced VALUE "P".
           88 AGRecalled VALUE "R".
       02 AGRecallDate PIC 9(08).
       02 AGRecallBy PIC X(08).
       02 AGRecallReason PIC X(12).
       *> N until the recall has gone out to the agency
       02 AGRecallSent PIC X(01).
       *> Running totals off the agency's remittances
       02 AGGrossCollected PIC 9(7)V99.
       02 AGCommission PIC 9(7)V99.
       02 AGNetRemitted PIC 9(7)V99.
       02 AGLastRemitDate PIC 9(08).
       *> The agency's own status code for the account, as last reported
       02 AGAgencyStatus PIC X(02).
       02 AGStatusDate PIC 9(08).
       02 FILLER PIC X(16).

*> The agency's placement layout - the first byte types each record:
*> H header, P placement, R recall, T trailer
FD OutboundFile.
01 OutboundRecord PIC X(130).
01 OutHeaderRecord REDEFINES OutboundRecord.
       02 OhRecordType PIC X(01).
       02 OhFileDate PIC 9(08).
       02 OhAgencyCode PIC X(04).
       02 FILLER PIC X(117).
01 OutDetailRecord REDEFINES OutboundRecord.
       02 OdRecordType PIC X(01).
       02 OdIDNum PIC 9(08).
       02 OdLastName PIC X(15).
       02 OdFirstName PIC X(15).
       02 OdSSN PIC 9(09).
       02 OdDateOfBirth PIC 9(08).
       02 OdStreet PIC X(20).
       02 OdCity PIC X(15).
       02 OdStateCode PIC X(02).
       02 OdZipCode PIC 9(05).
       02 OdChargeOffDate PIC 9(08).
       02 OdAmount PIC 9(7)V99.
       *> Recall reason on an R record, spaces on a placement
       02 OdRecallReason PIC X(12).
       02 FILLER PIC X(03).
01 OutTrailerRecord REDEFINES OutboundRecord.
       02 OtRecordType PIC X(01).
       02 OtRecordCount PIC 9(08).
       02 OtTotalAmount PIC 9(10)V99.
       02 FILLER PIC X(109).

FD PlacementReport.
01 ReportLine PIC X(80).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSRunDate PIC 9(08).
01 WSAgencyCode PIC X(04) VALUE SPACES.
01 WSAgencyName PIC X(30) VALUE SPACES.
01 WSPlacedExists PIC X.
01 WSUnrecovered PIC S9(7)V99.
*> Control totals
01 WSPlacedCount PIC 9(08) VALUE ZERO.
01 WSPlacedTotal PIC 9(10)V99 VALUE ZERO.
01 WSRecallCount PIC 9(08) VALUE ZERO.
01 WSDetailCount PIC 9(08) VALUE ZERO.
01 WSDetailTotal PIC 9(10)V99 VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedTotal PIC $,$$$,$$$,$$9.99.
01 PlaceDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 PlIDNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PlLastName PIC X(15).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PlChgDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 PlAmount PIC $$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 PlNote PIC X(20).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSAgencyFileStatus PIC X(02).
01 WSPlacementStatus PIC X(02).
01 WSOutboundStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "agencyplacement".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       PERFORM FindContractAgency
       IF WSAgencyCode = SPACES
           DISPLAY "No Active Agency On CollectionAgencies.dat - "
               "Nothing Placed"
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status "
               WSCustomerFileStatus
       END-IF
       *> I-O needs the file to exist - create it empty on first use
       OPEN I-O PlacementFile.
       IF WSPlacementStatus = "35"
           OPEN OUTPUT PlacementFile
           CLOSE PlacementFile
           OPEN I-O PlacementFile
       END-IF
       IF WSPlacementStatus NOT = "00"
           DISPLAY "Warning: AgencyPlacements.dat Open Status "
               WSPlacementStatus
       END-IF
       OPEN OUTPUT OutboundFile.
       IF WSOutboundStatus NOT = "00"
           DISPLAY "Warning: AgencyPlacement.txt Open Status "
               WSOutboundStatus
       END-IF
       OPEN OUTPUT PlacementReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: AgencyPlacement.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE SPACES TO ReportLine
       STRING "AGENCY PLACEMENTS - " DELIMITED BY SIZE
           WSAgencyCode DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WSAgencyName DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE "==================" TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO OutboundRecord
       MOVE "H" TO OhRecordType
       MOVE WSRunDate TO OhFileDate
       MOVE WSAgencyCode TO OhAgencyCode
       WRITE OutboundRecord
       MOVE ZEROS TO IDNum
       MOVE "Y" TO WSMoreRecords
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CustomerFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF AcctChargedOff AND NOT CustDeleted
                   IF BankruptcyStay
                       PERFORM RecallForBankruptcy
                   ELSE
                       PERFORM PlaceOneAccount
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       PERFORM SendPendingRecalls
       MOVE SPACES TO OutboundRecord
       MOVE "T" TO OtRecordType
       MOVE WSDetailCount TO OtRecordCount
       MOVE WSDetailTotal TO OtTotalAmount
       WRITE OutboundRecord
       PERFORM PrintFooter
       CLOSE CustomerFile, PlacementFile, OutboundFile, PlacementReport.
       DISPLAY " "
       DISPLAY "AGENCY PLACEMENT COMPLETE"
       DISPLAY "Accounts Placed: " WSPlacedCount
       DISPLAY "Recalls Sent...: " WSRecallCount
       MOVE SPACES TO WSOpsCounts
       STRING "PLACED " DELIMITED BY SIZE
           WSPlacedCount DELIMITED BY SIZE
           " RECALL " DELIMITED BY SIZE
           WSRecallCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> The agency this run places with - the first one marked active
FindContractAgency.
       OPEN INPUT AgencyFile
       IF WSAgencyFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ AgencyFile
           AT END SET AgyEOF TO TRUE
       END-READ
       PERFORM UNTIL AgyEOF OR WSAgencyCode NOT = SPACES
           IF AgyActive
               MOVE AgyCode TO WSAgencyCode
               MOVE AgyName TO WSAgencyName
           ELSE
               READ AgencyFile
                   AT END SET AgyEOF TO TRUE
               END-READ
           END-IF
       END-PERFORM
       CLOSE AgencyFile.

*> A written-off account with money still owed and never placed
PlaceOneAccount.
       IF ChargeOffAmount IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF RecoveredAmount IS NOT NUMERIC
           MOVE ZERO TO RecoveredAmount
       END-IF
       COMPUTE WSUnrecovered = ChargeOffAmount - RecoveredAmount
       IF WSUnrecovered <= ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WSPlacedExists
       MOVE IDNum TO AGIDNum
       READ PlacementFile
           INVALID KEY MOVE "N" TO WSPlacedExists
       END-READ
       IF WSPlacedExists = "Y"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO PlacementRecord
       MOVE IDNum TO AGIDNum
       MOVE WSAgencyCode TO AGAgencyCode
       MOVE WSRunDate TO AGPlacedDate
       MOVE WSUnrecovered TO AGPlacedAmount
       SET AGPlaced TO TRUE
       MOVE ZERO TO AGRecallDate
       MOVE ZERO TO AGGrossCollected
       MOVE ZERO TO AGCommission
       MOVE ZERO TO AGNetRemitted
       MOVE ZERO TO AGLastRemitDate
       MOVE ZERO TO AGStatusDate
       WRITE PlacementRecord
           INVALID KEY
               DISPLAY "Warning: Placement For " IDNum " Not Written"
               EXIT PARAGRAPH
       END-WRITE
       MOVE SPACES TO OutboundRecord
       MOVE "P" TO OdRecordType
       PERFORM FillOutboundDetail
       MOVE WSUnrecovered TO OdAmount
       WRITE OutboundRecord
       ADD 1 TO WSDetailCount
       ADD WSUnrecovered TO WSDetailTotal
       ADD 1 TO WSPlacedCount
       ADD WSUnrecovered TO WSPlacedTotal
       MOVE "PLACED" TO PlNote
       PERFORM WriteReportDetail.

*> A placed account whose customer has since filed (or been
*> discharged) is pulled back automatically - the recall goes out
*> with the pending ones below in this same run
RecallForBankruptcy.
       MOVE IDNum TO AGIDNum
       READ PlacementFile
           INVALID KEY EXIT PARAGRAPH
       END-READ
       IF NOT AGPlaced
           EXIT PARAGRAPH
       END-IF
       SET AGRecalled TO TRUE
       MOVE WSRunDate TO AGRecallDate
       MOVE "BATCH" TO AGRecallBy
       MOVE "BANKRUPTCY" TO AGRecallReason
       MOVE "N" TO AGRecallSent
       REWRITE PlacementRecord
           INVALID KEY
               DISPLAY "Warning: Bankruptcy Recall " AGIDNum
                   " Not Rewritten"
       END-REWRITE.

*> Customer name, identity and address onto the outbound detail
FillOutboundDetail.
       MOVE IDNum TO OdIDNum
       MOVE LastName TO OdLastName
       MOVE FirstName TO OdFirstName
       MOVE SSN TO OdSSN
       MOVE DateOfBirth TO OdDateOfBirth
       MOVE Street TO OdStreet
       MOVE City TO OdCity
       MOVE StateCode TO OdStateCode
       MOVE ZipCode TO OdZipCode
       MOVE ChargeOffDate TO OdChargeOffDate.

WriteReportDetail.
       MOVE IDNum TO PlIDNum
       MOVE LastName TO PlLastName
       MOVE ChargeOffDate TO PlChgDate
       MOVE WSUnrecovered TO PlAmount
       WRITE ReportLine FROM PlaceDetailLine.

*> Every recall not yet sent to the agency goes out as an R record
SendPendingRecalls.
       MOVE ZERO TO AGIDNum
       MOVE "Y" TO WSMoreRecords
       START PlacementFile KEY IS NOT LESS THAN AGIDNum
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ PlacementFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF AGRecalled AND AGRecallSent = "N"
                   PERFORM SendOneRecall
               END-IF
           END-IF
       END-PERFORM.

SendOneRecall.
       MOVE AGIDNum TO IDNum
       READ CustomerFile
           INVALID KEY
               DISPLAY "Warning: Recalled Customer " AGIDNum
                   " Not On File"
               EXIT PARAGRAPH
       END-READ
       COMPUTE WSUnrecovered = AGPlacedAmount - AGGrossCollected
       IF WSUnrecovered < ZERO
           MOVE ZERO TO WSUnrecovered
       END-IF
       MOVE SPACES TO OutboundRecord
       MOVE "R" TO OdRecordType
       PERFORM FillOutboundDetail
       MOVE WSUnrecovered TO OdAmount
       MOVE AGRecallReason TO OdRecallReason
       WRITE OutboundRecord
       ADD 1 TO WSDetailCount
       ADD WSUnrecovered TO WSDetailTotal
       ADD 1 TO WSRecallCount
       MOVE "Y" TO AGRecallSent
       REWRITE PlacementRecord
           INVALID KEY
               DISPLAY "Warning: Recall " AGIDNum " Not Marked Sent"
       END-REWRITE
       MOVE SPACES TO PlNote
       STRING "RECALLED " DELIMITED BY SIZE
           AGRecallReason DELIMITED BY SIZE
           INTO PlNote
       END-STRING
       PERFORM WriteReportDetail.

PrintFooter.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSPlacedCount TO WSEditedCount
       MOVE WSPlacedTotal TO WSEditedTotal
       STRING "Accounts Placed: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSRecallCount TO WSEditedCount
       MOVE SPACES TO ReportLine
       STRING "Recalls Sent...: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
