       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    agencyremit.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Agency remittance import: the collection agency's monthly file of
*> what it collected on our placed accounts, and where each account
*> stands with them. Each collection posts net of the agency's
*> commission against the account's RecoveredAmount - capped at what
*> was written off, as applypayments.cob caps a direct recovery - and
*> the gross, commission and net accumulate on the placement record.
*> A commission the agency leaves blank is worked out at the rate on
*> CollectionAgencies.dat. The written-off balance itself stays at
*> zero - the receivable went with the charge-off. Status records just
*> note the agency's latest code. Items that can't post land on the
*> report, RC 4; a file already posted is refused whole with RC 8.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> The agency's file: H header, C collections, S statuses,
       *> T trailer
       SELECT RemitFile ASSIGN TO "AgencyRemittance.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRemitFileStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       SELECT PlacementFile ASSIGN TO "AgencyPlacements.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AGIDNum
           FILE STATUS IS WSPlacementStatus.
       SELECT AgencyFile ASSIGN TO "CollectionAgencies.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAgencyFileStatus.
       *> One line per agency file posted - the guard against posting
       *> the same month twice
       SELECT RemitLogFile ASSIGN TO "AgencyRemitLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRemitLogStatus.
       SELECT RemitReport ASSIGN TO "AgencyRemit.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRemitReportStatus.

DATA DIVISION.
FILE SECTION.
*> Fixed-column agency feed - the first byte types each record
FD RemitFile.
01 RemitRecord PIC X(60).
       88 RemitEOF VALUE HIGH-VALUES.
01 RemitHeaderRecord REDEFINES RemitRecord.
       02 RhRecordType PIC X(01).
       02 RhFileDate PIC 9(08).
       02 RhAgencyCode PIC X(04).
       02 FILLER PIC X(47).
01 RemitCollectRecord REDEFINES RemitRecord.
       02 RcRecordType PIC X(01).
       02 RcIDNum PIC 9(08).
       02 RcCollectDate PIC 9(08).
       02 RcGross PIC 9(7)V99.
       02 RcCommission PIC 9(7)V99.
       02 FILLER PIC X(25).
01 RemitStatusRecord REDEFINES RemitRecord.
       02 RsRecordType PIC X(01).
       02 RsIDNum PIC 9(08).
       02 RsStatusDate PIC 9(08).
       02 RsStatusCode PIC X(02).
       02 FILLER PIC X(41).

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
       *> Statement cycle through custodian - carried for layout fit
       02 FILLER PIC X(110).
       *> Charge-off state - recoveries count against it
       02 ChargeOffFlag PIC X(01).
           88 AcctChargedOff VALUE "O".
       02 ChargeOffDate PIC 9(08).
       02 ChargeOffAmount PIC 9(7)V99.
       02 RecoveredAmount PIC 9(7)V99.
       *> Reserved for future fields
       02 FILLER PIC X(93).

*> Must match agencyplacement.cob's PlacementRecord layout
FD PlacementFile.
01 PlacementRecord.
       02 AGIDNum PIC 9(08).
       02 AGAgencyCode PIC X(04).
       02 AGPlacedDate PIC 9(08).
       02 AGPlacedAmount PIC 9(7)V99.
       02 AGStatus PIC X(01).
           88 AGPlaced VALUE "P".
           88 AGRecalled VALUE "R".
       02 AGRecallDate PIC 9(08).
       02 AGRecallBy PIC X(08).
       02 AGRecallReason PIC X(12).
       02 AGRecallSent PIC X(01).
       02 AGGrossCollected PIC 9(7)V99.
       02 AGCommission PIC 9(7)V99.
       02 AGNetRemitted PIC 9(7)V99.
       02 AGLastRemitDate PIC 9(08).
       02 AGAgencyStatus PIC X(02).
       02 AGStatusDate PIC 9(08).
       02 FILLER PIC X(16).

*> Must match agencyplacement.cob's AgencyRecord layout
FD AgencyFile.
01 AgencyRecord.
       02 AgyCode PIC X(04).
       02 FILLER PIC X.
       *> Define End of File
       88 AgyEOF VALUE HIGH-VALUES.
       02 AgyName PIC X(30).
       02 FILLER PIC X.
       02 AgyCommPct PIC 9(02)V99.
       02 FILLER PIC X.
       02 AgyStatus PIC X(01).
           88 AgyActive VALUE "A".

FD RemitLogFile.
01 RemitLogRecord.
       02 RLAgencyCode PIC X(04).
       02 FILLER PIC X.
       *> Define End of File
       88 RLEOF VALUE HIGH-VALUES.
       02 RLFileDate PIC 9(08).
       02 FILLER PIC X.
       02 RLRunDate PIC 9(08).

FD RemitReport.
01 RemitReportLine PIC X(90).

WORKING-STORAGE SECTION.
01 CustExists PIC X.
01 PlacementExists PIC X.
01 WSRunDate PIC 9(08).
01 WSFileDate PIC 9(08).
01 WSFileAgency PIC X(04).
01 WSCommPct PIC 9(02)V99 VALUE ZERO.
01 WSAgencyFound PIC X VALUE "N".
01 WSAlreadyPosted PIC X VALUE "N".
01 WSRefuseReason PIC X(40) VALUE SPACES.
01 WSCommission PIC 9(7)V99.
01 WSNet PIC S9(7)V99.
*> Control totals
01 WSCollectRead PIC 9(08) VALUE ZERO.
01 WSCollectPosted PIC 9(08) VALUE ZERO.
01 WSStatusRead PIC 9(08) VALUE ZERO.
01 WSExceptionCount PIC 9(08) VALUE ZERO.
01 WSTotalGross PIC 9(10)V99 VALUE ZERO.
01 WSTotalCommission PIC 9(10)V99 VALUE ZERO.
01 WSTotalNet PIC 9(10)V99 VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedTotal PIC $,$$$,$$$,$$9.99.
01 RemitDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RdIDNum PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RdDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RdGross PIC $$,$$$,$$9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RdCommission PIC $$,$$$,$$9.99.
       02 FILLER PIC X VALUE SPACE.
       02 RdNet PIC $$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RdNote PIC X(24).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSRemitFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSPlacementStatus PIC X(02).
01 WSAgencyFileStatus PIC X(02).
01 WSRemitLogStatus PIC X(02).
01 WSRemitReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "agencyremit".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       OPEN INPUT RemitFile.
       IF WSRemitFileStatus NOT = "00"
           DISPLAY "No Agency Remittance File - Status "
               WSRemitFileStatus
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           STOP RUN
       END-IF
       READ RemitFile
           AT END SET RemitEOF TO TRUE
       END-READ
       IF RemitEOF OR RhRecordType NOT = "H"
           OR RhFileDate IS NOT NUMERIC
           MOVE "No Header Record - File Refused" TO WSRefuseReason
           PERFORM RefuseFile
       END-IF
       MOVE RhFileDate TO WSFileDate
       MOVE RhAgencyCode TO WSFileAgency
       PERFORM FindFileAgency
       IF WSAgencyFound = "N"
           MOVE "Agency Not On CollectionAgencies.dat" TO WSRefuseReason
           PERFORM RefuseFile
       END-IF
       PERFORM CheckAlreadyPosted
       IF WSAlreadyPosted = "Y"
           MOVE "This Agency File Was Already Posted" TO WSRefuseReason
           PERFORM RefuseFile
       END-IF
       OPEN I-O CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status "
               WSCustomerFileStatus
       END-IF
       OPEN I-O PlacementFile.
       IF WSPlacementStatus NOT = "00"
           DISPLAY "Warning: AgencyPlacements.dat Open Status "
               WSPlacementStatus
       END-IF
       OPEN OUTPUT RemitReport.
       IF WSRemitReportStatus NOT = "00"
           DISPLAY "Warning: AgencyRemit.rpt Open Status "
               WSRemitReportStatus
       END-IF
       MOVE SPACES TO RemitReportLine
       STRING "AGENCY REMITTANCE - " DELIMITED BY SIZE
           WSFileAgency DELIMITED BY SIZE
           " FILE OF " DELIMITED BY SIZE
           WSFileDate DELIMITED BY SIZE
           INTO RemitReportLine
       END-STRING
       WRITE RemitReportLine
       MOVE "==================" TO RemitReportLine
       WRITE RemitReportLine
       READ RemitFile
           AT END SET RemitEOF TO TRUE
       END-READ
       PERFORM UNTIL RemitEOF
           EVALUATE RcRecordType
               WHEN "C"
                   PERFORM PostOneCollection
               WHEN "S"
                   PERFORM NoteOneStatus
           END-EVALUATE
           READ RemitFile
               AT END SET RemitEOF TO TRUE
           END-READ
       END-PERFORM
       PERFORM PrintFooter
       PERFORM LogPostedFile
       CLOSE RemitFile, CustomerFile, PlacementFile, RemitReport.
       DISPLAY " "
       DISPLAY "AGENCY REMITTANCE COMPLETE"
       DISPLAY "Collections Posted: " WSCollectPosted
       DISPLAY "Statuses Noted....: " WSStatusRead
       DISPLAY "Exceptions........: " WSExceptionCount
       IF WSExceptionCount > ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       MOVE SPACES TO WSOpsCounts
       STRING "POSTED " DELIMITED BY SIZE
           WSCollectPosted DELIMITED BY SIZE
           " EXC " DELIMITED BY SIZE
           WSExceptionCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> Nothing posts from a file that can't be trusted whole
RefuseFile.
       DISPLAY WSRefuseReason
       CLOSE RemitFile
       MOVE 8 TO WSOpsRC
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE 8 TO RETURN-CODE
       STOP RUN.

*> The sending agency's commission rate, for collections that arrive
*> without the commission filled in
FindFileAgency.
       OPEN INPUT AgencyFile
       IF WSAgencyFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ AgencyFile
           AT END SET AgyEOF TO TRUE
       END-READ
       PERFORM UNTIL AgyEOF OR WSAgencyFound = "Y"
           IF AgyCode = WSFileAgency
               MOVE "Y" TO WSAgencyFound
               MOVE AgyCommPct TO WSCommPct
           ELSE
               READ AgencyFile
                   AT END SET AgyEOF TO TRUE
               END-READ
           END-IF
       END-PERFORM
       CLOSE AgencyFile.

CheckAlreadyPosted.
       OPEN INPUT RemitLogFile
       IF WSRemitLogStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ RemitLogFile
           AT END SET RLEOF TO TRUE
       END-READ
       PERFORM UNTIL RLEOF
           IF RLAgencyCode = WSFileAgency AND RLFileDate = WSFileDate
               MOVE "Y" TO WSAlreadyPosted
           END-IF
           READ RemitLogFile
               AT END SET RLEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE RemitLogFile.

LogPostedFile.
       OPEN EXTEND RemitLogFile
       IF WSRemitLogStatus = "35"
           OPEN OUTPUT RemitLogFile
       END-IF
       MOVE SPACES TO RemitLogRecord
       MOVE WSFileAgency TO RLAgencyCode
       MOVE WSFileDate TO RLFileDate
       MOVE WSRunDate TO RLRunDate
       WRITE RemitLogRecord
       CLOSE RemitLogFile.

*> One collection: net of commission onto the recovery, totals onto
*> the placement
PostOneCollection.
       ADD 1 TO WSCollectRead
       MOVE ZERO TO RdGross, RdCommission, RdNet
       IF RcIDNum IS NOT NUMERIC OR RcCollectDate IS NOT NUMERIC
           OR RcGross IS NOT NUMERIC
           MOVE ZERO TO RdIDNum, RdDate
           MOVE "GARBLED COLLECTION" TO RdNote
           PERFORM WriteException
           EXIT PARAGRAPH
       END-IF
       MOVE RcIDNum TO RdIDNum
       MOVE RcCollectDate TO RdDate
       MOVE RcGross TO RdGross
       IF RcCommission IS NUMERIC AND RcCommission > ZERO
           MOVE RcCommission TO WSCommission
       ELSE
           COMPUTE WSCommission ROUNDED = RcGross * WSCommPct / 100
       END-IF
       COMPUTE WSNet = RcGross - WSCommission
       MOVE WSCommission TO RdCommission
       MOVE WSNet TO RdNet
       IF WSNet < ZERO
           MOVE "COMMISSION OVER GROSS" TO RdNote
           PERFORM WriteException
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO PlacementExists
       MOVE RcIDNum TO AGIDNum
       READ PlacementFile
           INVALID KEY MOVE "N" TO PlacementExists
       END-READ
       IF PlacementExists = "N"
           MOVE "NOT PLACED WITH AGENCY" TO RdNote
           PERFORM WriteException
           EXIT PARAGRAPH
       END-IF
       IF AGAgencyCode NOT = WSFileAgency
           MOVE "PLACED WITH OTHER AGENCY" TO RdNote
           PERFORM WriteException
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO CustExists
       MOVE RcIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N" OR NOT AcctChargedOff
           MOVE "ACCOUNT NOT CHARGED OFF" TO RdNote
           PERFORM WriteException
           EXIT PARAGRAPH
       END-IF
       PERFORM NoteAgencyRecovery
       REWRITE CustomerData
           INVALID KEY
               MOVE "CUSTOMER REWRITE FAILED" TO RdNote
               PERFORM WriteException
               EXIT PARAGRAPH
       END-REWRITE
       CALL 'CUSTJRNL' USING WSOpsProgram, CustomerData
       ADD RcGross TO AGGrossCollected
       ADD WSCommission TO AGCommission
       ADD WSNet TO AGNetRemitted
       MOVE RcCollectDate TO AGLastRemitDate
       REWRITE PlacementRecord
           INVALID KEY
               DISPLAY "Warning: Placement " AGIDNum " Not Updated"
       END-REWRITE
       ADD 1 TO WSCollectPosted
       ADD RcGross TO WSTotalGross
       ADD WSCommission TO WSTotalCommission
       ADD WSNet TO WSTotalNet
       IF AGRecalled
           MOVE "POSTED - AFTER RECALL" TO RdNote
       ELSE
           MOVE "POSTED" TO RdNote
       END-IF
       WRITE RemitReportLine FROM RemitDetailLine.

*> The net counts against the written-off amount, capped there
NoteAgencyRecovery.
       IF ChargeOffAmount IS NOT NUMERIC
           MOVE ZERO TO ChargeOffAmount
       END-IF
       IF RecoveredAmount IS NOT NUMERIC
           MOVE ZERO TO RecoveredAmount
       END-IF
       ADD WSNet TO RecoveredAmount
       IF RecoveredAmount > ChargeOffAmount
           MOVE ChargeOffAmount TO RecoveredAmount
       END-IF.

NoteOneStatus.
       ADD 1 TO WSStatusRead
       MOVE "Y" TO PlacementExists
       MOVE RsIDNum TO AGIDNum
       READ PlacementFile
           INVALID KEY MOVE "N" TO PlacementExists
       END-READ
       MOVE ZERO TO RdGross, RdCommission, RdNet
       MOVE RsIDNum TO RdIDNum
       MOVE RsStatusDate TO RdDate
       IF PlacementExists = "N"
           MOVE "STATUS - NOT PLACED" TO RdNote
           PERFORM WriteException
           EXIT PARAGRAPH
       END-IF
       MOVE RsStatusCode TO AGAgencyStatus
       MOVE RsStatusDate TO AGStatusDate
       REWRITE PlacementRecord
           INVALID KEY
               DISPLAY "Warning: Placement " AGIDNum " Not Updated"
       END-REWRITE.

WriteException.
       ADD 1 TO WSExceptionCount
       WRITE RemitReportLine FROM RemitDetailLine.

PrintFooter.
       MOVE SPACES TO RemitReportLine
       WRITE RemitReportLine
       MOVE WSCollectPosted TO WSEditedCount
       MOVE WSTotalGross TO WSEditedTotal
       STRING "Collections Posted: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  Gross: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO RemitReportLine
       END-STRING
       WRITE RemitReportLine
       MOVE WSTotalCommission TO WSEditedTotal
       MOVE SPACES TO RemitReportLine
       STRING "Agency Commission.: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO RemitReportLine
       END-STRING
       WRITE RemitReportLine
       MOVE WSTotalNet TO WSEditedTotal
       MOVE SPACES TO RemitReportLine
       STRING "Net Recovered.....: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO RemitReportLine
       END-STRING
       WRITE RemitReportLine
       MOVE WSExceptionCount TO WSEditedCount
       MOVE SPACES TO RemitReportLine
       STRING "Exceptions........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO RemitReportLine
       END-STRING
       WRITE RemitReportLine.
