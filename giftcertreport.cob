       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    giftcertreport.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Month-end gift certificate liability for accounting: every active
*> certificate still holding value on GiftCerts.dat (see GIFTCERT.cob),
*> with its purchaser, issue date, face and remaining balance and how
*> long it has sat unused, totalled to the figure the GL's 2400 GIFT
*> CERTIFICATES OUTSTANDING account should carry. The outstanding
*> balance is aged by dormancy - from the last redemption, or from the
*> sale when it was never spent - with the last bucket the certificates
*> past ESCHEATDAYS that escheatrun.cob will hand to the state on its
*> next run. Closed certificates are counted by how they closed, and
*> the month's movements from GiftCertLedger.dat are totalled by kind
*> so the liability's change over the month can be walked.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT GiftCertFile ASSIGN TO "GiftCerts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GCNumber
           ALTERNATE RECORD KEY IS GCPurchaserID WITH DUPLICATES
           FILE STATUS IS WSGiftCertStatus.
       SELECT CertLedger ASSIGN TO "GiftCertLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCertLedgerStatus.
       SELECT LiabilityReport ASSIGN TO "GiftCertLiability.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match GIFTCERT.cob's GiftCertRecord layout
FD GiftCertFile.
01 GiftCertRecord.
       02 GCNumber PIC 9(08).
       02 GCFaceAmount PIC 9(05)V99.
       02 GCBalance PIC 9(05)V99.
       02 GCIssueDate PIC 9(08).
       02 GCStatus PIC X(01).
           88 GCActive VALUE "A".
           88 GCRedeemed VALUE "R".
           88 GCVoided VALUE "V".
           88 GCEscheated VALUE "E".
       02 GCPurchaserID PIC 9(08).
       02 GCSoldRef PIC X(12).
       02 GCBranch PIC X(03).
       02 GCLastUseDate PIC 9(08).
       02 GCClosedDate PIC 9(08).
       02 FILLER PIC X(20).

*> Must match GIFTCERT.cob's CertLedgerRecord layout
FD CertLedger.
01 CertLedgerRecord.
       02 GTDate PIC 9(08).
       02 FILLER PIC X.
       02 GTSource PIC X(12).
       *> Define End of File
       88 GTEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       02 GTAmount PIC 9(07)V99.
       02 FILLER PIC X.
       02 GTBranch PIC X(03).
       02 FILLER PIC X.
       02 GTCertNumber PIC 9(08).
       02 FILLER PIC X.
       02 GTIDNum PIC 9(08).
       02 FILLER PIC X.
       02 GTReference PIC X(12).
       02 FILLER PIC X.
       02 GTBalance PIC 9(05)V99.

FD LiabilityReport.
01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSRunDate PIC 9(08).
01 WSRunDateInt PIC 9(08).
01 WSRunMonth PIC 9(06).
01 WSEntryMonth PIC 9(06).
01 WSQuietFrom PIC 9(08).
01 WSQuietFromInt PIC 9(08).
01 WSQuietDays PIC S9(05).
*> The statutory dormancy period in days - the same ESCHEATDAYS
*> escheatrun.cob goes by, so the last bucket is its next run
01 WSEscheatDays PIC 9(05) VALUE 1095.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> Control totals for the report footer
01 WSCertsRead PIC 9(08) VALUE ZERO.
01 WSOutstandingCount PIC 9(08) VALUE ZERO.
01 WSOutstandingTotal PIC 9(10)V99 VALUE ZERO.
01 WSRedeemedCount PIC 9(08) VALUE ZERO.
01 WSVoidedCount PIC 9(08) VALUE ZERO.
01 WSEscheatedCount PIC 9(08) VALUE ZERO.
*> Dormancy buckets - under a year, one to two years, two years to
*> the escheat age, and past it
01 WSAgeLimit1 PIC 9(05) VALUE 365.
01 WSAgeLimit2 PIC 9(05) VALUE 730.
01 AgingTable.
       02 AgeBucket OCCURS 4 TIMES INDEXED BY AgeIdx.
           03 AgeCount PIC 9(08).
           03 AgeTotal PIC 9(10)V99.
01 WSBucket PIC 9.
*> The month's ledger movements by kind
01 WSSoldTotal PIC 9(10)V99 VALUE ZERO.
01 WSSpentTotal PIC 9(10)V99 VALUE ZERO.
01 WSVoidTotal PIC 9(10)V99 VALUE ZERO.
01 WSEscheatTotal PIC 9(10)V99 VALUE ZERO.
01 WSLedgerLines PIC 9(08) VALUE ZERO.
01 WSEditedCount PIC ZZ,ZZZ,ZZ9.
01 WSEditedAmount PIC $$,$$$,$$$,$$9.99.
01 CertDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepCertNumber PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepPurchaser PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepBranch PIC X(03).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepIssueDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepFace PIC $$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepBalance PIC $$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepLastUse PIC X(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepQuietDays PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepFlag PIC X(16).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSGiftCertStatus PIC X(02).
01 WSCertLedgerStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "giftcertreport".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       COMPUTE WSRunDateInt = FUNCTION INTEGER-OF-DATE(WSRunDate).
       COMPUTE WSRunMonth = WSRunDate / 100.
       MOVE "ESCHEATDAYS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           MOVE WSParamValue TO WSEscheatDays
       END-IF
       PERFORM VARYING AgeIdx FROM 1 BY 1 UNTIL AgeIdx > 4
           MOVE ZERO TO AgeCount(AgeIdx), AgeTotal(AgeIdx)
       END-PERFORM
       OPEN OUTPUT LiabilityReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: GiftCertLiability.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE SPACES TO ReportLine
       STRING "GIFT CERTIFICATE LIABILITY AS OF " DELIMITED BY SIZE
           WSRunDate DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE "===============================================" TO
           ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "OUTSTANDING CERTIFICATES" TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING " CERT NO   PURCHASER BR   ISSUED          FACE  "
           DELIMITED BY SIZE
           "   BALANCE  LAST USE  QUIET" DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       *> No certificate file simply means none has been sold yet
       OPEN INPUT GiftCertFile.
       IF WSGiftCertStatus = "00"
           PERFORM ListCertificates
           CLOSE GiftCertFile
       ELSE
           IF WSGiftCertStatus NOT = "35"
               DISPLAY "Warning: GiftCerts.dat Open Status "
                   WSGiftCertStatus
           END-IF
       END-IF
       IF WSOutstandingCount = ZERO
           MOVE "   (none)" TO ReportLine
           WRITE ReportLine
       END-IF
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSOutstandingCount TO WSEditedCount
       MOVE WSOutstandingTotal TO WSEditedAmount
       STRING "Outstanding.........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  Liability " DELIMITED BY SIZE
           WSEditedAmount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       PERFORM WriteAgingSection
       PERFORM WriteStatusSection
       PERFORM TallyMonthActivity
       PERFORM WriteActivitySection
       CLOSE LiabilityReport.
       DISPLAY " "
       DISPLAY "GIFT CERTIFICATE LIABILITY REPORT COMPLETE"
       DISPLAY "Certificates Read..: " WSCertsRead
       DISPLAY "Outstanding........: " WSOutstandingCount
       MOVE WSOutstandingTotal TO WSEditedAmount
       DISPLAY "Liability..........: " WSEditedAmount
       MOVE SPACES TO WSOpsCounts
       STRING "READ " DELIMITED BY SIZE
           WSCertsRead DELIMITED BY SIZE
           " OPEN " DELIMITED BY SIZE
           WSOutstandingCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> Every certificate in number order - the live ones listed and aged,
*> the closed ones counted by how they closed
ListCertificates.
       MOVE ZEROS TO GCNumber
       MOVE "Y" TO WSMoreRecords
       START GiftCertFile KEY IS NOT LESS THAN GCNumber
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ GiftCertFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               ADD 1 TO WSCertsRead
               EVALUATE TRUE
                   WHEN GCActive AND GCBalance > ZERO
                       PERFORM ListOneCertificate
                   WHEN GCRedeemed
                       ADD 1 TO WSRedeemedCount
                   WHEN GCVoided
                       ADD 1 TO WSVoidedCount
                   WHEN GCEscheated
                       ADD 1 TO WSEscheatedCount
               END-EVALUATE
           END-IF
       END-PERFORM.

ListOneCertificate.
       ADD 1 TO WSOutstandingCount
       ADD GCBalance TO WSOutstandingTotal
       *> The dormancy clock runs from the last use, or from the sale
       IF GCLastUseDate IS NUMERIC AND GCLastUseDate > ZERO
           MOVE GCLastUseDate TO WSQuietFrom
           MOVE GCLastUseDate TO RepLastUse
       ELSE
           MOVE GCIssueDate TO WSQuietFrom
           MOVE "NEVER" TO RepLastUse
       END-IF
       MOVE ZERO TO WSQuietDays
       IF WSQuietFrom IS NUMERIC AND WSQuietFrom > ZERO
           COMPUTE WSQuietFromInt = FUNCTION INTEGER-OF-DATE(WSQuietFrom)
           COMPUTE WSQuietDays = WSRunDateInt - WSQuietFromInt
       END-IF
       MOVE SPACES TO RepFlag
       EVALUATE TRUE
           WHEN WSQuietDays > WSEscheatDays
               MOVE 4 TO WSBucket
               MOVE "*DUE TO ESCHEAT" TO RepFlag
           WHEN WSQuietDays > WSAgeLimit2
               MOVE 3 TO WSBucket
           WHEN WSQuietDays > WSAgeLimit1
               MOVE 2 TO WSBucket
           WHEN OTHER
               MOVE 1 TO WSBucket
       END-EVALUATE
       ADD 1 TO AgeCount(WSBucket)
       ADD GCBalance TO AgeTotal(WSBucket)
       MOVE GCNumber TO RepCertNumber
       MOVE GCPurchaserID TO RepPurchaser
       MOVE GCBranch TO RepBranch
       MOVE GCIssueDate TO RepIssueDate
       MOVE GCFaceAmount TO RepFace
       MOVE GCBalance TO RepBalance
       MOVE WSQuietDays TO RepQuietDays
       WRITE ReportLine FROM CertDetailLine.

WriteAgingSection.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "OUTSTANDING BALANCE BY DAYS UNUSED" TO ReportLine
       WRITE ReportLine
       MOVE 1 TO WSBucket
       MOVE "Up To A Year........: " TO ReportLine
       PERFORM WriteOneBucket
       MOVE 2 TO WSBucket
       MOVE "One To Two Years....: " TO ReportLine
       PERFORM WriteOneBucket
       MOVE 3 TO WSBucket
       MOVE "Two Years To Escheat: " TO ReportLine
       PERFORM WriteOneBucket
       MOVE 4 TO WSBucket
       MOVE "Past Escheat Age....: " TO ReportLine
       PERFORM WriteOneBucket.

WriteOneBucket.
       MOVE AgeCount(WSBucket) TO WSEditedCount
       MOVE AgeTotal(WSBucket) TO WSEditedAmount
       MOVE WSEditedCount TO ReportLine(23:10)
       MOVE WSEditedAmount TO ReportLine(35:17)
       WRITE ReportLine.

WriteStatusSection.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "CLOSED CERTIFICATES" TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE WSRedeemedCount TO WSEditedCount
       STRING "Spent In Full.......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE WSVoidedCount TO WSEditedCount
       STRING "Voided..............: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE WSEscheatedCount TO WSEditedCount
       STRING "Escheated...........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.

*> This month's movements off the certificate ledger, by kind
TallyMonthActivity.
       OPEN INPUT CertLedger
       IF WSCertLedgerStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ CertLedger
           AT END SET GTEOF TO TRUE
       END-READ
       PERFORM UNTIL GTEOF
           COMPUTE WSEntryMonth = GTDate / 100
           IF WSEntryMonth = WSRunMonth
               ADD 1 TO WSLedgerLines
               EVALUATE GTSource
                   WHEN "GIFTCERT" ADD GTAmount TO WSSoldTotal
                   WHEN "GCREDEEM" ADD GTAmount TO WSSpentTotal
                   WHEN "GCVOID" ADD GTAmount TO WSVoidTotal
                   WHEN "GCESCHEAT" ADD GTAmount TO WSEscheatTotal
               END-EVALUATE
           END-IF
           READ CertLedger
               AT END SET GTEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE CertLedger.

WriteActivitySection.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING "ACTIVITY FOR MONTH " DELIMITED BY SIZE
           WSRunMonth DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE WSSoldTotal TO WSEditedAmount
       STRING "Sold................: " DELIMITED BY SIZE
           WSEditedAmount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE WSSpentTotal TO WSEditedAmount
       STRING "Spent...............: " DELIMITED BY SIZE
           WSEditedAmount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE WSVoidTotal TO WSEditedAmount
       STRING "Voided To Purchaser.: " DELIMITED BY SIZE
           WSEditedAmount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE WSEscheatTotal TO WSEditedAmount
       STRING "Escheated To State..: " DELIMITED BY SIZE
           WSEditedAmount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       MOVE WSLedgerLines TO WSEditedCount
       STRING "Ledger Lines........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
