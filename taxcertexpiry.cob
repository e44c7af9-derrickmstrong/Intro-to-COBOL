       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    taxcertexpiry.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Monthly exemption-certificate renewal list: every active certificate
*> on TaxExemptCerts.dat that lapses inside the warning window (60 days
*> unless TAXCERTWARNDAYS is set in RunParams.dat), with the customer,
*> the state, and the days left. A certificate that lapses is simply
*> not honored by TAXEXEMPT.cob any more and the customer's sales are
*> taxed again, so the renewal needs collecting before the date.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CertFile ASSIGN TO "TaxExemptCerts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXKey
           FILE STATUS IS WSCertFileStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       SELECT ExpiryReport ASSIGN TO "TaxCertExpiry.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match taxexemptmaint.cob's CertRecord layout
FD CertFile.
01 CertRecord.
       02 TXKey.
           03 TXIDNum PIC 9(08).
           03 TXState PIC X(02).
       02 TXCertNumber PIC X(20).
       02 TXReason PIC X(01).
       02 TXIssueDate PIC 9(08).
       02 TXExpiryDate PIC 9(08).
       02 TXStatusFlag PIC X(01).
           88 TXActive VALUE "A".
       02 TXChangedDate PIC 9(08).
       02 FILLER PIC X(24).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
       02 AcctStatusCode PIC X(01).
       *> Birth date through the reserved expansion area - see
       *> randomlyaccessdata.cob's CustomerData for the field carve-out
       02 FILLER PIC X(264).

FD ExpiryReport.
01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSRunDate PIC 9(08).
01 WSRunDateInt PIC 9(08).
01 WSWarnDate PIC 9(08).
01 WSWarnDays PIC 9(03) VALUE 60.
01 WSDaysLeft PIC 9(05).
01 CustExists PIC X.
*> Control totals for the report footer
01 WSCertsRead PIC 9(8) VALUE ZERO.
01 WSCertsListed PIC 9(8) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 ExpiryDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepIDNum PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepCustName PIC X(20).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepState PIC X(02).
       02 FILLER PIC X(3) VALUE SPACE.
       02 RepCertNumber PIC X(20).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepReason PIC X(01).
       02 FILLER PIC X(5) VALUE SPACE.
       02 RepExpiryDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepDaysLeft PIC ZZ9.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCertFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "taxcertexpiry".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       *> The warning window is an accounting knob, not a recompile
       MOVE "TAXCERTWARNDAYS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue < 1000
           MOVE WSParamValue TO WSWarnDays
       END-IF
       COMPUTE WSRunDateInt = FUNCTION INTEGER-OF-DATE(WSRunDate).
       COMPUTE WSWarnDate =
           FUNCTION DATE-OF-INTEGER(WSRunDateInt + WSWarnDays).
       OPEN INPUT CertFile.
       IF WSCertFileStatus NOT = "00"
           DISPLAY "Warning: TaxExemptCerts.dat Open Status "
               WSCertFileStatus
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       OPEN OUTPUT ExpiryReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: TaxCertExpiry.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE SPACES TO ReportLine
       STRING "TAX EXEMPTION CERTIFICATES EXPIRING BY " DELIMITED BY SIZE
           WSWarnDate DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE "===============================================" TO
           ReportLine
       WRITE ReportLine
       MOVE SPACES TO ReportLine
       STRING " CUSTOMER  NAME                  ST   " DELIMITED BY SIZE
           "CERTIFICATE           RSN   EXPIRES   LEFT" DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE LOW-VALUES TO TXKey
       MOVE "Y" TO WSMoreRecords
       START CertFile KEY IS NOT LESS THAN TXKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CertFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               ADD 1 TO WSCertsRead
               PERFORM CheckOneCertificate
           END-IF
       END-PERFORM
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSCertsListed TO WSEditedCount
       STRING "Certificates Expiring: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       CLOSE CertFile, CustomerFile, ExpiryReport.
       DISPLAY " "
       DISPLAY "TAX CERTIFICATE EXPIRY REPORT COMPLETE"
       DISPLAY "Certificates Read..: " WSCertsRead
       DISPLAY "Expiring Listed....: " WSCertsListed
       MOVE SPACES TO WSOpsCounts
       STRING "READ " DELIMITED BY SIZE
           WSCertsRead DELIMITED BY SIZE
           " EXPIRING " DELIMITED BY SIZE
           WSCertsListed DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> Listed when an active certificate lapses today or later but no later
*> than the window - one that never expires (zero) is never listed
CheckOneCertificate.
       IF NOT TXActive OR TXExpiryDate = ZERO
           OR TXExpiryDate IS NOT NUMERIC
           EXIT PARAGRAPH
       END-IF
       IF TXExpiryDate < WSRunDate OR TXExpiryDate > WSWarnDate
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSCertsListed
       MOVE TXIDNum TO RepIDNum
       MOVE "Y" TO CustExists
       MOVE TXIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       MOVE SPACES TO RepCustName
       IF CustExists = "Y"
           STRING FirstName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LastName DELIMITED BY SPACE
               INTO RepCustName
           END-STRING
       ELSE
           MOVE "NOT ON FILE" TO RepCustName
       END-IF
       MOVE TXState TO RepState
       MOVE TXCertNumber TO RepCertNumber
       MOVE TXReason TO RepReason
       MOVE TXExpiryDate TO RepExpiryDate
       COMPUTE WSDaysLeft =
           FUNCTION INTEGER-OF-DATE(TXExpiryDate) - WSRunDateInt
       MOVE WSDaysLeft TO RepDaysLeft
       WRITE ReportLine FROM ExpiryDetailLine.
