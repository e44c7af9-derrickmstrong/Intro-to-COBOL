       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    taxexemptmaint.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Maintenance screen for TaxExemptCerts.dat - the resale, non-profit,
*> and government exemption certificates our tax-exempt customers file
*> with us, one record per customer and state. Invoicing, order entry,
*> and the sales-tax accrual in orderposting.cob ask TAXEXEMPT.cob for
*> the certificate in force on the sale date and zero the tax when
*> there is one, and taxcertexpiry.cob lists the ones about to lapse so
*> somebody collects the renewal. A renewal is keyed over the old one
*> (new number and expiry); revoking flips a status flag, the same
*> soft-delete everything else in this shop does.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Keyed by customer and state - a customer exempt in three
       *> states files three certificates
       SELECT CertFile ASSIGN TO "TaxExemptCerts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TXKey
           FILE STATUS IS WSCertFileStatus.
       *> Random lookups to verify the customer is real and live
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.

DATA DIVISION.
FILE SECTION.
*> One certificate per record - TAXEXEMPT.cob and taxcertexpiry.cob
*> read this same layout
FD CertFile.
01 CertRecord.
       02 TXKey.
           03 TXIDNum PIC 9(08).
           03 TXState PIC X(02).
       *> The number printed on the state's certificate
       02 TXCertNumber PIC X(20).
       *> R = resale, N = non-profit, G = government, O = other
       02 TXReason PIC X(01).
           88 TXReasonValid VALUE "R", "N", "G", "O".
       02 TXIssueDate PIC 9(08).
       *> Last day the certificate is good - zero never expires
       02 TXExpiryDate PIC 9(08).
       *> A = active, R = revoked - revoked certificates stay on file
       02 TXStatusFlag PIC X(01).
           88 TXActive VALUE "A".
           88 TXRevoked VALUE "R".
       *> The day the certificate was keyed or last changed
       02 TXChangedDate PIC 9(08).
       *> Reserved for future fields
       02 FILLER PIC X(24).

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
       *> Birth date through the reserved expansion area - see
       *> randomlyaccessdata.cob's CustomerData for the field carve-out
       02 FILLER PIC X(264).

WORKING-STORAGE SECTION.
*> Things we will need to track
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CustExists PIC X.
01 EntryExists PIC X.
01 WSMoreRecords PIC X.
01 WSEntryFound PIC X.
01 WSTodayDate PIC 9(08).
*> The certificate being keyed, held aside until it checks out
01 WSNewState PIC X(02).
01 WSNewCertNumber PIC X(20).
01 WSNewReason PIC X(01).
01 WSNewIssue PIC 9(08).
01 WSNewExpiry PIC 9(08).
*> Each keyed date is split here for VALIDDATE
01 WSCheckDate PIC 9(08).
01 WSCheckDateParts REDEFINES WSCheckDate.
       02 WSCheckYear PIC 9(04).
       02 WSCheckMonth PIC 9(02).
       02 WSCheckDay PIC 9(02).
01 WSDateReturnCode PIC 9.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCertFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       ACCEPT WSTodayDate FROM DATE YYYYMMDD.
       *> I-O to maintain certificates; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN I-O CertFile.
       IF WSCertFileStatus = "35"
           OPEN OUTPUT CertFile
           CLOSE CertFile
           OPEN I-O CertFile
       END-IF
       IF WSCertFileStatus NOT = "00"
           DISPLAY "Warning: TaxExemptCerts.dat Open Status "
               WSCertFileStatus
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "TAX EXEMPTION CERTIFICATES"
               DISPLAY "1 : Add Certificate"
               DISPLAY "2 : List A Customer's Certificates"
               DISPLAY "3 : Renew Certificate (Number And Expiry)"
               DISPLAY "4 : Revoke Certificate"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM AddCertificate
                    WHEN 2 PERFORM ListCustomerCertificates
                    WHEN 3 PERFORM RenewCertificate
                    WHEN 4 PERFORM RevokeCertificate
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE CertFile, CustomerFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> A new certificate: live customer, a state, a number, a reason, and
*> dates that make sense. A revoked certificate for the same state is
*> replaced; an active one has to be renewed instead.
AddCertificate.
       MOVE "Y" TO CustExists
       DISPLAY " "
       DISPLAY "Enter Customer ID: " WITH NO ADVANCING
       ACCEPT IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       EVALUATE TRUE
           WHEN CustExists = "N"
               DISPLAY "Rejected: Customer Doesn't Exist"
           WHEN CustDeleted
               DISPLAY "Rejected: Customer Is Deleted"
           WHEN OTHER
               DISPLAY "Customer: " FirstName " " LastName
               PERFORM CollectCertificate
       END-EVALUATE.

CollectCertificate.
       DISPLAY "State (2 Letters): " WITH NO ADVANCING
       ACCEPT TXState
       MOVE FUNCTION UPPER-CASE(TXState) TO TXState
       IF TXState IS NOT ALPHABETIC OR TXState(1:1) = SPACE
           OR TXState(2:1) = SPACE
           DISPLAY "Rejected: State Must Be Two Letters"
           EXIT PARAGRAPH
       END-IF
       MOVE TXState TO WSNewState
       MOVE "Y" TO EntryExists
       MOVE IDNum TO TXIDNum
       READ CertFile
           INVALID KEY MOVE "N" TO EntryExists
       END-READ
       IF EntryExists = "Y" AND TXActive
           DISPLAY "Rejected: An Active Certificate Is Already On File "
               "For " TXState " - Renew That One"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Certificate Number: " WITH NO ADVANCING
       ACCEPT WSNewCertNumber
       DISPLAY "Reason (R Resale / N Non-Profit / G Government / "
           "O Other): " WITH NO ADVANCING
       ACCEPT WSNewReason
       MOVE FUNCTION UPPER-CASE(WSNewReason) TO WSNewReason
       DISPLAY "Issued (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WSNewIssue
       DISPLAY "Expires (YYYYMMDD, blank never): " WITH NO ADVANCING
       ACCEPT WSNewExpiry
       IF WSNewCertNumber = SPACES
           DISPLAY "Rejected: Certificate Number Is Required"
           EXIT PARAGRAPH
       END-IF
       MOVE WSNewReason TO TXReason
       IF NOT TXReasonValid
           DISPLAY "Rejected: Reason Must Be R, N, G, or O"
           EXIT PARAGRAPH
       END-IF
       MOVE WSNewIssue TO WSCheckDate
       PERFORM CheckCertDate
       IF WSDateReturnCode NOT = ZERO OR WSNewIssue > WSTodayDate
           DISPLAY "Rejected: Issue Date Must Be A Real Date, Not "
               "In The Future"
           EXIT PARAGRAPH
       END-IF
       IF WSNewExpiry IS NOT NUMERIC
           MOVE ZERO TO WSNewExpiry
       END-IF
       IF WSNewExpiry NOT = ZERO
           MOVE WSNewExpiry TO WSCheckDate
           PERFORM CheckCertDate
           IF WSDateReturnCode NOT = ZERO OR WSNewExpiry < WSTodayDate
               DISPLAY "Rejected: Expiry Must Be A Real Date, Not "
                   "Already Past"
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE SPACES TO CertRecord
       MOVE IDNum TO TXIDNum
       MOVE WSNewState TO TXState
       MOVE WSNewCertNumber TO TXCertNumber
       MOVE WSNewReason TO TXReason
       MOVE WSNewIssue TO TXIssueDate
       MOVE WSNewExpiry TO TXExpiryDate
       SET TXActive TO TRUE
       MOVE WSTodayDate TO TXChangedDate
       IF EntryExists = "Y"
           REWRITE CertRecord
               INVALID KEY DISPLAY "Certificate Not Saved"
               NOT INVALID KEY DISPLAY "Certificate " TXKey " Saved"
           END-REWRITE
       ELSE
           WRITE CertRecord
               INVALID KEY DISPLAY "Certificate Not Saved"
               NOT INVALID KEY DISPLAY "Certificate " TXKey " Saved"
           END-WRITE
       END-IF.

ListCustomerCertificates.
       DISPLAY " "
       DISPLAY "Enter Customer ID: " WITH NO ADVANCING
       ACCEPT IDNum
       MOVE "N" TO WSEntryFound
       MOVE IDNum TO TXIDNum
       MOVE LOW-VALUES TO TXState
       MOVE "Y" TO WSMoreRecords
       START CertFile KEY IS NOT LESS THAN TXKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CertFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF TXIDNum NOT = IDNum
                   MOVE "N" TO WSMoreRecords
               ELSE
                   MOVE "Y" TO WSEntryFound
                   DISPLAY TXState "  " TXCertNumber "  Reason "
                       TXReason "  Issued " TXIssueDate
                       "  Expires " TXExpiryDate
                       "  Status " TXStatusFlag
               END-IF
           END-IF
       END-PERFORM
       IF WSEntryFound = "N"
           DISPLAY "No Certificates On File"
       END-IF.

*> The customer sends the renewed certificate - a blank answer keeps
*> the field, and the new expiry has to be later than the old one
RenewCertificate.
       PERFORM ReadOneCertificate
       IF EntryExists = "N"
           DISPLAY "Certificate Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Current: " TXCertNumber "  Expires " TXExpiryDate
       MOVE SPACES TO WSNewCertNumber
       MOVE ZERO TO WSNewExpiry
       DISPLAY "New Certificate Number (blank keeps): "
           WITH NO ADVANCING
       ACCEPT WSNewCertNumber
       DISPLAY "New Expiry (YYYYMMDD, blank keeps): " WITH NO ADVANCING
       ACCEPT WSNewExpiry
       IF WSNewCertNumber = SPACES
           MOVE TXCertNumber TO WSNewCertNumber
       END-IF
       IF WSNewExpiry IS NOT NUMERIC OR WSNewExpiry = ZERO
           MOVE TXExpiryDate TO WSNewExpiry
       ELSE
           MOVE WSNewExpiry TO WSCheckDate
           PERFORM CheckCertDate
           IF WSDateReturnCode NOT = ZERO OR WSNewExpiry < WSTodayDate
               DISPLAY "Rejected: Expiry Must Be A Real Date, Not "
                   "Already Past"
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE WSNewCertNumber TO TXCertNumber
       MOVE WSNewExpiry TO TXExpiryDate
       MOVE WSTodayDate TO TXChangedDate
       REWRITE CertRecord
           INVALID KEY DISPLAY "Certificate Not Renewed"
           NOT INVALID KEY DISPLAY "Certificate Renewed"
       END-REWRITE.

*> Revoked certificates stay on file flipped to "R" so an auditor can
*> still see why last year's sales went untaxed
RevokeCertificate.
       PERFORM ReadOneCertificate
       IF EntryExists = "N"
           DISPLAY "Certificate Doesn't Exist"
       ELSE
           SET TXRevoked TO TRUE
           MOVE WSTodayDate TO TXChangedDate
           REWRITE CertRecord
               INVALID KEY DISPLAY "Certificate Not Revoked"
               NOT INVALID KEY DISPLAY "Certificate Revoked - Sales "
                   "In " TXState " Are Taxed From Now On"
           END-REWRITE
       END-IF.

*> Customer and state name one certificate - only an active one can be
*> renewed or revoked
ReadOneCertificate.
       MOVE "Y" TO EntryExists
       DISPLAY " "
       DISPLAY "Enter Customer ID: " WITH NO ADVANCING
       ACCEPT TXIDNum
       DISPLAY "Enter State: " WITH NO ADVANCING
       ACCEPT TXState
       MOVE FUNCTION UPPER-CASE(TXState) TO TXState
       READ CertFile
           INVALID KEY MOVE "N" TO EntryExists
       END-READ
       IF EntryExists = "Y" AND NOT TXActive
           MOVE "N" TO EntryExists
       END-IF.

*> A keyed YYYYMMDD date through VALIDDATE - non-numeric input is
*> refused before it gets that far
CheckCertDate.
       MOVE 1 TO WSDateReturnCode
       IF WSCheckDate IS NUMERIC
           CALL 'VALIDDATE' USING WSCheckMonth, WSCheckDay, WSCheckYear,
               WSDateReturnCode
       END-IF.
