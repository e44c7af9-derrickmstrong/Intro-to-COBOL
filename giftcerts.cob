       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    giftcerts.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Gift certificate desk: look a certificate up - what it was sold for,
*> what is left on it, who bought it and where, and every movement on
*> it from GiftCertLedger.dat - list the certificates a customer has
*> bought, or void one. Certificates are sold and spent elsewhere
*> (orderentry.cob and tellerentry.cob, both through GIFTCERT.cob);
*> voiding is the way back for one sold in error or returned unspent.
*> Only an A or F operator may void, and whatever the certificate still
*> held is credited to the purchaser's balance as a GCVOID movement on
*> BalanceHistory.dat, so the GL feed takes it off the liability.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Read-only here - every change goes through GIFTCERT.cob
       SELECT GiftCertFile ASSIGN TO "GiftCerts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GCNumber
           ALTERNATE RECORD KEY IS GCPurchaserID WITH DUPLICATES
           FILE STATUS IS WSGiftCertStatus.
       SELECT CertLedger ASSIGN TO "GiftCertLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCertLedgerStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> Append-only ledger of every balance movement
       SELECT BalanceHistory ASSIGN TO "BalanceHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBalanceHistoryStatus.
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

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
       *> Statement cycle onward - carried for layout fit, see
       *> randomlyaccessdata.cob for the carve-out
       02 FILLER PIC X(230).

*> Must match applypayments.cob's BalanceHistoryRecord layout
FD BalanceHistory.
01 BalanceHistoryRecord.
       02 BHIDNum PIC 9(8).
       02 FILLER PIC X VALUE SPACE.
       02 BHDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 BHSource PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 BHOldBalance PIC S9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 BHAmount PIC S9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       02 BHNewBalance PIC S9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       *> The certificate number voided, and method G
       02 BHReference PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 BHMethod PIC X(01).
       02 FILLER PIC X VALUE SPACE.
       *> Blank - the credit belongs to the purchaser's own branch
       02 BHBranch PIC X(03).
       02 FILLER PIC X(03).

*> Must match operatoradmin.cob's OperatorRecord layout
FD OperatorFile.
01 OperatorRecord.
       02 OperID PIC X(08).
       02 FILLER PIC X.
       02 OperPassword PIC X(10).
       02 FILLER PIC X.
       02 OperRole PIC X(01).
       *> Define End of File
       88 OperEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       02 OperStatus PIC X(01).
           88 OperActive VALUE "A".
           88 OperDisabled VALUE "D".
       02 FILLER PIC X.
       02 OperBranch PIC X(03).

WORKING-STORAGE SECTION.
*> Things we will need to track
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CertExists PIC X.
01 CustExists PIC X.
01 WSMoreRecords PIC X.
01 WSTodayDate PIC 9(08).
01 WSConfirm PIC X.
01 WSListCount PIC 9(05).
*> Sign-on state - a void always names who made it
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSOperatorRole PIC X(01) VALUE SPACE.
01 WSOperatorBranch PIC X(03) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
*> The certificate being looked at
01 WSWorkCert PIC 9(08).
01 WSWorkIDNum PIC 9(08).
01 WSDispStatus PIC X(10).
01 WSDispAmount PIC $$$,$$9.99.
01 WSDispBalance PIC $$,$$$,$$9.99CR.
*> GIFTCERT.cob linkage staging
01 WSCertAction PIC X(01).
01 WSCertNumber PIC 9(08).
01 WSCertAmount PIC 9(05)V99.
01 WSCertIDNum PIC 9(08).
01 WSCertReference PIC X(12).
01 WSCertBalance PIC 9(05)V99.
01 WSCertResult PIC X(01).
*> The purchaser's credit for a voided certificate
01 WSOldBalance PIC S9(7)V99.
01 WSMovementAmount PIC S9(7)V99.
*> After-image journal staging - see CUSTJRNL.cob
01 WSJrnlProgram PIC X(20) VALUE "giftcerts".
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSGiftCertStatus PIC X(02).
01 WSCertLedgerStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
01 WSOperatorFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       MOVE "N" TO WSAuthorized.
       MOVE SPACE TO WSOperatorRole.
       ACCEPT WSTodayDate FROM DATE YYYYMMDD.
       PERFORM VerifyOperator
       IF NOT Authorized
           DISPLAY "Access Denied: Gift Certificates Need A Signed-On "
               "Operator"
           GOBACK
       END-IF
       OPEN I-O CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "GIFT CERTIFICATES"
               DISPLAY "1 : Look Up A Certificate"
               DISPLAY "2 : List A Customer's Certificates"
               DISPLAY "3 : Void A Certificate"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM LookUpCertificate
                    WHEN 2 PERFORM ListCustomerCertificates
                    WHEN 3 PERFORM VoidCertificate
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE CustomerFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> The real sign-on against Operators.dat - a void names who made it,
*> and only an A or F operator may make one
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
               MOVE OperRole TO WSOperatorRole
               MOVE OperBranch TO WSOperatorBranch
           END-IF
           READ OperatorFile
               AT END SET OperEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE OperatorFile.

*> The certificate file is opened per look-up and closed again, so it
*> is never held while GIFTCERT.cob needs it for a void
ReadOneCertificate.
       MOVE "Y" TO CertExists
       OPEN INPUT GiftCertFile
       IF WSGiftCertStatus NOT = "00"
           DISPLAY "No Gift Certificates On File"
           MOVE "N" TO CertExists
           EXIT PARAGRAPH
       END-IF
       MOVE WSWorkCert TO GCNumber
       READ GiftCertFile
           INVALID KEY MOVE "N" TO CertExists
       END-READ
       CLOSE GiftCertFile
       IF CertExists = "N"
           DISPLAY "Certificate " WSWorkCert " Not On File"
       END-IF.

SetDisplayStatus.
       EVALUATE TRUE
           WHEN GCActive MOVE "ACTIVE" TO WSDispStatus
           WHEN GCRedeemed MOVE "SPENT" TO WSDispStatus
           WHEN GCVoided MOVE "VOIDED" TO WSDispStatus
           WHEN GCEscheated MOVE "ESCHEATED" TO WSDispStatus
           WHEN OTHER MOVE GCStatus TO WSDispStatus
       END-EVALUATE.

ShowCertificate.
       PERFORM SetDisplayStatus
       DISPLAY " "
       DISPLAY "Certificate..: " GCNumber "  " WSDispStatus
       MOVE GCFaceAmount TO WSDispAmount
       DISPLAY "Sold For.....: " WSDispAmount "  On " GCIssueDate
           "  Branch " GCBranch "  Ref " GCSoldRef
       MOVE GCBalance TO WSDispAmount
       DISPLAY "Left On It...: " WSDispAmount
       DISPLAY "Purchaser....: " GCPurchaserID
       IF GCLastUseDate IS NUMERIC AND GCLastUseDate > ZERO
           DISPLAY "Last Used....: " GCLastUseDate
       ELSE
           DISPLAY "Last Used....: Never"
       END-IF
       IF NOT GCActive
           DISPLAY "Closed.......: " GCClosedDate
       END-IF.

*> One certificate and every movement on it, oldest first
LookUpCertificate.
       DISPLAY "Certificate Number: " WITH NO ADVANCING
       ACCEPT WSWorkCert
       PERFORM ReadOneCertificate
       IF CertExists = "N"
           EXIT PARAGRAPH
       END-IF
       PERFORM ShowCertificate
       DISPLAY " "
       DISPLAY "HISTORY"
       MOVE ZERO TO WSListCount
       OPEN INPUT CertLedger
       IF WSCertLedgerStatus = "00"
           READ CertLedger
               AT END SET GTEOF TO TRUE
           END-READ
           PERFORM UNTIL GTEOF
               IF GTCertNumber = WSWorkCert
                   ADD 1 TO WSListCount
                   MOVE GTAmount TO WSDispAmount
                   DISPLAY GTDate " " GTSource " " WSDispAmount
                       "  Cust " GTIDNum "  Br " GTBranch
                       "  " GTReference
               END-IF
               READ CertLedger
                   AT END SET GTEOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE CertLedger
       END-IF
       IF WSListCount = ZERO
           DISPLAY "(no movements)"
       END-IF.

*> Everything a customer has bought, by the purchaser key
ListCustomerCertificates.
       DISPLAY "Purchaser Customer ID: " WITH NO ADVANCING
       ACCEPT WSWorkIDNum
       OPEN INPUT GiftCertFile
       IF WSGiftCertStatus NOT = "00"
           DISPLAY "No Gift Certificates On File"
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO WSListCount
       MOVE WSWorkIDNum TO GCPurchaserID
       MOVE "Y" TO WSMoreRecords
       START GiftCertFile KEY IS EQUAL TO GCPurchaserID
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ GiftCertFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF GCPurchaserID NOT = WSWorkIDNum
                   MOVE "N" TO WSMoreRecords
               ELSE
                   ADD 1 TO WSListCount
                   PERFORM SetDisplayStatus
                   MOVE GCBalance TO WSDispAmount
                   DISPLAY GCNumber "  Sold " GCIssueDate "  Left "
                       WSDispAmount "  " WSDispStatus
               END-IF
           END-IF
       END-PERFORM
       CLOSE GiftCertFile
       IF WSListCount = ZERO
           DISPLAY "No Certificates Bought By " WSWorkIDNum
       END-IF.

*> Close a live certificate and give what it held back to the person
*> who paid for it - a credit on their balance, on the ledger as GCVOID
VoidCertificate.
       IF WSOperatorRole NOT = "A" AND WSOperatorRole NOT = "F"
           DISPLAY "Refused: Voiding A Certificate Needs An A Or F "
               "Operator"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Certificate Number: " WITH NO ADVANCING
       ACCEPT WSWorkCert
       PERFORM ReadOneCertificate
       IF CertExists = "N"
           EXIT PARAGRAPH
       END-IF
       PERFORM ShowCertificate
       IF NOT GCActive
           DISPLAY "Refused: Certificate Is Already Closed"
           EXIT PARAGRAPH
       END-IF
       MOVE GCBalance TO WSDispAmount
       DISPLAY "Void It And Credit " WSDispAmount " To Customer "
           GCPurchaserID "? (Y/N): " WITH NO ADVANCING
       ACCEPT WSConfirm
       IF WSConfirm NOT = "Y" AND WSConfirm NOT = "y"
           DISPLAY "Void Cancelled"
           EXIT PARAGRAPH
       END-IF
       MOVE "V" TO WSCertAction
       MOVE WSWorkCert TO WSCertNumber
       MOVE ZERO TO WSCertAmount
       MOVE ZERO TO WSCertIDNum
       MOVE WSOperatorID TO WSCertReference
       CALL 'GIFTCERT' USING WSCertAction, WSCertNumber, WSCertAmount,
           WSCertIDNum, WSOperatorBranch, WSCertReference, WSCertBalance,
           WSCertResult
       IF WSCertResult NOT = "Y"
           DISPLAY "Void Failed - Certificate Unchanged"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Certificate " WSCertNumber " Voided"
       IF WSCertAmount = ZERO
           EXIT PARAGRAPH
       END-IF
       PERFORM CreditPurchaser.

CreditPurchaser.
       MOVE WSCertIDNum TO IDNum
       MOVE "Y" TO CustExists
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N"
           MOVE WSCertAmount TO WSDispAmount
           DISPLAY "Warning: Purchaser " WSCertIDNum " Not On File - "
               WSDispAmount " To Be Refunded By Hand"
           EXIT PARAGRAPH
       END-IF
       MOVE AccountBalance TO WSOldBalance
       SUBTRACT WSCertAmount FROM AccountBalance
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Warning: Certificate Voided But Customer "
                   IDNum " Not Credited"
               EXIT PARAGRAPH
       END-REWRITE
       CALL 'CUSTJRNL' USING WSJrnlProgram, CustomerData
       PERFORM WriteVoidMovement
       MOVE AccountBalance TO WSDispBalance
       DISPLAY "Credited - " FirstName " " LastName " Now "
           WSDispBalance.

WriteVoidMovement.
       OPEN EXTEND BalanceHistory
       IF WSBalanceHistoryStatus = "35"
           OPEN OUTPUT BalanceHistory
       END-IF
       MOVE SPACES TO BalanceHistoryRecord
       COMPUTE WSMovementAmount = ZERO - WSCertAmount
       MOVE IDNum TO BHIDNum
       MOVE WSTodayDate TO BHDate
       MOVE "GCVOID" TO BHSource
       MOVE WSOldBalance TO BHOldBalance
       MOVE WSMovementAmount TO BHAmount
       MOVE AccountBalance TO BHNewBalance
       MOVE WSCertNumber TO BHReference
       MOVE "G" TO BHMethod
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord
       CLOSE BalanceHistory.
