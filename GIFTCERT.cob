       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    GIFTCERT.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Shared stored-value access: one copy of "what is this gift
*> certificate worth and who may spend it" for orderentry.cob (which
*> sells certificates and takes them against an order), tellerentry.cob
*> (which takes them at the counter) and giftcerts.cob (inquiry and
*> void). GiftCerts.dat holds one record per certificate; every
*> movement on one is also appended to GiftCertLedger.dat, the
*> certificate's own history and the outstanding-liability report's
*> activity source. The caller passes an action:
*>   I - issue: a new certificate for the amount, numbered from
*>       NextGiftCert.dat, comes back in LCertNumber
*>   Q - query: the balance, purchaser and state come back
*>   R - redeem: the amount comes off the balance (never more than it
*>       holds); a certificate spent to zero is closed as redeemed
*>   V - void: whatever is left comes back in LAmount, the purchaser in
*>       LIDNum, and the certificate is closed as voided
*> LResult: Y done, N no such certificate, C certificate closed
*> (redeemed, voided or escheated), S balance short of the amount,
*> F no certificate file on this system (nothing was done).
*> Unclaimed balances are escheated by escheatrun.cob on its own walk.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT GiftCertFile ASSIGN TO "GiftCerts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GCNumber
           ALTERNATE RECORD KEY IS GCPurchaserID WITH DUPLICATES
           FILE STATUS IS WSGiftCertStatus.
       *> The next certificate number - the NextOrderID.dat pattern
       SELECT NextCertFile ASSIGN TO "NextGiftCert.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNextCertStatus.
       *> Every certificate movement, appended run over run
       SELECT CertLedger ASSIGN TO "GiftCertLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCertLedgerStatus.

DATA DIVISION.
FILE SECTION.
*> One record per certificate - escheatrun.cob, giftcerts.cob and
*> giftcertreport.cob read this same layout
FD GiftCertFile.
01 GiftCertRecord.
       02 GCNumber PIC 9(08).
       02 GCFaceAmount PIC 9(05)V99.
       02 GCBalance PIC 9(05)V99.
       02 GCIssueDate PIC 9(08).
       *> A = active, R = redeemed in full, V = voided, E = escheated
       02 GCStatus PIC X(01).
           88 GCActive VALUE "A".
           88 GCRedeemed VALUE "R".
           88 GCVoided VALUE "V".
           88 GCEscheated VALUE "E".
       *> The customer who bought it - charged for it on the order, and
       *> the owner of record if it is never spent
       02 GCPurchaserID PIC 9(08).
       *> The order number and line it was sold on
       02 GCSoldRef PIC X(12).
       *> The branch that sold it
       02 GCBranch PIC X(03).
       *> Last redemption - zero until it is first spent; the dormancy
       *> clock runs from here, or from issue when it was never used
       02 GCLastUseDate PIC 9(08).
       02 GCClosedDate PIC 9(08).
       *> Reserved for future fields
       02 FILLER PIC X(20).

FD NextCertFile.
01 NextCertRecord.
       02 NextCertValue PIC 9(08).

*> One line per movement - gljournalexport.cob, escheatrun.cob and
*> giftcertreport.cob read this same layout
FD CertLedger.
01 CertLedgerRecord.
       02 GTDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       *> GIFTCERT sold, GCREDEEM spent, GCVOID voided, GCESCHEAT
       *> handed to the state
       02 GTSource PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 GTAmount PIC 9(07)V99.
       02 FILLER PIC X VALUE SPACE.
       02 GTBranch PIC X(03).
       02 FILLER PIC X VALUE SPACE.
       02 GTCertNumber PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       *> The purchaser on a sale, void or escheat; whoever spent it on
       *> a redemption
       02 GTIDNum PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 GTReference PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       *> What the certificate held after the movement
       02 GTBalance PIC 9(05)V99.

WORKING-STORAGE SECTION.
01 WSGiftCertStatus PIC X(02).
01 WSNextCertStatus PIC X(02).
01 WSCertLedgerStatus PIC X(02).
01 WSTodayDate PIC 9(08).
01 WSRecordFound PIC X(01).
*> Certificate-number assignment - the control value and the candidate
*> being probed for a free slot
01 WSNextCert PIC 9(08) VALUE 1.
01 WSCandidateCert PIC 9(08).
01 WSCertNumFree PIC X(01).
01 WSLedgerSource PIC X(12).
01 WSLedgerAmount PIC 9(05)V99.
LINKAGE SECTION.
*> I = issue, Q = query, R = redeem, V = void
       01  LAction PIC X(01).
       01  LCertNumber PIC 9(08).
*> Issue: the face value. Redeem: the amount to take. Void: comes
*> back with the amount the void released
       01  LAmount PIC 9(05)V99.
*> Issue: the purchaser. Redeem: the customer spending it. Query and
*> void: comes back with the purchaser
       01  LIDNum PIC 9(08).
       01  LBranch PIC X(03).
*> Issue: the order and line. Redeem: the order or payment it was
*> taken against. Void: the operator
       01  LReference PIC X(12).
*> What the certificate holds after the action
       01  LBalance PIC 9(05)V99.
       01  LResult PIC X(01).

PROCEDURE DIVISION USING LAction, LCertNumber, LAmount, LIDNum,
       LBranch, LReference, LBalance, LResult.
       MOVE "F" TO LResult.
       MOVE ZERO TO LBalance.
       ACCEPT WSTodayDate FROM DATE YYYYMMDD.
       OPEN I-O GiftCertFile.
       IF WSGiftCertStatus = "35" AND LAction = "I"
           *> The first certificate sold starts the file
           OPEN OUTPUT GiftCertFile
           CLOSE GiftCertFile
           OPEN I-O GiftCertFile
       END-IF
       IF WSGiftCertStatus NOT = "00"
           *> No stored value on this system
           EXIT PROGRAM
       END-IF
       IF LAction = "I"
           PERFORM IssueCertificate
       ELSE
           PERFORM ReadCertificate
           IF WSRecordFound = "Y"
               EVALUATE LAction
                   WHEN "Q" PERFORM QueryCertificate
                   WHEN "R" PERFORM RedeemCertificate
                   WHEN "V" PERFORM VoidCertificate
               END-EVALUATE
           END-IF
       END-IF
       CLOSE GiftCertFile.

*> Call EXIT PROGRAM instead of STOP RUN for subroutines/linkage files
EXIT PROGRAM.

ReadCertificate.
       MOVE LCertNumber TO GCNumber
       MOVE "Y" TO WSRecordFound
       READ GiftCertFile
           INVALID KEY MOVE "N" TO WSRecordFound
       END-READ
       IF WSRecordFound = "N"
           MOVE "N" TO LResult
       END-IF.

QueryCertificate.
       MOVE GCBalance TO LBalance
       MOVE GCPurchaserID TO LIDNum
       IF GCActive
           MOVE "Y" TO LResult
       ELSE
           MOVE "C" TO LResult
       END-IF.

*> A new certificate, fully loaded, under the next free number
IssueCertificate.
       PERFORM AssignCertNumber
       MOVE SPACES TO GiftCertRecord
       MOVE WSCandidateCert TO GCNumber
       MOVE LAmount TO GCFaceAmount
       MOVE LAmount TO GCBalance
       MOVE WSTodayDate TO GCIssueDate
       SET GCActive TO TRUE
       MOVE LIDNum TO GCPurchaserID
       MOVE LReference TO GCSoldRef
       MOVE LBranch TO GCBranch
       MOVE ZERO TO GCLastUseDate
       MOVE ZERO TO GCClosedDate
       WRITE GiftCertRecord
           INVALID KEY
               DISPLAY "Warning: Gift Certificate Not Written"
               EXIT PARAGRAPH
       END-WRITE
       PERFORM BumpNextCertNumber
       MOVE GCNumber TO LCertNumber
       MOVE GCBalance TO LBalance
       MOVE "Y" TO LResult
       MOVE "GIFTCERT" TO WSLedgerSource
       MOVE LAmount TO WSLedgerAmount
       PERFORM WriteLedgerLine.

*> Spend some or all of an active certificate - never past its balance
RedeemCertificate.
       MOVE GCBalance TO LBalance
       IF NOT GCActive
           MOVE "C" TO LResult
           EXIT PARAGRAPH
       END-IF
       IF LAmount > GCBalance
           MOVE "S" TO LResult
           EXIT PARAGRAPH
       END-IF
       SUBTRACT LAmount FROM GCBalance
       MOVE WSTodayDate TO GCLastUseDate
       IF GCBalance = ZERO
           SET GCRedeemed TO TRUE
           MOVE WSTodayDate TO GCClosedDate
       END-IF
       REWRITE GiftCertRecord
           INVALID KEY
               DISPLAY "Warning: Gift Certificate Not Updated"
               EXIT PARAGRAPH
       END-REWRITE
       MOVE GCBalance TO LBalance
       MOVE "Y" TO LResult
       MOVE "GCREDEEM" TO WSLedgerSource
       MOVE LAmount TO WSLedgerAmount
       PERFORM WriteLedgerLine.

*> Close an active certificate - what it still held goes back to the
*> caller to credit to the purchaser
VoidCertificate.
       MOVE GCBalance TO LBalance
       MOVE GCPurchaserID TO LIDNum
       IF NOT GCActive
           MOVE "C" TO LResult
           EXIT PARAGRAPH
       END-IF
       MOVE GCBalance TO LAmount
       MOVE ZERO TO GCBalance
       SET GCVoided TO TRUE
       MOVE WSTodayDate TO GCClosedDate
       REWRITE GiftCertRecord
           INVALID KEY
               DISPLAY "Warning: Gift Certificate Not Voided"
               EXIT PARAGRAPH
       END-REWRITE
       MOVE ZERO TO LBalance
       MOVE "Y" TO LResult
       MOVE "GCVOID" TO WSLedgerSource
       MOVE LAmount TO WSLedgerAmount
       PERFORM WriteLedgerLine.

WriteLedgerLine.
       *> EXTEND appends run over run; fall back to OUTPUT if the file
       *> doesn't exist yet (status 35)
       OPEN EXTEND CertLedger
       IF WSCertLedgerStatus = "35"
           OPEN OUTPUT CertLedger
       END-IF
       IF WSCertLedgerStatus NOT = "00"
           DISPLAY "Warning: GiftCertLedger.dat Open Status "
               WSCertLedgerStatus
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO CertLedgerRecord
       MOVE WSTodayDate TO GTDate
       MOVE WSLedgerSource TO GTSource
       MOVE WSLedgerAmount TO GTAmount
       MOVE LBranch TO GTBranch
       MOVE GCNumber TO GTCertNumber
       MOVE LIDNum TO GTIDNum
       MOVE LReference TO GTReference
       MOVE GCBalance TO GTBalance
       WRITE CertLedgerRecord
       CLOSE CertLedger.

*> Start from the control record and probe past any number already on
*> file, the same way orderentry.cob assigns order numbers
AssignCertNumber.
       MOVE 1 TO WSNextCert
       OPEN INPUT NextCertFile
       IF WSNextCertStatus = "00"
           READ NextCertFile
               AT END CONTINUE
               NOT AT END MOVE NextCertValue TO WSNextCert
           END-READ
           CLOSE NextCertFile
       END-IF
       MOVE WSNextCert TO WSCandidateCert
       IF WSCandidateCert = ZERO
           MOVE 1 TO WSCandidateCert
       END-IF
       MOVE "N" TO WSCertNumFree
       PERFORM UNTIL WSCertNumFree = "Y"
           MOVE WSCandidateCert TO GCNumber
           READ GiftCertFile
               INVALID KEY MOVE "Y" TO WSCertNumFree
               NOT INVALID KEY ADD 1 TO WSCandidateCert
           END-READ
       END-PERFORM.

BumpNextCertNumber.
       OPEN OUTPUT NextCertFile
       IF WSNextCertStatus NOT = "00"
           DISPLAY "Warning: NextGiftCert.dat Open Status "
               WSNextCertStatus
       ELSE
           COMPUTE NextCertValue = GCNumber + 1
           WRITE NextCertRecord
           CLOSE NextCertFile
       END-IF.

*> Note: This is a called subprogram, not a standalone main program - build it
*> as a module for the caller to link against, not as its own executable.
