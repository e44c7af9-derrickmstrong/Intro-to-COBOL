*> statutory period stop being ours to hold. The run selects them
*> (dormant-flagged, in credit, quiet past ESCHEATDAYS), produces the
*> state remittance file wrapped in the usual header/trailer controls
*> and an owner-notification letter run off the mailing address
*> (worded from LetterTemplates.dat through LETTERGEN.cob),
*> posts the clearing ESCHEAT movement through BalanceHistory.dat so
*> the GL carries what now belongs to the state, and appends every
*> item to the permanent EscheatRegister.dat - the answer when a
*> claimant turns up years later. Unspent gift certificates go the same
*> way: an active certificate with value left and no use (or, never
*> used, no sale) past ESCHEATDAYS is remitted in its purchaser's name,
*> closed as escheated on GiftCerts.dat and logged as a GCESCHEAT line
*> on GiftCertLedger.dat for the GL feed - the customer's balance is
*> never touched, since the value was never theirs on account.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
       SELECT EscheatRegister ASSIGN TO "EscheatRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegisterStatus.
       *> Stored value - the keys must match what GIFTCERT.cob declares
       SELECT GiftCertFile ASSIGN TO "GiftCerts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GCNumber
           ALTERNATE RECORD KEY IS GCPurchaserID WITH DUPLICATES
           FILE STATUS IS WSGiftCertStatus.
       SELECT CertLedger ASSIGN TO "GiftCertLedger.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCertLedgerStatus.

DATA DIVISION.
FILE SECTION.
       02 ERStateCode PIC X(02).
       02 FILLER PIC X VALUE SPACE.
       02 ERAmount PIC 9(7)V99.
       02 FILLER PIC X VALUE SPACE.
       *> The gift certificate escheated - zero for an account credit
       02 ERCertNumber PIC 9(08).

*> Must match GIFTCERT.cob's GiftCertRecord layout
FD GiftCertFile.
01 GiftCertRecord.
       02 GCNumber PIC 9(08).
       02 GCFaceAmount PIC 9(05)V99.
       02 GCBalance PIC 9(05)V99.
       02 GCIssueDate PIC 9(08).
       02 GCStatus PIC X(01).
           88 GCActive VALUE "A".
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
       02 FILLER PIC X VALUE SPACE.
       02 GTSource PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 GTAmount PIC 9(07)V99.
       02 FILLER PIC X VALUE SPACE.
       02 GTBranch PIC X(03).
       02 FILLER PIC X VALUE SPACE.
       02 GTCertNumber PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 GTIDNum PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 GTReference PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 GTBalance PIC 9(05)V99.

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
*> Trailer controls
01 WSDetailCount PIC 9(08) VALUE ZERO.
01 WSTotalEscheated PIC 9(10)V99 VALUE ZERO.
*> A letter code with no wording in force makes no letter - counted and
*> the run ends with status 4 so the owner gets notified by hand
01 WSNoTemplateCount PIC 9(08) VALUE ZERO.
*> LETTERGEN linkage staging
01 WSLetterCode PIC X(08) VALUE "ESCHNOTE".
01 WSLetterVersion PIC 9(03).
01 WSLetterRC PIC 9.
01 WSLetterLineIdx PIC 9(03).
*> Must match LETTERGEN.cob's LMergeData layout
01 LetterMergeData.
       02 LMIDNum PIC 9(08).
       02 LMName PIC X(40).
       02 LMStreet PIC X(20).
       02 LMCity PIC X(15).
       02 LMState PIC X(02).
       02 LMZip PIC X(10).
       02 LMBalance PIC S9(9)V99.
       02 LMDisputed PIC S9(9)V99.
       02 LMDueDate PIC 9(08).
       02 LMContact PIC X(40).
*> Must match LETTERGEN.cob's LLetterText layout
01 LetterText.
       02 LGLineCount PIC 9(03).
       02 LGLine PIC X(80) OCCURS 60 TIMES.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
01 WSRemitFileStatus PIC X(02).
01 WSLetterFileStatus PIC X(02).
01 WSRegisterStatus PIC X(02).
01 WSGiftCertStatus PIC X(02).
01 WSCertLedgerStatus PIC X(02).
*> Gift certificate walk - the purchaser found for the letter, the
*> certificates handed over, and the dormancy clock's start
01 WSCertOwnerFound PIC X.
01 WSCertCount PIC 9(08) VALUE ZERO.
01 WSCertQuietFrom PIC 9(08).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "escheatrun".
               END-IF
           END-IF
       END-PERFORM
       PERFORM EscheatGiftCertificates
       MOVE SPACES TO RemitRecord
       MOVE "T" TO TrlRecordType
       MOVE WSDetailCount TO TrlRecordCount
       DISPLAY " "
       DISPLAY "ESCHEATMENT RUN COMPLETE"
       DISPLAY "Balances Escheated: " WSDetailCount
       DISPLAY "Of Which Gift Certs: " WSCertCount
       DISPLAY "Letters Not Worded: " WSNoTemplateCount
       IF WSNoTemplateCount > ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       MOVE SPACES TO WSOpsCounts
       STRING "ESCHEAT " DELIMITED BY SIZE
           WSDetailCount DELIMITED BY SIZE
           " CERTS " DELIMITED BY SIZE
           WSCertCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> One ledger pass keeps each customer's latest movement date so the
       MOVE FirstName TO ERFirstName
       MOVE StateCode TO ERStateCode
       MOVE WSEscheatAmount TO ERAmount
       MOVE ZERO TO ERCertNumber
       WRITE EscheatRegisterRecord.

*> Every certificate still holding value is judged on its own clock -
*> a site that sells none has no GiftCerts.dat and skips the walk
EscheatGiftCertificates.
       OPEN I-O GiftCertFile
       IF WSGiftCertStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
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
               IF GCActive AND GCBalance > ZERO
                   PERFORM JudgeOneCertificate
               END-IF
           END-IF
       END-PERFORM
       CLOSE GiftCertFile.

JudgeOneCertificate.
       IF GCLastUseDate IS NUMERIC AND GCLastUseDate > ZERO
           MOVE GCLastUseDate TO WSCertQuietFrom
       ELSE
           MOVE GCIssueDate TO WSCertQuietFrom
       END-IF
       IF WSCertQuietFrom IS NOT NUMERIC OR WSCertQuietFrom = ZERO
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSMoveDateInt = FUNCTION INTEGER-OF-DATE(WSCertQuietFrom)
       COMPUTE WSQuietDays = WSRunDateInt - WSMoveDateInt
       IF WSQuietDays <= WSEscheatDays
           EXIT PARAGRAPH
       END-IF
       PERFORM EscheatOneCertificate.

*> The certificate closes first; the state, the purchaser and the
*> register then hear of it exactly as for an account credit
EscheatOneCertificate.
       MOVE GCBalance TO WSEscheatAmount
       MOVE ZERO TO GCBalance
       SET GCEscheated TO TRUE
       MOVE WSRunDate TO GCClosedDate
       REWRITE GiftCertRecord
           INVALID KEY
               DISPLAY "Warning: Escheat Not Posted For Certificate "
                   GCNumber
               EXIT PARAGRAPH
       END-REWRITE
       ADD 1 TO WSDetailCount
       ADD 1 TO WSCertCount
       ADD WSEscheatAmount TO WSTotalEscheated
       PERFORM WriteCertLedgerLine
       *> The purchaser is the owner of record - a name and address
       *> for the state and the letter if they are still on file
       MOVE GCPurchaserID TO IDNum
       MOVE "Y" TO WSCertOwnerFound
       READ CustomerFile
           INVALID KEY MOVE "N" TO WSCertOwnerFound
       END-READ
       IF WSCertOwnerFound = "N"
           MOVE SPACES TO FirstName, LastName, Street, City, StateCode
           MOVE ZERO TO ZipCode
       END-IF
       MOVE SPACES TO RemitRecord
       MOVE "D" TO DetRecordType
       MOVE GCPurchaserID TO DetIDNum
       MOVE LastName TO DetLastName
       MOVE FirstName TO DetFirstName
       MOVE StateCode TO DetStateCode
       MOVE WSEscheatAmount TO DetAmount
       MOVE ZipCode TO DetLastKnownZip
       WRITE RemitRecord
       IF WSCertOwnerFound = "Y"
           PERFORM WriteOwnerLetter
       ELSE
           *> No address to write to - counted with the unworded
           *> letters so the run's status 4 sends someone to trace it
           ADD 1 TO WSNoTemplateCount
       END-IF
       MOVE WSRunDate TO ERDate
       MOVE GCPurchaserID TO ERIDNum
       MOVE LastName TO ERLastName
       MOVE FirstName TO ERFirstName
       MOVE StateCode TO ERStateCode
       MOVE WSEscheatAmount TO ERAmount
       MOVE GCNumber TO ERCertNumber
       WRITE EscheatRegisterRecord.

*> The certificate's own history carries the handover for the GL feed
WriteCertLedgerLine.
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
       MOVE WSRunDate TO GTDate
       MOVE "GCESCHEAT" TO GTSource
       MOVE WSEscheatAmount TO GTAmount
       MOVE GCBranch TO GTBranch
       MOVE GCNumber TO GTCertNumber
       MOVE GCPurchaserID TO GTIDNum
       MOVE "ESCHEAT RUN" TO GTReference
       MOVE ZERO TO GTBalance
       WRITE CertLedgerRecord
       CLOSE CertLedger.

WriteClearingMovement.
       OPEN EXTEND BalanceHistory
       IF WSBalanceHistoryStatus = "35"
       MOVE WSOldBalance TO BHOldBalance
       MOVE WSEscheatAmount TO BHAmount
       MOVE AccountBalance TO BHNewBalance
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord
       CLOSE BalanceHistory.

WriteOwnerLetter.
       MOVE IDNum TO LMIDNum
       MOVE SPACES TO LMName
       STRING FirstName DELIMITED BY "  "
           " " DELIMITED BY SIZE
           LastName DELIMITED BY "  "
           INTO LMName
       END-STRING
       MOVE Street TO LMStreet
       MOVE City TO LMCity
       MOVE StateCode TO LMState
       MOVE ZipCode TO LMZip
       MOVE WSEscheatAmount TO LMBalance
       MOVE ZERO TO LMDisputed, LMDueDate
       MOVE SPACES TO LMContact
       CALL 'LETTERGEN' USING WSOpsProgram, WSLetterCode, WSRunDate,
           LetterMergeData, LetterText, WSLetterVersion, WSLetterRC
       IF WSLetterRC NOT = ZERO
           ADD 1 TO WSNoTemplateCount
           EXIT PARAGRAPH
       END-IF
       PERFORM VARYING WSLetterLineIdx FROM 1 BY 1
           UNTIL WSLetterLineIdx > LGLineCount
           IF WSLetterLineIdx = 1
               WRITE LetterLine FROM LGLine(WSLetterLineIdx)
                   AFTER ADVANCING PAGE
           ELSE
               WRITE LetterLine FROM LGLine(WSLetterLineIdx)
           END-IF
       END-PERFORM.

*> Open the live master, waiting out a lock held by the online menu or
*> another batch job - a file still busy after every retry aborts the run
