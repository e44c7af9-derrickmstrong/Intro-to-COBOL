*> so the bureau can balance the file. A register of exactly what was
*> furnished is written alongside (SSNs masked there - only the wire
*> file carries them whole) so a dispute months later can be answered
*> from paper instead of memory. Amounts under open invoice dispute
*> (see disputes.cob) are never furnished - the balance goes out less
*> the disputed amount, with the account flagged as in dispute.
*> A bankruptcy on BankruptcyCases.dat goes out as the bureau's
*> consumer information indicator - petition, discharge, or (in the
*> month it happens) dismissal, by chapter.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Walk the live master sequentially by primary key
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> Looked up per account for the bankruptcy indicator
       SELECT BankruptcyFile ASSIGN TO "BankruptcyCases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BKIDNum
           FILE STATUS IS WSBankruptcyStatus.
       SELECT BureauFile ASSIGN TO "CreditBureau.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBureauFileStatus.
       *> Reserved for future fields
       02 FILLER PIC X(93).

*> Must match randomlyaccessdata.cob's BankruptcyRecord layout
FD BankruptcyFile.
01 BankruptcyRecord.
       02 BKIDNum PIC 9(08).
       02 BKChapter PIC 9(02).
       02 BKCaseNumber PIC X(15).
       02 BKFilingDate PIC 9(08).
       02 BKStatus PIC X(01).
           88 BKOpen VALUE "O".
           88 BKDischarged VALUE "D".
           88 BKDismissed VALUE "X".
       02 BKDischargeDate PIC 9(08).
       02 BKDismissalDate PIC 9(08).
       02 BKEnteredBy PIC X(08).
       02 BKUpdatedDate PIC 9(08).
       02 FILLER PIC X(14).

*> Fixed-width bureau feed - every field a fixed column, no
*> delimiters. The first byte types each record: H header, D detail,
*> T trailer - the same control wrapping BankDebit.txt carries.
       02 DetAcctStatus PIC X(01).
       02 DetChargeOffFlag PIC X(01).
       02 DetChargeOffAmount PIC 9(7)V99.
       *> D = part of the balance is under open dispute and held back
       02 DetDisputeFlag PIC X(01).
       *> Bankruptcy indicator - A-D petition (chapter 7, 11, 12, 13),
       *> E-H discharged, I-L dismissed; blank when none applies
       02 DetBankruptcyCode PIC X(01).
       02 FILLER PIC X(10).
01 BureauTrailerRecord REDEFINES BureauRecord.
       02 TrlRecordType PIC X(01).
       02 TrlRecordCount PIC 9(08).
01 WSDetailCount PIC 9(08) VALUE ZERO.
01 WSTotalBalance PIC S9(10)V99 VALUE ZERO.
01 WSSkippedCount PIC 9(08) VALUE ZERO.
*> Open invoice disputes - held back from what is furnished
01 WSDisputedAmt PIC 9(7)V99.
01 WSFurnishedBalance PIC S9(7)V99.
01 WSDisputedCount PIC 9(08) VALUE ZERO.
*> Y while the site has a bankruptcy case file to consult
01 WSBankruptcyOpen PIC X VALUE "N".
01 WSBankruptcyCode PIC X(01).
01 WSBankruptcyCount PIC 9(08) VALUE ZERO.
*> Masked SSN for the register - only the wire file carries it whole
01 WSMaskedSSN PIC X(11).
01 WSEditedCount PIC ZZZZZZZ9.
01 WSCustomerFileStatus PIC X(02).
01 WSBureauFileStatus PIC X(02).
01 WSRegisterStatus PIC X(02).
01 WSBankruptcyStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "bureauextract".
           DISPLAY "Warning: Customer.txt Open Status "
               WSCustomerFileStatus
       END-IF
       MOVE "N" TO WSBankruptcyOpen
       OPEN INPUT BankruptcyFile.
       IF WSBankruptcyStatus = "00"
           MOVE "Y" TO WSBankruptcyOpen
       END-IF
       OPEN OUTPUT BureauFile.
       IF WSBureauFileStatus NOT = "00"
           DISPLAY "Warning: CreditBureau.txt Open Status "
       MOVE WSTotalBalance TO TrlTotalBalance
       WRITE BureauRecord
       PERFORM PrintRegisterFooter.
       IF WSBankruptcyOpen = "Y"
           CLOSE BankruptcyFile
       END-IF
       CLOSE CustomerFile, BureauFile, BureauRegister.
       DISPLAY " "
       DISPLAY "BUREAU EXTRACT COMPLETE"
       DISPLAY "Accounts Furnished: " WSDetailCount
       DISPLAY "Accounts Skipped..: " WSSkippedCount
       DISPLAY "In Bankruptcy.....: " WSBankruptcyCount
       MOVE SPACES TO WSOpsCounts
       STRING "FURN " DELIMITED BY SIZE
           WSDetailCount DELIMITED BY SIZE
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSDetailCount
       CALL 'DISPUTEAMT' USING IDNum, WSDisputedAmt
       MOVE AccountBalance TO WSFurnishedBalance
       IF WSDisputedAmt > ZERO
           ADD 1 TO WSDisputedCount
           *> Only what is owed is held back - a dispute never turns
           *> an owing account into a reported credit
           IF AccountBalance > WSDisputedAmt
               SUBTRACT WSDisputedAmt FROM WSFurnishedBalance
           ELSE
               IF AccountBalance > ZERO
                   MOVE ZERO TO WSFurnishedBalance
               END-IF
           END-IF
       END-IF
       ADD WSFurnishedBalance TO WSTotalBalance
       MOVE SPACES TO BureauRecord
       MOVE "D" TO DetRecordType
       MOVE IDNum TO DetIDNum
       MOVE SSN TO DetSSN
       MOVE LastName TO DetLastName
       MOVE FirstName TO DetFirstName
       MOVE WSFurnishedBalance TO DetBalance
       MOVE AcctStatusCode TO DetAcctStatus
       MOVE ChargeOffFlag TO DetChargeOffFlag
       IF WSDisputedAmt > ZERO
           MOVE "D" TO DetDisputeFlag
       END-IF
       PERFORM FindBankruptcyCode
       MOVE WSBankruptcyCode TO DetBankruptcyCode
       IF ChargeOffAmount IS NUMERIC
           MOVE ChargeOffAmount TO DetChargeOffAmount
       ELSE
       WRITE BureauRecord
       PERFORM WriteRegisterDetail.

*> The case's standing by chapter - a dismissal is furnished only in
*> the month the court dismissed it, after which the account reports
*> as though no case had been filed
FindBankruptcyCode.
       MOVE SPACE TO WSBankruptcyCode
       IF WSBankruptcyOpen = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE IDNum TO BKIDNum
       READ BankruptcyFile
           INVALID KEY EXIT PARAGRAPH
       END-READ
       EVALUATE TRUE ALSO BKChapter
           WHEN BKOpen ALSO 7 MOVE "A" TO WSBankruptcyCode
           WHEN BKOpen ALSO 11 MOVE "B" TO WSBankruptcyCode
           WHEN BKOpen ALSO 12 MOVE "C" TO WSBankruptcyCode
           WHEN BKOpen ALSO 13 MOVE "D" TO WSBankruptcyCode
           WHEN BKDischarged ALSO 7 MOVE "E" TO WSBankruptcyCode
           WHEN BKDischarged ALSO 11 MOVE "F" TO WSBankruptcyCode
           WHEN BKDischarged ALSO 12 MOVE "G" TO WSBankruptcyCode
           WHEN BKDischarged ALSO 13 MOVE "H" TO WSBankruptcyCode
           WHEN BKDismissed ALSO 7 MOVE "I" TO WSBankruptcyCode
           WHEN BKDismissed ALSO 11 MOVE "J" TO WSBankruptcyCode
           WHEN BKDismissed ALSO 12 MOVE "K" TO WSBankruptcyCode
           WHEN BKDismissed ALSO 13 MOVE "L" TO WSBankruptcyCode
       END-EVALUATE
       IF BKDismissed
           AND BKDismissalDate(1:6) NOT = WSRunDate(1:6)
           MOVE SPACE TO WSBankruptcyCode
       END-IF
       IF WSBankruptcyCode NOT = SPACE
           ADD 1 TO WSBankruptcyCount
       END-IF.

*> Same masking shape as randomlyaccessdata.cob's GetCustByID - the
*> register never shows a whole SSN
WriteRegisterDetail.
       MOVE IDNum TO RegIDNum
       MOVE WSMaskedSSN TO RegSSN
       MOVE LastName TO RegLastName
       MOVE WSFurnishedBalance TO RegBalance
       MOVE AcctStatusCode TO RegStatus
       EVALUATE TRUE
           WHEN AcctChargedOff
               MOVE "CHARGED OFF" TO RegNote
           WHEN WSBankruptcyCode NOT = SPACE
               MOVE "BANKRUPTCY" TO RegNote
           WHEN WSDisputedAmt > ZERO
               MOVE "IN DISPUTE" TO RegNote
           WHEN OTHER
               MOVE SPACES TO RegNote
       END-EVALUATE
       WRITE RegisterLine FROM RegDetailLine.

PrintRegisterFooter.
           WSEditedCount DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine
       MOVE WSDisputedCount TO WSEditedCount
       MOVE SPACES TO RegisterLine
       STRING "Held For Dispute..: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine.
