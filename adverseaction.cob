       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    adverseaction.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Adverse-action letters: every application creditapproval.cob has
*> declined and not yet written to gets its letter - the principal
*> reason for the decline, the bureau score when one was used along
*> with the applicant's right to a free copy of the report, and the
*> equal-credit-opportunity notice. The letter date goes back on the
*> application so a rerun never sends a second one, and the letter
*> lands on the contact history like any other customer mailing.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> I-O so each application written to can be marked
       SELECT ApplicationFile ASSIGN TO "CreditApplications.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AQIDNum
           FILE STATUS IS WSApplicationStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       SELECT LetterFile ASSIGN TO "AdverseActionLetters.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLetterFileStatus.

DATA DIVISION.
FILE SECTION.
*> Must match randomlyaccessdata.cob's ApplicationRecord layout
FD ApplicationFile.
01 ApplicationRecord.
       02 AQIDNum PIC 9(08).
       02 AQAppliedDate PIC 9(08).
       02 AQStatus PIC X(01).
           88 AQPending VALUE "P".
           88 AQApproved VALUE "A".
           88 AQDeclined VALUE "D".
       02 AQRequestedLimit PIC 9(7)V99.
       02 AQApprovedLimit PIC 9(7)V99.
       02 AQBureauScore PIC 9(03).
       02 AQBureauDate PIC 9(08).
       02 AQDupHits PIC 9(03).
       02 AQSanctionHits PIC 9(03).
       02 AQKeyedBy PIC X(08).
       02 AQDecidedBy PIC X(08).
       02 AQDecisionDate PIC 9(08).
       02 AQDeclineReason PIC X(02).
       02 AQLetterDate PIC 9(08).
       02 FILLER PIC X(14).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
       02 AcctStatusCode PIC X(01).
       *> Birth date through credit limit - carried for layout fit
       02 FILLER PIC X(45).
       *> Where the letter goes
       02 Street PIC X(20).
       02 City PIC X(15).
       02 StateCode PIC X(02).
       02 ZipCode PIC 9(05).
       *> Reserved for future fields - see randomlyaccessdata.cob's
       *> CustomerData for the field carve-out
       02 FILLER PIC X(177).

FD LetterFile.
01 LetterLine PIC X(80).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 CustExists PIC X.
01 WSLetterCount PIC 9(08) VALUE ZERO.
01 WSNoCustomerCount PIC 9(08) VALUE ZERO.
01 WSRunDate PIC 9(08).
*> Dates go on the letter MM/DD/YYYY
01 WSRawDate PIC 9(08).
01 WSRawDateParts REDEFINES WSRawDate.
       02 WSRawYear PIC 9(04).
       02 WSRawMonth PIC 9(02).
       02 WSRawDay PIC 9(02).
01 WSDispDate.
       02 WSDispMonth PIC 9(02).
       02 FILLER PIC X VALUE "/".
       02 WSDispDay PIC 9(02).
       02 FILLER PIC X VALUE "/".
       02 WSDispYear PIC 9(04).
01 WSReasonText PIC X(50).
*> NORMALIZENAME linkage staging - same shape every caller uses
01 WSNormFullEntry PIC X(31).
01 WSNormFirstName PIC X(15).
01 WSNormLastName PIC X(15).
01 WSNormFullName PIC X(31).
01 WSNormReturnCode PIC 9.
01 LetterDateLine.
       02 FILLER PIC X(6) VALUE "Date: ".
       02 LtrRunDate PIC X(10).
01 LetterAddressLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 LtrAddress PIC X(60).
01 LetterSaluteLine.
       02 FILLER PIC X(5) VALUE "Dear ".
       02 LtrFullName PIC X(31).
       02 FILLER PIC X VALUE ",".
01 LetterRefLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(33) VALUE "Re: Your application for credit, ".
       02 FILLER PIC X(15) VALUE "account number ".
       02 LtrIDNum PIC ZZZZZZZ9.
01 LetterAppliedLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(12) VALUE "received on ".
       02 LtrAppliedDate PIC X(10).
01 LetterReasonLine.
       02 FILLER PIC X(6) VALUE SPACE.
       02 LtrReason PIC X(50).
01 LetterScoreLine.
       02 FILLER PIC X(2) VALUE SPACE.
       02 FILLER PIC X(25) VALUE "Your credit score.......:".
       02 LtrScore PIC ZZ9.
       02 FILLER PIC X(10) VALUE "  (pulled ".
       02 LtrScoreDate PIC X(10).
       02 FILLER PIC X VALUE ")".
*> FILE STATUS codes, checked right after each OPEN
01 WSApplicationStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSLetterFileStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "adverseaction".
*> Contact-history staging - see CONTACTLOG.cob
01 WSContactChannel PIC X(01) VALUE "M".
01 WSContactDoc PIC X(12) VALUE "ADVERSE ACT".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       OPEN I-O ApplicationFile.
       IF WSApplicationStatus = "35"
           *> No application ever keyed - nothing can be owed a letter
           DISPLAY "No Credit Applications On File - No Letters Due"
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           STOP RUN
       END-IF
       IF WSApplicationStatus NOT = "00"
           DISPLAY "CreditApplications.dat Open Status "
               WSApplicationStatus " - Run Aborted"
           MOVE 8 TO WSOpsRC
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           MOVE WSOpsRC TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       OPEN OUTPUT LetterFile.
       IF WSLetterFileStatus NOT = "00"
           DISPLAY "Warning: AdverseActionLetters.rpt Open Status "
               WSLetterFileStatus
       END-IF
       MOVE WSRunDate TO WSRawDate
       PERFORM EditRawDate
       MOVE WSDispDate TO LtrRunDate
       MOVE LOW-VALUES TO AQIDNum
       MOVE "Y" TO WSMoreRecords
       START ApplicationFile KEY IS NOT LESS THAN AQIDNum
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ ApplicationFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND AQDeclined
               AND AQLetterDate = ZERO
               PERFORM WriteOneLetter
           END-IF
       END-PERFORM
       CLOSE ApplicationFile, CustomerFile, LetterFile.
       DISPLAY " "
       DISPLAY "ADVERSE-ACTION LETTER RUN COMPLETE"
       DISPLAY "Letters Written......: " WSLetterCount
       DISPLAY "Applicant Not On File: " WSNoCustomerCount
       MOVE SPACES TO WSOpsCounts
       STRING "LETTERS " DELIMITED BY SIZE
           WSLetterCount DELIMITED BY SIZE
           " NOCUST " DELIMITED BY SIZE
           WSNoCustomerCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       IF WSNoCustomerCount > ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> No address, no letter - the application stays owed one and is
*> flagged on the run log for someone to chase
WriteOneLetter.
       MOVE "Y" TO CustExists
       MOVE AQIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N"
           DISPLAY "Applicant " AQIDNum " Not On Customer.txt - No Letter"
           ADD 1 TO WSNoCustomerCount
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSLetterCount
       MOVE SPACES TO WSNormFullEntry
       MOVE FirstName TO WSNormFirstName
       MOVE LastName TO WSNormLastName
       CALL 'NORMALIZENAME' USING WSNormFullEntry, WSNormFirstName,
           WSNormLastName, WSNormFullName, WSNormReturnCode
       IF WSNormReturnCode NOT = ZERO
           *> Nothing to normalize - fall back to the record as keyed
           MOVE SPACES TO WSNormFullName
           STRING FirstName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LastName DELIMITED BY SPACE
               INTO WSNormFullName
           END-STRING
       END-IF
       WRITE LetterLine FROM LetterDateLine AFTER ADVANCING PAGE
       MOVE SPACES TO LetterLine
       WRITE LetterLine
       MOVE WSNormFullName TO LtrAddress
       WRITE LetterLine FROM LetterAddressLine
       MOVE Street TO LtrAddress
       WRITE LetterLine FROM LetterAddressLine
       MOVE SPACES TO LtrAddress
       STRING City DELIMITED BY "  "
           ", " DELIMITED BY SIZE
           StateCode DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           ZipCode DELIMITED BY SIZE
           INTO LtrAddress
       END-STRING
       WRITE LetterLine FROM LetterAddressLine
       MOVE SPACES TO LetterLine
       WRITE LetterLine
       MOVE IDNum TO LtrIDNum
       WRITE LetterLine FROM LetterRefLine
       MOVE AQAppliedDate TO WSRawDate
       PERFORM EditRawDate
       MOVE WSDispDate TO LtrAppliedDate
       WRITE LetterLine FROM LetterAppliedLine
       MOVE SPACES TO LetterLine
       WRITE LetterLine
       MOVE WSNormFullName TO LtrFullName
       WRITE LetterLine FROM LetterSaluteLine
       MOVE SPACES TO LetterLine
       WRITE LetterLine
       PERFORM PrintLetterBody
       *> The letter is a customer touch - it goes on the history
       CALL 'CONTACTLOG' USING WSOpsProgram, IDNum,
           WSContactChannel, WSContactDoc
       MOVE WSRunDate TO AQLetterDate
       REWRITE ApplicationRecord
           INVALID KEY
               DISPLAY "Warning: Letter Date Not Saved For " AQIDNum
       END-REWRITE.

PrintLetterBody.
       MOVE "  Thank you for applying for credit with us. We regret that"
           TO LetterLine
       WRITE LetterLine
       MOVE "  we are unable to approve your application at this time."
           TO LetterLine
       WRITE LetterLine
       MOVE "  The principal reason for our decision is:" TO LetterLine
       WRITE LetterLine
       MOVE SPACES TO LetterLine
       WRITE LetterLine
       EVALUATE AQDeclineReason
           WHEN "01"
               MOVE "Insufficient credit history" TO WSReasonText
           WHEN "02"
               MOVE "Credit score below our approval standard"
                   TO WSReasonText
           WHEN "03"
               MOVE "Delinquent past or present credit obligations"
                   TO WSReasonText
           WHEN "04"
               MOVE "Unable to verify your identity" TO WSReasonText
           WHEN "05"
               MOVE "Excessive obligations in relation to income"
                   TO WSReasonText
           WHEN OTHER
               MOVE "Incomplete application" TO WSReasonText
       END-EVALUATE
       MOVE WSReasonText TO LtrReason
       WRITE LetterLine FROM LetterReasonLine
       MOVE SPACES TO LetterLine
       WRITE LetterLine
       IF AQBureauScore > ZERO
           PERFORM PrintBureauNotice
       END-IF
       MOVE "  The federal Equal Credit Opportunity Act prohibits"
           TO LetterLine
       WRITE LetterLine
       MOVE "  creditors from discriminating against credit applicants"
           TO LetterLine
       WRITE LetterLine
       MOVE "  on the basis of race, color, religion, national origin,"
           TO LetterLine
       WRITE LetterLine
       MOVE "  sex, marital status, or age (provided the applicant has"
           TO LetterLine
       WRITE LetterLine
       MOVE "  the capacity to contract); because all or part of the"
           TO LetterLine
       WRITE LetterLine
       MOVE "  applicant's income derives from any public assistance"
           TO LetterLine
       WRITE LetterLine
       MOVE "  program; or because the applicant has in good faith"
           TO LetterLine
       WRITE LetterLine
       MOVE "  exercised any right under the Consumer Credit Protection"
           TO LetterLine
       WRITE LetterLine
       MOVE "  Act. The federal agency that administers compliance with"
           TO LetterLine
       WRITE LetterLine
       MOVE "  this law concerning this creditor is the Federal Trade"
           TO LetterLine
       WRITE LetterLine
       MOVE "  Commission, Equal Credit Opportunity, Washington, DC 20580."
           TO LetterLine
       WRITE LetterLine
       MOVE SPACES TO LetterLine
       WRITE LetterLine
       MOVE "  Sincerely," TO LetterLine
       WRITE LetterLine
       MOVE "  Credit Department" TO LetterLine
       WRITE LetterLine.

*> A decision that used the bureau report owes the applicant the
*> score and their rights under the Fair Credit Reporting Act
PrintBureauNotice.
       MOVE "  Our decision was based in whole or in part on information"
           TO LetterLine
       WRITE LetterLine
       MOVE "  obtained in a report from a consumer reporting agency."
           TO LetterLine
       WRITE LetterLine
       MOVE AQBureauScore TO LtrScore
       MOVE AQBureauDate TO WSRawDate
       PERFORM EditRawDate
       MOVE WSDispDate TO LtrScoreDate
       WRITE LetterLine FROM LetterScoreLine
       MOVE "  The reporting agency played no part in our decision and"
           TO LetterLine
       WRITE LetterLine
       MOVE "  cannot tell you why it was made. You have the right to a"
           TO LetterLine
       WRITE LetterLine
       MOVE "  free copy of your report from the agency if you ask for"
           TO LetterLine
       WRITE LetterLine
       MOVE "  it within 60 days, and the right to dispute with the"
           TO LetterLine
       WRITE LetterLine
       MOVE "  agency the accuracy or completeness of anything in it."
           TO LetterLine
       WRITE LetterLine
       MOVE SPACES TO LetterLine
       WRITE LetterLine.

EditRawDate.
       MOVE WSRawMonth TO WSDispMonth
       MOVE WSRawDay TO WSDispDay
       MOVE WSRawYear TO WSDispYear.
