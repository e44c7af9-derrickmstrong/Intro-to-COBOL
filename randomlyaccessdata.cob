           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAKey
           FILE STATUS IS WSCollectionFileStatus.
       *> One bankruptcy case per customer - the chapter, the court's
       *> case number, and the filing/discharge/dismissal dates behind
       *> the BankruptcyFlag on the customer record
       SELECT BankruptcyFile ASSIGN TO "BankruptcyCases.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BKIDNum
           FILE STATUS IS WSBankruptcyStatus.
       *> One credit application per new customer - AddCust opens it,
       *> creditapproval.cob decides it
       SELECT ApplicationFile ASSIGN TO "CreditApplications.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AQIDNum
           FILE STATUS IS WSApplicationStatus.
DATA DIVISION.
FILE SECTION.
*> Describe the file layout
       02 StatusFlag PIC X(01) VALUE "A".
           88 CustActive VALUE "A".
           88 CustDeleted VALUE "D".
           *> A new account waiting on its credit decision - no orders,
           *> no statements, nothing, until creditapproval.cob opens it
           88 CustPending VALUE "P".
       *> Account standing, classified into bands via the 88s below
       02 AcctStatusCode PIC X(01) VALUE "A".
           88 AcctInGoodStanding VALUE "A".
       *> Elementary view of DateOfBirth, needed for the edited MOVE below -
       *> a MOVE of a group item ignores the receiving field's edit symbols
       02 DateOfBirthNum REDEFINES DateOfBirth PIC 9(08).
       *> Social Security Number - masked on screen, see MaskSSN below;
       *> only an Admin's logged reveal (OfferSSNReveal) shows it whole
       02 SSN PIC 9(09).
       *> The amount the customer owes: orders and fees push it up,
       *> payments drive it toward zero (a credit shows negative). The
           88 ConversionHeld VALUE "H".
       *> Which branch office owns this customer - blank is HQ
       02 BranchCode PIC X(03) VALUE SPACES.
       *> Bankruptcy stay - B while a case is open, D once discharged
       *> (the debt goes straight to charge-off); a dismissal clears it.
       *> Every collection run honors it; the case itself lives on
       *> BankruptcyCases.dat
       02 BankruptcyFlag PIC X(01) VALUE SPACE.
           88 BankruptcyFiled VALUE "B".
           88 BankruptcyDischarged VALUE "D".
           88 BankruptcyStay VALUE "B", "D".
       *> Sanctions screening - H while a watch-list hit waits on
       *> compliance (sanctionreview.cob), B once a match is confirmed.
       *> Either way the account takes no orders and is paid nothing
       02 SanctionFlag PIC X(01) VALUE SPACE.
           88 SanctionHeld VALUE "H".
           88 SanctionBlocked VALUE "B".
           88 SanctionHold VALUE "H", "B".
       *> Bill-to parent - a location of a multi-site business points
       *> at the head-office customer that pays its bill. Orders and the
       *> balance stay on the location; the parent gets the one
       *> consolidated statement and the family's credit limit. Zero is
       *> a customer who pays their own bill. One level only - a parent
       *> never has a parent of its own.
       02 BillToParentID PIC 9(08) VALUE ZERO.
       *> Sales territory that owns the account - its rep is stamped on
       *> every order line and paid the commission (salesreps.cob keeps
       *> the territories). Blank at entry defaults off the branch, then
       *> the state, through TERRITORYREP.cob.
       02 TerritoryCode PIC X(04) VALUE SPACES.
       *> Reserved for future fields - claimed front-to-back as the
       *> record grows, the same carve-out convention as before
       02 FILLER PIC X(11).

*> Describe the audit log layout
FD AuditLog.
       *> Reserved for future fields
       02 FILLER PIC X(10).

*> One case per customer - bureauextract.cob reads this same layout
*> for the bankruptcy indicator it furnishes
FD BankruptcyFile.
01 BankruptcyRecord.
       02 BKIDNum PIC 9(08).
       *> 7, 11, 12, or 13
       02 BKChapter PIC 9(02).
       02 BKCaseNumber PIC X(15).
       02 BKFilingDate PIC 9(08).
       *> O open (stay in effect), D discharged, X dismissed
       02 BKStatus PIC X(01).
           88 BKOpen VALUE "O".
           88 BKDischarged VALUE "D".
           88 BKDismissed VALUE "X".
       02 BKDischargeDate PIC 9(08).
       02 BKDismissalDate PIC 9(08).
       *> Who last changed the case, and when
       02 BKEnteredBy PIC X(08).
       02 BKUpdatedDate PIC 9(08).
       *> Reserved for future fields
       02 FILLER PIC X(14).

*> One application per customer - creditapproval.cob, adverseaction.cob
*> and apppipeline.cob read this same layout
FD ApplicationFile.
01 ApplicationRecord.
       02 AQIDNum PIC 9(08).
       02 AQAppliedDate PIC 9(08).
       *> P pending, A approved, D declined
       02 AQStatus PIC X(01).
           88 AQPending VALUE "P".
           88 AQApproved VALUE "A".
           88 AQDeclined VALUE "D".
       02 AQRequestedLimit PIC 9(7)V99.
       02 AQApprovedLimit PIC 9(7)V99.
       *> The bureau score the officer decided on, and the date pulled
       02 AQBureauScore PIC 9(03).
       02 AQBureauDate PIC 9(08).
       *> Possible duplicates and sanctions hits found when keyed
       02 AQDupHits PIC 9(03).
       02 AQSanctionHits PIC 9(03).
       02 AQKeyedBy PIC X(08).
       02 AQDecidedBy PIC X(08).
       02 AQDecisionDate PIC 9(08).
       02 AQDeclineReason PIC X(02).
       *> When the adverse-action letter went out - zero until then
       02 AQLetterDate PIC 9(08).
       *> Reserved for future fields
       02 FILLER PIC X(14).

WORKING-STORAGE SECTION.
*> Things we will need to track
*> Two digits - the menu outgrew 0-9 when Reinstate arrived
01 WSNewStatus PIC X.
*> Used by UpdateCust to let the operator back out before the REWRITE
01 WSUpdateConfirm PIC X.
*> Used by OpenApplication - the keyed applicant held aside while the
*> master is searched for the same person under another ID
01 WSApplicantImage PIC X(304).
01 WSRequestedLimit PIC 9(7)V99.
01 WSDupHits PIC 9(03).
01 WSApplicantSSN PIC 9(09).
01 WSApplicantFirst PIC X(15).
01 WSApplicantLast PIC X(15).
01 WSApplicantDOB PIC 9(08).
01 WSApplicationStatus PIC X(02).
01 WSAppFound PIC X.
*> Used by BillToParentLink - the location, the parent keyed, and
*> whether the parent passed its checks
01 WSChildID PIC 9(08).
01 WSNewParentID PIC 9(08).
01 WSParentGood PIC X.
*> Territory entry - the code keyed (blank = default it), the rep
*> TERRITORYREP.cob hands back, and whether the territory is on file
01 WSKeyedTerritory PIC X(04).
01 WSOldTerritory PIC X(04).
01 WSTerritoryRep PIC X(04).
01 WSTerritoryFound PIC X(01).
*> Used by ShowCustHistory to report whether any prior transaction was found
01 WSHistFound PIC X.
*> Used by ValidateCust to check Date of Birth via VALIDDATE
*> Edited Date of Birth, for display only
01 WSDispDOB PIC 99/99/9999.
*> Masked SSN, for display only - only the last 4 digits ever show
*> unless an Admin asks for the full number (see OfferSSNReveal)
01 WSMaskedSSN PIC X(11).
01 WSRevealAnswer PIC X.
*> Inquiry-access log staging - see INQLOG.cob
01 WSInqScreen PIC X(12).
*> Edited credit limit, for display only
01 WSDispLimit PIC $$,$$$,$$9.99.
*> The limit on file before the operator keyed a new one - put back
*> when the change has to wait for a second operator
01 WSOldLimit PIC 9(7)V99.
*> Two-person approval hand-off - must match CHGQUEUE.cob's
*> LChangeRequest layout
01 ChangeRequest.
       02 CRType PIC X(06).
       02 CRIDNum PIC 9(08).
       02 CRAmount PIC 9(7)V999.
       02 CROldValue PIC 9(7)V999.
       02 CRNewValue PIC 9(7)V999.
       02 CRRefNumber PIC 9(08).
       02 CRRefDate PIC 9(08).
       02 CRAction PIC X(01).
       02 CRReason PIC X(24).
       02 CRKeyedBy PIC X(08).
       02 CRChangeNo PIC 9(06).
01 WSChgResult PIC X(01).
    88 ChgApplyNow VALUE "A".
    88 ChgQueued VALUE "Q".
    88 ChgDuplicate VALUE "D".
*> Used by DelinquentWorklist - edited balance, days delinquent, and the
*> date of the record's last CLASSIFY pulled off AuditLog.dat
01 WSDispBalance PIC $$,$$$,$$9.99CR.
01 WSNotesFileStatus PIC X(02).
01 WSNextIDStatus PIC X(02).
01 WSCollectionFileStatus PIC X(02).
01 WSBankruptcyStatus PIC X(02).
*> Bankruptcy case maintenance - whether a case is on file, the
*> operator's choice, and each keyed date checked through VALIDDATE
01 WSCaseFound PIC X.
01 WSBkAnswer PIC X.
01 WSBkToday PIC 9(08).
01 WSBkDate PIC 9(08).
01 WSBkDateParts REDEFINES WSBkDate.
    02 WSBkYear PIC 9(04).
    02 WSBkMonth PIC 9(02).
    02 WSBkDay PIC 9(02).
01 WSBkDateReturnCode PIC 9.
*> Sanctions screen of a new customer - see SANCTIONCHK.cob
01 WSSanctionHits PIC 9(03).
01 WSSanctionRC PIC 9.
*> Delinquent accounts the worklist holds back under a bankruptcy stay
01 WSBkHeldCount PIC 9(05) VALUE ZERO.
*> Collection-activity state - the highest sequence seen for a
*> customer, and the latest promise the worklist shows
01 WSActivityFound PIC X.
       IF WSCollectionFileStatus NOT = "00"
           DISPLAY "Warning: CollectionActivity.dat Open Status "
               WSCollectionFileStatus
       END-IF
       *> I-O for bankruptcy cases; the first filing ever recorded
       *> creates the file (status 35 falls back to OUTPUT)
       OPEN I-O BankruptcyFile.
       IF WSBankruptcyStatus = "35"
           OPEN OUTPUT BankruptcyFile
           CLOSE BankruptcyFile
           OPEN I-O BankruptcyFile
       END-IF
       IF WSBankruptcyStatus NOT = "00"
           DISPLAY "Warning: BankruptcyCases.dat Open Status "
               WSBankruptcyStatus
       END-IF
       *> I-O for credit applications; the first new customer ever
       *> keyed creates the file (status 35 falls back to OUTPUT)
       OPEN I-O ApplicationFile.
       IF WSApplicationStatus = "35"
           OPEN OUTPUT ApplicationFile
           CLOSE ApplicationFile
           OPEN I-O ApplicationFile
       END-IF
       IF WSApplicationStatus NOT = "00"
           DISPLAY "Warning: CreditApplications.dat Open Status "
               WSApplicationStatus
       END-IF
              *>
              PERFORM UNTIL StayOpen="N"
                      DISPLAY "14: Mark Deceased"
                      DISPLAY "15: Reactivate Dormant"
                      DISPLAY "16: Custodial Conversion Hold"
                      DISPLAY "17: Bankruptcy Case"
                      DISPLAY "18: Bill-To Parent Link"
                      DISPLAY "19: Sales Territory"
                      DISPLAY "0 : Quit"
                      DISPLAY " : " WITH NO ADVANCING
                      ACCEPT Choice
                           *> away from inquiry-only operators
                           WHEN RoleInquiryOnly AND
                               (Choice = 1 OR 2 OR 3 OR 6 OR 8 OR 10
                                OR 13 OR 14 OR 15 OR 16 OR 17 OR 18
                                OR 19)
                               DISPLAY "Option Locked For Inquiry Operators"
                           WHEN Choice = 1 PERFORM AddCust
                           WHEN Choice = 2 PERFORM DeleteCust
                           WHEN Choice = 14 PERFORM MarkDeceased
                           WHEN Choice = 15 PERFORM ReactivateDormant
                           WHEN Choice = 16 PERFORM ConversionHold
                           WHEN Choice = 17 PERFORM BankruptcyCase
                           WHEN Choice = 18 PERFORM BillToParentLink
                           WHEN Choice = 19 PERFORM SalesTerritory
                           WHEN OTHER MOVE 'N' TO StayOpen
                      END-EVALUATE
              END-PERFORM.
       CLOSE CustomerFile, AuditLog, NotesFile, CollectionFile,
           BankruptcyFile, ApplicationFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.
       DISPLAY "Branch Code (Blank For HQ): " WITH NO ADVANCING.
       ACCEPT BranchCode.
       MOVE FUNCTION UPPER-CASE(BranchCode) TO BranchCode.
       DISPLAY "Sales Territory (Blank To Default): " WITH NO ADVANCING.
       ACCEPT TerritoryCode.
       MOVE FUNCTION UPPER-CASE(TerritoryCode) TO TerritoryCode.
       DISPLAY "Statement Cycle (1-9): " WITH NO ADVANCING.
       ACCEPT StmtCycleCode.
       *> Only asked for - the credit officer sets the real starting
       *> limit when the application is approved
       DISPLAY "Requested Credit Limit (0 For None): " WITH NO ADVANCING.
       ACCEPT CreditLimit.
       DISPLAY "Direct-Debit Consent Given? (Y/N): " WITH NO ADVANCING.
       ACCEPT DebitConsent.
       ACCEPT Email.
       DISPLAY " ".
       PERFORM ValidateCust.
       IF ValidEntry = "Y"
           PERFORM ResolveTerritory
       END-IF
       IF ValidEntry = "N"
           DISPLAY "Entry Rejected - Correct the Field(s) Above and Retry"
       ELSE
           MOVE SPACES TO WSOldFirstName
           MOVE SPACES TO WSOldLastName
           MOVE "ADD" TO WSOperation
           *> A new customer is an application until credit approves it
           SET CustPending TO TRUE
           MOVE "A" TO AcctStatusCode
           MOVE ZERO TO AccountBalance
           MOVE ZERO TO DateDeleted
           IF CreditLimit IS NOT NUMERIC
               MOVE ZERO TO CreditLimit
           END-IF
           MOVE CreditLimit TO WSRequestedLimit
           MOVE ZERO TO CreditLimit
           *> Consent is strictly opt-in - anything but Y stays N
           IF DebitConsent = "y"
               MOVE "Y" TO DebitConsent
               WRITE CustomerData
                   INVALID KEY DISPLAY "ID Taken"
                   NOT INVALID KEY
                       PERFORM ScreenNewCustomer
                       PERFORM WriteAuditLog
                       PERFORM BumpNextID
                       PERFORM OpenApplication
               END-WRITE
           END-IF
       END-IF.

*> Every new customer is screened against the sanctions watch list
*> the moment the record exists - a potential hit is queued for
*> compliance and the account opens held
ScreenNewCustomer.
       CALL 'SANCTIONCHK' USING IDNum, FirstName, LastName,
           WSSanctionHits, WSSanctionRC
       IF WSSanctionRC NOT = ZERO
           DISPLAY "Warning: No Sanctions List On File - Not Screened"
       END-IF
       IF WSSanctionHits > ZERO
           SET SanctionHeld TO TRUE
           REWRITE CustomerData
               INVALID KEY
                   DISPLAY "Warning: Sanctions Hold Not Saved"
           END-REWRITE
           DISPLAY "Possible Sanctions Match - Account Held For "
               "Compliance Review"
       END-IF.

*> The new customer's credit application goes in the approval queue
*> with what the officer will want to see first: anyone else on file
*> under the same SSN, or the same name and date of birth, and the
*> sanctions hits ScreenNewCustomer just found. Searching the master
*> moves the record area, so the applicant is held aside and put back.
OpenApplication.
       MOVE CustomerData TO WSApplicantImage
       MOVE IDNum TO WSCandidateID
       MOVE SSN TO WSApplicantSSN
       MOVE FirstName TO WSApplicantFirst
       MOVE LastName TO WSApplicantLast
       MOVE DateOfBirthNum TO WSApplicantDOB
       MOVE ZERO TO WSDupHits
       MOVE ZEROS TO IDNum
       MOVE "Y" TO WSMoreRecords
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CustomerFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND NOT CustDeleted
               AND IDNum NOT = WSCandidateID
               AND (SSN = WSApplicantSSN OR
                   (LastName = WSApplicantLast
                    AND FirstName = WSApplicantFirst
                    AND DateOfBirthNum = WSApplicantDOB))
               ADD 1 TO WSDupHits
               DISPLAY "Possible Duplicate Of Customer " IDNum
                   "  " FirstName " " LastName
           END-IF
       END-PERFORM
       MOVE WSApplicantImage TO CustomerData
       MOVE SPACES TO ApplicationRecord
       MOVE IDNum TO AQIDNum
       ACCEPT AQAppliedDate FROM DATE YYYYMMDD
       SET AQPending TO TRUE
       MOVE WSRequestedLimit TO AQRequestedLimit
       MOVE ZERO TO AQApprovedLimit
       MOVE ZERO TO AQBureauScore
       MOVE ZERO TO AQBureauDate
       MOVE WSDupHits TO AQDupHits
       MOVE WSSanctionHits TO AQSanctionHits
       MOVE WSOperatorID TO AQKeyedBy
       MOVE ZERO TO AQDecisionDate
       MOVE ZERO TO AQLetterDate
       WRITE ApplicationRecord
           INVALID KEY
               DISPLAY "Warning: Application Not Queued - "
                   "CreditApplications.dat Status " WSApplicationStatus
           NOT INVALID KEY
               DISPLAY "Application Queued For Credit Approval - "
                   "No Orders Until Approved"
       END-WRITE.

*> An under-18 customer opens as a custodial minor account: the
*> responsible adult's ID is captured and verified live and active.
*> The custodian probe reuses the record buffer, so the keyed entry is
               DISPLAY "Loyalty Points: " LoyaltyPoints
           END-IF
           PERFORM DisplayAcctStatus
           IF BankruptcyFiled
               DISPLAY "Bankruptcy: Stay In Effect - No Collection"
           END-IF
           IF BankruptcyDischarged
               DISPLAY "Bankruptcy: Debt Discharged"
           END-IF
           IF CustPending
               DISPLAY "Application: Pending Credit Approval"
           END-IF
           IF SanctionHeld
               DISPLAY "Sanctions: Held Pending Compliance Review"
           END-IF
           IF SanctionBlocked
               DISPLAY "Sanctions: Blocked - Confirmed Match"
           END-IF
           IF BillToParentID IS NUMERIC AND BillToParentID > ZERO
               DISPLAY "Bills To Parent: " BillToParentID
           END-IF
           PERFORM DisplayTerritory
           PERFORM ShowLatestNote
           PERFORM ShowCustHistory
           MOVE "GETCUST" TO WSInqScreen
           CALL 'INQLOG' USING WSJrnlProgram, WSOperatorID, IDNum,
               WSInqScreen
           PERFORM OfferSSNReveal
       END-IF.

*> Only an Admin operator sees the full SSN, on request, and every
*> reveal is logged under its own screen name for the privacy review
OfferSSNReveal.
       IF WSOperatorRole NOT = "A"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Reveal Full SSN? (Y/N): " WITH NO ADVANCING
       ACCEPT WSRevealAnswer
       IF WSRevealAnswer = "Y" OR WSRevealAnswer = "y"
           DISPLAY "SSN: " SSN(1:3) "-" SSN(4:2) "-" SSN(6:4)
           MOVE "SSN REVEAL" TO WSInqScreen
           CALL 'INQLOG' USING WSJrnlProgram, WSOperatorID, IDNum,
               WSInqScreen
       END-IF.

*> A customer listed by a name search has been seen too
LogNameSearchHit.
       MOVE "NAMESEARCH" TO WSInqScreen
       CALL 'INQLOG' USING WSJrnlProgram, WSOperatorID, IDNum,
           WSInqScreen.

*> AuditLog.dat is open EXTEND for the whole session, so it is released
*> while AUDITHIST searches the current log plus the rotated monthly
*> generations rotateauditlog.cob has trimmed off - the full history
           DISPLAY "--- Collection Activity For " IDNum " "
               FirstName " " LastName " ---"
           PERFORM BrowseActivity
           *> The court's stay forbids any collection contact at all
           IF BankruptcyStay
               DISPLAY "*** Bankruptcy Stay - Do Not Contact ***"
           END-IF
           IF RoleInquiryOnly OR BankruptcyStay
               CONTINUE
           ELSE
               DISPLAY "Log A Contact? (Y/N): " WITH NO ADVANCING
           END-IF
       END-IF.

*> Bankruptcy case: record the filing (the stay starts and every
*> collection run stands down), then its discharge (chargeoffrun.cob
*> writes the debt off on its next pass) or its dismissal (the stay
*> lifts and collection resumes). A customer whose earlier case was
*> dismissed may file again - the new case replaces the old.
BankruptcyCase.
       MOVE "Y" TO CustExists
       DISPLAY " "
       DISPLAY "Enter ID for bankruptcy case: " WITH NO ADVANCING
       ACCEPT IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N" OR CustDeleted
           DISPLAY "Customer Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       ACCEPT WSBkToday FROM DATE YYYYMMDD
       DISPLAY "Customer: " FirstName " " LastName
       MOVE "Y" TO WSCaseFound
       MOVE IDNum TO BKIDNum
       READ BankruptcyFile
           INVALID KEY MOVE "N" TO WSCaseFound
       END-READ
       IF WSCaseFound = "Y"
           DISPLAY "Chapter " BKChapter "  Case " BKCaseNumber
               "  Filed " BKFilingDate
           EVALUATE TRUE
               WHEN BKOpen DISPLAY "Status: Open - Stay In Effect"
               WHEN BKDischarged
                   DISPLAY "Status: Discharged " BKDischargeDate
               WHEN BKDismissed
                   DISPLAY "Status: Dismissed " BKDismissalDate
           END-EVALUATE
       END-IF
       MOVE FirstName TO WSOldFirstName
       MOVE LastName TO WSOldLastName
       EVALUATE TRUE
           WHEN WSCaseFound = "N" OR BKDismissed
               DISPLAY "Record A New Filing? (Y/N): " WITH NO ADVANCING
               ACCEPT WSBkAnswer
               IF WSBkAnswer = "Y" OR WSBkAnswer = "y"
                   PERFORM RecordBankruptcyFiling
               END-IF
           WHEN BKOpen
               DISPLAY "(D)ischarge, Dis(M)issal, or Enter to leave: "
                   WITH NO ADVANCING
               ACCEPT WSBkAnswer
               EVALUATE TRUE
                   WHEN WSBkAnswer = "D" OR WSBkAnswer = "d"
                       PERFORM RecordBankruptcyDischarge
                   WHEN WSBkAnswer = "M" OR WSBkAnswer = "m"
                       PERFORM RecordBankruptcyDismissal
               END-EVALUATE
           WHEN OTHER
               DISPLAY "Case Is Closed - Nothing To Change"
       END-EVALUATE.

RecordBankruptcyFiling.
       DISPLAY "Chapter (7, 11, 12, 13): " WITH NO ADVANCING
       ACCEPT BKChapter
       IF BKChapter NOT = 7 AND NOT = 11 AND NOT = 12 AND NOT = 13
           DISPLAY "Rejected: Chapter Must Be 7, 11, 12, Or 13"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Court Case Number: " WITH NO ADVANCING
       ACCEPT BKCaseNumber
       IF BKCaseNumber = SPACES
           DISPLAY "Rejected: A Case Number Is Required"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Filing Date (YYYYMMDD): " WITH NO ADVANCING
       PERFORM AcceptBankruptcyDate
       IF WSBkDateReturnCode NOT = ZERO
           DISPLAY "Rejected: Filing Date Must Be YYYYMMDD, Not Future"
           EXIT PARAGRAPH
       END-IF
       MOVE IDNum TO BKIDNum
       MOVE WSBkDate TO BKFilingDate
       SET BKOpen TO TRUE
       MOVE ZERO TO BKDischargeDate
       MOVE ZERO TO BKDismissalDate
       MOVE WSOperatorID TO BKEnteredBy
       MOVE WSBkToday TO BKUpdatedDate
       IF WSCaseFound = "Y"
           REWRITE BankruptcyRecord
               INVALID KEY MOVE "N" TO WSCaseFound
           END-REWRITE
       ELSE
           MOVE "Y" TO WSCaseFound
           WRITE BankruptcyRecord
               INVALID KEY MOVE "N" TO WSCaseFound
           END-WRITE
       END-IF
       IF WSCaseFound = "N"
           DISPLAY "Case Not Saved - BankruptcyCases.dat Status "
               WSBankruptcyStatus
           EXIT PARAGRAPH
       END-IF
       SET BankruptcyFiled TO TRUE
       MOVE "BANKRUPT" TO WSOperation
       PERFORM SaveBankruptcyFlag.

RecordBankruptcyDischarge.
       DISPLAY "Discharge Date (YYYYMMDD): " WITH NO ADVANCING
       PERFORM AcceptBankruptcyDate
       IF WSBkDateReturnCode NOT = ZERO OR WSBkDate < BKFilingDate
           DISPLAY "Rejected: Discharge Date Must Be YYYYMMDD, On Or "
               "After Filing"
           EXIT PARAGRAPH
       END-IF
       SET BKDischarged TO TRUE
       MOVE WSBkDate TO BKDischargeDate
       MOVE WSOperatorID TO BKEnteredBy
       MOVE WSBkToday TO BKUpdatedDate
       REWRITE BankruptcyRecord
           INVALID KEY
               DISPLAY "Case Not Saved - BankruptcyCases.dat Status "
                   WSBankruptcyStatus
               EXIT PARAGRAPH
       END-REWRITE
       SET BankruptcyDischarged TO TRUE
       MOVE "BKDISCHRG" TO WSOperation
       PERFORM SaveBankruptcyFlag.

RecordBankruptcyDismissal.
       DISPLAY "Dismissal Date (YYYYMMDD): " WITH NO ADVANCING
       PERFORM AcceptBankruptcyDate
       IF WSBkDateReturnCode NOT = ZERO OR WSBkDate < BKFilingDate
           DISPLAY "Rejected: Dismissal Date Must Be YYYYMMDD, On Or "
               "After Filing"
           EXIT PARAGRAPH
       END-IF
       SET BKDismissed TO TRUE
       MOVE WSBkDate TO BKDismissalDate
       MOVE WSOperatorID TO BKEnteredBy
       MOVE WSBkToday TO BKUpdatedDate
       REWRITE BankruptcyRecord
           INVALID KEY
               DISPLAY "Case Not Saved - BankruptcyCases.dat Status "
                   WSBankruptcyStatus
               EXIT PARAGRAPH
       END-REWRITE
       MOVE SPACE TO BankruptcyFlag
       MOVE "BKDISMISS" TO WSOperation
       PERFORM SaveBankruptcyFlag.

*> A real calendar date, and never one still to come
AcceptBankruptcyDate.
       ACCEPT WSBkDate
       MOVE 1 TO WSBkDateReturnCode
       IF WSBkDate IS NUMERIC AND WSBkDate NOT > WSBkToday
           CALL 'VALIDDATE' USING WSBkMonth, WSBkDay, WSBkYear,
               WSBkDateReturnCode
       END-IF.

SaveBankruptcyFlag.
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Customer Not Updated - Re-Enter The Case Change"
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN BankruptcyFiled
                       DISPLAY "Filing Recorded - Collection Stops Now"
                   WHEN BankruptcyDischarged
                       DISPLAY "Discharge Recorded - The Next Charge-Off "
                           "Run Writes The Debt Off"
                   WHEN OTHER
                       DISPLAY "Dismissal Recorded - Collection Resumes"
               END-EVALUATE
               PERFORM WriteAuditLog
       END-REWRITE.

*> Bill-to parent link: point a location at the head-office customer
*> that pays for it, or clear the link (enter 0). The parent must be
*> on file, not deleted, and not a location itself; a customer other
*> locations already bill to cannot become a location in turn - the
*> statements and the credit check only follow one level.
BillToParentLink.
       MOVE "Y" TO CustExists.
       DISPLAY " "
       DISPLAY "Enter Location ID: " WITH NO ADVANCING
       ACCEPT IDNum.
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N" OR CustDeleted
           DISPLAY "Customer Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       IF BillToParentID IS NOT NUMERIC
           MOVE ZERO TO BillToParentID
       END-IF
       MOVE IDNum TO WSChildID
       DISPLAY "Customer: " FirstName " " LastName
           "  Bills To: " BillToParentID
       DISPLAY "Bill-To Parent ID (0 = Pays Own Bill): " WITH NO ADVANCING
       ACCEPT WSNewParentID
       IF WSNewParentID = WSChildID
           DISPLAY "A Customer Cannot Bill To Itself"
           EXIT PARAGRAPH
       END-IF
       IF WSNewParentID > ZERO
           PERFORM CheckBillToParent
           IF WSParentGood = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckNotAParent
           IF WSParentGood = "N"
               DISPLAY "Other Locations Bill To This Customer - "
                   "It Cannot Become A Location"
               EXIT PARAGRAPH
           END-IF
       END-IF
       *> The checks above moved the record area - read the location back
       MOVE WSChildID TO IDNum
       READ CustomerFile
           INVALID KEY
               DISPLAY "Customer Doesn't Exist"
               EXIT PARAGRAPH
       END-READ
       MOVE WSNewParentID TO BillToParentID
       MOVE FirstName TO WSOldFirstName
       MOVE LastName TO WSOldLastName
       MOVE "BILLTO" TO WSOperation
       REWRITE CustomerData
           INVALID KEY DISPLAY "Link Not Saved"
           NOT INVALID KEY
               IF WSNewParentID > ZERO
                   DISPLAY "Location Now Bills To " WSNewParentID
               ELSE
                   DISPLAY "Location Now Pays Its Own Bill"
               END-IF
               PERFORM WriteAuditLog
       END-REWRITE.

CheckBillToParent.
       MOVE "Y" TO WSParentGood
       MOVE WSNewParentID TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO WSParentGood
       END-READ
       IF WSParentGood = "N" OR CustDeleted
           DISPLAY "Parent Customer Doesn't Exist"
           MOVE "N" TO WSParentGood
           EXIT PARAGRAPH
       END-IF
       IF BillToParentID IS NUMERIC AND BillToParentID > ZERO
           DISPLAY "Parent Bills To " BillToParentID
               " Itself - Link To The Head Office"
           MOVE "N" TO WSParentGood
       END-IF.

*> No key runs on the parent link, so finding the customer's own
*> locations means reading the whole file
CheckNotAParent.
       MOVE ZEROS TO IDNum.
       MOVE "Y" TO WSMoreRecords.
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CustomerFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND NOT CustDeleted
               AND BillToParentID IS NUMERIC
               AND BillToParentID = WSChildID
               MOVE "N" TO WSParentGood
               MOVE "N" TO WSMoreRecords
           END-IF
       END-PERFORM.

*> A keyed territory has to be on file; a blank one takes the branch's
*> default, then the state's. No default at all still lets the
*> customer in - unassigned until someone picks a territory under
*> option 19 - so a missing map never blocks an account opening.
ResolveTerritory.
       MOVE TerritoryCode TO WSKeyedTerritory
       CALL 'TERRITORYREP' USING TerritoryCode, StateCode, BranchCode,
           WSTerritoryRep, WSTerritoryFound
       EVALUATE TRUE
           WHEN WSKeyedTerritory NOT = SPACES AND WSTerritoryFound = "N"
               DISPLAY "Rejected: Territory " WSKeyedTerritory
                   " Not On File"
               MOVE "N" TO ValidEntry
           WHEN TerritoryCode = SPACES
               DISPLAY "No Territory Default For This Branch Or State - "
                   "Account Unassigned"
           WHEN WSKeyedTerritory = SPACES
               DISPLAY "Territory Defaulted To " TerritoryCode
                   "  Rep " WSTerritoryRep
       END-EVALUATE.

DisplayTerritory.
       IF TerritoryCode = SPACES OR LOW-VALUES
           DISPLAY "Territory: Unassigned"
       ELSE
           MOVE TerritoryCode TO WSKeyedTerritory
           CALL 'TERRITORYREP' USING WSKeyedTerritory, StateCode,
               BranchCode, WSTerritoryRep, WSTerritoryFound
           IF WSTerritoryFound = "Y"
               DISPLAY "Territory: " TerritoryCode "  Rep " WSTerritoryRep
           ELSE
               DISPLAY "Territory: " TerritoryCode "  (Not On File)"
           END-IF
       END-IF.

*> Moves a customer to another territory - and so another rep for
*> every order from here on; lines already written keep the rep they
*> were stamped with. A blank entry re-runs the branch/state default.
SalesTerritory.
       MOVE "Y" TO CustExists.
       DISPLAY " "
       DISPLAY "Enter ID for sales territory: " WITH NO ADVANCING
       ACCEPT IDNum.
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "N" OR CustDeleted
           DISPLAY "Customer Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       IF TerritoryCode = LOW-VALUES
           MOVE SPACES TO TerritoryCode
       END-IF
       MOVE TerritoryCode TO WSOldTerritory
       DISPLAY "Customer: " FirstName " " LastName
       PERFORM DisplayTerritory
       DISPLAY "New Territory (Blank To Default From Branch/State): "
           WITH NO ADVANCING
       ACCEPT TerritoryCode
       MOVE FUNCTION UPPER-CASE(TerritoryCode) TO TerritoryCode
       MOVE "Y" TO ValidEntry
       PERFORM ResolveTerritory
       IF ValidEntry = "N"
           EXIT PARAGRAPH
       END-IF
       IF TerritoryCode = WSOldTerritory
           DISPLAY "Territory Unchanged"
           EXIT PARAGRAPH
       END-IF
       MOVE FirstName TO WSOldFirstName
       MOVE LastName TO WSOldLastName
       MOVE "TERRITORY" TO WSOperation
       REWRITE CustomerData
           INVALID KEY DISPLAY "Territory Not Saved"
           NOT INVALID KEY
               DISPLAY "Territory " WSOldTerritory " -> " TerritoryCode
               PERFORM WriteAuditLog
       END-REWRITE.

*> Per-channel contact preferences - the customer asked off a list,
*> and this is finally somewhere to put it. Statements and dunning
*> keep going out regardless; these gates are marketing's.
           END-REWRITE
       END-IF.

*> Only the last 4 digits of the SSN are shown on screen
MaskSSN.
       STRING "XXX-XX-" DELIMITED BY SIZE
           SSN(6:4) DELIMITED BY SIZE
                       DISPLAY "ID: " IDNum "  First Name: " FirstName
                           "  Last Name: " LastName
                       PERFORM DisplayAcctStatus
                       PERFORM LogNameSearchHit
                   END-IF
               END-IF
           END-IF
                       DISPLAY "ID: " IDNum "  First Name: " FirstName
                           "  Last Name: " LastName
                       PERFORM DisplayAcctStatus
                       PERFORM LogNameSearchHit
                   END-IF
               END-IF
           END-IF
                   DISPLAY "ID: " IDNum "  First Name: " FirstName
                       "  Last Name: " LastName
                   PERFORM DisplayAcctStatus
                   PERFORM LogNameSearchHit
               END-IF
           END-IF
       END-PERFORM.
       IF CustExists = "N"
           DISPLAY "Customer Doesn't Exist"
       ELSE
           PERFORM CheckDeclinedApplication
           IF NOT CustDeleted
               DISPLAY "Customer Is Not Deleted - Nothing To Reinstate"
           ELSE
           IF WSAppFound = "Y"
               DISPLAY "Credit Declined This Application - "
                   "Re-Apply Through Add Customer"
           ELSE
               DISPLAY "ID: " IDNum
               DISPLAY "First Name: " FirstName
                   DISPLAY "Reinstate Cancelled - No Changes Saved"
               END-IF
           END-IF
           END-IF
       END-IF
       END-IF.

*> Y in WSAppFound when the customer in hand came in through an
*> application credit declined - that customer never was live
CheckDeclinedApplication.
       MOVE "N" TO WSAppFound
       MOVE IDNum TO AQIDNum
       READ ApplicationFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               IF AQDeclined
                   MOVE "Y" TO WSAppFound
               END-IF
       END-READ.

*> Collections worklist - STARTs on the AcctStatusCode alternate key at "D"
*> and walks only the delinquent records (the way GetCustByLastName walks
*> the LastName key), pageable like ListAllCust. Days delinquent runs from
       MOVE "N" TO WSLNFound
       MOVE "Y" TO WSMoreRecords
       MOVE ZERO TO WSListCount
       MOVE ZERO TO WSBkHeldCount
       DISPLAY " "
       DISPLAY "DELINQUENT WORKLIST"
       START CustomerFile KEY IS EQUAL TO AcctStatusCode
               IF NOT AcctIsDelinquent
                   MOVE "N" TO WSMoreRecords
               ELSE
                   *> An account under a bankruptcy stay is off
                   *> limits to collectors - counted, never listed
                   IF NOT CustDeleted
                       IF BankruptcyStay
                           ADD 1 TO WSBkHeldCount
                       ELSE
                           MOVE "Y" TO WSLNFound
                           PERFORM ShowWorklistLine
                       END-IF
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF WSLNFound = "N"
           DISPLAY "No Delinquent Customers Found"
       END-IF
       IF WSBkHeldCount > ZERO
           DISPLAY WSBkHeldCount " Account(s) Held Back - Bankruptcy Stay"
       END-IF.

ShowWorklistLine.
           END-IF
           MOVE CreditLimit TO WSDispLimit
           DISPLAY "Current Credit Limit: " WSDispLimit
           MOVE CreditLimit TO WSOldLimit
           MOVE "A" TO WSChgResult
           DISPLAY "New Credit Limit (0 For None): " WITH NO ADVANCING
           ACCEPT CreditLimit
           IF CreditLimit IS NOT NUMERIC
               MOVE ZERO TO CreditLimit
           END-IF
           IF CreditLimit NOT = WSOldLimit
               PERFORM GateLimitChange
           END-IF
           DISPLAY "Direct-Debit Consent (Current " DebitConsent
               ") - Y/N: " WITH NO ADVANCING
           ACCEPT DebitConsent
           REWRITE CustomerData
               INVALID KEY DISPLAY "Credit Limit Not Saved"
               NOT INVALID KEY
                   IF ChgApplyNow
                       DISPLAY "Credit Limit Updated"
                   ELSE
                       DISPLAY "Debit Consent Saved"
                   END-IF
                   CALL 'CUSTJRNL' USING WSJrnlProgram, CustomerData
           END-REWRITE
           PERFORM CheckRecordInUse
       END-IF
       END-IF.

*> A limit moved by more than the two-person threshold waits on
*> PendingChanges.dat for a second operator (changeapproval.cob); the
*> old limit goes back on the record so only the consent answer saves
GateLimitChange.
       MOVE SPACES TO ChangeRequest
       MOVE "LIMIT" TO CRType
       MOVE IDNum TO CRIDNum
       IF CreditLimit > WSOldLimit
           COMPUTE CRAmount = CreditLimit - WSOldLimit
       ELSE
           COMPUTE CRAmount = WSOldLimit - CreditLimit
       END-IF
       MOVE WSOldLimit TO CROldValue
       MOVE CreditLimit TO CRNewValue
       MOVE ZERO TO CRRefNumber
       MOVE ZERO TO CRRefDate
       MOVE "SETCREDITLIMIT" TO CRReason
       MOVE WSOperatorID TO CRKeyedBy
       CALL 'CHGQUEUE' USING ChangeRequest, WSChgResult
       IF NOT ChgApplyNow
           MOVE WSOldLimit TO CreditLimit
           EVALUATE TRUE
               WHEN ChgQueued
                   DISPLAY "Limit Change Queued For Second-Operator "
                       "Approval - Change " CRChangeNo
               WHEN ChgDuplicate
                   DISPLAY "Refused: Limit Change " CRChangeNo
                       " Is Already Awaiting Approval"
               WHEN OTHER
                   DISPLAY "Refused: Limit Change Could Not Be Queued"
           END-EVALUATE
       END-IF.

*> Checks a real CustomerData record's account-opening eligibility via
*> ACCTELIGIBLE - Age is derived from the record's own DateOfBirth instead
*> of being typed in, and AcctStatusCode is the record's actual standing
