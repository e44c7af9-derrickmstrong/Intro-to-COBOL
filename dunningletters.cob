*> Collection letter run: selects the delinquent customers off the
*> AcctStatusCode alternate key and formats one dated letter per customer.
*> Names pass through NORMALIZENAME.cob first so a record keyed in caps
*> doesn't go out reading "DEAR JOHN SMITH". The letter text escalates
*> with how deep the balance has gone - gentle, firm, final - and the
*> wording of each comes from LetterTemplates.dat through LETTERGEN.cob,
*> which records the version sent on LetterRegister.dat.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle through debit consent - carried for layout fit
       02 FILLER PIC X(11).
       *> The mailing address, for the letter's merge fields
       02 Street PIC X(20).
       02 City PIC X(15).
       02 StateCode PIC X(02).
       02 ZipCode PIC 9(05).
       *> Household through recovered amount - carried for layout fit,
       *> see randomlyaccessdata.cob for the carve-out
       02 FILLER PIC X(84).
       *> U = address known undeliverable - no letter gets mailed
       02 MailReturnFlag PIC X(01).
           88 MailUndeliverable VALUE "U".
           88 CustDeceased VALUE "Y".
       02 DateOfDeath PIC 9(08).
       02 EstateName PIC X(30).
       *> Dormancy through the branch code - carried for layout fit
       02 FILLER PIC X(21).
       *> No letter goes to an account under a bankruptcy stay
       02 BankruptcyFlag PIC X(01).
           88 BankruptcyStay VALUE "B", "D".
       *> Reserved for future fields
       02 FILLER PIC X(24).

*> Must match paymentplans.cob's PaymentPlanRecord layout
FD PlanFile.
01 WSNormLastName PIC X(15).
01 WSNormFullName PIC X(31).
01 WSNormReturnCode PIC 9.
*> The letter date, and the pay-by date ten days on - the days are
*> a RunParams.dat entry so collections can change them without a
*> recompile
01 WSLetterDate PIC 9(08).
01 WSDueDate PIC 9(08).
01 WSDueDays PIC 9(05) VALUE 10.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> LETTERGEN linkage staging - the letter code per severity band
01 WSLetterCode PIC X(08).
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
*> A letter code with no wording in force makes no letter - counted and
*> the run ends with status 4 so the gap is noticed
01 WSNoTemplateCount PIC 9(08) VALUE ZERO.
*> FILE STATUS codes, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSLetterFileStatus PIC X(02).
01 WSPlanFileOpen PIC X VALUE "N".
01 WSOnCurrentPlan PIC X.
01 WSOnPlanCount PIC 9(08) VALUE ZERO.
*> Open invoice disputes - the letter never demands a disputed amount,
*> and an account whose whole debt is in dispute gets no letter
01 WSDisputedAmt PIC 9(7)V99.
01 WSAllDisputedCount PIC 9(08) VALUE ZERO.
*> Accounts under a bankruptcy stay - no collection letter may go
01 WSBankruptcyCount PIC 9(08) VALUE ZERO.

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "dunningletters".
               ELSE
                   IF NOT CustDeleted AND NOT MailUndeliverable
                       PERFORM CheckOnCurrentPlan
                       EVALUATE TRUE
                           WHEN BankruptcyStay
                               ADD 1 TO WSBankruptcyCount
                           WHEN WSOnCurrentPlan = "Y"
                               ADD 1 TO WSOnPlanCount
                           WHEN OTHER
                               PERFORM PrintOneLetter
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
       DISPLAY "Letters Generated: " WSLetterCount
       DISPLAY "Skipped - Nothing Owed: " WSNothingOwedCount
       DISPLAY "Skipped - On Payment Plan: " WSOnPlanCount
       DISPLAY "Skipped - All In Dispute: " WSAllDisputedCount
       DISPLAY "Skipped - Bankruptcy: " WSBankruptcyCount
       DISPLAY "Skipped - No Letter Wording: " WSNoTemplateCount
       IF WSNoTemplateCount > ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       MOVE SPACES TO WSOpsCounts
       STRING "LETTERS " DELIMITED BY SIZE
           WSLetterCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> Date the letters today, and ask for payment by the due days on
SetRunDate.
       ACCEPT WSLetterDate FROM DATE YYYYMMDD
       MOVE "DUNNINGDUEDAYS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue NOT > 99999
           MOVE WSParamValue TO WSDueDays
       END-IF
       COMPUTE WSDueDate = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WSLetterDate) + WSDueDays).

*> An account faithfully paying its plan is left alone - the plan
*> monitor lifts this the moment an installment is missed
CheckOnCurrentPlan.
           END-READ
       END-IF.

*> One dated letter: the normalized name, the account and amount-due
*> figures, and the escalation text for the band the balance is in
PrintOneLetter.
       IF AccountBalance NOT > ZERO
           *> Paid down (or in credit) since the last classification -
           ADD 1 TO WSNothingOwedCount
           EXIT PARAGRAPH
       END-IF
       CALL 'DISPUTEAMT' USING IDNum, WSDisputedAmt
       IF AccountBalance NOT > WSDisputedAmt
           ADD 1 TO WSAllDisputedCount
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSAmountDue = AccountBalance - WSDisputedAmt
       *> Delinquency starts at the 1000.00 Watch line, so the escalation
       *> steps sit inside the delinquent range - a fresh delinquent gets
       *> the gentle reminder, not the final notice
               INTO WSNormFullName
           END-STRING
       END-IF
       IF CustDeceased
           *> The account holder has died - the letter addresses the
           *> estate, never the widow
               INTO WSNormFullName
           END-STRING
       END-IF
       EVALUATE TRUE
           WHEN SeverityGentle MOVE "DUNGENTL" TO WSLetterCode
           WHEN SeverityFirm MOVE "DUNFIRM" TO WSLetterCode
           WHEN OTHER MOVE "DUNFINAL" TO WSLetterCode
       END-EVALUATE
       MOVE IDNum TO LMIDNum
       MOVE WSNormFullName TO LMName
       MOVE Street TO LMStreet
       MOVE City TO LMCity
       MOVE StateCode TO LMState
       MOVE ZipCode TO LMZip
       MOVE WSAmountDue TO LMBalance
       MOVE WSDisputedAmt TO LMDisputed
       MOVE WSDueDate TO LMDueDate
       MOVE SPACES TO LMContact
       CALL 'LETTERGEN' USING WSOpsProgram, WSLetterCode, WSLetterDate,
           LetterMergeData, LetterText, WSLetterVersion, WSLetterRC
       IF WSLetterRC NOT = ZERO
           ADD 1 TO WSNoTemplateCount
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSLetterCount
       *> The letter is a customer touch - it goes on the history
       CALL 'CONTACTLOG' USING WSOpsProgram, IDNum,
           WSContactChannel, WSContactDoc
       PERFORM VARYING WSLetterLineIdx FROM 1 BY 1
           UNTIL WSLetterLineIdx > LGLineCount
           IF WSLetterLineIdx = 1
               WRITE LetterLine FROM LGLine(WSLetterLineIdx)
                   AFTER ADVANCING PAGE
           ELSE
               WRITE LetterLine FROM LGLine(WSLetterLineIdx)
           END-IF
       END-PERFORM.
