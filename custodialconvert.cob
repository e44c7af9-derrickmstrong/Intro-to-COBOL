*> regular account, the custodian link clears, the change lands on
*> AuditLog.dat, and two letters go out - a welcome to the customer,
*> now an adult with their own account, and a release to the former
*> custodian, worded from LetterTemplates.dat through LETTERGEN.cob.
*> The run register lists every conversion.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle through debit consent - carried for layout fit
       02 FILLER PIC X(11).
       *> The mailing address, for the letters' merge fields
       02 Street PIC X(20).
       02 City PIC X(15).
       02 StateCode PIC X(02).
       02 ZipCode PIC 9(05).
       *> Household link - carried for layout fit
       02 FILLER PIC X(08).
       *> Phone and email - carried for layout fit
01 WSAdultID PIC 9(08).
01 WSAdultFirst PIC X(15).
01 WSAdultLast PIC X(15).
01 WSAdultStreet PIC X(20).
01 WSAdultCity PIC X(15).
01 WSAdultState PIC X(02).
01 WSAdultZip PIC 9(05).
01 WSCustodianID PIC 9(08).
01 WSCustodianFirst PIC X(15).
01 WSCustodianLast PIC X(15).
01 WSCustodianStreet PIC X(20).
01 WSCustodianCity PIC X(15).
01 WSCustodianState PIC X(02).
01 WSCustodianZip PIC 9(05).
01 WSCustodianFound PIC X.
*> Control totals
01 WSConvertedCount PIC 9(06) VALUE ZERO.
01 WSHeldCount PIC 9(06) VALUE ZERO.
01 WSEditedCount PIC ZZZZZ9.
*> A letter code with no wording in force makes no letter - counted and
*> the run ends with status 4 so the gap is noticed
01 WSNoTemplateCount PIC 9(06) VALUE ZERO.
*> LETTERGEN linkage staging
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
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSAuditLogStatus PIC X(02).
       DISPLAY "CUSTODIAL CONVERSION COMPLETE"
       DISPLAY "Accounts Converted: " WSConvertedCount
       DISPLAY "Held By Exception.: " WSHeldCount
       DISPLAY "Letters Not Worded: " WSNoTemplateCount
       IF WSNoTemplateCount > ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       MOVE SPACES TO WSOpsCounts
       STRING "CONV " DELIMITED BY SIZE
           WSConvertedCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> Age the same way SetAccountType derives it - past 18 converts,
       MOVE IDNum TO WSAdultID
       MOVE FirstName TO WSAdultFirst
       MOVE LastName TO WSAdultLast
       MOVE Street TO WSAdultStreet
       MOVE City TO WSAdultCity
       MOVE StateCode TO WSAdultState
       MOVE ZipCode TO WSAdultZip
       MOVE CustodianID TO WSCustodianID
       MOVE "R" TO AcctType
       MOVE ZERO TO CustodianID
       MOVE "CONVERT" TO AuditOperatorID
       WRITE AuditRecord.

*> The custodian's name and address for the release letter - the probe goes
*> through the record buffer, so the walk re-positions afterward
FetchCustodianName.
       MOVE "N" TO WSCustodianFound
       MOVE SPACES TO WSCustodianFirst
       MOVE SPACES TO WSCustodianLast
       MOVE SPACES TO WSCustodianStreet, WSCustodianCity, WSCustodianState
       MOVE ZERO TO WSCustodianZip
       IF WSCustodianID = ZERO
           PERFORM RepositionWalk
           EXIT PARAGRAPH
               MOVE "Y" TO WSCustodianFound
               MOVE FirstName TO WSCustodianFirst
               MOVE LastName TO WSCustodianLast
               MOVE Street TO WSCustodianStreet
               MOVE City TO WSCustodianCity
               MOVE StateCode TO WSCustodianState
               MOVE ZipCode TO WSCustodianZip
       END-READ
       PERFORM RepositionWalk.

       END-START.

WriteWelcomeLetter.
       MOVE "CUSTWELC" TO WSLetterCode
       MOVE WSAdultID TO LMIDNum
       MOVE SPACES TO LMName
       STRING WSAdultFirst DELIMITED BY "  "
           " " DELIMITED BY SIZE
           WSAdultLast DELIMITED BY "  "
           INTO LMName
       END-STRING
       MOVE WSAdultStreet TO LMStreet
       MOVE WSAdultCity TO LMCity
       MOVE WSAdultState TO LMState
       MOVE WSAdultZip TO LMZip
       MOVE SPACES TO LMContact
       STRING WSCustodianFirst DELIMITED BY "  "
           " " DELIMITED BY SIZE
           WSCustodianLast DELIMITED BY "  "
           INTO LMContact
       END-STRING
       PERFORM WriteMergedLetter.

*> The release goes to the custodian, and on the register under the
*> custodian's own account number
WriteReleaseLetter.
       MOVE "CUSTRELS" TO WSLetterCode
       MOVE WSCustodianID TO LMIDNum
       MOVE SPACES TO LMName
       STRING WSCustodianFirst DELIMITED BY "  "
           " " DELIMITED BY SIZE
           WSCustodianLast DELIMITED BY "  "
           INTO LMName
       END-STRING
       MOVE WSCustodianStreet TO LMStreet
       MOVE WSCustodianCity TO LMCity
       MOVE WSCustodianState TO LMState
       MOVE WSCustodianZip TO LMZip
       MOVE SPACES TO LMContact
       STRING WSAdultFirst DELIMITED BY "  "
           " " DELIMITED BY SIZE
           WSAdultLast DELIMITED BY "  "
           INTO LMContact
       END-STRING
       PERFORM WriteMergedLetter.

*> The wording in force today from LetterTemplates.dat, one page each
WriteMergedLetter.
       MOVE ZERO TO LMBalance, LMDisputed, LMDueDate
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
