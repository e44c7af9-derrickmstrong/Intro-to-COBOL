*> Estate worklist: every deceased-marked account still carrying a
*> balance (owed or credit), with the date of death and the estate
*> contact - so the office settles them deliberately, one by one,
*> instead of finding out from a returned collection letter. Each one
*> also gets a letter to the estate at the customer's last address,
*> worded from LetterTemplates.dat through LETTERGEN.cob - one wording
*> for a balance owed, another for a credit held for the estate.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Walk the live master sequentially by primary key
       SELECT EstateReport ASSIGN TO "EstateWorklist.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.
       SELECT LetterFile ASSIGN TO "EstateLetters.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLetterFileStatus.

DATA DIVISION.
FILE SECTION.
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle through debit consent - carried for layout fit
       02 FILLER PIC X(11).
       *> The last known address - the estate's letter goes here
       02 Street PIC X(20).
       02 City PIC X(15).
       02 StateCode PIC X(02).
       02 ZipCode PIC 9(05).
       *> Household through the contact preferences - carried for
       *> layout fit, see randomlyaccessdata.cob for the carve-out
       02 FILLER PIC X(92).
       *> Deceased state - what this worklist works
       02 DeceasedFlag PIC X(01).
           88 CustDeceased VALUE "Y".
FD EstateReport.
01 ReportLine PIC X(100).

FD LetterFile.
01 LetterLine PIC X(80).

WORKING-STORAGE SECTION.
01 WSEstateCount PIC 9(08) VALUE ZERO.
01 WSTotalOpen PIC S9(10)V99 VALUE ZERO.
*> FILE STATUS codes, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSReportStatus PIC X(02).
01 WSLetterFileStatus PIC X(02).
01 WSLetterDate PIC 9(08).
01 WSLetterCount PIC 9(08) VALUE ZERO.
*> A letter code with no wording in force makes no letter - counted and
*> the run ends with status 4 so the estate gets written to by hand
01 WSNoTemplateCount PIC 9(08) VALUE ZERO.
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

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "estateworklist".
PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSLetterDate FROM DATE YYYYMMDD
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status "
           DISPLAY "Warning: EstateWorklist.rpt Open Status "
               WSReportStatus
       END-IF
       OPEN OUTPUT LetterFile.
       IF WSLetterFileStatus NOT = "00"
           DISPLAY "Warning: EstateLetters.rpt Open Status "
               WSLetterFileStatus
       END-IF
       MOVE "ESTATE WORKLIST - DECEASED ACCOUNTS WITH BALANCES"
           TO ReportLine
       WRITE ReportLine
               MOVE AccountBalance TO RepBalance
               MOVE EstateName TO RepEstate
               WRITE ReportLine FROM EstateDetailLine
               PERFORM WriteEstateLetter
           END-IF
           READ CustomerFile
               AT END SET WSEOF TO TRUE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       CLOSE CustomerFile, EstateReport, LetterFile.
       DISPLAY " "
       DISPLAY "ESTATE WORKLIST COMPLETE"
       DISPLAY "Estates To Settle: " WSEstateCount
       DISPLAY "Estate Letters...: " WSLetterCount
       DISPLAY "Letters Not Worded: " WSNoTemplateCount
       IF WSNoTemplateCount > ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       MOVE SPACES TO WSOpsCounts
       STRING "ESTATES " DELIMITED BY SIZE
           WSEstateCount DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> The estate's letter: addressed to the estate contact, or to the estate
*> of the customer when no contact has been recorded yet
WriteEstateLetter.
       IF AccountBalance > ZERO
           MOVE "ESTATEDR" TO WSLetterCode
       ELSE
           MOVE "ESTATECR" TO WSLetterCode
       END-IF
       MOVE IDNum TO LMIDNum
       MOVE SPACES TO LMName
       STRING FirstName DELIMITED BY "  "
           " " DELIMITED BY SIZE
           LastName DELIMITED BY "  "
           INTO LMName
       END-STRING
       MOVE SPACES TO LMContact
       IF EstateName = SPACES
           STRING "ESTATE OF " DELIMITED BY SIZE
               LMName DELIMITED BY "  "
               INTO LMContact
           END-STRING
       ELSE
           MOVE EstateName TO LMContact
       END-IF
       MOVE Street TO LMStreet
       MOVE City TO LMCity
       MOVE StateCode TO LMState
       MOVE ZipCode TO LMZip
       MOVE AccountBalance TO LMBalance
       MOVE ZERO TO LMDisputed, LMDueDate
       CALL 'LETTERGEN' USING WSOpsProgram, WSLetterCode, WSLetterDate,
           LetterMergeData, LetterText, WSLetterVersion, WSLetterRC
       IF WSLetterRC NOT = ZERO
           ADD 1 TO WSNoTemplateCount
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSLetterCount
       PERFORM VARYING WSLetterLineIdx FROM 1 BY 1
           UNTIL WSLetterLineIdx > LGLineCount
           IF WSLetterLineIdx = 1
               WRITE LetterLine FROM LGLine(WSLetterLineIdx)
                   AFTER ADVANCING PAGE
           ELSE
               WRITE LetterLine FROM LGLine(WSLetterLineIdx)
           END-IF
       END-PERFORM.
