       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    LETTERGEN.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Shared customer letter routine: the wording of every letter run -
*> dunning, custodial conversion, escheat notification, estate - lives
*> in LetterTemplates.dat instead of each program's WORKING-STORAGE, so
*> a wording change from Legal is a template edit, not a program
*> change. Each template line carries a letter code, a version, the
*> date that version takes effect and a line sequence; the caller names
*> the letter code and the letter date and gets back the lines of the
*> newest version in force on that date, with the merge fields filled
*> in from the caller's LetterMergeData. Every letter produced lands on
*> LetterRegister.dat - which version of which letter went to which
*> customer, from which program, on which date. The template file is
*> read once, on the first call of a run, and kept for the rest.
*>
*> Merge fields, written in braces in the template text:
*>   {DATE}     the letter date, MM/DD/YYYY
*>   {ACCOUNT}  the customer account number
*>   {NAME}     the addressee's name as the caller composed it
*>   {STREET} {CITY} {STATE} {ZIP}   the mailing address
*>   {BALANCE}  the letter's amount, edited as money
*>   {DISPUTED} the amount held in dispute, edited as money
*>   {DUEDATE}  the date payment is asked for, MM/DD/YYYY
*>   {CONTACT}  a second party - the estate or the former custodian
*> A field the template names but the routine doesn't know is left in
*> the text as written, so a typo shows on the proof instead of
*> vanishing.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Letter code, version, effective date, sequence, condition, text
       SELECT TemplateFile ASSIGN TO "LetterTemplates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSTemplateStatus.
       SELECT LetterRegister ASSIGN TO "LetterRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegisterStatus.

DATA DIVISION.
FILE SECTION.
FD TemplateFile.
01 TemplateRecord.
       02 LTCode PIC X(08).
       02 FILLER PIC X.
       02 LTVersion PIC 9(03).
       02 FILLER PIC X.
       02 LTEffDate PIC 9(08).
       02 FILLER PIC X.
       02 LTSeq PIC 9(03).
       02 FILLER PIC X.
       *> A = always printed, D = only when an amount is in dispute
       02 LTCondition PIC X(01).
       02 FILLER PIC X.
       02 LTText PIC X(72).
       *> Define End of File
       88 LTEOF VALUE HIGH-VALUES.

*> One line per letter produced - kept run over run, never rewritten
FD LetterRegister.
01 LetterRegisterRecord.
       02 LRDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 LRIDNum PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 LRLetterCode PIC X(08).
       02 FILLER PIC X VALUE SPACE.
       02 LRVersion PIC 9(03).
       02 FILLER PIC X VALUE SPACE.
       02 LREffDate PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 LRProgram PIC X(20).

WORKING-STORAGE SECTION.
*> The whole template file, loaded on the first call
01 WSTemplatesLoaded PIC X VALUE "N".
01 WSTemplateCount PIC 9(04) VALUE ZERO.
01 TemplateTable.
       02 TemplateEntry OCCURS 0 TO 2000 TIMES
                  DEPENDING ON WSTemplateCount
                  INDEXED BY TplIdx.
           03 TabCode PIC X(08).
           03 TabVersion PIC 9(03).
           03 TabEffDate PIC 9(08).
           03 TabCondition PIC X(01).
           03 TabText PIC X(72).
*> The version chosen for this letter
01 WSUseVersion PIC 9(03).
01 WSUseEffDate PIC 9(08).
01 WSVersionFound PIC X.
*> Merge-field expansion of one template line
01 WSInPos PIC 9(03).
01 WSOutPos PIC 9(03).
01 WSCloseAt PIC 9(03).
01 WSTokenLen PIC 9(03).
01 WSToken PIC X(12).
01 WSValue PIC X(40).
01 WSValueLen PIC 9(03).
01 WSTokenKnown PIC X.
01 WSOutLine PIC X(80).
*> Money and dates as they print in a letter
01 WSDispMoney PIC $$$,$$$,$$9.99.
01 WSDispAccount PIC ZZZZZZZ9.
01 WSDateIn PIC 9(08).
01 WSDateInParts REDEFINES WSDateIn.
       02 WSDateInYear PIC 9(04).
       02 WSDateInMonth PIC 9(02).
       02 WSDateInDay PIC 9(02).
01 WSDateOut.
       02 WSDateOutMonth PIC 9(02).
       02 FILLER PIC X VALUE "/".
       02 WSDateOutDay PIC 9(02).
       02 FILLER PIC X VALUE "/".
       02 WSDateOutYear PIC 9(04).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSTemplateStatus PIC X(02).
01 WSRegisterStatus PIC X(02).
LINKAGE SECTION.
*> The program producing the letter, for the register
       01  LProgramName PIC X(20).
       01  LLetterCode PIC X(08).
*> The version in force on this date is the one used
       01  LLetterDate PIC 9(08).
*> Callers copy this layout as their LetterMergeData
       01  LMergeData.
           02 LMIDNum PIC 9(08).
           02 LMName PIC X(40).
           02 LMStreet PIC X(20).
           02 LMCity PIC X(15).
           02 LMState PIC X(02).
           02 LMZip PIC X(10).
           *> Printed as a magnitude - the letter's wording says which way
           02 LMBalance PIC S9(9)V99.
           02 LMDisputed PIC S9(9)V99.
           02 LMDueDate PIC 9(08).
           02 LMContact PIC X(40).
*> Returned - the merged letter, one print line per entry
       01  LLetterText.
           02 LLineCount PIC 9(03).
           02 LLine PIC X(80) OCCURS 60 TIMES.
       01  LVersion PIC 9(03).
*> 0 = letter produced, 4 = no version of the code in force on the
*> date, 8 = LetterTemplates.dat could not be read
       01  LReturnCode PIC 9.

PROCEDURE DIVISION USING LProgramName, LLetterCode, LLetterDate,
       LMergeData, LLetterText, LVersion, LReturnCode.
       MOVE ZERO TO LLineCount, LVersion, LReturnCode.
       IF WSTemplatesLoaded = "N"
           PERFORM LoadTemplates
       END-IF
       IF WSTemplateStatus NOT = "00"
           MOVE 8 TO LReturnCode
           EXIT PROGRAM
       END-IF
       PERFORM ChooseVersion
       IF WSVersionFound = "N"
           MOVE 4 TO LReturnCode
           EXIT PROGRAM
       END-IF
       PERFORM VARYING TplIdx FROM 1 BY 1
           UNTIL TplIdx > WSTemplateCount
           IF TabCode(TplIdx) = LLetterCode
               AND TabVersion(TplIdx) = WSUseVersion
               AND TabEffDate(TplIdx) = WSUseEffDate
               AND LLineCount < 60
               IF TabCondition(TplIdx) NOT = "D" OR LMDisputed NOT = ZERO
                   PERFORM MergeOneLine
                   ADD 1 TO LLineCount
                   MOVE WSOutLine TO LLine(LLineCount)
               END-IF
           END-IF
       END-PERFORM
       MOVE WSUseVersion TO LVersion
       PERFORM WriteRegisterLine.

*> Call EXIT PROGRAM instead of STOP RUN for subroutines/linkage files
EXIT PROGRAM.

*> Read the template file once into the table - comment lines (*) and
*> lines past the table's size are passed over with a message
LoadTemplates.
       MOVE "Y" TO WSTemplatesLoaded
       MOVE ZERO TO WSTemplateCount
       OPEN INPUT TemplateFile
       IF WSTemplateStatus NOT = "00"
           DISPLAY "Warning: LetterTemplates.dat Open Status "
               WSTemplateStatus " - No Letters Produced"
           EXIT PARAGRAPH
       END-IF
       READ TemplateFile
           AT END SET LTEOF TO TRUE
       END-READ
       PERFORM UNTIL LTEOF
           IF TemplateRecord(1:1) NOT = "*" AND LTCode NOT = SPACES
               IF WSTemplateCount < 2000
                   ADD 1 TO WSTemplateCount
                   MOVE LTCode TO TabCode(WSTemplateCount)
                   MOVE LTVersion TO TabVersion(WSTemplateCount)
                   MOVE LTEffDate TO TabEffDate(WSTemplateCount)
                   MOVE LTCondition TO TabCondition(WSTemplateCount)
                   MOVE LTText TO TabText(WSTemplateCount)
               ELSE
                   DISPLAY "Warning: LetterTemplates.dat Line Skipped - "
                       "Table Full At 2000 Lines"
               END-IF
           END-IF
           READ TemplateFile
               AT END SET LTEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE TemplateFile
       MOVE "00" TO WSTemplateStatus.

*> The newest version in force: the latest effective date on or before
*> the letter date, and the higher version number if two share a date
ChooseVersion.
       MOVE "N" TO WSVersionFound
       MOVE ZERO TO WSUseVersion, WSUseEffDate
       PERFORM VARYING TplIdx FROM 1 BY 1
           UNTIL TplIdx > WSTemplateCount
           IF TabCode(TplIdx) = LLetterCode
               AND TabEffDate(TplIdx) NOT > LLetterDate
               IF TabEffDate(TplIdx) > WSUseEffDate
                   OR (TabEffDate(TplIdx) = WSUseEffDate
                       AND TabVersion(TplIdx) > WSUseVersion)
                   MOVE "Y" TO WSVersionFound
                   MOVE TabEffDate(TplIdx) TO WSUseEffDate
                   MOVE TabVersion(TplIdx) TO WSUseVersion
               END-IF
           END-IF
       END-PERFORM.

*> Copy one template line out, replacing each {FIELD} with its value
MergeOneLine.
       MOVE SPACES TO WSOutLine
       MOVE 1 TO WSInPos, WSOutPos
       PERFORM UNTIL WSInPos > 72 OR WSOutPos > 80
           MOVE ZERO TO WSCloseAt
           IF TabText(TplIdx)(WSInPos:1) = "{"
               PERFORM FindTokenEnd
           END-IF
           IF WSCloseAt > ZERO
               PERFORM ResolveToken
           END-IF
           IF WSCloseAt > ZERO AND WSTokenKnown = "Y"
               IF WSValueLen > ZERO
                   IF WSOutPos + WSValueLen > 81
                       COMPUTE WSValueLen = 81 - WSOutPos
                   END-IF
                   MOVE WSValue(1:WSValueLen)
                       TO WSOutLine(WSOutPos:WSValueLen)
                   ADD WSValueLen TO WSOutPos
               END-IF
               COMPUTE WSInPos = WSCloseAt + 1
           ELSE
               MOVE TabText(TplIdx)(WSInPos:1) TO WSOutLine(WSOutPos:1)
               ADD 1 TO WSInPos
               ADD 1 TO WSOutPos
           END-IF
       END-PERFORM.

*> The closing brace within a field name's length of the opening one
FindTokenEnd.
       PERFORM VARYING WSCloseAt FROM WSInPos BY 1
           UNTIL WSCloseAt > 72 OR WSCloseAt > WSInPos + 11
               OR TabText(TplIdx)(WSCloseAt:1) = "}"
           CONTINUE
       END-PERFORM
       IF WSCloseAt > 72 OR WSCloseAt > WSInPos + 11
           MOVE ZERO TO WSCloseAt
       END-IF.

ResolveToken.
       MOVE SPACES TO WSToken, WSValue
       MOVE "Y" TO WSTokenKnown
       COMPUTE WSTokenLen = WSCloseAt - WSInPos - 1
       IF WSTokenLen > ZERO
           MOVE TabText(TplIdx)(WSInPos + 1:WSTokenLen) TO WSToken
       END-IF
       EVALUATE WSToken
           WHEN "DATE"
               MOVE LLetterDate TO WSDateIn
               PERFORM FormatLetterDate
           WHEN "ACCOUNT"
               MOVE LMIDNum TO WSDispAccount
               MOVE FUNCTION TRIM(WSDispAccount) TO WSValue
           WHEN "NAME"
               MOVE LMName TO WSValue
           WHEN "STREET"
               MOVE LMStreet TO WSValue
           WHEN "CITY"
               MOVE LMCity TO WSValue
           WHEN "STATE"
               MOVE LMState TO WSValue
           WHEN "ZIP"
               MOVE LMZip TO WSValue
           WHEN "BALANCE"
               MOVE LMBalance TO WSDispMoney
               MOVE FUNCTION TRIM(WSDispMoney) TO WSValue
           WHEN "DISPUTED"
               MOVE LMDisputed TO WSDispMoney
               MOVE FUNCTION TRIM(WSDispMoney) TO WSValue
           WHEN "DUEDATE"
               MOVE LMDueDate TO WSDateIn
               PERFORM FormatLetterDate
           WHEN "CONTACT"
               MOVE LMContact TO WSValue
           WHEN OTHER
               MOVE "N" TO WSTokenKnown
       END-EVALUATE
       *> Trailing spaces never go into the letter
       PERFORM VARYING WSValueLen FROM 40 BY -1
           UNTIL WSValueLen = ZERO OR WSValue(WSValueLen:1) NOT = SPACE
           CONTINUE
       END-PERFORM.

*> A zero date merges as nothing rather than 00/00/0000
FormatLetterDate.
       IF WSDateIn = ZERO
           EXIT PARAGRAPH
       END-IF
       MOVE WSDateInMonth TO WSDateOutMonth
       MOVE WSDateInDay TO WSDateOutDay
       MOVE WSDateInYear TO WSDateOutYear
       MOVE WSDateOut TO WSValue.

*> EXTEND appends to the running register; if it doesn't exist yet
*> (status 35), fall back to OUTPUT so the first letter creates it
WriteRegisterLine.
       OPEN EXTEND LetterRegister
       IF WSRegisterStatus = "35"
           OPEN OUTPUT LetterRegister
       END-IF
       IF WSRegisterStatus NOT = "00"
           DISPLAY "Warning: LetterRegister.dat Open Status "
               WSRegisterStatus
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO LetterRegisterRecord
       MOVE LLetterDate TO LRDate
       MOVE LMIDNum TO LRIDNum
       MOVE LLetterCode TO LRLetterCode
       MOVE WSUseVersion TO LRVersion
       MOVE WSUseEffDate TO LREffDate
       MOVE LProgramName TO LRProgram
       WRITE LetterRegisterRecord
       CLOSE LetterRegister.

*> Note: This is a called subprogram, not a standalone main program - build it
*> as a module for the caller to link against, not as its own executable.
