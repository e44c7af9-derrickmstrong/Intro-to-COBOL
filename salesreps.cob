       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    salesreps.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Maintenance screen for the sales side of the house: the rep master
*> (SalesReps.dat), the territories each rep works (Territories.dat),
*> the state and branch defaults that put a new customer in a territory
*> (TerritoryMap.dat), and the commission rates commissionrun.cob pays
*> at (CommissionRates.dat). A rep's own rate is the default; a rate
*> keyed here for a product - for one rep, or for every rep when the rep
*> is left blank - overrides it. TERRITORYREP.cob reads the territory
*> files for randomlyaccessdata.cob and the order writers. Deactivating
*> a rep flips the status flag so past commission history still names
*> them; a rep still holding a territory can't be deactivated until the
*> territory is handed to someone else.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RepFile ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RepCode
           FILE STATUS IS WSRepFileStatus.
       SELECT TerritoryFile ASSIGN TO "Territories.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRCode
           FILE STATUS IS WSTerritoryFileStatus.
       SELECT TerritoryMapFile ASSIGN TO "TerritoryMap.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TMKey
           FILE STATUS IS WSTerritoryMapStatus.
       SELECT RateFile ASSIGN TO "CommissionRates.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRKey
           FILE STATUS IS WSRateFileStatus.
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.
       SELECT BranchFile ASSIGN TO "BranchRef.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BRCode
           FILE STATUS IS WSBranchFileStatus.

DATA DIVISION.
FILE SECTION.
*> One record per sales rep - commissionrun.cob reads this same layout
FD RepFile.
01 SalesRepRecord.
       02 RepCode PIC X(04).
       02 RepName PIC X(30).
       *> The rep's employee number on the payroll system - carried onto
       *> every line of the commission payroll interface file
       02 RepPayrollID PIC X(10).
       *> Home branch, for the statement heading
       02 RepBranch PIC X(03).
       *> Default commission, percent of net sales, where no product
       *> rate applies (5.00 = 5%)
       02 RepCommPct PIC 9(02)V99.
       *> A = active, D = no longer with us
       02 RepStatusFlag PIC X(01).
           88 RepActive VALUE "A".
           88 RepInactive VALUE "D".
       *> Reserved for future fields
       02 FILLER PIC X(20).

*> One record per territory - TERRITORYREP.cob reads this same layout
FD TerritoryFile.
01 TerritoryRecord.
       02 TRCode PIC X(04).
       02 TRName PIC X(30).
       *> The rep who works the territory and is paid on its sales
       02 TRRepCode PIC X(04).
       *> Reserved for future fields
       02 FILLER PIC X(20).

*> Which territory a new customer falls into when none is keyed -
*> TERRITORYREP.cob reads this same layout
FD TerritoryMapFile.
01 TerritoryMapRecord.
       02 TMKey.
           *> B = by branch (value is a branch code), S = by state
           *> (value is a two-letter state code, space-filled)
           03 TMKeyType PIC X(01).
               88 TMByBranch VALUE "B".
               88 TMByState VALUE "S".
           03 TMKeyValue PIC X(03).
       02 TMTerritory PIC X(04).
       *> Reserved for future fields
       02 FILLER PIC X(12).

*> Product commission overrides - commissionrun.cob reads this same
*> layout. A blank rep code is the rate for every rep on that product;
*> a rep's own entry for the product beats it.
FD RateFile.
01 CommissionRateRecord.
       02 CRKey.
           03 CRRepCode PIC X(04).
           03 CRProdID PIC X(05).
       02 CRPercent PIC 9(02)V99.
       *> Reserved for future fields
       02 FILLER PIC X(10).

*> Must match productmaster.cob's ProductData layout
FD ProductFile.
01 ProductData.
       02 PMProdID PIC X(05).
       02 PMProdDesc PIC X(15).
       02 FILLER PIC X(63).

*> Must match branchadmin.cob's BranchRecord layout
FD BranchFile.
01 BranchRecord.
       02 BRCode PIC X(03).
       02 BRName PIC X(20).
       02 BRStatus PIC X(01).
       02 FILLER PIC X(10).

WORKING-STORAGE SECTION.
*> Things we will need to track
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 RepExists PIC X.
01 WSMoreRecords PIC X.
01 WSListCount PIC 9(3) VALUE ZERO.
01 WSPause PIC X.
01 WSFound PIC X.
01 WSStateReturnCode PIC 9 VALUE ZERO.
*> Change-entry staging - a blank or zero entry keeps what is on file
01 WSNewName PIC X(30).
01 WSNewPayrollID PIC X(10).
01 WSNewBranch PIC X(03).
01 WSNewPct PIC 9(02)V99.
01 WSNewTerrName PIC X(30).
01 WSNewRepCode PIC X(04).
01 WSKeyTerritory PIC X(04).
01 WSKeyRep PIC X(04).
01 WSKeyProd PIC X(05).
01 WSKeyState PIC X(02).
01 WSEditedPct PIC Z9.99.
*> FILE STATUS codes, checked right after each OPEN
01 WSRepFileStatus PIC X(02).
01 WSTerritoryFileStatus PIC X(02).
01 WSTerritoryMapStatus PIC X(02).
01 WSRateFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSBranchFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       *> I-O to maintain each file; if one doesn't exist yet (status
       *> 35), fall back to OUTPUT so the first run creates it
       OPEN I-O RepFile.
       IF WSRepFileStatus = "35"
           OPEN OUTPUT RepFile
           CLOSE RepFile
           OPEN I-O RepFile
       END-IF
       IF WSRepFileStatus NOT = "00"
           DISPLAY "Warning: SalesReps.dat Open Status " WSRepFileStatus
       END-IF
       OPEN I-O TerritoryFile.
       IF WSTerritoryFileStatus = "35"
           OPEN OUTPUT TerritoryFile
           CLOSE TerritoryFile
           OPEN I-O TerritoryFile
       END-IF
       IF WSTerritoryFileStatus NOT = "00"
           DISPLAY "Warning: Territories.dat Open Status "
               WSTerritoryFileStatus
       END-IF
       OPEN I-O TerritoryMapFile.
       IF WSTerritoryMapStatus = "35"
           OPEN OUTPUT TerritoryMapFile
           CLOSE TerritoryMapFile
           OPEN I-O TerritoryMapFile
       END-IF
       IF WSTerritoryMapStatus NOT = "00"
           DISPLAY "Warning: TerritoryMap.dat Open Status "
               WSTerritoryMapStatus
       END-IF
       OPEN I-O RateFile.
       IF WSRateFileStatus = "35"
           OPEN OUTPUT RateFile
           CLOSE RateFile
           OPEN I-O RateFile
       END-IF
       IF WSRateFileStatus NOT = "00"
           DISPLAY "Warning: CommissionRates.dat Open Status "
               WSRateFileStatus
       END-IF
       *> Lookup only - product rates are refused for products not on
       *> file, and a branch default for a branch not on file
       OPEN INPUT ProductFile.
       IF WSProductFileStatus NOT = "00"
           DISPLAY "Warning: ProductMaster.dat Open Status "
               WSProductFileStatus
       END-IF
       OPEN INPUT BranchFile.
       IF WSBranchFileStatus NOT = "00"
           DISPLAY "Warning: BranchRef.dat Open Status "
               WSBranchFileStatus
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "SALES REPS & TERRITORIES"
               DISPLAY "1 : Add Rep"
               DISPLAY "2 : Change Rep"
               DISPLAY "3 : Get Rep"
               DISPLAY "4 : List All Reps"
               DISPLAY "5 : Deactivate Rep"
               DISPLAY "6 : Add/Change Territory"
               DISPLAY "7 : Territory Defaults (State/Branch)"
               DISPLAY "8 : Commission Rates"
               DISPLAY "9 : List Territories, Defaults & Rates"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM AddRep
                    WHEN 2 PERFORM ChangeRep
                    WHEN 3 PERFORM GetRep
                    WHEN 4 PERFORM ListAllReps
                    WHEN 5 PERFORM DeactivateRep
                    WHEN 6 PERFORM MaintainTerritory
                    WHEN 7 PERFORM MaintainTerritoryDefault
                    WHEN 8 PERFORM MaintainCommissionRate
                    WHEN 9 PERFORM ListTerritories
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE RepFile, TerritoryFile, TerritoryMapFile, RateFile,
           ProductFile, BranchFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

AddRep.
       MOVE SPACES TO SalesRepRecord
       MOVE ZERO TO RepCommPct
       DISPLAY " "
       DISPLAY "Enter Rep Code: " WITH NO ADVANCING
       ACCEPT RepCode
       MOVE FUNCTION UPPER-CASE(RepCode) TO RepCode
       DISPLAY "Rep Name: " WITH NO ADVANCING
       ACCEPT RepName
       DISPLAY "Payroll Employee ID: " WITH NO ADVANCING
       ACCEPT RepPayrollID
       DISPLAY "Home Branch: " WITH NO ADVANCING
       ACCEPT RepBranch
       MOVE FUNCTION UPPER-CASE(RepBranch) TO RepBranch
       DISPLAY "Commission Percent (e.g. 5.00): " WITH NO ADVANCING
       ACCEPT RepCommPct
       EVALUATE TRUE
           WHEN RepCode = SPACES OR RepName = SPACES
               DISPLAY "Rejected: Rep Code and Name Must Be Non-Blank"
           WHEN RepPayrollID = SPACES
               DISPLAY "Rejected: Payroll ID Is Needed To Pay The Rep"
           WHEN RepCommPct IS NOT NUMERIC OR RepCommPct > 50
               DISPLAY "Rejected: Commission Must Be 0 To 50 Percent"
           WHEN OTHER
               SET RepActive TO TRUE
               WRITE SalesRepRecord
                   INVALID KEY DISPLAY "Rep Code Taken"
                   NOT INVALID KEY DISPLAY "Rep Added"
               END-WRITE
       END-EVALUATE.

*> Every field offered in turn - Enter on a blank keeps what is on file
ChangeRep.
       MOVE "Y" TO RepExists
       DISPLAY " "
       DISPLAY "Enter Rep Code to change: " WITH NO ADVANCING
       ACCEPT RepCode
       MOVE FUNCTION UPPER-CASE(RepCode) TO RepCode
       READ RepFile
           INVALID KEY MOVE "N" TO RepExists
       END-READ
       IF RepExists = "N"
           DISPLAY "Rep Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       PERFORM DisplayRep
       DISPLAY "Press Enter To Keep A Field As It Is"
       MOVE SPACES TO WSNewName, WSNewPayrollID, WSNewBranch
       MOVE ZERO TO WSNewPct
       DISPLAY "Rep Name: " WITH NO ADVANCING
       ACCEPT WSNewName
       DISPLAY "Payroll Employee ID: " WITH NO ADVANCING
       ACCEPT WSNewPayrollID
       DISPLAY "Home Branch: " WITH NO ADVANCING
       ACCEPT WSNewBranch
       DISPLAY "Commission Percent (e.g. 5.00): " WITH NO ADVANCING
       ACCEPT WSNewPct
       IF WSNewName NOT = SPACES
           MOVE WSNewName TO RepName
       END-IF
       IF WSNewPayrollID NOT = SPACES
           MOVE WSNewPayrollID TO RepPayrollID
       END-IF
       IF WSNewBranch NOT = SPACES
           MOVE FUNCTION UPPER-CASE(WSNewBranch) TO RepBranch
       END-IF
       IF WSNewPct IS NUMERIC AND WSNewPct > ZERO
           IF WSNewPct > 50
               DISPLAY "Commission Must Be 0 To 50 Percent - Kept As Is"
           ELSE
               MOVE WSNewPct TO RepCommPct
           END-IF
       END-IF
       REWRITE SalesRepRecord
           INVALID KEY DISPLAY "Rep Not Saved"
           NOT INVALID KEY DISPLAY "Rep Updated"
       END-REWRITE.

GetRep.
       MOVE "Y" TO RepExists
       DISPLAY " "
       DISPLAY "Enter Rep Code to find: " WITH NO ADVANCING
       ACCEPT RepCode
       MOVE FUNCTION UPPER-CASE(RepCode) TO RepCode
       READ RepFile
           INVALID KEY MOVE "N" TO RepExists
       END-READ
       IF RepExists = "N"
           DISPLAY "Rep Doesn't Exist"
       ELSE
           PERFORM DisplayRep
       END-IF.

DisplayRep.
       MOVE RepCommPct TO WSEditedPct
       DISPLAY "Rep Code...: " RepCode
       DISPLAY "Name.......: " RepName
       DISPLAY "Payroll ID.: " RepPayrollID
       DISPLAY "Branch.....: " RepBranch
       DISPLAY "Commission.: " WSEditedPct "%"
       IF RepInactive
           DISPLAY "Status.....: Inactive"
       ELSE
           DISPLAY "Status.....: Active"
       END-IF.

*> Browse every rep, 10 at a time, lowest rep code first
ListAllReps.
       MOVE LOW-VALUES TO RepCode
       MOVE "Y" TO WSMoreRecords
       MOVE ZERO TO WSListCount
       DISPLAY " "
       DISPLAY "ALL SALES REPS"
       START RepFile KEY IS NOT LESS THAN RepCode
           INVALID KEY DISPLAY "No Reps On File"
               MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ RepFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               MOVE RepCommPct TO WSEditedPct
               DISPLAY RepCode "  " RepName "  " RepStatusFlag
                   "  Branch " RepBranch "  " WSEditedPct "%"
               ADD 1 TO WSListCount
               IF WSListCount >= 10
                   DISPLAY "-- Press Enter for more --" WITH NO ADVANCING
                   ACCEPT WSPause
                   MOVE ZERO TO WSListCount
               END-IF
           END-IF
       END-PERFORM.

*> A territory left pointing at an inactive rep would keep stamping
*> them onto new orders, so the territories have to move first
DeactivateRep.
       MOVE "Y" TO RepExists
       DISPLAY " "
       DISPLAY "Enter Rep Code to deactivate: " WITH NO ADVANCING
       ACCEPT RepCode
       MOVE FUNCTION UPPER-CASE(RepCode) TO RepCode
       READ RepFile
           INVALID KEY MOVE "N" TO RepExists
       END-READ
       IF RepExists = "N" OR RepInactive
           DISPLAY "Rep Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WSFound
       MOVE LOW-VALUES TO TRCode
       MOVE "Y" TO WSMoreRecords
       START TerritoryFile KEY IS NOT LESS THAN TRCode
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ TerritoryFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND TRRepCode = RepCode
               DISPLAY "Still Works Territory " TRCode " " TRName
               MOVE "Y" TO WSFound
           END-IF
       END-PERFORM
       IF WSFound = "Y"
           DISPLAY "Rep Not Deactivated - Reassign The Territories First"
           EXIT PARAGRAPH
       END-IF
       SET RepInactive TO TRUE
       REWRITE SalesRepRecord
           INVALID KEY DISPLAY "Rep Not Deactivated"
           NOT INVALID KEY DISPLAY "Rep Deactivated"
       END-REWRITE.

*> Adds a territory, or on one already on file renames it and/or hands
*> it to another rep. Customers follow the territory, not the rep, so
*> a reassignment here moves every customer in it at once; orders
*> already written keep the rep they were stamped with.
MaintainTerritory.
       DISPLAY " "
       DISPLAY "Territory Code: " WITH NO ADVANCING
       ACCEPT WSKeyTerritory
       MOVE FUNCTION UPPER-CASE(WSKeyTerritory) TO WSKeyTerritory
       IF WSKeyTerritory = SPACES
           DISPLAY "Rejected: Territory Code Must Be Non-Blank"
           EXIT PARAGRAPH
       END-IF
       MOVE WSKeyTerritory TO TRCode
       MOVE "Y" TO WSFound
       READ TerritoryFile
           INVALID KEY MOVE "N" TO WSFound
       END-READ
       MOVE SPACES TO WSNewTerrName, WSNewRepCode
       IF WSFound = "Y"
           DISPLAY "Territory..: " TRCode "  " TRName
           DISPLAY "Rep........: " TRRepCode
           DISPLAY "Press Enter To Keep A Field As It Is"
       END-IF
       DISPLAY "Territory Name: " WITH NO ADVANCING
       ACCEPT WSNewTerrName
       DISPLAY "Rep Code: " WITH NO ADVANCING
       ACCEPT WSNewRepCode
       MOVE FUNCTION UPPER-CASE(WSNewRepCode) TO WSNewRepCode
       IF WSNewRepCode NOT = SPACES
           MOVE WSNewRepCode TO RepCode
           MOVE "Y" TO RepExists
           READ RepFile
               INVALID KEY MOVE "N" TO RepExists
           END-READ
           IF RepExists = "N" OR RepInactive
               DISPLAY "Rejected: Rep " WSNewRepCode " Not On File Or Inactive"
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF WSFound = "N"
           IF WSNewTerrName = SPACES OR WSNewRepCode = SPACES
               DISPLAY "Rejected: A New Territory Needs A Name And A Rep"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TerritoryRecord
           MOVE WSKeyTerritory TO TRCode
           MOVE WSNewTerrName TO TRName
           MOVE WSNewRepCode TO TRRepCode
           WRITE TerritoryRecord
               INVALID KEY DISPLAY "Territory Not Added"
               NOT INVALID KEY DISPLAY "Territory Added"
           END-WRITE
           EXIT PARAGRAPH
       END-IF
       IF WSNewTerrName NOT = SPACES
           MOVE WSNewTerrName TO TRName
       END-IF
       IF WSNewRepCode NOT = SPACES
           MOVE WSNewRepCode TO TRRepCode
       END-IF
       REWRITE TerritoryRecord
           INVALID KEY DISPLAY "Territory Not Saved"
           NOT INVALID KEY DISPLAY "Territory Updated"
       END-REWRITE.

*> Points a branch or a state at a territory, so customers added with
*> no territory keyed land in it. A blank territory removes the default.
MaintainTerritoryDefault.
       DISPLAY " "
       DISPLAY "Default By B Branch Or S State: " WITH NO ADVANCING
       ACCEPT TMKeyType
       MOVE FUNCTION UPPER-CASE(TMKeyType) TO TMKeyType
       MOVE SPACES TO TMKeyValue
       EVALUATE TRUE
           WHEN TMByBranch
               DISPLAY "Branch Code: " WITH NO ADVANCING
               ACCEPT TMKeyValue
               MOVE FUNCTION UPPER-CASE(TMKeyValue) TO TMKeyValue
               MOVE TMKeyValue TO BRCode
               MOVE "Y" TO WSFound
               READ BranchFile
                   INVALID KEY MOVE "N" TO WSFound
               END-READ
               IF WSFound = "N"
                   DISPLAY "Rejected: Branch " TMKeyValue " Not On File"
                   EXIT PARAGRAPH
               END-IF
           WHEN TMByState
               DISPLAY "State Code: " WITH NO ADVANCING
               ACCEPT WSKeyState
               MOVE FUNCTION UPPER-CASE(WSKeyState) TO WSKeyState
               CALL 'VALIDSTATE' USING WSKeyState, WSStateReturnCode
               IF WSStateReturnCode NOT = 0
                   DISPLAY "Rejected: " WSKeyState " Is Not A State"
                   EXIT PARAGRAPH
               END-IF
               MOVE WSKeyState TO TMKeyValue
           WHEN OTHER
               DISPLAY "Rejected: Enter B Or S"
               EXIT PARAGRAPH
       END-EVALUATE
       DISPLAY "Territory Code (blank removes the default): "
           WITH NO ADVANCING
       ACCEPT WSKeyTerritory
       MOVE FUNCTION UPPER-CASE(WSKeyTerritory) TO WSKeyTerritory
       IF WSKeyTerritory = SPACES
           DELETE TerritoryMapFile
               INVALID KEY DISPLAY "No Default Was Set"
               NOT INVALID KEY DISPLAY "Default Removed"
           END-DELETE
           EXIT PARAGRAPH
       END-IF
       MOVE WSKeyTerritory TO TRCode
       MOVE "Y" TO WSFound
       READ TerritoryFile
           INVALID KEY MOVE "N" TO WSFound
       END-READ
       IF WSFound = "N"
           DISPLAY "Rejected: Territory " WSKeyTerritory " Not On File"
           EXIT PARAGRAPH
       END-IF
       MOVE WSKeyTerritory TO TMTerritory
       WRITE TerritoryMapRecord
           INVALID KEY
               REWRITE TerritoryMapRecord
                   INVALID KEY DISPLAY "Default Not Saved"
                   NOT INVALID KEY DISPLAY "Default Updated"
               END-REWRITE
           NOT INVALID KEY DISPLAY "Default Added"
       END-WRITE.

*> Sets a product's commission rate for one rep, or for every rep when
*> the rep is left blank. A zero rate removes the entry, putting the
*> product back on the rep's own rate.
MaintainCommissionRate.
       DISPLAY " "
       DISPLAY "Rep Code (blank = every rep): " WITH NO ADVANCING
       ACCEPT WSKeyRep
       MOVE FUNCTION UPPER-CASE(WSKeyRep) TO WSKeyRep
       IF WSKeyRep NOT = SPACES
           MOVE WSKeyRep TO RepCode
           MOVE "Y" TO RepExists
           READ RepFile
               INVALID KEY MOVE "N" TO RepExists
           END-READ
           IF RepExists = "N"
               DISPLAY "Rejected: Rep " WSKeyRep " Not On File"
               EXIT PARAGRAPH
           END-IF
       END-IF
       DISPLAY "Product ID: " WITH NO ADVANCING
       ACCEPT WSKeyProd
       MOVE FUNCTION UPPER-CASE(WSKeyProd) TO WSKeyProd
       MOVE WSKeyProd TO PMProdID
       MOVE "Y" TO WSFound
       READ ProductFile
           INVALID KEY MOVE "N" TO WSFound
       END-READ
       IF WSFound = "N"
           DISPLAY "Rejected: Product " WSKeyProd " Not On File"
           EXIT PARAGRAPH
       END-IF
       MOVE WSKeyRep TO CRRepCode
       MOVE WSKeyProd TO CRProdID
       MOVE "Y" TO WSFound
       READ RateFile
           INVALID KEY MOVE "N" TO WSFound
       END-READ
       IF WSFound = "Y"
           MOVE CRPercent TO WSEditedPct
           DISPLAY PMProdDesc "  Current Rate " WSEditedPct "%"
       ELSE
           DISPLAY PMProdDesc "  No Rate Set"
       END-IF
       MOVE ZERO TO WSNewPct
       DISPLAY "Commission Percent (0 removes): " WITH NO ADVANCING
       ACCEPT WSNewPct
       IF WSNewPct IS NOT NUMERIC OR WSNewPct > 50
           DISPLAY "Rejected: Commission Must Be 0 To 50 Percent"
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN WSNewPct = ZERO AND WSFound = "Y"
               DELETE RateFile
                   INVALID KEY DISPLAY "Rate Not Removed"
                   NOT INVALID KEY DISPLAY "Rate Removed"
               END-DELETE
           WHEN WSNewPct = ZERO
               DISPLAY "No Rate Was Set"
           WHEN WSFound = "Y"
               MOVE WSNewPct TO CRPercent
               REWRITE CommissionRateRecord
                   INVALID KEY DISPLAY "Rate Not Saved"
                   NOT INVALID KEY DISPLAY "Rate Updated"
               END-REWRITE
           WHEN OTHER
               MOVE SPACES TO CommissionRateRecord
               MOVE WSKeyRep TO CRRepCode
               MOVE WSKeyProd TO CRProdID
               MOVE WSNewPct TO CRPercent
               WRITE CommissionRateRecord
                   INVALID KEY DISPLAY "Rate Not Added"
                   NOT INVALID KEY DISPLAY "Rate Added"
               END-WRITE
       END-EVALUATE.

*> Territories, then the defaults that feed them, then the product
*> rates - one screen for checking how a customer's sales get paid
ListTerritories.
       MOVE ZERO TO WSListCount
       DISPLAY " "
       DISPLAY "TERRITORIES"
       MOVE LOW-VALUES TO TRCode
       MOVE "Y" TO WSMoreRecords
       START TerritoryFile KEY IS NOT LESS THAN TRCode
           INVALID KEY DISPLAY "No Territories On File"
               MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ TerritoryFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               DISPLAY TRCode "  " TRName "  Rep " TRRepCode
               PERFORM PageBreak
           END-IF
       END-PERFORM
       DISPLAY " "
       DISPLAY "TERRITORY DEFAULTS (B = Branch, S = State)"
       MOVE LOW-VALUES TO TMKey
       MOVE "Y" TO WSMoreRecords
       START TerritoryMapFile KEY IS NOT LESS THAN TMKey
           INVALID KEY DISPLAY "No Defaults On File"
               MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ TerritoryMapFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               DISPLAY TMKeyType " " TMKeyValue "  -> " TMTerritory
               PERFORM PageBreak
           END-IF
       END-PERFORM
       DISPLAY " "
       DISPLAY "PRODUCT COMMISSION RATES"
       MOVE LOW-VALUES TO CRKey
       MOVE "Y" TO WSMoreRecords
       START RateFile KEY IS NOT LESS THAN CRKey
           INVALID KEY DISPLAY "No Product Rates On File"
               MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ RateFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               MOVE CRPercent TO WSEditedPct
               IF CRRepCode = SPACES
                   DISPLAY "All   " CRProdID "  " WSEditedPct "%"
               ELSE
                   DISPLAY CRRepCode "  " CRProdID "  " WSEditedPct "%"
               END-IF
               PERFORM PageBreak
           END-IF
       END-PERFORM.

PageBreak.
       ADD 1 TO WSListCount
       IF WSListCount >= 10
           DISPLAY "-- Press Enter for more --" WITH NO ADVANCING
           ACCEPT WSPause
           MOVE ZERO TO WSListCount
       END-IF.
