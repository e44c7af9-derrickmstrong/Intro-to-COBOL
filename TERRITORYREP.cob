       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    TERRITORYREP.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Shared sales-territory lookup: one place for randomlyaccessdata.cob,
*> the order writers (orderentry.cob, standingorderrun.cob,
*> poorderintake.cob) and commissionrun.cob to turn a customer into the
*> territory and sales rep that own it. The caller passes the
*> customer's territory code with its state and branch. A blank
*> territory defaults off TerritoryMap.dat - the customer's branch
*> first, then its state - and the code chosen comes back in the same
*> field, so a caller that wants to keep the default stores it and one
*> that doesn't passes a copy. The territory's rep comes back off
*> Territories.dat; a territory that can't be resolved, or isn't on
*> file, comes back not-found with the rep blank. Both files are kept
*> by salesreps.cob.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

DATA DIVISION.
FILE SECTION.
*> Must match salesreps.cob's TerritoryRecord layout
FD TerritoryFile.
01 TerritoryRecord.
       02 TRCode PIC X(04).
       02 TRName PIC X(30).
       02 TRRepCode PIC X(04).
       02 FILLER PIC X(20).

*> Must match salesreps.cob's TerritoryMapRecord layout
FD TerritoryMapFile.
01 TerritoryMapRecord.
       02 TMKey.
           03 TMKeyType PIC X(01).
           03 TMKeyValue PIC X(03).
       02 TMTerritory PIC X(04).
       02 FILLER PIC X(12).

WORKING-STORAGE SECTION.
01 WSTerritoryFileStatus PIC X(02).
01 WSTerritoryMapStatus PIC X(02).
01 WSMapFound PIC X(01).
LINKAGE SECTION.
       01  LTerritoryCode PIC X(04).
       01  LStateCode PIC X(02).
       01  LBranchCode PIC X(03).
       01  LRepCode PIC X(04).
*> Y = territory on file and its rep returned, N = neither
       01  LFound PIC X(01).

PROCEDURE DIVISION USING LTerritoryCode, LStateCode, LBranchCode,
       LRepCode, LFound.
       MOVE "N" TO LFound.
       MOVE SPACES TO LRepCode.
       IF LTerritoryCode = SPACES
           PERFORM DefaultTerritory
       END-IF
       IF LTerritoryCode = SPACES
           EXIT PROGRAM
       END-IF
       OPEN INPUT TerritoryFile.
       IF WSTerritoryFileStatus NOT = "00"
           *> No territories set up yet - nobody has a rep
           EXIT PROGRAM
       END-IF
       MOVE LTerritoryCode TO TRCode
       READ TerritoryFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               MOVE TRRepCode TO LRepCode
               MOVE "Y" TO LFound
       END-READ
       CLOSE TerritoryFile.

*> Call EXIT PROGRAM instead of STOP RUN for subroutines/linkage files
EXIT PROGRAM.

*> The branch's territory wins over the state's - a branch office works
*> its own customers wherever they live
DefaultTerritory.
       OPEN INPUT TerritoryMapFile
       IF WSTerritoryMapStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WSMapFound
       IF LBranchCode NOT = SPACES
           MOVE "B" TO TMKeyType
           MOVE LBranchCode TO TMKeyValue
           READ TerritoryMapFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WSMapFound
           END-READ
       END-IF
       IF WSMapFound = "N" AND LStateCode NOT = SPACES
           MOVE "S" TO TMKeyType
           MOVE LStateCode TO TMKeyValue
           READ TerritoryMapFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WSMapFound
           END-READ
       END-IF
       IF WSMapFound = "Y"
           MOVE TMTerritory TO LTerritoryCode
       END-IF
       CLOSE TerritoryMapFile.

*> Note: This is a called subprogram, not a standalone main program - build it
*> as a module for the caller to link against, not as its own executable.
