       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    LOCSTOCK.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Shared stock-by-location access: one copy of "how many of this
*> product are in this branch's stock room" for orderentry.cob and
*> productmaster.cob. LocationStock.dat holds one record per product
*> per branch (BranchRef.dat codes); PMOnHandQty on the product master
*> stays the company-wide figure. The caller passes an action:
*>   Q - query: the location's on-hand comes back
*>   R - relieve: the quantity sold comes off the location (never
*>       below zero)
*>   A - add: the quantity received goes onto the location, the
*>       record created the first time the product lands there
*> LTracked comes back N when stock isn't kept by location at all -
*> no LocationStock.dat yet, or no branch to keep it under - and the
*> caller goes by the company figure, as before locations existed.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LocationStockFile ASSIGN TO "LocationStock.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LSKey
           FILE STATUS IS WSLocStockStatus.

DATA DIVISION.
FILE SECTION.
*> Must match stocktransfer.cob's LocationStockRecord layout
FD LocationStockFile.
01 LocationStockRecord.
       02 LSKey.
           03 LSProdID PIC X(05).
           03 LSBranch PIC X(03).
       02 LSOnHandQty PIC 9(05).
       02 LSInTransitQty PIC 9(05).
       02 LSReorderPoint PIC 9(05).
       02 LSLastMoveDate PIC 9(08).
       02 FILLER PIC X(20).

WORKING-STORAGE SECTION.
01 WSLocStockStatus PIC X(02).
01 WSRecordFound PIC X(01).
01 WSTodayDate PIC 9(08).
LINKAGE SECTION.
*> Q = query, R = relieve, A = add
       01  LAction PIC X(01).
       01  LProdID PIC X(05).
       01  LBranch PIC X(03).
       01  LQty PIC 9(05).
*> The location's on-hand after the action
       01  LOnHand PIC 9(05).
*> Y = stock is kept by location here, N = go by the company figure
       01  LTracked PIC X(01).

PROCEDURE DIVISION USING LAction, LProdID, LBranch, LQty, LOnHand,
       LTracked.
       MOVE "N" TO LTracked.
       MOVE ZERO TO LOnHand.
       IF LBranch = SPACES
           EXIT PROGRAM
       END-IF
       ACCEPT WSTodayDate FROM DATE YYYYMMDD.
       OPEN I-O LocationStockFile.
       IF WSLocStockStatus = "35" AND LAction = "A"
           *> The first receipt into a location starts the file
           OPEN OUTPUT LocationStockFile
           CLOSE LocationStockFile
           OPEN I-O LocationStockFile
       END-IF
       IF WSLocStockStatus NOT = "00"
           *> No location stock on this system - the company figure rules
           EXIT PROGRAM
       END-IF
       MOVE "Y" TO LTracked
       MOVE LProdID TO LSProdID
       MOVE LBranch TO LSBranch
       MOVE "Y" TO WSRecordFound
       READ LocationStockFile
           INVALID KEY MOVE "N" TO WSRecordFound
       END-READ
       IF WSRecordFound = "Y" AND LSOnHandQty IS NOT NUMERIC
           MOVE ZERO TO LSOnHandQty
       END-IF
       EVALUATE TRUE
           WHEN LAction = "Q" AND WSRecordFound = "Y"
               MOVE LSOnHandQty TO LOnHand
           WHEN LAction = "R" AND WSRecordFound = "Y"
               IF LQty > LSOnHandQty
                   MOVE ZERO TO LSOnHandQty
               ELSE
                   SUBTRACT LQty FROM LSOnHandQty
               END-IF
               MOVE WSTodayDate TO LSLastMoveDate
               REWRITE LocationStockRecord
                   INVALID KEY
                       DISPLAY "Warning: Location Stock Not Updated"
               END-REWRITE
               MOVE LSOnHandQty TO LOnHand
           WHEN LAction = "A" AND WSRecordFound = "Y"
               ADD LQty TO LSOnHandQty
               MOVE WSTodayDate TO LSLastMoveDate
               REWRITE LocationStockRecord
                   INVALID KEY
                       DISPLAY "Warning: Location Stock Not Updated"
               END-REWRITE
               MOVE LSOnHandQty TO LOnHand
           WHEN LAction = "A"
               MOVE SPACES TO LocationStockRecord
               MOVE LProdID TO LSProdID
               MOVE LBranch TO LSBranch
               MOVE LQty TO LSOnHandQty
               MOVE ZERO TO LSInTransitQty
               MOVE ZERO TO LSReorderPoint
               MOVE WSTodayDate TO LSLastMoveDate
               WRITE LocationStockRecord
                   INVALID KEY
                       DISPLAY "Warning: Location Stock Not Updated"
               END-WRITE
               MOVE LSOnHandQty TO LOnHand
       END-EVALUATE
       CLOSE LocationStockFile.

*> Call EXIT PROGRAM instead of STOP RUN for subroutines/linkage files
EXIT PROGRAM.

*> Note: This is a called subprogram, not a standalone main program - build it
*> as a module for the caller to link against, not as its own executable.
