       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    FREIGHTRATE.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Shared freight-rate lookup: one copy of the shipping charge for
*> orderentry.cob, standingorderrun.cob, and invoice-calculator. The
*> caller passes the ship-to state and the order's merchandise value
*> and gets the freight charge back. FreightRates.dat is maintained by
*> operations the same way RunParams.dat is, one band per line:
*>     STATE UP-TO-VALUE CHARGE         e.g.  NY 100.00 9.95
*> The band with the smallest up-to value that still covers the order
*> sets the charge. A state with no bands of its own falls to the "**"
*> bands. A missing file, or a value no band reaches, comes back
*> not-found and the order ships with no freight line - exactly
*> yesterday's behavior.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RateFile ASSIGN TO "FreightRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRateFileStatus.

DATA DIVISION.
FILE SECTION.
FD RateFile.
01 RateLine PIC X(40).
       *> Define End of File
       88 RateEOF VALUE HIGH-VALUES.

WORKING-STORAGE SECTION.
01 WSRateFileStatus PIC X(02).
*> The three tokens of one "STATE UP-TO CHARGE" line
01 WSLineState PIC X(02).
01 WSLineUpTo PIC X(12).
01 WSLineCharge PIC X(12).
01 WSNumUpTo PIC 9(07)V99.
01 WSNumCharge PIC 9(05)V99.
*> Best covering band so far - the state's own, and the "**" default
01 WSStateFound PIC X(01).
01 WSStateUpTo PIC 9(07)V99.
01 WSStateCharge PIC 9(05)V99.
01 WSDefaultFound PIC X(01).
01 WSDefaultUpTo PIC 9(07)V99.
01 WSDefaultCharge PIC 9(05)V99.
LINKAGE SECTION.
       01  LShipState PIC X(02).
       01  LOrderValue PIC 9(08)V99.
       01  LFreightCharge PIC 9(05)V99.
*> Y = a band covers the order, N = no freight line is written
       01  LFound PIC X(01).

PROCEDURE DIVISION USING LShipState, LOrderValue, LFreightCharge,
       LFound.
       MOVE "N" TO LFound.
       MOVE ZERO TO LFreightCharge.
       MOVE "N" TO WSStateFound
       MOVE "N" TO WSDefaultFound
       OPEN INPUT RateFile.
       IF WSRateFileStatus NOT = "00"
           *> No rate file on this system - nobody is charged freight
           EXIT PROGRAM
       END-IF
       READ RateFile
           AT END SET RateEOF TO TRUE
       END-READ
       PERFORM UNTIL RateEOF
           PERFORM CheckOneRateLine
           READ RateFile
               AT END SET RateEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE RateFile.
       IF WSStateFound = "Y"
           MOVE WSStateCharge TO LFreightCharge
           MOVE "Y" TO LFound
       ELSE
           IF WSDefaultFound = "Y"
               MOVE WSDefaultCharge TO LFreightCharge
               MOVE "Y" TO LFound
           END-IF
       END-IF.

*> Call EXIT PROGRAM instead of STOP RUN for subroutines/linkage files
EXIT PROGRAM.

*> A malformed line is passed over, the same way RUNPARAM skips one -
*> the band keeps the tightest up-to value that still covers the order
CheckOneRateLine.
       MOVE SPACES TO WSLineState, WSLineUpTo, WSLineCharge
       UNSTRING RateLine DELIMITED BY ALL SPACE
           INTO WSLineState, WSLineUpTo, WSLineCharge
       IF WSLineUpTo = SPACES OR WSLineCharge = SPACES
           EXIT PARAGRAPH
       END-IF
       IF FUNCTION TEST-NUMVAL(WSLineUpTo) NOT = ZERO
           OR FUNCTION TEST-NUMVAL(WSLineCharge) NOT = ZERO
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSNumUpTo = FUNCTION NUMVAL(WSLineUpTo)
       COMPUTE WSNumCharge = FUNCTION NUMVAL(WSLineCharge)
       IF WSNumUpTo < LOrderValue
           EXIT PARAGRAPH
       END-IF
       EVALUATE TRUE
           WHEN WSLineState = LShipState
               IF WSStateFound = "N" OR WSNumUpTo < WSStateUpTo
                   MOVE WSNumUpTo TO WSStateUpTo
                   MOVE WSNumCharge TO WSStateCharge
                   MOVE "Y" TO WSStateFound
               END-IF
           WHEN WSLineState = "**"
               IF WSDefaultFound = "N" OR WSNumUpTo < WSDefaultUpTo
                   MOVE WSNumUpTo TO WSDefaultUpTo
                   MOVE WSNumCharge TO WSDefaultCharge
                   MOVE "Y" TO WSDefaultFound
               END-IF
       END-EVALUATE.

*> Note: This is a called subprogram, not a standalone main program - build it
*> as a module for the caller to link against, not as its own executable.
