       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    DISPUTEAMT.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Shared disputed-amount lookup: the total a customer has under open
*> invoice disputes on Disputes.dat, so latefeeassess.cob,
*> interestaccrual.cob, dunningletters.cob, and bureauextract.cob all
*> hold back the same figure while disputes.cob has it open. A site
*> with no dispute file, or a customer with nothing open, comes back
*> zero - exactly yesterday's behavior.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DisputeFile ASSIGN TO "Disputes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSInvNumber
           ALTERNATE RECORD KEY IS DSIDNum WITH DUPLICATES
           FILE STATUS IS WSDisputeFileStatus.

DATA DIVISION.
FILE SECTION.
*> Must match disputes.cob's DisputeRecord layout
FD DisputeFile.
01 DisputeRecord.
       02 DSInvNumber PIC 9(08).
       02 DSIDNum PIC 9(08).
       02 DSOpenedDate PIC 9(08).
       02 DSReasonCode PIC X(03).
       02 DSAmount PIC 9(7)V99.
       02 DSOwner PIC X(08).
       02 DSStatusFlag PIC X(01).
           88 DisputeOpen VALUE "O".
       02 FILLER PIC X(68).

WORKING-STORAGE SECTION.
01 WSDisputeFileStatus PIC X(02).
01 WSMoreDisputes PIC X.
LINKAGE SECTION.
       01  LIDNum PIC 9(08).
       01  LDisputedAmount PIC 9(7)V99.

PROCEDURE DIVISION USING LIDNum, LDisputedAmount.
       MOVE ZERO TO LDisputedAmount.
       OPEN INPUT DisputeFile.
       IF WSDisputeFileStatus NOT = "00"
           *> No dispute file on this system - nothing is held back
           EXIT PROGRAM
       END-IF
       MOVE LIDNum TO DSIDNum
       MOVE "Y" TO WSMoreDisputes
       START DisputeFile KEY IS EQUAL TO DSIDNum
           INVALID KEY MOVE "N" TO WSMoreDisputes
       END-START
       PERFORM UNTIL WSMoreDisputes = "N"
           READ DisputeFile NEXT RECORD
               AT END MOVE "N" TO WSMoreDisputes
           END-READ
           IF WSMoreDisputes = "Y"
               IF DSIDNum NOT = LIDNum
                   MOVE "N" TO WSMoreDisputes
               ELSE
                   IF DisputeOpen AND DSAmount IS NUMERIC
                       ADD DSAmount TO LDisputedAmount
                           ON SIZE ERROR MOVE 9999999.99 TO LDisputedAmount
                       END-ADD
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       CLOSE DisputeFile.

*> Call EXIT PROGRAM instead of STOP RUN for subroutines/linkage files
EXIT PROGRAM.

*> Note: This is a called subprogram, not a standalone main program - build it
*> as a module for the caller to link against, not as its own executable.
