       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    TAXEXEMPT.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Shared sales-tax exemption lookup: invoice-calculator, orderentry.cob
*> and orderposting.cob ask here, right after TAXRATE, whether the
*> customer holds an exemption certificate for the state on the date
*> of the sale. taxexemptmaint.cob keeps TaxExemptCerts.dat, one record
*> per customer and state. A certificate counts when it is active, was
*> issued on or before the date asked about, and has not expired (a
*> zero expiry date never does). No file, no record, or a lapsed
*> certificate all come back N and the sale is taxed as always. Each
*> call opens, reads, and closes, the same way CONTACTLOG.cob treats
*> its file, so a certificate keyed a minute ago is honored.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CertFile ASSIGN TO "TaxExemptCerts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS TXKey
           FILE STATUS IS WSCertFileStatus.

DATA DIVISION.
FILE SECTION.
*> Must match taxexemptmaint.cob's CertRecord layout
FD CertFile.
01 CertRecord.
       02 TXKey.
           03 TXIDNum PIC 9(08).
           03 TXState PIC X(02).
       02 TXCertNumber PIC X(20).
       02 TXReason PIC X(01).
       02 TXIssueDate PIC 9(08).
       02 TXExpiryDate PIC 9(08).
       02 TXStatusFlag PIC X(01).
           88 TXActive VALUE "A".
       02 TXChangedDate PIC 9(08).
       02 FILLER PIC X(24).

WORKING-STORAGE SECTION.
01 WSCertFileStatus PIC X(02).
01 WSCertFound PIC X.
LINKAGE SECTION.
       01  LIDNum PIC 9(08).
       01  LState PIC X(02).
*> The date of the sale, YYYYMMDD
       01  LAsOfDate PIC 9(08).
*> Y = exempt on that date, N = tax the sale
       01  LExempt PIC X(01).
       01  LCertNumber PIC X(20).

PROCEDURE DIVISION USING LIDNum, LState, LAsOfDate, LExempt,
       LCertNumber.
       MOVE "N" TO LExempt
       MOVE SPACES TO LCertNumber
       OPEN INPUT CertFile
       IF WSCertFileStatus NOT = "00"
           EXIT PROGRAM
       END-IF
       MOVE "Y" TO WSCertFound
       MOVE LIDNum TO TXIDNum
       MOVE LState TO TXState
       READ CertFile
           INVALID KEY MOVE "N" TO WSCertFound
       END-READ
       IF WSCertFound = "Y" AND TXActive
           AND TXIssueDate NOT > LAsOfDate
           AND (TXExpiryDate = ZERO OR TXExpiryDate NOT < LAsOfDate)
           MOVE "Y" TO LExempt
           MOVE TXCertNumber TO LCertNumber
       END-IF
       CLOSE CertFile.

*> Call EXIT PROGRAM instead of STOP RUN for subroutines/linkage files
EXIT PROGRAM.

*> Note: This is a called subprogram, not a standalone main program - build it
*> as a module for the caller to link against, not as its own executable.
