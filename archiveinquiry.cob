*> full archive record - deletion and archive dates included, SSN masked
*> the same way GetCustByID masks it - with every hit clearly marked as
*> ARCHIVED rather than live. Legal's subpoena requests stop meaning
*> somebody grepping a flat file by hand. The operator signs on and
*> every record shown is logged through INQLOG.cob.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ArchiveFile ASSIGN TO "CustomerArchive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSArchiveFileStatus.
       *> One line per operator: ID, password, role, status - every
       *> look at a customer is logged under a real operator
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
       02 FILLER PIC X.
       02 ArchArchivedDate PIC X(21).

*> Must match operatoradmin.cob's OperatorRecord layout
FD OperatorFile.
01 OperatorRecord.
       02 OperID PIC X(08).
       02 FILLER PIC X.
       02 OperPassword PIC X(10).
       02 FILLER PIC X.
       *> A=Admin F=Full Maintenance I=Inquiry Only
       02 OperRole PIC X(01).
       *> Define End of File
       88 OperEOF VALUE HIGH-VALUES.
       02 FILLER PIC X.
       02 OperStatus PIC X(01).
           88 OperActive VALUE "A".
           88 OperDisabled VALUE "D".
       02 FILLER PIC X.
       *> The operator's branch assignment - carried for layout fit
       02 OperBranch PIC X(03).

WORKING-STORAGE SECTION.
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
       02 WSDispDay PIC 9(02).
       02 WSDispYear PIC 9(04).
01 WSArchiveFileStatus PIC X(02).
*> Sign-on state - every inquiry is logged under a real operator
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
01 WSOperatorFileStatus PIC X(02).
*> Inquiry-access log staging - see INQLOG.cob
01 WSInqProgram PIC X(20) VALUE "archiveinquiry".
01 WSInqScreen PIC X(12).

PROCEDURE DIVISION.
StartPara.
       MOVE 'Y' TO StayOpen.
       MOVE "N" TO WSAuthorized.
       PERFORM VerifyOperator
       IF NOT Authorized
           DISPLAY "Access Denied: Inquiries Need A Signed-On Operator"
           STOP RUN
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "CUSTOMER ARCHIVE INQUIRY"
       END-PERFORM.
       STOP RUN.

*> The real sign-on against Operators.dat - no shared-password
*> fallback here, because the inquiry log has to name who looked
VerifyOperator.
       DISPLAY "Operator ID: " WITH NO ADVANCING
       ACCEPT WSEnteredOperID
       DISPLAY "Password: " WITH NO ADVANCING
       ACCEPT WSEnteredPassword
       OPEN INPUT OperatorFile
       IF WSOperatorFileStatus NOT = "00"
           DISPLAY "Operators.dat Open Status " WSOperatorFileStatus
           EXIT PARAGRAPH
       END-IF
       READ OperatorFile
           AT END SET OperEOF TO TRUE
       END-READ
       PERFORM UNTIL OperEOF
           IF OperID = WSEnteredOperID
               AND OperPassword = WSEnteredPassword
               AND OperActive
               MOVE "Y" TO WSAuthorized
               MOVE OperID TO WSOperatorID
           END-IF
           READ OperatorFile
               AT END SET OperEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE OperatorFile.

*> The archive is a flat file with no index - every search reads it
*> front to back, which at one request a month is fine
SearchByID.
       DISPLAY "Date of Birth: " WSDispDOB
       PERFORM MaskSSN
       DISPLAY "SSN: " WSMaskedSSN
       MOVE "ARCHIVE" TO WSInqScreen
       CALL 'INQLOG' USING WSInqProgram, WSOperatorID, ArchIDNum,
           WSInqScreen
       MOVE ArchAccountBalance TO WSDispBalance
       DISPLAY "Balance At Purge: " WSDispBalance
       DISPLAY "Account Status At Purge: " ArchAcctStatusCode
