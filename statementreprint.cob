*> statement month off StatementArchive.dat. A July dispute about
*> March's statement gets answered with March's actual page instead
*> of a reconstruction from files that have since moved on. The page
*> shows on screen and lands on StatementReprint.rpt for the mail. The
*> operator signs on and every reprint is logged through INQLOG.cob.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT StatementArchive ASSIGN TO "StatementArchive.dat"
       SELECT ReprintFile ASSIGN TO "StatementReprint.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReprintStatus.
       *> One line per operator: ID, password, role, status - every
       *> look at a customer is logged under a real operator
       SELECT OperatorFile ASSIGN TO "Operators.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOperatorFileStatus.

DATA DIVISION.
FILE SECTION.
FD ReprintFile.
01 ReprintLine PIC X(80).

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
*> Things we will need to track
01 StayOpen PIC X VALUE 'Y'.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSArchiveStatus PIC X(02).
01 WSReprintStatus PIC X(02).
*> Sign-on state - every inquiry is logged under a real operator
01 WSEnteredOperID PIC X(08).
01 WSEnteredPassword PIC X(10).
01 WSOperatorID PIC X(08) VALUE SPACES.
01 WSAuthorized PIC X VALUE "N".
    88 Authorized VALUE "Y".
01 WSOperatorFileStatus PIC X(02).
*> Inquiry-access log staging - see INQLOG.cob
01 WSInqProgram PIC X(20) VALUE "statementreprint".
01 WSInqScreen PIC X(12).

PROCEDURE DIVISION.
StartPara.
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       MOVE "N" TO WSAuthorized.
       PERFORM VerifyOperator
       IF NOT Authorized
           DISPLAY "Access Denied: Reprints Need A Signed-On Operator"
           GOBACK
       END-IF
       OPEN INPUT StatementArchive.
       IF WSArchiveStatus NOT = "00"
           DISPLAY "No Statement Archive On File - Status "
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

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

*> The archived lines for one customer's month, in page order
ReprintOneStatement.
       DISPLAY " "
       ELSE
           DISPLAY "(Reprinted " WSLinesFound " Line(s) To "
               "StatementReprint.rpt)"
           MOVE "STMTREPRINT" TO WSInqScreen
           CALL 'INQLOG' USING WSInqProgram, WSOperatorID, WSReprintID,
               WSInqScreen
       END-IF.
