       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    INQLOG.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Shared inquiry-access writer: AuditLog.dat only ever saw changes,
*> so "who looked at this customer" had no answer after a privacy
*> complaint. Every screen that shows a customer - GetCust and its
*> name searches in randomlyaccessdata.cob, customer360.cob,
*> archiveinquiry.cob, statementreprint.cob - CALLs here with the
*> signed-on operator, the customer, and the screen used, and the look
*> lands on InquiryLog.dat with a timestamp. A full-SSN reveal is
*> logged the same way under its own screen name. inquiryaccessreport.cob
*> reads it back for unusual patterns. Each call opens, appends one
*> line, and closes, the same way CONTACTLOG.cob treats its file.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InquiryLog ASSIGN TO "InquiryLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInquiryLogStatus.

DATA DIVISION.
FILE SECTION.
*> inquiryaccessreport.cob reads this same layout
FD InquiryLog.
01 InquiryRecord.
       02 IQTimestamp PIC X(21).
       02 FILLER PIC X VALUE SPACE.
       02 IQOperator PIC X(08).
       02 FILLER PIC X VALUE SPACE.
       02 IQIDNum PIC 9(08).
       02 FILLER PIC X VALUE SPACE.
       02 IQScreen PIC X(12).
       02 FILLER PIC X VALUE SPACE.
       02 IQProgram PIC X(20).

WORKING-STORAGE SECTION.
01 WSInquiryLogStatus PIC X(02).
LINKAGE SECTION.
       01  LProgramName PIC X(20).
       01  LOperatorID PIC X(08).
       01  LIDNum PIC 9(08).
*> The screen the customer was seen on, e.g. GETCUST, NAMESEARCH,
*> CUSTOMER360, ARCHIVE, STMTREPRINT, SSN REVEAL
       01  LScreen PIC X(12).

PROCEDURE DIVISION USING LProgramName, LOperatorID, LIDNum, LScreen.
       *> EXTEND appends to the running log; if it doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first call creates it
       OPEN EXTEND InquiryLog.
       IF WSInquiryLogStatus = "35"
           OPEN OUTPUT InquiryLog
       END-IF
       IF WSInquiryLogStatus NOT = "00"
           DISPLAY "Warning: InquiryLog.dat Open Status "
               WSInquiryLogStatus
           EXIT PROGRAM
       END-IF
       MOVE SPACES TO InquiryRecord.
       MOVE FUNCTION CURRENT-DATE TO IQTimestamp.
       MOVE LOperatorID TO IQOperator.
       MOVE LIDNum TO IQIDNum.
       MOVE LScreen TO IQScreen.
       MOVE LProgramName TO IQProgram.
       WRITE InquiryRecord.
       CLOSE InquiryLog.

*> Call EXIT PROGRAM instead of STOP RUN for subroutines/linkage files
EXIT PROGRAM.

*> Note: This is a called subprogram, not a standalone main program - build it
*> as a module for the caller to link against, not as its own executable.
