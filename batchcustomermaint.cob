       *> Account type and custodian link - batch adds open Regular
       02 AcctType PIC X(01).
       02 CustodianID PIC 9(08).
       *> Charge-off state through the bankruptcy flag - carried for
       *> layout fit, see randomlyaccessdata.cob for the carve-out
       02 FILLER PIC X(96).
       *> H once a sanctions screen hit holds the new account
       02 SanctionFlag PIC X(01).
           88 SanctionHeld VALUE "H".
       *> Reserved for future fields
       02 FILLER PIC X(23).

*> Describe the audit log layout (must match randomlyaccessdata.cob)
FD AuditLog.
01 WSStateReturnCode PIC 9 VALUE ZERO.
*> SSN structure check via VALIDSSN
01 WSSSNReturnCode PIC 9 VALUE ZERO.
*> Sanctions screen of each new customer - see SANCTIONCHK.cob
01 WSSanctionHits PIC 9(03).
01 WSSanctionRC PIC 9.
01 WSHeldCount PIC 9(5) VALUE ZERO.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSTransFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
       DISPLAY "Updated: " WSUpdateCount
       DISPLAY "Deleted: " WSDeleteCount
       DISPLAY "Rejected: " WSRejectCount
       IF WSHeldCount > ZERO
           DISPLAY "Held For Sanctions Review: " WSHeldCount
       END-IF
       IF WSSkippedRestart > ZERO
           DISPLAY "Skipped As Already Applied: " WSSkippedRestart
       END-IF
                       DISPLAY "Rejected Add: ID Taken " TransIDNum
                   NOT INVALID KEY
                       ADD 1 TO WSAddCount
                       PERFORM ScreenNewCustomer
                       PERFORM WriteAuditLog
                       MOVE SPACES TO WSBeforeImage
                       PERFORM WriteBackoutJournal
       END-IF
       END-IF.

*> A batch add is screened against the sanctions watch list the same
*> as one keyed at the desk - a potential hit opens the account held
ScreenNewCustomer.
       CALL 'SANCTIONCHK' USING IDNum, FirstName, LastName,
           WSSanctionHits, WSSanctionRC
       IF WSSanctionHits > ZERO
           SET SanctionHeld TO TRUE
           REWRITE CustomerData
               INVALID KEY
                   DISPLAY "Warning: Sanctions Hold On " IDNum
                       " Not Saved"
               NOT INVALID KEY
                   ADD 1 TO WSHeldCount
                   DISPLAY "Held For Sanctions Review: ID " IDNum
           END-REWRITE
       END-IF.

ApplyUpdate.
       MOVE TransIDNum TO IDNum
       MOVE "Y" TO CustExists
