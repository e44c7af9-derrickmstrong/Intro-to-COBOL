AUTHOR. Derrick Strong.
DATE-WRITTEN.August 22nd 2026
ENVIRONMENT DIVISION.
*> Delinquency aging: every past-due customer's balance is bucketed into
*> current/30/60/90+ days. A customer is past due once a statement's
*> minimum payment goes unpaid by the due date it stated, and ages from
*> the first due date of the current run of missed minimums (judged by
*> MINDUECHK.cob against StatementDue.dat). A customer with no stated
*> terms on file yet falls back to the delinquent status, aged from the
*> day the ledger shows the debt last climbing past the past-due line.
*> Sorted worst-first so collections chases the oldest debt first
*> instead of the first name on the list.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Walked by primary key - the stated terms, not the status
       *> code, decide who is past due
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
01 WSKeyedLedgerOpen PIC X VALUE "N".
01 WSMoreLedger PIC X.
01 WSAgingReportStatus PIC X(02).
*> Minimum-payment verdict staging - see MINDUECHK.cob
01 WSTermsFound PIC X(01).
01 WSDueMonth PIC 9(06).
01 WSDueDate PIC 9(08).
01 WSMinimumDue PIC 9(7)V99.
01 WSPaidTowardMin PIC 9(7)V99.
01 WSMissedMinimum PIC X(01).
01 WSPastDueSince PIC 9(08).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "agingreport".
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> SORT input procedure - walk the master and RELEASE one staged record
*> per past-due customer
CollectDelinquents.
       MOVE "N" TO WSKeyedLedgerOpen
       OPEN INPUT BalanceLedger.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       MOVE ZERO TO IDNum
       MOVE "Y" TO WSMoreRecords
       START CustomerFile KEY IS NOT LESS THAN IDNum
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ CustomerFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND NOT CustDeleted
               PERFORM CheckOnePastDue
           END-IF
       END-PERFORM
       IF WSKeyedLedgerOpen = "Y"
       END-IF
       CLOSE CustomerFile.

*> Stated terms on file decide - past due from the due date that began
*> the run of missed minimums. Without them the status decides.
CheckOnePastDue.
       CALL 'MINDUECHK' USING IDNum, WSTodayDate, WSTermsFound,
           WSDueMonth, WSDueDate, WSMinimumDue, WSPaidTowardMin,
           WSMissedMinimum, WSPastDueSince
       IF WSTermsFound = "Y"
           IF WSPastDueSince > ZERO AND AccountBalance > ZERO
               MOVE WSPastDueSince TO WSDelinquentSince
               PERFORM ReleaseOneDelinquent
           END-IF
       ELSE
           IF AcctIsDelinquent
               PERFORM FindDelinquentSince
               PERFORM ReleaseOneDelinquent
           END-IF
       END-IF.

ReleaseOneDelinquent.
       IF WSDelinquentSince = ZERO
           MOVE ZERO TO WSDaysDelinquent
       ELSE
