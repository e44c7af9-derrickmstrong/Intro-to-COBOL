*> flipped to paid, with what's still open on it aged into the usual
*> current/30/60/90+ buckets - the report a dispute starts from
*> instead of a manual reconstruction out of InvoiceFile.dat and
*> BalanceHistory.dat. Credit memos orderreturns.cob put on file as
*> open items, and that creditapply.cob hasn't yet found an invoice
*> for, age alongside in their own Credit column so the net owed is
*> plain.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InvoiceFile ASSIGN TO "InvoiceFile.dat"
           88 InvVoided VALUE "V".
       02 IhPaidAmount PIC 9(7)V999.
       02 FILLER PIC X(09).
*> orderreturns.cob's open credit item
01 CreditItemRecord REDEFINES InvoiceRecord.
       02 IcRecordType PIC X(01).
       02 IcMemoNumber PIC 9(08).
       02 IcIDNum PIC 9(08).
       02 IcMemoDate PIC 9(08).
       02 IcOrigInvoice PIC 9(08).
       02 IcCreditOrder PIC 9(08).
       02 IcAmount PIC 9(7)V999.
       02 IcAppliedAmount PIC 9(7)V999.
       02 IcStatusFlag PIC X(01).
           88 CreditOpen VALUE "O".
           88 CreditApplied VALUE "A".
       02 FILLER PIC X(18).

FD AgingReport.
01 ReportLine PIC X(90).
01 WSBucketOver PIC 9(10)V999 VALUE ZERO.
01 WSOpenCount PIC 9(08) VALUE ZERO.
01 WSTotalOpen PIC 9(10)V999 VALUE ZERO.
*> Unapplied credit memos - counted and totalled apart from the buckets
01 WSItemDate PIC 9(08).
01 WSCreditAmt PIC 9(7)V999.
01 WSCreditCount PIC 9(08) VALUE ZERO.
01 WSTotalCredit PIC 9(10)V999 VALUE ZERO.
01 WSNetOpen PIC S9(10)V999.
01 WSEditedNet PIC $,$$$,$$$,$$9.999-.
01 AgingDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepInvNumber PIC 9(08).
       02 FILLER PIC X(6) VALUE "  Age ".
       02 RepAgeDays PIC ZZZZ9.
       02 FILLER PIC X(7) VALUE "  Open ".
       02 RepOpenAmt PIC $$$,$$$,$$9.999 BLANK WHEN ZERO.
       *> A credit memo line carries its memo number in the invoice
       *> column and its unapplied amount here instead of under Open
       02 FILLER PIC X(9) VALUE "  Credit ".
       02 RepCreditAmt PIC $$$,$$$,$$9.999 BLANK WHEN ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedTotal PIC $,$$$,$$$,$$9.999.
*> FILE STATUS codes, checked right after each OPEN
               AND NOT InvVoided
               PERFORM AgeOneInvoice
           END-IF
           IF IcRecordType = "C" AND NOT CreditApplied
               PERFORM AgeOneCredit
           END-IF
           READ InvoiceFile
               AT END SET InvEOF TO TRUE
           END-READ
       END-IF
       ADD 1 TO WSOpenCount
       ADD WSOpenAmt TO WSTotalOpen
       MOVE IhInvDate TO WSItemDate
       PERFORM ComputeItemAge
       EVALUATE TRUE
           WHEN WSAgeDays > 90 ADD WSOpenAmt TO WSBucketOver
           WHEN WSAgeDays > 60 ADD WSOpenAmt TO WSBucket90
       MOVE IhInvDate TO RepInvDate
       MOVE WSAgeDays TO RepAgeDays
       MOVE WSOpenAmt TO RepOpenAmt
       MOVE ZERO TO RepCreditAmt
       WRITE ReportLine FROM AgingDetailLine.

*> What's left on one credit memo no invoice has absorbed yet, aged
*> from the memo date - it stays out of the buckets, which are owed
AgeOneCredit.
       IF IcAppliedAmount IS NOT NUMERIC
           MOVE ZERO TO IcAppliedAmount
       END-IF
       IF IcAmount IS NOT NUMERIC OR IcAmount NOT > IcAppliedAmount
           EXIT PARAGRAPH
       END-IF
       COMPUTE WSCreditAmt = IcAmount - IcAppliedAmount
       ADD 1 TO WSCreditCount
       ADD WSCreditAmt TO WSTotalCredit
       MOVE IcMemoDate TO WSItemDate
       PERFORM ComputeItemAge
       MOVE IcMemoNumber TO RepInvNumber
       MOVE IcIDNum TO RepIDNum
       MOVE IcMemoDate TO RepInvDate
       MOVE WSAgeDays TO RepAgeDays
       MOVE ZERO TO RepOpenAmt
       MOVE WSCreditAmt TO RepCreditAmt
       WRITE ReportLine FROM AgingDetailLine.

*> Days from an item's date to the run date - an undated or future
*> item ages as zero
ComputeItemAge.
       IF WSItemDate IS NUMERIC AND WSItemDate > ZERO
           COMPUTE WSInvDateInt =
               FUNCTION INTEGER-OF-DATE(WSItemDate)
           COMPUTE WSAgeDays = WSRunDateInt - WSInvDateInt
       ELSE
           MOVE ZERO TO WSAgeDays
       END-IF
       IF WSAgeDays < ZERO
           MOVE ZERO TO WSAgeDays
       END-IF.

PrintBucketFooter.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
           WSEditedTotal DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSCreditCount TO WSEditedCount
       MOVE WSTotalCredit TO WSEditedTotal
       MOVE SPACES TO ReportLine
       STRING "Open Credits.: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  Unapplied.: " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       COMPUTE WSNetOpen = WSTotalOpen - WSTotalCredit
       MOVE WSNetOpen TO WSEditedNet
       MOVE SPACES TO ReportLine
       STRING "Net Open Receivable.........: " DELIMITED BY SIZE
           WSEditedNet DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
