*> Invoice register: one line per header on InvoiceFile.dat - number,
*> date, customer, jurisdiction, currency, totals - with counts and a
*> grand total at the foot. The paper trail invoicecalc.cob used to
*> throw away at STOP RUN. An invoice cut from an electronic purchase
*> order (poorderintake.cob) carries a P record naming the order and
*> the customer's PO number, printed under the invoice's line.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InvoiceFile ASSIGN TO "InvoiceFile.dat"
           88 InvVoided VALUE "V".
       02 IhPaidAmount PIC 9(7)V999.
       02 FILLER PIC X(09).
*> The customer's purchase-order reference - see poorderintake.cob
01 InvoicePORecord REDEFINES InvoiceRecord.
       02 IpRecordType PIC X(01).
       02 IpInvNumber PIC 9(08).
       02 IpOrderNum PIC 9(08).
       02 IpCustomerPO PIC X(20).
       02 FILLER PIC X(43).

FD RegisterReport.
01 RegisterLine PIC X(90).
           AT END SET InvEOF TO TRUE
       END-READ
       PERFORM UNTIL InvEOF
           EVALUATE IhRecordType
               WHEN "H"
                   PERFORM RegisterOneInvoice
               WHEN "P"
                   PERFORM RegisterCustomerPO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ InvoiceFile
               AT END SET InvEOF TO TRUE
           END-READ
           WHEN OTHER MOVE "OPEN" TO RegStatus
       END-EVALUATE
       WRITE RegisterLine FROM RegisterDetailLine.

*> Straight under its invoice: which order it billed and the PO number
*> the customer will quote back when they pay
RegisterCustomerPO.
       MOVE SPACES TO RegisterLine
       STRING "           Order " DELIMITED BY SIZE
           IpOrderNum DELIMITED BY SIZE
           "  Customer PO: " DELIMITED BY SIZE
           IpCustomerPO DELIMITED BY SIZE
           INTO RegisterLine
       END-STRING
       WRITE RegisterLine.
