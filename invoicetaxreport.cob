*> Quarterly tax-by-jurisdiction report off InvoiceFile.dat: every
*> header inside the chosen quarter adds its tax to its jurisdiction's
*> bucket, and the state's "how much NY tax did you collect" letter gets
*> answered from a report instead of an adding machine. The returns
*> also want taxable and exempt sales shown apart, so each bucket
*> splits its sales on the header's exemption mark.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InvoiceFile ASSIGN TO "InvoiceFile.dat"
           88 InvPaid VALUE "P".
           88 InvVoided VALUE "V".
       02 IhPaidAmount PIC 9(7)V999.
       *> E = billed tax-free under an exemption certificate
       02 IhTaxExempt PIC X(01).
           88 InvTaxExempt VALUE "E".
       02 FILLER PIC X(08).

FD TaxReport.
01 TaxLine PIC X(110).

WORKING-STORAGE SECTION.
*> The quarter under report - year and quarter number 1-4
           03 TabJurCode PIC X(02).
           03 TabJurTax PIC 9(10)V999.
           03 TabJurInvoices PIC 9(06).
           03 TabJurTaxable PIC 9(10)V999.
           03 TabJurExempt PIC 9(10)V999.
01 WSJurFound PIC X.
01 WSInvoicesInQuarter PIC 9(08) VALUE ZERO.
01 WSQuarterTax PIC 9(10)V999 VALUE ZERO.
01 WSQuarterTaxable PIC 9(10)V999 VALUE ZERO.
01 WSQuarterExempt PIC 9(10)V999 VALUE ZERO.
01 WSEditedTax PIC $,$$$,$$$,$$9.999.
01 WSEditedTaxable PIC $,$$$,$$$,$$9.999.
01 WSEditedExempt PIC $,$$$,$$$,$$9.999.
*> FILE STATUS codes, checked right after each OPEN
01 WSInvoiceFileStatus PIC X(02).
01 WSTaxReportStatus PIC X(02).
           AND WSInvMonth <= WSQuarterLastMonth
           ADD 1 TO WSInvoicesInQuarter
           ADD IhTax TO WSQuarterTax
           IF InvTaxExempt
               ADD IhSubtotal TO WSQuarterExempt
           ELSE
               ADD IhSubtotal TO WSQuarterTaxable
           END-IF
           MOVE "N" TO WSJurFound
           PERFORM MatchOneJurisdiction VARYING JurIdx FROM 1 BY 1
               UNTIL JurIdx > WSJurCount OR WSJurFound = "Y"
               MOVE IhJurisdiction TO TabJurCode(WSJurCount)
               MOVE IhTax TO TabJurTax(WSJurCount)
               MOVE 1 TO TabJurInvoices(WSJurCount)
               MOVE ZERO TO TabJurTaxable(WSJurCount)
               MOVE ZERO TO TabJurExempt(WSJurCount)
               SET JurIdx TO WSJurCount
               PERFORM AddJurisdictionSales
           END-IF
       END-IF.

           MOVE "Y" TO WSJurFound
           ADD IhTax TO TabJurTax(JurIdx)
           ADD 1 TO TabJurInvoices(JurIdx)
           PERFORM AddJurisdictionSales
       END-IF.

*> The invoice's sales land in the exempt or taxable column by the
*> mark invoicing put on the header
AddJurisdictionSales.
       IF InvTaxExempt
           ADD IhSubtotal TO TabJurExempt(JurIdx)
       ELSE
           ADD IhSubtotal TO TabJurTaxable(JurIdx)
       END-IF.

PrintTaxReport.
           UNTIL JurIdx > WSJurCount
       MOVE SPACES TO TaxLine
       WRITE TaxLine
       MOVE WSQuarterTaxable TO WSEditedTaxable
       MOVE SPACES TO TaxLine
       STRING "Quarter Taxable Sales: " DELIMITED BY SIZE
           WSEditedTaxable DELIMITED BY SIZE
           INTO TaxLine
       END-STRING
       WRITE TaxLine
       MOVE WSQuarterExempt TO WSEditedExempt
       MOVE SPACES TO TaxLine
       STRING "Quarter Exempt Sales: " DELIMITED BY SIZE
           WSEditedExempt DELIMITED BY SIZE
           INTO TaxLine
       END-STRING
       WRITE TaxLine
       MOVE WSQuarterTax TO WSEditedTax
       MOVE SPACES TO TaxLine
       STRING "Quarter Total Tax: " DELIMITED BY SIZE

PrintOneJurisdiction.
       MOVE TabJurTax(JurIdx) TO WSEditedTax
       MOVE TabJurTaxable(JurIdx) TO WSEditedTaxable
       MOVE TabJurExempt(JurIdx) TO WSEditedExempt
       MOVE SPACES TO TaxLine
       STRING "  " DELIMITED BY SIZE
           TabJurCode(JurIdx) DELIMITED BY SIZE
           ": Taxable " DELIMITED BY SIZE
           WSEditedTaxable DELIMITED BY SIZE
           "  Exempt " DELIMITED BY SIZE
           WSEditedExempt DELIMITED BY SIZE
           "  Tax " DELIMITED BY SIZE
           WSEditedTax DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           TabJurInvoices(JurIdx) DELIMITED BY SIZE
