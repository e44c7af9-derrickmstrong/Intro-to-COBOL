       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    quotereport.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> The sales desk's morning quote list off Quotes.dat: every open quote
*> with the days its prices have left (EXPIRED once they have lapsed
*> without an order), then the quote-to-order conversion rate for each
*> of the last twelve months - quotes issued in the month against how
*> many of them orderentry.cob has since converted, with the ones
*> cancelled, lapsed, and still open beside them.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT QuoteFile ASSIGN TO "Quotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QTKey
           FILE STATUS IS WSQuoteFileStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       SELECT QuoteReport ASSIGN TO "QuoteReport.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match quotes.cob's QuoteRecord layout
FD QuoteFile.
01 QuoteRecord.
       02 QTKey.
           03 QTQuoteNum PIC 9(08).
           03 QTLineNum PIC 9(03).
       02 QTRecordType PIC X(01).
           88 QTIsHeader VALUE "H".
           88 QTIsLine VALUE "L".
       02 QTRecordBody PIC X(68).
01 QTHeaderRecord REDEFINES QuoteRecord.
       02 FILLER PIC X(12).
       02 QTHIDNum PIC 9(08).
       02 QTHQuoteDate PIC 9(08).
       02 QTHQuoteMonthView REDEFINES QTHQuoteDate.
           03 QTHQuoteMonth PIC 9(06).
           03 FILLER PIC 9(02).
       02 QTHExpiryDate PIC 9(08).
       02 QTHStatus PIC X(01).
           88 QTOpen VALUE "O".
           88 QTConverted VALUE "C".
           88 QTCancelled VALUE "X".
       02 QTHOrderNum PIC 9(08).
       02 QTHClosedDate PIC 9(08).
       02 QTHQuotedBy PIC X(08).
       02 QTHLineCount PIC 9(03).
       02 QTHQuoteTotal PIC 9(08)V99.
       02 FILLER PIC X(06).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
       02 AcctStatusCode PIC X(01).
       *> Birth date through the reserved expansion area - see
       *> randomlyaccessdata.cob's CustomerData for the field carve-out
       02 FILLER PIC X(264).

FD QuoteReport.
01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSRunDate PIC 9(08).
01 WSRunDateView REDEFINES WSRunDate.
       02 WSRunMonth PIC 9(06).
       02 FILLER PIC 9(02).
01 WSRunDateInt PIC 9(08).
01 WSDaysLeft PIC 9(05).
01 CustExists PIC X.
*> The twelve months the conversion rate is figured for, oldest first
01 WSWorkMonth PIC 9(06).
01 WSWorkMonthView REDEFINES WSWorkMonth.
       02 WSWorkYear PIC 9(04).
       02 WSWorkMM PIC 9(02).
01 WSStepsBack PIC 9(02).
01 MonthTable.
       02 MonthEntry OCCURS 12 TIMES INDEXED BY MonIdx.
           03 MTMonth PIC 9(06).
           03 MTIssued PIC 9(05).
           03 MTIssuedValue PIC 9(10)V99.
           03 MTConverted PIC 9(05).
           03 MTConvertedValue PIC 9(10)V99.
           03 MTCancelled PIC 9(05).
           03 MTLapsed PIC 9(05).
           03 MTStillOpen PIC 9(05).
01 WSRatePct PIC 9(03)V9.
*> Control totals for the report footer
01 WSQuotesRead PIC 9(8) VALUE ZERO.
01 WSQuotesOpen PIC 9(8) VALUE ZERO.
01 WSQuotesLapsed PIC 9(8) VALUE ZERO.
01 WSOpenValue PIC 9(10)V99 VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedValue PIC ZZZ,ZZZ,ZZ9.99.
01 OpenHeading.
       02 FILLER PIC X(43) VALUE
           " QUOTE     CUSTOMER  NAME                  ".
       02 FILLER PIC X(40) VALUE
           "QUOTED    GOOD TO   LFT          TOTAL  ".
       02 FILLER PIC X(17) VALUE "QUOTE BY  NOTE".
01 OpenDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepQuoteNum PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepIDNum PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepCustName PIC X(20).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepQuoteDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepExpiryDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepDaysLeft PIC ZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepQuoteTotal PIC ZZ,ZZZ,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepQuotedBy PIC X(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepNote PIC X(07).
01 RateHeading.
       02 FILLER PIC X(27) VALUE " MONTH  ISSUED        VALUE".
       02 FILLER PIC X(20) VALUE " CONVTD        VALUE".
       02 FILLER PIC X(29) VALUE " CANCLD LAPSED   OPEN    RATE".
01 RateDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RateMonth PIC 9(06).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RateIssued PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RateIssuedValue PIC ZZZ,ZZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RateConverted PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RateConvertedValue PIC ZZZ,ZZZ,ZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RateCancelled PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RateLapsed PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RateStillOpen PIC ZZZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RatePct PIC ZZ9.9.
       02 RatePctSign PIC X(01).
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSQuoteFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "quotereport".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       COMPUTE WSRunDateInt = FUNCTION INTEGER-OF-DATE(WSRunDate).
       PERFORM LoadMonthTable
       OPEN INPUT QuoteFile.
       IF WSQuoteFileStatus NOT = "00"
           DISPLAY "Warning: Quotes.dat Open Status " WSQuoteFileStatus
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       OPEN OUTPUT QuoteReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: QuoteReport.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE SPACES TO ReportLine
       STRING "OPEN CUSTOMER QUOTES AS OF " DELIMITED BY SIZE
           WSRunDate DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE "====================================" TO ReportLine
       WRITE ReportLine
       WRITE ReportLine FROM OpenHeading
       MOVE LOW-VALUES TO QTKey
       MOVE "Y" TO WSMoreRecords
       IF WSQuoteFileStatus = "00"
           START QuoteFile KEY IS NOT LESS THAN QTKey
               INVALID KEY MOVE "N" TO WSMoreRecords
           END-START
       ELSE
           MOVE "N" TO WSMoreRecords
       END-IF
       PERFORM UNTIL WSMoreRecords = "N"
           READ QuoteFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND QTIsHeader
               ADD 1 TO WSQuotesRead
               PERFORM CountQuoteMonth
               IF QTOpen
                   PERFORM ListOpenQuote
               END-IF
           END-IF
       END-PERFORM
       PERFORM PrintOpenFooter
       PERFORM PrintConversionRates
       CLOSE QuoteFile, CustomerFile, QuoteReport.
       DISPLAY " "
       DISPLAY "QUOTE REPORT COMPLETE"
       DISPLAY "Quotes Read.....: " WSQuotesRead
       DISPLAY "Open Listed.....: " WSQuotesOpen
       MOVE SPACES TO WSOpsCounts
       STRING "READ " DELIMITED BY SIZE
           WSQuotesRead DELIMITED BY SIZE
           " OPEN " DELIMITED BY SIZE
           WSQuotesOpen DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

*> The run month and the eleven before it, oldest in slot 1
LoadMonthTable.
       MOVE WSRunMonth TO WSWorkMonth
       PERFORM VARYING WSStepsBack FROM 1 BY 1 UNTIL WSStepsBack > 11
           IF WSWorkMM = 1
               SUBTRACT 1 FROM WSWorkYear
               MOVE 12 TO WSWorkMM
           ELSE
               SUBTRACT 1 FROM WSWorkMM
           END-IF
       END-PERFORM
       PERFORM VARYING MonIdx FROM 1 BY 1 UNTIL MonIdx > 12
           MOVE WSWorkMonth TO MTMonth(MonIdx)
           MOVE ZERO TO MTIssued(MonIdx), MTIssuedValue(MonIdx),
               MTConverted(MonIdx), MTConvertedValue(MonIdx),
               MTCancelled(MonIdx), MTLapsed(MonIdx),
               MTStillOpen(MonIdx)
           IF WSWorkMM = 12
               ADD 1 TO WSWorkYear
               MOVE 1 TO WSWorkMM
           ELSE
               ADD 1 TO WSWorkMM
           END-IF
       END-PERFORM.

*> A quote counts in the month it was issued, whatever became of it -
*> quotes issued before the twelve months are left out
CountQuoteMonth.
       SET MonIdx TO 1
       SEARCH MonthEntry
           AT END CONTINUE
           WHEN MTMonth(MonIdx) = QTHQuoteMonth
               ADD 1 TO MTIssued(MonIdx)
               ADD QTHQuoteTotal TO MTIssuedValue(MonIdx)
               EVALUATE TRUE
                   WHEN QTConverted
                       ADD 1 TO MTConverted(MonIdx)
                       ADD QTHQuoteTotal TO MTConvertedValue(MonIdx)
                   WHEN QTCancelled
                       ADD 1 TO MTCancelled(MonIdx)
                   WHEN QTHExpiryDate < WSRunDate
                       ADD 1 TO MTLapsed(MonIdx)
                   WHEN OTHER
                       ADD 1 TO MTStillOpen(MonIdx)
               END-EVALUATE
       END-SEARCH.

ListOpenQuote.
       ADD 1 TO WSQuotesOpen
       ADD QTHQuoteTotal TO WSOpenValue
       MOVE QTQuoteNum TO RepQuoteNum
       MOVE QTHIDNum TO RepIDNum
       MOVE "Y" TO CustExists
       MOVE QTHIDNum TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       MOVE SPACES TO RepCustName
       IF CustExists = "Y"
           STRING FirstName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LastName DELIMITED BY SPACE
               INTO RepCustName
           END-STRING
       ELSE
           MOVE "NOT ON FILE" TO RepCustName
       END-IF
       MOVE QTHQuoteDate TO RepQuoteDate
       MOVE QTHExpiryDate TO RepExpiryDate
       MOVE QTHQuoteTotal TO RepQuoteTotal
       MOVE QTHQuotedBy TO RepQuotedBy
       IF QTHExpiryDate < WSRunDate
           ADD 1 TO WSQuotesLapsed
           MOVE ZERO TO RepDaysLeft
           MOVE "EXPIRED" TO RepNote
       ELSE
           COMPUTE WSDaysLeft =
               FUNCTION INTEGER-OF-DATE(QTHExpiryDate) - WSRunDateInt
           MOVE WSDaysLeft TO RepDaysLeft
           MOVE SPACES TO RepNote
       END-IF
       WRITE ReportLine FROM OpenDetailLine.

PrintOpenFooter.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSQuotesOpen TO WSEditedCount
       STRING "Open Quotes........: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSQuotesLapsed TO WSEditedCount
       STRING "Expired Unconverted: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSOpenValue TO WSEditedValue
       STRING "Open Quote Value...: " DELIMITED BY SIZE
           WSEditedValue DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.

*> Converted over issued, month by month - the newest months still
*> have quotes open, so their rate can only climb
PrintConversionRates.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "QUOTE-TO-ORDER CONVERSION BY MONTH ISSUED" TO ReportLine
       WRITE ReportLine
       MOVE "====================================" TO ReportLine
       WRITE ReportLine
       WRITE ReportLine FROM RateHeading
       PERFORM VARYING MonIdx FROM 1 BY 1 UNTIL MonIdx > 12
           MOVE MTMonth(MonIdx) TO RateMonth
           MOVE MTIssued(MonIdx) TO RateIssued
           MOVE MTIssuedValue(MonIdx) TO RateIssuedValue
           MOVE MTConverted(MonIdx) TO RateConverted
           MOVE MTConvertedValue(MonIdx) TO RateConvertedValue
           MOVE MTCancelled(MonIdx) TO RateCancelled
           MOVE MTLapsed(MonIdx) TO RateLapsed
           MOVE MTStillOpen(MonIdx) TO RateStillOpen
           IF MTIssued(MonIdx) > ZERO
               COMPUTE WSRatePct ROUNDED =
                   MTConverted(MonIdx) * 100 / MTIssued(MonIdx)
           ELSE
               MOVE ZERO TO WSRatePct
           END-IF
           MOVE WSRatePct TO RatePct
           MOVE "%" TO RatePctSign
           WRITE ReportLine FROM RateDetailLine
       END-PERFORM.
