       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    ratesload.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Nightly exchange-rate load: the bank's rate file ExchangeRates.csv
*> lands on ExchangeRates.dat, one rate per currency per date, where
*> FXRATE.cob finds the rate in force for any invoice or payment date.
*> Each line of the inbound file reads
*>     Currency,YYYYMMDD,Rate           e.g.  EUR,20261015,1.084250
*> with the rate as dollars per one unit of the currency. A line whose
*> currency, date, or rate can't be read is rejected with the reason,
*> the same way supplierpriceimport.cob diverts a bad price row, and so
*> is a rate that moves further from the last one on file than the
*> FXMAXPCT tunable allows - a misplaced decimal point never reaches an
*> invoice. A second line for a currency and date already on file
*> replaces the rate (the bank's correction). No file tonight, or any
*> reject, ends with RC 4 so the morning knows to look.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InboundFile ASSIGN TO "ExchangeRates.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInboundStatus.
       *> One rate per currency per date - FXRATE.cob reads this
       SELECT RateFile ASSIGN TO "ExchangeRates.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XRKey
           FILE STATUS IS WSRateFileStatus.
       *> Inbound lines that fail validation, with the reason why
       SELECT RejectFile ASSIGN TO "ExchangeRateRejects.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRejectFileStatus.

DATA DIVISION.
FILE SECTION.
FD InboundFile.
01 InboundLine PIC X(80).
       *> Define End of File
       88 InboundEOF VALUE HIGH-VALUES.

FD RateFile.
01 ExchangeRateRecord.
       02 XRKey.
           03 XRCurrency PIC X(03).
           03 XRDate PIC 9(08).
       02 XRRate PIC 9(03)V9(06).
       *> The night the rate arrived
       02 XRLoadedDate PIC 9(08).
       *> Reserved for future fields
       02 FILLER PIC X(10).

FD RejectFile.
01 RejectLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSRunDate PIC 9(08).
*> The comma-split tokens of one inbound line
01 WSRawCurrency PIC X(05).
01 WSRawDate PIC X(10).
01 WSRawRate PIC X(14).
01 WSNumDate PIC 9(08).
01 WSNumDateParts REDEFINES WSNumDate.
       02 WSNumYear PIC 9(04).
       02 WSNumMonth PIC 9(02).
       02 WSNumDay PIC 9(02).
01 WSNumRate PIC 9(03)V9(06).
01 WSDateRC PIC 9.
01 WSRejectReason PIC X(30).
*> The last rate on file before this line's date, for the sanity gate
01 WSPriorRate PIC 9(03)V9(06).
01 WSPriorFound PIC X.
01 WSMoreRates PIC X.
01 WSPctMove PIC 9(07)V99.
01 WSRateExists PIC X.
*> Refusal threshold - percent a rate may move from the last one,
*> tunable
01 WSMaxPct PIC 9(07)V99 VALUE 25.00.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> Control totals
01 WSLinesRead PIC 9(08) VALUE ZERO.
01 WSRatesAdded PIC 9(08) VALUE ZERO.
01 WSRatesReplaced PIC 9(08) VALUE ZERO.
01 WSLinesRejected PIC 9(08) VALUE ZERO.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSInboundStatus PIC X(02).
01 WSRateFileStatus PIC X(02).
01 WSRejectFileStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "ratesload".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       *> The refusal threshold is tunable without a recompile
       MOVE "FXMAXPCT" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           MOVE WSParamValue TO WSMaxPct
       END-IF
       OPEN OUTPUT RejectFile.
       IF WSRejectFileStatus NOT = "00"
           DISPLAY "Warning: ExchangeRateRejects.rpt Open Status "
               WSRejectFileStatus
       END-IF
       MOVE "EXCHANGE RATE LOAD REJECTS" TO RejectLine
       WRITE RejectLine
       MOVE "==========================" TO RejectLine
       WRITE RejectLine
       *> I-O to add and replace rates; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN I-O RateFile.
       IF WSRateFileStatus = "35"
           OPEN OUTPUT RateFile
           CLOSE RateFile
           OPEN I-O RateFile
       END-IF
       IF WSRateFileStatus NOT = "00"
           DISPLAY "Warning: ExchangeRates.dat Open Status "
               WSRateFileStatus
       END-IF
       OPEN INPUT InboundFile.
       IF WSInboundStatus NOT = "00"
           DISPLAY "Warning: ExchangeRates.csv Open Status "
               WSInboundStatus " - No Rates Loaded Tonight"
           MOVE "NO RATE FILE RECEIVED TONIGHT" TO RejectLine
           WRITE RejectLine
           MOVE 4 TO WSOpsRC
       ELSE
           READ InboundFile
               AT END SET InboundEOF TO TRUE
           END-READ
           PERFORM UNTIL InboundEOF
               PERFORM LoadOneLine
               READ InboundFile
                   AT END SET InboundEOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE InboundFile
       END-IF
       CLOSE RateFile, RejectFile.
       IF WSLinesRejected > ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       DISPLAY " "
       DISPLAY "EXCHANGE RATE LOAD COMPLETE"
       DISPLAY "Lines Read.....: " WSLinesRead
       DISPLAY "Rates Added....: " WSRatesAdded
       DISPLAY "Rates Replaced.: " WSRatesReplaced
       DISPLAY "Rejected.......: " WSLinesRejected
       MOVE SPACES TO WSOpsCounts
       STRING "ADDED " DELIMITED BY SIZE
           WSRatesAdded DELIMITED BY SIZE
           " REJ " DELIMITED BY SIZE
           WSLinesRejected DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> Split one inbound line on its commas and either load the rate or
*> divert the line with its reason
LoadOneLine.
       ADD 1 TO WSLinesRead
       MOVE SPACES TO WSRawCurrency, WSRawDate, WSRawRate
       UNSTRING InboundLine DELIMITED BY ","
           INTO WSRawCurrency, WSRawDate, WSRawRate
       MOVE 9 TO WSDateRC
       IF WSRawDate(1:8) IS NUMERIC AND WSRawDate(9:2) = SPACES
           MOVE WSRawDate(1:8) TO WSNumDate
           CALL 'VALIDDATE' USING WSNumMonth, WSNumDay, WSNumYear,
               WSDateRC
       END-IF
       EVALUATE TRUE
           WHEN WSRawCurrency = SPACES
               MOVE "BLANK CURRENCY" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN WSRawCurrency(4:2) NOT = SPACES
               OR WSRawCurrency(1:3) IS NOT ALPHABETIC-UPPER
               MOVE "BAD CURRENCY CODE" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN WSRawCurrency(1:3) = "USD"
               MOVE "BASE CURRENCY NEEDS NO RATE" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN WSDateRC NOT = ZERO
               MOVE "BAD RATE DATE" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN WSRawRate = SPACES
               MOVE "BLANK RATE" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN FUNCTION TEST-NUMVAL(WSRawRate) NOT = ZERO
               MOVE "NON-NUMERIC RATE" TO WSRejectReason
               PERFORM RejectOneLine
           WHEN OTHER
               PERFORM CheckAndLoadRate
       END-EVALUATE.

CheckAndLoadRate.
       COMPUTE WSNumRate = FUNCTION NUMVAL(WSRawRate)
       IF WSNumRate = ZERO
           MOVE "ZERO RATE" TO WSRejectReason
           PERFORM RejectOneLine
           EXIT PARAGRAPH
       END-IF
       PERFORM FindPriorRate
       IF WSPriorFound = "Y"
           IF WSNumRate > WSPriorRate
               COMPUTE WSPctMove ROUNDED =
                   ((WSNumRate - WSPriorRate) * 100) / WSPriorRate
           ELSE
               COMPUTE WSPctMove ROUNDED =
                   ((WSPriorRate - WSNumRate) * 100) / WSPriorRate
           END-IF
           IF WSPctMove > WSMaxPct
               MOVE "MOVE OVER FXMAXPCT ALLOWANCE" TO WSRejectReason
               PERFORM RejectOneLine
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE WSRawCurrency(1:3) TO XRCurrency
       MOVE WSNumDate TO XRDate
       MOVE "Y" TO WSRateExists
       READ RateFile
           INVALID KEY MOVE "N" TO WSRateExists
       END-READ
       MOVE WSNumRate TO XRRate
       MOVE WSRunDate TO XRLoadedDate
       IF WSRateExists = "Y"
           REWRITE ExchangeRateRecord
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WSRejectReason
                   PERFORM RejectOneLine
               NOT INVALID KEY
                   ADD 1 TO WSRatesReplaced
           END-REWRITE
       ELSE
           WRITE ExchangeRateRecord
               INVALID KEY
                   MOVE "WRITE FAILED" TO WSRejectReason
                   PERFORM RejectOneLine
               NOT INVALID KEY
                   ADD 1 TO WSRatesAdded
           END-WRITE
       END-IF.

*> The latest rate on file for the currency dated before this line's
*> date - the first rate ever loaded for a currency has nothing to be
*> measured against
FindPriorRate.
       MOVE "N" TO WSPriorFound
       MOVE WSRawCurrency(1:3) TO XRCurrency
       MOVE ZERO TO XRDate
       MOVE "Y" TO WSMoreRates
       START RateFile KEY IS NOT LESS THAN XRKey
           INVALID KEY MOVE "N" TO WSMoreRates
       END-START
       PERFORM UNTIL WSMoreRates = "N"
           READ RateFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRates
           END-READ
           IF WSMoreRates = "Y"
               IF XRCurrency NOT = WSRawCurrency(1:3)
                   OR XRDate NOT < WSNumDate
                   MOVE "N" TO WSMoreRates
               ELSE
                   MOVE XRRate TO WSPriorRate
                   MOVE "Y" TO WSPriorFound
               END-IF
           END-IF
       END-PERFORM.

*> The raw line and its reason, kept together so the bank can be told
*> exactly what failed
RejectOneLine.
       ADD 1 TO WSLinesRejected
       MOVE SPACES TO RejectLine
       STRING "Rejected (" DELIMITED BY SIZE
           WSRejectReason DELIMITED BY "  "
           "): " DELIMITED BY SIZE
           InboundLine DELIMITED BY SIZE
           INTO RejectLine
       END-STRING
       WRITE RejectLine.
