       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    contractexpiry.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Sales' renegotiation list: every active contract price on
*> ContractPrices.dat whose range runs out inside the warning window
*> (60 days unless CONTRACTWARNDAYS is set in RunParams.dat), with the
*> days left and the list price the customer falls back to. A customer
*> who already has the renewal keyed - an active contract for the same
*> product starting after this one ends - is marked RENEWED.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ContractFile ASSIGN TO "ContractPrices.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPKey
           FILE STATUS IS WSContractFileStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.
       SELECT ExpiryReport ASSIGN TO "ContractExpiry.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.

DATA DIVISION.
FILE SECTION.
*> Must match contractprices.cob's ContractRecord layout
FD ContractFile.
01 ContractRecord.
       02 CPKey.
           03 CPIDNum PIC 9(08).
           03 CPProdID PIC X(05).
           03 CPStartDate PIC 9(08).
       02 CPEndDate PIC 9(08).
       02 CPPrice PIC 9(05)V99.
       02 CPStatusFlag PIC X(01).
           88 CPActive VALUE "A".
       02 FILLER PIC X(28).

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

*> Must match productmaster.cob's ProductData layout
FD ProductFile.
01 ProductData.
       02 PMProdID PIC X(05).
       02 PMProdDesc PIC X(15).
       02 PMUnitPrice PIC 9(05)V99.
       02 PMStatusFlag PIC X(01).
       02 PMOnHandQty PIC 9(05).
       02 PMReorderPoint PIC 9(05).
       *> Reserved for future fields - see productmaster.cob's
       *> ProductData for the field carve-out
       02 FILLER PIC X(45).

FD ExpiryReport.
01 ReportLine PIC X(100).

WORKING-STORAGE SECTION.
01 WSMoreRecords PIC X.
01 WSRunDate PIC 9(08).
01 WSRunDateInt PIC 9(08).
01 WSWarnDate PIC 9(08).
01 WSWarnDays PIC 9(03) VALUE 60.
01 WSDaysLeft PIC 9(05).
01 CustExists PIC X.
01 ProdExists PIC X.
*> Every active contract loaded once, so each expiring one can be
*> checked for a renewal already on file
01 WSContractCount PIC 9(05) VALUE ZERO.
01 ContractTable.
       02 ContractEntry OCCURS 0 TO 5000 TIMES
                  DEPENDING ON WSContractCount INDEXED BY ConIdx.
           03 CTIDNum PIC 9(08).
           03 CTProdID PIC X(05).
           03 CTStartDate PIC 9(08).
           03 CTEndDate PIC 9(08).
           03 CTPrice PIC 9(05)V99.
01 WSRenewed PIC X.
01 WSScanIdx PIC 9(05).
*> Control totals for the report footer
01 WSContractsRead PIC 9(8) VALUE ZERO.
01 WSContractsListed PIC 9(8) VALUE ZERO.
01 WSContractsRenewed PIC 9(8) VALUE ZERO.
01 WSToRenegotiate PIC 9(8) VALUE ZERO.
01 WSEditedCount PIC ZZZZZZZ9.
01 ExpiryDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepIDNum PIC 9(8).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepCustName PIC X(20).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepProdID PIC X(05).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepProdDesc PIC X(15).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepContractPrice PIC ZZ,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepListPrice PIC ZZ,ZZ9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepEndDate PIC 9(08).
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepDaysLeft PIC ZZ9.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepNote PIC X(07).
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSContractFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSReportStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "contractexpiry".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       *> The warning window is a sales knob, not a recompile
       MOVE "CONTRACTWARNDAYS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue < 1000
           MOVE WSParamValue TO WSWarnDays
       END-IF
       COMPUTE WSRunDateInt = FUNCTION INTEGER-OF-DATE(WSRunDate).
       COMPUTE WSWarnDate =
           FUNCTION DATE-OF-INTEGER(WSRunDateInt + WSWarnDays).
       OPEN INPUT ContractFile.
       IF WSContractFileStatus NOT = "00"
           DISPLAY "Warning: ContractPrices.dat Open Status "
               WSContractFileStatus
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status " WSCustomerFileStatus
       END-IF
       OPEN INPUT ProductFile.
       IF WSProductFileStatus NOT = "00"
           DISPLAY "Warning: ProductMaster.dat Open Status "
               WSProductFileStatus
       END-IF
       OPEN OUTPUT ExpiryReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: ContractExpiry.rpt Open Status "
               WSReportStatus
       END-IF
       MOVE SPACES TO ReportLine
       STRING "CONTRACT PRICES EXPIRING BY " DELIMITED BY SIZE
           WSWarnDate DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE "====================================" TO ReportLine
       WRITE ReportLine
       MOVE " CUSTOMER  NAME                  PROD   DESCRIPTION       CONTRACT       LIST  ENDS     LEFT" TO ReportLine
       WRITE ReportLine
       PERFORM LoadActiveContracts
       PERFORM CheckOneContract VARYING ConIdx FROM 1 BY 1
           UNTIL ConIdx > WSContractCount
       PERFORM PrintReportFooter.
       CLOSE ContractFile, CustomerFile, ProductFile, ExpiryReport.
       DISPLAY " "
       DISPLAY "CONTRACT EXPIRY REPORT COMPLETE"
       DISPLAY "Contracts Read..: " WSContractsRead
       DISPLAY "Expiring Listed.: " WSContractsListed
       MOVE SPACES TO WSOpsCounts
       STRING "READ " DELIMITED BY SIZE
           WSContractsRead DELIMITED BY SIZE
           " EXPIRING " DELIMITED BY SIZE
           WSContractsListed DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       STOP RUN.

LoadActiveContracts.
       MOVE LOW-VALUES TO CPKey
       MOVE "Y" TO WSMoreRecords
       START ContractFile KEY IS NOT LESS THAN CPKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ ContractFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               ADD 1 TO WSContractsRead
               IF CPActive AND CPEndDate IS NUMERIC
                   IF WSContractCount < 5000
                       ADD 1 TO WSContractCount
                       MOVE CPIDNum TO CTIDNum(WSContractCount)
                       MOVE CPProdID TO CTProdID(WSContractCount)
                       MOVE CPStartDate TO CTStartDate(WSContractCount)
                       MOVE CPEndDate TO CTEndDate(WSContractCount)
                       MOVE CPPrice TO CTPrice(WSContractCount)
                   ELSE
                       DISPLAY "Warning: Contract Table Full - "
                           CPKey " Dropped"
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

*> Listed when it ends today or later but no later than the window
CheckOneContract.
       IF CTEndDate(ConIdx) < WSRunDate
           OR CTEndDate(ConIdx) > WSWarnDate
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSContractsListed
       MOVE "N" TO WSRenewed
       PERFORM VARYING WSScanIdx FROM 1 BY 1
           UNTIL WSScanIdx > WSContractCount OR WSRenewed = "Y"
           IF CTIDNum(WSScanIdx) = CTIDNum(ConIdx)
               AND CTProdID(WSScanIdx) = CTProdID(ConIdx)
               AND CTStartDate(WSScanIdx) > CTEndDate(ConIdx)
               MOVE "Y" TO WSRenewed
           END-IF
       END-PERFORM
       MOVE CTIDNum(ConIdx) TO RepIDNum
       MOVE "Y" TO CustExists
       MOVE CTIDNum(ConIdx) TO IDNum
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
       MOVE CTProdID(ConIdx) TO RepProdID
       MOVE "Y" TO ProdExists
       MOVE CTProdID(ConIdx) TO PMProdID
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ
       IF ProdExists = "Y"
           MOVE PMProdDesc TO RepProdDesc
           MOVE PMUnitPrice TO RepListPrice
       ELSE
           MOVE "NOT ON FILE" TO RepProdDesc
           MOVE ZERO TO RepListPrice
       END-IF
       MOVE CTPrice(ConIdx) TO RepContractPrice
       MOVE CTEndDate(ConIdx) TO RepEndDate
       COMPUTE WSDaysLeft =
           FUNCTION INTEGER-OF-DATE(CTEndDate(ConIdx)) - WSRunDateInt
       MOVE WSDaysLeft TO RepDaysLeft
       IF WSRenewed = "Y"
           ADD 1 TO WSContractsRenewed
           MOVE "RENEWED" TO RepNote
       ELSE
           MOVE SPACES TO RepNote
       END-IF
       WRITE ReportLine FROM ExpiryDetailLine.

PrintReportFooter.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE WSContractsListed TO WSEditedCount
       STRING "Contracts Expiring.: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       MOVE WSContractsRenewed TO WSEditedCount
       STRING "Already Renewed....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       COMPUTE WSToRenegotiate = WSContractsListed - WSContractsRenewed
       MOVE WSToRenegotiate TO WSEditedCount
       STRING "To Renegotiate.....: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
