       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    quotes.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Sales desk's screen for Quotes.dat: a price quote given to a customer
*> by phone or email is keyed here, each line priced the way order entry
*> prices it (quantity breaks, then a contract in force today), and the
*> quote carries an expiry date QUOTEVALIDDAYS days out (30 when the
*> parameter is missing). Until then the quoted prices are guaranteed -
*> orderentry.cob converts an open, unexpired quote into a real order at
*> exactly these prices, and quotereport.cob lists what is still open
*> and how many quotes turn into orders month by month.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Header and lines under one key - line 000 is the header, the
       *> same number-plus-line shape PurchaseOrders.dat uses
       SELECT QuoteFile ASSIGN TO "Quotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QTKey
           FILE STATUS IS WSQuoteFileStatus.
       *> The next quote number the system will assign - the same
       *> control-record pattern NextOrderID.dat uses for orders
       SELECT NextQuoteFile ASSIGN TO "NextQuoteNumber.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNextQuoteStatus.
       *> Read-only here - who the quote is for and whether they may buy
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> Read-only here - descriptions, prices and the breaks
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.
       *> Read-only here - a contract in force today prices the line
       SELECT ContractFile ASSIGN TO "ContractPrices.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPKey
           FILE STATUS IS WSContractFileStatus.

DATA DIVISION.
FILE SECTION.
*> One header (line 000) and its lines per quote - must match
*> orderentry.cob and quotereport.cob
FD QuoteFile.
01 QuoteRecord.
       02 QTKey.
           03 QTQuoteNum PIC 9(08).
           03 QTLineNum PIC 9(03).
       *> H = header (line 000), L = quoted line
       02 QTRecordType PIC X(01).
           88 QTIsHeader VALUE "H".
           88 QTIsLine VALUE "L".
       02 QTRecordBody PIC X(68).
01 QTHeaderRecord REDEFINES QuoteRecord.
       02 FILLER PIC X(12).
       02 QTHIDNum PIC 9(08).
       02 QTHQuoteDate PIC 9(08).
       *> The last day the quoted prices are good for
       02 QTHExpiryDate PIC 9(08).
       *> O = open, C = converted into an order by orderentry.cob,
       *> X = cancelled here. An open quote past its expiry date has
       *> lapsed - it stays O but can no longer be converted
       02 QTHStatus PIC X(01).
           88 QTOpen VALUE "O".
           88 QTConverted VALUE "C".
           88 QTCancelled VALUE "X".
       *> The order it became, and the day it was converted or cancelled
       02 QTHOrderNum PIC 9(08).
       02 QTHClosedDate PIC 9(08).
       02 QTHQuotedBy PIC X(08).
       02 QTHLineCount PIC 9(03).
       02 QTHQuoteTotal PIC 9(08)V99.
       *> Reserved for future fields
       02 FILLER PIC X(06).
01 QTLineRecord REDEFINES QuoteRecord.
       02 FILLER PIC X(12).
       02 QTLProdID PIC X(05).
       02 QTLProdDesc PIC X(15).
       02 QTLQty PIC 9(03).
       *> The guaranteed unit price and the band that set it - the same
       *> band codes ODPriceBand carries (space for a kit price)
       02 QTLPrice PIC 9(05)V99.
       02 QTLBand PIC X(01).
       *> Reserved for future fields
       02 FILLER PIC X(37).

*> One record: the next quote number
FD NextQuoteFile.
01 NextQuoteRecord.
       02 NextQuoteValue PIC 9(08).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
           88 CustActive VALUE "A".
           88 CustDeleted VALUE "D".
           88 CustPending VALUE "P".
       02 AcctStatusCode PIC X(01).
           88 AcctInGoodStanding VALUE "A".
           88 AcctIsDelinquent VALUE "D".
           88 AcctIsClosed VALUE "C".
       *> Date of birth through the contact preferences - carried for fit
       02 FILLER PIC X(179).
       02 DeceasedFlag PIC X(01).
           88 CustDeceased VALUE "Y".
       *> Date of death and estate contact - carried for fit
       02 FILLER PIC X(38).
       02 DormantFlag PIC X(01).
           88 CustDormant VALUE "Y".
       *> Merged-into marker through the bankruptcy flag - carried for fit
       02 FILLER PIC X(21).
       02 SanctionFlag PIC X(01).
           88 SanctionHold VALUE "H", "B".
       *> Bill-to parent through the reserved bytes - carried for fit
       02 FILLER PIC X(23).

*> Must match productmaster.cob's ProductData layout
FD ProductFile.
01 ProductData.
       02 PMProdID PIC X(05).
       02 PMProdDesc PIC X(15).
       02 PMUnitPrice PIC 9(05)V99.
       02 PMStatusFlag PIC X(01).
           88 ProdActive VALUE "A".
           88 ProdDiscontinued VALUE "D".
       02 PMOnHandQty PIC 9(05).
       02 PMReorderPoint PIC 9(05).
       *> A kit quotes at the kit price - the breaks are for simple items
       02 PMKitFlag PIC X(01).
           88 ProdIsKit VALUE "Y".
       02 PMBreak1Qty PIC 9(05).
       02 PMBreak1Price PIC 9(05)V99.
       02 PMBreak2Qty PIC 9(05).
       02 PMBreak2Price PIC 9(05)V99.
       *> Supplier, standard cost and bin - carried for layout fit
       02 FILLER PIC X(18).
       *> G = gift certificate - sells as stored value, off no shelf
       02 PMProdClass PIC X(01).
           88 ProdIsGiftCert VALUE "G".
       *> Reserved for future fields - see productmaster.cob's
       *> ProductData for the field carve-out
       02 FILLER PIC X(01).

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

WORKING-STORAGE SECTION.
*> Things we will need to track
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 QuoteExists PIC X.
01 CustExists PIC X.
01 ProdExists PIC X.
01 WSMoreRecords PIC X.
01 WSMoreLines PIC X.
01 WSTodayDate PIC 9(08).
01 WSPause PIC X.
01 WSAnswer PIC X.
01 WSListCount PIC 9(3) VALUE ZERO.
01 WSOperatorID PIC X(08).
*> The quote being worked, and the line being keyed onto it
01 WSWorkQuoteNum PIC 9(08).
01 WSQuoteLineCount PIC 9(03).
01 WSQuoteTotal PIC 9(08)V99.
01 WSLineAmount PIC 9(08)V99.
01 WSKeyedQty PIC 9(03).
*> How long a quote's prices hold, and the expiry it works out to
01 WSQuoteDays PIC 9(03) VALUE 30.
01 WSExpiryDate PIC 9(08).
*> The price the line quotes at and the band that set it - the same
*> lookup orderentry.cob runs at the keyboard
01 WSSellPrice PIC 9(05)V99.
01 WSSellBand PIC X(01).
01 WSContractsHere PIC X VALUE "N".
01 WSMoreContracts PIC X.
*> Quote-number assignment - the control value and the candidate being
*> probed for a free slot, the AssignOrderNumber pattern
01 WSNextQuote PIC 9(08) VALUE 1.
01 WSCandidateQuote PIC 9(08).
01 WSQuoteNumFree PIC X.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> Edited fields, for display only
01 WSDispPrice PIC $$$,$$9.99.
01 WSDispTotal PIC $$$,$$$,$$9.99.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSQuoteFileStatus PIC X(02).
01 WSNextQuoteStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSContractFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       ACCEPT WSTodayDate FROM DATE YYYYMMDD.
       *> How long a quote holds is a sales knob, not a recompile
       MOVE "QUOTEVALIDDAYS" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue > ZERO
           AND WSParamValue < 1000
           MOVE WSParamValue TO WSQuoteDays
       END-IF
       *> I-O to maintain quotes by key; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN I-O QuoteFile.
       IF WSQuoteFileStatus = "35"
           OPEN OUTPUT QuoteFile
           CLOSE QuoteFile
           OPEN I-O QuoteFile
       END-IF
       IF WSQuoteFileStatus NOT = "00"
           DISPLAY "Warning: Quotes.dat Open Status " WSQuoteFileStatus
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Warning: Customer.txt Open Status "
               WSCustomerFileStatus
       END-IF
       OPEN INPUT ProductFile.
       IF WSProductFileStatus NOT = "00"
           DISPLAY "Warning: ProductMaster.dat Open Status "
               WSProductFileStatus
       END-IF
       *> No contract file on a site that negotiates no prices is fine
       MOVE "N" TO WSContractsHere
       OPEN INPUT ContractFile.
       IF WSContractFileStatus = "00"
           MOVE "Y" TO WSContractsHere
       ELSE
           IF WSContractFileStatus NOT = "35"
               DISPLAY "Warning: ContractPrices.dat Open Status "
                   WSContractFileStatus
           END-IF
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "CUSTOMER PRICE QUOTES"
               DISPLAY "1 : Enter A New Quote"
               DISPLAY "2 : Show A Quote"
               DISPLAY "3 : List Open Quotes"
               DISPLAY "4 : Cancel A Quote"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM EnterNewQuote
                    WHEN 2 PERFORM ShowQuote
                    WHEN 3 PERFORM ListOpenQuotes
                    WHEN 4 PERFORM CancelQuote
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE QuoteFile, CustomerFile, ProductFile.
       IF WSContractsHere = "Y"
           CLOSE ContractFile
       END-IF
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> A quote goes only to a customer order entry would take an order
*> from - the same refusals, in the same order. The header is written
*> once the lines are in, so an abandoned quote leaves nothing behind.
EnterNewQuote.
       DISPLAY " "
       DISPLAY "Quoted By (Operator ID): " WITH NO ADVANCING
       ACCEPT WSOperatorID
       IF WSOperatorID = SPACES
           DISPLAY "Rejected: Operator ID Is Required"
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO CustExists
       DISPLAY "Enter Customer ID: " WITH NO ADVANCING
       ACCEPT IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       EVALUATE TRUE
           WHEN CustExists = "N"
               DISPLAY "Quote Refused: Customer Doesn't Exist"
               EXIT PARAGRAPH
           WHEN CustDeleted
               DISPLAY "Quote Refused: Customer Is Deleted"
               EXIT PARAGRAPH
           WHEN CustPending
               DISPLAY "Quote Refused: Account Application Awaits "
                   "Credit Approval"
               EXIT PARAGRAPH
           WHEN AcctIsClosed
               DISPLAY "Quote Refused: Account Is Closed"
               EXIT PARAGRAPH
           WHEN CustDeceased
               DISPLAY "Quote Refused: Customer Is Deceased"
               EXIT PARAGRAPH
           WHEN CustDormant
               DISPLAY "Quote Refused: Account Is Dormant - "
                   "Reactivate It First"
               EXIT PARAGRAPH
           WHEN SanctionHold
               DISPLAY "Quote Refused: Account Held For Sanctions "
                   "Review"
               EXIT PARAGRAPH
           WHEN OTHER
               DISPLAY "Customer: " FirstName " " LastName
       END-EVALUATE
       COMPUTE WSExpiryDate = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WSTodayDate) + WSQuoteDays)
       PERFORM AssignQuoteNumber
       MOVE WSCandidateQuote TO WSWorkQuoteNum
       DISPLAY "Quote Number: " WSWorkQuoteNum
           "  Prices Good Through " WSExpiryDate
       MOVE ZERO TO WSQuoteLineCount
       MOVE ZERO TO WSQuoteTotal
       MOVE "Y" TO WSMoreLines
       PERFORM EnterOneQuoteLine UNTIL WSMoreLines = "N"
       IF WSQuoteLineCount = ZERO
           DISPLAY "No Lines Quoted - Quote Number Not Used"
           EXIT PARAGRAPH
       END-IF
       PERFORM WriteQuoteHeader
       MOVE WSQuoteTotal TO WSDispTotal
       DISPLAY "Quote " WSWorkQuoteNum " Written - " WSQuoteLineCount
           " Line(s), " WSDispTotal.

*> One quoted line - a zero quantity ends the quote. Stock is not held
*> for a quote; the shelf is checked again when it becomes an order.
EnterOneQuoteLine.
       IF WSQuoteLineCount >= 999
           DISPLAY "Quote Is Full - No More Lines"
           MOVE "N" TO WSMoreLines
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Product Quantity (0 to finish quote): "
           WITH NO ADVANCING
       ACCEPT WSKeyedQty
       IF WSKeyedQty IS NOT NUMERIC OR WSKeyedQty = ZERO
           MOVE "N" TO WSMoreLines
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Product ID: " WITH NO ADVANCING
       ACCEPT PMProdID
       MOVE "Y" TO ProdExists
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ
       EVALUATE TRUE
           WHEN ProdExists = "N"
               DISPLAY "Line Rejected: Unknown Product ID"
               EXIT PARAGRAPH
           WHEN ProdDiscontinued
               DISPLAY "Line Rejected: Product Is Discontinued"
               EXIT PARAGRAPH
           WHEN ProdIsGiftCert
               *> A quote converts to sale lines - certificates are
               *> only issued through order entry
               DISPLAY "Line Rejected: Gift Certificates Are Sold "
                   "Through Order Entry"
               EXIT PARAGRAPH
           WHEN ProdIsKit
               *> Kits quote at the kit price, the way they sell
               MOVE PMUnitPrice TO WSSellPrice
               MOVE SPACE TO WSSellBand
           WHEN OTHER
               PERFORM SelectUnitPrice
       END-EVALUATE
       IF PMOnHandQty IS NUMERIC AND WSKeyedQty > PMOnHandQty
           AND NOT ProdIsKit
           DISPLAY "Note: Only " PMOnHandQty " On Hand Today"
       END-IF
       MOVE SPACES TO QuoteRecord
       MOVE WSWorkQuoteNum TO QTQuoteNum
       COMPUTE QTLineNum = WSQuoteLineCount + 1
       SET QTIsLine TO TRUE
       MOVE PMProdID TO QTLProdID
       MOVE PMProdDesc TO QTLProdDesc
       MOVE WSKeyedQty TO QTLQty
       MOVE WSSellPrice TO QTLPrice
       MOVE WSSellBand TO QTLBand
       WRITE QuoteRecord
           INVALID KEY
               DISPLAY "Line Not Written - Key " QTKey " Taken"
               EXIT PARAGRAPH
       END-WRITE
       ADD 1 TO WSQuoteLineCount
       COMPUTE WSLineAmount = WSKeyedQty * WSSellPrice
       ADD WSLineAmount TO WSQuoteTotal
       MOVE WSSellPrice TO WSDispPrice
       DISPLAY "Quoted At " WSDispPrice " Each".

*> The deepest quantity break the quantity reaches wins, and a contract
*> in force today beats them all - orderentry.cob's SelectUnitPrice
SelectUnitPrice.
       MOVE PMUnitPrice TO WSSellPrice
       MOVE "0" TO WSSellBand
       IF PMBreak1Qty IS NUMERIC AND PMBreak1Price IS NUMERIC
           AND PMBreak1Qty > ZERO AND WSKeyedQty >= PMBreak1Qty
           MOVE PMBreak1Price TO WSSellPrice
           MOVE "1" TO WSSellBand
       END-IF
       IF PMBreak2Qty IS NUMERIC AND PMBreak2Price IS NUMERIC
           AND PMBreak2Qty > ZERO AND WSKeyedQty >= PMBreak2Qty
           MOVE PMBreak2Price TO WSSellPrice
           MOVE "2" TO WSSellBand
       END-IF
       PERFORM FindContractPrice.

FindContractPrice.
       IF WSContractsHere = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE IDNum TO CPIDNum
       MOVE PMProdID TO CPProdID
       MOVE ZERO TO CPStartDate
       MOVE "Y" TO WSMoreContracts
       START ContractFile KEY IS NOT LESS THAN CPKey
           INVALID KEY MOVE "N" TO WSMoreContracts
       END-START
       PERFORM UNTIL WSMoreContracts = "N"
           READ ContractFile NEXT RECORD
               AT END MOVE "N" TO WSMoreContracts
           END-READ
           IF WSMoreContracts = "Y"
               IF CPIDNum NOT = IDNum OR CPProdID NOT = PMProdID
                   OR CPStartDate > WSTodayDate
                   MOVE "N" TO WSMoreContracts
               ELSE
                   IF CPActive AND CPEndDate NOT < WSTodayDate
                       MOVE CPPrice TO WSSellPrice
                       MOVE "C" TO WSSellBand
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF WSSellBand = "C"
           DISPLAY "Contract Price Applied"
       END-IF.

WriteQuoteHeader.
       MOVE SPACES TO QuoteRecord
       MOVE WSWorkQuoteNum TO QTQuoteNum
       MOVE ZERO TO QTLineNum
       SET QTIsHeader TO TRUE
       MOVE IDNum TO QTHIDNum
       MOVE WSTodayDate TO QTHQuoteDate
       MOVE WSExpiryDate TO QTHExpiryDate
       SET QTOpen TO TRUE
       MOVE ZERO TO QTHOrderNum
       MOVE ZERO TO QTHClosedDate
       MOVE WSOperatorID TO QTHQuotedBy
       MOVE WSQuoteLineCount TO QTHLineCount
       MOVE WSQuoteTotal TO QTHQuoteTotal
       WRITE QuoteRecord
           INVALID KEY DISPLAY "Warning: Quote Header Not Written"
       END-WRITE
       PERFORM BumpNextQuoteNumber.

*> Offer the next free quote number: start from the control record and
*> probe past any numbers already on the quote file
AssignQuoteNumber.
       PERFORM ReadNextQuoteNumber
       MOVE WSNextQuote TO WSCandidateQuote
       IF WSCandidateQuote = ZERO
           MOVE 1 TO WSCandidateQuote
       END-IF
       MOVE "N" TO WSQuoteNumFree
       PERFORM ProbeOneQuoteNumber UNTIL WSQuoteNumFree = "Y".

*> A number is taken once any record sits under it - header or line
ProbeOneQuoteNumber.
       MOVE WSCandidateQuote TO QTQuoteNum
       MOVE ZERO TO QTLineNum
       MOVE "Y" TO WSQuoteNumFree
       START QuoteFile KEY IS NOT LESS THAN QTKey
           INVALID KEY CONTINUE
           NOT INVALID KEY
               READ QuoteFile NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF QTQuoteNum = WSCandidateQuote
                           MOVE "N" TO WSQuoteNumFree
                           ADD 1 TO WSCandidateQuote
                       END-IF
               END-READ
       END-START.

ReadNextQuoteNumber.
       MOVE 1 TO WSNextQuote
       OPEN INPUT NextQuoteFile
       IF WSNextQuoteStatus NOT = "00"
           CONTINUE
       ELSE
           READ NextQuoteFile
               AT END CONTINUE
               NOT AT END MOVE NextQuoteValue TO WSNextQuote
           END-READ
           CLOSE NextQuoteFile
       END-IF.

BumpNextQuoteNumber.
       COMPUTE WSNextQuote = WSWorkQuoteNum + 1
       OPEN OUTPUT NextQuoteFile
       IF WSNextQuoteStatus NOT = "00"
           DISPLAY "Warning: NextQuoteNumber.dat Open Status "
               WSNextQuoteStatus
       ELSE
           MOVE WSNextQuote TO NextQuoteValue
           WRITE NextQuoteRecord
           CLOSE NextQuoteFile
       END-IF.

*> Read the header of the quote number keyed into WSWorkQuoteNum -
*> QuoteExists comes back N if there is no such quote
ReadQuoteHeader.
       MOVE "Y" TO QuoteExists
       MOVE WSWorkQuoteNum TO QTQuoteNum
       MOVE ZERO TO QTLineNum
       READ QuoteFile
           INVALID KEY MOVE "N" TO QuoteExists
       END-READ
       IF QuoteExists = "Y" AND NOT QTIsHeader
           MOVE "N" TO QuoteExists
       END-IF.

ShowQuote.
       DISPLAY " "
       DISPLAY "Enter Quote Number: " WITH NO ADVANCING
       ACCEPT WSWorkQuoteNum
       PERFORM ReadQuoteHeader
       IF QuoteExists = "N"
           DISPLAY "Quote Doesn't Exist"
       ELSE
           PERFORM DisplayQuoteHeader
           PERFORM DisplayQuoteLines
       END-IF.

DisplayQuoteHeader.
       MOVE QTHQuoteTotal TO WSDispTotal
       DISPLAY "Quote: " QTQuoteNum "  Customer: " QTHIDNum
           "  Quoted By: " QTHQuotedBy
       DISPLAY "Quoted.......: " QTHQuoteDate "  Good Through: "
           QTHExpiryDate
       DISPLAY "Quote Total..: " WSDispTotal "  Lines: " QTHLineCount
       EVALUATE TRUE
           WHEN QTOpen AND QTHExpiryDate < WSTodayDate
               DISPLAY "Status.......: Expired Unconverted"
           WHEN QTOpen DISPLAY "Status.......: Open"
           WHEN QTConverted DISPLAY "Status.......: Converted "
                   QTHClosedDate " To Order " QTHOrderNum
           WHEN QTCancelled DISPLAY "Status.......: Cancelled "
                   QTHClosedDate
           WHEN OTHER DISPLAY "Status.......: " QTHStatus
       END-EVALUATE.

*> The header's lines straight off the record key
DisplayQuoteLines.
       MOVE WSWorkQuoteNum TO QTQuoteNum
       MOVE 1 TO QTLineNum
       MOVE "Y" TO WSMoreRecords
       START QuoteFile KEY IS NOT LESS THAN QTKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ QuoteFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF QTQuoteNum NOT = WSWorkQuoteNum
                   MOVE "N" TO WSMoreRecords
               ELSE
                   MOVE QTLPrice TO WSDispPrice
                   DISPLAY "  Line " QTLineNum ": " QTLProdID " "
                       QTLProdDesc " Qty " QTLQty " At " WSDispPrice
                       " Band " QTLBand
               END-IF
           END-IF
       END-PERFORM.

*> Every open header, 10 at a time, oldest first - a lapsed one is
*> marked so the desk can chase the customer or let it go
ListOpenQuotes.
       MOVE ZERO TO WSListCount
       MOVE LOW-VALUES TO QTKey
       MOVE "Y" TO WSMoreRecords
       DISPLAY " "
       DISPLAY "OPEN QUOTES"
       START QuoteFile KEY IS NOT LESS THAN QTKey
           INVALID KEY DISPLAY "No Quotes On File"
               MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ QuoteFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y" AND QTIsHeader AND QTOpen
               MOVE QTHQuoteTotal TO WSDispTotal
               DISPLAY QTQuoteNum "  Cust " QTHIDNum "  Quoted "
                   QTHQuoteDate "  Good To " QTHExpiryDate " "
                   WSDispTotal WITH NO ADVANCING
               IF QTHExpiryDate < WSTodayDate
                   DISPLAY "  EXPIRED"
               ELSE
                   DISPLAY " "
               END-IF
               ADD 1 TO WSListCount
               IF WSListCount >= 10
                   DISPLAY "-- Press Enter for more --" WITH NO ADVANCING
                   ACCEPT WSPause
                   MOVE ZERO TO WSListCount
               END-IF
           END-IF
       END-PERFORM.

*> The customer said no - an open quote is withdrawn, lapsed or not
CancelQuote.
       DISPLAY " "
       DISPLAY "Enter Quote Number: " WITH NO ADVANCING
       ACCEPT WSWorkQuoteNum
       PERFORM ReadQuoteHeader
       IF QuoteExists = "N"
           DISPLAY "Quote Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       IF NOT QTOpen
           DISPLAY "Rejected: Quote Is Already Converted Or Cancelled"
           EXIT PARAGRAPH
       END-IF
       PERFORM DisplayQuoteHeader
       DISPLAY "Cancel This Quote? (Y/N): " WITH NO ADVANCING
       ACCEPT WSAnswer
       IF WSAnswer NOT = "Y" AND WSAnswer NOT = "y"
           DISPLAY "Quote Not Cancelled"
           EXIT PARAGRAPH
       END-IF
       SET QTCancelled TO TRUE
       MOVE WSTodayDate TO QTHClosedDate
       REWRITE QuoteRecord
           INVALID KEY DISPLAY "Quote Not Cancelled"
           NOT INVALID KEY DISPLAY "Quote " QTQuoteNum " Cancelled"
       END-REWRITE.
