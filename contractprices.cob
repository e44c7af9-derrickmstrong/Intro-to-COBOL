       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    contractprices.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Maintenance screen for ContractPrices.dat - the negotiated prices our
*> bigger accounts carry, one record per customer and product for each
*> effective date range. orderentry.cob and standingorderrun.cob price a
*> line off the contract in force on the order date instead of the
*> master price and breaks, and contractexpiry.cob lists the ones
*> running out so sales can renegotiate. Cancelling flips a status flag,
*> the same soft-delete everything else in this shop does.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Keyed by customer, product, and the date the price starts, so
       *> a renewal is a new record and the old range stays on file
       SELECT ContractFile ASSIGN TO "ContractPrices.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPKey
           FILE STATUS IS WSContractFileStatus.
       *> Random lookups to verify the customer can hold a contract
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> Random lookups to verify the product is real and active
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.

DATA DIVISION.
FILE SECTION.
*> One contract price per record - orderentry.cob, standingorderrun.cob,
*> and contractexpiry.cob read this same layout
FD ContractFile.
01 ContractRecord.
       02 CPKey.
           03 CPIDNum PIC 9(08).
           03 CPProdID PIC X(05).
           03 CPStartDate PIC 9(08).
       *> Last day the price applies - inclusive
       02 CPEndDate PIC 9(08).
       02 CPPrice PIC 9(05)V99.
       *> A = active, C = cancelled - cancelled contracts stay on file
       02 CPStatusFlag PIC X(01).
           88 CPActive VALUE "A".
           88 CPCancelled VALUE "C".
       *> The day the contract was keyed or last changed
       02 CPChangedDate PIC 9(08).
       *> Reserved for future fields
       02 FILLER PIC X(20).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
01 CustomerData.
       02 IDNum    PIC 9(8).
       02 FirstName PIC X(15).
       02 LastName PIC X(15).
       02 StatusFlag PIC X(01).
           88 CustActive VALUE "A".
           88 CustDeleted VALUE "D".
       02 AcctStatusCode PIC X(01).
           88 AcctInGoodStanding VALUE "A".
           88 AcctIsDelinquent VALUE "D".
           88 AcctIsClosed VALUE "C".
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
           88 ProdActive VALUE "A".
           88 ProdDiscontinued VALUE "D".
       02 PMOnHandQty PIC 9(05).
       02 PMReorderPoint PIC 9(05).
       *> Reserved for future fields - see productmaster.cob's
       *> ProductData for the field carve-out
       02 FILLER PIC X(45).

WORKING-STORAGE SECTION.
*> Things we will need to track
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 CustExists PIC X.
01 ProdExists PIC X.
01 EntryExists PIC X.
01 WSMoreRecords PIC X.
01 WSEntryFound PIC X.
01 WSTodayDate PIC 9(08).
*> The range being added, held aside while the overlap check walks
*> the customer's other contracts for the product
01 WSNewStart PIC 9(08).
01 WSNewEnd PIC 9(08).
01 WSNewPrice PIC 9(05)V99.
01 WSOverlapFound PIC X.
*> The contract being changed - skipped by its own overlap check
01 WSSkipStart PIC 9(08) VALUE ZERO.
01 WSEditedPrice PIC ZZ,ZZ9.99.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSContractFileStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       ACCEPT WSTodayDate FROM DATE YYYYMMDD.
       *> I-O to maintain contracts; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN I-O ContractFile.
       IF WSContractFileStatus = "35"
           OPEN OUTPUT ContractFile
           CLOSE ContractFile
           OPEN I-O ContractFile
       END-IF
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
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "CONTRACT PRICES"
               DISPLAY "1 : Add Contract Price"
               DISPLAY "2 : List A Customer's Contracts"
               DISPLAY "3 : Change Contract End Date Or Price"
               DISPLAY "4 : Cancel Contract"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM AddContract
                    WHEN 2 PERFORM ListCustomerContracts
                    WHEN 3 PERFORM ChangeContract
                    WHEN 4 PERFORM CancelContract
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE ContractFile, CustomerFile, ProductFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

*> A new contract: live customer, active product, a sensible price and
*> date range that doesn't overlap another active contract for the
*> same customer and product
AddContract.
       MOVE "Y" TO CustExists
       DISPLAY " "
       DISPLAY "Enter Customer ID: " WITH NO ADVANCING
       ACCEPT IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       EVALUATE TRUE
           WHEN CustExists = "N"
               DISPLAY "Rejected: Customer Doesn't Exist"
           WHEN CustDeleted
               DISPLAY "Rejected: Customer Is Deleted"
           WHEN AcctIsClosed
               DISPLAY "Rejected: Account Is Closed"
           WHEN OTHER
               DISPLAY "Customer: " FirstName " " LastName
               PERFORM CollectContract
       END-EVALUATE.

CollectContract.
       MOVE "Y" TO ProdExists
       DISPLAY "Product ID: " WITH NO ADVANCING
       ACCEPT PMProdID
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ
       IF ProdExists = "N"
           DISPLAY "Rejected: Unknown Product ID"
           EXIT PARAGRAPH
       END-IF
       IF ProdDiscontinued
           DISPLAY "Rejected: Product Is Discontinued"
           EXIT PARAGRAPH
       END-IF
       MOVE PMUnitPrice TO WSEditedPrice
       DISPLAY "Product: " PMProdDesc "  List Price " WSEditedPrice
       DISPLAY "Contract Price: " WITH NO ADVANCING
       ACCEPT WSNewPrice
       DISPLAY "Effective From (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WSNewStart
       DISPLAY "Effective Through (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT WSNewEnd
       IF WSNewPrice IS NOT NUMERIC OR WSNewPrice = ZERO
           DISPLAY "Rejected: Price Must Be Above Zero"
           EXIT PARAGRAPH
       END-IF
       IF WSNewStart IS NOT NUMERIC OR WSNewStart = ZERO
           OR WSNewEnd IS NOT NUMERIC OR WSNewEnd = ZERO
           DISPLAY "Rejected: Dates Must Be YYYYMMDD"
           EXIT PARAGRAPH
       END-IF
       IF WSNewEnd < WSNewStart
           DISPLAY "Rejected: Contract Ends Before It Starts"
           EXIT PARAGRAPH
       END-IF
       MOVE ZERO TO WSSkipStart
       PERFORM CheckContractOverlap
       IF WSOverlapFound = "Y"
           DISPLAY "Rejected: Overlaps An Active Contract For This "
               "Product - Change Or Cancel That One First"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO ContractRecord
       MOVE IDNum TO CPIDNum
       MOVE PMProdID TO CPProdID
       MOVE WSNewStart TO CPStartDate
       MOVE WSNewEnd TO CPEndDate
       MOVE WSNewPrice TO CPPrice
       SET CPActive TO TRUE
       MOVE WSTodayDate TO CPChangedDate
       WRITE ContractRecord
           INVALID KEY DISPLAY "Contract Not Saved - Already On File"
           NOT INVALID KEY DISPLAY "Contract " CPKey " Saved"
       END-WRITE.

*> Walk the customer's contracts for the product - any active range
*> sharing a day with WSNewStart thru WSNewEnd is an overlap, since
*> order entry could not tell which price to charge
CheckContractOverlap.
       MOVE "N" TO WSOverlapFound
       MOVE IDNum TO CPIDNum
       MOVE PMProdID TO CPProdID
       MOVE ZERO TO CPStartDate
       MOVE "Y" TO WSMoreRecords
       START ContractFile KEY IS NOT LESS THAN CPKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ ContractFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF CPIDNum NOT = IDNum OR CPProdID NOT = PMProdID
                   MOVE "N" TO WSMoreRecords
               ELSE
                   IF CPActive AND CPStartDate NOT = WSSkipStart
                       AND CPStartDate NOT > WSNewEnd
                       AND CPEndDate NOT < WSNewStart
                       MOVE "Y" TO WSOverlapFound
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

ListCustomerContracts.
       DISPLAY " "
       DISPLAY "Enter Customer ID: " WITH NO ADVANCING
       ACCEPT IDNum
       MOVE "N" TO WSEntryFound
       MOVE IDNum TO CPIDNum
       MOVE LOW-VALUES TO CPProdID
       MOVE ZERO TO CPStartDate
       MOVE "Y" TO WSMoreRecords
       START ContractFile KEY IS NOT LESS THAN CPKey
           INVALID KEY MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ ContractFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               IF CPIDNum NOT = IDNum
                   MOVE "N" TO WSMoreRecords
               ELSE
                   MOVE "Y" TO WSEntryFound
                   MOVE CPPrice TO WSEditedPrice
                   DISPLAY CPProdID "  " CPStartDate " thru " CPEndDate
                       "  Price " WSEditedPrice
                       "  Status " CPStatusFlag
               END-IF
           END-IF
       END-PERFORM
       IF WSEntryFound = "N"
           DISPLAY "No Contracts On File"
       END-IF.

*> Renegotiation usually just moves the end date or the price - a
*> blank answer keeps the field, and a moved end date is checked
*> against the other active ranges the same way an add is
ChangeContract.
       PERFORM ReadOneContract
       IF EntryExists = "N"
           DISPLAY "Contract Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       MOVE CPPrice TO WSEditedPrice
       DISPLAY "Current: " CPStartDate " thru " CPEndDate
           "  Price " WSEditedPrice
       MOVE ZERO TO WSNewEnd
       MOVE ZERO TO WSNewPrice
       DISPLAY "New Effective Through (blank keeps): " WITH NO ADVANCING
       ACCEPT WSNewEnd
       DISPLAY "New Contract Price (blank keeps): " WITH NO ADVANCING
       ACCEPT WSNewPrice
       IF WSNewEnd IS NOT NUMERIC OR WSNewEnd = ZERO
           MOVE CPEndDate TO WSNewEnd
       END-IF
       IF WSNewPrice IS NOT NUMERIC OR WSNewPrice = ZERO
           MOVE CPPrice TO WSNewPrice
       END-IF
       IF WSNewEnd < CPStartDate
           DISPLAY "Rejected: Contract Ends Before It Starts"
           EXIT PARAGRAPH
       END-IF
       *> The overlap walk moves the record buffer, so the key is held
       *> aside and the contract read back before it is rewritten
       MOVE CPStartDate TO WSNewStart
       MOVE CPStartDate TO WSSkipStart
       MOVE CPIDNum TO IDNum
       MOVE CPProdID TO PMProdID
       PERFORM CheckContractOverlap
       IF WSOverlapFound = "Y"
           DISPLAY "Rejected: New End Date Overlaps Another Active "
               "Contract"
           EXIT PARAGRAPH
       END-IF
       MOVE IDNum TO CPIDNum
       MOVE PMProdID TO CPProdID
       MOVE WSNewStart TO CPStartDate
       READ ContractFile
           INVALID KEY
               DISPLAY "Contract Not Changed"
               EXIT PARAGRAPH
       END-READ
       MOVE WSNewEnd TO CPEndDate
       MOVE WSNewPrice TO CPPrice
       MOVE WSTodayDate TO CPChangedDate
       REWRITE ContractRecord
           INVALID KEY DISPLAY "Contract Not Changed"
           NOT INVALID KEY DISPLAY "Contract Changed"
       END-REWRITE.

*> Cancelled contracts stay on file flipped to "C" so the history of
*> what the customer used to pay survives
CancelContract.
       PERFORM ReadOneContract
       IF EntryExists = "N"
           DISPLAY "Contract Doesn't Exist"
       ELSE
           SET CPCancelled TO TRUE
           MOVE WSTodayDate TO CPChangedDate
           REWRITE ContractRecord
               INVALID KEY DISPLAY "Contract Not Cancelled"
               NOT INVALID KEY DISPLAY "Contract Cancelled"
           END-REWRITE
       END-IF.

*> Customer, product, and start date name one contract - only an
*> active one can be changed or cancelled
ReadOneContract.
       MOVE "Y" TO EntryExists
       DISPLAY " "
       DISPLAY "Enter Customer ID: " WITH NO ADVANCING
       ACCEPT CPIDNum
       DISPLAY "Enter Product ID: " WITH NO ADVANCING
       ACCEPT CPProdID
       DISPLAY "Enter Effective From (YYYYMMDD): " WITH NO ADVANCING
       ACCEPT CPStartDate
       READ ContractFile
           INVALID KEY MOVE "N" TO EntryExists
       END-READ
       IF EntryExists = "Y" AND NOT CPActive
           MOVE "N" TO EntryExists
       END-IF.
