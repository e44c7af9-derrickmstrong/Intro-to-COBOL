       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    poorderintake.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Electronic purchase-order intake: business customers send their
*> purchase orders as POIntake.txt in a fixed layout instead of having
*> them rekeyed into orderentry.cob. Each H record opens one purchase
*> order - our customer ID and the customer's PO number - and the L
*> records after it are its product and quantity lines. Every PO is
*> checked against the customer master (the same gates order entry
*> applies, plus the credit limit - there is no supervisor here to
*> override one), against its own earlier POs so the same PO number
*> can't be filled twice, and line by line against the product master
*> and the shelf. What passes becomes a real order, written the way
*> standingorderrun.cob writes one: the next number off NextOrderID.dat,
*> break or contract prices, stock off the shelf (and out of the
*> customer's branch stock room, see LOCSTOCK.cob), freight as the last
*> line, and the customer's PO number on the order header. The order is
*> then invoiced like "invoice this order", with the PO number carried
*> onto the invoice as its own P record (POINTAKEINVOICE 0 in
*> RunParams.dat leaves invoicing to the office). POAck.txt goes back to
*> the customer: one H record per PO - accepted, partly accepted or
*> rejected, with our order number - and one L record per line with the
*> quantity accepted and the reason for anything refused. The inbound
*> file is renamed POIntake.prv once read so a rerun can't take it
*> twice.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> The customers' purchase orders - H and L records
       SELECT IntakeFile ASSIGN TO "POIntake.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSIntakeStatus.
       *> The acknowledgment going back to the customers
       SELECT AckFile ASSIGN TO "POAck.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAckStatus.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> I-O so the accepted lines take their stock off the shelf
       SELECT ProductFile ASSIGN TO "ProductMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PMProdID
           FILE STATUS IS WSProductFileStatus.
       SELECT OrderDetailFile ASSIGN TO "OrderDetail.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ODOrderKey
           ALTERNATE RECORD KEY IS ODIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderFileStatus.
       SELECT OrderHeaderFile ASSIGN TO "OrderHeader.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OHOrderNum
           ALTERNATE RECORD KEY IS OHIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderHeaderStatus.
       SELECT NextOrderFile ASSIGN TO "NextOrderID.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNextOrderStatus.
       *> Negotiated prices - the same lookup orderentry.cob runs
       SELECT ContractFile ASSIGN TO "ContractPrices.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPKey
           FILE STATUS IS WSContractFileStatus.
       *> The same file and number sequence orderentry.cob invoices on
       SELECT InvoiceFile ASSIGN TO "InvoiceFile.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceFileStatus.
       SELECT InvoiceControl ASSIGN TO "InvoiceControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSInvoiceControlStatus.

DATA DIVISION.
FILE SECTION.
*> Fixed-column inbound layout - one H per purchase order, its L lines
*> straight after it
FD IntakeFile.
01 IntakeRecord PIC X(80).
       88 IntakeEOF VALUE HIGH-VALUES.
01 IntakeHeaderRecord REDEFINES IntakeRecord.
       02 PIRecordType PIC X(01).
       02 PICustID PIC 9(08).
       02 PICustomerPO PIC X(20).
       02 PIPODate PIC 9(08).
       02 FILLER PIC X(43).
01 IntakeLineRecord REDEFINES IntakeRecord.
       02 PLRecordType PIC X(01).
       *> The customer's own line number - echoed back on the ack
       02 PLLineNo PIC X(03).
       02 PLProdID PIC X(05).
       02 PLQty PIC 9(05).
       02 FILLER PIC X(66).

*> The acknowledgment - H per PO, L per line, the same fixed columns
*> every time so the customer's system can read it back
FD AckFile.
01 AckRecord PIC X(80).
01 AckHeaderRecord REDEFINES AckRecord.
       02 AHRecordType PIC X(01).
       02 AHCustID PIC 9(08).
       02 AHCustomerPO PIC X(20).
       02 AHAckDate PIC 9(08).
       *> A accepted, P partly accepted, R rejected
       02 AHStatus PIC X(01).
       *> Our order number - zero when nothing was accepted
       02 AHOrderNum PIC 9(08).
       02 AHReason PIC X(30).
       02 FILLER PIC X(04).
01 AckLineRecord REDEFINES AckRecord.
       02 ALRecordType PIC X(01).
       02 ALLineNo PIC X(03).
       02 ALProdID PIC X(05).
       02 ALQtyOrdered PIC 9(05).
       02 ALQtyAccepted PIC 9(05).
       *> A accepted, R rejected
       02 ALStatus PIC X(01).
       02 ALUnitPrice PIC 9(05)V99.
       02 ALReason PIC X(30).
       02 FILLER PIC X(23).

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
       02 DateOfBirth PIC 9(08).
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       02 StmtCycleCode PIC 9(01).
       *> No supervisor reviews an electronic order - a PO that would
       *> push the balance past this is rejected whole
       02 CreditLimit PIC 9(7)V99.
       *> Debit consent through the city - carried for layout fit
       02 FILLER PIC X(36).
       *> The ship-to state sets the freight band and the tax rate
       02 StateCode PIC X(02).
       *> ZIP through the contact preferences - carried for layout fit
       02 FILLER PIC X(97).
       02 DeceasedFlag PIC X(01).
           88 CustDeceased VALUE "Y".
       *> Date of death and estate contact - carried for layout fit
       02 FILLER PIC X(38).
       02 DormantFlag PIC X(01).
           88 CustDormant VALUE "Y".
       *> Merged-into marker through the custodial hold - carried
       *> for layout fit
       02 FILLER PIC X(17).
       *> Branch and territory pick the rep stamped on each line
       02 BranchCode PIC X(03).
       02 FILLER PIC X(01).
       02 SanctionFlag PIC X(01).
           88 SanctionHold VALUE "H", "B".
       *> Bill-to parent - carried for layout fit
       02 FILLER PIC X(08).
       02 TerritoryCode PIC X(04).
       *> Reserved for future fields
       02 FILLER PIC X(11).

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
       *> Y = kit - ordered electronically by its components instead
       02 PMKitFlag PIC X(01).
           88 ProdIsKit VALUE "Y".
       *> Quantity price breaks - see productmaster.cob
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

*> Must match orderentry.cob's OrderDetailRecord layout
FD OrderDetailFile.
01 OrderDetailRecord.
       02 ODIDNum PIC 9(8).
       02 FILLER PIC X.
       02 ODProdID PIC X(05).
       02 FILLER PIC X.
       02 ODProdDesc PIC X(15).
       02 FILLER PIC X.
       02 ODProdQty PIC 9(03).
       02 FILLER PIC X.
       02 ODProdPrice PIC 9(05)V99.
       02 FILLER PIC X.
       02 ODOrderDate PIC 9(08).
       02 FILLER PIC X.
       02 ODPostedFlag PIC X(01).
           88 ODLinePosted VALUE "Y".
           88 ODLineUnposted VALUE "N".
       02 FILLER PIC X.
       *> S = sale, F = freight charge
       02 ODLineType PIC X(01).
       *> Fulfillment state - shipconfirm.cob's fields, carried here
       02 FILLER PIC X(09).
       02 ODOrderKey.
           03 ODOrderNum PIC 9(08).
           03 ODLineNum PIC 9(03).
       *> Which price band set the unit price - 1 and 2 are breaks
       02 ODPriceBand PIC X(01).
       *> Keying branch - left blank on a line nobody keyed
       02 FILLER PIC X(03).
       *> The customer's territory rep, paid the commission on the line
       02 ODRepCode PIC X(04).
       *> Reserved for future fields - see orderentry.cob's
       *> OrderDetailRecord for the field carve-out
       02 FILLER PIC X(02).

*> Must match orderentry.cob's OrderHeaderRecord layout
FD OrderHeaderFile.
01 OrderHeaderRecord.
       02 OHOrderNum PIC 9(08).
       02 OHIDNum PIC 9(08).
       02 OHOrderDate PIC 9(08).
       02 OHLineCount PIC 9(03).
       02 OHOrderTotal PIC 9(08)V99.
       02 OHStatusFlag PIC X(01).
           88 OHOrderOpen VALUE "O".
           88 OHInvoiced VALUE "I".
       02 OHCustomerPO PIC X(20).
       *> Never converted from a quote here
       02 OHQuoteNum PIC 9(08).
       02 FILLER PIC X(02).

FD NextOrderFile.
01 NextOrderRecord.
       02 NextOrderValue PIC 9(08).

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

*> Must match orderentry.cob's InvoiceFile layouts - the first byte
*> types each record: H header, L line, and P the customer's
*> purchase-order reference that invoiceregister.cob prints
FD InvoiceFile.
01 InvoiceRecord PIC X(80).
01 InvoiceHeaderRecord REDEFINES InvoiceRecord.
       02 IhRecordType PIC X(01).
       02 IhInvNumber PIC 9(08).
       02 IhIDNum PIC 9(08).
       02 IhInvDate PIC 9(08).
       02 IhJurisdiction PIC X(02).
       02 IhCurrency PIC X(03).
       02 IhSubtotal PIC 9(7)V999.
       02 IhTax PIC 9(7)V999.
       02 IhTotal PIC 9(7)V999.
       02 IhStatusFlag PIC X(01).
           88 InvOpen VALUE "O".
       02 IhPaidAmount PIC 9(7)V999.
       02 IhTaxExempt PIC X(01).
           88 InvTaxExempt VALUE "E".
       *> The branch that owns the receivable - blank is HQ
       02 IhBranch PIC X(03).
       02 FILLER PIC X(05).
01 InvoiceLineRecord REDEFINES InvoiceRecord.
       02 IlRecordType PIC X(01).
       02 IlInvNumber PIC 9(08).
       02 IlItemDesc PIC X(20).
       02 IlItemQty PIC 9(03).
       02 IlItemPrice PIC 9(5)V999.
       02 IlItemAmount PIC 9(7)V999.
       02 FILLER PIC X(30).
01 InvoicePORecord REDEFINES InvoiceRecord.
       02 IpRecordType PIC X(01).
       02 IpInvNumber PIC 9(08).
       02 IpOrderNum PIC 9(08).
       02 IpCustomerPO PIC X(20).
       02 FILLER PIC X(43).

FD InvoiceControl.
01 InvoiceControlRecord.
       02 NextInvNumber PIC 9(08).

WORKING-STORAGE SECTION.
01 CustExists PIC X.
01 ProdExists PIC X.
01 WSRunDate PIC 9(08).
*> The purchase order being gathered off the file
01 WSHaveHeader PIC X VALUE "N".
01 WSPOCustID PIC 9(08).
01 WSPOCustIDGood PIC X.
01 WSCustomerPO PIC X(20).
*> Why the whole PO was refused - spaces while it still stands
01 WSPOReason PIC X(30).
01 WSPOLineCount PIC 9(03) VALUE ZERO.
01 WSPOLinesLost PIC 9(05) VALUE ZERO.
01 POLineTable.
       02 POLine OCCURS 0 TO 99 TIMES DEPENDING ON WSPOLineCount
                  INDEXED BY POIdx, POIdx2.
           03 TLLineNo PIC X(03).
           03 TLProdID PIC X(05).
           03 TLQty PIC 9(05).
           03 TLQtyGood PIC X(01).
           *> A accepted, R rejected
           03 TLStatus PIC X(01).
           03 TLReason PIC X(30).
           03 TLProdDesc PIC X(15).
           03 TLPrice PIC 9(05)V99.
           03 TLBand PIC X(01).
           03 TLAmount PIC 9(08)V99.
01 WSLinesAccepted PIC 9(03).
01 WSQtyAlready PIC 9(07).
01 WSMerchTotal PIC 9(08)V99.
01 WSProjectedBalance PIC S9(9)V99.
01 WSDupFound PIC X.
01 WSMoreHeaders PIC X.
*> The price the line sells at and the band that set it
01 WSSellQty PIC 9(05).
01 WSSellPrice PIC 9(05)V99.
01 WSSellBand PIC X(01).
*> LOCSTOCK.cob staging - an electronic order carries no branch, so it
*> ships from the customer's own
01 WSLocAction PIC X(01).
01 WSLocBranch PIC X(03).
01 WSLocQty PIC 9(05).
01 WSLocOnHand PIC 9(05).
01 WSLocTracked PIC X(01).
*> The rep stamped on every line of the order - the customer's
*> territory rep off TERRITORYREP.cob, passed a copy of the territory
*> so a blank one defaults without touching the customer record
01 WSOrderTerritory PIC X(04).
01 WSOrderRepCode PIC X(04).
01 WSOrderRepFound PIC X(01).
01 WSContractsHere PIC X VALUE "N".
01 WSMoreContracts PIC X.
*> The order's freight - the charge FREIGHTRATE found for the ship-to
*> state and the merchandise value, zero when no band covers it
01 WSFreightCharge PIC 9(05)V99.
01 WSFreightFound PIC X(01).
01 WSLineCount PIC 9(03).
*> Order-number assignment - the same control and probe pattern
*> orderentry.cob uses
01 WSNextOrder PIC 9(08) VALUE 1.
01 WSCandidateOrder PIC 9(08).
01 WSOrderNumFree PIC X.
01 WSCurrentOrderNum PIC 9(08).
*> Invoicing the order - on unless POINTAKEINVOICE is 0
01 WSInvoiceOrders PIC X VALUE "Y".
01 WSInvNumber PIC 9(08).
01 WSTaxRate PIC V99999.
01 WSTaxRateFound PIC X.
01 WSExemptFound PIC X.
01 WSExemptCert PIC X(20).
01 WSInvSubtotal PIC 9(7)V999.
01 WSInvTax PIC 9(7)V999.
01 WSInvTotal PIC 9(7)V999.
*> RunParams.dat lookup staging - see RUNPARAM.cob
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> The inbound file is set aside once read - see CBL_RENAME_FILE
01 WSIntakeName PIC X(20) VALUE "POIntake.txt".
01 WSDoneName PIC X(20) VALUE "POIntake.prv".
01 WSRenameStatus PIC 9(08) COMP-5.
*> Control totals
01 WSPOsRead PIC 9(08) VALUE ZERO.
01 WSPOsAccepted PIC 9(08) VALUE ZERO.
01 WSPOsPartial PIC 9(08) VALUE ZERO.
01 WSPOsRejected PIC 9(08) VALUE ZERO.
01 WSInvoicesCut PIC 9(08) VALUE ZERO.
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSIntakeStatus PIC X(02).
01 WSAckStatus PIC X(02).
01 WSCustomerFileStatus PIC X(02).
01 WSProductFileStatus PIC X(02).
01 WSOrderFileStatus PIC X(02).
01 WSOrderHeaderStatus PIC X(02).
01 WSNextOrderStatus PIC X(02).
01 WSContractFileStatus PIC X(02).
01 WSInvoiceFileStatus PIC X(02).
01 WSInvoiceControlStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "poorderintake".
01 WSOpsCounts PIC X(40) VALUE SPACES.
01 WSOpsRC PIC 9(02) VALUE ZERO.

PROCEDURE DIVISION.
MainLine.
       CALL 'OPSLOG' USING WSOpsProgram, "S", WSOpsCounts, WSOpsRC
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       MOVE "POINTAKEINVOICE" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
       IF WSParamFound = "Y" AND WSParamValue = ZERO
           MOVE "N" TO WSInvoiceOrders
       END-IF
       *> No inbound file is a quiet night, not a failure
       OPEN INPUT IntakeFile.
       IF WSIntakeStatus NOT = "00"
           DISPLAY "No Purchase Orders To Take In - Status "
               WSIntakeStatus
           CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile.
       IF WSCustomerFileStatus NOT = "00"
           DISPLAY "Customer.txt Open Status " WSCustomerFileStatus
           CLOSE IntakeFile
           PERFORM AbortRun
       END-IF
       OPEN I-O ProductFile.
       IF WSProductFileStatus NOT = "00"
           DISPLAY "ProductMaster.dat Open Status " WSProductFileStatus
           CLOSE IntakeFile, CustomerFile
           PERFORM AbortRun
       END-IF
       OPEN I-O OrderDetailFile.
       IF WSOrderFileStatus = "35"
           OPEN OUTPUT OrderDetailFile
           CLOSE OrderDetailFile
           OPEN I-O OrderDetailFile
       END-IF
       IF WSOrderFileStatus NOT = "00"
           DISPLAY "OrderDetail.dat Open Status " WSOrderFileStatus
           CLOSE IntakeFile, CustomerFile, ProductFile
           PERFORM AbortRun
       END-IF
       OPEN I-O OrderHeaderFile.
       IF WSOrderHeaderStatus = "35"
           OPEN OUTPUT OrderHeaderFile
           CLOSE OrderHeaderFile
           OPEN I-O OrderHeaderFile
       END-IF
       IF WSOrderHeaderStatus NOT = "00"
           DISPLAY "OrderHeader.dat Open Status " WSOrderHeaderStatus
           CLOSE IntakeFile, CustomerFile, ProductFile, OrderDetailFile
           PERFORM AbortRun
       END-IF
       *> No contract file just means nothing is contract-priced
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
       OPEN OUTPUT AckFile.
       IF WSAckStatus NOT = "00"
           DISPLAY "Warning: POAck.txt Open Status " WSAckStatus
       END-IF
       READ IntakeFile
           AT END SET IntakeEOF TO TRUE
       END-READ
       PERFORM UNTIL IntakeEOF
           EVALUATE PIRecordType
               WHEN "H"
                   IF WSHaveHeader = "Y"
                       PERFORM ProcessOnePO
                   END-IF
                   PERFORM StartOnePO
               WHEN "L"
                   PERFORM GatherOneLine
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           READ IntakeFile
               AT END SET IntakeEOF TO TRUE
           END-READ
       END-PERFORM
       IF WSHaveHeader = "Y"
           PERFORM ProcessOnePO
       END-IF
       CLOSE IntakeFile, AckFile, CustomerFile, ProductFile,
           OrderDetailFile, OrderHeaderFile.
       IF WSContractsHere = "Y"
           CLOSE ContractFile
       END-IF
       CALL "CBL_RENAME_FILE" USING WSIntakeName, WSDoneName
           RETURNING WSRenameStatus
       IF WSRenameStatus NOT = ZERO
           DISPLAY "Warning: POIntake.txt Not Set Aside, Status "
               WSRenameStatus " - Move It Before The Next Run"
           MOVE 4 TO WSOpsRC
       END-IF
       DISPLAY " "
       DISPLAY "PURCHASE ORDER INTAKE COMPLETE"
       DISPLAY "POs Read.........: " WSPOsRead
       DISPLAY "Accepted.........: " WSPOsAccepted
       DISPLAY "Partly Accepted..: " WSPOsPartial
       DISPLAY "Rejected.........: " WSPOsRejected
       DISPLAY "Invoices Cut.....: " WSInvoicesCut
       IF WSPOLinesLost > ZERO
           DISPLAY "Lines With No PO.: " WSPOLinesLost
       END-IF
       *> Refused business wants a look in the morning
       IF WSPOsPartial > ZERO OR WSPOsRejected > ZERO
           OR WSPOLinesLost > ZERO
           MOVE 4 TO WSOpsRC
       END-IF
       MOVE SPACES TO WSOpsCounts
       STRING "PO " DELIMITED BY SIZE
           WSPOsRead DELIMITED BY SIZE
           " REJ " DELIMITED BY SIZE
           WSPOsRejected DELIMITED BY SIZE
           INTO WSOpsCounts
       END-STRING
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

AbortRun.
       MOVE 8 TO WSOpsRC
       CALL 'OPSLOG' USING WSOpsProgram, "E", WSOpsCounts, WSOpsRC
       MOVE WSOpsRC TO RETURN-CODE
       STOP RUN.

*> An H record opens the next purchase order
StartOnePO.
       ADD 1 TO WSPOsRead
       MOVE "Y" TO WSHaveHeader
       MOVE ZERO TO WSPOLineCount
       MOVE SPACES TO WSPOReason
       MOVE PICustomerPO TO WSCustomerPO
       IF PICustID IS NUMERIC
           MOVE PICustID TO WSPOCustID
           MOVE "Y" TO WSPOCustIDGood
       ELSE
           MOVE ZERO TO WSPOCustID
           MOVE "N" TO WSPOCustIDGood
       END-IF.

*> An L record joins the open purchase order; one with no H ahead of
*> it can't be acknowledged to anybody and is only counted
GatherOneLine.
       IF WSHaveHeader = "N"
           ADD 1 TO WSPOLinesLost
           EXIT PARAGRAPH
       END-IF
       IF WSPOLineCount >= 99
           MOVE "REJECTED - OVER 99 LINES" TO WSPOReason
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSPOLineCount
       MOVE PLLineNo TO TLLineNo(WSPOLineCount)
       MOVE FUNCTION UPPER-CASE(PLProdID) TO TLProdID(WSPOLineCount)
       IF PLQty IS NUMERIC
           MOVE PLQty TO TLQty(WSPOLineCount)
           MOVE "Y" TO TLQtyGood(WSPOLineCount)
       ELSE
           MOVE ZERO TO TLQty(WSPOLineCount)
           MOVE "N" TO TLQtyGood(WSPOLineCount)
       END-IF
       MOVE "A" TO TLStatus(WSPOLineCount)
       MOVE SPACES TO TLReason(WSPOLineCount)
       MOVE SPACES TO TLProdDesc(WSPOLineCount)
       MOVE ZERO TO TLPrice(WSPOLineCount)
       MOVE SPACE TO TLBand(WSPOLineCount)
       MOVE ZERO TO TLAmount(WSPOLineCount).

*> The whole purchase order is in hand: customer gates first, then the
*> lines, then the credit limit on what survived - and only then is
*> anything written
ProcessOnePO.
       MOVE "N" TO WSHaveHeader
       IF WSPOReason = SPACES
           PERFORM CheckPOCustomer
       END-IF
       IF WSPOReason = SPACES
           PERFORM CheckDuplicatePO
       END-IF
       MOVE ZERO TO WSLinesAccepted
       MOVE ZERO TO WSMerchTotal
       IF WSPOReason = SPACES
           PERFORM CheckOnePOLine VARYING POIdx FROM 1 BY 1
               UNTIL POIdx > WSPOLineCount
           IF WSLinesAccepted = ZERO
               MOVE "REJECTED - NO LINE COULD BE FILLED" TO WSPOReason
           END-IF
       END-IF
       IF WSPOReason = SPACES AND CreditLimit > ZERO
           COMPUTE WSProjectedBalance = AccountBalance + WSMerchTotal
           IF WSProjectedBalance > CreditLimit
               MOVE "REJECTED - OVER CREDIT LIMIT" TO WSPOReason
           END-IF
       END-IF
       IF WSPOReason NOT = SPACES
           ADD 1 TO WSPOsRejected
           MOVE ZERO TO WSCurrentOrderNum
           PERFORM RejectAllLines VARYING POIdx FROM 1 BY 1
               UNTIL POIdx > WSPOLineCount
       ELSE
           PERFORM WritePOAsOrder
           IF WSLinesAccepted = WSPOLineCount
               ADD 1 TO WSPOsAccepted
           ELSE
               ADD 1 TO WSPOsPartial
           END-IF
       END-IF
       PERFORM WritePOAck.

*> The same gates order entry applies to a keyed order
CheckPOCustomer.
       IF WSCustomerPO = SPACES
           MOVE "REJECTED - NO PO NUMBER" TO WSPOReason
           EXIT PARAGRAPH
       END-IF
       IF WSPOCustIDGood = "N"
           MOVE "REJECTED - CUSTOMER ID NOT NUMERIC" TO WSPOReason
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO CustExists
       MOVE WSPOCustID TO IDNum
       READ CustomerFile
           INVALID KEY MOVE "N" TO CustExists
       END-READ
       IF CustExists = "Y" AND CreditLimit IS NOT NUMERIC
           MOVE ZERO TO CreditLimit
       END-IF
       EVALUATE TRUE
           WHEN CustExists = "N"
               MOVE "REJECTED - UNKNOWN CUSTOMER" TO WSPOReason
           WHEN CustDeleted
               MOVE "REJECTED - CUSTOMER DELETED" TO WSPOReason
           WHEN CustPending
               MOVE "REJECTED - CREDIT PENDING" TO WSPOReason
           WHEN AcctIsClosed
               MOVE "REJECTED - ACCOUNT CLOSED" TO WSPOReason
           WHEN CustDeceased
               MOVE "REJECTED - ACCOUNT CLOSED" TO WSPOReason
           WHEN CustDormant
               MOVE "REJECTED - ACCOUNT DORMANT" TO WSPOReason
           WHEN SanctionHold
               MOVE "REJECTED - ACCOUNT ON HOLD" TO WSPOReason
           WHEN OTHER
               MOVE BranchCode TO WSLocBranch
               PERFORM LookUpOrderRep
       END-EVALUATE.

*> Whose territory the customer sits in decides who is paid on the
*> order - looked up once, stamped on every line
LookUpOrderRep.
       MOVE TerritoryCode TO WSOrderTerritory
       CALL 'TERRITORYREP' USING WSOrderTerritory, StateCode, BranchCode,
           WSOrderRepCode, WSOrderRepFound.

*> A PO number already on one of the customer's orders was filled
*> before - a resent file must not ship twice
CheckDuplicatePO.
       MOVE "N" TO WSDupFound
       MOVE WSPOCustID TO OHIDNum
       MOVE "Y" TO WSMoreHeaders
       START OrderHeaderFile KEY IS EQUAL TO OHIDNum
           INVALID KEY MOVE "N" TO WSMoreHeaders
       END-START
       PERFORM UNTIL WSMoreHeaders = "N" OR WSDupFound = "Y"
           READ OrderHeaderFile NEXT RECORD
               AT END MOVE "N" TO WSMoreHeaders
           END-READ
           IF WSMoreHeaders = "Y"
               IF OHIDNum NOT = WSPOCustID
                   MOVE "N" TO WSMoreHeaders
               ELSE
                   IF OHCustomerPO = WSCustomerPO
                       MOVE "Y" TO WSDupFound
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF WSDupFound = "Y"
           MOVE SPACES TO WSPOReason
           STRING "REJECTED - DUPLICATE OF " DELIMITED BY SIZE
               OHOrderNum DELIMITED BY SIZE
               INTO WSPOReason
           END-STRING
       END-IF.

*> One line against the product master and the shelf - the quantity
*> the earlier lines of this PO already claim counts against the shelf
CheckOnePOLine.
       IF TLQtyGood(POIdx) = "N" OR TLQty(POIdx) = ZERO
           MOVE "R" TO TLStatus(POIdx)
           MOVE "QUANTITY NOT VALID" TO TLReason(POIdx)
           EXIT PARAGRAPH
       END-IF
       IF TLQty(POIdx) > 999
           MOVE "R" TO TLStatus(POIdx)
           MOVE "QUANTITY OVER 999 - SPLIT LINE" TO TLReason(POIdx)
           EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO ProdExists
       MOVE TLProdID(POIdx) TO PMProdID
       READ ProductFile
           INVALID KEY MOVE "N" TO ProdExists
       END-READ
       IF ProdExists = "Y" AND PMOnHandQty IS NOT NUMERIC
           MOVE ZERO TO PMOnHandQty
       END-IF
       MOVE ZERO TO WSQtyAlready
       PERFORM VARYING POIdx2 FROM 1 BY 1 UNTIL POIdx2 >= POIdx
           IF TLProdID(POIdx2) = TLProdID(POIdx)
               AND TLStatus(POIdx2) = "A"
               ADD TLQty(POIdx2) TO WSQtyAlready
           END-IF
       END-PERFORM
       EVALUATE TRUE
           WHEN ProdExists = "N"
               MOVE "R" TO TLStatus(POIdx)
               MOVE "UNKNOWN PRODUCT" TO TLReason(POIdx)
           WHEN ProdDiscontinued
               MOVE "R" TO TLStatus(POIdx)
               MOVE "PRODUCT DISCONTINUED" TO TLReason(POIdx)
           WHEN ProdIsKit
               MOVE "R" TO TLStatus(POIdx)
               MOVE "KIT - ORDER ITS COMPONENTS" TO TLReason(POIdx)
           *> Certificates are issued at the counter, not off a PO
           WHEN ProdIsGiftCert
               MOVE "R" TO TLStatus(POIdx)
               MOVE "GIFT CERT - NOT SOLD ON A PO" TO TLReason(POIdx)
           WHEN TLQty(POIdx) + WSQtyAlready > PMOnHandQty
               MOVE "R" TO TLStatus(POIdx)
               MOVE "INSUFFICIENT STOCK" TO TLReason(POIdx)
           WHEN OTHER
               MOVE TLQty(POIdx) TO WSSellQty
               PERFORM SelectUnitPrice
               MOVE PMProdDesc TO TLProdDesc(POIdx)
               MOVE WSSellPrice TO TLPrice(POIdx)
               MOVE WSSellBand TO TLBand(POIdx)
               COMPUTE TLAmount(POIdx) = TLQty(POIdx) * WSSellPrice
               ADD TLAmount(POIdx) TO WSMerchTotal
               ADD 1 TO WSLinesAccepted
       END-EVALUATE.

RejectAllLines.
       IF TLStatus(POIdx) = "A"
           MOVE "R" TO TLStatus(POIdx)
           MOVE "PO REJECTED" TO TLReason(POIdx)
       END-IF.

*> The real order: the accepted lines, then freight, then the header
*> with the customer's PO number on it - orderentry.cob's layout and
*> numbering throughout
WritePOAsOrder.
       PERFORM AssignOrderNumber
       MOVE ZERO TO WSLineCount
       PERFORM WriteOnePOLine VARYING POIdx FROM 1 BY 1
           UNTIL POIdx > WSPOLineCount
       PERFORM ApplyPOFreight
       MOVE SPACES TO OrderHeaderRecord
       MOVE WSCurrentOrderNum TO OHOrderNum
       MOVE WSPOCustID TO OHIDNum
       MOVE WSRunDate TO OHOrderDate
       MOVE WSLineCount TO OHLineCount
       COMPUTE OHOrderTotal = WSMerchTotal + WSFreightCharge
       SET OHOrderOpen TO TRUE
       MOVE WSCustomerPO TO OHCustomerPO
       MOVE ZERO TO OHQuoteNum
       WRITE OrderHeaderRecord
           INVALID KEY DISPLAY "Warning: Header Not Written - Order "
               OHOrderNum
       END-WRITE
       PERFORM BumpNextOrderID
       IF WSInvoiceOrders = "Y"
           PERFORM InvoiceThePO
       END-IF.

WriteOnePOLine.
       IF TLStatus(POIdx) NOT = "A"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO OrderDetailRecord
       MOVE WSPOCustID TO ODIDNum
       MOVE TLProdID(POIdx) TO ODProdID
       MOVE TLProdDesc(POIdx) TO ODProdDesc
       MOVE TLQty(POIdx) TO ODProdQty
       MOVE TLPrice(POIdx) TO ODProdPrice
       MOVE TLBand(POIdx) TO ODPriceBand
       MOVE WSOrderRepCode TO ODRepCode
       MOVE WSRunDate TO ODOrderDate
       SET ODLineUnposted TO TRUE
       MOVE "S" TO ODLineType
       MOVE WSCurrentOrderNum TO ODOrderNum
       COMPUTE ODLineNum = WSLineCount + 1
       WRITE OrderDetailRecord
           INVALID KEY
               MOVE "R" TO TLStatus(POIdx)
               MOVE "LINE NOT WRITTEN - CALL US" TO TLReason(POIdx)
               SUBTRACT TLAmount(POIdx) FROM WSMerchTotal
               SUBTRACT 1 FROM WSLinesAccepted
               EXIT PARAGRAPH
       END-WRITE
       ADD 1 TO WSLineCount
       MOVE TLProdID(POIdx) TO PMProdID
       READ ProductFile
           INVALID KEY DISPLAY "Warning: Shelf Count Not Updated"
           NOT INVALID KEY
               SUBTRACT TLQty(POIdx) FROM PMOnHandQty
               REWRITE ProductData
                   INVALID KEY
                       DISPLAY "Warning: Shelf Count Not Updated"
               END-REWRITE
               PERFORM RelieveBranchStock
       END-READ.

*> LOCSTOCK.cob ignores this where stock isn't kept by location
RelieveBranchStock.
       MOVE "R" TO WSLocAction
       MOVE TLQty(POIdx) TO WSLocQty
       CALL 'LOCSTOCK' USING WSLocAction, PMProdID, WSLocBranch,
           WSLocQty, WSLocOnHand, WSLocTracked.

*> Freight goes on as the order's last line, an F line priced off the
*> shared FREIGHTRATE bands for the ship-to state and the merchandise
*> value - the same charge orderentry.cob puts on a keyed order
ApplyPOFreight.
       MOVE ZERO TO WSFreightCharge
       MOVE "N" TO WSFreightFound
       CALL 'FREIGHTRATE' USING StateCode, WSMerchTotal,
           WSFreightCharge, WSFreightFound
       IF WSFreightFound NOT = "Y" OR WSFreightCharge = ZERO
           MOVE ZERO TO WSFreightCharge
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO OrderDetailRecord
       MOVE WSPOCustID TO ODIDNum
       MOVE "FRT  " TO ODProdID
       MOVE "FREIGHT" TO ODProdDesc
       MOVE 1 TO ODProdQty
       MOVE WSFreightCharge TO ODProdPrice
       MOVE WSRunDate TO ODOrderDate
       SET ODLineUnposted TO TRUE
       MOVE "F" TO ODLineType
       MOVE WSOrderRepCode TO ODRepCode
       MOVE WSCurrentOrderNum TO ODOrderNum
       COMPUTE ODLineNum = WSLineCount + 1
       WRITE OrderDetailRecord
           INVALID KEY MOVE ZERO TO WSFreightCharge
           NOT INVALID KEY ADD 1 TO WSLineCount
       END-WRITE.

*> The order invoiced the way "invoice this order" cuts one, taxed for
*> the customer's state, with a P record carrying the customer's PO
*> number straight after the header
InvoiceThePO.
       PERFORM ReadNextInvNumber
       MOVE "N" TO WSTaxRateFound
       CALL 'TAXRATE' USING StateCode, WSTaxRate, WSTaxRateFound
       IF WSTaxRateFound NOT = "Y"
           MOVE ZERO TO WSTaxRate
       END-IF
       CALL 'TAXEXEMPT' USING IDNum, StateCode, WSRunDate,
           WSExemptFound, WSExemptCert
       IF WSExemptFound = "Y"
           MOVE ZERO TO WSTaxRate
       END-IF
       COMPUTE WSInvSubtotal = WSMerchTotal + WSFreightCharge
       COMPUTE WSInvTax ROUNDED = WSInvSubtotal * WSTaxRate
       COMPUTE WSInvTotal = WSInvSubtotal + WSInvTax
       *> EXTEND appends to the running file; if it doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first invoice creates it
       OPEN EXTEND InvoiceFile
       IF WSInvoiceFileStatus = "35"
           OPEN OUTPUT InvoiceFile
       END-IF
       IF WSInvoiceFileStatus NOT = "00"
           DISPLAY "Warning: InvoiceFile.dat Open Status "
               WSInvoiceFileStatus " - Order " WSCurrentOrderNum
               " Not Invoiced"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO InvoiceRecord
       MOVE "H" TO IhRecordType
       MOVE WSInvNumber TO IhInvNumber
       MOVE WSPOCustID TO IhIDNum
       MOVE WSRunDate TO IhInvDate
       MOVE StateCode TO IhJurisdiction
       MOVE "USD" TO IhCurrency
       MOVE WSInvSubtotal TO IhSubtotal
       MOVE WSInvTax TO IhTax
       MOVE WSInvTotal TO IhTotal
       SET InvOpen TO TRUE
       MOVE ZERO TO IhPaidAmount
       IF WSExemptFound = "Y"
           SET InvTaxExempt TO TRUE
       END-IF
       MOVE BranchCode TO IhBranch
       WRITE InvoiceRecord
       MOVE SPACES TO InvoiceRecord
       MOVE "P" TO IpRecordType
       MOVE WSInvNumber TO IpInvNumber
       MOVE WSCurrentOrderNum TO IpOrderNum
       MOVE WSCustomerPO TO IpCustomerPO
       WRITE InvoiceRecord
       PERFORM WriteOneInvoiceLine VARYING POIdx FROM 1 BY 1
           UNTIL POIdx > WSPOLineCount
       IF WSFreightCharge > ZERO
           MOVE SPACES TO InvoiceRecord
           MOVE "L" TO IlRecordType
           MOVE WSInvNumber TO IlInvNumber
           MOVE "FREIGHT" TO IlItemDesc
           MOVE 1 TO IlItemQty
           MOVE WSFreightCharge TO IlItemPrice
           MOVE WSFreightCharge TO IlItemAmount
           WRITE InvoiceRecord
       END-IF
       CLOSE InvoiceFile
       PERFORM BumpNextInvNumber
       ADD 1 TO WSInvoicesCut
       *> The header remembers it was invoiced so nobody cuts a second
       MOVE WSCurrentOrderNum TO OHOrderNum
       READ OrderHeaderFile
           INVALID KEY CONTINUE
           NOT INVALID KEY
               SET OHInvoiced TO TRUE
               REWRITE OrderHeaderRecord
                   INVALID KEY CONTINUE
               END-REWRITE
       END-READ.

WriteOneInvoiceLine.
       IF TLStatus(POIdx) NOT = "A"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO InvoiceRecord
       MOVE "L" TO IlRecordType
       MOVE WSInvNumber TO IlInvNumber
       MOVE TLProdDesc(POIdx) TO IlItemDesc
       MOVE TLQty(POIdx) TO IlItemQty
       MOVE TLPrice(POIdx) TO IlItemPrice
       MOVE TLAmount(POIdx) TO IlItemAmount
       WRITE InvoiceRecord.

*> The acknowledgment: the PO's verdict, then every line as received
WritePOAck.
       MOVE SPACES TO AckRecord
       MOVE "H" TO AHRecordType
       MOVE WSPOCustID TO AHCustID
       MOVE WSCustomerPO TO AHCustomerPO
       MOVE WSRunDate TO AHAckDate
       MOVE WSCurrentOrderNum TO AHOrderNum
       EVALUATE TRUE
           WHEN WSPOReason NOT = SPACES
               MOVE "R" TO AHStatus
               MOVE WSPOReason TO AHReason
           WHEN WSLinesAccepted = WSPOLineCount
               MOVE "A" TO AHStatus
               MOVE "ACCEPTED" TO AHReason
           WHEN OTHER
               MOVE "P" TO AHStatus
               MOVE "PARTLY ACCEPTED - SEE LINES" TO AHReason
       END-EVALUATE
       WRITE AckRecord
       PERFORM WriteOneAckLine VARYING POIdx FROM 1 BY 1
           UNTIL POIdx > WSPOLineCount.

WriteOneAckLine.
       MOVE SPACES TO AckRecord
       MOVE "L" TO ALRecordType
       MOVE TLLineNo(POIdx) TO ALLineNo
       MOVE TLProdID(POIdx) TO ALProdID
       MOVE TLQty(POIdx) TO ALQtyOrdered
       MOVE TLStatus(POIdx) TO ALStatus
       MOVE TLReason(POIdx) TO ALReason
       IF TLStatus(POIdx) = "A"
           MOVE TLQty(POIdx) TO ALQtyAccepted
           MOVE TLPrice(POIdx) TO ALUnitPrice
       ELSE
           MOVE ZERO TO ALQtyAccepted
           MOVE ZERO TO ALUnitPrice
       END-IF
       WRITE AckRecord.

*> The deepest quantity break the line's quantity reaches wins, and a
*> contract in force today beats them all - the same lookup
*> orderentry.cob runs at the keyboard
SelectUnitPrice.
       MOVE PMUnitPrice TO WSSellPrice
       MOVE "0" TO WSSellBand
       IF PMBreak1Qty IS NUMERIC AND PMBreak1Price IS NUMERIC
           AND PMBreak1Qty > ZERO AND WSSellQty >= PMBreak1Qty
           MOVE PMBreak1Price TO WSSellPrice
           MOVE "1" TO WSSellBand
       END-IF
       IF PMBreak2Qty IS NUMERIC AND PMBreak2Price IS NUMERIC
           AND PMBreak2Qty > ZERO AND WSSellQty >= PMBreak2Qty
           MOVE PMBreak2Price TO WSSellPrice
           MOVE "2" TO WSSellBand
       END-IF
       PERFORM FindContractPrice.

FindContractPrice.
       IF WSContractsHere = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE WSPOCustID TO CPIDNum
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
               IF CPIDNum NOT = WSPOCustID OR CPProdID NOT = PMProdID
                   OR CPStartDate > WSRunDate
                   MOVE "N" TO WSMoreContracts
               ELSE
                   IF CPActive AND CPEndDate NOT < WSRunDate
                       MOVE CPPrice TO WSSellPrice
                       MOVE "C" TO WSSellBand
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

*> Offer the next free order number off the shared control record,
*> probing past anything already on the header file
AssignOrderNumber.
       PERFORM ReadNextOrderID
       MOVE WSNextOrder TO WSCandidateOrder
       IF WSCandidateOrder = ZERO
           MOVE 1 TO WSCandidateOrder
       END-IF
       MOVE "N" TO WSOrderNumFree
       PERFORM ProbeOneOrderNumber UNTIL WSOrderNumFree = "Y"
       MOVE WSCandidateOrder TO WSCurrentOrderNum.

ProbeOneOrderNumber.
       MOVE WSCandidateOrder TO OHOrderNum
       READ OrderHeaderFile
           INVALID KEY MOVE "Y" TO WSOrderNumFree
           NOT INVALID KEY ADD 1 TO WSCandidateOrder
       END-READ.

ReadNextOrderID.
       MOVE 1 TO WSNextOrder
       OPEN INPUT NextOrderFile
       IF WSNextOrderStatus NOT = "00"
           CONTINUE
       ELSE
           READ NextOrderFile
               AT END CONTINUE
               NOT AT END MOVE NextOrderValue TO WSNextOrder
           END-READ
           CLOSE NextOrderFile
       END-IF.

BumpNextOrderID.
       COMPUTE WSNextOrder = WSCurrentOrderNum + 1
       OPEN OUTPUT NextOrderFile
       IF WSNextOrderStatus NOT = "00"
           DISPLAY "Warning: NextOrderID.dat Open Status "
               WSNextOrderStatus
       ELSE
           MOVE WSNextOrder TO NextOrderValue
           WRITE NextOrderRecord
           CLOSE NextOrderFile
       END-IF.

ReadNextInvNumber.
       MOVE 1 TO WSInvNumber
       OPEN INPUT InvoiceControl
       IF WSInvoiceControlStatus NOT = "00"
           CONTINUE
       ELSE
           READ InvoiceControl
               AT END CONTINUE
               NOT AT END MOVE NextInvNumber TO WSInvNumber
           END-READ
           CLOSE InvoiceControl
       END-IF.

BumpNextInvNumber.
       OPEN OUTPUT InvoiceControl
       IF WSInvoiceControlStatus NOT = "00"
           DISPLAY "Warning: InvoiceControl.dat Open Status "
               WSInvoiceControlStatus
       ELSE
           COMPUTE NextInvNumber = WSInvNumber + 1
           WRITE InvoiceControlRecord
           CLOSE InvoiceControl
       END-IF.
