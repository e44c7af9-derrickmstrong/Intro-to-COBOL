*> the DelinquentWorklist by 10:01. At shift end the drawer summary
*> lays the keyed total against the counted drawer, eodbalancing.cob
*> style, and the over/short lands on DrawerBalance.rpt under the
*> teller's ID. A card payment (method R) carries its authorization
*> code as the reference and stays out of the drawer count; each
*> payment is keyed onto PaymentIndex.dat as applypayments.cob does, so
*> cardsettlement.cob can match the processor's deposit to it. A gift
*> certificate (method G) comes off the certificate through GIFTCERT.cob
*> first and posts as GCREDEEM with the certificate number as reference -
*> out of the drawer, earning no points and never on the processor's
*> deposit, so it is not indexed either.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
       SELECT DrawerReport ASSIGN TO "DrawerBalance.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDrawerStatus.
       *> Every applied payment keyed by customer and reference
       SELECT PaymentIndex ASSIGN TO "PaymentIndex.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PXKey
           FILE STATUS IS WSPaymentIndexStatus.

DATA DIVISION.
FILE SECTION.
FD DrawerReport.
01 DrawerLine PIC X(90).

*> Must match applypayments.cob's PaymentIndexRecord layout
FD PaymentIndex.
01 PaymentIndexRecord.
       02 PXKey.
           03 PXIDNum PIC 9(08).
           03 PXReference PIC X(12).
           03 PXSeq PIC 9(03).
       02 PXAmount PIC 9(7)V99.
       02 PXPayDate PIC 9(08).
       02 PXAppliedDate PIC 9(08).
       02 PXMethod PIC X(01).
       02 PXStatus PIC X(01).
           88 PXApplied VALUE "A".
       02 FILLER PIC X(20).

WORKING-STORAGE SECTION.
*> Things we will need to track
01 StayOpen PIC X VALUE 'Y'.
01 WSKeyedCount PIC 9(05) VALUE ZERO.
01 WSKeyedTotal PIC 9(10)V99 VALUE ZERO.
01 WSCashTotal PIC 9(10)V99 VALUE ZERO.
*> Card payments settle through the processor, not the drawer
01 WSCardTotal PIC 9(10)V99 VALUE ZERO.
*> Gift certificates taken - stored value already paid for
01 WSCertTotal PIC 9(10)V99 VALUE ZERO.
01 WSDrawerExpected PIC 9(10)V99.
01 WSCountedTotal PIC 9(10)V99.
01 WSOverShort PIC S9(10)V99.
*> Edited amounts for the screen and the drawer line
*> FILE STATUS codes for every SELECTed file, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSBalanceHistoryStatus PIC X(02).
*> Fiscal-period guard result - see PERIODCHK.cob
01 WSPeriodResult PIC X(01).
01 WSOperatorFileStatus PIC X(02).
01 WSDrawerStatus PIC X(02).
01 WSPaymentIndexStatus PIC X(02).
*> Y once PaymentIndex.dat opened
01 WSIndexOpen PIC X VALUE "N".
01 WSIndexWritten PIC X.
*> After-image journal staging - see CUSTJRNL.cob
01 WSJrnlProgram PIC X(20) VALUE "tellerentry".
*> The signed-on teller's branch, stamped onto each payment
01 WSParamName PIC X(20).
01 WSParamValue PIC 9(08) VALUE ZERO.
01 WSParamFound PIC X(01) VALUE "N".
*> Gift certificate staging - see GIFTCERT.cob
01 WSCertAction PIC X(01).
01 WSCertNumber PIC 9(08).
01 WSCertAmount PIC 9(05)V99.
01 WSCertIDNum PIC 9(08).
01 WSCertReference PIC X(12).
01 WSCertBalance PIC 9(05)V99.
01 WSCertResult PIC X(01).

PROCEDURE DIVISION.
StartPara.
       MOVE ZERO TO WSKeyedCount.
       MOVE ZERO TO WSKeyedTotal.
       MOVE ZERO TO WSCashTotal.
       MOVE ZERO TO WSCardTotal.
       MOVE ZERO TO WSCertTotal.
       ACCEPT WSRunDate FROM DATE YYYYMMDD.
       MOVE "LOYALTYPER100" TO WSParamName
       CALL 'RUNPARAM' USING WSParamName, WSParamValue, WSParamFound
                   WSBalanceHistoryStatus
           END-IF
       END-IF
       PERFORM OpenPaymentIndex
       PERFORM UNTIL StayOpen = "N" OR StayOpen = "n"
           PERFORM TakeOnePayment
           DISPLAY "Another payment? (Y/N): " WITH NO ADVANCING
           ACCEPT StayOpen
       END-PERFORM
       CLOSE CustomerFile, BalanceHistory.
       IF WSIndexOpen = "Y"
           CLOSE PaymentIndex
       END-IF
       PERFORM BalanceTheDrawer
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
           DISPLAY "Payment Refused: Amount Must Be More Than Zero"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "(C)ash, Chec(K), Ca(R)d Or (G)ift Certificate: "
           WITH NO ADVANCING
       ACCEPT WSPayMethod
       MOVE FUNCTION UPPER-CASE(WSPayMethod) TO WSPayMethod
       IF WSPayMethod NOT = "C" AND WSPayMethod NOT = "K"
           AND WSPayMethod NOT = "R" AND WSPayMethod NOT = "G"
           DISPLAY "Payment Refused: Method Must Be C, K, R Or G"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WSPayReference
           DISPLAY "Check Number / Reference: " WITH NO ADVANCING
           ACCEPT WSPayReference
       END-IF
       *> The authorization code is what the processor's settlement
       *> quotes back, so a card payment can't go on without one
       IF WSPayMethod = "R"
           DISPLAY "Card Authorization Code: " WITH NO ADVANCING
           ACCEPT WSPayReference
           IF WSPayReference = SPACES
               DISPLAY "Payment Refused: Card Needs Its Authorization"
               EXIT PARAGRAPH
           END-IF
       END-IF
       *> A certificate must be live and hold the whole amount
       IF WSPayMethod = "G"
           PERFORM CheckGiftCertificate
           IF WSCertResult NOT = "Y"
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE WSPayAmount TO WSDispAmount
       DISPLAY "Take " WSDispAmount " From " FirstName " "
           LastName "? (Y/N): " WITH NO ADVANCING
           DISPLAY "Payment Cancelled"
           EXIT PARAGRAPH
       END-IF
       *> The certificate gives up its value before the balance moves
       IF WSPayMethod = "G"
           PERFORM RedeemGiftCertificate
           IF WSCertResult NOT = "Y"
               EXIT PARAGRAPH
           END-IF
       END-IF
       MOVE AccountBalance TO WSOldBalance
       SUBTRACT WSPayAmount FROM AccountBalance
       IF LoyaltyPoints IS NOT NUMERIC
           MOVE ZERO TO LoyaltyPoints
       END-IF
       *> Points were earned when the certificate was bought
       IF WSPayMethod NOT = "G"
           COMPUTE WSPointsEarned ROUNDED =
               (WSPayAmount * WSLoyaltyPer100) / 100
           ADD WSPointsEarned TO LoyaltyPoints
               ON SIZE ERROR MOVE 9999999 TO LoyaltyPoints
           END-ADD
       END-IF
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Payment Failed - Customer Not Rewritten"
               IF WSPayMethod = "C"
                   ADD WSPayAmount TO WSCashTotal
               END-IF
               IF WSPayMethod = "R"
                   ADD WSPayAmount TO WSCardTotal
               END-IF
               IF WSPayMethod = "G"
                   ADD WSPayAmount TO WSCertTotal
               END-IF
               PERFORM WriteBalanceHistory
               IF WSPayMethod NOT = "G"
                   PERFORM IndexAppliedPayment
               END-IF
               CALL 'CUSTJRNL' USING WSJrnlProgram, CustomerData
               MOVE AccountBalance TO WSDispBalance
               DISPLAY "Payment Taken - New Balance " WSDispBalance
       COMPUTE WSMovementAmount = ZERO - WSPayAmount
       MOVE IDNum TO BHIDNum
       MOVE WSRunDate TO BHDate
       IF WSPayMethod = "G"
           MOVE "GCREDEEM" TO BHSource
       ELSE
           MOVE "PAYMENT" TO BHSource
       END-IF
       MOVE WSOldBalance TO BHOldBalance
       MOVE WSMovementAmount TO BHAmount
       MOVE AccountBalance TO BHNewBalance
       MOVE WSPayReference TO BHReference
       MOVE WSPayMethod TO BHMethod
       MOVE WSTellerBranch TO BHBranch
       *> A movement dated into a closed month rolls into the open one
       CALL 'PERIODCHK' USING BHDate, BHIDNum, BHSource, BHAmount,
           "R", WSPeriodResult
       WRITE BalanceHistoryRecord.

*> The certificate number is the payment's reference - anyone's
*> certificate may pay anyone's account, as long as it is live and
*> covers the amount
CheckGiftCertificate.
       DISPLAY "Gift Certificate Number: " WITH NO ADVANCING
       ACCEPT WSCertNumber
       IF WSCertNumber IS NOT NUMERIC OR WSCertNumber = ZERO
           DISPLAY "Payment Refused: Certificate Needs Its Number"
           MOVE "N" TO WSCertResult
           EXIT PARAGRAPH
       END-IF
       MOVE "Q" TO WSCertAction
       CALL 'GIFTCERT' USING WSCertAction, WSCertNumber, WSCertAmount,
           WSCertIDNum, WSTellerBranch, WSCertReference, WSCertBalance,
           WSCertResult
       EVALUATE WSCertResult
           WHEN "Y"
               IF WSPayAmount > WSCertBalance
                   MOVE WSCertBalance TO WSDispAmount
                   DISPLAY "Payment Refused: Only " WSDispAmount
                       " Left On The Certificate"
                   MOVE "S" TO WSCertResult
               ELSE
                   MOVE WSCertNumber TO WSPayReference
               END-IF
           WHEN "N"
               DISPLAY "Payment Refused: Certificate Not On File"
           WHEN "C"
               DISPLAY "Payment Refused: Certificate Already Spent, "
                   "Voided Or Escheated"
           WHEN OTHER
               DISPLAY "Payment Refused: Certificate File Not "
                   "Available"
       END-EVALUATE.

RedeemGiftCertificate.
       MOVE "R" TO WSCertAction
       MOVE WSPayAmount TO WSCertAmount
       MOVE IDNum TO WSCertIDNum
       MOVE SPACES TO WSCertReference
       STRING "TELLER " DELIMITED BY SIZE
           WSOperatorID DELIMITED BY SPACE
           INTO WSCertReference
       END-STRING
       CALL 'GIFTCERT' USING WSCertAction, WSCertNumber, WSCertAmount,
           WSCertIDNum, WSTellerBranch, WSCertReference, WSCertBalance,
           WSCertResult
       IF WSCertResult NOT = "Y"
           DISPLAY "Payment Failed - Certificate Not Redeemed"
       END-IF.

OpenPaymentIndex.
       OPEN I-O PaymentIndex
       IF WSPaymentIndexStatus = "35"
           OPEN OUTPUT PaymentIndex
           CLOSE PaymentIndex
           OPEN I-O PaymentIndex
       END-IF
       IF WSPaymentIndexStatus = "00"
           MOVE "Y" TO WSIndexOpen
       ELSE
           MOVE "N" TO WSIndexOpen
           DISPLAY "Warning: PaymentIndex.dat Open Status "
               WSPaymentIndexStatus " - Payments Not Indexed"
       END-IF.

IndexAppliedPayment.
       IF WSIndexOpen = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO PaymentIndexRecord
       MOVE IDNum TO PXIDNum
       MOVE WSPayReference TO PXReference
       MOVE WSPayAmount TO PXAmount
       MOVE WSRunDate TO PXPayDate
       MOVE WSRunDate TO PXAppliedDate
       MOVE WSPayMethod TO PXMethod
       SET PXApplied TO TRUE
       MOVE 1 TO PXSeq
       MOVE "N" TO WSIndexWritten
       PERFORM UNTIL WSIndexWritten = "Y" OR PXSeq = 999
           WRITE PaymentIndexRecord
               INVALID KEY ADD 1 TO PXSeq
               NOT INVALID KEY MOVE "Y" TO WSIndexWritten
           END-WRITE
       END-PERFORM
       IF WSIndexWritten = "N"
           DISPLAY "Warning: Payment Not Indexed For " IDNum
               " Ref " WSPayReference
       END-IF.

*> Shift end: keyed total against the counted drawer, over/short on
*> the screen and on DrawerBalance.rpt under the teller's ID
BalanceTheDrawer.
           "  Keyed Total: " WSDispAmount
       MOVE WSCashTotal TO WSDispAmount
       DISPLAY "Of Which Cash.: " WSDispAmount
       MOVE WSCardTotal TO WSDispAmount
       DISPLAY "Of Which Card.: " WSDispAmount
       MOVE WSCertTotal TO WSDispAmount
       DISPLAY "Of Which Cert.: " WSDispAmount
       DISPLAY "Counted Drawer Total: " WITH NO ADVANCING
       ACCEPT WSCountedTotal
       IF WSCountedTotal IS NOT NUMERIC
           MOVE ZERO TO WSCountedTotal
       END-IF
       *> Card payments and gift certificates never reach the drawer
       COMPUTE WSDrawerExpected =
           WSKeyedTotal - WSCardTotal - WSCertTotal
       COMPUTE WSOverShort = WSCountedTotal - WSDrawerExpected
       MOVE WSOverShort TO WSDispOverShort
       IF WSOverShort = ZERO
           DISPLAY "Drawer Balances"
           " " DELIMITED BY SIZE
           WSOperatorID DELIMITED BY SIZE
           " Keyed " DELIMITED BY SIZE
           WSDrawerExpected DELIMITED BY SIZE
           " Counted " DELIMITED BY SIZE
           WSCountedTotal DELIMITED BY SIZE
           " Over/Short " DELIMITED BY SIZE
