*> (R)elease - written back to PaymentTrans.txt flagged so the next
*> cash run applies it without re-suspecting it - or re(J)ect, which
*> drops it onto the rejected log and off the file. Items left alone
*> stay in suspense for tomorrow. Beside each item is the applied
*> payment it looks like, read straight off PaymentIndex.dat by
*> customer and reference, so the operator can see what it repeats.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SuspenseFile ASSIGN TO "PaymentSuspense.dat"
       SELECT RejectedLog ASSIGN TO "SuspenseRejected.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRejectedStatus.
       SELECT PaymentIndex ASSIGN TO "PaymentIndex.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PXKey
           FILE STATUS IS WSPaymentIndexStatus.

DATA DIVISION.
FILE SECTION.
FD RejectedLog.
01 RejectedRecord PIC X(60).

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
           88 PXReversed VALUE "R".
       02 FILLER PIC X(20).

WORKING-STORAGE SECTION.
*> The whole suspense file loaded, worked, and written back without
*> the resolved items - few items should ever sit here at once
01 WSSuspenseStatus PIC X(02).
01 WSPaymentFileStatus PIC X(02).
01 WSRejectedStatus PIC X(02).
01 WSPaymentIndexStatus PIC X(02).
*> Y while PaymentIndex.dat is open for the applied-match lookups
01 WSIndexOpen PIC X VALUE "N".
01 WSMoreIndex PIC X.
01 WSMatchShown PIC X.

PROCEDURE DIVISION.
StartPara.
           DISPLAY "No Payments In Suspense"
           GOBACK
       END-IF
       MOVE "N" TO WSIndexOpen
       OPEN INPUT PaymentIndex
       IF WSPaymentIndexStatus = "00"
           MOVE "Y" TO WSIndexOpen
       END-IF
       PERFORM ReviewOneItem VARYING SuspIdx FROM 1 BY 1
           UNTIL SuspIdx > WSItemCount
       IF WSIndexOpen = "Y"
           CLOSE PaymentIndex
       END-IF
       PERFORM WriteBackSuspense
       DISPLAY " "
       DISPLAY "SUSPENSE REVIEW COMPLETE"
           "  " WSDispAmount
           "  Ref " TabReference(SuspIdx)
           "  Held " TabHeldDate(SuspIdx)
       PERFORM ShowAppliedMatch
       DISPLAY "(R)elease, re(J)ect, or Enter to keep: "
           WITH NO ADVANCING
       ACCEPT WSAnswer
           MOVE TabHeldDate(SuspIdx) TO SuspHeldDate
           WRITE SuspenseRecord
       END-IF.

*> The applied payments this item looks like - same customer, same
*> reference, same amount - keyed reads only, however big the ledger
ShowAppliedMatch.
       IF WSIndexOpen = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE "N" TO WSMatchShown
       MOVE TabIDNum(SuspIdx) TO PXIDNum
       MOVE TabReference(SuspIdx) TO PXReference
       MOVE ZERO TO PXSeq
       MOVE "Y" TO WSMoreIndex
       START PaymentIndex KEY IS NOT LESS THAN PXKey
           INVALID KEY MOVE "N" TO WSMoreIndex
       END-START
       PERFORM UNTIL WSMoreIndex = "N"
           READ PaymentIndex NEXT RECORD
               AT END MOVE "N" TO WSMoreIndex
           END-READ
           IF WSMoreIndex = "Y"
               IF PXIDNum NOT = TabIDNum(SuspIdx)
                   OR PXReference NOT = TabReference(SuspIdx)
                   MOVE "N" TO WSMoreIndex
               ELSE
                   IF PXAmount = TabAmount(SuspIdx)
                       MOVE "Y" TO WSMatchShown
                       DISPLAY "   Already Applied " PXAppliedDate
                           "  Paid " PXPayDate "  Method " PXMethod
                           "  Status " PXStatus
                   END-IF
               END-IF
           END-IF
       END-PERFORM
       IF WSMatchShown = "N"
           DISPLAY "   No Applied Payment Like It On The Index"
       END-IF.
