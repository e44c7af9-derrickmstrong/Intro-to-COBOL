ENVIRONMENT DIVISION.
*> Charged-off/recovered register: every account chargeoffrun.cob has
*> written off, with what has come back since - the year-end numbers
*> off a report instead of an argument. Each account shows the agency
*> it is placed with (agencyplacement.cob), and the footer breaks the
*> placed, recalled and agency-recovered totals out by agency.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> Walk the live master sequentially by primary key
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           ALTERNATE RECORD KEY IS AcctStatusCode WITH DUPLICATES
           FILE STATUS IS WSCustomerFileStatus.
       *> Looked up per account - not every charged-off account is placed
       SELECT PlacementFile ASSIGN TO "AgencyPlacements.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AGIDNum
           FILE STATUS IS WSPlacementStatus.
       SELECT AgencyFile ASSIGN TO "CollectionAgencies.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAgencyFileStatus.
       SELECT ChargeOffReport ASSIGN TO "ChargedOffAccounts.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.
       *> Reserved for future fields
       02 FILLER PIC X(93).

*> Must match agencyplacement.cob's PlacementRecord layout
FD PlacementFile.
01 PlacementRecord.
       02 AGIDNum PIC 9(08).
       02 AGAgencyCode PIC X(04).
       02 AGPlacedDate PIC 9(08).
       02 AGPlacedAmount PIC 9(7)V99.
       02 AGStatus PIC X(01).
           88 AGPlaced VALUE "P".
           88 AGRecalled VALUE "R".
       02 AGRecallDate PIC 9(08).
       02 AGRecallBy PIC X(08).
       02 AGRecallReason PIC X(12).
       02 AGRecallSent PIC X(01).
       02 AGGrossCollected PIC 9(7)V99.
       02 AGCommission PIC 9(7)V99.
       02 AGNetRemitted PIC 9(7)V99.
       02 AGLastRemitDate PIC 9(08).
       02 AGAgencyStatus PIC X(02).
       02 AGStatusDate PIC 9(08).
       02 FILLER PIC X(16).

*> Must match agencyplacement.cob's AgencyRecord layout
FD AgencyFile.
01 AgencyRecord.
       02 AgyCode PIC X(04).
       02 FILLER PIC X.
       *> Define End of File
       88 AgyEOF VALUE HIGH-VALUES.
       02 AgyName PIC X(30).
       02 FILLER PIC X.
       02 AgyCommPct PIC 9(02)V99.
       02 FILLER PIC X.
       02 AgyStatus PIC X(01).
           88 AgyActive VALUE "A".

FD ChargeOffReport.
01 ReportLine PIC X(90).

01 WSTotalCharged PIC 9(10)V99 VALUE ZERO.
01 WSTotalRecovered PIC 9(10)V99 VALUE ZERO.
01 WSNetOutstanding PIC S9(10)V99.
01 WSPlacementFound PIC X.
*> Per-agency totals, one slot per agency on CollectionAgencies.dat -
*> a placement under a code no longer on file gets a slot of its own
01 WSAgencyCount PIC 9(02) VALUE ZERO.
01 AgencyTotalsTable.
       02 AgencyTotalEntry OCCURS 20 TIMES INDEXED BY AgyIdx.
           03 AtCode PIC X(04).
           03 AtName PIC X(30).
           03 AtPlacedCount PIC 9(06).
           03 AtPlacedAmount PIC 9(10)V99.
           03 AtRecalledCount PIC 9(06).
           03 AtRecalledAmount PIC 9(10)V99.
           03 AtRecovered PIC 9(10)V99.
01 WSAgencySlotFound PIC X.
01 WSNotPlacedCount PIC 9(08) VALUE ZERO.
01 WSNotPlacedAmount PIC 9(10)V99 VALUE ZERO.
01 WSUnplacedAmount PIC S9(7)V99.
01 AgencyFooterLine.
       02 FILLER PIC X VALUE SPACE.
       02 AfCode PIC X(04).
       02 FILLER PIC X VALUE SPACE.
       02 AfName PIC X(20).
       02 FILLER PIC X VALUE SPACE.
       02 AfPlacedCount PIC ZZZZZ9.
       02 AfPlacedAmount PIC $$,$$$,$$9.99.
       02 FILLER PIC X VALUE SPACE.
       02 AfRecalledCount PIC ZZZZZ9.
       02 AfRecalledAmount PIC $$,$$$,$$9.99.
       02 FILLER PIC X VALUE SPACE.
       02 AfRecovered PIC $$,$$$,$$9.99.
01 ChgDetailLine.
       02 FILLER PIC X VALUE SPACE.
       02 RepIDNum PIC 9(8).
       02 RepCharged PIC $$,$$$,$$9.99.
       02 FILLER PIC X(7) VALUE "  Rec: ".
       02 RepRecovered PIC $$,$$$,$$9.99.
       02 FILLER PIC X(2) VALUE SPACE.
       02 RepAgency PIC X(04).
       02 FILLER PIC X VALUE SPACE.
       02 RepPlaceStatus PIC X(08).
01 WSEditedCount PIC ZZZZZZZ9.
01 WSEditedTotal PIC $,$$$,$$$,$$9.99CR.
*> FILE STATUS codes, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSReportStatus PIC X(02).
01 WSPlacementStatus PIC X(02).
01 WSAgencyFileStatus PIC X(02).

*> Operations-log staging for the OPSLOG start/end events
01 WSOpsProgram PIC X(20) VALUE "chargeoffregister".
           DISPLAY "Warning: Customer.txt Open Status "
               WSCustomerFileStatus
       END-IF
       PERFORM LoadAgencies
       *> No placements yet just means every account reads unplaced
       OPEN INPUT PlacementFile.
       OPEN OUTPUT ChargeOffReport.
       IF WSReportStatus NOT = "00"
           DISPLAY "Warning: ChargedOffAccounts.rpt Open Status "
       END-PERFORM
       PERFORM PrintFooter.
       CLOSE CustomerFile, ChargeOffReport.
       IF WSPlacementStatus = "00"
           CLOSE PlacementFile
       END-IF
       DISPLAY " "
       DISPLAY "CHARGE-OFF REGISTER COMPLETE"
       DISPLAY "Charged-Off Accounts: " WSChargedCount
       MOVE ChargeOffDate TO RepChgDate
       MOVE ChargeOffAmount TO RepCharged
       MOVE RecoveredAmount TO RepRecovered
       PERFORM FindPlacement
       WRITE ReportLine FROM ChgDetailLine.

LoadAgencies.
       OPEN INPUT AgencyFile
       IF WSAgencyFileStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ AgencyFile
           AT END SET AgyEOF TO TRUE
       END-READ
       PERFORM UNTIL AgyEOF OR WSAgencyCount >= 20
           ADD 1 TO WSAgencyCount
           SET AgyIdx TO WSAgencyCount
           MOVE AgyCode TO AtCode(AgyIdx)
           MOVE AgyName TO AtName(AgyIdx)
           PERFORM ClearAgencySlot
           READ AgencyFile
               AT END SET AgyEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE AgencyFile.

ClearAgencySlot.
       MOVE ZERO TO AtPlacedCount(AgyIdx), AtPlacedAmount(AgyIdx),
           AtRecalledCount(AgyIdx), AtRecalledAmount(AgyIdx),
           AtRecovered(AgyIdx).

*> The account's placement, if it has one, onto the detail line and
*> into its agency's totals
FindPlacement.
       MOVE SPACES TO RepAgency
       MOVE "UNPLACED" TO RepPlaceStatus
       MOVE "N" TO WSPlacementFound
       IF WSPlacementStatus = "00"
           MOVE "Y" TO WSPlacementFound
           MOVE IDNum TO AGIDNum
           READ PlacementFile
               INVALID KEY MOVE "N" TO WSPlacementFound
           END-READ
       END-IF
       IF WSPlacementFound = "N"
           COMPUTE WSUnplacedAmount = ChargeOffAmount - RecoveredAmount
           IF WSUnplacedAmount > ZERO
               ADD 1 TO WSNotPlacedCount
               ADD WSUnplacedAmount TO WSNotPlacedAmount
           END-IF
           EXIT PARAGRAPH
       END-IF
       MOVE AGAgencyCode TO RepAgency
       IF AGRecalled
           MOVE "RECALLED" TO RepPlaceStatus
       ELSE
           MOVE "PLACED" TO RepPlaceStatus
       END-IF
       PERFORM FindAgencySlot
       IF WSAgencySlotFound = "N"
           EXIT PARAGRAPH
       END-IF
       IF AGRecalled
           ADD 1 TO AtRecalledCount(AgyIdx)
           ADD AGPlacedAmount TO AtRecalledAmount(AgyIdx)
       END-IF
       ADD 1 TO AtPlacedCount(AgyIdx)
       ADD AGPlacedAmount TO AtPlacedAmount(AgyIdx)
       ADD AGNetRemitted TO AtRecovered(AgyIdx).

*> Leaves AgyIdx on the agency's slot, adding one for a code that has
*> dropped off CollectionAgencies.dat
FindAgencySlot.
       MOVE "N" TO WSAgencySlotFound
       PERFORM VARYING AgyIdx FROM 1 BY 1
           UNTIL AgyIdx > WSAgencyCount OR WSAgencySlotFound = "Y"
           IF AtCode(AgyIdx) = AGAgencyCode
               MOVE "Y" TO WSAgencySlotFound
           END-IF
       END-PERFORM
       IF WSAgencySlotFound = "Y"
           SET AgyIdx DOWN BY 1
           EXIT PARAGRAPH
       END-IF
       IF WSAgencyCount >= 20
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSAgencyCount
       SET AgyIdx TO WSAgencyCount
       MOVE AGAgencyCode TO AtCode(AgyIdx)
       MOVE "(NOT ON AGENCY FILE)" TO AtName(AgyIdx)
       PERFORM ClearAgencySlot
       MOVE "Y" TO WSAgencySlotFound.

PrintFooter.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
           WSEditedTotal DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       PERFORM PrintAgencyTotals.

*> Placed, recalled and agency-recovered (net of commission) by agency
PrintAgencyTotals.
       MOVE SPACES TO ReportLine
       WRITE ReportLine
       MOVE "COLLECTION AGENCY PLACEMENTS" TO ReportLine
       WRITE ReportLine
       MOVE " Code Agency               Placed             Recalled"
           TO ReportLine
       MOVE "      Recovered" TO ReportLine(57:)
       WRITE ReportLine
       PERFORM VARYING AgyIdx FROM 1 BY 1 UNTIL AgyIdx > WSAgencyCount
           MOVE AtCode(AgyIdx) TO AfCode
           MOVE AtName(AgyIdx) TO AfName
           MOVE AtPlacedCount(AgyIdx) TO AfPlacedCount
           MOVE AtPlacedAmount(AgyIdx) TO AfPlacedAmount
           MOVE AtRecalledCount(AgyIdx) TO AfRecalledCount
           MOVE AtRecalledAmount(AgyIdx) TO AfRecalledAmount
           MOVE AtRecovered(AgyIdx) TO AfRecovered
           WRITE ReportLine FROM AgencyFooterLine
       END-PERFORM
       MOVE WSNotPlacedCount TO WSEditedCount
       MOVE WSNotPlacedAmount TO WSEditedTotal
       MOVE SPACES TO ReportLine
       STRING "Not Yet Placed......: " DELIMITED BY SIZE
           WSEditedCount DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WSEditedTotal DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine.
