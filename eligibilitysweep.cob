*> OfferCampaign.dat file for the new-account offer mailing, and the
*> summary splits the failures between under-age and bad standing (the
*> LReturnCode 1/2 split) - marketing's quarterly "everyone who could
*> open the new account type" stops being a guess. A segment code
*> (rfmscoring.cob's CustomerRFM.dat - CH champions, AR at risk and so
*> on) narrows the sweep to the customers scored into it.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
       SELECT SentLogFile ASSIGN TO "CampaignSent.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSentLogStatus.
       *> Each customer's RFM segment, for a segment-targeted sweep
       SELECT RFMFile ASSIGN TO "CustomerRFM.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RFIDNum
           FILE STATUS IS WSRFMFileStatus.

DATA DIVISION.
FILE SECTION.
       02 FILLER PIC X VALUE SPACE.
       02 CSDate PIC 9(08).

*> Must match rfmscoring.cob's RFMRecord layout
FD RFMFile.
01 RFMRecord.
       02 RFIDNum PIC 9(08).
       02 RFScoreMonth PIC 9(06).
       02 RFRecency PIC 9(01).
       02 RFFrequency PIC 9(01).
       02 RFMonetary PIC 9(01).
       02 RFSegment PIC X(02).
       *> Score makings and last month's scores - carried for layout fit
       02 FILLER PIC X(35).
       *> Reserved for future fields
       02 FILLER PIC X(20).

WORKING-STORAGE SECTION.
*> Age derivation, same shape as CheckAcctEligibility's
01 WSEligToday PIC 9(08).
01 WSUnderAgeCount PIC 9(08) VALUE ZERO.
01 WSBadStandingCount PIC 9(08) VALUE ZERO.
01 WSOtherFailCount PIC 9(08) VALUE ZERO.
01 WSOffSegmentCount PIC 9(08) VALUE ZERO.
*> Blank sweeps every segment
01 WSSegment PIC X(02).
01 WSRFMHere PIC X VALUE "N".
*> FILE STATUS codes, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSCampaignFileStatus PIC X(02).
01 WSSentLogStatus PIC X(02).
01 WSRFMFileStatus PIC X(02).
01 WSSentDate PIC 9(08).

*> Operations-log staging for the OPSLOG start/end events
       IF WSCampaignCode = SPACES
           MOVE "GENERAL" TO WSCampaignCode
       END-IF
       DISPLAY "Segment (blank for all): " WITH NO ADVANCING.
       ACCEPT WSSegment.
       MOVE FUNCTION UPPER-CASE(WSSegment) TO WSSegment
       IF WSSegment NOT = SPACES
           OPEN INPUT RFMFile
           IF WSRFMFileStatus = "00"
               MOVE "Y" TO WSRFMHere
           ELSE
               *> Nobody is in a segment until the scoring run has run
               DISPLAY "Warning: CustomerRFM.dat Open Status "
                   WSRFMFileStatus " - No Customer Is In Segment "
                   WSSegment
           END-IF
       END-IF
       ACCEPT WSSentDate FROM DATE YYYYMMDD
       *> EXTEND stacks campaign over campaign; fall back to OUTPUT
       *> if the log doesn't exist yet (status 35)
           END-READ
       END-PERFORM
       CLOSE CustomerFile, CampaignFile, SentLogFile.
       IF WSRFMHere = "Y"
           CLOSE RFMFile
       END-IF
       DISPLAY " "
       DISPLAY "ELIGIBILITY SWEEP COMPLETE"
       DISPLAY "Customers Swept.......: " WSSweptCount
       DISPLAY "Failed On Age.........: " WSUnderAgeCount
       DISPLAY "Failed On Standing....: " WSBadStandingCount
       DISPLAY "Failed Otherwise......: " WSOtherFailCount
       IF WSSegment NOT = SPACES
           DISPLAY "Skipped - Not In " WSSegment "...: " WSOffSegmentCount
       END-IF
       MOVE SPACES TO WSOpsCounts
       STRING "ELIG " DELIMITED BY SIZE
           WSEligibleCount DELIMITED BY SIZE
*> Derive the age the same way CheckAcctEligibility does, put the real
*> standing and account type through ACCTELIGIBLE, and file the verdict
SweepOneCustomer.
       IF WSSegment NOT = SPACES
           PERFORM CheckSegment
           IF RFSegment NOT = WSSegment
               ADD 1 TO WSOffSegmentCount
               EXIT PARAGRAPH
           END-IF
       END-IF
       ADD 1 TO WSSweptCount
       COMPUTE WSEligAge = WSEligTodayYear - BirthYear
       IF WSEligTodayMonth < BirthMonth
               WHEN OTHER ADD 1 TO WSOtherFailCount
           END-EVALUATE
       END-IF.

*> The customer's segment as last scored - no score, no segment
CheckSegment.
       MOVE SPACES TO RFSegment
       IF WSRFMHere = "N"
           EXIT PARAGRAPH
       END-IF
       MOVE IDNum TO RFIDNum
       READ RFMFile
           INVALID KEY MOVE SPACES TO RFSegment
       END-READ.
