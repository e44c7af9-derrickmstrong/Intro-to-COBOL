*> Marketing campaign extract: active, good-standing customers with an
*> email on file go out as a comma-delimited name/email list in the
*> CustReport.csv style, for the marketing mail tool. Nobody delinquent,
*> closed, deleted, or email-less ever lands on a campaign. A segment
*> code (rfmscoring.cob's CustomerRFM.dat - CH champions, AR at risk
*> and so on) narrows the pull to the customers scored into it.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.txt"
       SELECT SentLogFile ASSIGN TO "CampaignSent.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSSentLogStatus.
       *> Each customer's RFM segment, for a segment-targeted pull
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
01 WSExtractCount PIC 9(08) VALUE ZERO.
01 WSNoEmailCount PIC 9(08) VALUE ZERO.
01 WSOffSegmentCount PIC 9(08) VALUE ZERO.
*> Blank pulls every segment
01 WSSegment PIC X(02).
01 WSRFMHere PIC X VALUE "N".
*> NORMALIZENAME linkage staging - same shape every caller uses
01 WSNormFullEntry PIC X(31).
01 WSNormFirstName PIC X(15).
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
       DISPLAY "CAMPAIGN EXTRACT COMPLETE"
       DISPLAY "Customers Extracted..: " WSExtractCount
       DISPLAY "Skipped - No Email...: " WSNoEmailCount
       IF WSSegment NOT = SPACES
           DISPLAY "Skipped - Not In " WSSegment "..: " WSOffSegmentCount
       END-IF
       MOVE SPACES TO WSOpsCounts
       STRING "EXT " DELIMITED BY SIZE
           WSExtractCount DELIMITED BY SIZE

*> Active and in good standing or not at all - and never without an email
ExtractOneCampaignRecord.
       IF CustActive AND AcctInGoodStanding
           AND NOT NoMarketingEmail AND NOT CustDormant
           AND WSSegment NOT = SPACES
           PERFORM CheckSegment
           IF RFSegment NOT = WSSegment
               ADD 1 TO WSOffSegmentCount
               EXIT PARAGRAPH
           END-IF
       END-IF
       IF CustActive AND AcctInGoodStanding
           AND NOT NoMarketingEmail AND NOT CustDormant
           IF Email = SPACES
                   WSContactChannel, WSContactDoc
           END-IF
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
