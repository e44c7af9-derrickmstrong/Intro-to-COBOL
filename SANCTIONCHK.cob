       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    SANCTIONCHK.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Shared sanctions screen: one customer's name against the watch list
*> sanctionimport.cob loads onto SanctionList.dat. Individuals match
*> on the NAMESOUND code of the last name plus the first name (or the
*> last name alone when the list carries no first name); entities
*> match on the whole name exactly. Every potential hit is queued on
*> SanctionReview.dat for compliance (sanctionreview.cob) - a pairing
*> compliance already cleared is never queued again, so a rescreen
*> does not resurrect a false positive. The caller gets back how many
*> hits still stand (pending or confirmed) and holds the account when
*> there are any. The list is loaded once per run, on the first call.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT WatchListFile ASSIGN TO "SanctionList.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSWatchListStatus.
       SELECT ReviewFile ASSIGN TO "SanctionReview.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRKey
           FILE STATUS IS WSReviewStatus.

DATA DIVISION.
FILE SECTION.
*> Must match sanctionimport.cob's WatchListRecord layout
FD WatchListFile.
01 WatchListRecord.
       02 WLEntryNum PIC 9(08).
       *> I individual, E entity
       02 WLType PIC X(01).
       *> Define End of File
       88 WLEOF VALUE HIGH-VALUES.
       02 WLProgram PIC X(12).
       02 WLFirstName PIC X(15).
       02 WLLastName PIC X(15).
       02 WLFirstSound PIC X(04).
       02 WLLastSound PIC X(04).
       02 WLListName PIC X(40).
       02 FILLER PIC X(21).

*> Must match sanctionreview.cob's ReviewRecord layout
FD ReviewFile.
01 ReviewRecord.
       02 SRKey.
           03 SRIDNum PIC 9(08).
           03 SREntryNum PIC 9(08).
       02 SRListName PIC X(40).
       02 SRProgram PIC X(12).
       02 SRMatchType PIC X(01).
       02 SRQueuedDate PIC 9(08).
       02 SRStatus PIC X(01).
           88 SRPending VALUE "P".
           88 SRCleared VALUE "C".
           88 SRConfirmed VALUE "M".
       02 SRDecidedBy PIC X(08).
       02 SRDecidedDate PIC 9(08).
       02 FILLER PIC X(26).

WORKING-STORAGE SECTION.
01 WSWatchListStatus PIC X(02).
01 WSReviewStatus PIC X(02).
*> The list, held for the whole run - loaded on the first call
01 WSListLoaded PIC X VALUE "N".
01 WSListOnFile PIC X VALUE "N".
01 WSListCount PIC 9(05) VALUE ZERO.
01 WSListTable.
       02 ListEntry OCCURS 0 TO 20000 TIMES DEPENDING ON WSListCount
                  INDEXED BY ListIdx.
           03 TabEntryNum PIC 9(08).
           03 TabType PIC X(01).
               88 TabIndividual VALUE "I".
           03 TabProgram PIC X(12).
           03 TabFirstSound PIC X(04).
           03 TabLastSound PIC X(04).
           03 TabFirstBlank PIC X(01).
           03 TabListName PIC X(40).
*> The customer's name as screened - normalized, sounded, and spelled
*> out in capitals for the entity comparison
01 WSNormFullEntry PIC X(31).
01 WSNormFirstName PIC X(15).
01 WSNormLastName PIC X(15).
01 WSNormFullName PIC X(31).
01 WSNormReturnCode PIC 9.
01 WSCustFirstSound PIC X(04).
01 WSCustLastSound PIC X(04).
01 WSCustUpperName PIC X(40).
01 WSCustUpperLast PIC X(40).
01 WSMatchType PIC X(01).
01 WSReviewOpen PIC X VALUE "N".
01 WSReviewFound PIC X.
01 WSToday PIC 9(08).
LINKAGE SECTION.
       01  LIDNum PIC 9(08).
       01  LFirstName PIC X(15).
       01  LLastName PIC X(15).
*> Hits still standing for this customer after the screen
       01  LHitCount PIC 9(03).
*> 0=Screened  1=No Watch List On File - Not Screened
       01  LReturnCode PIC 9.

PROCEDURE DIVISION USING LIDNum, LFirstName, LLastName, LHitCount,
       LReturnCode.
       MOVE ZERO TO LHitCount
       MOVE ZERO TO LReturnCode
       IF WSListLoaded = "N"
           PERFORM LoadWatchList
       END-IF
       IF WSListOnFile = "N"
           MOVE 1 TO LReturnCode
           EXIT PROGRAM
       END-IF
       ACCEPT WSToday FROM DATE YYYYMMDD
       MOVE SPACES TO WSNormFullEntry
       MOVE LFirstName TO WSNormFirstName
       MOVE LLastName TO WSNormLastName
       CALL 'NORMALIZENAME' USING WSNormFullEntry, WSNormFirstName,
           WSNormLastName, WSNormFullName, WSNormReturnCode
       CALL 'NAMESOUND' USING WSNormFirstName, WSCustFirstSound
       CALL 'NAMESOUND' USING WSNormLastName, WSCustLastSound
       MOVE FUNCTION UPPER-CASE(WSNormFullName) TO WSCustUpperName
       MOVE FUNCTION UPPER-CASE(WSNormLastName) TO WSCustUpperLast
       MOVE "N" TO WSReviewOpen
       PERFORM VARYING ListIdx FROM 1 BY 1 UNTIL ListIdx > WSListCount
           MOVE SPACE TO WSMatchType
           IF TabIndividual(ListIdx)
               IF TabLastSound(ListIdx) = WSCustLastSound
                   AND (TabFirstBlank(ListIdx) = "Y"
                       OR TabFirstSound(ListIdx) = WSCustFirstSound)
                   MOVE "S" TO WSMatchType
               END-IF
           ELSE
               IF TabListName(ListIdx) = WSCustUpperName
                   OR TabListName(ListIdx) = WSCustUpperLast
                   MOVE "E" TO WSMatchType
               END-IF
           END-IF
           IF WSMatchType NOT = SPACE
               PERFORM QueueOneHit
           END-IF
       END-PERFORM
       IF WSReviewOpen = "Y"
           CLOSE ReviewFile
       END-IF.

*> Call EXIT PROGRAM instead of STOP RUN for subroutines/linkage files
EXIT PROGRAM.

*> The whole list into the table - a site with no list on file (or an
*> unreadable one) screens nothing, and every caller is told so
LoadWatchList.
       MOVE "Y" TO WSListLoaded
       MOVE ZERO TO WSListCount
       OPEN INPUT WatchListFile
       IF WSWatchListStatus NOT = "00"
           EXIT PARAGRAPH
       END-IF
       READ WatchListFile
           AT END SET WLEOF TO TRUE
       END-READ
       PERFORM UNTIL WLEOF OR WSListCount >= 20000
           ADD 1 TO WSListCount
           MOVE WLEntryNum TO TabEntryNum(WSListCount)
           MOVE WLType TO TabType(WSListCount)
           MOVE WLProgram TO TabProgram(WSListCount)
           MOVE WLFirstSound TO TabFirstSound(WSListCount)
           MOVE WLLastSound TO TabLastSound(WSListCount)
           MOVE WLListName TO TabListName(WSListCount)
           IF WLFirstName = SPACES
               MOVE "Y" TO TabFirstBlank(WSListCount)
           ELSE
               MOVE "N" TO TabFirstBlank(WSListCount)
           END-IF
           READ WatchListFile
               AT END SET WLEOF TO TRUE
           END-READ
       END-PERFORM
       CLOSE WatchListFile
       IF WSListCount > ZERO
           MOVE "Y" TO WSListOnFile
       END-IF.

*> Queue the pairing unless it is already on file; a cleared pairing
*> stays cleared and does not count against the customer
QueueOneHit.
       IF WSReviewOpen = "N"
           OPEN I-O ReviewFile
           IF WSReviewStatus = "35"
               OPEN OUTPUT ReviewFile
               CLOSE ReviewFile
               OPEN I-O ReviewFile
           END-IF
           IF WSReviewStatus NOT = "00"
               DISPLAY "Warning: SanctionReview.dat Open Status "
                   WSReviewStatus
               ADD 1 TO LHitCount
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WSReviewOpen
       END-IF
       MOVE "Y" TO WSReviewFound
       MOVE LIDNum TO SRIDNum
       MOVE TabEntryNum(ListIdx) TO SREntryNum
       READ ReviewFile
           INVALID KEY MOVE "N" TO WSReviewFound
       END-READ
       IF WSReviewFound = "Y"
           IF NOT SRCleared
               ADD 1 TO LHitCount
           END-IF
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO ReviewRecord
       MOVE LIDNum TO SRIDNum
       MOVE TabEntryNum(ListIdx) TO SREntryNum
       MOVE TabListName(ListIdx) TO SRListName
       MOVE TabProgram(ListIdx) TO SRProgram
       MOVE WSMatchType TO SRMatchType
       MOVE WSToday TO SRQueuedDate
       SET SRPending TO TRUE
       MOVE ZERO TO SRDecidedDate
       WRITE ReviewRecord
           INVALID KEY
               DISPLAY "Warning: Sanctions Review For " LIDNum
                   " Not Queued"
       END-WRITE
       ADD 1 TO LHitCount.

*> Note: This is a called subprogram, not a standalone main program - build it
*> as a module for the caller to link against, not as its own executable.
