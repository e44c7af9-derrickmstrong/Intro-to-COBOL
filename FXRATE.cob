       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    FXRATE.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Shared exchange-rate lookup: one copy of "what was this currency
*> worth in dollars on this date" for invoice-calculator,
*> applypayments.cob, and fxrevalue.cob. The caller passes the currency
*> code and the date wanted; the rate in force is the latest one
*> ratesload.cob put on ExchangeRates.dat dated on or before it - a
*> weekend or a missed feed carries the last known rate forward. The
*> rate is dollars per one unit of the currency. Dollars (or a blank
*> code, on invoices older than the currency field) are always 1. A
*> missing file, or no rate that early, comes back not-found.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RateFile ASSIGN TO "ExchangeRates.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XRKey
           FILE STATUS IS WSRateFileStatus.

DATA DIVISION.
FILE SECTION.
*> Must match ratesload.cob's ExchangeRateRecord layout
FD RateFile.
01 ExchangeRateRecord.
       02 XRKey.
           03 XRCurrency PIC X(03).
           03 XRDate PIC 9(08).
       02 XRRate PIC 9(03)V9(06).
       02 XRLoadedDate PIC 9(08).
       02 FILLER PIC X(10).

WORKING-STORAGE SECTION.
01 WSRateFileStatus PIC X(02).
01 WSMoreRates PIC X(01).
LINKAGE SECTION.
       01  LCurrency PIC X(03).
       01  LAsOfDate PIC 9(08).
*> Dollars per one unit of LCurrency
       01  LRate PIC 9(03)V9(06).
*> The date of the rate actually used - on or before LAsOfDate
       01  LRateDate PIC 9(08).
*> Y = a rate was in force, N = none on file that early
       01  LFound PIC X(01).

PROCEDURE DIVISION USING LCurrency, LAsOfDate, LRate, LRateDate,
       LFound.
       MOVE "N" TO LFound.
       MOVE ZERO TO LRate.
       MOVE ZERO TO LRateDate.
       IF LCurrency = "USD" OR LCurrency = SPACES
           MOVE 1 TO LRate
           MOVE LAsOfDate TO LRateDate
           MOVE "Y" TO LFound
           EXIT PROGRAM
       END-IF
       OPEN INPUT RateFile.
       IF WSRateFileStatus NOT = "00"
           *> No rate file on this system - nothing can be converted
           EXIT PROGRAM
       END-IF
       MOVE LCurrency TO XRCurrency
       MOVE ZERO TO XRDate
       MOVE "Y" TO WSMoreRates
       START RateFile KEY IS NOT LESS THAN XRKey
           INVALID KEY MOVE "N" TO WSMoreRates
       END-START
       PERFORM UNTIL WSMoreRates = "N"
           READ RateFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRates
           END-READ
           IF WSMoreRates = "Y"
               IF XRCurrency NOT = LCurrency OR XRDate > LAsOfDate
                   MOVE "N" TO WSMoreRates
               ELSE
                   MOVE XRRate TO LRate
                   MOVE XRDate TO LRateDate
                   MOVE "Y" TO LFound
               END-IF
           END-IF
       END-PERFORM
       CLOSE RateFile.

*> Call EXIT PROGRAM instead of STOP RUN for subroutines/linkage files
EXIT PROGRAM.

*> Note: This is a called subprogram, not a standalone main program - build it
*> as a module for the caller to link against, not as its own executable.
