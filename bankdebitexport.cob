       *> Gates who the bank may pull from
       02 DebitConsent PIC X(01).
           88 DebitConsentGiven VALUE "Y".
       *> Address through the branch code - carried for layout fit,
       *> see randomlyaccessdata.cob's CustomerData for the carve-out
       02 FILLER PIC X(194).
       *> The bank may not pull from an account under a bankruptcy stay
       02 BankruptcyFlag PIC X(01).
           88 BankruptcyStay VALUE "B", "D".
       *> Reserved for future fields
       02 FILLER PIC X(24).

*> Fixed-width bank-debit feed - every field a fixed column, no delimiters.
*> The first byte types each record: H header, D detail, T trailer.
01 WSTotalDebits PIC 9(10)V99 VALUE ZERO.
01 WSNoConsentCount PIC 9(08) VALUE ZERO.
01 WSNothingOwedCount PIC 9(08) VALUE ZERO.
01 WSBankruptcyCount PIC 9(08) VALUE ZERO.
*> FILE STATUS codes, checked right after each OPEN
01 WSCustomerFileStatus PIC X(02).
01 WSDebitFileStatus PIC X(02).
       DISPLAY "Debits Exported.......: " WSDetailCount
       DISPLAY "Skipped - No Consent..: " WSNoConsentCount
       DISPLAY "Skipped - Nothing Owed: " WSNothingOwedCount
       DISPLAY "Skipped - Bankruptcy..: " WSBankruptcyCount
       MOVE SPACES TO WSOpsCounts
       STRING "DEBITS " DELIMITED BY SIZE
           WSDetailCount DELIMITED BY SIZE
ExportOneDebit.
       IF NOT DebitConsentGiven
           ADD 1 TO WSNoConsentCount
           EXIT PARAGRAPH
       END-IF
       *> Drafting a bankrupt customer's account breaks the court's stay,
       *> consent or no consent
       IF BankruptcyStay
           ADD 1 TO WSBankruptcyCount
           EXIT PARAGRAPH
       END-IF
       IF AccountBalance NOT > ZERO
           ADD 1 TO WSNothingOwedCount
       ELSE
           WRITE DebitRecord
           ADD 1 TO WSDetailCount
           ADD WSDebitAmount TO WSTotalDebits
       END-IF.

WriteTrailerRecord.
