       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID.    suppliermaster.
AUTHOR. Derrick Strong.
DATE-WRITTEN.October 15th 2026
ENVIRONMENT DIVISION.
*> Maintenance screen for SupplierMaster.dat, the one place a supplier's
*> name, address, contact, payment terms, and standard lead time live.
*> productmaster.cob links each product to its preferred supplier off
*> this file, supplierpriceimport.cob refuses price rows from suppliers
*> that aren't on it, and purchaseorders.cob dates its proposals with
*> the supplier's lead time. Deactivating flips the status flag; the
*> supplier stays on file for the orders already raised against it.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SupplierFile ASSIGN TO "SupplierMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SupID
           FILE STATUS IS WSSupplierFileStatus.

DATA DIVISION.
FILE SECTION.
*> One record per supplier - productmaster.cob, supplierpriceimport.cob,
*> and purchaseorders.cob read this same layout
FD SupplierFile.
01 SupplierRecord.
       02 SupID PIC X(05).
       02 SupName PIC X(30).
       02 SupStreet PIC X(20).
       02 SupCity PIC X(15).
       02 SupState PIC X(02).
       02 SupZip PIC 9(05).
       *> Who to call about a late delivery
       02 SupContact PIC X(20).
       02 SupPhone PIC 9(10).
       02 SupEmail PIC X(30).
       *> Payment terms - days after invoice the supplier expects to be
       *> paid (30 = net 30)
       02 SupTermsDays PIC 9(03).
       *> Standard days from release to delivery - the due date on a
       *> purchase order raised against this supplier
       02 SupLeadDays PIC 9(03).
       *> A = orders and price files accepted, D = no longer used
       02 SupStatusFlag PIC X(01).
           88 SupActive VALUE "A".
           88 SupInactive VALUE "D".
       *> Reserved for future fields
       02 FILLER PIC X(20).

WORKING-STORAGE SECTION.
*> Things we will need to track
01 Choice PIC 9.
01 StayOpen PIC X VALUE 'Y'.
01 SupExists PIC X.
01 WSMoreRecords PIC X.
01 WSListCount PIC 9(3) VALUE ZERO.
01 WSPause PIC X.
*> Change-entry staging - a blank or zero entry keeps what is on file
01 WSNewName PIC X(30).
01 WSNewStreet PIC X(20).
01 WSNewCity PIC X(15).
01 WSNewState PIC X(02).
01 WSNewZip PIC 9(05).
01 WSNewContact PIC X(20).
01 WSNewPhone PIC 9(10).
01 WSNewEmail PIC X(30).
01 WSNewTerms PIC 9(03).
01 WSNewLead PIC 9(03).
*> FILE STATUS code, checked right after OPEN
01 WSSupplierFileStatus PIC X(02).

PROCEDURE DIVISION.
StartPara.
       *> Reset in case this is a repeat CALL from customersystemmenu.cob -
       *> WORKING-STORAGE persists across CALLs since this is not an initial
       *> program, so a prior visit's exit would otherwise leave this "N"
       MOVE 'Y' TO StayOpen.
       *> I-O to maintain suppliers; if the file doesn't exist yet
       *> (status 35), fall back to OUTPUT so the first run creates it
       OPEN I-O SupplierFile.
       IF WSSupplierFileStatus = "35"
           OPEN OUTPUT SupplierFile
           CLOSE SupplierFile
           OPEN I-O SupplierFile
       END-IF
       IF WSSupplierFileStatus NOT = "00"
           DISPLAY "Warning: SupplierMaster.dat Open Status "
               WSSupplierFileStatus
       END-IF
       PERFORM UNTIL StayOpen = "N"
           DISPLAY " "
           DISPLAY "SUPPLIER MASTER"
               DISPLAY "1 : Add Supplier"
               DISPLAY "2 : Change Supplier"
               DISPLAY "3 : Get Supplier"
               DISPLAY "4 : List All Suppliers"
               DISPLAY "5 : Deactivate Supplier"
               DISPLAY "0 : Quit"
               DISPLAY " : " WITH NO ADVANCING
               ACCEPT Choice
               EVALUATE Choice
                    WHEN 1 PERFORM AddSupplier
                    WHEN 2 PERFORM ChangeSupplier
                    WHEN 3 PERFORM GetSupplier
                    WHEN 4 PERFORM ListAllSuppliers
                    WHEN 5 PERFORM DeactivateSupplier
                    WHEN OTHER MOVE 'N' TO StayOpen
               END-EVALUATE
       END-PERFORM.
       CLOSE SupplierFile.
       *> GOBACK instead of STOP RUN so this also runs correctly when CALLed
       *> as a subprogram from customersystemmenu.cob
       GOBACK.

AddSupplier.
       MOVE SPACES TO SupplierRecord
       DISPLAY " "
       DISPLAY "Enter Supplier ID: " WITH NO ADVANCING
       ACCEPT SupID
       DISPLAY "Supplier Name: " WITH NO ADVANCING
       ACCEPT SupName
       DISPLAY "Street: " WITH NO ADVANCING
       ACCEPT SupStreet
       DISPLAY "City: " WITH NO ADVANCING
       ACCEPT SupCity
       DISPLAY "State: " WITH NO ADVANCING
       ACCEPT SupState
       DISPLAY "Zip: " WITH NO ADVANCING
       ACCEPT SupZip
       DISPLAY "Contact Name: " WITH NO ADVANCING
       ACCEPT SupContact
       DISPLAY "Phone (10 Digits): " WITH NO ADVANCING
       ACCEPT SupPhone
       DISPLAY "Email: " WITH NO ADVANCING
       ACCEPT SupEmail
       DISPLAY "Payment Terms (Net Days): " WITH NO ADVANCING
       ACCEPT SupTermsDays
       DISPLAY "Standard Lead Time (Days): " WITH NO ADVANCING
       ACCEPT SupLeadDays
       IF SupZip IS NOT NUMERIC
           MOVE ZERO TO SupZip
       END-IF
       IF SupPhone IS NOT NUMERIC
           MOVE ZERO TO SupPhone
       END-IF
       EVALUATE TRUE
           WHEN SupID = SPACES OR SupName = SPACES
               DISPLAY "Rejected: Supplier ID and Name Must Be Non-Blank"
           WHEN SupTermsDays IS NOT NUMERIC
               DISPLAY "Rejected: Payment Terms Must Be Numeric"
           WHEN SupLeadDays IS NOT NUMERIC
               DISPLAY "Rejected: Lead Time Must Be Numeric"
           WHEN OTHER
               SET SupActive TO TRUE
               WRITE SupplierRecord
                   INVALID KEY DISPLAY "Supplier ID Taken"
                   NOT INVALID KEY DISPLAY "Supplier Added"
               END-WRITE
       END-EVALUATE.

*> Every field offered in turn - Enter on a blank keeps what is on file
ChangeSupplier.
       MOVE "Y" TO SupExists
       DISPLAY " "
       DISPLAY "Enter Supplier ID to change: " WITH NO ADVANCING
       ACCEPT SupID
       READ SupplierFile
           INVALID KEY MOVE "N" TO SupExists
       END-READ
       IF SupExists = "N"
           DISPLAY "Supplier Doesn't Exist"
           EXIT PARAGRAPH
       END-IF
       PERFORM DisplaySupplier
       DISPLAY "Press Enter To Keep A Field As It Is"
       MOVE SPACES TO WSNewName, WSNewStreet, WSNewCity, WSNewState,
           WSNewContact, WSNewEmail
       MOVE ZERO TO WSNewZip, WSNewPhone, WSNewTerms, WSNewLead
       DISPLAY "Supplier Name: " WITH NO ADVANCING
       ACCEPT WSNewName
       DISPLAY "Street: " WITH NO ADVANCING
       ACCEPT WSNewStreet
       DISPLAY "City: " WITH NO ADVANCING
       ACCEPT WSNewCity
       DISPLAY "State: " WITH NO ADVANCING
       ACCEPT WSNewState
       DISPLAY "Zip: " WITH NO ADVANCING
       ACCEPT WSNewZip
       DISPLAY "Contact Name: " WITH NO ADVANCING
       ACCEPT WSNewContact
       DISPLAY "Phone (10 Digits): " WITH NO ADVANCING
       ACCEPT WSNewPhone
       DISPLAY "Email: " WITH NO ADVANCING
       ACCEPT WSNewEmail
       DISPLAY "Payment Terms (Net Days): " WITH NO ADVANCING
       ACCEPT WSNewTerms
       DISPLAY "Standard Lead Time (Days): " WITH NO ADVANCING
       ACCEPT WSNewLead
       IF WSNewName NOT = SPACES
           MOVE WSNewName TO SupName
       END-IF
       IF WSNewStreet NOT = SPACES
           MOVE WSNewStreet TO SupStreet
       END-IF
       IF WSNewCity NOT = SPACES
           MOVE WSNewCity TO SupCity
       END-IF
       IF WSNewState NOT = SPACES
           MOVE WSNewState TO SupState
       END-IF
       IF WSNewZip IS NUMERIC AND WSNewZip > ZERO
           MOVE WSNewZip TO SupZip
       END-IF
       IF WSNewContact NOT = SPACES
           MOVE WSNewContact TO SupContact
       END-IF
       IF WSNewPhone IS NUMERIC AND WSNewPhone > ZERO
           MOVE WSNewPhone TO SupPhone
       END-IF
       IF WSNewEmail NOT = SPACES
           MOVE WSNewEmail TO SupEmail
       END-IF
       IF WSNewTerms IS NUMERIC AND WSNewTerms > ZERO
           MOVE WSNewTerms TO SupTermsDays
       END-IF
       IF WSNewLead IS NUMERIC AND WSNewLead > ZERO
           MOVE WSNewLead TO SupLeadDays
       END-IF
       REWRITE SupplierRecord
           INVALID KEY DISPLAY "Supplier Not Saved"
           NOT INVALID KEY DISPLAY "Supplier Updated"
       END-REWRITE.

GetSupplier.
       MOVE "Y" TO SupExists
       DISPLAY " "
       DISPLAY "Enter Supplier ID to find: " WITH NO ADVANCING
       ACCEPT SupID
       READ SupplierFile
           INVALID KEY MOVE "N" TO SupExists
       END-READ
       IF SupExists = "N"
           DISPLAY "Supplier Doesn't Exist"
       ELSE
           PERFORM DisplaySupplier
       END-IF.

DisplaySupplier.
       DISPLAY "Supplier ID: " SupID
       DISPLAY "Name.......: " SupName
       DISPLAY "Address....: " SupStreet
       DISPLAY "             " SupCity " " SupState " " SupZip
       DISPLAY "Contact....: " SupContact
       DISPLAY "Phone......: " SupPhone
       DISPLAY "Email......: " SupEmail
       DISPLAY "Terms......: Net " SupTermsDays " Days"
       DISPLAY "Lead Time..: " SupLeadDays " Days"
       IF SupInactive
           DISPLAY "Status.....: Inactive"
       ELSE
           DISPLAY "Status.....: Active"
       END-IF.

*> Browse every supplier, 10 at a time, lowest supplier ID first
ListAllSuppliers.
       MOVE LOW-VALUES TO SupID
       MOVE "Y" TO WSMoreRecords
       MOVE ZERO TO WSListCount
       DISPLAY " "
       DISPLAY "ALL SUPPLIERS"
       START SupplierFile KEY IS NOT LESS THAN SupID
           INVALID KEY DISPLAY "No Suppliers On File"
               MOVE "N" TO WSMoreRecords
       END-START
       PERFORM UNTIL WSMoreRecords = "N"
           READ SupplierFile NEXT RECORD
               AT END MOVE "N" TO WSMoreRecords
           END-READ
           IF WSMoreRecords = "Y"
               DISPLAY SupID "  " SupName "  " SupStatusFlag
                   "  Lead " SupLeadDays "  Net " SupTermsDays
               ADD 1 TO WSListCount
               IF WSListCount >= 10
                   DISPLAY "-- Press Enter for more --" WITH NO ADVANCING
                   ACCEPT WSPause
                   MOVE ZERO TO WSListCount
               END-IF
           END-IF
       END-PERFORM.

DeactivateSupplier.
       MOVE "Y" TO SupExists
       DISPLAY " "
       DISPLAY "Enter Supplier ID to deactivate: " WITH NO ADVANCING
       ACCEPT SupID
       READ SupplierFile
           INVALID KEY MOVE "N" TO SupExists
       END-READ
       IF SupExists = "N" OR SupInactive
           DISPLAY "Supplier Doesn't Exist"
       ELSE
           SET SupInactive TO TRUE
           REWRITE SupplierRecord
               INVALID KEY DISPLAY "Supplier Not Deactivated"
               NOT INVALID KEY DISPLAY "Supplier Deactivated"
           END-REWRITE
       END-IF.
