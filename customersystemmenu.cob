           DISPLAY "13: Key Returned Mail"
           DISPLAY "14: Reprint A Statement"
           DISPLAY "15: Maintain Statement Messages"
           DISPLAY "16: Maintain Purchase Orders"
           DISPLAY "17: Maintain Suppliers"
           DISPLAY "18: Physical Inventory Count"
           DISPLAY "19: Maintain Contract Prices"
           DISPLAY "20: Maintain Promotion Codes"
           DISPLAY "21: Cancel Unshipped Order Lines"
           DISPLAY "22: Maintain Invoice Disputes"
           DISPLAY "23: Fiscal Period Close"
           DISPLAY "24: GL Chart Of Accounts"
           DISPLAY "25: Autopay Enrollment"
           DISPLAY "26: Stop Or Void A Refund Check"
           DISPLAY "27: Clear Bank Reconciliation Items"
           DISPLAY "28: Recall Account From Collection Agency"
           DISPLAY "29: Sanctions Review Queue"
           DISPLAY "30: Tax Exemption Certificates"
           DISPLAY "31: New Account Credit Approval"
           DISPLAY "32: Approve Pending Changes"
           DISPLAY "33: Customer Data Disclosure Export"
           DISPLAY "34: Report Archive Viewer"
           DISPLAY "35: Complaint Cases"
           DISPLAY "36: Sales Reps & Territories"
           DISPLAY "37: Reorder Proposals"
           DISPLAY "38: Customer Price Quotes"
           DISPLAY "39: Stock By Location & Transfers"
           DISPLAY "40: Customer Branch Transfers"
           DISPLAY "41: Gift Certificates"
           DISPLAY "0 : Quit"
           DISPLAY " : " WITH NO ADVANCING
           ACCEPT Choice
               WHEN 13 PERFORM RunReturnedMail
               WHEN 14 PERFORM RunStatementReprint
               WHEN 15 PERFORM RunStmtMessages
               WHEN 16 PERFORM RunPurchaseOrders
               WHEN 17 PERFORM RunSupplierMaint
               WHEN 18 PERFORM RunInventoryCount
               WHEN 19 PERFORM RunContractPrices
               WHEN 20 PERFORM RunPromotions
               WHEN 21 PERFORM RunOrderCancel
               WHEN 22 PERFORM RunDisputes
               WHEN 23 PERFORM RunPeriodClose
               WHEN 24 PERFORM RunGLAccounts
               WHEN 25 PERFORM RunAutopayEnroll
               WHEN 26 PERFORM RunCheckVoid
               WHEN 27 PERFORM RunReconClear
               WHEN 28 PERFORM RunAgencyRecall
               WHEN 29 PERFORM RunSanctionReview
               WHEN 30 PERFORM RunTaxExemptMaint
               WHEN 31 PERFORM RunCreditApproval
               WHEN 32 PERFORM RunChangeApproval
               WHEN 33 PERFORM RunSubjectAccess
               WHEN 34 PERFORM RunReportViewer
               WHEN 35 PERFORM RunComplaintCases
               WHEN 36 PERFORM RunSalesReps
               WHEN 37 PERFORM RunReorderReview
               WHEN 38 PERFORM RunQuotes
               WHEN 39 PERFORM RunStockTransfer
               WHEN 40 PERFORM RunBranchTransfer
               WHEN 41 PERFORM RunGiftCerts
               WHEN OTHER MOVE "N" TO StayOpen
           END-EVALUATE
       END-PERFORM.
           DISPLAY "stmtmessages Returned Code " RETURN-CODE
       END-IF.

RunPurchaseOrders.
       CALL 'purchaseorders'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "purchaseorders Returned Code " RETURN-CODE
       END-IF.

RunSupplierMaint.
       CALL 'suppliermaster'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "suppliermaster Returned Code " RETURN-CODE
       END-IF.

RunInventoryCount.
       CALL 'inventorycount'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "inventorycount Returned Code " RETURN-CODE
       END-IF.

RunContractPrices.
       CALL 'contractprices'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "contractprices Returned Code " RETURN-CODE
       END-IF.

RunPromotions.
       CALL 'promotions'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "promotions Returned Code " RETURN-CODE
       END-IF.

RunOrderCancel.
       CALL 'ordercancel'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "ordercancel Returned Code " RETURN-CODE
       END-IF.

RunDisputes.
       CALL 'disputes'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "disputes Returned Code " RETURN-CODE
       END-IF.

RunPeriodClose.
       CALL 'periodclose'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "periodclose Returned Code " RETURN-CODE
       END-IF.

RunGLAccounts.
       CALL 'glaccounts'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "glaccounts Returned Code " RETURN-CODE
       END-IF.

RunAutopayEnroll.
       CALL 'autopayenroll'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "autopayenroll Returned Code " RETURN-CODE
       END-IF.

RunCheckVoid.
       CALL 'checkvoid'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "checkvoid Returned Code " RETURN-CODE
       END-IF.

RunReconClear.
       CALL 'reconclear'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "reconclear Returned Code " RETURN-CODE
       END-IF.

RunAgencyRecall.
       CALL 'agencyrecall'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "agencyrecall Returned Code " RETURN-CODE
       END-IF.

RunSanctionReview.
       CALL 'sanctionreview'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "sanctionreview Returned Code " RETURN-CODE
       END-IF.

RunTaxExemptMaint.
       CALL 'taxexemptmaint'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "taxexemptmaint Returned Code " RETURN-CODE
       END-IF.

RunCreditApproval.
       CALL 'creditapproval'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "creditapproval Returned Code " RETURN-CODE
       END-IF.

RunChangeApproval.
       CALL 'changeapproval'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "changeapproval Returned Code " RETURN-CODE
       END-IF.

RunSubjectAccess.
       CALL 'subjectaccessexport'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "subjectaccessexport Returned Code " RETURN-CODE
       END-IF.

RunReportViewer.
       CALL 'reportviewer'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "reportviewer Returned Code " RETURN-CODE
       END-IF.

RunComplaintCases.
       CALL 'complaintcases'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "complaintcases Returned Code " RETURN-CODE
       END-IF.

RunSalesReps.
       CALL 'salesreps'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "salesreps Returned Code " RETURN-CODE
       END-IF.

RunReorderReview.
       CALL 'reorderreview'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "reorderreview Returned Code " RETURN-CODE
       END-IF.

RunQuotes.
       CALL 'quotes'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "quotes Returned Code " RETURN-CODE
       END-IF.

RunStockTransfer.
       CALL 'stocktransfer'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "stocktransfer Returned Code " RETURN-CODE
       END-IF.

RunBranchTransfer.
       CALL 'branchtransfer'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "branchtransfer Returned Code " RETURN-CODE
       END-IF.

RunGiftCerts.
       CALL 'giftcerts'
       IF RETURN-CODE NOT = ZERO
           DISPLAY "giftcerts Returned Code " RETURN-CODE
       END-IF.

*> NOTES: Build the called programs as modules first (randomlyaccessdata,
*> customerreport, writetosequentialfile, readdatafromfile, orderentry,
*> productmaster, customer360, orderreturns), then build this driver as
