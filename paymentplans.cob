*> installment amount, next due date, and status on PaymentPlans.dat.
*> planmonitor.cob checks the installments monthly, and an account on
*> a current plan stops being fined by latefeeassess.cob and
*> threatened by dunningletters.cob while they pay faithfully. A plan
*> is worked by the branch that owns the customer when it is set up,
*> and moves with the account under branchtransfer.cob.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       *> One plan per customer, keyed by IDNum
           88 PlanCurrent VALUE "A".
           88 PlanDefaulted VALUE "D".
           88 PlanCompleted VALUE "C".
       *> The branch working the plan - blank is HQ
       02 PLBranch PIC X(03).
       *> Reserved for future fields
       02 FILLER PIC X(12).

*> Must match randomlyaccessdata.cob's CustomerData layout
FD CustomerFile.
       02 SSN PIC 9(09).
       02 AccountBalance PIC S9(7)V99.
       02 DateDeleted PIC 9(08).
       *> Statement cycle through the conversion hold - carried for
       *> layout fit, see randomlyaccessdata.cob for the carve-out
       02 FILLER PIC X(202).
       *> Which branch office owns this customer - the plan's branch
       02 BranchCode PIC X(03).
       *> Reserved for future fields
       02 FILLER PIC X(25).

WORKING-STORAGE SECTION.
*> Things we will need to track
CollectPlanTerms.
       MOVE SPACES TO PaymentPlanRecord
       MOVE IDNum TO PLIDNum
       MOVE BranchCode TO PLBranch
       ACCEPT PLStartDate FROM DATE YYYYMMDD
       DISPLAY "Monthly Installment: " WITH NO ADVANCING
       ACCEPT PLInstallAmount
           DISPLAY "Set Up.....: " PLStartDate
           DISPLAY "Installment: " WSDispAmount
           DISPLAY "Next Due...: " PLNextDueDate
           DISPLAY "Branch.....: " PLBranch
           EVALUATE TRUE
               WHEN PlanCurrent DISPLAY "Status.....: Current"
               WHEN PlanDefaulted DISPLAY "Status.....: Defaulted"
