      *> Shared Credit Limit Review record layout.
      *> The quarterly credit review (example122) writes one line per
      *> customer to CreditReview.dat, ranked slowest payer first, for
      *> the twelve months ending CV-ReviewDate. CV-Payments is the
      *> number of payment applications matched to the invoices they
      *> relieved; CV-AvgDays is their simple average days-to-pay
      *> (payment date less OI-InvDate) and CV-WtdDays the average
      *> weighted by the amount applied. CV-NSFCount counts returned
      *> checks ('NR' lines), CV-DunCount and CV-DunLevel the dunning
      *> letters sent and the highest level reached. CV-HighBal is the
      *> high-balance mark: the highest month-end balance in the
      *> review year, or the current balance if that is higher.
      *> CV-OldLimit and CV-HoldFlag are the CreditControl.dat values
      *> at review time (limit zero = unlimited). CV-Action is 'R'
      *> (raise), 'H' (hold) or 'L' (lower) with the proposed
      *> CV-NewLimit and a short CV-Reason. CV-Status is 'P'
      *> (proposed), 'A' (accepted by a supervisor in example123),
      *> 'X' (rejected) or 'D' (done - applied to CreditControl.dat).
      *> Used via plain COPY in a FILE SECTION FD, and via
      *> COPY CREDREV REPLACING ... for the sort records.
       01 CreditReviewRec.
           02 CV-IDNum         PIC 9(7).
           02 CV-ReviewDate    PIC 9(8).
           02 CV-Payments      PIC 9(5).
           02 CV-AvgDays       PIC 9(4).
           02 CV-WtdDays       PIC 9(4).
           02 CV-NSFCount      PIC 9(3).
           02 CV-DunCount      PIC 9(3).
           02 CV-DunLevel      PIC 9(1).
           02 CV-Balance       PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 CV-HighBal       PIC S9(7)V99 SIGN LEADING SEPARATE.
           02 CV-OldLimit      PIC 9(7)V99.
           02 CV-HoldFlag      PIC X(1).
           02 CV-Action        PIC X(1).
           02 CV-NewLimit      PIC 9(7)V99.
           02 CV-Reason        PIC X(30).
           02 CV-Status        PIC X(1).
