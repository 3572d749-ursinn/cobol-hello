      *> Shared Customer Billing Preference record layout.
      *> BillPrefs.dat is keyed on BF-IDNum (one record per customer;
      *> a customer with no record is billed on paper). BF-Method is
      *> 'P' (printed invoice only), 'E' (electronic invoice file
      *> only) or 'B' (both). BF-PartnerID is the identifier the
      *> customer's payables system knows us by on the electronic
      *> invoice file, required for 'E' and 'B'. BF-ChangedDate and
      *> BF-ChangedOper record the last maintenance.
      *> Used via plain COPY in a FILE SECTION FD.
       01 BillPrefData.
           02 BF-IDNum         PIC 9(7).
           02 BF-Method        PIC X(1).
           02 BF-PartnerID     PIC X(15).
           02 BF-ChangedDate   PIC 9(8).
           02 BF-ChangedOper   PIC X(8).
