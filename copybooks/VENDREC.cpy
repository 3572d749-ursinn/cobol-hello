      *> Shared Vendor Master record layout.
      *> Vendors.dat is keyed on VN-VendorID, a short code keyed by
      *> purchasing when the supplier is set up (like ItemCode in the
      *> item master). VN-LeadDays is the supplier's usual delivery
      *> time in days; purchase order entry defaults the due date from
      *> it. VN-Active is 'Y' or 'N' (deactivated - kept on file for
      *> old purchase orders, refused for new ones).
      *> Used via plain COPY in a FILE SECTION FD, and via
      *> COPY VENDREC REPLACING ... to build the matching
      *> WS-prefixed WORKING-STORAGE group.
       01 VendorData.
           02 VN-VendorID  PIC X(6).
           02 VN-Name      PIC X(30).
           02 VN-AddrLine1 PIC X(20).
           02 VN-AddrCity  PIC X(15).
           02 VN-AddrState PIC X(2).
           02 VN-AddrZip   PIC X(10).
           02 VN-Phone     PIC X(12).
           02 VN-LeadDays  PIC 9(3).
           02 VN-Active    PIC X(1).
