01 WSRefusedCount    PIC 9(7) VALUE 0.
01 WSOverrideCount   PIC 9(7) VALUE 0.
01 WSCustName        PIC X(26).
01 WSCustBranch      PIC X(2).
01 WSTrailerLine     PIC X(70).
01 WSDetailLine.
       02 FILLER           PIC X(1).
       END-EVALUATE
       MOVE RF-Operator TO RL-Operator
       MOVE WSDetailLine TO RW-Line
       MOVE WSCustBranch TO RW-Branch
       MOVE RF-Amount TO RW-Amount
       PERFORM WriteReportLine.

LookupCustomerName.
           KEY IS IDNum
           INVALID KEY
               MOVE "** CUSTOMER NOT ON FILE **" TO WSCustName
               MOVE "01" TO WSCustBranch
           NOT INVALID KEY
               IF CustBranch = SPACES
                   MOVE "01" TO WSCustBranch
               ELSE
                   MOVE CustBranch TO WSCustBranch
               END-IF
               MOVE SPACES TO WSCustName
               STRING FUNCTION TRIM(FirstName) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
