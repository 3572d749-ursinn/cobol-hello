01 WSCustBuckets.
       02 WSCustBucket OCCURS 4 TIMES PIC S9(9)V99.
01 WSCustOpenTotal   PIC S9(9)V99.
01 WSCustDisputed    PIC S9(9)V99.
01 WSGrandDisputed   PIC S9(11)V99 VALUE 0.
01 WSDisputedEdit    PIC -(8)9.99.
01 WSGrandBuckets.
       02 WSGrandBucket OCCURS 4 TIMES PIC S9(11)V99.
01 WSGrandTotal      PIC S9(11)V99 VALUE 0.
       CLOSE CustomerFile
       DISPLAY "Customers on aging: " WSCustListed
           "  open receivables: " WSGrandTotal
           "  in dispute: " WSGrandDisputed
       STOP RUN.

GetAsOfDate.
           MOVE 0 TO WSCustBucket(WSBucketIndex)
       END-PERFORM
       MOVE 0 TO WSCustOpenTotal
       MOVE 0 TO WSCustDisputed
       IF WSHaveOpenItems = 'Y'
           PERFORM ScanCustomerItems
       END-IF
       IF WSCustOpenTotal NOT = 0 OR WSCustDisputed NOT = 0
           PERFORM PrintCustomerLine
       END-IF
       IF WSCustDisputed NOT = 0
           PERFORM PrintDisputedLine
       END-IF.

ScanCustomerItems.
                           AND OI-OpenAmount NOT = 0
                       PERFORM AgeOneItem
                   END-IF
                   IF OI-IDNum = IDNum AND OI-Status = 'D'
                       ADD OI-OpenAmount TO WSCustDisputed
                       ADD OI-OpenAmount TO WSGrandDisputed
                   END-IF
           END-READ
       END-PERFORM.

       MOVE WSCustBucket(4) TO AG-Over90
       MOVE WSCustOpenTotal TO AG-Total
       MOVE WSDetailLine TO RW-Line
       PERFORM SetLineBranch
       MOVE WSCustOpenTotal TO RW-Amount
       PERFORM WriteReportLine
       ADD 1 TO WSCustListed.

PrintDisputedLine.
       MOVE WSCustDisputed TO WSDisputedEdit
       MOVE SPACES TO RW-Line
       STRING "          In dispute, not aged above: " DELIMITED BY SIZE
           WSDisputedEdit DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM SetLineBranch
       PERFORM WriteReportLine.

SetLineBranch.
       IF CustBranch = SPACES
           MOVE "01" TO RW-Branch
       ELSE
           MOVE CustBranch TO RW-Branch
       END-IF.

PrintGrandTotals.
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       MOVE WSGrandTotal TO GT-Total
       MOVE WSTotalLine TO RW-Line
       PERFORM WriteReportLine
       MOVE WSGrandDisputed TO WSDisputedEdit
       MOVE SPACES TO RW-Line
       STRING " Invoices in dispute (not aged)   " DELIMITED BY SIZE
           "                                                "
               DELIMITED BY SIZE
           WSDisputedEdit DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO WSTrailerLine
       STRING "Customers listed: " DELIMITED BY SIZE
           WSCustListed DELIMITED BY SIZE
