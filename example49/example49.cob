               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OrderDate = WSRunDate
                           AND OrderStatus NOT = 'X'
                       PERFORM PrintRegisterLine
                   END-IF
           END-READ
       COMPUTE RG-Amount = OrderAmount + OrderTax
       MOVE OrderStatus TO RG-Status
       MOVE WSDetailLine TO RW-Line
       PERFORM SetLineBranch
       PERFORM WriteReportLine
       ADD 1 TO WSRegisterCount
       ADD OrderAmount OrderTax TO WSRegisterTotal.
           INTO RG-Extra
       END-STRING
       MOVE WSDetailLine TO RW-Line
       PERFORM SetLineBranch
       PERFORM WriteReportLine.

SetLineBranch.
       IF OrderBranch = SPACES
           MOVE "01" TO RW-Branch
       ELSE
           MOVE OrderBranch TO RW-Branch
       END-IF
       COMPUTE RW-Amount = OrderAmount + OrderTax.

PrintAgingSummary.
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
