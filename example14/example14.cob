       MOVE WSIDNum TO DL-IDNum
       MOVE WSFirstName TO DL-FirstName
       MOVE WSLastName TO DL-LastName
       IF WSCustBranch = SPACES
           MOVE "01" TO RW-Branch
       ELSE
           MOVE WSCustBranch TO RW-Branch
       END-IF
       MOVE 'W' TO RW-Action
       MOVE WSDetailLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
