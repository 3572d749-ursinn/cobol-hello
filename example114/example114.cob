       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example114.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
       SELECT SalesRepFile ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SP-RepID
           FILE STATUS IS WSSalesRepStatus.
       SELECT CustRepFile ASSIGN TO "CustReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CS-IDNum
           FILE STATUS IS WSCustRepStatus.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
    COPY CUSTREC.

FD SalesRepFile.
    COPY SALESREP.

FD CustRepFile.
    COPY CUSTREP.

WORKING-STORAGE SECTION.
01 WSMoreWork        PIC X(1) VALUE 'Y'.
01 WSFileStatus      PIC X(2).
01 WSSalesRepStatus  PIC X(2).
01 WSCustRepStatus   PIC X(2).
01 WSMode            PIC X(1).
01 WSInvalid         PIC X(1).
01 WSRepID           PIC X(4).
01 WSRepFound        PIC X(1).
01 WSAssignFound     PIC X(1).
01 WSLookupID        PIC 9(7).
01 WSName            PIC X(30).
01 WSRateInput       PIC X(8).
01 WSRate            PIC 9V9(4).
01 WSRateEdit        PIC 9.9999.
01 WSBranch          PIC X(2).
01 WSActive          PIC X(1).
       88 WSActiveValid  VALUE 'Y' 'N'.
01 WSPayrollID       PIC X(10).
01 WSOperatorID      PIC X(8).
01 WSOperRole        PIC X(1).
01 WSOperStatus      PIC X(1).
01 WSRepCount        PIC 9(5) VALUE 0.
01 WSAssignCount     PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       OPEN INPUT CustomerFile
       PERFORM CheckFileStatus
       PERFORM OpenSalesRepFile
       PERFORM OpenCustRepFile
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM GetMode
           EVALUATE WSMode
               WHEN 'S'
                   PERFORM MaintainSalesRep
               WHEN 'A'
                   PERFORM AssignCustomerRep
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM AskMoreWork
       END-PERFORM
       CLOSE CustRepFile
       CLOSE SalesRepFile
       CLOSE CustomerFile
       DISPLAY "Sales reps maintained: " WSRepCount
           "  customers assigned: " WSAssignCount
       GOBACK.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF.

OpenSalesRepFile.
       OPEN I-O SalesRepFile
       IF WSSalesRepStatus = "35"
           OPEN OUTPUT SalesRepFile
           CLOSE SalesRepFile
           OPEN I-O SalesRepFile
       END-IF
       IF WSSalesRepStatus NOT = "00" AND WSSalesRepStatus NOT = "10"
           DISPLAY "SalesRepFile I/O problem, status: " WSSalesRepStatus
           CLOSE SalesRepFile
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSSalesRepStatus
       END-IF.

OpenCustRepFile.
       OPEN I-O CustRepFile
       IF WSCustRepStatus = "35"
           OPEN OUTPUT CustRepFile
           CLOSE CustRepFile
           OPEN I-O CustRepFile
       END-IF
       IF WSCustRepStatus NOT = "00" AND WSCustRepStatus NOT = "10"
           DISPLAY "CustRepFile I/O problem, status: " WSCustRepStatus
           CLOSE CustRepFile
           CLOSE SalesRepFile
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSCustRepStatus
       END-IF.

GetMode.
       DISPLAY "Maintain a salesperson or assign a customer's rep (S/A) "
           WITH NO ADVANCING
       ACCEPT WSMode
       MOVE FUNCTION UPPER-CASE(WSMode) TO WSMode.

GetRepID.
       DISPLAY "Sales rep ID " WITH NO ADVANCING
       MOVE SPACES TO WSRepID
       ACCEPT WSRepID
       MOVE FUNCTION UPPER-CASE(WSRepID) TO WSRepID
       MOVE 'N' TO WSRepFound
       IF WSRepID = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE WSRepID TO SP-RepID
       READ SalesRepFile
           KEY IS SP-RepID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WSRepFound
       END-READ.

MaintainSalesRep.
       CALL "OPAUTH" USING WSOperatorID, WSOperRole, WSOperStatus
       IF WSOperStatus NOT = 'Y'
               OR (WSOperRole NOT = 'S' AND WSOperRole NOT = 'A')
           DISPLAY "Supervisor authority required to maintain sales"
               " reps and commission rates"
           EXIT PARAGRAPH
       END-IF
       PERFORM GetRepID
       IF WSRepID = SPACES
           EXIT PARAGRAPH
       END-IF
       IF WSRepFound = 'Y'
           MOVE SP-Rate TO WSRateEdit
           DISPLAY "Rep " SP-RepID " " SP-Name " branch " SP-Branch
               " rate " WSRateEdit " active " SP-Active
               " payroll " SP-PayrollID
           MOVE SP-Name TO WSName
           MOVE SP-Rate TO WSRate
           MOVE SP-Branch TO WSBranch
           MOVE SP-Active TO WSActive
           MOVE SP-PayrollID TO WSPayrollID
       ELSE
           DISPLAY "New sales rep : " WSRepID
           MOVE SPACES TO WSName
           MOVE 0 TO WSRate
           MOVE SPACES TO WSBranch
           MOVE 'Y' TO WSActive
           MOVE SPACES TO WSPayrollID
       END-IF
       PERFORM AcceptRepName
       PERFORM AcceptRepRate
       DISPLAY "Branch (blank = keep " WSBranch ") " WITH NO ADVANCING
       MOVE SPACES TO WSBranch
       ACCEPT WSBranch
       MOVE FUNCTION UPPER-CASE(WSBranch) TO WSBranch
       IF WSBranch = SPACES AND WSRepFound = 'Y'
           MOVE SP-Branch TO WSBranch
       END-IF
       PERFORM AcceptRepActive
       PERFORM AcceptPayrollID
       MOVE WSRepID TO SP-RepID
       MOVE WSName TO SP-Name
       MOVE WSRate TO SP-Rate
       MOVE WSBranch TO SP-Branch
       MOVE WSActive TO SP-Active
       MOVE WSPayrollID TO SP-PayrollID
       IF WSRepFound = 'Y'
           REWRITE SalesRepData
               INVALID KEY
                   DISPLAY "Unable to rewrite sales rep : " WSRepID
               NOT INVALID KEY
                   ADD 1 TO WSRepCount
                   DISPLAY "Sales rep updated : " WSRepID
           END-REWRITE
       ELSE
           WRITE SalesRepData
               INVALID KEY
                   DISPLAY "Unable to write sales rep : " WSRepID
               NOT INVALID KEY
                   ADD 1 TO WSRepCount
                   DISPLAY "Sales rep added : " WSRepID
           END-WRITE
       END-IF.

AcceptRepName.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Name (blank = keep) " WITH NO ADVANCING
           MOVE SPACES TO SP-Name
           ACCEPT SP-Name
           IF SP-Name NOT = SPACES
               MOVE SP-Name TO WSName
           END-IF
           IF WSName = SPACES
               DISPLAY "A sales rep must have a name, please re-enter"
           ELSE
               MOVE 'N' TO WSInvalid
           END-IF
       END-PERFORM.

AcceptRepRate.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           MOVE WSRate TO WSRateEdit
           DISPLAY "Commission rate, e.g. 0.0500 (blank = keep "
               WSRateEdit ") " WITH NO ADVANCING
           MOVE SPACES TO WSRateInput
           ACCEPT WSRateInput
           IF WSRateInput = SPACES
               MOVE 'N' TO WSInvalid
           ELSE
               IF FUNCTION TEST-NUMVAL(WSRateInput) NOT = 0
                   DISPLAY "Rate must be a number, please re-enter"
               ELSE
                   IF FUNCTION NUMVAL(WSRateInput) < 0
                           OR FUNCTION NUMVAL(WSRateInput) > 0.5
                       DISPLAY "Rate must be between 0 and 0.5000,"
                           " please re-enter"
                   ELSE
                       COMPUTE WSRate = FUNCTION NUMVAL(WSRateInput)
                       MOVE 'N' TO WSInvalid
                   END-IF
               END-IF
           END-IF
       END-PERFORM.

AcceptRepActive.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Active (Y/N, blank = keep " WSActive ") "
               WITH NO ADVANCING
           MOVE SPACES TO SP-Active
           ACCEPT SP-Active
           MOVE FUNCTION UPPER-CASE(SP-Active) TO SP-Active
           IF SP-Active NOT = SPACES
               MOVE SP-Active TO WSActive
           END-IF
           IF WSActiveValid
               MOVE 'N' TO WSInvalid
           ELSE
               DISPLAY "Active must be Y or N, please re-enter"
           END-IF
       END-PERFORM.

AcceptPayrollID.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Payroll employee ID (blank = keep " WSPayrollID ") "
               WITH NO ADVANCING
           MOVE SPACES TO SP-PayrollID
           ACCEPT SP-PayrollID
           MOVE FUNCTION UPPER-CASE(SP-PayrollID) TO SP-PayrollID
           IF SP-PayrollID NOT = SPACES
               MOVE SP-PayrollID TO WSPayrollID
           END-IF
           IF WSPayrollID = SPACES
               DISPLAY "Commission cannot be paid without a payroll ID,"
                   " please re-enter"
           ELSE
               MOVE 'N' TO WSInvalid
           END-IF
       END-PERFORM.

AssignCustomerRep.
       DISPLAY "Customer ID " WITH NO ADVANCING
       ACCEPT WSLookupID
       MOVE WSLookupID TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               DISPLAY "Customer not found : " WSLookupID
               EXIT PARAGRAPH
       END-READ
       IF CustStatus = 'D'
           DISPLAY "Customer is deleted : " WSLookupID
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSAssignFound
       MOVE WSLookupID TO CS-IDNum
       READ CustRepFile
           KEY IS CS-IDNum
           INVALID KEY
               DISPLAY "Customer " WSLookupID " " FirstName " " LastName
                   " has no sales rep"
           NOT INVALID KEY
               MOVE 'Y' TO WSAssignFound
               DISPLAY "Customer " WSLookupID " " FirstName " " LastName
                   " is assigned to " CS-RepID " since " CS-AssignDate
       END-READ
       PERFORM GetRepID
       IF WSRepID = SPACES
           DISPLAY "Assignment left unchanged"
           EXIT PARAGRAPH
       END-IF
       IF WSRepFound NOT = 'Y'
           DISPLAY "Sales rep not found : " WSRepID
           EXIT PARAGRAPH
       END-IF
       IF SP-Active NOT = 'Y'
           DISPLAY "Sales rep is not active : " WSRepID
           EXIT PARAGRAPH
       END-IF
       MOVE WSLookupID TO CS-IDNum
       MOVE WSRepID TO CS-RepID
       MOVE FUNCTION CURRENT-DATE(1:8) TO CS-AssignDate
       MOVE WSOperatorID TO CS-AssignOper
       IF WSAssignFound = 'Y'
           REWRITE CustRepData
               INVALID KEY
                   DISPLAY "Unable to rewrite assignment : " WSLookupID
               NOT INVALID KEY
                   ADD 1 TO WSAssignCount
                   DISPLAY "Customer " WSLookupID " reassigned to "
                       WSRepID " " SP-Name
           END-REWRITE
       ELSE
           WRITE CustRepData
               INVALID KEY
                   DISPLAY "Unable to write assignment : " WSLookupID
               NOT INVALID KEY
                   ADD 1 TO WSAssignCount
                   DISPLAY "Customer " WSLookupID " assigned to "
                       WSRepID " " SP-Name
           END-WRITE
       END-IF.

AskMoreWork.
       DISPLAY "More sales rep work (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
