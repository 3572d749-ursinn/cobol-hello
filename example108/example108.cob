       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example108.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PromiseFile ASSIGN TO "Promises.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PM-Key
           FILE STATUS IS WSPromiseStatus.
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
DATA DIVISION.
FILE SECTION.
FD PromiseFile.
    COPY PROMISE.

FD CustomerFile.
    COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1) VALUE 'N'.
01 WSFileStatus      PIC X(2).
01 WSPromiseStatus   PIC X(2).
01 WSHaveCustomers   PIC X(1) VALUE 'N'.
01 WSRunDate         PIC X(8).
01 WSRunDateNum      PIC 9(8).
01 WSBrokenCount     PIC 9(5) VALUE 0.
01 WSBrokenTotal     PIC 9(9)V99 VALUE 0.
01 WSShortfall       PIC 9(7)V99.
01 WSOpenCount       PIC 9(5) VALUE 0.
01 WSDetailLine.
       02 BP-IDNum         PIC 9(7).
       02 FILLER           PIC X(2).
       02 BP-Name          PIC X(31).
       02 FILLER           PIC X(1).
       02 BP-Phone         PIC X(12).
       02 FILLER           PIC X(2).
       02 BP-DueDate       PIC 9(8).
       02 FILLER           PIC X(2).
       02 BP-Amount        PIC Z(6)9.99.
       02 FILLER           PIC X(2).
       02 BP-Paid          PIC Z(6)9.99.
       02 FILLER           PIC X(2).
       02 BP-Collector     PIC X(8).
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetRunDate
       PERFORM OpenReport
       OPEN I-O PromiseFile
       IF WSPromiseStatus NOT = "00"
           MOVE "  No promises to pay on file" TO RW-Line
           PERFORM WriteReportLine
       ELSE
           OPEN INPUT CustomerFile
           IF WSFileStatus = "00"
               MOVE 'Y' TO WSHaveCustomers
           ELSE
               CLOSE CustomerFile
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ PromiseFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF PM-Status = 'O'
                           PERFORM CheckOnePromise
                       END-IF
               END-READ
           END-PERFORM
           IF WSHaveCustomers = 'Y'
               CLOSE CustomerFile
           END-IF
       END-IF
       CLOSE PromiseFile
       PERFORM PrintTrailer
       DISPLAY "Promises broken: " WSBrokenCount
           " short by " WSBrokenTotal
           "  still open: " WSOpenCount
       STOP RUN.

GetRunDate.
       ACCEPT WSRunDate FROM ENVIRONMENT "CUSTASOFDATE"
           ON EXCEPTION
               MOVE SPACES TO WSRunDate
       END-ACCEPT
       IF WSRunDate = SPACES OR WSRunDate IS NOT NUMERIC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
       END-IF
       MOVE WSRunDate TO WSRunDateNum.

OpenReport.
       MOVE 'O' TO RW-Action
       MOVE "BrokenPromises.rpt" TO RW-ReportName
       MOVE "Broken Promises to Pay" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "Custmr   Name                            Phone         Due           Promised        Paid  Collector"
           TO RW-HeadCol
       MOVE "-------  ------------------------------  ------------  --------  ----------  ----------  --------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

CheckOnePromise.
       IF PM-DueDate >= WSRunDateNum
           ADD 1 TO WSOpenCount
           EXIT PARAGRAPH
       END-IF
       MOVE 'B' TO PM-Status
       MOVE WSRunDateNum TO PM-ClosedDate
       REWRITE PromiseData
           INVALID KEY
               DISPLAY "Unable to mark promise broken : " PM-IDNum
               EXIT PARAGRAPH
       END-REWRITE
       ADD 1 TO WSBrokenCount
       COMPUTE WSShortfall = PM-Amount - PM-Paid
       ADD WSShortfall TO WSBrokenTotal
       MOVE SPACES TO WSDetailLine
       MOVE PM-IDNum TO BP-IDNum
       IF WSHaveCustomers = 'Y'
           MOVE PM-IDNum TO IDNum
           READ CustomerFile
               KEY IS IDNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CustName TO BP-Name
                   MOVE PhoneNumber TO BP-Phone
           END-READ
       END-IF
       MOVE PM-DueDate TO BP-DueDate
       MOVE PM-Amount TO BP-Amount
       MOVE PM-Paid TO BP-Paid
       MOVE PM-Collector TO BP-Collector
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine.

PrintTrailer.
       MOVE SPACES TO WSTrailerLine
       STRING "Promises broken: " DELIMITED BY SIZE
           WSBrokenCount DELIMITED BY SIZE
           "  shortfall: " DELIMITED BY SIZE
           WSBrokenTotal DELIMITED BY SIZE
           "  open promises still running: " DELIMITED BY SIZE
           WSOpenCount DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
