       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example94.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ReturnFile ASSIGN TO "Returns.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RM-RMANum
           FILE STATUS IS WSReturnStatus.
DATA DIVISION.
FILE SECTION.
FD ReturnFile.
    COPY RMAREC.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1) VALUE 'N'.
01 WSReturnStatus    PIC X(2).
01 WSCreditAmt       PIC 9(7)V99.
01 WSReturnCount     PIC 9(7) VALUE 0.
01 WSOpenCount       PIC 9(7) VALUE 0.
01 WSOpenValue       PIC 9(9)V99 VALUE 0.
01 WSRecvCount       PIC 9(7) VALUE 0.
01 WSRecvValue       PIC 9(9)V99 VALUE 0.
01 WSCancelCount     PIC 9(7) VALUE 0.
01 WSOpenDisp        PIC Z(8)9.99.
01 WSRecvDisp        PIC Z(8)9.99.
01 WSTrailerLine     PIC X(120).
01 WSDetailLine.
       02 FILLER           PIC X(2).
       02 RR-RMANum        PIC 9(7).
       02 FILLER           PIC X(2).
       02 RR-InvoiceNum    PIC 9(7).
       02 FILLER           PIC X(2).
       02 RR-IDNum         PIC 9(7).
       02 FILLER           PIC X(2).
       02 RR-ItemCode      PIC X(8).
       02 FILLER           PIC X(2).
       02 RR-Quantity      PIC ZZZZ9.
       02 FILLER           PIC X(2).
       02 RR-Credit        PIC Z(6)9.99.
       02 FILLER           PIC X(2).
       02 RR-Reason        PIC X(3).
       02 FILLER           PIC X(2).
       02 RR-AuthDate      PIC 9(8).
       02 FILLER           PIC X(2).
       02 RR-Status        PIC X(10).
       02 FILLER           PIC X(2).
       02 RR-MemoNum       PIC Z(6)9.
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM OpenReport
       OPEN INPUT ReturnFile
       IF WSReturnStatus NOT = "00"
           MOVE "  No return authorizations on file" TO RW-Line
           PERFORM WriteReportLine
           CLOSE ReturnFile
           PERFORM PrintTrailer
           STOP RUN
       END-IF
       PERFORM UNTIL WSEOF = 'Y'
           READ ReturnFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   PERFORM PrintOneReturn
           END-READ
       END-PERFORM
       IF WSReturnCount = 0
           MOVE "  No return authorizations on file" TO RW-Line
           PERFORM WriteReportLine
       END-IF
       PERFORM PrintTrailer
       CLOSE ReturnFile
       DISPLAY "Returns listed: " WSReturnCount
           "  outstanding: " WSOpenCount
           "  received: " WSRecvCount
       STOP RUN.

OpenReport.
       MOVE 'O' TO RW-Action
       MOVE "ReturnsRegister.rpt" TO RW-ReportName
       MOVE "Customer Returns Register" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "  RMA      Invoice  Customer Item        Qty      Credit  Rsn  Auth      Status      Memo"
           TO RW-HeadCol
       MOVE "  -------  -------  -------  --------  -----  ----------  ---  --------  ----------  -------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

PrintOneReturn.
       ADD 1 TO WSReturnCount
       COMPUTE WSCreditAmt = RM-GoodsAmt + RM-TaxAmt
       MOVE SPACES TO WSDetailLine
       MOVE RM-RMANum TO RR-RMANum
       MOVE RM-InvoiceNum TO RR-InvoiceNum
       MOVE RM-IDNum TO RR-IDNum
       MOVE RM-ItemCode TO RR-ItemCode
       MOVE RM-Quantity TO RR-Quantity
       MOVE WSCreditAmt TO RR-Credit
       MOVE RM-Reason TO RR-Reason
       MOVE RM-AuthDate TO RR-AuthDate
       MOVE RM-MemoNum TO RR-MemoNum
       EVALUATE RM-Status
           WHEN 'A'
               MOVE "AWAITING" TO RR-Status
               ADD 1 TO WSOpenCount
               ADD WSCreditAmt TO WSOpenValue
           WHEN 'R'
               MOVE "CREDITED" TO RR-Status
               ADD 1 TO WSRecvCount
               ADD WSCreditAmt TO WSRecvValue
           WHEN 'X'
               MOVE "CANCELLED" TO RR-Status
               ADD 1 TO WSCancelCount
           WHEN OTHER
               MOVE RM-Status TO RR-Status
       END-EVALUATE
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine.

PrintTrailer.
       MOVE WSOpenValue TO WSOpenDisp
       MOVE WSRecvValue TO WSRecvDisp
       MOVE SPACES TO WSTrailerLine
       STRING "Returns: " DELIMITED BY SIZE
           WSReturnCount DELIMITED BY SIZE
           "  awaiting goods: " DELIMITED BY SIZE
           WSOpenCount DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           WSOpenDisp DELIMITED BY SIZE
           "  credited: " DELIMITED BY SIZE
           WSRecvCount DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           WSRecvDisp DELIMITED BY SIZE
           "  cancelled: " DELIMITED BY SIZE
           WSCancelCount DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
