       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example110.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DisputeFile ASSIGN TO "Disputes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DP-Key
           FILE STATUS IS WSDisputeStatus.
       SELECT OpenItemFile ASSIGN TO "OpenItems.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OI-InvoiceNum
           FILE STATUS IS WSOpenItemStatus.
DATA DIVISION.
FILE SECTION.
FD DisputeFile.
    COPY DISPUTE.

FD OpenItemFile.
    COPY OPENITEM.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1) VALUE 'N'.
01 WSDisputeStatus   PIC X(2).
01 WSOpenItemStatus  PIC X(2).
01 WSHaveOpenItems   PIC X(1) VALUE 'N'.
01 WSRunDate         PIC X(8).
01 WSRunDateNum      PIC 9(8).
01 WSRunDateInt      PIC 9(8).
01 WSDaysOpen        PIC S9(5).
01 WSBandIndex       PIC 9(1).
01 WSBandCounts.
       02 WSBandCount OCCURS 4 TIMES PIC 9(5).
01 WSBandAmounts.
       02 WSBandAmount OCCURS 4 TIMES PIC S9(9)V99.
01 WSOpenCount       PIC 9(5) VALUE 0.
01 WSOpenTotal       PIC S9(9)V99 VALUE 0.
01 WSClosedCount     PIC 9(5) VALUE 0.
01 WSDetailLine.
       02 DD-InvoiceNum    PIC 9(7).
       02 FILLER           PIC X(2).
       02 DD-IDNum         PIC 9(7).
       02 FILLER           PIC X(2).
       02 DD-Reason        PIC X(3).
       02 FILLER           PIC X(2).
       02 DD-Owner         PIC X(8).
       02 FILLER           PIC X(2).
       02 DD-OpenDate      PIC 9(8).
       02 FILLER           PIC X(2).
       02 DD-DaysOpen      PIC ZZZZ9.
       02 FILLER           PIC X(2).
       02 DD-Amount        PIC -(7)9.99.
       02 FILLER           PIC X(2).
       02 DD-Note          PIC X(40).
01 WSBandLine.
       02 FILLER           PIC X(2).
       02 BL-Label         PIC X(24).
       02 BL-Count         PIC ZZZZ9.
       02 FILLER           PIC X(2).
       02 BL-Amount        PIC -(9)9.99.
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetRunDate
       PERFORM VARYING WSBandIndex FROM 1 BY 1
           UNTIL WSBandIndex > 4
           MOVE 0 TO WSBandCount(WSBandIndex)
           MOVE 0 TO WSBandAmount(WSBandIndex)
       END-PERFORM
       PERFORM OpenReport
       OPEN I-O DisputeFile
       IF WSDisputeStatus NOT = "00"
           MOVE "  No disputes on file" TO RW-Line
           PERFORM WriteReportLine
       ELSE
           OPEN INPUT OpenItemFile
           IF WSOpenItemStatus = "00"
               MOVE 'Y' TO WSHaveOpenItems
           ELSE
               CLOSE OpenItemFile
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ DisputeFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF DP-Status = 'O'
                           PERFORM ReportOneDispute
                       END-IF
               END-READ
           END-PERFORM
           IF WSHaveOpenItems = 'Y'
               CLOSE OpenItemFile
           END-IF
       END-IF
       CLOSE DisputeFile
       PERFORM PrintBandTotals
       DISPLAY "Open disputes: " WSOpenCount " for " WSOpenTotal
           "  closed as settled: " WSClosedCount
       STOP RUN.

GetRunDate.
       ACCEPT WSRunDate FROM ENVIRONMENT "CUSTASOFDATE"
           ON EXCEPTION
               MOVE SPACES TO WSRunDate
       END-ACCEPT
       IF WSRunDate = SPACES OR WSRunDate IS NOT NUMERIC
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSRunDate
       END-IF
       MOVE WSRunDate TO WSRunDateNum
       COMPUTE WSRunDateInt
           = FUNCTION INTEGER-OF-DATE(WSRunDateNum).

OpenReport.
       MOVE 'O' TO RW-Action
       MOVE "DisputedItems.rpt" TO RW-ReportName
       MOVE "Disputed Invoices Open" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "Invoice  Custmr   Rsn  Owner     Opened     Days        Open  Note"
           TO RW-HeadCol
       MOVE "-------  -------  ---  --------  --------  -----  ----------  ----------------------------------------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

ReportOneDispute.
       IF WSHaveOpenItems = 'Y'
           MOVE DP-InvoiceNum TO OI-InvoiceNum
           READ OpenItemFile
               KEY IS OI-InvoiceNum
               INVALID KEY
                   MOVE SPACE TO OI-Status
           END-READ
           IF OI-Status NOT = 'D'
               PERFORM CloseSettledDispute
               EXIT PARAGRAPH
           END-IF
           MOVE OI-OpenAmount TO DP-Amount
       END-IF
       COMPUTE WSDaysOpen = WSRunDateInt
           - FUNCTION INTEGER-OF-DATE(DP-OpenDate)
       IF WSDaysOpen < 0
           MOVE 0 TO WSDaysOpen
       END-IF
       EVALUATE TRUE
           WHEN WSDaysOpen <= 30
               MOVE 1 TO WSBandIndex
           WHEN WSDaysOpen <= 60
               MOVE 2 TO WSBandIndex
           WHEN WSDaysOpen <= 90
               MOVE 3 TO WSBandIndex
           WHEN OTHER
               MOVE 4 TO WSBandIndex
       END-EVALUATE
       ADD 1 TO WSBandCount(WSBandIndex)
       ADD DP-Amount TO WSBandAmount(WSBandIndex)
       ADD 1 TO WSOpenCount
       ADD DP-Amount TO WSOpenTotal
       MOVE SPACES TO WSDetailLine
       MOVE DP-InvoiceNum TO DD-InvoiceNum
       MOVE DP-IDNum TO DD-IDNum
       MOVE DP-Reason TO DD-Reason
       MOVE DP-Owner TO DD-Owner
       MOVE DP-OpenDate TO DD-OpenDate
       MOVE WSDaysOpen TO DD-DaysOpen
       MOVE DP-Amount TO DD-Amount
       MOVE DP-Note TO DD-Note
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine.

CloseSettledDispute.
       MOVE 'R' TO DP-Status
       MOVE WSRunDateNum TO DP-CloseDate
       REWRITE DisputeData
           INVALID KEY
               DISPLAY "Unable to close settled dispute : "
                   DP-InvoiceNum
           NOT INVALID KEY
               ADD 1 TO WSClosedCount
       END-REWRITE.

PrintBandTotals.
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       PERFORM VARYING WSBandIndex FROM 1 BY 1
           UNTIL WSBandIndex > 4
           MOVE SPACES TO WSBandLine
           EVALUATE WSBandIndex
               WHEN 1
                   MOVE "Open up to 30 days" TO BL-Label
               WHEN 2
                   MOVE "Open 31-60 days" TO BL-Label
               WHEN 3
                   MOVE "Open 61-90 days" TO BL-Label
               WHEN OTHER
                   MOVE "Open over 90 days" TO BL-Label
           END-EVALUATE
           MOVE WSBandCount(WSBandIndex) TO BL-Count
           MOVE WSBandAmount(WSBandIndex) TO BL-Amount
           MOVE WSBandLine TO RW-Line
           PERFORM WriteReportLine
       END-PERFORM
       MOVE SPACES TO WSTrailerLine
       STRING "Open disputes: " DELIMITED BY SIZE
           WSOpenCount DELIMITED BY SIZE
           "  closed as settled this run: " DELIMITED BY SIZE
           WSClosedCount DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
