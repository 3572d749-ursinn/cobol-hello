       SELECT PaymentFile ASSIGN TO "PaymentHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPayFileStatus.
       SELECT OpenItemFile ASSIGN TO "OpenItems.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OI-InvoiceNum
           FILE STATUS IS WSOpenItemStatus.
       SELECT ReportFile ASSIGN TO "STMTOUT"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FD PaymentFile.
    COPY PAYHIST.

FD OpenItemFile.
    COPY OPENITEM.

FD ReportFile.
01 ReportLine   PIC X(80).

01 WSOrderFileStatus PIC X(2).
01 WSLineFileStatus  PIC X(2).
01 WSPayFileStatus   PIC X(2).
01 WSOpenItemStatus  PIC X(2).
01 WSItemEOF         PIC A(1).
01 WSDisputedTotal   PIC S9(9)V99.
01 WSHaveLines       PIC X(1) VALUE 'N'.
01 WSStatementMonth  PIC X(6).
01 WSMonthIn         PIC X(6).
           EXIT PARAGRAPH
       END-IF
       IF PH-Type = SPACES OR PH-Type = "PY" OR PH-Type = "CM"
               OR PH-Type = "WO" OR PH-Type = "OX"
           IF PH-Date(1:6) = WSStatementMonth
               ADD PH-Amount TO WSPaymentTotal
           END-IF
               ADD PH-Amount TO WSPaymentAfter
           END-IF
       END-IF
       IF PH-Type = "FC" OR PH-Type = "DM" OR PH-Type = "NR"
               OR PH-Type = "NF" OR PH-Type = "RF"
           IF PH-Date(1:6) = WSStatementMonth
               ADD PH-Amount TO WSOrderTotal
           END-IF
           WSAmountDisp DELIMITED BY SIZE
           INTO ReportLine
       END-STRING
       WRITE ReportLine
       PERFORM PrintDisputedItems.

PrintDisputedItems.
       OPEN INPUT OpenItemFile
       IF WSOpenItemStatus = "00"
           MOVE 0 TO WSDisputedTotal
           MOVE 'N' TO WSItemEOF
           MOVE 0 TO OI-InvoiceNum
           START OpenItemFile KEY IS >= OI-InvoiceNum
               INVALID KEY
                   MOVE 'Y' TO WSItemEOF
           END-START
           PERFORM UNTIL WSItemEOF = 'Y'
               READ OpenItemFile NEXT RECORD
                   AT END MOVE 'Y' TO WSItemEOF
                   NOT AT END
                       IF OI-IDNum = WSIDNum AND OI-Status = 'D'
                           PERFORM PrintOneDisputedItem
                       END-IF
               END-READ
           END-PERFORM
           IF WSDisputedTotal NOT = 0
               MOVE WSDisputedTotal TO WSAmountDisp
               MOVE SPACES TO ReportLine
               STRING "  Under review, not due     " DELIMITED BY SIZE
                   WSAmountDisp DELIMITED BY SIZE
                   INTO ReportLine
               END-STRING
               WRITE ReportLine
           END-IF
       END-IF
       CLOSE OpenItemFile.

PrintOneDisputedItem.
       MOVE SPACES TO WSDetailLine
       MOVE "Disputed" TO SL-Label
       MOVE OI-InvoiceNum TO SL-Reference
       MOVE OI-InvDate TO SL-Date
       MOVE OI-OpenAmount TO SL-Amount
       WRITE ReportLine FROM WSDetailLine
       ADD OI-OpenAmount TO WSDisputedTotal.

PrintOrderLines.
       OPEN INPUT OrderFile
                       IF PH-IDNum IS NUMERIC
                               AND PH-IDNum = WSIDNum
                               AND PH-Date(1:6) = WSStatementMonth
                               AND PH-Type NOT = "WR"
                           PERFORM PrintOnePaymentLine
                       END-IF
               END-READ
           WHEN "DM"
               MOVE "Dbt Memo" TO SL-Label
               MOVE PH-Amount TO SL-Amount
           WHEN "NR"
               MOVE "Rtn Check" TO SL-Label
               MOVE PH-Amount TO SL-Amount
           WHEN "NF"
               MOVE "NSF Fee" TO SL-Label
               MOVE PH-Amount TO SL-Amount
           WHEN "RF"
               MOVE "Refund" TO SL-Label
               MOVE PH-Amount TO SL-Amount
           WHEN "CM"
               MOVE "Cr Memo" TO SL-Label
               COMPUTE SL-Amount = 0 - PH-Amount
           WHEN "WO"
               MOVE "Write-Off" TO SL-Label
               COMPUTE SL-Amount = 0 - PH-Amount
           WHEN "OX"
               MOVE "Ord Cancel" TO SL-Label
               COMPUTE SL-Amount = 0 - PH-Amount
           WHEN OTHER
               MOVE "Payment" TO SL-Label
               COMPUTE SL-Amount = 0 - PH-Amount
