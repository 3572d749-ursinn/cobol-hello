       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example98.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT QuoteFile ASSIGN TO "Quotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS QT-QuoteNum
           FILE STATUS IS WSQuoteStatus.
DATA DIVISION.
FILE SECTION.
FD QuoteFile.
    COPY QUOTEREC.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSQuoteStatus     PIC X(2).
01 WSRunDate         PIC X(8).
01 WSRunDateNum      PIC 9(8).
01 WSRunDateInt      PIC 9(8).
01 WSHorizonDate     PIC 9(8).
01 WSDaysLeft        PIC 9(3).
01 WSExpiringCount   PIC 9(7) VALUE 0.
01 WSExpiringTotal   PIC S9(9)V99 VALUE 0.
01 WSAmountDisp      PIC -(9)9.99.
01 WSTrailerLine     PIC X(100).
01 WSBranchTable.
       02 WSBranchCount    PIC 9(3) VALUE 0.
       02 WSBranchEntry OCCURS 50 TIMES.
           03 WSTblBranch      PIC X(2).
           03 WSTblIssued      PIC 9(7).
           03 WSTblConverted   PIC 9(7).
           03 WSTblOpen        PIC 9(7).
           03 WSTblLapsed      PIC 9(7).
01 WSBranchIndex     PIC 9(3).
01 WSBranchSlot      PIC 9(3).
01 WSTotIssued       PIC 9(7) VALUE 0.
01 WSTotConverted    PIC 9(7) VALUE 0.
01 WSTotOpen         PIC 9(7) VALUE 0.
01 WSTotLapsed       PIC 9(7) VALUE 0.
01 WSRate            PIC 9(3)V9.
01 WSDetailLine.
       02 FILLER           PIC X(2).
       02 QF-Branch        PIC X(2).
       02 FILLER           PIC X(4).
       02 QF-QuoteNum      PIC 9(7).
       02 FILLER           PIC X(2).
       02 QF-IDNum         PIC 9(7).
       02 FILLER           PIC X(2).
       02 QF-QuoteDate     PIC 9(8).
       02 FILLER           PIC X(2).
       02 QF-ExpiryDate    PIC 9(8).
       02 FILLER           PIC X(2).
       02 QF-DaysLeft      PIC ZZ9.
       02 FILLER           PIC X(2).
       02 QF-Amount        PIC -(7)9.99.
       02 FILLER           PIC X(2).
       02 QF-Operator      PIC X(8).
01 WSRateLine.
       02 FILLER           PIC X(2).
       02 QR-Branch        PIC X(6).
       02 FILLER           PIC X(2).
       02 QR-Issued        PIC Z(6)9.
       02 FILLER           PIC X(2).
       02 QR-Converted     PIC Z(6)9.
       02 FILLER           PIC X(2).
       02 QR-Open          PIC Z(6)9.
       02 FILLER           PIC X(2).
       02 QR-Lapsed        PIC Z(6)9.
       02 FILLER           PIC X(2).
       02 QR-Rate          PIC ZZ9.9.
       02 QR-Pct           PIC X(1).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetRunDate
       PERFORM OpenReport
       OPEN INPUT QuoteFile
       IF WSQuoteStatus NOT = "00"
           MOVE "  No quotes on file" TO RW-Line
           PERFORM WriteReportLine
           CLOSE QuoteFile
           PERFORM PrintTrailer
           STOP RUN
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ QuoteFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   PERFORM CheckOneQuote
           END-READ
       END-PERFORM
       CLOSE QuoteFile
       IF WSExpiringCount = 0
           MOVE "  No open quotes expire in the next seven days"
               TO RW-Line
           PERFORM WriteReportLine
       END-IF
       PERFORM PrintConversionRates
       PERFORM PrintTrailer
       DISPLAY "Quotes expiring this week: " WSExpiringCount
           "  quotes on file: " WSTotIssued
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
       COMPUTE WSRunDateInt = FUNCTION INTEGER-OF-DATE(WSRunDateNum)
       COMPUTE WSHorizonDate
           = FUNCTION DATE-OF-INTEGER(WSRunDateInt + 7).

OpenReport.
       MOVE 'O' TO RW-Action
       MOVE "QuoteFollowUp.rpt" TO RW-ReportName
       MOVE "Quotes Expiring in the Next Seven Days" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "  Br    Quote    Customer Quoted    Expires   Days       Amount  Keyed by"
           TO RW-HeadCol
       MOVE "  --    -------  -------  --------  --------  ----  -----------  --------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

CheckOneQuote.
       PERFORM FindBranchSlot
       ADD 1 TO WSTblIssued(WSBranchSlot)
       ADD 1 TO WSTotIssued
       EVALUATE TRUE
           WHEN QT-Status = 'C'
               ADD 1 TO WSTblConverted(WSBranchSlot)
               ADD 1 TO WSTotConverted
           WHEN QT-Status = 'O' AND QT-ExpiryDate >= WSRunDateNum
               ADD 1 TO WSTblOpen(WSBranchSlot)
               ADD 1 TO WSTotOpen
               IF QT-ExpiryDate <= WSHorizonDate
                   PERFORM PrintExpiringQuote
               END-IF
           WHEN OTHER
               ADD 1 TO WSTblLapsed(WSBranchSlot)
               ADD 1 TO WSTotLapsed
       END-EVALUATE.

FindBranchSlot.
       MOVE 0 TO WSBranchSlot
       PERFORM VARYING WSBranchIndex FROM 1 BY 1
           UNTIL WSBranchIndex > WSBranchCount
           IF WSTblBranch(WSBranchIndex) = QT-Branch
               MOVE WSBranchIndex TO WSBranchSlot
           END-IF
       END-PERFORM
       IF WSBranchSlot = 0 AND WSBranchCount = 50
           MOVE 50 TO WSBranchSlot
       END-IF
       IF WSBranchSlot = 0
           ADD 1 TO WSBranchCount
           MOVE WSBranchCount TO WSBranchSlot
           MOVE QT-Branch TO WSTblBranch(WSBranchSlot)
           MOVE 0 TO WSTblIssued(WSBranchSlot)
           MOVE 0 TO WSTblConverted(WSBranchSlot)
           MOVE 0 TO WSTblOpen(WSBranchSlot)
           MOVE 0 TO WSTblLapsed(WSBranchSlot)
       END-IF.

PrintExpiringQuote.
       COMPUTE WSDaysLeft = FUNCTION INTEGER-OF-DATE(QT-ExpiryDate)
           - WSRunDateInt
       MOVE SPACES TO WSDetailLine
       MOVE QT-Branch TO QF-Branch
       MOVE QT-QuoteNum TO QF-QuoteNum
       MOVE QT-IDNum TO QF-IDNum
       MOVE QT-QuoteDate TO QF-QuoteDate
       MOVE QT-ExpiryDate TO QF-ExpiryDate
       MOVE WSDaysLeft TO QF-DaysLeft
       MOVE QT-Amount TO QF-Amount
       MOVE QT-Operator TO QF-Operator
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine
       ADD 1 TO WSExpiringCount
       ADD QT-Amount TO WSExpiringTotal.

PrintConversionRates.
       MOVE 'P' TO RW-Action
       CALL "RPTWRITE" USING ReportControl
       MOVE "Quote-to-Order Conversion by Branch" TO RW-Line
       PERFORM WriteReportLine
       MOVE "-----------------------------------" TO RW-Line
       PERFORM WriteReportLine
       MOVE "  Branch   Issued  Converted     Open   Lapsed    Rate"
           TO RW-Line
       PERFORM WriteReportLine
       PERFORM PrintBranchRate
           VARYING WSBranchIndex FROM 1 BY 1
           UNTIL WSBranchIndex > WSBranchCount
       MOVE SPACES TO WSRateLine
       MOVE "TOTAL" TO QR-Branch
       MOVE WSTotIssued TO QR-Issued
       MOVE WSTotConverted TO QR-Converted
       MOVE WSTotOpen TO QR-Open
       MOVE WSTotLapsed TO QR-Lapsed
       IF WSTotIssued > 0
           COMPUTE WSRate ROUNDED = WSTotConverted * 100 / WSTotIssued
       ELSE
           MOVE 0 TO WSRate
       END-IF
       MOVE WSRate TO QR-Rate
       MOVE "%" TO QR-Pct
       MOVE WSRateLine TO RW-Line
       PERFORM WriteReportLine.

PrintBranchRate.
       MOVE SPACES TO WSRateLine
       MOVE WSTblBranch(WSBranchIndex) TO QR-Branch
       MOVE WSTblIssued(WSBranchIndex) TO QR-Issued
       MOVE WSTblConverted(WSBranchIndex) TO QR-Converted
       MOVE WSTblOpen(WSBranchIndex) TO QR-Open
       MOVE WSTblLapsed(WSBranchIndex) TO QR-Lapsed
       IF WSTblIssued(WSBranchIndex) > 0
           COMPUTE WSRate ROUNDED = WSTblConverted(WSBranchIndex) * 100
               / WSTblIssued(WSBranchIndex)
       ELSE
           MOVE 0 TO WSRate
       END-IF
       MOVE WSRate TO QR-Rate
       MOVE "%" TO QR-Pct
       MOVE WSRateLine TO RW-Line
       PERFORM WriteReportLine.

PrintTrailer.
       MOVE WSExpiringTotal TO WSAmountDisp
       MOVE SPACES TO WSTrailerLine
       STRING "Quotes expiring this week: " DELIMITED BY SIZE
           WSExpiringCount DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           WSAmountDisp DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
