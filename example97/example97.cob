       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example97.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT QuoteFile ASSIGN TO "Quotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QT-QuoteNum
           FILE STATUS IS WSQuoteStatus.
       SELECT QuoteLineFile ASSIGN TO "QuoteLines.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QL-Key
           FILE STATUS IS WSQuoteLineStatus.
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
DATA DIVISION.
FILE SECTION.
FD QuoteFile.
    COPY QUOTEREC.

FD QuoteLineFile.
    COPY QUOTLINE.

FD CustomerFile.
    COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSLineEOF         PIC A(1).
01 WSFileStatus      PIC X(2).
01 WSQuoteStatus     PIC X(2).
01 WSQuoteLineStatus PIC X(2).
01 WSPrintedCount    PIC 9(7) VALUE 0.
01 WSPrintedTotal    PIC S9(9)V99 VALUE 0.
01 WSAmountDisp      PIC -(9)9.99.
01 WSTrailerLine     PIC X(80).
01 WSItemLine.
       02 FILLER           PIC X(4).
       02 QP-LineNum       PIC ZZ9.
       02 FILLER           PIC X(2).
       02 QP-ItemCode      PIC X(8).
       02 FILLER           PIC X(2).
       02 QP-Quantity      PIC ZZZZ9.
       02 FILLER           PIC X(3).
       02 QP-UnitPrice     PIC ZZZZ9.99.
       02 FILLER           PIC X(2).
       02 QP-ExtAmount     PIC -(9)9.99.
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       OPEN I-O QuoteFile
       IF WSQuoteStatus NOT = "00"
           DISPLAY "No quotes to print (status " WSQuoteStatus ")"
           CLOSE QuoteFile
           STOP RUN
       END-IF
       OPEN INPUT QuoteLineFile
       IF WSQuoteLineStatus NOT = "00"
           DISPLAY "QuoteLineFile I/O problem, status: "
               WSQuoteLineStatus
           CLOSE QuoteLineFile
           CLOSE QuoteFile
           STOP RUN WITH ERROR STATUS WSQuoteLineStatus
       END-IF
       OPEN INPUT CustomerFile
       IF WSFileStatus NOT = "00"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           CLOSE QuoteLineFile
           CLOSE QuoteFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF
       PERFORM OpenQuotePrint
       MOVE 'N' TO WSEOF
       MOVE 0 TO QT-QuoteNum
       START QuoteFile KEY IS >= QT-QuoteNum
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y'
           READ QuoteFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF QT-Printed = 'N' AND QT-Status = 'O'
                       PERFORM PrintQuote
                   END-IF
           END-READ
       END-PERFORM
       PERFORM PrintRunTrailer
       CLOSE CustomerFile
       CLOSE QuoteLineFile
       CLOSE QuoteFile
       DISPLAY "Quotes printed: " WSPrintedCount
           " for " WSPrintedTotal
       STOP RUN.

OpenQuotePrint.
       MOVE 'O' TO RW-Action
       MOVE "Quotes.rpt" TO RW-ReportName
       MOVE "Sales Quotation" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE SPACES TO RW-HeadCol
       MOVE SPACES TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl.

WriteQuoteLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

PrintQuote.
       MOVE 'P' TO RW-Action
       CALL "RPTWRITE" USING ReportControl
       MOVE SPACES TO RW-Line
       STRING "Quotation " DELIMITED BY SIZE
           QT-QuoteNum DELIMITED BY SIZE
           "     Date " DELIMITED BY SIZE
           QT-QuoteDate DELIMITED BY SIZE
           "     Valid until " DELIMITED BY SIZE
           QT-ExpiryDate DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteQuoteLine
       MOVE SPACES TO RW-Line
       PERFORM WriteQuoteLine
       PERFORM PrintCustomerAddress
       MOVE SPACES TO RW-Line
       PERFORM WriteQuoteLine
       MOVE "    Ln  Item        Qty      Price       Amount" TO RW-Line
       PERFORM WriteQuoteLine
       MOVE "    --  --------  -----   --------  -----------" TO RW-Line
       PERFORM WriteQuoteLine
       MOVE 'N' TO WSLineEOF
       MOVE QT-QuoteNum TO QL-QuoteNum
       MOVE 0 TO QL-LineNum
       START QuoteLineFile KEY IS >= QL-Key
           INVALID KEY
               MOVE 'Y' TO WSLineEOF
       END-START
       PERFORM UNTIL WSLineEOF = 'Y'
           READ QuoteLineFile NEXT RECORD
               AT END MOVE 'Y' TO WSLineEOF
               NOT AT END
                   IF QL-QuoteNum = QT-QuoteNum
                       PERFORM PrintOneQuoteLine
                   ELSE
                       MOVE 'Y' TO WSLineEOF
                   END-IF
           END-READ
       END-PERFORM
       MOVE SPACES TO RW-Line
       PERFORM WriteQuoteLine
       MOVE QT-Amount TO WSAmountDisp
       MOVE SPACES TO RW-Line
       STRING "    Quotation Total              " DELIMITED BY SIZE
           WSAmountDisp DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteQuoteLine
       MOVE "    Prices exclude sales tax, which is added when the order is placed."
           TO RW-Line
       PERFORM WriteQuoteLine
       MOVE 'Y' TO QT-Printed
       REWRITE QuoteData
           INVALID KEY
               DISPLAY "Unable to flag quote printed : " QT-QuoteNum
       END-REWRITE
       ADD 1 TO WSPrintedCount
       ADD QT-Amount TO WSPrintedTotal.

PrintCustomerAddress.
       MOVE QT-IDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               MOVE SPACES TO FirstName AddrLine1 AddrCity AddrState
                   AddrZip
               MOVE "** CUSTOMER NOT ON FILE **" TO LastName
       END-READ
       MOVE SPACES TO RW-Line
       STRING "Customer " DELIMITED BY SIZE
           QT-IDNum DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           FUNCTION TRIM(FirstName) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(LastName) DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteQuoteLine
       MOVE AddrLine1 TO RW-Line
       PERFORM WriteQuoteLine
       MOVE SPACES TO RW-Line
       STRING AddrCity DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           AddrState DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           AddrZip DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteQuoteLine.

PrintOneQuoteLine.
       MOVE SPACES TO WSItemLine
       MOVE QL-LineNum TO QP-LineNum
       MOVE QL-ItemCode TO QP-ItemCode
       MOVE QL-Quantity TO QP-Quantity
       MOVE QL-UnitPrice TO QP-UnitPrice
       MOVE QL-ExtAmount TO QP-ExtAmount
       MOVE WSItemLine TO RW-Line
       PERFORM WriteQuoteLine.

PrintRunTrailer.
       MOVE SPACES TO WSTrailerLine
       STRING "Quotes printed: " DELIMITED BY SIZE
           WSPrintedCount DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
