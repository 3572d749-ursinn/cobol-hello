       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example121.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DupRemitFile ASSIGN TO "DupRemit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDupRemitStatus.
DATA DIVISION.
FILE SECTION.
FD DupRemitFile.
    COPY DUPREMIT.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSDupRemitStatus  PIC X(2).
01 WSDateParm        PIC X(8).
01 WSReportDate      PIC 9(8).
01 WSFilesRefused    PIC 9(7) VALUE 0.
01 WSFilesTotal      PIC 9(11)V99 VALUE 0.
01 WSItemsHeld       PIC 9(7) VALUE 0.
01 WSItemsTotal      PIC 9(11)V99 VALUE 0.
01 WSDetailLine.
       02 DR-Source        PIC X(8).
       02 FILLER           PIC X(1).
       02 DR-Exception     PIC X(14).
       02 FILLER           PIC X(1).
       02 DR-IDNum         PIC X(7).
       02 FILLER           PIC X(1).
       02 DR-CheckNum      PIC X(10).
       02 FILLER           PIC X(1).
       02 DR-Reference     PIC X(7).
       02 FILLER           PIC X(1).
       02 DR-Count         PIC Z(6)9.
       02 FILLER           PIC X(1).
       02 DR-Amount        PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER           PIC X(1).
       02 DR-PrevBatch     PIC X(14).
       02 FILLER           PIC X(1).
       02 DR-PrevDate      PIC 9(8).
01 WSAmountEdit      PIC ZZZ,ZZZ,ZZ9.99.
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetReportDate
       PERFORM OpenReport
       PERFORM ListExceptions
       PERFORM PrintTotals
       DISPLAY "Duplicate remittance exceptions for " WSReportDate
           ": files refused " WSFilesRefused
           "  remittances held " WSItemsHeld
       IF WSFilesRefused > 0 OR WSItemsHeld > 0
           MOVE 4 TO RETURN-CODE
       END-IF
       STOP RUN.

GetReportDate.
       MOVE SPACES TO WSDateParm
       ACCEPT WSDateParm FROM COMMAND-LINE
       IF WSDateParm = SPACES OR WSDateParm IS NOT NUMERIC
           ACCEPT WSDateParm FROM ENVIRONMENT "CUSTASOFDATE"
               ON EXCEPTION
                   MOVE SPACES TO WSDateParm
           END-ACCEPT
       END-IF
       IF WSDateParm IS NUMERIC
           MOVE WSDateParm TO WSReportDate
       ELSE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WSReportDate
       END-IF.

OpenReport.
       MOVE 'O' TO RW-Action
       MOVE "DuplicateRemit.rpt" TO RW-ReportName
       MOVE "Duplicate Remittance Exceptions" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "Source   Exception      Account Check No.  Ref.      Count         Amount Earlier Run    Date"
           TO RW-HeadCol
       MOVE "-------- -------------- ------- ---------- ------- ------- -------------- -------------- --------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       MOVE SPACES TO RW-Line
       STRING "Lockbox and payments files refused as resends, and"
               DELIMITED BY SIZE
           " remittances held in suspense, on " DELIMITED BY SIZE
           WSReportDate DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

ListExceptions.
       OPEN INPUT DupRemitFile
       IF WSDupRemitStatus NOT = "00"
           CLOSE DupRemitFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ DupRemitFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF DX-Date = WSReportDate
                       PERFORM PrintOneException
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DupRemitFile.

PrintOneException.
       MOVE SPACES TO WSDetailLine
       IF DX-Source = 'L'
           MOVE "Lockbox" TO DR-Source
       ELSE
           MOVE "Payments" TO DR-Source
       END-IF
       IF DX-Kind = 'F'
           MOVE "FILE REFUSED" TO DR-Exception
           ADD 1 TO WSFilesRefused
           ADD DX-Amount TO WSFilesTotal
       ELSE
           MOVE "HELD SUSPENSE" TO DR-Exception
           ADD 1 TO WSItemsHeld
           ADD DX-Amount TO WSItemsTotal
       END-IF
       MOVE DX-IDNum TO DR-IDNum
       MOVE DX-CheckNum TO DR-CheckNum
       MOVE DX-Reference TO DR-Reference
       MOVE DX-Count TO DR-Count
       MOVE DX-Amount TO DR-Amount
       MOVE DX-PrevBatch TO DR-PrevBatch
       MOVE DX-PrevDate TO DR-PrevDate
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine.

PrintTotals.
       IF WSFilesRefused = 0 AND WSItemsHeld = 0
           MOVE "No duplicate remittances were detected" TO RW-Line
           PERFORM WriteReportLine
       END-IF
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       MOVE WSFilesTotal TO WSAmountEdit
       MOVE SPACES TO RW-Line
       STRING "Files refused as resends    : " DELIMITED BY SIZE
           WSFilesRefused DELIMITED BY SIZE
           "  control total " DELIMITED BY SIZE
           WSAmountEdit DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE WSItemsTotal TO WSAmountEdit
       MOVE SPACES TO WSTrailerLine
       STRING "Remittances held in suspense: " DELIMITED BY SIZE
           WSItemsHeld DELIMITED BY SIZE
           "  amount        " DELIMITED BY SIZE
           WSAmountEdit DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
