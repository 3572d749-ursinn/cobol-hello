       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example128.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PeriodExcFile ASSIGN TO "PeriodExceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPeriodExcStatus.
       SELECT PointFile ASSIGN TO "PeriodExcControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPointStatus.
DATA DIVISION.
FILE SECTION.
FD PeriodExcFile.
    COPY PEREXC.

FD PointFile.
01 PointRec.
       02 PT-Timestamp PIC 9(14).

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSPeriodExcStatus PIC X(2).
01 WSPointStatus     PIC X(2).
01 WSLastReported    PIC 9(14) VALUE 0.
01 WSHighTimestamp   PIC 9(14) VALUE 0.
01 WSDateParm        PIC X(8).
01 WSReportDate      PIC 9(8).
01 WSRolledCount     PIC 9(7) VALUE 0.
01 WSRefusedCount    PIC 9(7) VALUE 0.
01 WSDetailLine.
       02 PE-Logged        PIC X(17).
       02 FILLER           PIC X(1).
       02 PE-Program       PIC X(10).
       02 FILLER           PIC X(1).
       02 PE-Operator      PIC X(8).
       02 FILLER           PIC X(1).
       02 PE-Reference     PIC X(20).
       02 FILLER           PIC X(1).
       02 PE-TranDate      PIC 9(8).
       02 FILLER           PIC X(1).
       02 PE-Action        PIC X(14).
       02 FILLER           PIC X(1).
       02 PE-PostDate      PIC X(8).
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetReportDate
       PERFORM ReadReportPoint
       PERFORM OpenReport
       PERFORM ListExceptions
       PERFORM PrintTotals
       IF WSHighTimestamp > WSLastReported
           PERFORM SaveReportPoint
       END-IF
       DISPLAY "Closed-period posting attempts reported " WSReportDate
           ": rolled forward " WSRolledCount
           "  refused " WSRefusedCount
       IF WSRolledCount > 0 OR WSRefusedCount > 0
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

ReadReportPoint.
       OPEN INPUT PointFile
       IF WSPointStatus = "00"
           READ PointFile
               AT END CONTINUE
               NOT AT END
                   IF PT-Timestamp IS NUMERIC
                       MOVE PT-Timestamp TO WSLastReported
                   END-IF
           END-READ
       END-IF
       CLOSE PointFile
       MOVE WSLastReported TO WSHighTimestamp.

SaveReportPoint.
       OPEN OUTPUT PointFile
       IF WSPointStatus NOT = "00"
           DISPLAY "PeriodExcControl.dat could not be opened, status: "
               WSPointStatus
           STOP RUN WITH ERROR STATUS WSPointStatus
       END-IF
       MOVE WSHighTimestamp TO PT-Timestamp
       WRITE PointRec
       CLOSE PointFile.

OpenReport.
       MOVE 'O' TO RW-Action
       MOVE "PeriodExceptions.rpt" TO RW-ReportName
       MOVE "Closed-Period Posting Exceptions" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "Logged            Program    Operator Reference            Dated    Action         Posted"
           TO RW-HeadCol
       MOVE "----------------- ---------- -------- -------------------- -------- -------------- --------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       MOVE SPACES TO RW-Line
       IF WSLastReported = 0
           STRING "Postings attempted into a closed accounting period,"
                   DELIMITED BY SIZE
               " all on file, reported " DELIMITED BY SIZE
               WSReportDate DELIMITED BY SIZE
               INTO RW-Line
           END-STRING
       ELSE
           STRING "Postings attempted into a closed accounting period"
                   DELIMITED BY SIZE
               " since " DELIMITED BY SIZE
               WSLastReported(1:8) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WSLastReported(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WSLastReported(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WSLastReported(13:2) DELIMITED BY SIZE
               ", reported " DELIMITED BY SIZE
               WSReportDate DELIMITED BY SIZE
               INTO RW-Line
           END-STRING
       END-IF
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

ListExceptions.
       OPEN INPUT PeriodExcFile
       IF WSPeriodExcStatus NOT = "00"
           CLOSE PeriodExcFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ PeriodExcFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF PX-Timestamp IS NUMERIC
                           AND PX-Timestamp > WSLastReported
                       PERFORM PrintOneException
                   END-IF
           END-READ
       END-PERFORM
       CLOSE PeriodExcFile.

PrintOneException.
       IF PX-Timestamp > WSHighTimestamp
           MOVE PX-Timestamp TO WSHighTimestamp
       END-IF
       MOVE SPACES TO WSDetailLine
       STRING PX-Timestamp(1:8) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PX-Timestamp(9:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           PX-Timestamp(11:2) DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           PX-Timestamp(13:2) DELIMITED BY SIZE
           INTO PE-Logged
       END-STRING
       MOVE PX-Program TO PE-Program
       MOVE PX-Operator TO PE-Operator
       MOVE PX-Reference TO PE-Reference
       MOVE PX-TranDate TO PE-TranDate
       IF PX-Action = 'R'
           MOVE "ROLLED FORWARD" TO PE-Action
           MOVE PX-PostDate TO PE-PostDate
           ADD 1 TO WSRolledCount
       ELSE
           MOVE "REFUSED" TO PE-Action
           MOVE SPACES TO PE-PostDate
           ADD 1 TO WSRefusedCount
       END-IF
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine.

PrintTotals.
       IF WSRolledCount = 0 AND WSRefusedCount = 0
           MOVE "No postings were attempted into a closed period"
               TO RW-Line
           PERFORM WriteReportLine
       END-IF
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO WSTrailerLine
       STRING "Rolled forward to the next open period: "
               DELIMITED BY SIZE
           WSRolledCount DELIMITED BY SIZE
           "  Refused: " DELIMITED BY SIZE
           WSRefusedCount DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
