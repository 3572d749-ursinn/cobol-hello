01 WSChargedCount    PIC 9(7) VALUE 0.
01 WSChargedTotal    PIC 9(9)V99 VALUE 0.
01 WSOperatorID      PIC X(8).
01 WSAsOfNum         PIC 9(8).
01 WSPostDate        PIC 9(8).
01 WSPeriodResult    PIC X(1).
01 WSPeriodProgram   PIC X(10) VALUE "example52".
01 WSPeriodRef       PIC X(20) VALUE "FINANCE CHARGES".
01 WSPeriodMode      PIC X(1) VALUE 'X'.
01 WSRunParm         PIC X(20).
01 WSPreview         PIC X(1) VALUE 'N'.
01 WSRateEdit        PIC Z9.99.
01 WSTrailerLabel    PIC X(32).
01 WSTrailerLine     PIC X(60).
01 WSDetailLine.
       02 FILLER           PIC X(1).
PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM GetRunMode
       PERFORM GetAsOfDate
       PERFORM CheckPostingPeriod
       PERFORM LoadParms
       PERFORM OpenOpenItemFile
       IF WSHaveOpenItems = 'N'
           STOP RUN
       END-IF
       PERFORM OpenReport
       IF WSPreview = 'Y'
           OPEN INPUT CustomerFile
       ELSE
           OPEN I-O CustomerFile
       END-IF
       PERFORM CheckFileStatus
       MOVE 0 TO IDNum
       START CustomerFile KEY IS >= IDNum
           MOVE "BATCH" TO WSOperatorID
       END-IF.

GetRunMode.
       MOVE SPACES TO WSRunParm
       ACCEPT WSRunParm FROM COMMAND-LINE
       MOVE FUNCTION UPPER-CASE(WSRunParm) TO WSRunParm
       IF WSRunParm = "PREVIEW"
           MOVE 'Y' TO WSPreview
           MOVE 'Q' TO WSPeriodMode
           DISPLAY "Preview run: no finance charge will be posted"
       END-IF.

GetAsOfDate.
       ACCEPT WSAsOfDate FROM ENVIRONMENT "CUSTASOFDATE"
           ON EXCEPTION
       COMPUTE WSAsOfDateInt
           = FUNCTION INTEGER-OF-DATE(WSAsOfDateInt).

CheckPostingPeriod.
       MOVE WSAsOfDate TO WSAsOfNum
       CALL "PERIODCHK" USING WSAsOfNum, WSPeriodMode, WSPeriodProgram,
           WSOperatorID, WSPeriodRef, WSPostDate, WSPeriodResult
       IF WSPeriodResult = 'X'
           DISPLAY "Period " WSAsOfDate(1:6)
               " is closed, finance charges refused"
           STOP RUN WITH ERROR STATUS "PC"
       END-IF
       IF WSPeriodResult = 'R'
           PERFORM PreviewRefused
       END-IF.

PreviewRefused.
       PERFORM OpenReport
       MOVE SPACES TO RW-Line
       STRING "Period " DELIMITED BY SIZE
           WSAsOfDate(1:6) DELIMITED BY SIZE
           " is closed: the finance charge run would be REFUSED"
               DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE 'T' TO RW-Action
       MOVE "Preview only - no finance charge would be posted" TO RW-Line
       CALL "RPTWRITE" USING ReportControl
       DISPLAY "Preview: period " WSAsOfDate(1:6)
           " is closed, finance charges would be refused"
       STOP RUN WITH ERROR STATUS "PC".

LoadParms.
       OPEN INPUT ParmFile
       IF WSParmStatus = "00"

OpenReport.
       MOVE 'O' TO RW-Action
       IF WSPreview = 'Y'
           MOVE "FinanceChargesPreview.rpt" TO RW-ReportName
           MOVE "Finance Charge Preview" TO RW-Title
       ELSE
           MOVE "FinanceCharges.rpt" TO RW-ReportName
           MOVE "Finance Charge Register" TO RW-Title
       END-IF
       MOVE 55 TO RW-PageSize
       MOVE " ID       Customer                      Overdue       Charge"
           TO RW-HeadCol
       MOVE " -------  ------------------------  ------------  ----------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       IF WSPreview = 'Y'
           PERFORM PrintPreviewHeading
       END-IF.

PrintPreviewHeading.
       MOVE WSMonthlyRate TO WSRateEdit
       MOVE SPACES TO RW-Line
       STRING "Preview as of " DELIMITED BY SIZE
           WSAsOfDate DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WSRateEdit DELIMITED BY SIZE
           "% a month on open items more than " DELIMITED BY SIZE
           WSGraceDays DELIMITED BY SIZE
           " days old - nothing has been posted" DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine.

WriteReportLine.
       MOVE 'W' TO RW-Action

PostFinanceCharge.
       ADD WSChargeAmount TO CustBalance
       IF WSPreview = 'Y'
           PERFORM PrintRegisterLine
           ADD 1 TO WSChargedCount
           ADD WSChargeAmount TO WSChargedTotal
           EXIT PARAGRAPH
       END-IF
       REWRITE CustomerData
           INVALID KEY
               DISPLAY "Unable to post finance charge : " IDNum
       PERFORM WriteReportLine.

PrintTrailer.
       IF WSPreview = 'Y'
           MOVE "Charges that would be assessed:" TO WSTrailerLabel
       ELSE
           MOVE "Charges assessed:" TO WSTrailerLabel
       END-IF
       MOVE SPACES TO WSTrailerLine
       STRING FUNCTION TRIM(WSTrailerLabel) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WSChargedCount DELIMITED BY SIZE
           " for " DELIMITED BY SIZE
           WSChargedTotal DELIMITED BY SIZE
