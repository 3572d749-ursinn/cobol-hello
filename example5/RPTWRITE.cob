       SELECT ReportFile ASSIGN TO "RPTOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.
       SELECT DistFile ASSIGN TO "ReportDist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDistStatus.
       SELECT BurstWorkFile ASSIGN TO "RPTBURSTWK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSWorkStatus.
       SELECT BurstFile ASSIGN TO "RPTBURST"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBurstStatus.
       SELECT DistLogFile ASSIGN TO "DistLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLogStatus.
DATA DIVISION.
FILE SECTION.
FD ReportFile.
01 ReportLine   PIC X(120).

FD DistFile.
    COPY RPTDIST.

FD BurstWorkFile.
01 BurstWorkRec.
       02 BW-Branch    PIC X(2).
       02 BW-Break     PIC X(1).
       02 BW-Line      PIC X(120).

FD BurstFile.
01 BurstLine    PIC X(120).

FD DistLogFile.
    COPY DISTLOG.

WORKING-STORAGE SECTION.
01 WSReportName     PIC X(40).
01 WSReportStatus   PIC X(2).
01 WSAsOfDate       PIC X(8).
01 WSOpenFlag       PIC X(1) VALUE 'N'.
01 WSForceBreak     PIC X(1) VALUE 'N'.
01 WSDistStatus     PIC X(2).
01 WSWorkStatus     PIC X(2).
01 WSBurstStatus    PIC X(2).
01 WSLogStatus      PIC X(2).
01 WSDistEOF        PIC X(1).
01 WSWorkEOF        PIC X(1).
01 WSDistCount      PIC 9(2) VALUE 0.
01 WSDistIdx        PIC 9(2).
01 WSDistSlot       PIC 9(2).
01 WSFindIdx        PIC 9(2).
01 WSFindBranch     PIC X(2).
01 WSDistTable.
       02 WSDistEntry OCCURS 50 TIMES.
           03 DT-Branch     PIC X(2).
           03 DT-Recipient  PIC X(30).
           03 DT-Lines      PIC 9(7).
           03 DT-Amount     PIC S9(9)V99.
           03 DT-Pages      PIC 9(5).
           03 DT-FileName   PIC X(60).
01 WSWorkName       PIC X(60).
01 WSBurstName      PIC X(60).
01 WSBurstLines     PIC 9(2).
01 WSBurstPage      PIC 9(3).
01 WSBreakPending   PIC X(1).
01 WSAmountUsed     PIC X(1).
01 WSBranchLines    PIC Z(6)9.
01 WSBranchAmount   PIC -(9)9.99.
01 WSTimestamp      PIC 9(14).

LINKAGE SECTION.
    COPY RPTCOMM.
               WSReportStatus " name: " WSReportName
           STOP RUN WITH ERROR STATUS WSReportStatus
       END-IF
       MOVE 'Y' TO WSOpenFlag
       MOVE SPACES TO RW-Branch
       MOVE 0 TO RW-Amount
       PERFORM LoadDistribution.

LoadDistribution.
       MOVE 0 TO WSDistCount
       MOVE 'N' TO WSAmountUsed
       OPEN INPUT DistFile
       IF WSDistStatus NOT = "00"
           CLOSE DistFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSDistEOF
       PERFORM UNTIL WSDistEOF = 'Y'
           READ DistFile
               AT END MOVE 'Y' TO WSDistEOF
               NOT AT END
                   IF RD-ReportName = WSReportName
                           AND RD-Branch NOT = SPACES
                           AND WSDistCount < 50
                       ADD 1 TO WSDistCount
                       MOVE RD-Branch TO DT-Branch(WSDistCount)
                       MOVE RD-Recipient TO DT-Recipient(WSDistCount)
                       MOVE 0 TO DT-Lines(WSDistCount)
                       MOVE 0 TO DT-Amount(WSDistCount)
                       MOVE 0 TO DT-Pages(WSDistCount)
                       MOVE SPACES TO DT-FileName(WSDistCount)
                   END-IF
           END-READ
       END-PERFORM
       CLOSE DistFile
       IF WSDistCount = 0
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WSWorkName
       STRING FUNCTION TRIM(WSReportName) DELIMITED BY SIZE
           ".burst" DELIMITED BY SIZE
           INTO WSWorkName
       END-STRING
       SET ENVIRONMENT "RPTBURSTWK" TO WSWorkName
       OPEN OUTPUT BurstWorkFile
       IF WSWorkStatus NOT = "00"
           DISPLAY "Branch work file could not be opened, status: "
               WSWorkStatus " name: " WSWorkName
           CLOSE BurstWorkFile
           MOVE 0 TO WSDistCount
       END-IF.

GetAsOfDate.
       ACCEPT WSAsOfDate FROM ENVIRONMENT "CUSTASOFDATE"
       END-IF.

WriteDetail.
       MOVE WSForceBreak TO WSBreakPending
       IF WSPageSize > 0
           IF WSLinesOnPage = 0 OR WSLinesOnPage >= WSPageSize
                   OR WSForceBreak = 'Y'
           END-IF
       END-IF
       WRITE ReportLine FROM RW-Line
       ADD 1 TO WSLinesOnPage
       IF WSDistCount > 0 AND RW-Branch NOT = SPACES
           PERFORM BurstDetail
       END-IF
       MOVE SPACES TO RW-Branch
       MOVE 0 TO RW-Amount.

BurstDetail.
       MOVE RW-Branch TO WSFindBranch
       PERFORM FindDistSlot
       IF WSDistSlot = 0
           EXIT PARAGRAPH
       END-IF
       MOVE RW-Branch TO BW-Branch
       MOVE WSBreakPending TO BW-Break
       MOVE RW-Line TO BW-Line
       WRITE BurstWorkRec
       ADD 1 TO DT-Lines(WSDistSlot)
       IF RW-Amount IS NUMERIC AND RW-Amount NOT = 0
           ADD RW-Amount TO DT-Amount(WSDistSlot)
           MOVE 'Y' TO WSAmountUsed
       END-IF.

FindDistSlot.
       MOVE 0 TO WSDistSlot
       PERFORM VARYING WSFindIdx FROM 1 BY 1
           UNTIL WSFindIdx > WSDistCount OR WSDistSlot > 0
           IF DT-Branch(WSFindIdx) = WSFindBranch
               MOVE WSFindIdx TO WSDistSlot
           END-IF
       END-PERFORM.

PrintPageHeading.
       ADD 1 TO WSPageNum
           WRITE ReportLine FROM RW-Line
           CLOSE ReportFile
           MOVE 'N' TO WSOpenFlag
           IF WSDistCount > 0
               PERFORM ProduceBranchCopies
           END-IF
       END-IF.

ProduceBranchCopies.
       CLOSE BurstWorkFile
       MOVE FUNCTION CURRENT-DATE(1:14) TO WSTimestamp
       PERFORM VARYING WSDistIdx FROM 1 BY 1
           UNTIL WSDistIdx > WSDistCount
           MOVE DT-Branch(WSDistIdx) TO WSFindBranch
           PERFORM FindDistSlot
           IF WSDistSlot = WSDistIdx
               PERFORM WriteBranchCopy
           END-IF
           IF DT-FileName(WSDistSlot) NOT = SPACES
               PERFORM LogBranchCopy
           END-IF
       END-PERFORM
       CALL "CBL_DELETE_FILE" USING WSWorkName
       MOVE 0 TO WSDistCount.

WriteBranchCopy.
       MOVE SPACES TO WSBurstName
       STRING FUNCTION TRIM(WSReportName) DELIMITED BY ".rpt"
           "." DELIMITED BY SIZE
           DT-Branch(WSDistIdx) DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
           INTO WSBurstName
       END-STRING
       SET ENVIRONMENT "RPTBURST" TO WSBurstName
       OPEN OUTPUT BurstFile
       IF WSBurstStatus NOT = "00"
           DISPLAY "Branch copy could not be opened, status: "
               WSBurstStatus " name: " WSBurstName
           CLOSE BurstFile
           EXIT PARAGRAPH
       END-IF
       MOVE WSBurstName TO DT-FileName(WSDistIdx)
       MOVE 0 TO WSBurstLines
       MOVE 0 TO WSBurstPage
       OPEN INPUT BurstWorkFile
       IF WSWorkStatus = "00"
           MOVE 'N' TO WSWorkEOF
           PERFORM UNTIL WSWorkEOF = 'Y'
               READ BurstWorkFile
                   AT END MOVE 'Y' TO WSWorkEOF
                   NOT AT END
                       IF BW-Branch = DT-Branch(WSDistIdx)
                           PERFORM WriteBranchLine
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE BurstWorkFile
       IF DT-Lines(WSDistIdx) = 0
           IF WSPageSize > 0
               PERFORM PrintBranchHeading
           END-IF
           MOVE SPACES TO BurstLine
           STRING "  Nothing to report for branch " DELIMITED BY SIZE
               DT-Branch(WSDistIdx) DELIMITED BY SIZE
               INTO BurstLine
           END-STRING
           WRITE BurstLine
       END-IF
       PERFORM WriteBranchTrailer
       MOVE WSBurstPage TO DT-Pages(WSDistIdx)
       CLOSE BurstFile.

WriteBranchLine.
       IF WSPageSize > 0
           IF WSBurstPage = 0 OR WSBurstLines >= WSPageSize
                   OR BW-Break = 'Y'
               PERFORM PrintBranchHeading
           END-IF
       END-IF
       WRITE BurstLine FROM BW-Line
       ADD 1 TO WSBurstLines.

PrintBranchHeading.
       ADD 1 TO WSBurstPage
       MOVE 0 TO WSBurstLines
       IF WSBurstPage > 1
           WRITE BurstLine FROM SPACES
       END-IF
       MOVE SPACES TO BurstLine
       STRING WSTitle DELIMITED BY SIZE
           "  Branch " DELIMITED BY SIZE
           DT-Branch(WSDistIdx) DELIMITED BY SIZE
           "  As of " DELIMITED BY SIZE
           WSAsOfDate DELIMITED BY SIZE
           "  Page " DELIMITED BY SIZE
           WSBurstPage DELIMITED BY SIZE
           INTO BurstLine
       END-STRING
       WRITE BurstLine
       ADD 2 TO WSBurstLines
       IF WSHeadCol NOT = SPACES
           WRITE BurstLine FROM WSHeadCol
           ADD 1 TO WSBurstLines
       END-IF
       IF WSHeadRule NOT = SPACES
           WRITE BurstLine FROM WSHeadRule
           ADD 1 TO WSBurstLines
       END-IF.

WriteBranchTrailer.
       WRITE BurstLine FROM SPACES
       MOVE DT-Lines(WSDistIdx) TO WSBranchLines
       MOVE SPACES TO BurstLine
       IF WSAmountUsed = 'Y'
           MOVE DT-Amount(WSDistIdx) TO WSBranchAmount
           STRING "Branch " DELIMITED BY SIZE
               DT-Branch(WSDistIdx) DELIMITED BY SIZE
               " total: " DELIMITED BY SIZE
               WSBranchLines DELIMITED BY SIZE
               " line(s)  amount " DELIMITED BY SIZE
               WSBranchAmount DELIMITED BY SIZE
               INTO BurstLine
           END-STRING
       ELSE
           STRING "Branch " DELIMITED BY SIZE
               DT-Branch(WSDistIdx) DELIMITED BY SIZE
               " total: " DELIMITED BY SIZE
               WSBranchLines DELIMITED BY SIZE
               " line(s)" DELIMITED BY SIZE
               INTO BurstLine
           END-STRING
       END-IF
       WRITE BurstLine.

LogBranchCopy.
       OPEN EXTEND DistLogFile
       IF WSLogStatus = "35"
           OPEN OUTPUT DistLogFile
       END-IF
       MOVE WSTimestamp TO DG-Timestamp
       MOVE WSAsOfDate TO DG-AsOfDate
       MOVE WSReportName TO DG-ReportName
       MOVE DT-Branch(WSDistIdx) TO DG-Branch
       MOVE DT-Recipient(WSDistIdx) TO DG-Recipient
       MOVE DT-FileName(WSDistSlot) TO DG-FileName
       MOVE DT-Lines(WSDistSlot) TO DG-Lines
       MOVE DT-Pages(WSDistSlot) TO DG-Pages
       WRITE DistLogRec
       CLOSE DistLogFile.
