       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example127.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PeriodFile ASSIGN TO "PeriodControl.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PC-Period
           FILE STATUS IS WSPeriodStatus.
       SELECT PeriodLogFile ASSIGN TO "PeriodLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPeriodLogStatus.
DATA DIVISION.
FILE SECTION.
FD PeriodFile.
    COPY PERIOD.

FD PeriodLogFile.
    COPY PERLOG.

WORKING-STORAGE SECTION.
01 WSMoreWork        PIC X(1) VALUE 'Y'.
01 WSEOF             PIC A(1).
01 WSPeriodStatus    PIC X(2).
01 WSPeriodLogStatus PIC X(2).
01 WSMode            PIC X(1).
01 WSConfirm         PIC X(1).
01 WSPeriodIn        PIC X(6).
01 WSPeriod          PIC 9(6).
01 WSPeriodFound     PIC X(1).
01 WSValidPeriod     PIC X(1).
01 WSReason          PIC X(40).
01 WSLogAction       PIC X(1).
01 WSStatusText      PIC X(8).
01 WSPeriodCount     PIC 9(5).
01 WSOperatorID      PIC X(8).
01 WSOperRole        PIC X(1).
01 WSOperStatus      PIC X(1).

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM CheckSupervisor
       PERFORM OpenPeriodFile
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM GetMode
           EVALUATE WSMode
               WHEN 'C'
                   PERFORM ClosePeriod
               WHEN 'R'
                   PERFORM ReopenPeriod
               WHEN 'S'
                   PERFORM ShowPeriods
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM AskMoreWork
       END-PERFORM
       CLOSE PeriodFile
       GOBACK.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

CheckSupervisor.
       CALL "OPAUTH" USING WSOperatorID, WSOperRole, WSOperStatus
       IF WSOperStatus NOT = 'Y'
               OR (WSOperRole NOT = 'S' AND WSOperRole NOT = 'A')
           DISPLAY "Supervisor authority required to close or reopen"
               " accounting periods: " WSOperatorID
           STOP RUN WITH ERROR STATUS "AU"
       END-IF.

OpenPeriodFile.
       OPEN I-O PeriodFile
       IF WSPeriodStatus = "35"
           OPEN OUTPUT PeriodFile
           CLOSE PeriodFile
           OPEN I-O PeriodFile
       END-IF
       IF WSPeriodStatus NOT = "00"
           DISPLAY "PeriodFile I/O problem, status: " WSPeriodStatus
           CLOSE PeriodFile
           STOP RUN WITH ERROR STATUS WSPeriodStatus
       END-IF.

GetMode.
       DISPLAY "Close a period, reopen a period or show periods"
           " (C/R/S) " WITH NO ADVANCING
       ACCEPT WSMode
       MOVE FUNCTION UPPER-CASE(WSMode) TO WSMode.

GetPeriod.
       MOVE 'N' TO WSValidPeriod
       DISPLAY "Period (YYYYMM) " WITH NO ADVANCING
       MOVE SPACES TO WSPeriodIn
       ACCEPT WSPeriodIn
       IF WSPeriodIn IS NOT NUMERIC
               OR WSPeriodIn(5:2) < "01" OR WSPeriodIn(5:2) > "12"
           DISPLAY "Period must be given as YYYYMM : " WSPeriodIn
           EXIT PARAGRAPH
       END-IF
       MOVE 'Y' TO WSValidPeriod
       MOVE WSPeriodIn TO WSPeriod
       MOVE WSPeriod TO PC-Period
       MOVE 'N' TO WSPeriodFound
       READ PeriodFile
           KEY IS PC-Period
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WSPeriodFound
       END-READ.

ClosePeriod.
       PERFORM GetPeriod
       IF WSValidPeriod = 'N'
           EXIT PARAGRAPH
       END-IF
       IF WSPeriodFound = 'Y' AND PC-Status = 'C'
           DISPLAY "Period " WSPeriod " is already closed"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Close period " WSPeriod " to all posting (Y/N) "
           WITH NO ADVANCING
       ACCEPT WSConfirm
       IF FUNCTION UPPER-CASE(WSConfirm) NOT = 'Y'
           EXIT PARAGRAPH
       END-IF
       IF WSPeriodFound = 'N'
           INITIALIZE PeriodControlRec
           MOVE WSPeriod TO PC-Period
       END-IF
       MOVE 'C' TO PC-Status
       MOVE FUNCTION CURRENT-DATE(1:8) TO PC-ClosedDate
       MOVE WSOperatorID TO PC-ClosedOper
       MOVE 'C' TO WSLogAction
       MOVE "CLOSED BY SUPERVISOR" TO WSReason
       PERFORM SavePeriod.

ReopenPeriod.
       PERFORM GetPeriod
       IF WSValidPeriod = 'N'
           EXIT PARAGRAPH
       END-IF
       IF WSPeriodFound = 'N' OR PC-Status NOT = 'C'
           DISPLAY "Period " WSPeriod " is not closed"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Reason for reopening " WITH NO ADVANCING
       MOVE SPACES TO WSReason
       ACCEPT WSReason
       IF WSReason = SPACES
           DISPLAY "A reason is required to reopen a closed period"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Reopen period " WSPeriod ", closed " PC-ClosedDate
           " by " PC-ClosedOper " (Y/N) " WITH NO ADVANCING
       ACCEPT WSConfirm
       IF FUNCTION UPPER-CASE(WSConfirm) NOT = 'Y'
           EXIT PARAGRAPH
       END-IF
       MOVE 'O' TO PC-Status
       MOVE FUNCTION CURRENT-DATE(1:8) TO PC-ReopenDate
       MOVE WSOperatorID TO PC-ReopenOper
       MOVE WSReason TO PC-ReopenReason
       MOVE 'R' TO WSLogAction
       PERFORM SavePeriod.

SavePeriod.
       IF WSPeriodFound = 'Y'
           REWRITE PeriodControlRec
               INVALID KEY
                   DISPLAY "Unable to rewrite period : " WSPeriod
               NOT INVALID KEY
                   PERFORM ReportPeriodSaved
           END-REWRITE
       ELSE
           WRITE PeriodControlRec
               INVALID KEY
                   DISPLAY "Unable to write period : " WSPeriod
               NOT INVALID KEY
                   PERFORM ReportPeriodSaved
           END-WRITE
       END-IF.

ReportPeriodSaved.
       PERFORM WritePeriodLog
       IF WSLogAction = 'C'
           DISPLAY "Period " WSPeriod " closed to posting"
       ELSE
           DISPLAY "Period " WSPeriod " reopened, postings dated into"
               " it are accepted until it is closed again"
       END-IF.

WritePeriodLog.
       OPEN EXTEND PeriodLogFile
       IF WSPeriodLogStatus = "35"
           OPEN OUTPUT PeriodLogFile
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:14) TO PG-Timestamp
       MOVE WSPeriod TO PG-Period
       MOVE WSLogAction TO PG-Action
       MOVE WSOperatorID TO PG-Operator
       MOVE WSReason TO PG-Reason
       WRITE PeriodLogRec
       CLOSE PeriodLogFile.

ShowPeriods.
       MOVE 0 TO WSPeriodCount
       DISPLAY "Period  Status   Closed   By       Reopened By       Reason"
       MOVE 'N' TO WSEOF
       MOVE 0 TO PC-Period
       START PeriodFile KEY IS >= PC-Period
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y'
           READ PeriodFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   PERFORM ShowOnePeriod
           END-READ
       END-PERFORM
       IF WSPeriodCount = 0
           DISPLAY "No period has been closed yet"
       END-IF.

ShowOnePeriod.
       ADD 1 TO WSPeriodCount
       IF PC-Status = 'C'
           MOVE "CLOSED" TO WSStatusText
       ELSE
           MOVE "REOPENED" TO WSStatusText
       END-IF
       IF PC-ReopenDate = 0
           DISPLAY PC-Period "  " WSStatusText " " PC-ClosedDate " "
               PC-ClosedOper
       ELSE
           DISPLAY PC-Period "  " WSStatusText " " PC-ClosedDate " "
               PC-ClosedOper " " PC-ReopenDate " " PC-ReopenOper " "
               FUNCTION TRIM(PC-ReopenReason)
       END-IF.

AskMoreWork.
       DISPLAY "More period work (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
