       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example126.
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
01 WSPeriodStatus    PIC X(2).
01 WSPeriodLogStatus PIC X(2).
01 WSMonthParm       PIC X(6).
01 WSClosePeriod     PIC 9(6).
01 WSOperatorID      PIC X(8).
01 WSPeriodFound     PIC X(1).

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM GetClosePeriod
       PERFORM OpenPeriodFile
       MOVE WSClosePeriod TO PC-Period
       MOVE 'N' TO WSPeriodFound
       READ PeriodFile
           KEY IS PC-Period
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WSPeriodFound
       END-READ
       IF WSPeriodFound = 'Y' AND PC-Status = 'C'
           DISPLAY "Period " WSClosePeriod " is already closed"
           CLOSE PeriodFile
           STOP RUN
       END-IF
       IF WSPeriodFound = 'N'
           INITIALIZE PeriodControlRec
           MOVE WSClosePeriod TO PC-Period
       END-IF
       MOVE 'C' TO PC-Status
       MOVE FUNCTION CURRENT-DATE(1:8) TO PC-ClosedDate
       MOVE WSOperatorID TO PC-ClosedOper
       IF WSPeriodFound = 'Y'
           REWRITE PeriodControlRec
               INVALID KEY
                   DISPLAY "Unable to rewrite period : " WSClosePeriod
                   CLOSE PeriodFile
                   STOP RUN WITH ERROR STATUS WSPeriodStatus
           END-REWRITE
       ELSE
           WRITE PeriodControlRec
               INVALID KEY
                   DISPLAY "Unable to write period : " WSClosePeriod
                   CLOSE PeriodFile
                   STOP RUN WITH ERROR STATUS WSPeriodStatus
           END-WRITE
       END-IF
       CLOSE PeriodFile
       PERFORM WritePeriodLog
       DISPLAY "Period " WSClosePeriod " closed to posting"
       STOP RUN.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

GetClosePeriod.
       MOVE SPACES TO WSMonthParm
       ACCEPT WSMonthParm FROM COMMAND-LINE
       IF WSMonthParm IS NOT NUMERIC
               OR WSMonthParm(5:2) < "01" OR WSMonthParm(5:2) > "12"
           DISPLAY "Period to close must be given as YYYYMM : "
               WSMonthParm
           STOP RUN WITH ERROR STATUS "PC"
       END-IF
       MOVE WSMonthParm TO WSClosePeriod.

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

WritePeriodLog.
       OPEN EXTEND PeriodLogFile
       IF WSPeriodLogStatus = "35"
           OPEN OUTPUT PeriodLogFile
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:14) TO PG-Timestamp
       MOVE WSClosePeriod TO PG-Period
       MOVE 'C' TO PG-Action
       MOVE WSOperatorID TO PG-Operator
       MOVE "MONTH-END CLOSE" TO PG-Reason
       WRITE PeriodLogRec
       CLOSE PeriodLogFile.
