       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PERIODCHK.
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
       SELECT PeriodExcFile ASSIGN TO "PeriodExceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPeriodExcStatus.
DATA DIVISION.
FILE SECTION.
FD PeriodFile.
    COPY PERIOD.

FD PeriodExcFile.
    COPY PEREXC.

WORKING-STORAGE SECTION.
01 WSPeriodStatus    PIC X(2).
01 WSPeriodExcStatus PIC X(2).
01 WSClosed          PIC X(1).
01 WSRollCount       PIC 9(3).
01 WSPeriodParts.
       02 WSPerYear    PIC 9(4).
       02 WSPerMonth   PIC 9(2).

LINKAGE SECTION.
01 LTranDate  PIC 9(8).
01 LMode      PIC X(1).
01 LProgram   PIC X(10).
01 LOperator  PIC X(8).
01 LReference PIC X(20).
01 LPostDate  PIC 9(8).
01 LStatus    PIC X(1).

PROCEDURE DIVISION USING LTranDate, LMode, LProgram, LOperator,
       LReference, LPostDate, LStatus.
MainLine.
       MOVE LTranDate TO LPostDate
       MOVE 'Y' TO LStatus
       OPEN INPUT PeriodFile
       IF WSPeriodStatus NOT = "00"
           CLOSE PeriodFile
           EXIT PROGRAM
       END-IF
       MOVE LTranDate(1:4) TO WSPerYear
       MOVE LTranDate(5:2) TO WSPerMonth
       PERFORM CheckPeriod
       IF WSClosed = 'N'
           CLOSE PeriodFile
           EXIT PROGRAM
       END-IF
       IF LMode = 'X'
           MOVE 'X' TO LStatus
           MOVE 0 TO LPostDate
       ELSE
           MOVE 0 TO WSRollCount
           PERFORM UNTIL WSClosed = 'N' OR WSRollCount > 120
               ADD 1 TO WSPerMonth
               IF WSPerMonth > 12
                   MOVE 1 TO WSPerMonth
                   ADD 1 TO WSPerYear
               END-IF
               ADD 1 TO WSRollCount
               PERFORM CheckPeriod
           END-PERFORM
           COMPUTE LPostDate = WSPerYear * 10000 + WSPerMonth * 100 + 1
           MOVE 'R' TO LStatus
       END-IF
       CLOSE PeriodFile
       IF LMode NOT = 'Q'
           PERFORM LogException
       END-IF
       EXIT PROGRAM.

CheckPeriod.
       MOVE 'N' TO WSClosed
       MOVE WSPeriodParts TO PC-Period
       READ PeriodFile
           KEY IS PC-Period
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF PC-Status = 'C'
                   MOVE 'Y' TO WSClosed
               END-IF
       END-READ.

LogException.
       OPEN EXTEND PeriodExcFile
       IF WSPeriodExcStatus = "35"
           OPEN OUTPUT PeriodExcFile
       END-IF
       IF WSPeriodExcStatus NOT = "00"
           DISPLAY "PeriodExceptions.dat could not be opened, status: "
               WSPeriodExcStatus
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION CURRENT-DATE(1:14) TO PX-Timestamp
       MOVE LProgram TO PX-Program
       MOVE LOperator TO PX-Operator
       MOVE LReference TO PX-Reference
       MOVE LTranDate TO PX-TranDate
       MOVE LStatus TO PX-Action
       MOVE LPostDate TO PX-PostDate
       WRITE PeriodExcRec
       CLOSE PeriodExcFile.
