01 WSReleaseOper     PIC X(8).
01 WSOperFound       PIC X(1).
01 WSOperatorID      PIC X(8).
01 WSTranDate        PIC 9(8).
01 WSPostDate        PIC 9(8).
01 WSPeriodResult    PIC X(1).
01 WSPeriodProgram   PIC X(10) VALUE "example61".
01 WSPeriodRef       PIC X(20).

PROCEDURE DIVISION.
MainLine.
       CLOSE AuditFile.

WriteHistoryRecord.
       PERFORM SetPostingDate
       OPEN EXTEND HistoryFile
       IF WSHistFileStatus = "35"
           OPEN OUTPUT HistoryFile
       END-IF
       MOVE MM-IDNum TO PH-IDNum
       MOVE MM-Amount TO PH-Amount
       MOVE WSPostDate TO PH-Date
       MOVE MM-Type TO PH-Type
       MOVE MM-MemoNum TO PH-Reference
       MOVE MM-ApprOper TO PH-Operator
       CALL "PAYJRNL" USING "W", HistoryRec
       CLOSE HistoryFile.

SetPostingDate.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSTranDate
       MOVE SPACES TO WSPeriodRef
       STRING "MEMO " DELIMITED BY SIZE
           MM-MemoNum DELIMITED BY SIZE
           INTO WSPeriodRef
       END-STRING
       CALL "PERIODCHK" USING WSTranDate, "R", WSPeriodProgram,
           WSOperatorID, WSPeriodRef, WSPostDate, WSPeriodResult
       IF WSPeriodResult = 'R'
           DISPLAY "Period " WSTranDate(1:6) " is closed, memo "
               MM-MemoNum " posted as of " WSPostDate
       END-IF.

AskMoreWork.
       DISPLAY "More memo work (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
