       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example106.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT WriteOffFile ASSIGN TO "WriteOffs.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS WO-WriteOffNum
           ALTERNATE RECORD KEY IS WO-IDNum WITH DUPLICATES
           FILE STATUS IS WSWriteOffStatus.
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
       SELECT HistoryFile ASSIGN TO "PaymentHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.
DATA DIVISION.
FILE SECTION.
FD WriteOffFile.
    COPY WRITEOFF.

FD CustomerFile.
    COPY CUSTREC.

FD HistoryFile.
    COPY PAYHIST.

WORKING-STORAGE SECTION.
01 WSMoreWork        PIC X(1) VALUE 'Y'.
01 WSEOF             PIC A(1).
01 WSFileStatus      PIC X(2).
01 WSWriteOffStatus  PIC X(2).
01 WSHistFileStatus  PIC X(2).
01 WSMode            PIC X(1).
01 WSDecision        PIC X(1).
01 WSStopReview      PIC X(1).
01 WSPickWriteOff    PIC 9(7).
01 WSAmountIn        PIC X(12).
01 WSRecoveryAmount  PIC 9(7)V99.
01 WSRecoverable     PIC 9(7)V99.
01 WSAmountEdit      PIC Z(6)9.99.
01 WSCustName        PIC X(31).
01 WSToday           PIC 9(8).
01 WSOperatorID      PIC X(8).
01 WSPostDate        PIC 9(8).
01 WSPeriodResult    PIC X(1).
01 WSPeriodProgram   PIC X(10) VALUE "example106".
01 WSPeriodRef       PIC X(20).
01 WSOperRole        PIC X(1).
01 WSOperStatus      PIC X(1).
01 WSReleasedCount   PIC 9(5) VALUE 0.
01 WSRejectedCount   PIC 9(5) VALUE 0.
01 WSRecoveryCount   PIC 9(5) VALUE 0.
01 WSRecoveryTotal   PIC 9(9)V99 VALUE 0.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday
       OPEN I-O WriteOffFile
       IF WSWriteOffStatus NOT = "00"
           DISPLAY "No write-offs on file (status " WSWriteOffStatus
               ")"
           CLOSE WriteOffFile
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile
       IF WSFileStatus NOT = "00"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE WriteOffFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM GetMode
           EVALUATE WSMode
               WHEN 'R'
                   PERFORM ReleaseWriteOffs
               WHEN 'C'
                   PERFORM RecordRecovery
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM AskMoreWork
       END-PERFORM
       CLOSE CustomerFile
       CLOSE WriteOffFile
       DISPLAY "Write-offs released: " WSReleasedCount
           "  rejected: " WSRejectedCount
       DISPLAY "Agency recoveries recorded: " WSRecoveryCount
           " for " WSRecoveryTotal
       GOBACK.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

GetMode.
       DISPLAY "Release proposed write-offs or record an agency"
           " collection (R/C) " WITH NO ADVANCING
       ACCEPT WSMode
       MOVE FUNCTION UPPER-CASE(WSMode) TO WSMode.

ReleaseWriteOffs.
       CALL "OPAUTH" USING WSOperatorID, WSOperRole, WSOperStatus
       IF WSOperStatus NOT = 'Y'
               OR (WSOperRole NOT = 'S' AND WSOperRole NOT = 'A')
           DISPLAY "Supervisor authority required to release"
               " write-offs: " WSOperatorID
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Proposed write-offs - R release, X reject,"
           " Enter skip, Q quit"
       MOVE 'N' TO WSStopReview
       MOVE 'N' TO WSEOF
       MOVE 0 TO WO-WriteOffNum
       START WriteOffFile KEY IS >= WO-WriteOffNum
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y' OR WSStopReview = 'Y'
           READ WriteOffFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF WO-Status = 'P'
                       PERFORM ReviewOneWriteOff
                   END-IF
           END-READ
       END-PERFORM.

ReviewOneWriteOff.
       PERFORM ReadWriteOffCustomer
       MOVE WO-Amount TO WSAmountEdit
       DISPLAY " "
       DISPLAY "Write-off " WO-WriteOffNum "  customer " WO-IDNum
           "  " WSCustName
       DISPLAY "  Proposed " WO-ProposeDate "  open " WSAmountEdit
           "  oldest item " WO-OldestDays " days"
       DISPLAY "Decision (R/X/Enter/Q) " WITH NO ADVANCING
       MOVE SPACE TO WSDecision
       ACCEPT WSDecision
       MOVE FUNCTION UPPER-CASE(WSDecision) TO WSDecision
       EVALUATE WSDecision
           WHEN 'R'
               MOVE 'R' TO WO-Status
               MOVE WSOperatorID TO WO-ApprOper
               MOVE WSToday TO WO-ApprDate
               REWRITE WriteOffData
                   INVALID KEY
                       DISPLAY "Unable to release write-off : "
                           WO-WriteOffNum
                   NOT INVALID KEY
                       ADD 1 TO WSReleasedCount
               END-REWRITE
           WHEN 'X'
               MOVE 'X' TO WO-Status
               MOVE WSOperatorID TO WO-ApprOper
               MOVE WSToday TO WO-ApprDate
               REWRITE WriteOffData
                   INVALID KEY
                       DISPLAY "Unable to reject write-off : "
                           WO-WriteOffNum
                   NOT INVALID KEY
                       ADD 1 TO WSRejectedCount
               END-REWRITE
           WHEN 'Q'
               MOVE 'Y' TO WSStopReview
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

ReadWriteOffCustomer.
       MOVE WO-IDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               MOVE "** NOT ON FILE **" TO WSCustName
           NOT INVALID KEY
               MOVE CustName TO WSCustName
       END-READ.

RecordRecovery.
       DISPLAY "Write-off number " WITH NO ADVANCING
       ACCEPT WSPickWriteOff
       MOVE WSPickWriteOff TO WO-WriteOffNum
       READ WriteOffFile
           KEY IS WO-WriteOffNum
           INVALID KEY
               DISPLAY "Write-off not found : " WSPickWriteOff
               EXIT PARAGRAPH
       END-READ
       IF WO-Status NOT = 'W'
           DISPLAY "Account has not been written off : "
               WSPickWriteOff
           EXIT PARAGRAPH
       END-IF
       PERFORM ReadWriteOffCustomer
       COMPUTE WSRecoverable = WO-WrittenOff - WO-Recovered
       MOVE WO-WrittenOff TO WSAmountEdit
       DISPLAY "Customer " WO-IDNum "  " WSCustName
       DISPLAY "  Written off " WO-WriteOffDate "  amount "
           WSAmountEdit
       MOVE WO-Recovered TO WSAmountEdit
       DISPLAY "  Recovered to date " WSAmountEdit
       IF WSRecoverable = 0
           DISPLAY "Write-off already fully recovered"
           EXIT PARAGRAPH
       END-IF
       DISPLAY "Amount remitted by the agency " WITH NO ADVANCING
       ACCEPT WSAmountIn
       MOVE FUNCTION NUMVAL(WSAmountIn) TO WSRecoveryAmount
       IF WSRecoveryAmount = 0
           DISPLAY "Amount must be greater than zero"
           EXIT PARAGRAPH
       END-IF
       IF WSRecoveryAmount > WSRecoverable
           MOVE WSRecoverable TO WSAmountEdit
           DISPLAY "Recovery cannot exceed the amount still written"
               " off: " WSAmountEdit
           EXIT PARAGRAPH
       END-IF
       ADD WSRecoveryAmount TO WO-Recovered
       MOVE WSToday TO WO-LastRecovery
       REWRITE WriteOffData
           INVALID KEY
               DISPLAY "Unable to record recovery : " WO-WriteOffNum
           NOT INVALID KEY
               PERFORM WriteRecoveryHistory
               ADD 1 TO WSRecoveryCount
               ADD WSRecoveryAmount TO WSRecoveryTotal
               DISPLAY "Recovery recorded against write-off "
                   WO-WriteOffNum
       END-REWRITE.

WriteRecoveryHistory.
       PERFORM SetPostingDate
       OPEN EXTEND HistoryFile
       IF WSHistFileStatus = "35"
           OPEN OUTPUT HistoryFile
       END-IF
       MOVE WO-IDNum TO PH-IDNum
       MOVE WSRecoveryAmount TO PH-Amount
       MOVE WSPostDate TO PH-Date
       MOVE "WR" TO PH-Type
       MOVE WO-WriteOffNum TO PH-Reference
       MOVE WSOperatorID TO PH-Operator
       MOVE FUNCTION CURRENT-DATE(1:14) TO PH-Batch
       WRITE HistoryRec
       CALL "PAYJRNL" USING "W", HistoryRec
       CLOSE HistoryFile.

SetPostingDate.
       MOVE SPACES TO WSPeriodRef
       STRING "WRITEOFF " DELIMITED BY SIZE
           WO-WriteOffNum DELIMITED BY SIZE
           INTO WSPeriodRef
       END-STRING
       CALL "PERIODCHK" USING WSToday, "R", WSPeriodProgram,
           WSOperatorID, WSPeriodRef, WSPostDate, WSPeriodResult
       IF WSPeriodResult = 'R'
           DISPLAY "Period " WSToday(1:6) " is closed, recovery on write-off "
               WO-WriteOffNum " posted as of " WSPostDate
       END-IF.

AskMoreWork.
       DISPLAY "More write-off work (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
