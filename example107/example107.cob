       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example107.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
       SELECT OpenItemFile ASSIGN TO "OpenItems.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OI-InvoiceNum
           FILE STATUS IS WSOpenItemStatus.
       SELECT PromiseFile ASSIGN TO "Promises.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PM-Key
           FILE STATUS IS WSPromiseStatus.
       SELECT NoteFile ASSIGN TO "CollectNotes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSNoteStatus.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
    COPY CUSTREC.

FD OpenItemFile.
    COPY OPENITEM.

FD PromiseFile.
    COPY PROMISE.

FD NoteFile.
01 NoteRec.
       02 CN-IDNum     PIC 9(7).
       02 CN-Stamp     PIC X(14).
       02 CN-Collector PIC X(8).
       02 CN-Text      PIC X(60).

WORKING-STORAGE SECTION.
01 WSMoreWork        PIC X(1) VALUE 'Y'.
01 WSEOF             PIC A(1).
01 WSItemEOF         PIC A(1).
01 WSScanEOF         PIC X(1).
01 WSFileStatus      PIC X(2).
01 WSOpenItemStatus  PIC X(2).
01 WSPromiseStatus   PIC X(2).
01 WSNoteStatus      PIC X(2).
01 WSToday           PIC 9(8).
01 WSTodayInt        PIC 9(8).
01 WSItemDateInt     PIC 9(8).
01 WSDaysOld         PIC S9(5).
01 WSOldestDays      PIC S9(5).
01 WSPastDue         PIC S9(9)V99.
01 WSOperatorID      PIC X(8).
01 WSWorkList.
       02 WSWorkEntry OCCURS 200 TIMES.
           03 WSWLIDNum      PIC 9(7).
           03 WSWLBroken     PIC X(1).
           03 WSWLDays       PIC 9(5).
           03 WSWLAmount     PIC 9(9)V99.
           03 WSWLWorked     PIC X(1).
01 WSWLUsed          PIC 9(3).
01 WSWLIndex         PIC 9(3).
01 WSWLSlot          PIC 9(3).
01 WSWLShown         PIC 9(3).
01 WSWLDropped       PIC 9(5).
01 WSHeldCount       PIC 9(5).
01 WSNewBroken       PIC X(1).
01 WSNewDays         PIC 9(5).
01 WSNewAmount       PIC 9(9)V99.
01 WSInsertHere      PIC X(1).
01 WSPickIn          PIC X(3).
01 WSPick            PIC 9(3).
01 WSCurrentState    PIC X(1).
01 WSCurrentKey      PIC X(21).
01 WSListLine.
       02 WL-Num           PIC ZZ9.
       02 FILLER           PIC X(2).
       02 WL-Flag          PIC X(6).
       02 FILLER           PIC X(1).
       02 WL-IDNum         PIC 9(7).
       02 FILLER           PIC X(2).
       02 WL-Name          PIC X(31).
       02 FILLER           PIC X(1).
       02 WL-Amount        PIC Z(8)9.99.
       02 FILLER           PIC X(2).
       02 WL-Days          PIC ZZZZ9.
01 WSNoteTable.
       02 WSNoteEntry OCCURS 5 TIMES.
           03 WSNoteStamp    PIC X(14).
           03 WSNoteBy       PIC X(8).
           03 WSNoteText     PIC X(60).
01 WSNoteUsed        PIC 9(1).
01 WSNoteIndex       PIC 9(1).
01 WSShiftIndex      PIC 9(1).
01 WSContact.
       02 WSCtIDNum        PIC 9(7).
       02 WSCtName         PIC X(31).
       02 WSCtPhone        PIC X(12).
       02 WSCtBalance      PIC S9(7)V99.
       02 WSCtPastDue      PIC S9(9)V99.
       02 WSCtDays         PIC 9(5).
       02 WSCtPromise      PIC X(40).
       02 WSCtNote         PIC X(60).
       02 WSCtPromAmtIn    PIC X(12).
       02 WSCtPromDate     PIC 9(8).
01 WSPromiseAmount   PIC 9(7)V99.
01 WSPromiseEdit     PIC Z(6)9.99.
01 WSInvalid         PIC X(1).
01 WSPause           PIC X(1).
01 WSNoteCount       PIC 9(5) VALUE 0.
01 WSPromiseCount    PIC 9(5) VALUE 0.

SCREEN SECTION.
01 ContactScreen.
       05 BLANK SCREEN.
       05 LINE 1 COL 5 VALUE "Collections - Customer Contact".
       05 LINE 3 COL 5 VALUE "Customer . . . . :".
       05 LINE 3 COL 25 PIC 9(7) FROM WSCtIDNum.
       05 LINE 3 COL 34 PIC X(31) FROM WSCtName.
       05 LINE 4 COL 5 VALUE "Phone. . . . . . :".
       05 LINE 4 COL 25 PIC X(12) FROM WSCtPhone.
       05 LINE 5 COL 5 VALUE "Balance. . . . . :".
       05 LINE 5 COL 25 PIC -(7)9.99 FROM WSCtBalance.
       05 LINE 6 COL 5 VALUE "Past due . . . . :".
       05 LINE 6 COL 25 PIC -(9)9.99 FROM WSCtPastDue.
       05 LINE 6 COL 40 VALUE "oldest item days:".
       05 LINE 6 COL 58 PIC ZZZZ9 FROM WSCtDays.
       05 LINE 7 COL 5 VALUE "Last promise . . :".
       05 LINE 7 COL 25 PIC X(40) FROM WSCtPromise.
       05 LINE 9 COL 5 VALUE "Recent notes:".
       05 LINE 10 COL 7 PIC X(8) FROM WSNoteStamp(1).
       05 LINE 10 COL 16 PIC X(8) FROM WSNoteBy(1).
       05 LINE 10 COL 25 PIC X(50) FROM WSNoteText(1).
       05 LINE 11 COL 7 PIC X(8) FROM WSNoteStamp(2).
       05 LINE 11 COL 16 PIC X(8) FROM WSNoteBy(2).
       05 LINE 11 COL 25 PIC X(50) FROM WSNoteText(2).
       05 LINE 12 COL 7 PIC X(8) FROM WSNoteStamp(3).
       05 LINE 12 COL 16 PIC X(8) FROM WSNoteBy(3).
       05 LINE 12 COL 25 PIC X(50) FROM WSNoteText(3).
       05 LINE 13 COL 7 PIC X(8) FROM WSNoteStamp(4).
       05 LINE 13 COL 16 PIC X(8) FROM WSNoteBy(4).
       05 LINE 13 COL 25 PIC X(50) FROM WSNoteText(4).
       05 LINE 14 COL 7 PIC X(8) FROM WSNoteStamp(5).
       05 LINE 14 COL 16 PIC X(8) FROM WSNoteBy(5).
       05 LINE 14 COL 25 PIC X(50) FROM WSNoteText(5).
       05 LINE 16 COL 5 VALUE "Contact note . . :".
       05 LINE 17 COL 5 PIC X(60) USING WSCtNote.
       05 LINE 19 COL 5 VALUE "Promise amount . :".
       05 LINE 19 COL 25 PIC X(12) USING WSCtPromAmtIn.
       05 LINE 20 COL 5 VALUE "Promised by date :".
       05 LINE 20 COL 25 PIC 9(8) USING WSCtPromDate.
       05 LINE 21 COL 5 VALUE "(leave the amount blank when no promise was made)".

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday
       COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSToday)
       OPEN INPUT OpenItemFile
       IF WSOpenItemStatus NOT = "00"
           DISPLAY "No open items on file, nothing to collect"
           CLOSE OpenItemFile
           STOP RUN
       END-IF
       OPEN INPUT CustomerFile
       IF WSFileStatus NOT = "00"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE OpenItemFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF
       PERFORM OpenPromiseFile
       PERFORM BuildWorkList
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM ShowWorkList
           PERFORM PickCustomer
           IF WSPick > 0
               PERFORM WorkOneCustomer
           END-IF
           PERFORM AskMoreWork
       END-PERFORM
       CLOSE PromiseFile
       CLOSE CustomerFile
       CLOSE OpenItemFile
       DISPLAY "Contact notes logged: " WSNoteCount
           "  promises recorded: " WSPromiseCount
       GOBACK.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

OpenPromiseFile.
       OPEN I-O PromiseFile
       IF WSPromiseStatus = "35"
           OPEN OUTPUT PromiseFile
           CLOSE PromiseFile
           OPEN I-O PromiseFile
       END-IF
       IF WSPromiseStatus NOT = "00" AND WSPromiseStatus NOT = "10"
           DISPLAY "PromiseFile I/O problem, status: " WSPromiseStatus
           CLOSE PromiseFile
           CLOSE CustomerFile
           CLOSE OpenItemFile
           STOP RUN WITH ERROR STATUS WSPromiseStatus
       END-IF.

BuildWorkList.
       MOVE 0 TO WSWLUsed
       MOVE 0 TO WSWLDropped
       MOVE 0 TO WSHeldCount
       MOVE 'N' TO WSEOF
       MOVE 0 TO IDNum
       START CustomerFile KEY IS >= IDNum
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y'
           READ CustomerFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF CustStatus NOT = 'D'
                       PERFORM ConsiderCustomer
                   END-IF
           END-READ
       END-PERFORM
       IF WSWLDropped > 0
           DISPLAY "WARNING, worklist full, past-due customers not"
               " listed: " WSWLDropped
       END-IF.

ConsiderCustomer.
       PERFORM TallyPastDue
       IF WSPastDue <= 0
           EXIT PARAGRAPH
       END-IF
       PERFORM FindCurrentPromise
       IF WSCurrentState = 'O'
           ADD 1 TO WSHeldCount
           EXIT PARAGRAPH
       END-IF
       IF WSCurrentState = 'B'
           MOVE 'Y' TO WSNewBroken
       ELSE
           MOVE 'N' TO WSNewBroken
       END-IF
       MOVE WSOldestDays TO WSNewDays
       MOVE WSPastDue TO WSNewAmount
       PERFORM InsertWorkEntry.

TallyPastDue.
       MOVE 0 TO WSPastDue
       MOVE 0 TO WSOldestDays
       MOVE 'N' TO WSItemEOF
       MOVE 0 TO OI-InvoiceNum
       START OpenItemFile KEY IS >= OI-InvoiceNum
           INVALID KEY
               MOVE 'Y' TO WSItemEOF
       END-START
       PERFORM UNTIL WSItemEOF = 'Y'
           READ OpenItemFile NEXT RECORD
               AT END MOVE 'Y' TO WSItemEOF
               NOT AT END
                   IF OI-IDNum = IDNum AND OI-Status = 'O'
                           AND OI-OpenAmount > 0
                       COMPUTE WSItemDateInt
                           = FUNCTION INTEGER-OF-DATE(OI-InvDate)
                       COMPUTE WSDaysOld = WSTodayInt - WSItemDateInt
                       IF WSDaysOld > 30
                           ADD OI-OpenAmount TO WSPastDue
                           IF WSDaysOld > WSOldestDays
                               MOVE WSDaysOld TO WSOldestDays
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

FindCurrentPromise.
       MOVE SPACE TO WSCurrentState
       MOVE SPACES TO WSCurrentKey
       MOVE IDNum TO PM-IDNum
       MOVE LOW-VALUES TO PM-Stamp
       MOVE 'N' TO WSScanEOF
       START PromiseFile KEY IS >= PM-Key
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ PromiseFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF PM-IDNum NOT = IDNum
                       MOVE 'Y' TO WSScanEOF
                   ELSE
                       MOVE PM-Status TO WSCurrentState
                       MOVE PM-Key TO WSCurrentKey
                   END-IF
           END-READ
       END-PERFORM.

InsertWorkEntry.
       IF WSWLUsed = 200
           ADD 1 TO WSWLDropped
           EXIT PARAGRAPH
       END-IF
       ADD 1 TO WSWLUsed
       MOVE WSWLUsed TO WSWLSlot
       MOVE 'N' TO WSInsertHere
       PERFORM UNTIL WSWLSlot = 1 OR WSInsertHere = 'Y'
           COMPUTE WSWLIndex = WSWLSlot - 1
           PERFORM CompareWorkEntry
           IF WSInsertHere = 'N'
               MOVE WSWorkEntry(WSWLIndex) TO WSWorkEntry(WSWLSlot)
               MOVE WSWLIndex TO WSWLSlot
           END-IF
       END-PERFORM
       MOVE IDNum TO WSWLIDNum(WSWLSlot)
       MOVE WSNewBroken TO WSWLBroken(WSWLSlot)
       MOVE WSNewDays TO WSWLDays(WSWLSlot)
       MOVE WSNewAmount TO WSWLAmount(WSWLSlot)
       MOVE 'N' TO WSWLWorked(WSWLSlot).

CompareWorkEntry.
       MOVE 'Y' TO WSInsertHere
       EVALUATE TRUE
           WHEN WSNewBroken = 'Y' AND WSWLBroken(WSWLIndex) = 'N'
               MOVE 'N' TO WSInsertHere
           WHEN WSNewBroken NOT = WSWLBroken(WSWLIndex)
               CONTINUE
           WHEN WSNewDays > WSWLDays(WSWLIndex)
               MOVE 'N' TO WSInsertHere
           WHEN WSNewDays = WSWLDays(WSWLIndex)
                   AND WSNewAmount > WSWLAmount(WSWLIndex)
               MOVE 'N' TO WSInsertHere
       END-EVALUATE.

ShowWorkList.
       DISPLAY " "
       DISPLAY "Collections worklist " WSToday
           "  (customers with an open promise held back: "
           WSHeldCount ")"
       DISPLAY "  No  Flag   Custmr   Name                               Past due   Days"
       MOVE 0 TO WSWLShown
       PERFORM VARYING WSWLIndex FROM 1 BY 1
           UNTIL WSWLIndex > WSWLUsed OR WSWLShown = 20
           IF WSWLWorked(WSWLIndex) = 'N'
               PERFORM ShowWorkEntry
           END-IF
       END-PERFORM
       IF WSWLShown = 0
           DISPLAY "  No past-due customers left to work"
       END-IF.

ShowWorkEntry.
       ADD 1 TO WSWLShown
       MOVE SPACES TO WSListLine
       MOVE WSWLIndex TO WL-Num
       IF WSWLBroken(WSWLIndex) = 'Y'
           MOVE "BROKEN" TO WL-Flag
       END-IF
       MOVE WSWLIDNum(WSWLIndex) TO WL-IDNum
       MOVE WSWLIDNum(WSWLIndex) TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               MOVE SPACES TO WL-Name
           NOT INVALID KEY
               MOVE CustName TO WL-Name
       END-READ
       MOVE WSWLAmount(WSWLIndex) TO WL-Amount
       MOVE WSWLDays(WSWLIndex) TO WL-Days
       DISPLAY WSListLine.

PickCustomer.
       MOVE 0 TO WSPick
       DISPLAY "Worklist number to work (blank = none) "
           WITH NO ADVANCING
       MOVE SPACES TO WSPickIn
       ACCEPT WSPickIn
       IF WSPickIn = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(WSPickIn) TO WSPick
       IF WSPick < 1 OR WSPick > WSWLUsed
           DISPLAY "Not on the worklist : " WSPickIn
           MOVE 0 TO WSPick
           EXIT PARAGRAPH
       END-IF
       IF WSWLWorked(WSPick) = 'Y'
           DISPLAY "Customer already worked this session"
           MOVE 0 TO WSPick
       END-IF.

WorkOneCustomer.
       MOVE WSWLIDNum(WSPick) TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               DISPLAY "Customer no longer on file : " IDNum
               EXIT PARAGRAPH
       END-READ
       INITIALIZE WSContact
       MOVE IDNum TO WSCtIDNum
       MOVE CustName TO WSCtName
       MOVE PhoneNumber TO WSCtPhone
       MOVE CustBalance TO WSCtBalance
       MOVE WSWLAmount(WSPick) TO WSCtPastDue
       MOVE WSWLDays(WSPick) TO WSCtDays
       PERFORM FindCurrentPromise
       PERFORM DescribeCurrentPromise
       PERFORM LoadRecentNotes
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY ContactScreen
           ACCEPT ContactScreen
           PERFORM ValidateContact
       END-PERFORM
       IF WSCtNote NOT = SPACES
           PERFORM WriteContactNote
       END-IF
       IF WSPromiseAmount > 0
           PERFORM WritePromise
       END-IF
       IF WSCurrentState = 'B'
               AND (WSCtNote NOT = SPACES OR WSPromiseAmount > 0)
           PERFORM MarkFollowedUp
       END-IF
       MOVE 'Y' TO WSWLWorked(WSPick).

DescribeCurrentPromise.
       MOVE SPACES TO WSCtPromise
       IF WSCurrentState = SPACE
           MOVE "none on file" TO WSCtPromise
           EXIT PARAGRAPH
       END-IF
       MOVE PM-Amount TO WSPromiseEdit
       EVALUATE WSCurrentState
           WHEN 'B'
               STRING "BROKEN " DELIMITED BY SIZE
                   WSPromiseEdit DELIMITED BY SIZE
                   " due " DELIMITED BY SIZE
                   PM-DueDate DELIMITED BY SIZE
                   INTO WSCtPromise
               END-STRING
           WHEN 'K'
               STRING "kept   " DELIMITED BY SIZE
                   WSPromiseEdit DELIMITED BY SIZE
                   " due " DELIMITED BY SIZE
                   PM-DueDate DELIMITED BY SIZE
                   INTO WSCtPromise
               END-STRING
           WHEN OTHER
               STRING "broken " DELIMITED BY SIZE
                   WSPromiseEdit DELIMITED BY SIZE
                   " due " DELIMITED BY SIZE
                   PM-DueDate DELIMITED BY SIZE
                   " (followed up)" DELIMITED BY SIZE
                   INTO WSCtPromise
               END-STRING
       END-EVALUATE.

LoadRecentNotes.
       MOVE 0 TO WSNoteUsed
       MOVE SPACES TO WSNoteTable
       OPEN INPUT NoteFile
       IF WSNoteStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ NoteFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF CN-IDNum = IDNum
                           PERFORM KeepRecentNote
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE NoteFile.

KeepRecentNote.
       IF WSNoteUsed = 5
           PERFORM VARYING WSShiftIndex FROM 1 BY 1
               UNTIL WSShiftIndex > 4
               MOVE WSNoteEntry(WSShiftIndex + 1)
                   TO WSNoteEntry(WSShiftIndex)
           END-PERFORM
       ELSE
           ADD 1 TO WSNoteUsed
       END-IF
       MOVE CN-Stamp TO WSNoteStamp(WSNoteUsed)
       MOVE CN-Collector TO WSNoteBy(WSNoteUsed)
       MOVE CN-Text TO WSNoteText(WSNoteUsed).

ValidateContact.
       MOVE 'N' TO WSInvalid
       MOVE 0 TO WSPromiseAmount
       IF WSCtPromAmtIn = SPACES
           EXIT PARAGRAPH
       END-IF
       MOVE FUNCTION NUMVAL(WSCtPromAmtIn) TO WSPromiseAmount
       IF WSPromiseAmount = 0
           DISPLAY "Promise amount must be greater than zero,"
               " press Enter" WITH NO ADVANCING
           ACCEPT WSPause
           MOVE 'Y' TO WSInvalid
           EXIT PARAGRAPH
       END-IF
       IF WSCtPromDate < WSToday
               OR FUNCTION INTEGER-OF-DATE(WSCtPromDate) = 0
           DISPLAY "Promised date must be a valid date from today on,"
               " press Enter" WITH NO ADVANCING
           ACCEPT WSPause
           MOVE 'Y' TO WSInvalid
       END-IF.

WriteContactNote.
       OPEN EXTEND NoteFile
       IF WSNoteStatus = "35"
           OPEN OUTPUT NoteFile
       END-IF
       MOVE IDNum TO CN-IDNum
       MOVE FUNCTION CURRENT-DATE(1:14) TO CN-Stamp
       MOVE WSOperatorID TO CN-Collector
       MOVE WSCtNote TO CN-Text
       WRITE NoteRec
       CLOSE NoteFile
       ADD 1 TO WSNoteCount.

WritePromise.
       MOVE IDNum TO PM-IDNum
       MOVE FUNCTION CURRENT-DATE(1:14) TO PM-Stamp
       MOVE WSPromiseAmount TO PM-Amount
       MOVE WSCtPromDate TO PM-DueDate
       MOVE 0 TO PM-Paid
       MOVE 'O' TO PM-Status
       MOVE WSOperatorID TO PM-Collector
       MOVE 0 TO PM-ClosedDate
       WRITE PromiseData
           INVALID KEY
               DISPLAY "Unable to record promise for customer : "
                   IDNum
           NOT INVALID KEY
               ADD 1 TO WSPromiseCount
       END-WRITE.

MarkFollowedUp.
       MOVE WSCurrentKey TO PM-Key
       READ PromiseFile
           KEY IS PM-Key
           INVALID KEY
               EXIT PARAGRAPH
       END-READ
       MOVE 'F' TO PM-Status
       REWRITE PromiseData
           INVALID KEY
               DISPLAY "Unable to mark broken promise followed up : "
                   IDNum
       END-REWRITE.

AskMoreWork.
       DISPLAY "Continue with the worklist (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
