           ACCESS IS DYNAMIC
           RECORD KEY IS OI-InvoiceNum
           FILE STATUS IS WSOpenItemStatus.
       SELECT PromiseFile ASSIGN TO "Promises.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PM-Key
           FILE STATUS IS WSPromiseStatus.
       SELECT DunningHistFile ASSIGN TO "DunningHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDunningStatus.
FD OpenItemFile.
    COPY OPENITEM.

FD PromiseFile.
    COPY PROMISE.

FD DunningHistFile.
01 DunningHistLine.
       02 DN-IDNum     PIC 9(7).
01 WSFileStatus      PIC X(2).
01 WSOpenItemStatus  PIC X(2).
01 WSDunningStatus   PIC X(2).
01 WSPromiseStatus   PIC X(2).
01 WSHavePromises    PIC X(1) VALUE 'N'.
01 WSPromiseEOF      PIC X(1).
01 WSActivePromise   PIC X(1).
01 WSHeldCount       PIC 9(7) VALUE 0.
01 WSHaveOpenItems   PIC X(1) VALUE 'N'.
01 WSAsOfDate        PIC X(8).
01 WSAsOfDateInt     PIC 9(8).
           STOP RUN
       END-IF
       PERFORM OpenLetterFile
       PERFORM OpenPromiseFile
       OPEN INPUT CustomerFile
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
       PERFORM PrintTrailer
       CLOSE CustomerFile
       CLOSE OpenItemFile
       IF WSHavePromises = 'Y'
           CLOSE PromiseFile
       END-IF
       DISPLAY "Dunning letters: level 1: " WSLetterCount(1)
           "  level 2: " WSLetterCount(2)
           "  level 3: " WSLetterCount(3)
       DISPLAY "Held back on an open promise to pay: " WSHeldCount
       STOP RUN.

GetAsOfDate.
           CLOSE OpenItemFile
       END-IF.

OpenPromiseFile.
       MOVE 'N' TO WSHavePromises
       OPEN INPUT PromiseFile
       IF WSPromiseStatus = "00"
           MOVE 'Y' TO WSHavePromises
       ELSE
           CLOSE PromiseFile
       END-IF.

OpenLetterFile.
       MOVE 'O' TO RW-Action
       MOVE "DunningLetters.rpt" TO RW-ReportName
DunOneCustomer.
       PERFORM TallyOverdueItems
       IF WSOverdueAmount > 0 AND WSOldestDays > 30
           PERFORM CheckActivePromise
           IF WSActivePromise = 'Y'
               ADD 1 TO WSHeldCount
               EXIT PARAGRAPH
           END-IF
           PERFORM DetermineLevel
           PERFORM PrintLetter
           PERFORM WriteDunningHistory
           ADD 1 TO WSLetterCount(WSSendLevel)
       END-IF.

CheckActivePromise.
       MOVE 'N' TO WSActivePromise
       IF WSHavePromises = 'N'
           EXIT PARAGRAPH
       END-IF
       MOVE IDNum TO PM-IDNum
       MOVE LOW-VALUES TO PM-Stamp
       MOVE 'N' TO WSPromiseEOF
       START PromiseFile KEY IS >= PM-Key
           INVALID KEY
               MOVE 'Y' TO WSPromiseEOF
       END-START
       PERFORM UNTIL WSPromiseEOF = 'Y'
           READ PromiseFile NEXT RECORD
               AT END MOVE 'Y' TO WSPromiseEOF
               NOT AT END
                   IF PM-IDNum NOT = IDNum
                       MOVE 'Y' TO WSPromiseEOF
                   ELSE
                       IF PM-Status = 'O'
                           MOVE 'Y' TO WSActivePromise
                           MOVE 'Y' TO WSPromiseEOF
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.

TallyOverdueItems.
       MOVE 0 TO WSOverdueAmount
       MOVE 0 TO WSOldestDays
