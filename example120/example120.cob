       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example120.
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
       SELECT GenerationFile ASSIGN TO "ERASEGEN"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GN-IDNum
           ALTERNATE RECORD KEY IS GN-LastName WITH DUPLICATES
           FILE STATUS IS WSGenStatus.
       SELECT ArchiveFile ASSIGN TO "CustomerArchive.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSArchFileStatus.
       SELECT OpenItemFile ASSIGN TO "OpenItems.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OI-InvoiceNum
           FILE STATUS IS WSOpenItemStatus.
       SELECT OrderFile ASSIGN TO "Orders.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OrderNum
           FILE STATUS IS WSOrderFileStatus.
       SELECT ShipToFile ASSIGN TO "ShipTo.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ST-Key
           FILE STATUS IS WSShipToStatus.
       SELECT EraseInFile ASSIGN TO "ERASEIN"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSEraseInStatus.
       SELECT EraseOutFile ASSIGN TO "ERASEOUT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSEraseOutStatus.
       SELECT FileListFile ASSIGN TO "ErasureList.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSFileListStatus.
       SELECT AuditFile ASSIGN TO "CustAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LockFile ASSIGN TO "Customer.dat.lock"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLockFileStatus.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
    COPY CUSTREC.

FD GenerationFile.
    COPY CUSTREC REPLACING
        ==CustomerData==  BY ==GenCustomerData==
        ==IDNum==         BY ==GN-IDNum==
        ==CustName==      BY ==GN-CustName==
        ==FirstName==     BY ==GN-FirstName==
        ==LastName==      BY ==GN-LastName==
        ==CustAddress==   BY ==GN-CustAddress==
        ==AddrLine1==     BY ==GN-AddrLine1==
        ==AddrCity==      BY ==GN-AddrCity==
        ==AddrState==     BY ==GN-AddrState==
        ==AddrZip==       BY ==GN-AddrZip==
        ==PhoneNumber==   BY ==GN-PhoneNumber==
        ==CustStatus==    BY ==GN-CustStatus==
        ==FullName==      BY ==GN-FullName==
        ==DateAdded==     BY ==GN-DateAdded==
        ==CustBalance==   BY ==GN-CustBalance==
        ==AddrUndeliv==   BY ==GN-AddrUndeliv==
        ==CustBranch==    BY ==GN-CustBranch==.

FD ArchiveFile.
    COPY CUSTREC REPLACING
        ==CustomerData==  BY ==ArchiveRecord==
        ==IDNum==         BY ==AR-IDNum==
        ==CustName==      BY ==AR-CustName==
        ==FirstName==     BY ==AR-FirstName==
        ==LastName==      BY ==AR-LastName==
        ==CustAddress==   BY ==AR-CustAddress==
        ==AddrLine1==     BY ==AR-AddrLine1==
        ==AddrCity==      BY ==AR-AddrCity==
        ==AddrState==     BY ==AR-AddrState==
        ==AddrZip==       BY ==AR-AddrZip==
        ==PhoneNumber==   BY ==AR-PhoneNumber==
        ==CustStatus==    BY ==AR-CustStatus==
        ==FullName==      BY ==AR-FullName==
        ==DateAdded==     BY ==AR-DateAdded==
        ==CustBalance==   BY ==AR-CustBalance==
        ==AddrUndeliv==   BY ==AR-AddrUndeliv==
        ==CustBranch==    BY ==AR-CustBranch==.

FD OpenItemFile.
    COPY OPENITEM.

FD OrderFile.
    COPY ORDREC.

FD ShipToFile.
    COPY SHIPTO.

FD EraseInFile.
01 EraseInLine   PIC X(200).

FD EraseOutFile.
01 EraseOutLine  PIC X(200).

FD FileListFile.
01 FileListRec   PIC X(80).

FD AuditFile.
    COPY AUDITREC.

FD LockFile.
01 LockRec  PIC X(1).

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSFileStatus      PIC X(2).
01 WSGenStatus       PIC X(2).
01 WSArchFileStatus  PIC X(2).
01 WSOpenItemStatus  PIC X(2).
01 WSOrderFileStatus PIC X(2).
01 WSShipToStatus    PIC X(2).
01 WSEraseInStatus   PIC X(2).
01 WSEraseOutStatus  PIC X(2).
01 WSFileListStatus  PIC X(2).
01 WSLockFileStatus  PIC X(2).
01 WSLockFileName    PIC X(80) VALUE "Customer.dat.lock".
01 WSFileListName    PIC X(80) VALUE "ErasureList.tmp".
01 WSOperatorID      PIC X(8).
01 WSOperRole        PIC X(1).
01 WSOperStatus      PIC X(1).
01 WSEraseInput      PIC X(7).
01 WSEraseID         PIC 9(7).
01 WSRequestRef      PIC X(20).
01 WSConfirmResp     PIC X(1).
01 WSErased          PIC X(20) VALUE "ERASED".
01 WSOnMaster        PIC X(1) VALUE 'N'.
01 WSOnArchive       PIC X(1) VALUE 'N'.
01 WSArchBalance     PIC S9(7)V99 VALUE 0.
01 WSArchStatusCode  PIC X(1).
01 WSRefusal         PIC X(60) VALUE SPACES.
01 WSOpenItemCount   PIC 9(5) VALUE 0.
01 WSOpenOrderCount  PIC 9(5) VALUE 0.
01 WSScrubKind       PIC X(1).
01 WSScrubName       PIC X(80).
01 WSScrubNewName    PIC X(80).
01 WSScrubCount      PIC 9(7).
01 WSLineChanged     PIC X(1).
01 WSLine            PIC X(200).
01 WSCommand         PIC X(200).
01 WSListTable.
       02 WSListName OCCURS 400 TIMES PIC X(80).
01 WSListCount       PIC 9(3) VALUE 0.
01 WSListIndex       PIC 9(3).
01 WSCertTable.
       02 WSCertEntry OCCURS 500 TIMES.
           03 CE-File          PIC X(60).
           03 CE-Count         PIC 9(7).
           03 CE-Note          PIC X(30).
01 WSCertCount       PIC 9(3) VALUE 0.
01 WSCertIndex       PIC 9(3).
01 WSFilesChanged    PIC 9(3) VALUE 0.
01 WSRecordsErased   PIC 9(7) VALUE 0.
01 WSIncomplete      PIC X(1) VALUE 'N'.
01 WSToday           PIC 9(8).
01 WSCertName        PIC X(40).
    COPY CUSTREC REPLACING
        ==CustomerData==  BY ==ErasedImage==
        ==IDNum==         BY ==EC-IDNum==
        ==CustName==      BY ==EC-CustName==
        ==FirstName==     BY ==EC-FirstName==
        ==LastName==      BY ==EC-LastName==
        ==CustAddress==   BY ==EC-CustAddress==
        ==AddrLine1==     BY ==EC-AddrLine1==
        ==AddrCity==      BY ==EC-AddrCity==
        ==AddrState==     BY ==EC-AddrState==
        ==AddrZip==       BY ==EC-AddrZip==
        ==PhoneNumber==   BY ==EC-PhoneNumber==
        ==CustStatus==    BY ==EC-CustStatus==
        ==FullName==      BY ==EC-FullName==
        ==DateAdded==     BY ==EC-DateAdded==
        ==CustBalance==   BY ==EC-CustBalance==
        ==AddrUndeliv==   BY ==EC-AddrUndeliv==
        ==CustBranch==    BY ==EC-CustBranch==.
01 WSJournalImage.
       02 WJ-OpCode        PIC X(1).
       02 WJ-Timestamp     PIC X(14).
       02 WJ-Operator      PIC X(8).
       02 WJ-Image         PIC X(149).
    COPY ADDRHIST.
01 WSAuditImage.
       02 WA-IDNum         PIC X(7).
       02 WA-OpCode        PIC X(1).
       02 WA-BeforeFirst   PIC X(15).
       02 WA-BeforeLast    PIC X(15).
       02 WA-AfterFirst    PIC X(15).
       02 WA-AfterLast     PIC X(15).
       02 WA-Rest          PIC X(22).
01 WSCertLine.
       02 CL-File          PIC X(60).
       02 FILLER           PIC X(1).
       02 CL-Count         PIC Z(6)9.
       02 FILLER           PIC X(2).
       02 CL-Note          PIC X(30).
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM CheckSupervisor
       PERFORM GetCustomerID
       PERFORM AcquireLock
       PERFORM CheckEligible
       IF WSRefusal NOT = SPACES
           DISPLAY "Erasure refused for customer " WSEraseID ": "
               FUNCTION TRIM(WSRefusal)
           PERFORM ReleaseLock
           GOBACK
       END-IF
       PERFORM ConfirmErasure
       PERFORM EraseMaster
       PERFORM EraseCustomerArchive
       PERFORM ScrubShipTo
       MOVE "ls CustAddrHist.dat CustAddrHist.*.dat YearEnd/*/before/CustAddrHist.dat > ErasureList.tmp 2>/dev/null"
           TO WSCommand
       MOVE 'H' TO WSScrubKind
       PERFORM ScrubListedFiles
       MOVE "ls CustAudit.log > ErasureList.tmp 2>/dev/null"
           TO WSCommand
       MOVE 'A' TO WSScrubKind
       PERFORM ScrubListedFiles
       MOVE "ls CustJournal.* > ErasureList.tmp 2>/dev/null"
           TO WSCommand
       MOVE 'J' TO WSScrubKind
       PERFORM ScrubListedFiles
       PERFORM EraseGenerations
       PERFORM WriteAuditRecord
       PERFORM ReleaseLock
       PERFORM PrintCertificate
       DISPLAY "Personal data erased for customer " WSEraseID
           ": files changed " WSFilesChanged
           "  records anonymised " WSRecordsErased
       DISPLAY "Certificate of erasure: " FUNCTION TRIM(WSCertName)
       IF WSIncomplete = 'Y'
           DISPLAY "WARNING, some copies could not be opened, see the"
               " certificate"
           MOVE 4 TO RETURN-CODE
       END-IF
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
           DISPLAY "Supervisor authority required to erase personal"
               " data: " WSOperatorID
           STOP RUN WITH ERROR STATUS "AU"
       END-IF.

GetCustomerID.
       DISPLAY "Customer number to erase " WITH NO ADVANCING
       MOVE SPACES TO WSEraseInput
       ACCEPT WSEraseInput
       IF FUNCTION TRIM(WSEraseInput) IS NOT NUMERIC
           DISPLAY "Customer number must be numeric"
           STOP RUN WITH ERROR STATUS "ID"
       END-IF
       COMPUTE WSEraseID = FUNCTION NUMVAL(WSEraseInput)
       DISPLAY "Written request reference " WITH NO ADVANCING
       MOVE SPACES TO WSRequestRef
       ACCEPT WSRequestRef
       IF WSRequestRef = SPACES
           DISPLAY "The written request reference is required"
           STOP RUN WITH ERROR STATUS "ID"
       END-IF.

AcquireLock.
       OPEN INPUT LockFile
       IF WSLockFileStatus = "00"
           DISPLAY "Customer.dat is locked by another job, try again later"
           CLOSE LockFile
           STOP RUN WITH ERROR STATUS "LK"
       END-IF
       OPEN OUTPUT LockFile
       MOVE "L" TO LockRec
       WRITE LockRec
       CLOSE LockFile.

ReleaseLock.
       CALL "CBL_DELETE_FILE" USING WSLockFileName.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           PERFORM ReleaseLock
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF.

CheckEligible.
       OPEN INPUT CustomerFile
       PERFORM CheckFileStatus
       MOVE WSEraseID TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               MOVE 'N' TO WSOnMaster
           NOT INVALID KEY
               MOVE 'Y' TO WSOnMaster
       END-READ
       CLOSE CustomerFile
       PERFORM FindInArchive
       IF WSOnMaster = 'N' AND WSOnArchive = 'N'
           MOVE "not on Customer.dat or CustomerArchive.dat"
               TO WSRefusal
           EXIT PARAGRAPH
       END-IF
       IF WSOnMaster = 'Y'
           IF CustStatus NOT = 'D'
               MOVE "customer is not closed (status must be D)"
                   TO WSRefusal
               EXIT PARAGRAPH
           END-IF
           IF CustBalance NOT = 0
               MOVE "customer balance is not zero" TO WSRefusal
               EXIT PARAGRAPH
           END-IF
       ELSE
           IF WSArchBalance NOT = 0
               MOVE "archived customer balance is not zero"
                   TO WSRefusal
               EXIT PARAGRAPH
           END-IF
       END-IF
       PERFORM CountOpenItems
       IF WSOpenItemCount > 0
           MOVE "customer still has open or disputed receivables"
               TO WSRefusal
           EXIT PARAGRAPH
       END-IF
       PERFORM CountOpenOrders
       IF WSOpenOrderCount > 0
           MOVE "customer still has open orders" TO WSRefusal
       END-IF.

FindInArchive.
       OPEN INPUT ArchiveFile
       IF WSArchFileStatus NOT = "00"
           CLOSE ArchiveFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ ArchiveFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF AR-IDNum = WSEraseID
                       MOVE 'Y' TO WSOnArchive
                       MOVE AR-CustBalance TO WSArchBalance
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ArchiveFile.

CountOpenItems.
       OPEN INPUT OpenItemFile
       IF WSOpenItemStatus NOT = "00"
           CLOSE OpenItemFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ OpenItemFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OI-IDNum = WSEraseID
                           AND (OI-Status = 'O' OR OI-Status = 'D')
                       ADD 1 TO WSOpenItemCount
                   END-IF
           END-READ
       END-PERFORM
       CLOSE OpenItemFile.

CountOpenOrders.
       OPEN INPUT OrderFile
       IF WSOrderFileStatus NOT = "00"
           CLOSE OrderFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ OrderFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OrderIDNum = WSEraseID AND OrderStatus = 'O'
                       ADD 1 TO WSOpenOrderCount
                   END-IF
           END-READ
       END-PERFORM
       CLOSE OrderFile.

ConfirmErasure.
       DISPLAY "Customer " WSEraseID " is closed with a zero balance"
           " and nothing open."
       DISPLAY "Overwrite the name, address and phone with "
           FUNCTION TRIM(WSErased) " in every copy (Y/N) "
           WITH NO ADVANCING
       ACCEPT WSConfirmResp
       MOVE FUNCTION UPPER-CASE(WSConfirmResp) TO WSConfirmResp
       IF WSConfirmResp NOT = 'Y'
           DISPLAY "Erasure cancelled, nothing changed"
           PERFORM ReleaseLock
           GOBACK
       END-IF.

AnonymiseImage.
       MOVE WSErased TO EC-FirstName
       MOVE WSErased TO EC-LastName
       MOVE WSErased TO EC-AddrLine1
       MOVE WSErased TO EC-AddrCity
       MOVE WSErased TO EC-AddrState
       MOVE WSErased TO EC-AddrZip
       MOVE WSErased TO EC-PhoneNumber
       MOVE WSErased TO EC-FullName.

AddCertEntry.
       IF WSCertCount < 500
           ADD 1 TO WSCertCount
           MOVE WSScrubName TO CE-File(WSCertCount)
           MOVE WSScrubCount TO CE-Count(WSCertCount)
           MOVE SPACES TO CE-Note(WSCertCount)
       END-IF
       IF WSScrubCount > 0
           ADD 1 TO WSFilesChanged
           ADD WSScrubCount TO WSRecordsErased
       END-IF.

NoteCertProblem.
       MOVE 'Y' TO WSIncomplete
       IF WSCertCount > 0
           MOVE "NOT CHANGED, could not open" TO CE-Note(WSCertCount)
       END-IF.

EraseMaster.
       MOVE "Customer.dat" TO WSScrubName
       MOVE 0 TO WSScrubCount
       IF WSOnMaster = 'N'
           PERFORM AddCertEntry
           MOVE "not on file (purged)" TO CE-Note(WSCertCount)
           EXIT PARAGRAPH
       END-IF
       OPEN I-O CustomerFile
       PERFORM CheckFileStatus
       MOVE WSEraseID TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE CustomerData TO ErasedImage
               PERFORM AnonymiseImage
               MOVE ErasedImage TO CustomerData
               REWRITE CustomerData
                   INVALID KEY
                       DISPLAY "Unable to rewrite customer : " IDNum
                   NOT INVALID KEY
                       CALL "CUSTJRNL" USING "R", CustomerData
                       MOVE 1 TO WSScrubCount
               END-REWRITE
       END-READ
       CLOSE CustomerFile
       PERFORM AddCertEntry.

EraseCustomerArchive.
       MOVE "CustomerArchive.dat" TO WSScrubName
       MOVE 'C' TO WSScrubKind
       PERFORM ScrubOneFile.

ScrubShipTo.
       MOVE "ShipTo.dat" TO WSScrubName
       MOVE 0 TO WSScrubCount
       OPEN I-O ShipToFile
       IF WSShipToStatus = "35"
           CLOSE ShipToFile
           PERFORM AddCertEntry
           MOVE "not on file" TO CE-Note(WSCertCount)
           EXIT PARAGRAPH
       END-IF
       IF WSShipToStatus NOT = "00"
           CLOSE ShipToFile
           PERFORM AddCertEntry
           PERFORM NoteCertProblem
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       MOVE WSEraseID TO ST-IDNum
       MOVE 0 TO ST-ShipNum
       START ShipToFile KEY IS >= ST-Key
           INVALID KEY
               MOVE 'Y' TO WSEOF
       END-START
       PERFORM UNTIL WSEOF = 'Y'
           READ ShipToFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF ST-IDNum = WSEraseID
                       MOVE WSErased TO ST-Name
                       MOVE WSErased TO ST-AddrLine1
                       MOVE WSErased TO ST-AddrCity
                       MOVE WSErased TO ST-AddrZip
                       REWRITE ShipToData
                           INVALID KEY
                               DISPLAY "Unable to rewrite ship-to : "
                                   ST-IDNum "/" ST-ShipNum
                           NOT INVALID KEY
                               ADD 1 TO WSScrubCount
                       END-REWRITE
                   ELSE
                       MOVE 'Y' TO WSEOF
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ShipToFile
       PERFORM AddCertEntry.

ScrubListedFiles.
       CALL "SYSTEM" USING WSCommand
       MOVE 0 TO WSListCount
       OPEN INPUT FileListFile
       IF WSFileListStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ FileListFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF FileListRec NOT = SPACES AND WSListCount < 400
                           ADD 1 TO WSListCount
                           MOVE FileListRec TO WSListName(WSListCount)
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE FileListFile
       CALL "CBL_DELETE_FILE" USING WSFileListName
       PERFORM VARYING WSListIndex FROM 1 BY 1
           UNTIL WSListIndex > WSListCount
           MOVE WSListName(WSListIndex) TO WSScrubName
           PERFORM ScrubOneFile
       END-PERFORM.

ScrubOneFile.
       MOVE 0 TO WSScrubCount
       SET ENVIRONMENT "ERASEIN" TO WSScrubName
       OPEN INPUT EraseInFile
       IF WSEraseInStatus NOT = "00"
           CLOSE EraseInFile
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WSScrubNewName
       STRING FUNCTION TRIM(WSScrubName) DELIMITED BY SIZE
           ".new" DELIMITED BY SIZE
           INTO WSScrubNewName
       END-STRING
       SET ENVIRONMENT "ERASEOUT" TO WSScrubNewName
       OPEN OUTPUT EraseOutFile
       IF WSEraseOutStatus NOT = "00"
           CLOSE EraseInFile
           PERFORM AddCertEntry
           PERFORM NoteCertProblem
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ EraseInFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE EraseInLine TO WSLine
                   PERFORM ScrubOneLine
                   IF WSLineChanged = 'Y'
                       ADD 1 TO WSScrubCount
                   END-IF
                   WRITE EraseOutLine FROM WSLine
           END-READ
       END-PERFORM
       CLOSE EraseInFile
       CLOSE EraseOutFile
       MOVE SPACES TO WSCommand
       IF WSScrubCount > 0
           STRING "mv " DELIMITED BY SIZE
               FUNCTION TRIM(WSScrubNewName) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WSScrubName) DELIMITED BY SIZE
               INTO WSCommand
           END-STRING
       ELSE
           STRING "rm -f " DELIMITED BY SIZE
               FUNCTION TRIM(WSScrubNewName) DELIMITED BY SIZE
               INTO WSCommand
           END-STRING
       END-IF
       CALL "SYSTEM" USING WSCommand
       PERFORM AddCertEntry
       IF RETURN-CODE NOT = 0
           PERFORM NoteCertProblem
       END-IF.

ScrubOneLine.
       MOVE 'N' TO WSLineChanged
       EVALUATE WSScrubKind
           WHEN 'C'
               MOVE WSLine(1:149) TO ErasedImage
               IF EC-IDNum = WSEraseID
                   PERFORM AnonymiseImage
                   MOVE ErasedImage TO WSLine(1:149)
                   MOVE 'Y' TO WSLineChanged
               END-IF
           WHEN 'H'
               MOVE WSLine(1:80) TO AddrHistLine
               IF AH-IDNum = WSEraseID
                   MOVE WSErased TO AH-AddrLine1
                   MOVE WSErased TO AH-AddrCity
                   MOVE WSErased TO AH-AddrState
                   MOVE WSErased TO AH-AddrZip
                   MOVE WSErased TO AH-PhoneNumber
                   MOVE AddrHistLine TO WSLine(1:80)
                   MOVE 'Y' TO WSLineChanged
               END-IF
           WHEN 'A'
               MOVE WSLine(1:90) TO WSAuditImage
               IF WA-IDNum = WSEraseID
                   PERFORM ScrubAuditNames
                   MOVE WSAuditImage TO WSLine(1:90)
               END-IF
           WHEN 'J'
               MOVE WSLine(1:172) TO WSJournalImage
               MOVE WJ-Image TO ErasedImage
               IF EC-IDNum = WSEraseID
                   PERFORM AnonymiseImage
                   MOVE ErasedImage TO WJ-Image
                   MOVE WSJournalImage TO WSLine(1:172)
                   MOVE 'Y' TO WSLineChanged
               END-IF
       END-EVALUATE.

ScrubAuditNames.
       IF WA-BeforeFirst NOT = SPACES
           MOVE WSErased TO WA-BeforeFirst
           MOVE 'Y' TO WSLineChanged
       END-IF
       IF WA-BeforeLast NOT = SPACES
           MOVE WSErased TO WA-BeforeLast
           MOVE 'Y' TO WSLineChanged
       END-IF
       IF WA-AfterFirst NOT = SPACES
           MOVE WSErased TO WA-AfterFirst
           MOVE 'Y' TO WSLineChanged
       END-IF
       IF WA-AfterLast NOT = SPACES
           MOVE WSErased TO WA-AfterLast
           MOVE 'Y' TO WSLineChanged
       END-IF.

EraseGenerations.
       MOVE "ls Customer.dat.bak-* MonthEnd/*/Customer.dat > ErasureList.tmp 2>/dev/null"
           TO WSCommand
       CALL "SYSTEM" USING WSCommand
       MOVE 0 TO WSListCount
       OPEN INPUT FileListFile
       IF WSFileListStatus = "00"
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF = 'Y'
               READ FileListFile
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF FileListRec NOT = SPACES AND WSListCount < 400
                           ADD 1 TO WSListCount
                           MOVE FileListRec TO WSListName(WSListCount)
                       END-IF
               END-READ
           END-PERFORM
       END-IF
       CLOSE FileListFile
       CALL "CBL_DELETE_FILE" USING WSFileListName
       PERFORM EraseOneGeneration
           VARYING WSListIndex FROM 1 BY 1
           UNTIL WSListIndex > WSListCount.

EraseOneGeneration.
       MOVE WSListName(WSListIndex) TO WSScrubName
       MOVE 0 TO WSScrubCount
       SET ENVIRONMENT "ERASEGEN" TO WSScrubName
       OPEN I-O GenerationFile
       IF WSGenStatus NOT = "00"
           CLOSE GenerationFile
           PERFORM AddCertEntry
           PERFORM NoteCertProblem
           EXIT PARAGRAPH
       END-IF
       MOVE WSEraseID TO GN-IDNum
       READ GenerationFile
           KEY IS GN-IDNum
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE GenCustomerData TO ErasedImage
               PERFORM AnonymiseImage
               MOVE ErasedImage TO GenCustomerData
               REWRITE GenCustomerData
                   INVALID KEY
                       MOVE 'Y' TO WSIncomplete
                   NOT INVALID KEY
                       MOVE 1 TO WSScrubCount
               END-REWRITE
       END-READ
       CLOSE GenerationFile
       PERFORM AddCertEntry.

WriteAuditRecord.
       OPEN EXTEND AuditFile
       MOVE WSEraseID TO AL-IDNum
       MOVE 'E' TO AL-OpCode
       MOVE WSErased TO AL-BeforeFirst
       MOVE WSErased TO AL-BeforeLast
       MOVE WSErased TO AL-AfterFirst
       MOVE WSErased TO AL-AfterLast
       MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
       MOVE WSOperatorID TO AL-Operator
       WRITE AuditLine
       CLOSE AuditFile.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

PrintCertificate.
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday
       MOVE SPACES TO WSCertName
       STRING "ErasureCertificate-" DELIMITED BY SIZE
           WSEraseID DELIMITED BY SIZE
           ".rpt" DELIMITED BY SIZE
           INTO WSCertName
       END-STRING
       MOVE 'O' TO RW-Action
       MOVE WSCertName TO RW-ReportName
       MOVE "Certificate of Erasure" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "File                                                         Records  Result"
           TO RW-HeadCol
       MOVE "------------------------------------------------------------ -------  ------------------------------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       MOVE SPACES TO RW-Line
       STRING "Customer number           : " DELIMITED BY SIZE
           WSEraseID DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       STRING "Written request reference : " DELIMITED BY SIZE
           WSRequestRef DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       STRING "Approved and run by       : " DELIMITED BY SIZE
           WSOperatorID DELIMITED BY SIZE
           " (supervisor)" DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       STRING "Date of erasure           : " DELIMITED BY SIZE
           WSToday DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       STRING "Name, address and phone overwritten with : "
               DELIMITED BY SIZE
           FUNCTION TRIM(WSErased) DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE "The customer number and all financial history (orders, invoices, payments, open items) are retained."
           TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       PERFORM PrintOneCertLine
           VARYING WSCertIndex FROM 1 BY 1
           UNTIL WSCertIndex > WSCertCount
       MOVE SPACES TO WSTrailerLine
       IF WSIncomplete = 'Y'
           STRING "ERASURE INCOMPLETE, files changed: " DELIMITED BY SIZE
               WSFilesChanged DELIMITED BY SIZE
               INTO WSTrailerLine
           END-STRING
       ELSE
           STRING "Files changed: " DELIMITED BY SIZE
               WSFilesChanged DELIMITED BY SIZE
               "  records anonymised: " DELIMITED BY SIZE
               WSRecordsErased DELIMITED BY SIZE
               INTO WSTrailerLine
           END-STRING
       END-IF
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.

PrintOneCertLine.
       MOVE SPACES TO WSCertLine
       MOVE CE-File(WSCertIndex) TO CL-File
       MOVE CE-Count(WSCertIndex) TO CL-Count
       MOVE CE-Note(WSCertIndex) TO CL-Note
       IF CE-Note(WSCertIndex) = SPACES
           IF CE-Count(WSCertIndex) > 0
               MOVE "anonymised" TO CL-Note
           ELSE
               MOVE "checked, no personal data" TO CL-Note
           END-IF
       END-IF
       MOVE WSCertLine TO RW-Line
       PERFORM WriteReportLine.
