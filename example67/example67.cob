       SELECT TaxRateFile ASSIGN TO "TaxRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSTaxFileStatus.
       SELECT GLAccountFile ASSIGN TO "GLAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLFileStatus.
       SELECT RefAuditFile ASSIGN TO "RefAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FD TaxRateFile.
    COPY TAXRATE.

FD GLAccountFile.
    COPY GLACCT.

FD RefAuditFile.
01 RefAuditLine.
       02 RA-Table     PIC X(2).
01 WSStateFileStatus PIC X(2).
01 WSOperFileStatus  PIC X(2).
01 WSTaxFileStatus   PIC X(2).
01 WSGLFileStatus    PIC X(2).
01 WSTableChoice     PIC X(1).
01 WSAction          PIC X(1).
01 WSInvalid         PIC X(1).
01 WSEditEffDate     PIC X(8).
01 WSRateIn          PIC X(7).
01 WSEditRate        PIC 9(2)V999.
01 WSGLTable.
       02 WSGLEntry OCCURS 500 TIMES.
           03 WSTblGType    PIC X(2).
           03 WSTblGDrCr    PIC X(2).
           03 WSTblGBranch  PIC X(2).
           03 WSTblGAccount PIC X(4).
           03 WSTblGDesc    PIC X(20).
01 WSGLCount         PIC 9(3) VALUE 0.
01 WSGLDropped       PIC 9(3) VALUE 0.
01 WSGLIndex         PIC 9(3).
01 WSGLSlot          PIC 9(3).
01 WSEditGType       PIC X(2).
       88 WSGTypeValid VALUE "OR" "TX" "PY" "FC" "CM" "DM" "NR" "NF"
                             "RF" "WO" "WR" "OX".
01 WSEditGDrCr       PIC X(2).
01 WSEditGBranch     PIC X(2).
01 WSEditGAccount    PIC X(4).
01 WSEditGDesc       PIC X(20).
01 WSErrorMsg        PIC X(60).
01 WSOperatorID      PIC X(8).
01 WSOperRoleChk     PIC X(1).
       05 LINE 8 COL 25 PIC X(2) USING WSEditBranch.
       05 LINE 10 COL 5 PIC X(60) FROM WSErrorMsg.

01 GLScreen.
       05 BLANK SCREEN.
       05 LINE 1 COL 5 VALUE "Reference Tables - GL Account Mapping".
       05 LINE 3 COL 5 VALUE "Transaction Type :".
       05 LINE 3 COL 25 PIC X(2) FROM WSEditGType.
       05 LINE 4 COL 5 VALUE "Side (DR/CR) . . :".
       05 LINE 4 COL 25 PIC X(2) FROM WSEditGDrCr.
       05 LINE 5 COL 5 VALUE "Branch . . . . . :".
       05 LINE 5 COL 25 PIC X(2) FROM WSEditGBranch.
       05 LINE 5 COL 29 VALUE "(blank = all other branches)".
       05 LINE 6 COL 5 VALUE "GL Account . . . :".
       05 LINE 6 COL 25 PIC X(4) USING WSEditGAccount.
       05 LINE 7 COL 5 VALUE "Description. . . :".
       05 LINE 7 COL 25 PIC X(20) USING WSEditGDesc.
       05 LINE 9 COL 5 PIC X(60) FROM WSErrorMsg.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       PERFORM LoadStateTable
       PERFORM LoadOperatorTable
       PERFORM LoadRateTable
       PERFORM LoadGLTable
       PERFORM UNTIL WSMoreWork = 'N'
           DISPLAY "Maintain States, Operators, Tax rates or GL"
               " accounts (S/O/T/G) " WITH NO ADVANCING
           ACCEPT WSTableChoice
           MOVE FUNCTION UPPER-CASE(WSTableChoice) TO WSTableChoice
           EVALUATE WSTableChoice
                   PERFORM MaintainOperators
               WHEN 'T'
                   PERFORM MaintainTaxRates
               WHEN 'G'
                   PERFORM MaintainGLAccounts
               WHEN OTHER
                   DISPLAY "Please choose S, O, T or G"
           END-EVALUATE
           PERFORM AskMoreWork
       END-PERFORM
       WRITE RefAuditLine
       CLOSE RefAuditFile.

LoadGLTable.
       MOVE 0 TO WSGLCount
       MOVE 0 TO WSGLDropped
       OPEN INPUT GLAccountFile
       IF WSGLFileStatus NOT = "00"
           CLOSE GLAccountFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ GLAccountFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF WSGLCount < 500
                       ADD 1 TO WSGLCount
                       MOVE GA-TranType TO WSTblGType(WSGLCount)
                       MOVE GA-DrCr TO WSTblGDrCr(WSGLCount)
                       MOVE GA-Branch TO WSTblGBranch(WSGLCount)
                       MOVE GA-Account TO WSTblGAccount(WSGLCount)
                       MOVE GA-Desc TO WSTblGDesc(WSGLCount)
                   ELSE
                       ADD 1 TO WSGLDropped
                   END-IF
           END-READ
       END-PERFORM
       CLOSE GLAccountFile
       IF WSGLDropped > 0
           DISPLAY "WARNING, GL account table filled, mappings not"
               " loaded: " WSGLDropped
           DISPLAY "Maintenance refused so no mapping is lost"
           STOP RUN WITH ERROR STATUS "GA"
       END-IF.

SaveGLTable.
       OPEN OUTPUT GLAccountFile
       PERFORM SaveOneGLAccount
           VARYING WSGLIndex FROM 1 BY 1
           UNTIL WSGLIndex > WSGLCount
       CLOSE GLAccountFile.

SaveOneGLAccount.
       MOVE WSTblGType(WSGLIndex) TO GA-TranType
       MOVE WSTblGDrCr(WSGLIndex) TO GA-DrCr
       MOVE WSTblGBranch(WSGLIndex) TO GA-Branch
       MOVE WSTblGAccount(WSGLIndex) TO GA-Account
       MOVE WSTblGDesc(WSGLIndex) TO GA-Desc
       WRITE GLAccountRec.

MaintainGLAccounts.
       PERFORM ListGLAccounts
       DISPLAY "Add, change or remove a GL mapping (A/C/X/N) "
           WITH NO ADVANCING
       ACCEPT WSAction
       MOVE FUNCTION UPPER-CASE(WSAction) TO WSAction
       EVALUATE WSAction
           WHEN 'A'
               PERFORM AddGLAccount
           WHEN 'C'
               PERFORM ChangeGLAccount
           WHEN 'X'
               PERFORM RemoveGLAccount
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

ListGLAccounts.
       DISPLAY "GL account mappings on file (branch blank = default):"
       IF WSGLCount = 0
           DISPLAY "  None, the GL extract cannot post until mapped"
       END-IF
       PERFORM ListOneGLAccount
           VARYING WSGLIndex FROM 1 BY 1
           UNTIL WSGLIndex > WSGLCount.

ListOneGLAccount.
       DISPLAY "  " WSTblGType(WSGLIndex)
           " " WSTblGDrCr(WSGLIndex)
           " branch " WSTblGBranch(WSGLIndex)
           "  account " WSTblGAccount(WSGLIndex)
           "  " WSTblGDesc(WSGLIndex).

GetGLKey.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Transaction type (OR TX PY FC CM DM NR NF RF WO WR OX) "
               WITH NO ADVANCING
           ACCEPT WSEditGType
           MOVE FUNCTION UPPER-CASE(WSEditGType) TO WSEditGType
           IF WSGTypeValid
               MOVE 'N' TO WSInvalid
           ELSE
               DISPLAY "Not a transaction type the GL extract posts,"
                   " please re-enter"
           END-IF
       END-PERFORM
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Side (DR/CR) " WITH NO ADVANCING
           ACCEPT WSEditGDrCr
           MOVE FUNCTION UPPER-CASE(WSEditGDrCr) TO WSEditGDrCr
           IF WSEditGDrCr = "DR" OR WSEditGDrCr = "CR"
               MOVE 'N' TO WSInvalid
           ELSE
               DISPLAY "Side must be DR or CR, please re-enter"
           END-IF
       END-PERFORM
       DISPLAY "Branch (blank = default for all branches) "
           WITH NO ADVANCING
       MOVE SPACES TO WSEditGBranch
       ACCEPT WSEditGBranch
       MOVE FUNCTION UPPER-CASE(WSEditGBranch) TO WSEditGBranch
       MOVE 0 TO WSGLSlot
       PERFORM VARYING WSGLIndex FROM 1 BY 1
           UNTIL WSGLIndex > WSGLCount
           IF WSTblGType(WSGLIndex) = WSEditGType
                   AND WSTblGDrCr(WSGLIndex) = WSEditGDrCr
                   AND WSTblGBranch(WSGLIndex) = WSEditGBranch
               MOVE WSGLIndex TO WSGLSlot
               MOVE WSGLCount TO WSGLIndex
           END-IF
       END-PERFORM.

AddGLAccount.
       PERFORM GetGLKey
       IF WSGLSlot > 0
           DISPLAY "Mapping already on file : " WSEditGType " "
               WSEditGDrCr " branch " WSEditGBranch
           EXIT PARAGRAPH
       END-IF
       IF WSGLCount >= 500
           DISPLAY "GL account table is full"
           EXIT PARAGRAPH
       END-IF
       MOVE SPACES TO WSEditGAccount WSEditGDesc
       PERFORM AcceptGLScreen
       ADD 1 TO WSGLCount
       MOVE WSEditGType TO WSTblGType(WSGLCount)
       MOVE WSEditGDrCr TO WSTblGDrCr(WSGLCount)
       MOVE WSEditGBranch TO WSTblGBranch(WSGLCount)
       MOVE WSEditGAccount TO WSTblGAccount(WSGLCount)
       MOVE WSEditGDesc TO WSTblGDesc(WSGLCount)
       PERFORM SaveGLTable
       MOVE 'A' TO WSAuditOp
       MOVE SPACES TO WSAuditBefore
       PERFORM BuildGLAfter
       PERFORM WriteGLAudit
       DISPLAY "GL mapping added : " WSEditGType " " WSEditGDrCr
           " branch " WSEditGBranch.

ChangeGLAccount.
       PERFORM GetGLKey
       IF WSGLSlot = 0
           DISPLAY "Mapping not on file : " WSEditGType " "
               WSEditGDrCr " branch " WSEditGBranch
           EXIT PARAGRAPH
       END-IF
       PERFORM BuildGLBefore
       MOVE WSTblGAccount(WSGLSlot) TO WSEditGAccount
       MOVE WSTblGDesc(WSGLSlot) TO WSEditGDesc
       PERFORM AcceptGLScreen
       MOVE WSEditGAccount TO WSTblGAccount(WSGLSlot)
       MOVE WSEditGDesc TO WSTblGDesc(WSGLSlot)
       PERFORM SaveGLTable
       MOVE 'U' TO WSAuditOp
       PERFORM BuildGLAfter
       PERFORM WriteGLAudit
       DISPLAY "GL mapping changed : " WSEditGType " " WSEditGDrCr
           " branch " WSEditGBranch.

RemoveGLAccount.
       PERFORM GetGLKey
       IF WSGLSlot = 0
           DISPLAY "Mapping not on file : " WSEditGType " "
               WSEditGDrCr " branch " WSEditGBranch
           EXIT PARAGRAPH
       END-IF
       IF WSEditGBranch = SPACES
           DISPLAY "The default mapping cannot be removed, change it"
               " instead"
           EXIT PARAGRAPH
       END-IF
       PERFORM BuildGLBefore
       PERFORM VARYING WSGLIndex FROM WSGLSlot BY 1
           UNTIL WSGLIndex >= WSGLCount
           MOVE WSGLEntry(WSGLIndex + 1) TO WSGLEntry(WSGLIndex)
       END-PERFORM
       SUBTRACT 1 FROM WSGLCount
       PERFORM SaveGLTable
       MOVE 'X' TO WSAuditOp
       MOVE "REMOVED" TO WSAuditAfter
       PERFORM WriteGLAudit
       DISPLAY "GL mapping removed : " WSEditGType " " WSEditGDrCr
           " branch " WSEditGBranch
           " (the default account applies)".

BuildGLBefore.
       MOVE SPACES TO WSAuditBefore
       STRING WSTblGAccount(WSGLSlot) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WSTblGDesc(WSGLSlot) DELIMITED BY SIZE
           INTO WSAuditBefore
       END-STRING.

BuildGLAfter.
       MOVE SPACES TO WSAuditAfter
       STRING WSEditGAccount DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WSEditGDesc DELIMITED BY SIZE
           INTO WSAuditAfter
       END-STRING.

AcceptGLScreen.
       MOVE SPACES TO WSErrorMsg
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY GLScreen
           ACCEPT GLScreen
           MOVE FUNCTION UPPER-CASE(WSEditGDesc) TO WSEditGDesc
           MOVE SPACES TO WSErrorMsg
           IF WSEditGAccount IS NOT NUMERIC
               MOVE "GL account must be four digits" TO WSErrorMsg
           ELSE
               IF WSEditGDesc = SPACES
                   MOVE "Description cannot be blank" TO WSErrorMsg
               ELSE
                   MOVE 'N' TO WSInvalid
               END-IF
           END-IF
       END-PERFORM.

WriteGLAudit.
       OPEN EXTEND RefAuditFile
       MOVE "GL" TO RA-Table
       MOVE SPACES TO RA-Key
       STRING WSEditGType DELIMITED BY SIZE
           WSEditGDrCr DELIMITED BY SIZE
           WSEditGBranch DELIMITED BY SIZE
           INTO RA-Key
       END-STRING
       MOVE WSAuditOp TO RA-OpCode
       MOVE WSAuditBefore TO RA-Before
       MOVE WSAuditAfter TO RA-After
       MOVE FUNCTION CURRENT-DATE(1:14) TO RA-Timestamp
       MOVE WSOperatorID TO RA-Operator
       WRITE RefAuditLine
       CLOSE RefAuditFile.

AskMoreWork.
       DISPLAY "More reference-table work (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
