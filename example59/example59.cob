       SELECT HistoryFile ASSIGN TO "PaymentHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistFileStatus.
       SELECT CustomerFile ASSIGN TO "Customer.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
       SELECT GLAccountFile ASSIGN TO "GLAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLAcctStatus.
       SELECT ExtractFile ASSIGN TO "GLPostings.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT JournalFile ASSIGN TO "GLJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSJournalStatus.
       SELECT PointFile ASSIGN TO "GLExtractPoint.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPointStatus.
FD HistoryFile.
    COPY PAYHIST.

FD CustomerFile.
    COPY CUSTREC.

FD GLAccountFile.
    COPY GLACCT.

FD ExtractFile.
01 ExtractLine  PIC X(60).

FD JournalFile.
01 JournalLine  PIC X(60).

FD PointFile.
01 PointRec.
       02 PT-Date      PIC 9(8).
01 WSOrderFileStatus PIC X(2).
01 WSHistFileStatus  PIC X(2).
01 WSPointStatus     PIC X(2).
01 WSFileStatus      PIC X(2).
01 WSGLAcctStatus    PIC X(2).
01 WSJournalStatus   PIC X(2).
01 WSHaveCustomers   PIC X(1) VALUE 'N'.
01 WSHaveOrders      PIC X(1) VALUE 'N'.
01 WSOrderFound      PIC X(1).
01 WSReversalTotal   PIC 9(9)V99.
01 WSMapType         PIC X(2).
01 WSMapBranch       PIC X(2).
01 WSMapDesc         PIC X(20).
01 WSMapIdx          PIC 9(3).
01 WSMapFound        PIC X(1).
01 WSUnmappedCount   PIC 9(7) VALUE 0.
01 WSMaxMappings     PIC 9(3) VALUE 500.
01 WSMapCount        PIC 9(3) VALUE 0.
01 WSMapTable.
       02 WSMapEntry OCCURS 500 TIMES.
           03 MT-TranType  PIC X(2).
           03 MT-DrCr      PIC X(2).
           03 MT-Branch    PIC X(2).
           03 MT-Account   PIC X(4).
01 WSRunDate         PIC X(8).
01 WSLastDate        PIC 9(8) VALUE 0.
01 WSLastSeq         PIC 9(5) VALUE 0.
01 WSDebitTotal      PIC 9(11)V99 VALUE 0.
01 WSCreditTotal     PIC 9(11)V99 VALUE 0.
01 WSJournalAmount   PIC 9(9)V99.
01 WSDrCr            PIC X(2).
01 WSGLHeader.
       02 GH-RecType   PIC X(1).
       02 GH-Date      PIC 9(8).
       02 GH-SeqNum    PIC 9(5).
       02 FILLER       PIC X(46).
    COPY GLPOST.
01 WSGLTrailer.
       02 GT-RecType   PIC X(1).
       02 GT-Count     PIC 9(7).
           STOP RUN
       END-IF
       COMPUTE WSSeqNum = WSLastSeq + 1
       PERFORM LoadAccountMap
       OPEN INPUT CustomerFile
       IF WSFileStatus = "00"
           MOVE 'Y' TO WSHaveCustomers
       ELSE
           CLOSE CustomerFile
       END-IF
       OPEN OUTPUT ExtractFile
       PERFORM WriteHeaderRecord
       PERFORM ExtractOrderRevenue
       PERFORM ExtractCashAndCharges
       PERFORM WriteTrailerRecord
       CLOSE ExtractFile
       IF WSHaveCustomers = 'Y'
           CLOSE CustomerFile
       END-IF
       IF WSUnmappedCount > 0
           DISPLAY "GL extract NOT SENT: " WSUnmappedCount
               " postings have no account in GLAccounts.dat"
           MOVE 3 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WSDebitTotal NOT = WSCreditTotal
           DISPLAY "GL extract OUT OF BALANCE: debits " WSDebitTotal
               " credits " WSCreditTotal
           MOVE 2 TO RETURN-CODE
           STOP RUN
       END-IF
       PERFORM AppendJournal
       PERFORM SaveExtractPoint
       DISPLAY "GL journal lines sent: " WSLineCount
           "  debits: " WSDebitTotal "  credits: " WSCreditTotal
       END-IF
       CLOSE PointFile.

LoadAccountMap.
       OPEN INPUT GLAccountFile
       IF WSGLAcctStatus NOT = "00"
           DISPLAY "GLAccounts.dat could not be opened, status: "
               WSGLAcctStatus
           CLOSE GLAccountFile
           STOP RUN WITH ERROR STATUS WSGLAcctStatus
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ GLAccountFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF WSMapCount = WSMaxMappings
                       DISPLAY "More than " WSMaxMappings
                           " lines in GLAccounts.dat"
                       CLOSE GLAccountFile
                       STOP RUN WITH ERROR STATUS "GA"
                   END-IF
                   ADD 1 TO WSMapCount
                   MOVE GA-TranType TO MT-TranType(WSMapCount)
                   MOVE GA-DrCr TO MT-DrCr(WSMapCount)
                   MOVE GA-Branch TO MT-Branch(WSMapCount)
                   MOVE GA-Account TO MT-Account(WSMapCount)
           END-READ
       END-PERFORM
       CLOSE GLAccountFile.

WriteHeaderRecord.
       MOVE SPACES TO WSGLHeader
       MOVE 'H' TO GH-RecType
       MOVE WSSeqNum TO GH-SeqNum
       WRITE ExtractLine FROM WSGLHeader.

WriteMappedSide.
       MOVE SPACES TO GLDetailLine
       MOVE WSMapDesc TO GD-Desc
       MOVE WSMapBranch TO GD-Branch
       MOVE 'N' TO WSMapFound
       PERFORM VARYING WSMapIdx FROM 1 BY 1
               UNTIL WSMapIdx > WSMapCount OR WSMapFound = 'Y'
           IF MT-TranType(WSMapIdx) = WSMapType
                   AND MT-DrCr(WSMapIdx) = WSDrCr
                   AND MT-Branch(WSMapIdx) = WSMapBranch
               MOVE MT-Account(WSMapIdx) TO GD-Account
               MOVE 'Y' TO WSMapFound
           END-IF
       END-PERFORM
       PERFORM VARYING WSMapIdx FROM 1 BY 1
               UNTIL WSMapIdx > WSMapCount OR WSMapFound = 'Y'
           IF MT-TranType(WSMapIdx) = WSMapType
                   AND MT-DrCr(WSMapIdx) = WSDrCr
                   AND MT-Branch(WSMapIdx) = SPACES
               MOVE MT-Account(WSMapIdx) TO GD-Account
               MOVE 'Y' TO WSMapFound
           END-IF
       END-PERFORM
       IF WSMapFound = 'N'
           ADD 1 TO WSUnmappedCount
           DISPLAY "No GL account for type " WSMapType " " WSDrCr
               " branch " WSMapBranch
       END-IF
       MOVE WSDrCr TO GD-DrCr
       PERFORM WriteOneSide.

PostPair.
       MOVE "DR" TO WSDrCr
       PERFORM WriteMappedSide
       MOVE "CR" TO WSDrCr
       PERFORM WriteMappedSide.

FindCustomerBranch.
       MOVE SPACES TO WSMapBranch
       IF WSHaveCustomers = 'Y'
           MOVE PH-IDNum TO IDNum
           READ CustomerFile
               KEY IS IDNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CustBranch TO WSMapBranch
           END-READ
       END-IF.

WriteOneSide.
       MOVE WSRunDate TO GD-Date
       MOVE 'D' TO GD-RecType
       MOVE WSJournalAmount TO GD-Amount
       WRITE ExtractLine FROM GLDetailLine
       ADD 1 TO WSLineCount
       IF GD-DrCr = "DR"
           ADD WSJournalAmount TO WSDebitTotal
           READ OrderFile NEXT RECORD
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF OrderDate = WSRunDate AND OrderStatus NOT = 'X'
                       PERFORM PostOrderRevenue
                   END-IF
           END-READ
       CLOSE OrderFile.

PostOrderRevenue.
       MOVE OrderBranch TO WSMapBranch
       MOVE "OR" TO WSMapType
       MOVE "ORDER REVENUE" TO WSMapDesc
       COMPUTE WSJournalAmount = OrderAmount + OrderTax
       MOVE "DR" TO WSDrCr
       PERFORM WriteMappedSide
       MOVE OrderAmount TO WSJournalAmount
       MOVE "CR" TO WSDrCr
       PERFORM WriteMappedSide
       IF OrderTax NOT = 0
           MOVE OrderTax TO WSJournalAmount
           MOVE "TX" TO WSMapType
           MOVE "SALES TAX PAYABLE" TO WSMapDesc
           MOVE "CR" TO WSDrCr
           PERFORM WriteMappedSide
       END-IF.

ExtractCashAndCharges.
           CLOSE HistoryFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSHaveOrders
       OPEN INPUT OrderFile
       IF WSOrderFileStatus = "00"
           MOVE 'Y' TO WSHaveOrders
       ELSE
           CLOSE OrderFile
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ HistoryFile
                   END-IF
           END-READ
       END-PERFORM
       IF WSHaveOrders = 'Y'
           CLOSE OrderFile
       END-IF
       CLOSE HistoryFile.

PostOneHistoryLine.
       MOVE PH-Amount TO WSJournalAmount
       MOVE PH-Type TO WSMapType
       EVALUATE TRUE
           WHEN PH-Type = SPACES OR PH-Type = "PY"
               MOVE "PY" TO WSMapType
               MOVE "CASH RECEIVED" TO WSMapDesc
           WHEN PH-Type = "FC"
               MOVE "FINANCE CHARGE" TO WSMapDesc
           WHEN PH-Type = "CM"
               MOVE "CREDIT MEMO" TO WSMapDesc
           WHEN PH-Type = "DM"
               MOVE "DEBIT MEMO" TO WSMapDesc
           WHEN PH-Type = "NR"
               MOVE "RETURNED CHECK" TO WSMapDesc
           WHEN PH-Type = "NF"
               MOVE "RETURNED CHECK FEE" TO WSMapDesc
           WHEN PH-Type = "RF"
               MOVE "CUSTOMER REFUND" TO WSMapDesc
           WHEN PH-Type = "WO"
               MOVE "BAD DEBT WRITE-OFF" TO WSMapDesc
           WHEN PH-Type = "WR"
               MOVE "BAD DEBT RECOVERY" TO WSMapDesc
           WHEN PH-Type = "OX"
               PERFORM PostOrderReversal
               EXIT PARAGRAPH
           WHEN OTHER
               EXIT PARAGRAPH
       END-EVALUATE
       PERFORM FindCustomerBranch
       PERFORM PostPair.

      *> An order cancelled on the day it was entered never reached the
      *> GL (ExtractOrderRevenue passes over cancelled orders), so only a
      *> cancellation dated after the order reverses it: revenue and sales
      *> tax are debited back against the branch the order was posted to
      *> and the receivable credited. An order no longer on file is
      *> reversed whole against revenue for the customer's branch.
PostOrderReversal.
       MOVE "ORDER CANCELLED" TO WSMapDesc
       MOVE PH-Amount TO WSReversalTotal
       MOVE 'N' TO WSOrderFound
       IF WSHaveOrders = 'Y'
           MOVE PH-Reference TO OrderNum
           READ OrderFile
               KEY IS OrderNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WSOrderFound
           END-READ
       END-IF
       IF WSOrderFound = 'N'
           DISPLAY "Cancelled order " PH-Reference
               " not on Orders.dat, reversed to revenue in full"
           PERFORM FindCustomerBranch
           PERFORM PostPair
           EXIT PARAGRAPH
       END-IF
       IF OrderDate >= PH-Date
           EXIT PARAGRAPH
       END-IF
       MOVE OrderBranch TO WSMapBranch
       MOVE "OX" TO WSMapType
       COMPUTE WSJournalAmount = WSReversalTotal - OrderTax
       MOVE "DR" TO WSDrCr
       PERFORM WriteMappedSide
       IF OrderTax NOT = 0
           MOVE OrderTax TO WSJournalAmount
           MOVE "TX" TO WSMapType
           MOVE "SALES TAX REVERSED" TO WSMapDesc
           MOVE "DR" TO WSDrCr
           PERFORM WriteMappedSide
       END-IF
       MOVE WSReversalTotal TO WSJournalAmount
       MOVE "OX" TO WSMapType
       MOVE "ORDER CANCELLED" TO WSMapDesc
       MOVE "CR" TO WSDrCr
       PERFORM WriteMappedSide.

WriteTrailerRecord.
       MOVE SPACES TO WSGLTrailer
       MOVE WSCreditTotal TO GT-Credits
       WRITE ExtractLine FROM WSGLTrailer.

AppendJournal.
       OPEN EXTEND JournalFile
       IF WSJournalStatus = "35"
           OPEN OUTPUT JournalFile
       END-IF
       IF WSJournalStatus NOT = "00"
           DISPLAY "GLJournal.dat could not be opened, status: "
               WSJournalStatus
           STOP RUN WITH ERROR STATUS WSJournalStatus
       END-IF
       OPEN INPUT ExtractFile
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ ExtractFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF ExtractLine(1:1) = 'D'
                       WRITE JournalLine FROM ExtractLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE ExtractFile
       CLOSE JournalFile.

SaveExtractPoint.
       OPEN OUTPUT PointFile
       MOVE FUNCTION NUMVAL(WSRunDate) TO PT-Date
