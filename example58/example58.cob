           03 WSSubOperator  PIC X(8).
           03 WSSubBatch     PIC X(14).
           03 WSSubCount     PIC 9(7).
           03 WSSubAmount    PIC S9(9)V99.
01 WSSubUsed         PIC 9(3) VALUE 0.
01 WSSubIndex        PIC 9(3).
01 WSSubFound        PIC X(1).
01 WSSubDropped      PIC 9(5) VALUE 0.
01 WSReceiptCount    PIC 9(7) VALUE 0.
01 WSDepositTotal    PIC S9(11)V99 VALUE 0.
01 WSDepositEdit     PIC -(11)9.99.
01 WSReturnCount     PIC 9(7) VALUE 0.
01 WSReturnTotal     PIC 9(11)V99 VALUE 0.
01 WSSignedAmount    PIC S9(7)V99.
01 WSTrailerLine     PIC X(70).
01 WSDetailLine.
       02 FILLER           PIC X(1).
                   NOT AT END
                       IF PH-IDNum IS NUMERIC
                               AND (PH-Type = SPACES
                                   OR PH-Type = "PY"
                                   OR PH-Type = "NR"
                                   OR PH-Type = "WR")
                               AND PH-Date = WSRunDate
                           PERFORM JournalOneReceipt
                       END-IF
       CLOSE HistoryFile
       PERFORM PrintSubtotals
       PERFORM PrintTrailer
       MOVE WSDepositTotal TO WSDepositEdit
       DISPLAY "Receipts journaled: " WSReceiptCount
           "  returned checks: " WSReturnCount
           "  deposit total: " WSDepositEdit
       IF WSSubDropped > 0
           DISPLAY "WARNING, subtotal table filled, receipts not"
               " subtotaled: " WSSubDropped
JournalOneReceipt.
       MOVE SPACES TO WSDetailLine
       MOVE PH-IDNum TO CJ-IDNum
       IF PH-Type = "NR"
           COMPUTE WSSignedAmount = 0 - PH-Amount
           ADD 1 TO WSReturnCount
           ADD PH-Amount TO WSReturnTotal
       ELSE
           MOVE PH-Amount TO WSSignedAmount
           ADD 1 TO WSReceiptCount
       END-IF
       MOVE WSSignedAmount TO CJ-Amount
       MOVE SPACES TO CJ-Reference
       IF PH-Reference IS NUMERIC AND PH-Reference > 0
           MOVE PH-Reference TO CJ-Reference
       MOVE PH-Batch TO CJ-Batch
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine
       ADD WSSignedAmount TO WSDepositTotal
       PERFORM TallySubtotal.

TallySubtotal.
           IF WSSubOperator(WSSubIndex) = PH-Operator
                   AND WSSubBatch(WSSubIndex) = PH-Batch
               ADD 1 TO WSSubCount(WSSubIndex)
               ADD WSSignedAmount TO WSSubAmount(WSSubIndex)
               MOVE 'Y' TO WSSubFound
               MOVE WSSubUsed TO WSSubIndex
           END-IF
               MOVE PH-Operator TO WSSubOperator(WSSubUsed)
               MOVE PH-Batch TO WSSubBatch(WSSubUsed)
               MOVE 1 TO WSSubCount(WSSubUsed)
               MOVE WSSignedAmount TO WSSubAmount(WSSubUsed)
           ELSE
               ADD 1 TO WSSubDropped
           END-IF
       PERFORM WriteReportLine.

PrintTrailer.
       IF WSReturnCount > 0
           MOVE SPACES TO RW-Line
           STRING "Returned checks charged back: " DELIMITED BY SIZE
               WSReturnTotal DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WSReturnCount DELIMITED BY SIZE
               " checks)" DELIMITED BY SIZE
               INTO RW-Line
           END-STRING
           PERFORM WriteReportLine
       END-IF
       MOVE WSDepositTotal TO WSDepositEdit
       MOVE SPACES TO WSTrailerLine
       STRING "Deposit total for " DELIMITED BY SIZE
           WSRunDate DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           WSDepositEdit DELIMITED BY SIZE
           " (" DELIMITED BY SIZE
           WSReceiptCount DELIMITED BY SIZE
           " receipts)" DELIMITED BY SIZE
