       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example118.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT JournalFile ASSIGN TO "GLJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSJournalStatus.
       SELECT GLAccountFile ASSIGN TO "GLAccounts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGLAcctStatus.
DATA DIVISION.
FILE SECTION.
FD JournalFile.
    COPY GLPOST.

FD GLAccountFile.
    COPY GLACCT.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSJournalStatus   PIC X(2).
01 WSGLAcctStatus    PIC X(2).
01 WSMonthParm       PIC X(6).
01 WSTrialMonth      PIC 9(6).
01 WSDescTable.
       02 WSDescEntry OCCURS 500 TIMES.
           03 WSDscAccount   PIC X(4).
           03 WSDscText      PIC X(20).
01 WSDescCount       PIC 9(3) VALUE 0.
01 WSDescIndex       PIC 9(3).
01 WSBalTable.
       02 WSBalEntry OCCURS 500 TIMES.
           03 WSBalAccount   PIC X(4).
           03 WSBalBranch    PIC X(2).
           03 WSBalDebit     PIC S9(11)V99.
           03 WSBalCredit    PIC S9(11)V99.
01 WSBalCount        PIC 9(3) VALUE 0.
01 WSBalDropped      PIC 9(7) VALUE 0.
01 WSBalIndex        PIC 9(3).
01 WSSlot            PIC 9(3).
01 WSFound           PIC X(1).
01 WSLineCount       PIC 9(7) VALUE 0.
01 WSCurrAccount     PIC X(4).
01 WSAcctDebit       PIC S9(11)V99.
01 WSAcctCredit      PIC S9(11)V99.
01 WSTotalDebit      PIC S9(11)V99 VALUE 0.
01 WSTotalCredit     PIC S9(11)V99 VALUE 0.
01 WSDifference      PIC S9(11)V99.
01 WSDetailLine.
       02 TB-Account       PIC X(7).
       02 FILLER           PIC X(1).
       02 TB-Desc          PIC X(20).
       02 FILLER           PIC X(1).
       02 TB-Branch        PIC X(6).
       02 FILLER           PIC X(1).
       02 TB-Debit         PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER           PIC X(1).
       02 TB-Credit        PIC ZZZ,ZZZ,ZZ9.99.
       02 FILLER           PIC X(1).
       02 TB-Net           PIC ----,---,--9.99.
01 WSAmountEdit      PIC ----,---,--9.99.
01 WSTrailerLine     PIC X(120).
    COPY RPTCOMM.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetTrialMonth
       PERFORM LoadDescriptions
       PERFORM TallyJournal
       PERFORM OpenReport
       PERFORM PrintBalances
       PERFORM PrintTotals
       PERFORM PrintTrailer
       DISPLAY "Trial balance for " WSTrialMonth ": " WSLineCount
           " journal lines, " WSBalCount " account/branch balances"
       IF WSBalDropped > 0
           DISPLAY "WARNING, balance table filled, journal lines not"
               " included: " WSBalDropped
       END-IF
       IF WSTotalDebit NOT = WSTotalCredit
           DISPLAY "WARNING, trial balance for " WSTrialMonth
               " is OUT OF BALANCE"
       END-IF
       STOP RUN.

GetTrialMonth.
       MOVE SPACES TO WSMonthParm
       ACCEPT WSMonthParm FROM COMMAND-LINE
       IF WSMonthParm IS NUMERIC
           MOVE WSMonthParm TO WSTrialMonth
       ELSE
           MOVE FUNCTION CURRENT-DATE(1:6) TO WSTrialMonth
       END-IF.

LoadDescriptions.
       OPEN INPUT GLAccountFile
       IF WSGLAcctStatus NOT = "00"
           CLOSE GLAccountFile
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ GLAccountFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   PERFORM KeepDescription
           END-READ
       END-PERFORM
       CLOSE GLAccountFile.

KeepDescription.
       MOVE 'N' TO WSFound
       PERFORM VARYING WSDescIndex FROM 1 BY 1
           UNTIL WSDescIndex > WSDescCount OR WSFound = 'Y'
           IF WSDscAccount(WSDescIndex) = GA-Account
               MOVE 'Y' TO WSFound
               IF GA-Branch = SPACES
                   MOVE GA-Desc TO WSDscText(WSDescIndex)
               END-IF
           END-IF
       END-PERFORM
       IF WSFound = 'N' AND WSDescCount < 500
           ADD 1 TO WSDescCount
           MOVE GA-Account TO WSDscAccount(WSDescCount)
           MOVE GA-Desc TO WSDscText(WSDescCount)
       END-IF.

TallyJournal.
       OPEN INPUT JournalFile
       IF WSJournalStatus NOT = "00"
           CLOSE JournalFile
           DISPLAY "GLJournal.dat not found, no postings to balance"
           EXIT PARAGRAPH
       END-IF
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ JournalFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   IF GD-RecType = 'D'
                           AND GD-Date(1:6) = WSTrialMonth
                       ADD 1 TO WSLineCount
                       PERFORM TallyOneLine
                   END-IF
           END-READ
       END-PERFORM
       CLOSE JournalFile.

TallyOneLine.
       PERFORM FindBalanceSlot
       IF WSSlot = 0
           ADD 1 TO WSBalDropped
           EXIT PARAGRAPH
       END-IF
       IF GD-DrCr = "DR"
           ADD GD-Amount TO WSBalDebit(WSSlot)
           ADD GD-Amount TO WSTotalDebit
       ELSE
           ADD GD-Amount TO WSBalCredit(WSSlot)
           ADD GD-Amount TO WSTotalCredit
       END-IF.

FindBalanceSlot.
       MOVE 0 TO WSSlot
       PERFORM VARYING WSBalIndex FROM 1 BY 1
           UNTIL WSBalIndex > WSBalCount OR WSSlot > 0
           IF WSBalAccount(WSBalIndex) = GD-Account
                   AND WSBalBranch(WSBalIndex) = GD-Branch
               MOVE WSBalIndex TO WSSlot
           END-IF
       END-PERFORM
       IF WSSlot > 0 OR WSBalCount >= 500
           EXIT PARAGRAPH
       END-IF
       MOVE 1 TO WSSlot
       PERFORM VARYING WSBalIndex FROM 1 BY 1
           UNTIL WSBalIndex > WSBalCount
           IF WSBalAccount(WSBalIndex) < GD-Account
                   OR (WSBalAccount(WSBalIndex) = GD-Account
                       AND WSBalBranch(WSBalIndex) < GD-Branch)
               COMPUTE WSSlot = WSBalIndex + 1
           END-IF
       END-PERFORM
       PERFORM VARYING WSBalIndex FROM WSBalCount BY -1
           UNTIL WSBalIndex < WSSlot
           MOVE WSBalEntry(WSBalIndex) TO WSBalEntry(WSBalIndex + 1)
       END-PERFORM
       ADD 1 TO WSBalCount
       MOVE GD-Account TO WSBalAccount(WSSlot)
       MOVE GD-Branch TO WSBalBranch(WSSlot)
       MOVE 0 TO WSBalDebit(WSSlot)
       MOVE 0 TO WSBalCredit(WSSlot).

OpenReport.
       MOVE 'O' TO RW-Action
       MOVE "GLTrialBalance.rpt" TO RW-ReportName
       MOVE "GL Trial Balance" TO RW-Title
       MOVE 55 TO RW-PageSize
       MOVE "Account Description            Branch          Debits         Credits             Net"
           TO RW-HeadCol
       MOVE "------- -------------------- ------ --------------- --------------- ---------------"
           TO RW-HeadRule
       CALL "RPTWRITE" USING ReportControl
       MOVE SPACES TO RW-Line
       STRING "Subledger postings for month " DELIMITED BY SIZE
           WSTrialMonth DELIMITED BY SIZE
           " by GL account and branch" DELIMITED BY SIZE
           INTO RW-Line
       END-STRING
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine.

WriteReportLine.
       MOVE 'W' TO RW-Action
       CALL "RPTWRITE" USING ReportControl.

PrintBalances.
       IF WSBalCount = 0
           MOVE "No GL postings were journalled for this month"
               TO RW-Line
           PERFORM WriteReportLine
           EXIT PARAGRAPH
       END-IF
       MOVE WSBalAccount(1) TO WSCurrAccount
       MOVE 0 TO WSAcctDebit
       MOVE 0 TO WSAcctCredit
       PERFORM VARYING WSBalIndex FROM 1 BY 1
           UNTIL WSBalIndex > WSBalCount
           IF WSBalAccount(WSBalIndex) NOT = WSCurrAccount
               PERFORM PrintAccountTotal
               MOVE WSBalAccount(WSBalIndex) TO WSCurrAccount
               MOVE 0 TO WSAcctDebit
               MOVE 0 TO WSAcctCredit
           END-IF
           PERFORM PrintOneBalance
       END-PERFORM
       PERFORM PrintAccountTotal.

PrintOneBalance.
       MOVE SPACES TO WSDetailLine
       MOVE WSBalAccount(WSBalIndex) TO TB-Account
       PERFORM FindDescription
       IF WSBalBranch(WSBalIndex) = SPACES
           MOVE "(none)" TO TB-Branch
       ELSE
           MOVE WSBalBranch(WSBalIndex) TO TB-Branch
       END-IF
       MOVE WSBalDebit(WSBalIndex) TO TB-Debit
       MOVE WSBalCredit(WSBalIndex) TO TB-Credit
       COMPUTE TB-Net = WSBalDebit(WSBalIndex) - WSBalCredit(WSBalIndex)
       ADD WSBalDebit(WSBalIndex) TO WSAcctDebit
       ADD WSBalCredit(WSBalIndex) TO WSAcctCredit
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine.

FindDescription.
       MOVE SPACES TO TB-Desc
       PERFORM VARYING WSDescIndex FROM 1 BY 1
           UNTIL WSDescIndex > WSDescCount
           IF WSDscAccount(WSDescIndex) = WSBalAccount(WSBalIndex)
               MOVE WSDscText(WSDescIndex) TO TB-Desc
           END-IF
       END-PERFORM
       IF TB-Desc = SPACES
           MOVE "NOT IN CHART" TO TB-Desc
       END-IF.

PrintAccountTotal.
       MOVE SPACES TO WSDetailLine
       MOVE "  Total" TO TB-Desc
       MOVE "all" TO TB-Branch
       MOVE WSAcctDebit TO TB-Debit
       MOVE WSAcctCredit TO TB-Credit
       COMPUTE TB-Net = WSAcctDebit - WSAcctCredit
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine.

PrintTotals.
       MOVE SPACES TO WSDetailLine
       MOVE "GRAND TOTAL" TO TB-Desc
       MOVE WSTotalDebit TO TB-Debit
       MOVE WSTotalCredit TO TB-Credit
       COMPUTE TB-Net = WSTotalDebit - WSTotalCredit
       MOVE WSDetailLine TO RW-Line
       PERFORM WriteReportLine
       MOVE SPACES TO RW-Line
       PERFORM WriteReportLine
       COMPUTE WSDifference = WSTotalDebit - WSTotalCredit
       IF WSDifference = 0
           MOVE "Debits equal credits, the trial balance is in balance"
               TO RW-Line
       ELSE
           MOVE WSDifference TO WSAmountEdit
           MOVE SPACES TO RW-Line
           STRING "OUT OF BALANCE, debits less credits: " DELIMITED BY SIZE
               WSAmountEdit DELIMITED BY SIZE
               INTO RW-Line
           END-STRING
       END-IF
       PERFORM WriteReportLine
       IF WSBalDropped > 0
           MOVE SPACES TO RW-Line
           STRING "Balance table full, journal lines left out: "
                   DELIMITED BY SIZE
               WSBalDropped DELIMITED BY SIZE
               INTO RW-Line
           END-STRING
           PERFORM WriteReportLine
       END-IF.

PrintTrailer.
       MOVE SPACES TO WSTrailerLine
       STRING "Journal lines balanced: " DELIMITED BY SIZE
           WSLineCount DELIMITED BY SIZE
           INTO WSTrailerLine
       END-STRING
       MOVE 'T' TO RW-Action
       MOVE WSTrailerLine TO RW-Line
       CALL "RPTWRITE" USING ReportControl.
