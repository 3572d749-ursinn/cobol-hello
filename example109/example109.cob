       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example109.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OpenItemFile ASSIGN TO "OpenItems.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OI-InvoiceNum
           FILE STATUS IS WSOpenItemStatus.
       SELECT DisputeFile ASSIGN TO "Disputes.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DP-Key
           FILE STATUS IS WSDisputeStatus.
DATA DIVISION.
FILE SECTION.
FD OpenItemFile.
    COPY OPENITEM.

FD DisputeFile.
    COPY DISPUTE.

WORKING-STORAGE SECTION.
01 WSMoreWork        PIC X(1) VALUE 'Y'.
01 WSOpenItemStatus  PIC X(2).
01 WSDisputeStatus   PIC X(2).
01 WSScanEOF         PIC X(1).
01 WSMode            PIC X(1).
01 WSInvalid         PIC X(1).
01 WSConfirm         PIC X(1).
01 WSInvoiceNum      PIC 9(7).
01 WSReasonCode      PIC X(3).
       88 WSReasonValid  VALUE "QTY" "DMG" "PRC" "DUP" "NRC" "OTH".
01 WSOwner           PIC X(8).
01 WSOwnerRole       PIC X(1).
01 WSOwnerStatus     PIC X(1).
01 WSNote            PIC X(40).
01 WSLastSeq         PIC 9(2).
01 WSCurrentFound    PIC X(1).
01 WSAmountEdit      PIC -(7)9.99.
01 WSToday           PIC 9(8).
01 WSOperatorID      PIC X(8).
01 WSPlacedCount     PIC 9(5) VALUE 0.
01 WSResolvedCount   PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       MOVE FUNCTION CURRENT-DATE(1:8) TO WSToday
       OPEN I-O OpenItemFile
       IF WSOpenItemStatus NOT = "00"
           DISPLAY "No open items on file (status " WSOpenItemStatus
               ")"
           CLOSE OpenItemFile
           STOP RUN
       END-IF
       PERFORM OpenDisputeFile
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM GetMode
           EVALUATE WSMode
               WHEN 'P'
                   PERFORM PlaceDispute
               WHEN 'R'
                   PERFORM ResolveDispute
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM AskMoreWork
       END-PERFORM
       CLOSE DisputeFile
       CLOSE OpenItemFile
       DISPLAY "Disputes placed: " WSPlacedCount
           "  resolved: " WSResolvedCount
       GOBACK.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

OpenDisputeFile.
       OPEN I-O DisputeFile
       IF WSDisputeStatus = "35"
           OPEN OUTPUT DisputeFile
           CLOSE DisputeFile
           OPEN I-O DisputeFile
       END-IF
       IF WSDisputeStatus NOT = "00" AND WSDisputeStatus NOT = "10"
           DISPLAY "DisputeFile I/O problem, status: " WSDisputeStatus
           CLOSE DisputeFile
           CLOSE OpenItemFile
           STOP RUN WITH ERROR STATUS WSDisputeStatus
       END-IF.

GetMode.
       DISPLAY "Place an invoice on dispute or resolve one (P/R) "
           WITH NO ADVANCING
       ACCEPT WSMode
       MOVE FUNCTION UPPER-CASE(WSMode) TO WSMode.

GetInvoice.
       DISPLAY "Invoice number " WITH NO ADVANCING
       ACCEPT WSInvoiceNum
       MOVE WSInvoiceNum TO OI-InvoiceNum
       READ OpenItemFile
           KEY IS OI-InvoiceNum
           INVALID KEY
               MOVE 0 TO WSInvoiceNum
               DISPLAY "Invoice not on open items : " OI-InvoiceNum
           NOT INVALID KEY
               MOVE OI-OpenAmount TO WSAmountEdit
               DISPLAY "Invoice " OI-InvoiceNum " customer " OI-IDNum
                   " dated " OI-InvDate " open " WSAmountEdit
                   " status " OI-Status
       END-READ.

PlaceDispute.
       PERFORM GetInvoice
       IF WSInvoiceNum = 0
           EXIT PARAGRAPH
       END-IF
       IF OI-Status = 'D'
           DISPLAY "Invoice is already in dispute : " OI-InvoiceNum
           EXIT PARAGRAPH
       END-IF
       IF OI-Status NOT = 'O' OR OI-OpenAmount <= 0
           DISPLAY "Only an open invoice with a balance can be"
               " disputed : " OI-InvoiceNum
           EXIT PARAGRAPH
       END-IF
       PERFORM GetReasonCode
       PERFORM GetOwner
       DISPLAY "Note " WITH NO ADVANCING
       MOVE SPACES TO WSNote
       ACCEPT WSNote
       PERFORM FindCurrentDispute
       IF WSLastSeq = 99
           DISPLAY "Too many disputes on invoice : " OI-InvoiceNum
           EXIT PARAGRAPH
       END-IF
       MOVE OI-InvoiceNum TO DP-InvoiceNum
       COMPUTE DP-Seq = WSLastSeq + 1
       MOVE OI-IDNum TO DP-IDNum
       MOVE OI-OpenAmount TO DP-Amount
       MOVE WSReasonCode TO DP-Reason
       MOVE WSOwner TO DP-Owner
       MOVE WSOperatorID TO DP-EnterOper
       MOVE WSToday TO DP-OpenDate
       MOVE 'O' TO DP-Status
       MOVE 0 TO DP-CloseDate
       MOVE WSNote TO DP-Note
       WRITE DisputeData
           INVALID KEY
               DISPLAY "Unable to write dispute : " DP-InvoiceNum
               EXIT PARAGRAPH
       END-WRITE
       MOVE 'D' TO OI-Status
       REWRITE OpenItemData
           INVALID KEY
               DISPLAY "Unable to rewrite open item : " OI-InvoiceNum
           NOT INVALID KEY
               ADD 1 TO WSPlacedCount
               DISPLAY "Invoice " OI-InvoiceNum " placed on dispute,"
                   " owner " WSOwner
       END-REWRITE.

GetReasonCode.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Reason (QTY/DMG/PRC/DUP/NRC/OTH) " WITH NO ADVANCING
           ACCEPT WSReasonCode
           MOVE FUNCTION UPPER-CASE(WSReasonCode) TO WSReasonCode
           IF WSReasonValid
               MOVE 'N' TO WSInvalid
           ELSE
               DISPLAY "Reason must be QTY, DMG, PRC, DUP, NRC or OTH,"
                   " please re-enter"
           END-IF
       END-PERFORM.

GetOwner.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Owner operator ID (blank = yourself) "
               WITH NO ADVANCING
           MOVE SPACES TO WSOwner
           ACCEPT WSOwner
           MOVE FUNCTION UPPER-CASE(WSOwner) TO WSOwner
           IF WSOwner = SPACES
               MOVE WSOperatorID TO WSOwner
           END-IF
           CALL "OPAUTH" USING WSOwner, WSOwnerRole, WSOwnerStatus
           IF WSOwnerStatus = 'Y'
               MOVE 'N' TO WSInvalid
           ELSE
               DISPLAY "Owner must be an active operator : " WSOwner
           END-IF
       END-PERFORM.

FindCurrentDispute.
       MOVE 0 TO WSLastSeq
       MOVE 'N' TO WSCurrentFound
       MOVE OI-InvoiceNum TO DP-InvoiceNum
       MOVE 0 TO DP-Seq
       MOVE 'N' TO WSScanEOF
       START DisputeFile KEY IS >= DP-Key
           INVALID KEY
               MOVE 'Y' TO WSScanEOF
       END-START
       PERFORM UNTIL WSScanEOF = 'Y'
           READ DisputeFile NEXT RECORD
               AT END MOVE 'Y' TO WSScanEOF
               NOT AT END
                   IF DP-InvoiceNum NOT = OI-InvoiceNum
                       MOVE 'Y' TO WSScanEOF
                   ELSE
                       MOVE DP-Seq TO WSLastSeq
                       MOVE 'Y' TO WSCurrentFound
                   END-IF
           END-READ
       END-PERFORM.

ResolveDispute.
       PERFORM GetInvoice
       IF WSInvoiceNum = 0
           EXIT PARAGRAPH
       END-IF
       IF OI-Status NOT = 'D'
           DISPLAY "Invoice is not in dispute : " OI-InvoiceNum
           EXIT PARAGRAPH
       END-IF
       PERFORM FindCurrentDispute
       IF WSCurrentFound = 'Y'
           MOVE OI-InvoiceNum TO DP-InvoiceNum
           MOVE WSLastSeq TO DP-Seq
           READ DisputeFile
               KEY IS DP-Key
               INVALID KEY
                   MOVE 'N' TO WSCurrentFound
           END-READ
       END-IF
       IF WSCurrentFound = 'Y'
           DISPLAY "Disputed " DP-OpenDate " reason " DP-Reason
               " owner " DP-Owner " : " DP-Note
       ELSE
           DISPLAY "No dispute record found, the item will simply be"
               " reopened"
       END-IF
       DISPLAY "Resolve and return the invoice to open (Y/N) "
           WITH NO ADVANCING
       ACCEPT WSConfirm
       MOVE FUNCTION UPPER-CASE(WSConfirm) TO WSConfirm
       IF WSConfirm NOT = 'Y'
           DISPLAY "Dispute left open"
           EXIT PARAGRAPH
       END-IF
       IF WSCurrentFound = 'Y' AND DP-Status = 'O'
           MOVE 'R' TO DP-Status
           MOVE WSToday TO DP-CloseDate
           REWRITE DisputeData
               INVALID KEY
                   DISPLAY "Unable to rewrite dispute : "
                       DP-InvoiceNum
           END-REWRITE
       END-IF
       MOVE 'O' TO OI-Status
       REWRITE OpenItemData
           INVALID KEY
               DISPLAY "Unable to rewrite open item : " OI-InvoiceNum
           NOT INVALID KEY
               ADD 1 TO WSResolvedCount
               DISPLAY "Invoice " OI-InvoiceNum " returned to open"
       END-REWRITE.

AskMoreWork.
       DISPLAY "More dispute work (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
