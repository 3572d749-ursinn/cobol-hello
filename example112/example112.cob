       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example112.
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
       SELECT BillPrefFile ASSIGN TO "BillPrefs.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BF-IDNum
           FILE STATUS IS WSBillPrefStatus.
       SELECT EInvLogFile ASSIGN TO "EInvoiceLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSEInvLogStatus.
       SELECT AuditFile ASSIGN TO "CustAudit.log"
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
    COPY CUSTREC.

FD BillPrefFile.
    COPY BILLPREF.

FD EInvLogFile.
    COPY EINVLOG.

FD AuditFile.
    COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WSMoreWork       PIC X(1) VALUE 'Y'.
01 WSFileStatus     PIC X(2).
01 WSBillPrefStatus PIC X(2).
01 WSEInvLogStatus  PIC X(2).
01 WSLogEOF         PIC X(1).
01 WSMode           PIC X(1).
01 WSLookupID       PIC 9(7).
01 WSLookupInvoice  PIC 9(7).
01 WSCustFound      PIC X(1).
01 WSPrefFound      PIC X(1).
01 WSInvalid        PIC X(1).
01 WSMethod         PIC X(1).
       88 WSMethodValid  VALUE 'P' 'E' 'B'.
01 WSPartnerID      PIC X(15).
01 WSErrorMsg       PIC X(60).
01 WSOperatorID     PIC X(8).
01 WSSentCount      PIC 9(5).
01 WSAmountEdit     PIC -(7)9.99.

SCREEN SECTION.
01 BillPrefScreen.
       05 BLANK SCREEN.
       05 LINE 1 COL 5 VALUE "Customer Billing - Invoice Delivery".
       05 LINE 3 COL 5 VALUE "Customer ID. . . :".
       05 LINE 3 COL 25 PIC 9(7) FROM WSLookupID.
       05 LINE 4 COL 5 VALUE "Name . . . . . . :".
       05 LINE 4 COL 25 PIC X(15) FROM FirstName.
       05 LINE 4 COL 41 PIC X(15) FROM LastName.
       05 LINE 6 COL 5 VALUE "Delivery (P/E/B) :".
       05 LINE 6 COL 25 PIC X(1) USING WSMethod.
       05 LINE 6 COL 29 VALUE "P=paper E=electronic B=both".
       05 LINE 7 COL 5 VALUE "Partner ID . . . :".
       05 LINE 7 COL 25 PIC X(15) USING WSPartnerID.
       05 LINE 9 COL 5 PIC X(60) FROM WSErrorMsg.

PROCEDURE DIVISION.
MainLine.
       PERFORM GetOperatorID
       OPEN INPUT CustomerFile
       PERFORM CheckFileStatus
       PERFORM OpenBillPrefFile
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM GetMode
           EVALUATE WSMode
               WHEN 'M'
                   PERFORM GetIDNum
                   PERFORM FindCustomer
                   IF WSCustFound = 'Y'
                       PERFORM MaintainBillPref
                   END-IF
               WHEN 'L'
                   PERFORM ListTransmissions
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM AskMoreWork
       END-PERFORM
       CLOSE BillPrefFile
       CLOSE CustomerFile
       GOBACK.

CheckFileStatus.
       IF WSFileStatus NOT = "00" AND WSFileStatus NOT = "10"
           DISPLAY "CustomerFile I/O problem, status: " WSFileStatus
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF.

OpenBillPrefFile.
       OPEN I-O BillPrefFile
       IF WSBillPrefStatus = "35"
           OPEN OUTPUT BillPrefFile
           CLOSE BillPrefFile
           OPEN I-O BillPrefFile
       END-IF
       IF WSBillPrefStatus NOT = "00" AND WSBillPrefStatus NOT = "10"
           DISPLAY "BillPrefFile I/O problem, status: "
               WSBillPrefStatus
           CLOSE BillPrefFile
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSBillPrefStatus
       END-IF.

GetMode.
       DISPLAY "Maintain delivery preference or list invoices sent"
           " electronically (M/L) " WITH NO ADVANCING
       ACCEPT WSMode
       MOVE FUNCTION UPPER-CASE(WSMode) TO WSMode.

GetIDNum.
       DISPLAY "Customer ID " WITH NO ADVANCING
       ACCEPT WSLookupID.

FindCustomer.
       MOVE 'N' TO WSCustFound
       MOVE WSLookupID TO IDNum
       READ CustomerFile
           KEY IS IDNum
           INVALID KEY
               DISPLAY "Customer not found : " WSLookupID
           NOT INVALID KEY
               IF CustStatus = 'D'
                   DISPLAY "Customer is deleted : " WSLookupID
               ELSE
                   MOVE 'Y' TO WSCustFound
               END-IF
       END-READ.

MaintainBillPref.
       MOVE 'N' TO WSPrefFound
       MOVE WSLookupID TO BF-IDNum
       READ BillPrefFile
           KEY IS BF-IDNum
           INVALID KEY
               MOVE 'P' TO WSMethod
               MOVE SPACES TO WSPartnerID
           NOT INVALID KEY
               MOVE 'Y' TO WSPrefFound
               MOVE BF-Method TO WSMethod
               MOVE BF-PartnerID TO WSPartnerID
       END-READ
       PERFORM AcceptBillPrefScreen
       MOVE WSLookupID TO BF-IDNum
       MOVE WSMethod TO BF-Method
       MOVE WSPartnerID TO BF-PartnerID
       MOVE FUNCTION CURRENT-DATE(1:8) TO BF-ChangedDate
       MOVE WSOperatorID TO BF-ChangedOper
       IF WSPrefFound = 'Y'
           REWRITE BillPrefData
               INVALID KEY
                   DISPLAY "Unable to rewrite billing preference : "
                       WSLookupID
               NOT INVALID KEY
                   DISPLAY "Billing preference updated : " WSLookupID
                   PERFORM WriteAuditRecord
           END-REWRITE
       ELSE
           WRITE BillPrefData
               INVALID KEY
                   DISPLAY "Unable to write billing preference : "
                       WSLookupID
               NOT INVALID KEY
                   DISPLAY "Billing preference added : " WSLookupID
                   PERFORM WriteAuditRecord
           END-WRITE
       END-IF.

AcceptBillPrefScreen.
       MOVE SPACES TO WSErrorMsg
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY BillPrefScreen
           ACCEPT BillPrefScreen
           MOVE FUNCTION UPPER-CASE(WSMethod) TO WSMethod
           MOVE SPACES TO WSErrorMsg
           EVALUATE TRUE
               WHEN NOT WSMethodValid
                   MOVE "Delivery must be P, E or B" TO WSErrorMsg
               WHEN WSMethod NOT = 'P' AND WSPartnerID = SPACES
                   MOVE "Electronic delivery needs the customer's partner ID"
                       TO WSErrorMsg
               WHEN OTHER
                   MOVE 'N' TO WSInvalid
           END-EVALUATE
       END-PERFORM.

ListTransmissions.
       DISPLAY "Customer ID (0 = look up by invoice) " WITH NO ADVANCING
       ACCEPT WSLookupID
       MOVE 0 TO WSLookupInvoice
       IF WSLookupID = 0
           DISPLAY "Invoice number " WITH NO ADVANCING
           ACCEPT WSLookupInvoice
       END-IF
       MOVE 0 TO WSSentCount
       OPEN INPUT EInvLogFile
       IF WSEInvLogStatus NOT = "00"
           DISPLAY "No electronic invoices have been sent"
           CLOSE EInvLogFile
           EXIT PARAGRAPH
       END-IF
       DISPLAY "File seq  File date  Invoice  Custmr   Partner ID"
           "             Amount  Written"
       MOVE 'N' TO WSLogEOF
       PERFORM UNTIL WSLogEOF = 'Y'
           READ EInvLogFile
               AT END MOVE 'Y' TO WSLogEOF
               NOT AT END
                   IF (WSLookupID > 0 AND EL-IDNum = WSLookupID)
                           OR (WSLookupInvoice > 0
                               AND EL-InvoiceNum = WSLookupInvoice)
                       ADD 1 TO WSSentCount
                       MOVE EL-Amount TO WSAmountEdit
                       DISPLAY EL-FileSeq "   " EL-FileDate "   "
                           EL-InvoiceNum "  " EL-IDNum "  "
                           EL-PartnerID "  " WSAmountEdit "  "
                           EL-Stamp
                   END-IF
           END-READ
       END-PERFORM
       CLOSE EInvLogFile
       IF WSSentCount = 0
           DISPLAY "No electronic invoices found"
       END-IF.

WriteAuditRecord.
       OPEN EXTEND AuditFile
       MOVE WSLookupID TO AL-IDNum
       MOVE 'U' TO AL-OpCode
       MOVE FirstName TO AL-BeforeFirst
       MOVE LastName TO AL-BeforeLast
       MOVE FirstName TO AL-AfterFirst
       MOVE LastName TO AL-AfterLast
       MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
       MOVE WSOperatorID TO AL-Operator
       WRITE AuditLine
       CLOSE AuditFile.

GetOperatorID.
       ACCEPT WSOperatorID FROM ENVIRONMENT "CUSTOPERATOR"
           ON EXCEPTION
               MOVE SPACES TO WSOperatorID
       END-ACCEPT
       IF WSOperatorID = SPACES
           MOVE "BATCH" TO WSOperatorID
       END-IF.

AskMoreWork.
       DISPLAY "More billing work (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
