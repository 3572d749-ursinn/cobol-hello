       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ORDREP.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustRepFile ASSIGN TO "CustReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CS-IDNum
           FILE STATUS IS WSCustRepStatus.
       SELECT OrderRepFile ASSIGN TO "OrderReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RO-OrderNum
           FILE STATUS IS WSOrderRepStatus.
DATA DIVISION.
FILE SECTION.
FD CustRepFile.
    COPY CUSTREP.

FD OrderRepFile.
    COPY ORDERREP.

WORKING-STORAGE SECTION.
01 WSCustRepStatus   PIC X(2).
01 WSOrderRepStatus  PIC X(2).
01 WSRepID           PIC X(4).

LINKAGE SECTION.
    COPY ORDREC.

PROCEDURE DIVISION USING OrderData.
MainLine.
       MOVE SPACES TO WSRepID
       OPEN INPUT CustRepFile
       IF WSCustRepStatus = "00"
           MOVE OrderIDNum TO CS-IDNum
           READ CustRepFile
               KEY IS CS-IDNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CS-RepID TO WSRepID
           END-READ
       END-IF
       CLOSE CustRepFile
       IF WSRepID = SPACES
           EXIT PROGRAM
       END-IF
       OPEN I-O OrderRepFile
       IF WSOrderRepStatus = "35"
           OPEN OUTPUT OrderRepFile
           CLOSE OrderRepFile
           OPEN I-O OrderRepFile
       END-IF
       IF WSOrderRepStatus NOT = "00"
           DISPLAY "OrderReps.dat could not be opened, status: "
               WSOrderRepStatus
           EXIT PROGRAM
       END-IF
       MOVE OrderNum TO RO-OrderNum
       MOVE WSRepID TO RO-RepID
       MOVE OrderIDNum TO RO-IDNum
       WRITE OrderRepData
           INVALID KEY
               REWRITE OrderRepData
                   INVALID KEY
                       DISPLAY "Unable to record sales rep for order : "
                           OrderNum
               END-REWRITE
       END-WRITE
       CLOSE OrderRepFile
       EXIT PROGRAM.
