           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSFileStatus.
       SELECT OrderShipFile ASSIGN TO "OrderShipTo.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OS-OrderNum
           FILE STATUS IS WSOrderShipStatus.
DATA DIVISION.
FILE SECTION.
FD OrderFile.
FD CustomerFile.
    COPY CUSTREC.

FD OrderShipFile.
    COPY ORDSHIP.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1) VALUE 'N'.
01 WSFileStatus      PIC X(2).
01 WSOrderFileStatus PIC X(2).
01 WSOrderShipStatus PIC X(2).
01 WSHaveOrderShip   PIC X(1) VALUE 'N'.
01 WSMonthParm       PIC X(6).
01 WSTaxMonth        PIC X(6).
01 WSStateTable.
           CLOSE CustomerFile
           STOP RUN WITH ERROR STATUS WSFileStatus
       END-IF
       OPEN INPUT OrderShipFile
       IF WSOrderShipStatus = "00"
           MOVE 'Y' TO WSHaveOrderShip
       ELSE
           CLOSE OrderShipFile
       END-IF
       OPEN INPUT OrderFile
       IF WSOrderFileStatus NOT = "00"
           MOVE "  No orders on file" TO RW-Line
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF OrderDate(1:6) = WSTaxMonth
                               AND OrderStatus NOT = 'X'
                           PERFORM TallyOneOrder
                       END-IF
               END-READ
           VARYING WSStateIndex FROM 1 BY 1
           UNTIL WSStateIndex > WSStateUsed
       PERFORM PrintTrailer
       IF WSHaveOrderShip = 'Y'
           CLOSE OrderShipFile
       END-IF
       CLOSE CustomerFile
       DISPLAY "Tax collected for " WSTaxMonth ": " WSTaxTotal
           " on " WSOrderCount " orders"
       ADD OrderTax TO WSTaxTotal.

LookupCustomerState.
       IF WSHaveOrderShip = 'Y'
           MOVE OrderNum TO OS-OrderNum
           READ OrderShipFile
               KEY IS OS-OrderNum
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OS-TaxState TO WSLookupState
                   EXIT PARAGRAPH
           END-READ
       END-IF
       MOVE OrderIDNum TO IDNum
       READ CustomerFile
           KEY IS IDNum
