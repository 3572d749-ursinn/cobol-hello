       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example84.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
      *> One-time conversion adding the stock quantities to the item
      *> master: ItemMaster.dat grows from 46 to 67 bytes, with the
      *> on-hand, allocated and reorder-point quantities starting at
      *> zero. On-hand figures are then keyed from the next physical
      *> count through item maintenance and goods receiving.
       SELECT OldItemFile ASSIGN TO "ConvItem.tmp"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS OI2-ItemCode
           FILE STATUS IS WSOldStatus.
       SELECT NewItemFile ASSIGN TO "ItemMaster.dat.new"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ItemCode
           FILE STATUS IS WSNewStatus.
DATA DIVISION.
FILE SECTION.
FD OldItemFile.
01 OldItemData.
       02 OI2-ItemCode    PIC X(8).
       02 OI2-ItemDesc    PIC X(30).
       02 OI2-ItemPrice   PIC 9(5)V99.
       02 OI2-ItemActive  PIC X(1).

FD NewItemFile.
    COPY ITEMREC.

WORKING-STORAGE SECTION.
01 WSEOF             PIC A(1).
01 WSOldStatus       PIC X(2).
01 WSNewStatus       PIC X(2).
01 WSTimestamp       PIC 9(14).
01 WSCommand         PIC X(200).
01 WSFileName        PIC X(30).
01 WSNewName         PIC X(40).
01 WSFileCount       PIC 9(7).

PROCEDURE DIVISION.
MainLine.
       MOVE FUNCTION CURRENT-DATE(1:14) TO WSTimestamp
       MOVE "ItemMaster.dat" TO WSFileName
       MOVE "ConvItem.tmp" TO WSNewName
       PERFORM CopyToWork
       OPEN INPUT OldItemFile
       IF WSOldStatus NOT = "00"
           DISPLAY "ItemMaster.dat not present or not in the"
               " pre-stock layout (status " WSOldStatus "), skipped"
           CLOSE OldItemFile
           PERFORM DeleteWorkFile
           STOP RUN
       END-IF
       OPEN OUTPUT NewItemFile
       MOVE 0 TO WSFileCount
       MOVE 'N' TO WSEOF
       PERFORM UNTIL WSEOF = 'Y'
           READ OldItemFile
               AT END MOVE 'Y' TO WSEOF
               NOT AT END
                   MOVE OI2-ItemCode TO ItemCode
                   MOVE OI2-ItemDesc TO ItemDesc
                   MOVE OI2-ItemPrice TO ItemPrice
                   MOVE OI2-ItemActive TO ItemActive
                   MOVE 0 TO ItemOnHand
                   MOVE 0 TO ItemAllocated
                   MOVE 0 TO ItemReorderPt
                   WRITE ItemData
                   ADD 1 TO WSFileCount
           END-READ
       END-PERFORM
       CLOSE OldItemFile
       CLOSE NewItemFile
       PERFORM DeleteWorkFile
       PERFORM SwapInNewFile
       DISPLAY "Stock conversion complete"
       STOP RUN.

CopyToWork.
       MOVE SPACES TO WSCommand
       STRING "cp " DELIMITED BY SIZE
           FUNCTION TRIM(WSFileName) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WSNewName) DELIMITED BY SIZE
           INTO WSCommand
       END-STRING
       CALL "SYSTEM" USING WSCommand.

SwapInNewFile.
       MOVE SPACES TO WSCommand
       STRING "mv " DELIMITED BY SIZE
           FUNCTION TRIM(WSFileName) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(WSFileName) DELIMITED BY SIZE
           ".prestock-" DELIMITED BY SIZE
           WSTimestamp DELIMITED BY SIZE
           INTO WSCommand
       END-STRING
       CALL "SYSTEM" USING WSCommand
       IF RETURN-CODE NOT = 0
           DISPLAY "Could not set aside "
               FUNCTION TRIM(WSFileName)
               " (mv returned " RETURN-CODE "), conversion abandoned"
           STOP RUN WITH ERROR STATUS "CV"
       END-IF
       MOVE SPACES TO WSCommand
       STRING "mv " DELIMITED BY SIZE
           FUNCTION TRIM(WSFileName) DELIMITED BY SIZE
           ".new " DELIMITED BY SIZE
           FUNCTION TRIM(WSFileName) DELIMITED BY SIZE
           INTO WSCommand
       END-STRING
       CALL "SYSTEM" USING WSCommand
       IF RETURN-CODE NOT = 0
           DISPLAY "Could not install converted "
               FUNCTION TRIM(WSFileName)
               " (mv returned " RETURN-CODE "), conversion abandoned"
           STOP RUN WITH ERROR STATUS "CV"
       END-IF
       DISPLAY "Converted " FUNCTION TRIM(WSFileName)
           " : " WSFileCount " records".

DeleteWorkFile.
       MOVE SPACES TO WSCommand
       STRING "rm -f " DELIMITED BY SIZE
           FUNCTION TRIM(WSNewName) DELIMITED BY SIZE
           INTO WSCommand
       END-STRING
       CALL "SYSTEM" USING WSCommand.
