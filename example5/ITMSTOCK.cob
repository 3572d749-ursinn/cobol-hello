       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ITMSTOCK.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ItemFile ASSIGN TO "ItemMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ItemCode
           FILE STATUS IS WSItemFileStatus.
DATA DIVISION.
FILE SECTION.
FD ItemFile.
    COPY ITEMREC.

WORKING-STORAGE SECTION.
01 WSItemFileStatus  PIC X(2).
01 WSFileOpen        PIC X(1) VALUE 'N'.

LINKAGE SECTION.
01 LAction    PIC X(1).
01 LItemCode  PIC X(8).
01 LQuantity  PIC 9(5).
01 LStatus    PIC X(1).

PROCEDURE DIVISION USING LAction, LItemCode, LQuantity, LStatus.
MainLine.
      *> LAction 'A' allocates LQuantity to an order, 'R' releases an
      *> allocation (order cancelled or line removed), 'S' ships it
      *> (on-hand and allocated both come down), 'I' takes goods into
      *> stock (receipts and restocked returns). LStatus is 'Y' when
      *> the item master was updated.
       IF WSFileOpen = 'N'
           PERFORM OpenItemFile
       END-IF
       MOVE 'N' TO LStatus
       MOVE LItemCode TO ItemCode
       READ ItemFile
           KEY IS ItemCode
           INVALID KEY
               DISPLAY "Stock not moved, item not on file : " LItemCode
               EXIT PROGRAM
       END-READ
       EVALUATE LAction
           WHEN 'A'
               ADD LQuantity TO ItemAllocated
           WHEN 'R'
               IF ItemAllocated > LQuantity
                   SUBTRACT LQuantity FROM ItemAllocated
               ELSE
                   MOVE 0 TO ItemAllocated
               END-IF
           WHEN 'S'
               IF ItemAllocated > LQuantity
                   SUBTRACT LQuantity FROM ItemAllocated
               ELSE
                   MOVE 0 TO ItemAllocated
               END-IF
               IF ItemOnHand > LQuantity
                   SUBTRACT LQuantity FROM ItemOnHand
               ELSE
                   MOVE 0 TO ItemOnHand
               END-IF
           WHEN 'I'
               ADD LQuantity TO ItemOnHand
           WHEN OTHER
               DISPLAY "Stock not moved, unknown action : " LAction
               EXIT PROGRAM
       END-EVALUATE
       REWRITE ItemData
           INVALID KEY
               DISPLAY "Unable to rewrite item stock : " LItemCode
           NOT INVALID KEY
               MOVE 'Y' TO LStatus
       END-REWRITE
       EXIT PROGRAM.

OpenItemFile.
       OPEN I-O ItemFile
       IF WSItemFileStatus NOT = "00"
           DISPLAY "ItemMaster.dat could not be opened, status: "
               WSItemFileStatus
           STOP RUN WITH ERROR STATUS WSItemFileStatus
       END-IF
       MOVE 'Y' TO WSFileOpen.
