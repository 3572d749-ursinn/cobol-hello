       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. example88.
AUTHOR. Ursin Filli
DATE-WRITTEN. October 15th 2026
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VendorFile ASSIGN TO "Vendors.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VN-VendorID
           FILE STATUS IS WSVendorStatus.
DATA DIVISION.
FILE SECTION.
FD VendorFile.
    COPY VENDREC.

WORKING-STORAGE SECTION.
    COPY VENDREC REPLACING
        ==VendorData==   BY ==WSVendor==
        ==VN-VendorID==  BY ==WSVendorID==
        ==VN-Name==      BY ==WSVendorName==
        ==VN-AddrLine1== BY ==WSAddrLine1==
        ==VN-AddrCity==  BY ==WSAddrCity==
        ==VN-AddrState== BY ==WSAddrState==
        ==VN-AddrZip==   BY ==WSAddrZip==
        ==VN-Phone==     BY ==WSPhone==
        ==VN-LeadDays==  BY ==WSLeadDays==
        ==VN-Active==    BY ==WSVendorActive==.
01 WSMoreWork        PIC X(1) VALUE 'Y'.
01 WSVendorStatus    PIC X(2).
01 WSAction          PIC X(1).
01 WSFound           PIC X(1).
01 WSInvalid         PIC X(1).
01 WSStateValid      PIC X(1).
01 WSLeadIn          PIC X(3).
01 WSLeadDisp        PIC ZZ9.
01 WSErrorMsg        PIC X(60).

SCREEN SECTION.
01 VendorScreen.
       05 BLANK SCREEN.
       05 LINE 1 COL 5 VALUE "Vendor Master - Maintain Vendor".
       05 LINE 3 COL 5 VALUE "Vendor Code. . . :".
       05 LINE 3 COL 25 PIC X(6) FROM WSVendorID.
       05 LINE 4 COL 5 VALUE "Name . . . . . . :".
       05 LINE 4 COL 25 PIC X(30) USING WSVendorName.
       05 LINE 5 COL 5 VALUE "Address. . . . . :".
       05 LINE 5 COL 25 PIC X(20) USING WSAddrLine1.
       05 LINE 6 COL 5 VALUE "City . . . . . . :".
       05 LINE 6 COL 25 PIC X(15) USING WSAddrCity.
       05 LINE 7 COL 5 VALUE "State. . . . . . :".
       05 LINE 7 COL 25 PIC X(2) USING WSAddrState.
       05 LINE 8 COL 5 VALUE "Zip. . . . . . . :".
       05 LINE 8 COL 25 PIC X(10) USING WSAddrZip.
       05 LINE 9 COL 5 VALUE "Phone. . . . . . :".
       05 LINE 9 COL 25 PIC X(12) USING WSPhone.
       05 LINE 10 COL 5 VALUE "Lead Time (days) :".
       05 LINE 10 COL 25 PIC X(3) USING WSLeadIn.
       05 LINE 11 COL 5 VALUE "Active (Y/N) . . :".
       05 LINE 11 COL 25 PIC X(1) FROM WSVendorActive.
       05 LINE 13 COL 5 PIC X(60) FROM WSErrorMsg.

PROCEDURE DIVISION.
MainLine.
       PERFORM OpenVendorFile
       PERFORM UNTIL WSMoreWork = 'N'
           PERFORM GetVendorCode
           PERFORM FindVendor
           PERFORM AskMoreWork
       END-PERFORM
       CLOSE VendorFile
       GOBACK.

OpenVendorFile.
       OPEN I-O VendorFile
       IF WSVendorStatus = "35"
           OPEN OUTPUT VendorFile
           CLOSE VendorFile
           OPEN I-O VendorFile
       END-IF
       IF WSVendorStatus NOT = "00" AND WSVendorStatus NOT = "10"
           DISPLAY "VendorFile I/O problem, status: " WSVendorStatus
           CLOSE VendorFile
           STOP RUN WITH ERROR STATUS WSVendorStatus
       END-IF.

GetVendorCode.
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY "Vendor code to maintain " WITH NO ADVANCING
           ACCEPT WSVendorID
           MOVE FUNCTION UPPER-CASE(WSVendorID) TO WSVendorID
           IF WSVendorID = SPACES
               DISPLAY "Vendor code cannot be blank, please re-enter"
           ELSE
               MOVE 'N' TO WSInvalid
           END-IF
       END-PERFORM.

FindVendor.
       MOVE WSVendorID TO VN-VendorID
       MOVE 'N' TO WSFound
       READ VendorFile INTO WSVendor
           KEY IS VN-VendorID
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'Y' TO WSFound
       END-READ
       IF WSFound = 'N'
           PERFORM OfferAddVendor
       ELSE
           DISPLAY "Vendor: " WSVendorID " "
               FUNCTION TRIM(WSVendorName)
               "  lead time " WSLeadDays "  active " WSVendorActive
           PERFORM GetAction
           EVALUATE WSAction
               WHEN 'U'
                   PERFORM UpdateVendor
               WHEN 'X'
                   PERFORM SetVendorActive
               WHEN 'R'
                   PERFORM SetVendorActive
               WHEN OTHER
                   DISPLAY "No changes made"
           END-EVALUATE
       END-IF.

GetAction.
       DISPLAY "Update, deactivate or reactivate this vendor (U/X/R/N) "
           WITH NO ADVANCING
       ACCEPT WSAction
       MOVE FUNCTION UPPER-CASE(WSAction) TO WSAction.

OfferAddVendor.
       DISPLAY "Vendor not on file, add it (Y/N) " WITH NO ADVANCING
       ACCEPT WSAction
       MOVE FUNCTION UPPER-CASE(WSAction) TO WSAction
       IF WSAction = 'Y'
           PERFORM AddVendor
       END-IF.

AddVendor.
       MOVE SPACES TO WSVendorName WSAddrLine1 WSAddrCity
           WSAddrState WSAddrZip WSPhone
       MOVE 0 TO WSLeadDays
       MOVE SPACES TO WSLeadIn
       MOVE 'Y' TO WSVendorActive
       PERFORM AcceptVendorScreen
       MOVE WSVendor TO VendorData
       WRITE VendorData
           INVALID KEY
               DISPLAY "Unable to write vendor : " WSVendorID
           NOT INVALID KEY
               DISPLAY "Vendor added : " WSVendorID
       END-WRITE.

UpdateVendor.
       MOVE WSLeadDays TO WSLeadDisp
       MOVE WSLeadDisp TO WSLeadIn
       PERFORM AcceptVendorScreen
       MOVE WSVendor TO VendorData
       REWRITE VendorData
           INVALID KEY
               DISPLAY "Unable to rewrite vendor : " WSVendorID
           NOT INVALID KEY
               DISPLAY "Vendor updated : " WSVendorID
       END-REWRITE.

AcceptVendorScreen.
       MOVE SPACES TO WSErrorMsg
       MOVE 'Y' TO WSInvalid
       PERFORM UNTIL WSInvalid = 'N'
           DISPLAY VendorScreen
           ACCEPT VendorScreen
           MOVE FUNCTION UPPER-CASE(WSAddrState) TO WSAddrState
           MOVE SPACES TO WSErrorMsg
           IF WSVendorName = SPACES
               MOVE "Name cannot be blank" TO WSErrorMsg
           ELSE
               CALL "STVALID" USING WSAddrState, WSAddrZip,
                   WSStateValid
               IF WSStateValid = 'N'
                   MOVE "State/zip combination is not valid"
                       TO WSErrorMsg
               ELSE
                   MOVE FUNCTION NUMVAL(WSLeadIn) TO WSLeadDays
                   MOVE 'N' TO WSInvalid
               END-IF
           END-IF
       END-PERFORM.

SetVendorActive.
       IF WSAction = 'X'
           IF WSVendorActive = 'N'
               DISPLAY "Vendor is already deactivated : " WSVendorID
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WSVendorActive
       ELSE
           IF WSVendorActive = 'Y'
               DISPLAY "Vendor is already active : " WSVendorID
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WSVendorActive
       END-IF
       MOVE WSVendor TO VendorData
       REWRITE VendorData
           INVALID KEY
               DISPLAY "Unable to rewrite vendor : " WSVendorID
           NOT INVALID KEY
               DISPLAY "Vendor " WSVendorID " active flag now "
                   WSVendorActive
       END-REWRITE.

AskMoreWork.
       DISPLAY "Maintain another vendor (Y/N) " WITH NO ADVANCING
       ACCEPT WSMoreWork
       MOVE FUNCTION UPPER-CASE(WSMoreWork) TO WSMoreWork.
