000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CustMastConv.
000300* One-time cutover conversion for CUSTMAST.IDX, run once when
000400* the customer record grew from 48 to 57 bytes to carry
000500* CM-Credit-Limit. An indexed file cannot be opened under a
000600* record length it was not built with, so the old master is
000700* unloaded here -- read by key in ascending CM-Cust-Id order,
000800* the way StudentUnload unloads STUDENTS.IDX -- and each old
000900* record is written out in the current CUSTOMER.CPY layout
001000* with the credit limit zero (no limit set) until the credit
001100* controller sets one through CustMaint.
001200* The flat copy is written beside the master as CUSTMAST.CNV;
001300* operations checks the count this program displays, renames
001400* it over CUSTMAST.DAT and runs CustLoad, which rebuilds
001500* CUSTMAST.IDX at the new length from it. Nothing is touched
001600* in place, so a bad run is simply deleted and re-run.
001700* A master already at the new length does not open under the
001800* old layout declared below, and the run is refused with the
001900* file status -- converting twice cannot happen.
002000* The old record layout is declared inline below; only the
002100* new layout comes from the shared copybook, so this program
002200* still compiles after the copybook moves on.
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT OldMasterFile ASSIGN TO "CUSTMAST.IDX"
002800              ORGANIZATION IS INDEXED
002900              ACCESS MODE IS SEQUENTIAL
003000              RECORD KEY IS OC-Cust-Id
003100              FILE STATUS IS WS-Old-Master-Status.
003200
003300     SELECT NewCustomerFile ASSIGN TO "CUSTMAST.CNV"
003400              ORGANIZATION IS LINE SEQUENTIAL.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  OldMasterFile.
003900* The customer record as CustLoad and CustMaint wrote it
004000* before the credit-limit column existed.
004100 01  OldCustRec.
004200     02  OC-Cust-Id         PIC X(5).
004300     02  OC-Cust-Name       PIC X(20).
004400     02  OC-Contact         PIC X(20).
004500     02  OC-Credit-Days     PIC 9(3).
004600
004700 FD  NewCustomerFile.
004800     COPY "CUSTOMER.CPY" REPLACING ==REC-NAME== BY ==NewCustRec==.
004900
005000 WORKING-STORAGE SECTION.
005100 01  WS-Old-Master-Status   PIC XX.
005200 01  WS-Master-EOF          PIC 9       VALUE 0.
005300     88 Master-EOF                      VALUE 1.
005400 01  WS-Convert-Count       PIC 9(5)    VALUE ZEROS.
005500
005600 PROCEDURE DIVISION.
005700 Begin.
005800     MOVE 0 TO WS-Master-EOF.
005900     OPEN INPUT OldMasterFile.
006000     IF WS-Old-Master-Status = "35"
006100         DISPLAY "CUSTMAST.IDX not found -- nothing to convert."
006200         MOVE 1 TO RETURN-CODE
006300         STOP RUN
006400     END-IF.
006500     IF WS-Old-Master-Status NOT = "00"
006600         DISPLAY "CUSTMAST.IDX will not open in the old 48-byte"
006700             " layout, status " WS-Old-Master-Status
006800             " -- already converted? Nothing done."
006900         MOVE 1 TO RETURN-CODE
007000         STOP RUN
007100     END-IF.
007200     OPEN OUTPUT NewCustomerFile.
007300     READ OldMasterFile NEXT RECORD
007400         AT END SET Master-EOF TO TRUE
007500     END-READ.
007600     PERFORM UNTIL Master-EOF
007700         PERFORM Convert-One-Record
007800         READ OldMasterFile NEXT RECORD
007900             AT END SET Master-EOF TO TRUE
008000         END-READ
008100     END-PERFORM.
008200     CLOSE OldMasterFile, NewCustomerFile.
008300     DISPLAY "CustMastConv: " WS-Convert-Count " customer"
008400         " records converted to CUSTMAST.CNV. Check the count,"
008500         " rename it over CUSTMAST.DAT, then run CustLoad.".
008600     MOVE 0 TO RETURN-CODE.
008700     STOP RUN.
008800
008900 Convert-One-Record.
009000     ADD 1 TO WS-Convert-Count.
009100     MOVE OC-Cust-Id TO CM-Cust-Id.
009200     MOVE OC-Cust-Name TO CM-Cust-Name.
009300     MOVE OC-Contact TO CM-Contact.
009400     MOVE OC-Credit-Days TO CM-Credit-Days.
009500     MOVE ZEROS TO CM-Credit-Limit.
009600     WRITE NewCustRec.
