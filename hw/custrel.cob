       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTREL.

      *CUSTREL PRINTS THE CUSTOMER RELATIONSHIP REPORT. FOR EVERY
      *CUSTOMER ON CUSTOMERS.TXT, IN CUSTOMER NUMBER ORDER, IT LISTS
      *EACH ACCOUNT ACCOUNTLINKS.TXT TIES THEM TO - PRIMARY OR JOINT,
      *WITH LAST NIGHT'S BALANCE OFF MASTER.TXT - AND THE CUSTOMER'S
      *COMBINED POSITION ACROSS ALL OF THEM. A JOINT ACCOUNT COUNTS IN
      *FULL TOWARDS EVERY HOLDER'S POSITION, AS EACH HOLDER CAN DRAW
      *ON ALL OF IT. A LINK TO AN ACCOUNT NO LONGER ON THE MASTER IS
      *LISTED AS CLOSED AND LEFT OUT OF THE POSITION.
      *
      *AFTER THE CUSTOMERS COMES A LIST OF EVERY ACCOUNT ON THE MASTER
      *THAT NOBODY IS LINKED TO, SO THE BRANCH CAN FINISH TYING NEW
      *AND OLDER ACCOUNTS TO THEIR CUSTOMERS, AND A CONTROL LINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FILE-CU ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-AL ASSIGN TO "accountLinks.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-M ASSIGN TO "master.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-CR ASSIGN TO "custRelationship.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FILE-CU.
       01 CU-RECORD.
           02 CU-NUMBER     PIC 9(8).
           02 CU-NAME       PIC X(40).
           02 CU-ADDRESS    PIC X(60).
           02 CU-DOB        PIC 9(8).

       FD FILE-AL.
       01 AL-RECORD.
           02 AL-ACCOUNT    PIC 9(16).
           02 AL-CUSTOMER   PIC 9(8).
           02 AL-ROLE       PIC X.

       FD FILE-M.
       01 M-ACCOUNT-RECORD.
           02 M-NAME        PIC A(20).
           02 M-ACCOUNT     PIC 9(16).
           02 M-PASSWORD    PIC 9(6).
           02 M-SIGN        PIC X.
           02 M-BALANCE     PIC 9(15).

       FD FILE-CR.
       01 CR-CUST-RECORD.
           02 CR-U-PCUST    PIC X(10).
           02 CR-U-CUST     PIC 9(8).
           02 CR-U-PNAME    PIC X(7).
           02 CR-U-NAME     PIC X(40).
           02 CR-U-PDOB     PIC X(7).
           02 CR-U-DOB      PIC 9(8).
       01 CR-ACCT-RECORD.
           02 CR-A-PACCT    PIC X(12).
           02 CR-A-ACCOUNT  PIC 9(16).
           02 CR-A-PROLE    PIC X(7).
           02 CR-A-ROLE     PIC X.
           02 CR-A-PBAL     PIC X(10).
           02 CR-A-SIGN     PIC X.
           02 CR-A-BAL      PIC 9(15).
           02 CR-A-STAT     PIC X(8).
       01 CR-TOTAL-RECORD.
           02 CR-T-PACCTS   PIC X(12).
           02 CR-T-ACCTS    PIC 9(5).
           02 CR-T-PPOS     PIC X(20).
           02 CR-T-SIGN     PIC X.
           02 CR-T-BAL      PIC 9(15).
       01 CR-LINE-RECORD.
           02 CR-L-TEXT     PIC X(60).
       01 CR-UNLINKED-RECORD.
           02 CR-N-PACCT    PIC X(12).
           02 CR-N-ACCOUNT  PIC 9(16).
           02 CR-N-PNAME    PIC X(7).
           02 CR-N-NAME     PIC A(20).
       01 CR-CONTROL-RECORD.
           02 CR-C-PCUST    PIC X(20).
           02 CR-C-CUST     PIC 9(9).
           02 CR-C-PLINK    PIC X(16).
           02 CR-C-LINK     PIC 9(9).
           02 CR-C-PFREE    PIC X(20).
           02 CR-C-FREE     PIC 9(9).

       WORKING-STORAGE SECTION.
       01 CR-FOUND          PIC 9 VALUE 0.
       01 CR-CUST-ACCTS     PIC 9(5) VALUE 0.
       01 CR-CUST-NET       PIC S9(16) VALUE 0.
       01 CR-COUNT-CUST     PIC 9(9) VALUE 0.
       01 CR-COUNT-LINK     PIC 9(9) VALUE 0.
       01 CR-COUNT-FREE     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY '##########################################'.
           DISPLAY '##    CUSTOMER RELATIONSHIP REPORT      ##'.
           DISPLAY '##########################################'.
           OPEN OUTPUT FILE-CR.
           OPEN INPUT FILE-CU.
           GO TO CUST-READ-PARAGRAPH.

       CUST-READ-PARAGRAPH.
           READ FILE-CU
               AT END GO TO CUST-END-PARAGRAPH
               NOT AT END GO TO CUST-PARAGRAPH
           END-READ.

       CUST-PARAGRAPH.
           ADD 1 TO CR-COUNT-CUST.
           MOVE 0 TO CR-CUST-ACCTS.
           MOVE 0 TO CR-CUST-NET.
           MOVE 'CUSTOMER: ' TO CR-U-PCUST.
           MOVE CU-NUMBER TO CR-U-CUST.
           MOVE ' NAME: ' TO CR-U-PNAME.
           MOVE CU-NAME TO CR-U-NAME.
           MOVE ' BORN: ' TO CR-U-PDOB.
           MOVE CU-DOB TO CR-U-DOB.
           WRITE CR-CUST-RECORD.
           OPEN INPUT FILE-AL.
           GO TO LINK-READ-PARAGRAPH.

       LINK-READ-PARAGRAPH.
           READ FILE-AL
               AT END GO TO LINK-END-PARAGRAPH
               NOT AT END GO TO LINK-CHECK-PARAGRAPH
           END-READ.

       LINK-CHECK-PARAGRAPH.
           IF AL-CUSTOMER NOT = CU-NUMBER THEN
               GO TO LINK-READ-PARAGRAPH
           END-IF.
           ADD 1 TO CR-COUNT-LINK.
           MOVE 0 TO CR-FOUND.
           OPEN INPUT FILE-M.
           GO TO MSCAN-PARAGRAPH.

       MSCAN-PARAGRAPH.
           READ FILE-M
               AT END GO TO MSCAN-END-PARAGRAPH
               NOT AT END GO TO MSCAN-CHECK-PARAGRAPH
           END-READ.

       MSCAN-CHECK-PARAGRAPH.
           IF M-ACCOUNT = AL-ACCOUNT THEN
               MOVE 1 TO CR-FOUND
               GO TO MSCAN-END-PARAGRAPH
           END-IF.
           GO TO MSCAN-PARAGRAPH.

       MSCAN-END-PARAGRAPH.
           MOVE '  ACCOUNT: ' TO CR-A-PACCT.
           MOVE AL-ACCOUNT TO CR-A-ACCOUNT.
           MOVE ' ROLE: ' TO CR-A-PROLE.
           MOVE AL-ROLE TO CR-A-ROLE.
           MOVE ' BALANCE: ' TO CR-A-PBAL.
           IF CR-FOUND = 0 THEN
               MOVE SPACE TO CR-A-SIGN
               MOVE 0 TO CR-A-BAL
               MOVE ' CLOSED' TO CR-A-STAT
           END-IF.
           IF CR-FOUND = 1 THEN
               MOVE M-SIGN TO CR-A-SIGN
               MOVE M-BALANCE TO CR-A-BAL
               MOVE SPACES TO CR-A-STAT
               ADD 1 TO CR-CUST-ACCTS
               IF M-SIGN = '-' THEN
                   SUBTRACT M-BALANCE FROM CR-CUST-NET
               END-IF
               IF M-SIGN NOT = '-' THEN
                   ADD M-BALANCE TO CR-CUST-NET
               END-IF
           END-IF.
           CLOSE FILE-M.
           WRITE CR-ACCT-RECORD.
           GO TO LINK-READ-PARAGRAPH.

       LINK-END-PARAGRAPH.
           CLOSE FILE-AL.
           MOVE '  ACCOUNTS: ' TO CR-T-PACCTS.
           MOVE CR-CUST-ACCTS TO CR-T-ACCTS.
           MOVE ' COMBINED POSITION: ' TO CR-T-PPOS.
           MOVE '+' TO CR-T-SIGN.
           IF CR-CUST-NET < 0 THEN
               MOVE '-' TO CR-T-SIGN
           END-IF.
           MOVE CR-CUST-NET TO CR-T-BAL.
           WRITE CR-TOTAL-RECORD.
           GO TO CUST-READ-PARAGRAPH.

      *EVERY MASTER ACCOUNT WITH NO LINK AT ALL.
       CUST-END-PARAGRAPH.
           CLOSE FILE-CU.
           MOVE ALL '=' TO CR-L-TEXT.
           WRITE CR-LINE-RECORD.
           MOVE 'ACCOUNTS NOT LINKED TO ANY CUSTOMER' TO CR-L-TEXT.
           WRITE CR-LINE-RECORD.
           OPEN INPUT FILE-M.
           GO TO FREE-READ-PARAGRAPH.

       FREE-READ-PARAGRAPH.
           READ FILE-M
               AT END GO TO CONTROL-PARAGRAPH
               NOT AT END GO TO FREE-PARAGRAPH
           END-READ.

       FREE-PARAGRAPH.
           MOVE 0 TO CR-FOUND.
           OPEN INPUT FILE-AL.
           GO TO FREE-SCAN-PARAGRAPH.

       FREE-SCAN-PARAGRAPH.
           READ FILE-AL
               AT END GO TO FREE-SCAN-END-PARAGRAPH
               NOT AT END GO TO FREE-SCAN-CHECK-PARAGRAPH
           END-READ.

       FREE-SCAN-CHECK-PARAGRAPH.
           IF AL-ACCOUNT = M-ACCOUNT THEN
               MOVE 1 TO CR-FOUND
               GO TO FREE-SCAN-END-PARAGRAPH
           END-IF.
           GO TO FREE-SCAN-PARAGRAPH.

       FREE-SCAN-END-PARAGRAPH.
           CLOSE FILE-AL.
           IF CR-FOUND = 0 THEN
               MOVE '  ACCOUNT: ' TO CR-N-PACCT
               MOVE M-ACCOUNT TO CR-N-ACCOUNT
               MOVE ' NAME: ' TO CR-N-PNAME
               MOVE M-NAME TO CR-N-NAME
               WRITE CR-UNLINKED-RECORD
               ADD 1 TO CR-COUNT-FREE
           END-IF.
           GO TO FREE-READ-PARAGRAPH.

       CONTROL-PARAGRAPH.
           CLOSE FILE-M.
           MOVE ALL '=' TO CR-L-TEXT.
           WRITE CR-LINE-RECORD.
           MOVE 'CUSTOMERS LISTED:   ' TO CR-C-PCUST.
           MOVE CR-COUNT-CUST TO CR-C-CUST.
           MOVE ' LINKS LISTED:  ' TO CR-C-PLINK.
           MOVE CR-COUNT-LINK TO CR-C-LINK.
           MOVE ' UNLINKED ACCOUNTS: ' TO CR-C-PFREE.
           MOVE CR-COUNT-FREE TO CR-C-FREE.
           WRITE CR-CONTROL-RECORD.
           CLOSE FILE-CR.
           DISPLAY '=> CUSTOMERS LISTED  ' CR-COUNT-CUST.
           DISPLAY '=> LINKS LISTED      ' CR-COUNT-LINK.
           DISPLAY '=> UNLINKED ACCOUNTS ' CR-COUNT-FREE.
           STOP RUN.
