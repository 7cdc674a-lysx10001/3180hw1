      *TYPING IN THE ARCHIVE FILENAME, THIS PROGRAM TAKES A PERIOD
      *START AND END, DERIVES THE OPENING-BALANCE ARCHIVE ITSELF
      *(THE MASTER-YYYYMMDD.TXT FILE CENTRAL WROTE THE NIGHT THE
      *PERIOD OPENED), READS THE PERIOD'S ACTIVITY FROM THE MONTHLY
      *HISTORY PARTITIONS, AND PRODUCES A STATEMENT FOR EVERY ACCOUNT
      *ON THE CURRENT MASTER IN ONE PASS - A SINGLE PRINT SPOOL WITH
      *A PAGE BREAK BETWEEN ACCOUNTS, AND A CONTROL LINE AT THE END
      *SAYING HOW MANY STATEMENTS WERE PRODUCED AGAINST HOW MANY
      *
      *AN ACCOUNT NOT IN THE OPENING ARCHIVE OPENED MID-PERIOD, SO
      *ITS STATEMENT STARTS FROM A ZERO OPENING BALANCE.
      *
      *THE RUN CAN INSTEAD PRODUCE ONE CONSOLIDATED STATEMENT PER
      *CUSTOMER ON CUSTOMERS.TXT: THE CUSTOMER'S NAME AND ADDRESS,
      *THEN EVERY ACCOUNT ACCOUNTLINKS.TXT TIES THEM TO (JOINT
      *HOLDINGS INCLUDED) WITH ITS OWN OPENING BALANCE, ACTIVITY AND
      *CLOSING BALANCE, AND A COMBINED CLOSING POSITION. A LINKED
      *ACCOUNT NO LONGER ON THE MASTER HAS BEEN CLOSED AND IS LEFT
      *OFF. THE CONTROL LINE THEN PROVES STATEMENTS AGAINST CUSTOMERS.
      *
      *ONLY THE PARTITIONS HISTORYCATALOG.TXT SHOWS OVERLAPPING THE
      *PERIOD ARE READ, ONCE EACH; THE PERIOD'S ITEMS ARE SORTED BY
      *ACCOUNT AND WALKED ALONGSIDE THE MASTER AND THE OPENING
      *ARCHIVE (BOTH ALREADY IN ACCOUNT ORDER) IN A SINGLE PASS. IN
      *CUSTOMER MODE THE SAME PASS WRITES EACH ACCOUNT'S SECTION ONCE
      *FOR EVERY CUSTOMER LINKED TO IT, AND THE SECTIONS ARE SORTED
      *INTO CUSTOMER ORDER FOR PRINTING. A PERIOD THAT REACHES A
      *MONTH HISTRET HAS MOVED OFF-LINE STOPS THE RUN - THE
      *PARTITION MUST BE RESTORED FIRST, OR THE STATEMENTS WOULD GO
      *OUT SHORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-M ASSIGN TO "master.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-TH ASSIGN TO DYNAMIC SB-TH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-HC ASSIGN TO "historyCatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *WORK FILES FOR THE PERIOD'S ITEMS, THE LINKS IN ACCOUNT ORDER
      *AND THE CUSTOMER-MODE SECTIONS, BEFORE AND AFTER EACH SORT.
           SELECT OPTIONAL FILE-HW ASSIGN TO "statHistWork.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-HS ASSIGN TO "statHistSorted.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-ALS ASSIGN TO "statLinksSorted.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-SEC ASSIGN TO "statSections.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-SECS ASSIGN TO "statSectionsSorted.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WORK-SB ASSIGN TO WRKSB.
           SELECT OPTIONAL WORK-SL ASSIGN TO WRKSL.
           SELECT OPTIONAL WORK-SC ASSIGN TO WRKSC.
           SELECT FILE-SP ASSIGN TO "statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *THE CUSTOMER FILE AND ACCOUNT LINKS CUSTMAINT KEEPS.
           SELECT OPTIONAL FILE-CU ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-AL ASSIGN TO "accountLinks.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02 TH-AMOUNT        PIC 9(7).
           02 TH-TIMESTAMP     PIC 9(14).

      *STATUS 'A' = ON-LINE, 'O' = MOVED OFF-LINE BY HISTRET.
       FD FILE-HC.
       01 HC-RECORD.
           02 HC-MONTH      PIC 9(6).
           02 HC-STATUS     PIC X.
           02 HC-RECORDS    PIC 9(9).
           02 HC-AMOUNT     PIC 9(15).
           02 HC-MOVED      PIC 9(8).

       FD FILE-HW.
       01 HW-TRANS-RECORD   PIC X(38).

       FD FILE-HS.
       01 HS-TRANS-RECORD.
           02 HS-ACCOUNT       PIC 9(16).
           02 HS-OPERATION     PIC A.
           02 HS-AMOUNT        PIC 9(7).
           02 HS-TIMESTAMP     PIC 9(14).

       SD WORK-SB.
       01 SW-TRANS-RECORD.
           02 SW-ACCOUNT       PIC 9(16).
           02 SW-OPERATION     PIC A.
           02 SW-AMOUNT        PIC 9(7).
           02 SW-TIMESTAMP     PIC 9(14).

       FD FILE-ALS.
       01 ALS-RECORD.
           02 ALS-ACCOUNT   PIC 9(16).
           02 ALS-CUSTOMER  PIC 9(8).
           02 ALS-ROLE      PIC X.

       SD WORK-SL.
       01 SL-RECORD.
           02 SL-ACCOUNT    PIC 9(16).
           02 SL-CUSTOMER   PIC 9(8).
           02 SL-ROLE       PIC X.

      *ONE PRINTED LINE OF AN ACCOUNT'S SECTION, KEYED FOR THE SORT
      *INTO CUSTOMER ORDER. THE HEADER IS SEQUENCE 0 AND THE FOOTER
      *9999999, WHICH ALSO CARRIES THE CLOSING BALANCE FOR THE
      *CUSTOMER'S COMBINED POSITION.
       FD FILE-SEC.
       01 SEC-RECORD.
           02 SEC-CUSTOMER  PIC 9(8).
           02 SEC-ACCOUNT   PIC 9(16).
           02 SEC-SEQ       PIC 9(7).
           02 SEC-SIGN      PIC X.
           02 SEC-BAL       PIC 9(15).
           02 SEC-LINE      PIC X(93).

       FD FILE-SECS.
       01 SS-RECORD.
           02 SS-CUSTOMER   PIC 9(8).
           02 SS-ACCOUNT    PIC 9(16).
           02 SS-SEQ        PIC 9(7).
           02 SS-SIGN       PIC X.
           02 SS-BAL        PIC 9(15).
           02 SS-LINE       PIC X(93).

       SD WORK-SC.
       01 SC-RECORD.
           02 SC-CUSTOMER   PIC 9(8).
           02 SC-ACCOUNT    PIC 9(16).
           02 SC-SEQ        PIC 9(7).
           02 SC-SIGN       PIC X.
           02 SC-BAL        PIC 9(15).
           02 SC-LINE       PIC X(93).

       FD FILE-SP.
       01 SP-HEADER-RECORD.
           02 SP-H-PNAME    PIC X(6).
           02 SP-C-MADE     PIC 9(9).
           02 SP-C-PACCTS   PIC X(22).
           02 SP-C-ACCTS    PIC 9(9).
       01 SP-CUST-RECORD.
           02 SP-U-PCUST    PIC X(10).
           02 SP-U-CUST     PIC 9(8).
           02 SP-U-PNAME    PIC X(7).
           02 SP-U-NAME     PIC X(40).
       01 SP-ADDR-RECORD.
           02 SP-A-PADDR    PIC X(10).
           02 SP-A-ADDR     PIC X(60).
       01 SP-TOTAL-RECORD.
           02 SP-T-PACCTS   PIC X(10).
           02 SP-T-ACCTS    PIC 9(5).
           02 SP-T-PPOS     PIC X(28).
           02 SP-T-SIGN     PIC X.
           02 SP-T-BAL      PIC 9(15).
       01 SP-IMAGE-RECORD   PIC X(93).

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

       WORKING-STORAGE SECTION.
       01 SB-ARCHIVE-FILENAME  PIC X(40).
           02 SB-STAMP-DATE    PIC 9(8).
           02 SB-STAMP-TIME    PIC 9(6).
       01 SB-ARCH-EMPTY        PIC 9 VALUE 0.
      *A = ONE STATEMENT PER ACCOUNT, C = ONE PER CUSTOMER. IN
      *CUSTOMER MODE THE ACCOUNT COUNT ON THE CONTROL LINE COUNTS
      *CUSTOMERS, AND THE NET OF THE CUSTOMER'S CLOSING BALANCES IS
      *CARRIED SIGNED FOR THE COMBINED POSITION.
       01 SB-MODE              PIC X.
       01 SB-FOUND             PIC 9 VALUE 0.
       01 SB-CUST-ACCTS        PIC 9(5) VALUE 0.
       01 SB-CUST-NET          PIC S9(16) VALUE 0.
      *THE PARTITION BEING READ AND THE MONTHS THE PERIOD SPANS.
       01 SB-TH-FILENAME       PIC X(40).
       01 SB-START-MONTH       PIC 9(6).
       01 SB-END-MONTH         PIC 9(6).
      *THE THREE ACCOUNT-ORDER STREAMS WALKED BESIDE THE MASTER:
      *EACH HAS AN END FLAG AND A RECORD-IN-HAND FLAG.
       01 SB-AR-EOF            PIC 9 VALUE 0.
       01 SB-AR-HAVE           PIC 9 VALUE 0.
       01 SB-HS-EOF            PIC 9 VALUE 0.
       01 SB-HS-HAVE           PIC 9 VALUE 0.
       01 SB-AL-EOF            PIC 9 VALUE 0.
       01 SB-AL-HAVE           PIC 9 VALUE 0.
       01 SB-SS-EOF            PIC 9 VALUE 0.
       01 SB-SS-HAVE           PIC 9 VALUE 0.
      *THE CUSTOMERS LINKED TO THE ACCOUNT IN HAND, ONE SECTION
      *WRITTEN FOR EACH.
       01 SB-H-MAX             PIC 9(2) VALUE 20.
       01 SB-H-COUNT           PIC 9(2) VALUE 0.
       01 SB-H-TABLE.
           02 SB-H-CUSTOMER    PIC 9(8) OCCURS 20 TIMES.
       01 SB-H                 PIC 9(2) VALUE 0.
       01 SB-SEQ               PIC 9(7) VALUE 0.
       01 SB-LINE              PIC X(93).
      *1 = BACK TO THE HISTORY WALK, 2 = THE ACCOUNT IS FINISHED.
       01 SB-RET               PIC 9 VALUE 0.

       PROCEDURE DIVISION.
       STATBATCH-MAIN-PARAGRAPH.
               DISPLAY '=> INVALID PERIOD'
               STOP RUN
           END-IF.
           GO TO STATBATCH-MODE-PARAGRAPH.

       STATBATCH-MODE-PARAGRAPH.
           DISPLAY '=> PRESS A FOR A STATEMENT PER ACCOUNT'.
           DISPLAY '=> PRESS C FOR ONE STATEMENT PER CUSTOMER'.
           ACCEPT SB-MODE.
           IF SB-MODE NOT = 'A' THEN
               IF SB-MODE NOT = 'C' THEN
                   DISPLAY '=> INVALID INPUT'
                   GO TO STATBATCH-MODE-PARAGRAPH
               END-IF
           END-IF.
      *THE ARCHIVE CENTRAL WROTE THE NIGHT THE PERIOD OPENED HOLDS
      *EVERY ACCOUNT'S BALANCE AS THE PERIOD BEGAN - NO OPERATOR
      *TYPING, NO WRONG FILE.
           END-READ.
           CLOSE FILE-ARCHIVE.
           IF SB-ARCH-EMPTY = 0 THEN
               GO TO OFFLINE-CHECK-PARAGRAPH
           END-IF.
           OPEN INPUT FILE-M.
           READ FILE-M

       ARCHIVE-CHECK-OK-PARAGRAPH.
           CLOSE FILE-M.
           GO TO OFFLINE-CHECK-PARAGRAPH.

      *A PERIOD REACHING A MONTH HISTRET HAS MOVED OFF-LINE CANNOT BE
      *STATED IN FULL. THE CATALOG IS CHECKED FOR ONE BEFORE ANYTHING
      *IS OPENED FOR OUTPUT, SO A REFUSED RUN LEAVES THE LAST SPOOL
      *AS IT WAS.
       OFFLINE-CHECK-PARAGRAPH.
           COMPUTE SB-START-MONTH = SB-START / 100.
           COMPUTE SB-END-MONTH = SB-END / 100.
           OPEN INPUT FILE-HC.
           GO TO OFFLINE-READ-PARAGRAPH.

       OFFLINE-READ-PARAGRAPH.
           READ FILE-HC
               AT END GO TO OFFLINE-END-PARAGRAPH
               NOT AT END GO TO OFFLINE-TEST-PARAGRAPH
           END-READ.

       OFFLINE-TEST-PARAGRAPH.
           IF HC-MONTH < SB-START-MONTH THEN
               GO TO OFFLINE-READ-PARAGRAPH
           END-IF.
           IF HC-MONTH > SB-END-MONTH THEN
               GO TO OFFLINE-READ-PARAGRAPH
           END-IF.
           IF HC-STATUS = 'O' THEN
               CLOSE FILE-HC
               DISPLAY '=> PERIOD REACHES HISTORY MOVED OFF-LINE'
               DISPLAY '=> MONTH ' HC-MONTH ' MOVED ' HC-MOVED
               DISPLAY '=> RESTORE THE PARTITION AND RERUN'
               STOP RUN
           END-IF.
           GO TO OFFLINE-READ-PARAGRAPH.

       OFFLINE-END-PARAGRAPH.
           CLOSE FILE-HC.
           GO TO SPOOL-OPEN-PARAGRAPH.

       SPOOL-OPEN-PARAGRAPH.
           OPEN OUTPUT FILE-SP.
           OPEN OUTPUT FILE-HW.
           OPEN INPUT FILE-HC.
           GO TO CATALOG-READ-PARAGRAPH.

      *GATHER THE PERIOD'S ITEMS FROM EVERY PARTITION THE CATALOG
      *SHOWS OVERLAPPING IT.
       CATALOG-READ-PARAGRAPH.
           READ FILE-HC
               AT END GO TO CATALOG-END-PARAGRAPH
               NOT AT END GO TO CATALOG-CHECK-PARAGRAPH
           END-READ.

       CATALOG-CHECK-PARAGRAPH.
           IF HC-MONTH < SB-START-MONTH THEN
               GO TO CATALOG-READ-PARAGRAPH
           END-IF.
           IF HC-MONTH > SB-END-MONTH THEN
               GO TO CATALOG-READ-PARAGRAPH
           END-IF.
           MOVE SPACES TO SB-TH-FILENAME.
           STRING 'transHistory-' HC-MONTH '.txt' DELIMITED BY SIZE
               INTO SB-TH-FILENAME.
           OPEN INPUT FILE-TH.
           GO TO TRANS-SELECT-PARAGRAPH.

       TRANS-SELECT-PARAGRAPH.
           READ FILE-TH
               AT END GO TO TRANS-SELECT-END-PARAGRAPH
               NOT AT END GO TO TRANS-SELECT-CHECK-PARAGRAPH
           END-READ.

      *ONLY ITEMS SETTLED INSIDE THE PERIOD - THE FIRST AND LAST
      *MONTHS ARE USUALLY ONLY PARTLY IN IT.
       TRANS-SELECT-CHECK-PARAGRAPH.
           MOVE TH-TIMESTAMP TO SB-STAMP-WS.
           IF SB-STAMP-DATE < SB-START THEN
               GO TO TRANS-SELECT-PARAGRAPH
           END-IF.
           IF SB-STAMP-DATE > SB-END THEN
               GO TO TRANS-SELECT-PARAGRAPH
           END-IF.
           MOVE TH-TRANS-RECORD TO HW-TRANS-RECORD.
           WRITE HW-TRANS-RECORD.
           GO TO TRANS-SELECT-PARAGRAPH.

       TRANS-SELECT-END-PARAGRAPH.
           CLOSE FILE-TH.
           GO TO CATALOG-READ-PARAGRAPH.

       CATALOG-END-PARAGRAPH.
           CLOSE FILE-HC.
           CLOSE FILE-HW.
           SORT WORK-SB ON ASCENDING KEY SW-ACCOUNT
                        ON ASCENDING KEY SW-TIMESTAMP
           USING FILE-HW GIVING FILE-HS.
           OPEN INPUT FILE-HS.
           OPEN INPUT FILE-ARCHIVE.
           IF SB-MODE = 'C' THEN
               SORT WORK-SL ON ASCENDING KEY SL-ACCOUNT
                            ON ASCENDING KEY SL-CUSTOMER
               USING FILE-AL GIVING FILE-ALS
               OPEN INPUT FILE-ALS
               OPEN OUTPUT FILE-SEC
           END-IF.
           OPEN INPUT FILE-M.
           GO TO MASTER-READ-PARAGRAPH.

       MASTER-READ-PARAGRAPH.
           READ FILE-M
               AT END GO TO MASTER-END-PARAGRAPH
               NOT AT END GO TO ACCOUNT-PARAGRAPH
           END-READ.

       ACCOUNT-PARAGRAPH.
           MOVE M-ACCOUNT TO SB-ACCOUNT.
           MOVE M-NAME TO SB-NAME.
           MOVE M-SIGN TO SB-CLOSE-SIGN.
           MOVE M-BALANCE TO SB-CLOSE-BALANCE.
           IF SB-MODE = 'C' THEN
               MOVE 0 TO SB-H-COUNT
               GO TO LINK-SCAN-PARAGRAPH
           END-IF.
           ADD 1 TO SB-COUNT-ACCTS.
           GO TO ACCOUNT-OPEN-PARAGRAPH.

      *CUSTOMER MODE: COLLECT EVERY CUSTOMER LINKED TO THIS ACCOUNT.
      *AN ACCOUNT NOBODY IS LINKED TO APPEARS ON NO CUSTOMER'S
      *STATEMENT.
       LINK-SCAN-PARAGRAPH.
           IF SB-AL-EOF = 1 THEN
               GO TO LINK-SCAN-END-PARAGRAPH
           END-IF.
           IF SB-AL-HAVE = 0 THEN
               GO TO LINK-READ-PARAGRAPH
           END-IF.
           IF ALS-ACCOUNT > SB-ACCOUNT THEN
               GO TO LINK-SCAN-END-PARAGRAPH
           END-IF.
           IF ALS-ACCOUNT = SB-ACCOUNT THEN
               IF SB-H-COUNT NOT < SB-H-MAX THEN
                   GO TO LINK-FULL-PARAGRAPH
               END-IF
               ADD 1 TO SB-H-COUNT
               MOVE ALS-CUSTOMER TO SB-H-CUSTOMER(SB-H-COUNT)
           END-IF.
           MOVE 0 TO SB-AL-HAVE.
           GO TO LINK-SCAN-PARAGRAPH.

       LINK-READ-PARAGRAPH.
           READ FILE-ALS
               AT END MOVE 1 TO SB-AL-EOF
               NOT AT END MOVE 1 TO SB-AL-HAVE
           END-READ.
           GO TO LINK-SCAN-PARAGRAPH.

      *A HOLDER DROPPED HERE WOULD GET A STATEMENT WITHOUT THIS
      *ACCOUNT ON IT, SO THE RUN STOPS INSTEAD.
       LINK-FULL-PARAGRAPH.
           CLOSE FILE-M.
           CLOSE FILE-HS.
           CLOSE FILE-ARCHIVE.
           CLOSE FILE-ALS.
           CLOSE FILE-SEC.
           CLOSE FILE-SP.
           DISPLAY '=> ACCOUNT HOLDER TABLE FULL FOR ACCOUNT '
               SB-ACCOUNT.
           DISPLAY '=> RAISE THE HOLDER LIMIT AND RERUN'.
           STOP RUN.

       LINK-SCAN-END-PARAGRAPH.
           IF SB-H-COUNT = 0 THEN
               GO TO MASTER-READ-PARAGRAPH
           END-IF.
           GO TO ACCOUNT-OPEN-PARAGRAPH.

       ACCOUNT-OPEN-PARAGRAPH.
           MOVE '+' TO SB-OPEN-SIGN.
           MOVE 0 TO SB-OPEN-BALANCE.
           MOVE 0 TO SB-SEQ.
           GO TO ARCHIVE-SCAN-PARAGRAPH.

      *THE OPENING ARCHIVE IS IN ACCOUNT ORDER LIKE THE MASTER, SO IT
      *IS WALKED FORWARD ALONGSIDE IT; ACCOUNTS CLOSED SINCE THE
      *PERIOD OPENED ARE PASSED OVER.
       ARCHIVE-SCAN-PARAGRAPH.
           IF SB-AR-EOF = 1 THEN
               GO TO ARCHIVE-SCAN-END-PARAGRAPH
           END-IF.
           IF SB-AR-HAVE = 0 THEN
               GO TO ARCHIVE-READ-PARAGRAPH
           END-IF.
           IF AR-ACCOUNT > SB-ACCOUNT THEN
               GO TO ARCHIVE-SCAN-END-PARAGRAPH
           END-IF.
           IF SB-ACCOUNT = AR-ACCOUNT THEN
               MOVE AR-SIGN TO SB-OPEN-SIGN
               MOVE AR-BALANCE TO SB-OPEN-BALANCE
           END-IF.
           MOVE 0 TO SB-AR-HAVE.
           GO TO ARCHIVE-SCAN-PARAGRAPH.

       ARCHIVE-READ-PARAGRAPH.
           READ FILE-ARCHIVE
               AT END MOVE 1 TO SB-AR-EOF
               NOT AT END MOVE 1 TO SB-AR-HAVE
           END-READ.
           GO TO ARCHIVE-SCAN-PARAGRAPH.

       ARCHIVE-SCAN-END-PARAGRAPH.
           MOVE 'NAME: ' TO SP-H-PNAME.
           MOVE SB-NAME TO SP-H-NAME.
           MOVE ' ACCOUNT NUMBER: ' TO SP-H-PACCT.
           MOVE ' OPENING BALANCE: ' TO SP-H-POPEN.
           MOVE SB-OPEN-SIGN TO SP-H-SIGN.
           MOVE SB-OPEN-BALANCE TO SP-H-BAL.
           MOVE SP-HEADER-RECORD TO SB-LINE.
           MOVE 1 TO SB-RET.
           GO TO EMIT-PARAGRAPH.

      *THE PERIOD'S ITEMS, SORTED BY ACCOUNT, ARE TAKEN IN STEP WITH
      *THE MASTER. ITEMS FOR AN ACCOUNT NO LONGER ON THE MASTER
      *(CLOSED IN THE PERIOD) ARE PASSED OVER.
       TRANS-SCAN-PARAGRAPH.
           IF SB-HS-EOF = 1 THEN
               GO TO TRANS-SCAN-END-PARAGRAPH
           END-IF.
           IF SB-HS-HAVE = 0 THEN
               GO TO TRANS-READ-PARAGRAPH
           END-IF.
           IF HS-ACCOUNT > SB-ACCOUNT THEN
               GO TO TRANS-SCAN-END-PARAGRAPH
           END-IF.
           MOVE 0 TO SB-HS-HAVE.
           IF HS-ACCOUNT < SB-ACCOUNT THEN
               GO TO TRANS-SCAN-PARAGRAPH
           END-IF.
           MOVE HS-TIMESTAMP TO SB-STAMP-WS.
           MOVE ' OP:' TO SP-D-POP.
           MOVE HS-OPERATION TO SP-D-OP.
           MOVE ' AMOUNT:' TO SP-D-PAMT.
           MOVE HS-AMOUNT TO SP-D-AMT.
           MOVE ' DATE: ' TO SP-D-PDATE.
           MOVE SB-STAMP-DATE TO SP-D-DATE.
           MOVE ' TIME: ' TO SP-D-PTIME.
           MOVE SB-STAMP-TIME TO SP-D-TIME.
           MOVE SP-DETAIL-RECORD TO SB-LINE.
           ADD 1 TO SB-SEQ.
           MOVE 1 TO SB-RET.
           GO TO EMIT-PARAGRAPH.

       TRANS-READ-PARAGRAPH.
           READ FILE-HS
               AT END MOVE 1 TO SB-HS-EOF
               NOT AT END MOVE 1 TO SB-HS-HAVE
           END-READ.
           GO TO TRANS-SCAN-PARAGRAPH.

       TRANS-SCAN-END-PARAGRAPH.
           MOVE ' CLOSING BALANCE: ' TO SP-F-PCLOSE.
           MOVE SB-CLOSE-SIGN TO SP-F-SIGN.
           MOVE SB-CLOSE-BALANCE TO SP-F-BAL.
           MOVE SP-FOOTER-RECORD TO SB-LINE.
           MOVE 9999999 TO SB-SEQ.
           MOVE 2 TO SB-RET.
           GO TO EMIT-PARAGRAPH.

      *ONE LINE OF AN ACCOUNT'S STATEMENT: STRAIGHT TO THE SPOOL IN
      *ACCOUNT MODE, OR INTO EVERY LINKED CUSTOMER'S SECTION IN
      *CUSTOMER MODE.
       EMIT-PARAGRAPH.
           IF SB-MODE = 'C' THEN
               MOVE 1 TO SB-H
               GO TO EMIT-SECTION-PARAGRAPH
           END-IF.
           MOVE SB-LINE TO SP-IMAGE-RECORD.
           WRITE SP-IMAGE-RECORD.
           GO TO EMIT-RETURN-PARAGRAPH.

       EMIT-SECTION-PARAGRAPH.
           IF SB-H > SB-H-COUNT THEN
               GO TO EMIT-RETURN-PARAGRAPH
           END-IF.
           MOVE SB-H-CUSTOMER(SB-H) TO SEC-CUSTOMER.
           MOVE SB-ACCOUNT TO SEC-ACCOUNT.
           MOVE SB-SEQ TO SEC-SEQ.
           MOVE SB-CLOSE-SIGN TO SEC-SIGN.
           MOVE SB-CLOSE-BALANCE TO SEC-BAL.
           MOVE SB-LINE TO SEC-LINE.
           WRITE SEC-RECORD.
           ADD 1 TO SB-H.
           GO TO EMIT-SECTION-PARAGRAPH.

       EMIT-RETURN-PARAGRAPH.
           IF SB-RET = 1 THEN
               GO TO TRANS-SCAN-PARAGRAPH
           END-IF.
           IF SB-MODE = 'C' THEN
               GO TO MASTER-READ-PARAGRAPH
           END-IF.
           MOVE ALL '=' TO SP-B-LINE.
           WRITE SP-BREAK-RECORD.
           ADD 1 TO SB-COUNT-STMTS.
           GO TO MASTER-READ-PARAGRAPH.

       MASTER-END-PARAGRAPH.
           CLOSE FILE-M.
           CLOSE FILE-HS.
           CLOSE FILE-ARCHIVE.
           IF SB-MODE NOT = 'C' THEN
               GO TO CONTROL-PARAGRAPH
           END-IF.
           CLOSE FILE-ALS.
           CLOSE FILE-SEC.
           SORT WORK-SC ON ASCENDING KEY SC-CUSTOMER
                        ON ASCENDING KEY SC-ACCOUNT
                        ON ASCENDING KEY SC-SEQ
           USING FILE-SEC GIVING FILE-SECS.
           OPEN INPUT FILE-SECS.
           OPEN INPUT FILE-CU.
           GO TO CUST-READ-PARAGRAPH.

      *CONSOLIDATED MODE: ONE CUSTOMER AT A TIME, IN CUSTOMER
      *NUMBER ORDER, EACH FOLLOWED BY THE SECTIONS THE MASTER PASS
      *WROTE FOR THEIR ACCOUNTS. A CUSTOMER WHOSE ACCOUNTS ARE ALL
      *CLOSED STILL GETS A STATEMENT SHOWING NO ACCOUNTS.
       CUST-READ-PARAGRAPH.
           READ FILE-CU
               AT END GO TO CONTROL-PARAGRAPH
               NOT AT END GO TO CUST-PARAGRAPH
           END-READ.

       CUST-PARAGRAPH.
           ADD 1 TO SB-COUNT-ACCTS.
           MOVE 0 TO SB-CUST-ACCTS.
           MOVE 0 TO SB-CUST-NET.
           MOVE 'CUSTOMER: ' TO SP-U-PCUST.
           MOVE CU-NUMBER TO SP-U-CUST.
           MOVE ' NAME: ' TO SP-U-PNAME.
           MOVE CU-NAME TO SP-U-NAME.
           WRITE SP-CUST-RECORD.
           MOVE 'ADDRESS:  ' TO SP-A-PADDR.
           MOVE CU-ADDRESS TO SP-A-ADDR.
           WRITE SP-ADDR-RECORD.
           GO TO CUST-SECTION-PARAGRAPH.

      *SECTIONS FOR A CUSTOMER NUMBER NOT ON THE CUSTOMER FILE
      *(A LINK LEFT BEHIND) ARE PASSED OVER.
       CUST-SECTION-PARAGRAPH.
           IF SB-SS-EOF = 1 THEN
               GO TO CUST-LINK-END-PARAGRAPH
           END-IF.
           IF SB-SS-HAVE = 0 THEN
               GO TO CUST-SECTION-READ-PARAGRAPH
           END-IF.
           IF SS-CUSTOMER > CU-NUMBER THEN
               GO TO CUST-LINK-END-PARAGRAPH
           END-IF.
           MOVE 0 TO SB-SS-HAVE.
           IF SS-CUSTOMER < CU-NUMBER THEN
               GO TO CUST-SECTION-PARAGRAPH
           END-IF.
           MOVE SS-LINE TO SP-IMAGE-RECORD.
           WRITE SP-IMAGE-RECORD.
           IF SS-SEQ = 9999999 THEN
               GO TO CUST-ACCT-DONE-PARAGRAPH
           END-IF.
           GO TO CUST-SECTION-PARAGRAPH.

       CUST-SECTION-READ-PARAGRAPH.
           READ FILE-SECS
               AT END MOVE 1 TO SB-SS-EOF
               NOT AT END MOVE 1 TO SB-SS-HAVE
           END-READ.
           GO TO CUST-SECTION-PARAGRAPH.

       CUST-ACCT-DONE-PARAGRAPH.
           ADD 1 TO SB-CUST-ACCTS.
           IF SS-SIGN = '-' THEN
               SUBTRACT SS-BAL FROM SB-CUST-NET
           END-IF.
           IF SS-SIGN NOT = '-' THEN
               ADD SS-BAL TO SB-CUST-NET
           END-IF.
           GO TO CUST-SECTION-PARAGRAPH.

       CUST-LINK-END-PARAGRAPH.
           MOVE 'ACCOUNTS: ' TO SP-T-PACCTS.
           MOVE SB-CUST-ACCTS TO SP-T-ACCTS.
           MOVE ' COMBINED CLOSING POSITION: ' TO SP-T-PPOS.
           MOVE '+' TO SP-T-SIGN.
           IF SB-CUST-NET < 0 THEN
               MOVE '-' TO SP-T-SIGN
           END-IF.
           MOVE SB-CUST-NET TO SP-T-BAL.
           WRITE SP-TOTAL-RECORD.
           MOVE ALL '=' TO SP-B-LINE.
           WRITE SP-BREAK-RECORD.
           ADD 1 TO SB-COUNT-STMTS.
           GO TO CUST-READ-PARAGRAPH.

      *THE PROOF THE BRANCH SIGNS OFF ON: EVERY ACCOUNT ON THE
      *MASTER (OR EVERY CUSTOMER ON FILE) GOT A STATEMENT, OR THE
      *TWO COUNTS DISAGREE AND SOMEBODY ASKS WHY.
       CONTROL-PARAGRAPH.
           IF SB-MODE = 'C' THEN
               CLOSE FILE-CU
               CLOSE FILE-SECS
           END-IF.
           MOVE 'STATEMENTS PRODUCED:  ' TO SP-C-PMADE.
           MOVE SB-COUNT-STMTS TO SP-C-MADE.
           MOVE ' ACCOUNTS ON MASTER:  ' TO SP-C-PACCTS.
           IF SB-MODE = 'C' THEN
               MOVE ' CUSTOMERS ON FILE:   ' TO SP-C-PACCTS
           END-IF.
           MOVE SB-COUNT-ACCTS TO SP-C-ACCTS.
           WRITE SP-CONTROL-RECORD.
           CLOSE FILE-SP.
