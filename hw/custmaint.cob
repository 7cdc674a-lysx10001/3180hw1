       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMAINT.

      *CUSTMAINT IS THE BRANCH CUSTOMER MAINTENANCE WORKBENCH. THE
      *MASTER RECORD ONLY KNOWS AN ACCOUNT AND A 20-CHARACTER NAME,
      *SO A PERSON WITH A SAVINGS AND A CURRENT ACCOUNT USED TO BE
      *TWO UNRELATED NAMES. CUSTOMERS.TXT NOW HOLDS THE PERSON ONCE -
      *CUSTOMER NUMBER, FULL NAME, ADDRESS AND DATE OF BIRTH - AND
      *ACCOUNTLINKS.TXT TIES EACH ACCOUNT TO THE CUSTOMERS WHO HOLD
      *IT. AN ACCOUNT HAS ONE PRIMARY HOLDER (ROLE P), WHOSE NAME IS
      *THE ONE CARRIED ON THE MASTER, AND ANY NUMBER OF JOINT
      *HOLDERS (ROLE J). A CUSTOMER MAY HOLD ANY NUMBER OF ACCOUNTS.
      *
      *MAINTENANCE IS DONE HERE AT CUSTOMER LEVEL. A NAME CHANGE IS
      *MADE ONCE, ON THE CUSTOMER, AND THIS PROGRAM QUEUES THE 'N'
      *MAINTENANCE REQUEST FOR EVERY ACCOUNT THE CUSTOMER IS PRIMARY
      *HOLDER OF, SO CENTRAL CARRIES THE NEW NAME ONTO THE MASTER IN
      *TONIGHT'S RUN AND LISTS EACH ONE ON THE MAINTENANCE REPORT AS
      *IT ALWAYS HAS. ADDRESS AND DATE OF BIRTH LIVE ONLY ON THE
      *CUSTOMER FILE.
      *
      *BOTH FILES ARE KEPT IN ASCENDING ORDER - CUSTOMERS BY NUMBER,
      *LINKS BY ACCOUNT THEN CUSTOMER - AND A CHANGE IS WRITTEN TO A
      *NEW COPY THAT IS RENAMED OVER THE LIVE FILE IN ONE STEP, THE
      *SAME SWAP SUSPREP USES FOR THE SUSPENSE FILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FILE-CU ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-CUN ASSIGN TO "customers.new.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-AL ASSIGN TO "accountLinks.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-ALN ASSIGN TO "accountLinks.new.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *LAST NIGHT'S MASTER - AN ACCOUNT MUST EXIST BEFORE IT CAN BE
      *LINKED TO ANYBODY.
           SELECT FILE-M ASSIGN TO "master.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *THE SAME MAINTENANCE QUEUE THE SUPERVISOR MENU AT THE ATM
      *WRITES TO AND CENTRAL APPLIES. WHILE THE SETTLEMENT MARKER IS
      *UP THE QUEUE IS ABOUT TO BE EMPTIED, SO REQUESTS GO TO ITS
      *HOLDING FILE INSTEAD, EXACTLY AS THE ATM'S DO.
           SELECT OPTIONAL FILE-MAINTREQ ASSIGN TO DYNAMIC
               MAINTREQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-SMK ASSIGN TO "settleMarker.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FILE-CU.
       01 CU-RECORD.
           02 CU-NUMBER     PIC 9(8).
           02 CU-NAME       PIC X(40).
           02 CU-ADDRESS    PIC X(60).
           02 CU-DOB        PIC 9(8).

       FD FILE-CUN.
       01 CUN-RECORD.
           02 CUN-NUMBER    PIC 9(8).
           02 CUN-NAME      PIC X(40).
           02 CUN-ADDRESS   PIC X(60).
           02 CUN-DOB       PIC 9(8).

       FD FILE-AL.
       01 AL-RECORD.
           02 AL-ACCOUNT    PIC 9(16).
           02 AL-CUSTOMER   PIC 9(8).
           02 AL-ROLE       PIC X.

       FD FILE-ALN.
       01 ALN-RECORD.
           02 ALN-ACCOUNT   PIC 9(16).
           02 ALN-CUSTOMER  PIC 9(8).
           02 ALN-ROLE      PIC X.

       FD FILE-M.
       01 M-ACCOUNT-RECORD.
           02 M-NAME        PIC A(20).
           02 M-ACCOUNT     PIC 9(16).
           02 M-PASSWORD    PIC 9(6).
           02 M-SIGN        PIC X.
           02 M-BALANCE     PIC 9(15).

       FD FILE-MAINTREQ.
       01 MR-RECORD.
           02 MR-ACCOUNT    PIC 9(16).
           02 MR-FIELD      PIC X.
           02 MR-VALUE      PIC X(20).
           02 MR-OFFICER    PIC X(20).
           02 MR-TIMESTAMP  PIC 9(14).

       FD FILE-SMK.
       01 SMK-RECORD.
           02 SMK-FLAG      PIC X.
           02 SMK-STAMP     PIC 9(14).

       WORKING-STORAGE SECTION.
       01 INPUT-CHOICE      PIC X.
       01 INPUT-OFFICER     PIC X(20).
       01 INPUT-CUSTOMER    PIC 9(8).
       01 INPUT-ACCOUNT     PIC 9(16).
       01 INPUT-NAME        PIC X(40).
       01 INPUT-ADDRESS     PIC X(60).
       01 INPUT-ROLE        PIC X.
      *A DATE OF BIRTH IS KEYED YYYYMMDD AND CHECKED FIELD BY FIELD.
       01 INPUT-DOB         PIC 9(8).
       01 INPUT-DOB-R REDEFINES INPUT-DOB.
           02 DOB-YEAR      PIC 9(4).
           02 DOB-MONTH     PIC 9(2).
           02 DOB-DAY       PIC 9(2).
       01 DOB-BAD           PIC 9 VALUE 0.
      *THE CUSTOMER BEING WORKED ON, HELD WHILE THE FILE IS COPIED.
       01 CX-RECORD-WS.
           02 CX-NUMBER     PIC 9(8).
           02 CX-NAME       PIC X(40).
           02 CX-ADDRESS    PIC X(60).
           02 CX-DOB        PIC 9(8).
       01 CX-FIELD          PIC X.
       01 CX-FOUND          PIC 9 VALUE 0.
       01 CX-HIGH           PIC 9(8) VALUE 0.
       01 CX-PRIMARY        PIC 9 VALUE 0.
       01 CX-WRITTEN        PIC 9 VALUE 0.
       01 CX-NAME-QUEUED    PIC 9(5) VALUE 0.
       01 CX-ACCT-NAME      PIC A(20).
       01 STAMP-DATE        PIC 9(8).
       01 STAMP-DATE-2      PIC 9(8).
       01 STAMP-TIME        PIC 9(8).
       01 TIME-STAMP        PIC 9(14).
       01 CUN-FILENAME-WS   PIC X(40) VALUE "customers.new.txt".
       01 CU-FILENAME-WS    PIC X(40) VALUE "customers.txt".
       01 ALN-FILENAME-WS   PIC X(40) VALUE "accountLinks.new.txt".
       01 AL-FILENAME-WS    PIC X(40) VALUE "accountLinks.txt".
       01 RENAME-STATUS-WS  PIC S9(9) COMP-5.
       01 MAINTREQ-FILENAME PIC X(40).
       01 CUTOFF-NOW        PIC X VALUE 'N'.
       01 ADDED-COUNT       PIC 9(5) VALUE 0.
       01 CHANGED-COUNT     PIC 9(5) VALUE 0.
       01 LINKED-COUNT      PIC 9(5) VALUE 0.
       01 UNLINKED-COUNT    PIC 9(5) VALUE 0.
       01 MAINT-COUNT       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY '##########################################'.
           DISPLAY '##    CUSTOMER MAINTENANCE WORKBENCH    ##'.
           DISPLAY '##########################################'.
           DISPLAY '=> REQUESTING OFFICER'.
           ACCEPT INPUT-OFFICER.
           IF INPUT-OFFICER = SPACES THEN
               DISPLAY '=> INVALID INPUT'
               GO TO MAIN-PARAGRAPH
           END-IF.
           GO TO MENU-PARAGRAPH.

       MENU-PARAGRAPH.
           DISPLAY '------------------------------------------'.
           DISPLAY '=> PRESS A TO ADD A CUSTOMER'.
           DISPLAY '=> PRESS C TO CHANGE CUSTOMER DETAILS'.
           DISPLAY '=> PRESS L TO LINK AN ACCOUNT TO A CUSTOMER'.
           DISPLAY '=> PRESS U TO UNLINK AN ACCOUNT'.
           DISPLAY '=> PRESS V TO VIEW A CUSTOMER'.
           DISPLAY '=> PRESS Q TO QUIT'.
           ACCEPT INPUT-CHOICE.
           IF INPUT-CHOICE = 'A' THEN
               GO TO ADD-PARAGRAPH
           END-IF.
           IF INPUT-CHOICE = 'C' THEN
               GO TO CHANGE-PARAGRAPH
           END-IF.
           IF INPUT-CHOICE = 'L' THEN
               GO TO LINK-PARAGRAPH
           END-IF.
           IF INPUT-CHOICE = 'U' THEN
               GO TO UNLINK-PARAGRAPH
           END-IF.
           IF INPUT-CHOICE = 'V' THEN
               GO TO VIEW-PARAGRAPH
           END-IF.
           IF INPUT-CHOICE = 'Q' THEN
               GO TO END-PARAGRAPH
           END-IF.
           DISPLAY '=> INVALID INPUT'.
           GO TO MENU-PARAGRAPH.

      *A NEW CUSTOMER TAKES THE NEXT NUMBER AFTER THE HIGHEST ON
      *FILE, SO APPENDING KEEPS THE FILE IN NUMBER ORDER.
       ADD-PARAGRAPH.
           DISPLAY '=> FULL NAME'.
           ACCEPT INPUT-NAME.
           IF INPUT-NAME = SPACES THEN
               DISPLAY '=> INVALID INPUT'
               GO TO ADD-PARAGRAPH
           END-IF.
           GO TO ADD-ADDRESS-PARAGRAPH.

       ADD-ADDRESS-PARAGRAPH.
           DISPLAY '=> ADDRESS'.
           ACCEPT INPUT-ADDRESS.
           IF INPUT-ADDRESS = SPACES THEN
               DISPLAY '=> INVALID INPUT'
               GO TO ADD-ADDRESS-PARAGRAPH
           END-IF.
           GO TO ADD-DOB-PARAGRAPH.

       ADD-DOB-PARAGRAPH.
           DISPLAY '=> DATE OF BIRTH (YYYYMMDD)'.
           ACCEPT INPUT-DOB.
           MOVE 0 TO DOB-BAD.
           IF DOB-YEAR < 1900 THEN
               MOVE 1 TO DOB-BAD
           END-IF.
           IF DOB-MONTH < 1 THEN
               MOVE 1 TO DOB-BAD
           END-IF.
           IF DOB-MONTH > 12 THEN
               MOVE 1 TO DOB-BAD
           END-IF.
           IF DOB-DAY < 1 THEN
               MOVE 1 TO DOB-BAD
           END-IF.
           IF DOB-DAY > 31 THEN
               MOVE 1 TO DOB-BAD
           END-IF.
           IF DOB-BAD = 1 THEN
               DISPLAY '=> INVALID INPUT'
               GO TO ADD-DOB-PARAGRAPH
           END-IF.
           MOVE 0 TO CX-HIGH.
           OPEN INPUT FILE-CU.
           GO TO ADD-SCAN-PARAGRAPH.

       ADD-SCAN-PARAGRAPH.
           READ FILE-CU
               AT END GO TO ADD-SCAN-END-PARAGRAPH
               NOT AT END GO TO ADD-SCAN-CHECK-PARAGRAPH
           END-READ.

       ADD-SCAN-CHECK-PARAGRAPH.
           IF CU-NUMBER > CX-HIGH THEN
               MOVE CU-NUMBER TO CX-HIGH
           END-IF.
           GO TO ADD-SCAN-PARAGRAPH.

       ADD-SCAN-END-PARAGRAPH.
           CLOSE FILE-CU.
           ADD 1 TO CX-HIGH.
           MOVE CX-HIGH TO CU-NUMBER.
           MOVE INPUT-NAME TO CU-NAME.
           MOVE INPUT-ADDRESS TO CU-ADDRESS.
           MOVE INPUT-DOB TO CU-DOB.
           OPEN EXTEND FILE-CU.
           WRITE CU-RECORD.
           CLOSE FILE-CU.
           ADD 1 TO ADDED-COUNT.
           DISPLAY '=> CUSTOMER ADDED - NUMBER ' CX-HIGH.
           GO TO MENU-PARAGRAPH.

      *LOOK THE CUSTOMER UP FIRST SO THE OFFICER SEES WHO THEY ARE
      *CHANGING BEFORE KEYING ANYTHING.
       CHANGE-PARAGRAPH.
           DISPLAY '=> CUSTOMER NUMBER'.
           ACCEPT INPUT-CUSTOMER.
           MOVE 0 TO CX-FOUND.
           OPEN INPUT FILE-CU.
           GO TO CHANGE-FIND-PARAGRAPH.

       CHANGE-FIND-PARAGRAPH.
           READ FILE-CU
               AT END GO TO CHANGE-FIND-END-PARAGRAPH
               NOT AT END GO TO CHANGE-FIND-CHECK-PARAGRAPH
           END-READ.

       CHANGE-FIND-CHECK-PARAGRAPH.
           IF CU-NUMBER = INPUT-CUSTOMER THEN
               MOVE 1 TO CX-FOUND
               MOVE CU-RECORD TO CX-RECORD-WS
               GO TO CHANGE-FIND-END-PARAGRAPH
           END-IF.
           GO TO CHANGE-FIND-PARAGRAPH.

       CHANGE-FIND-END-PARAGRAPH.
           CLOSE FILE-CU.
           IF CX-FOUND = 0 THEN
               DISPLAY '=> CUSTOMER NOT FOUND'
               GO TO MENU-PARAGRAPH
           END-IF.
           DISPLAY '=> NAME     ' CX-NAME.
           DISPLAY '=> ADDRESS  ' CX-ADDRESS.
           DISPLAY '=> BORN     ' CX-DOB.
           GO TO CHANGE-FIELD-PARAGRAPH.

       CHANGE-FIELD-PARAGRAPH.
           DISPLAY '=> PRESS N TO CHANGE THE NAME'.
           DISPLAY '=> PRESS A TO CHANGE THE ADDRESS'.
           DISPLAY '=> PRESS D TO CORRECT THE DATE OF BIRTH'.
           ACCEPT CX-FIELD.
           IF CX-FIELD = 'N' THEN
               GO TO CHANGE-NAME-PARAGRAPH
           END-IF.
           IF CX-FIELD = 'A' THEN
               GO TO CHANGE-ADDRESS-PARAGRAPH
           END-IF.
           IF CX-FIELD = 'D' THEN
               GO TO CHANGE-DOB-PARAGRAPH
           END-IF.
           DISPLAY '=> INVALID INPUT'.
           GO TO CHANGE-FIELD-PARAGRAPH.

       CHANGE-NAME-PARAGRAPH.
           DISPLAY '=> NEW FULL NAME'.
           ACCEPT INPUT-NAME.
           IF INPUT-NAME = SPACES THEN
               DISPLAY '=> INVALID INPUT'
               GO TO CHANGE-NAME-PARAGRAPH
           END-IF.
           MOVE INPUT-NAME TO CX-NAME.
           GO TO REWRITE-CU-PARAGRAPH.

       CHANGE-ADDRESS-PARAGRAPH.
           DISPLAY '=> NEW ADDRESS'.
           ACCEPT INPUT-ADDRESS.
           IF INPUT-ADDRESS = SPACES THEN
               DISPLAY '=> INVALID INPUT'
               GO TO CHANGE-ADDRESS-PARAGRAPH
           END-IF.
           MOVE INPUT-ADDRESS TO CX-ADDRESS.
           GO TO REWRITE-CU-PARAGRAPH.

       CHANGE-DOB-PARAGRAPH.
           DISPLAY '=> DATE OF BIRTH (YYYYMMDD)'.
           ACCEPT INPUT-DOB.
           MOVE 0 TO DOB-BAD.
           IF DOB-YEAR < 1900 THEN
               MOVE 1 TO DOB-BAD
           END-IF.
           IF DOB-MONTH < 1 THEN
               MOVE 1 TO DOB-BAD
           END-IF.
           IF DOB-MONTH > 12 THEN
               MOVE 1 TO DOB-BAD
           END-IF.
           IF DOB-DAY < 1 THEN
               MOVE 1 TO DOB-BAD
           END-IF.
           IF DOB-DAY > 31 THEN
               MOVE 1 TO DOB-BAD
           END-IF.
           IF DOB-BAD = 1 THEN
               DISPLAY '=> INVALID INPUT'
               GO TO CHANGE-DOB-PARAGRAPH
           END-IF.
           MOVE INPUT-DOB TO CX-DOB.
           GO TO REWRITE-CU-PARAGRAPH.

      *COPY THE CUSTOMER FILE ACROSS WITH THE ONE RECORD REPLACED,
      *THEN SWAP IT OVER THE LIVE FILE.
       REWRITE-CU-PARAGRAPH.
           OPEN INPUT FILE-CU.
           OPEN OUTPUT FILE-CUN.
           GO TO REWRITE-CU-READ-PARAGRAPH.

       REWRITE-CU-READ-PARAGRAPH.
           READ FILE-CU
               AT END GO TO REWRITE-CU-END-PARAGRAPH
               NOT AT END GO TO REWRITE-CU-READ-CHECK-PARAGRAPH
           END-READ.

       REWRITE-CU-READ-CHECK-PARAGRAPH.
           IF CU-NUMBER = CX-NUMBER THEN
               MOVE CX-RECORD-WS TO CUN-RECORD
           END-IF.
           IF CU-NUMBER NOT = CX-NUMBER THEN
               MOVE CU-RECORD TO CUN-RECORD
           END-IF.
           WRITE CUN-RECORD.
           GO TO REWRITE-CU-READ-PARAGRAPH.

       REWRITE-CU-END-PARAGRAPH.
           CLOSE FILE-CU.
           CLOSE FILE-CUN.
           CALL "CBL_RENAME_FILE" USING CUN-FILENAME-WS
               CU-FILENAME-WS
               RETURNING RENAME-STATUS-WS.
           IF RENAME-STATUS-WS NOT = 0 THEN
               DISPLAY '=> CUSTOMER FILE SWAP FAILED - STATUS '
                   RENAME-STATUS-WS
               DISPLAY '=> REVIEW CUSTOMERS.NEW.TXT BEFORE RERUNNING'
               STOP RUN
           END-IF.
           ADD 1 TO CHANGED-COUNT.
           DISPLAY '=> CUSTOMER UPDATED'.
           IF CX-FIELD = 'N' THEN
               GO TO NAME-QUEUE-PARAGRAPH
           END-IF.
           GO TO MENU-PARAGRAPH.

      *THE NAME ON THE MASTER FOLLOWS THE PRIMARY HOLDER. ONE 'N'
      *REQUEST IS QUEUED FOR EACH ACCOUNT THIS CUSTOMER IS PRIMARY ON,
      *CARRYING THE FIRST 20 CHARACTERS OF THE FULL NAME - ALL THE
      *MASTER HAS ROOM FOR. JOINT HOLDINGS ARE LEFT ALONE; THE MASTER
      *NAME ON THOSE IS SOMEBODY ELSE'S.
       NAME-QUEUE-PARAGRAPH.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           ACCEPT STAMP-DATE-2 FROM DATE YYYYMMDD.
           IF STAMP-DATE NOT = STAMP-DATE-2 THEN
               ACCEPT STAMP-TIME FROM TIME
               MOVE STAMP-DATE-2 TO STAMP-DATE
           END-IF.
           COMPUTE TIME-STAMP = STAMP-DATE * 1000000 + STAMP-TIME / 100.
           MOVE 0 TO CX-NAME-QUEUED.
           OPEN INPUT FILE-SMK.
           READ FILE-SMK
               AT END MOVE 'N' TO CUTOFF-NOW
               NOT AT END MOVE SMK-FLAG TO CUTOFF-NOW
           END-READ.
           CLOSE FILE-SMK.
           MOVE "maintRequests.txt" TO MAINTREQ-FILENAME.
           IF CUTOFF-NOW = 'Y' THEN
               MOVE "maintRequests.hold.txt" TO MAINTREQ-FILENAME
           END-IF.
           OPEN INPUT FILE-AL.
           OPEN EXTEND FILE-MAINTREQ.
           GO TO NAME-QUEUE-READ-PARAGRAPH.

       NAME-QUEUE-READ-PARAGRAPH.
           READ FILE-AL
               AT END GO TO NAME-QUEUE-END-PARAGRAPH
               NOT AT END GO TO NAME-QUEUE-READ-CHECK-PARAGRAPH
           END-READ.

       NAME-QUEUE-READ-CHECK-PARAGRAPH.
           IF AL-CUSTOMER NOT = CX-NUMBER THEN
               GO TO NAME-QUEUE-READ-PARAGRAPH
           END-IF.
           IF AL-ROLE NOT = 'P' THEN
               GO TO NAME-QUEUE-READ-PARAGRAPH
           END-IF.
           MOVE AL-ACCOUNT TO MR-ACCOUNT.
           MOVE 'N' TO MR-FIELD.
           MOVE CX-NAME TO MR-VALUE.
           MOVE INPUT-OFFICER TO MR-OFFICER.
           MOVE TIME-STAMP TO MR-TIMESTAMP.
           WRITE MR-RECORD.
           ADD 1 TO CX-NAME-QUEUED.
           ADD 1 TO MAINT-COUNT.
           GO TO NAME-QUEUE-READ-PARAGRAPH.

       NAME-QUEUE-END-PARAGRAPH.
           CLOSE FILE-AL.
           CLOSE FILE-MAINTREQ.
           DISPLAY '=> NAME CHANGES QUEUED FOR ' CX-NAME-QUEUED
               ' ACCOUNT(S)'.
           GO TO MENU-PARAGRAPH.

      *A LINK NEEDS AN ACCOUNT ON THE MASTER AND A CUSTOMER ON FILE.
       LINK-PARAGRAPH.
           DISPLAY '=> ACCOUNT NUMBER'.
           ACCEPT INPUT-ACCOUNT.
           MOVE 0 TO CX-FOUND.
           OPEN INPUT FILE-M.
           GO TO LINK-MSCAN-PARAGRAPH.

       LINK-MSCAN-PARAGRAPH.
           READ FILE-M
               AT END GO TO LINK-MSCAN-END-PARAGRAPH
               NOT AT END GO TO LINK-MSCAN-CHECK-PARAGRAPH
           END-READ.

       LINK-MSCAN-CHECK-PARAGRAPH.
           IF M-ACCOUNT = INPUT-ACCOUNT THEN
               MOVE 1 TO CX-FOUND
               MOVE M-NAME TO CX-ACCT-NAME
               GO TO LINK-MSCAN-END-PARAGRAPH
           END-IF.
           GO TO LINK-MSCAN-PARAGRAPH.

       LINK-MSCAN-END-PARAGRAPH.
           CLOSE FILE-M.
           IF CX-FOUND = 0 THEN
               DISPLAY '=> ACCOUNT NOT FOUND ON MASTER.TXT'
               GO TO MENU-PARAGRAPH
           END-IF.
           DISPLAY '=> ACCOUNT NAME ' CX-ACCT-NAME.
           DISPLAY '=> CUSTOMER NUMBER'.
           ACCEPT INPUT-CUSTOMER.
           MOVE 0 TO CX-FOUND.
           OPEN INPUT FILE-CU.
           GO TO LINK-CSCAN-PARAGRAPH.

       LINK-CSCAN-PARAGRAPH.
           READ FILE-CU
               AT END GO TO LINK-CSCAN-END-PARAGRAPH
               NOT AT END GO TO LINK-CSCAN-CHECK-PARAGRAPH
           END-READ.

       LINK-CSCAN-CHECK-PARAGRAPH.
           IF CU-NUMBER = INPUT-CUSTOMER THEN
               MOVE 1 TO CX-FOUND
               MOVE CU-RECORD TO CX-RECORD-WS
               GO TO LINK-CSCAN-END-PARAGRAPH
           END-IF.
           GO TO LINK-CSCAN-PARAGRAPH.

       LINK-CSCAN-END-PARAGRAPH.
           CLOSE FILE-CU.
           IF CX-FOUND = 0 THEN
               DISPLAY '=> CUSTOMER NOT FOUND'
               GO TO MENU-PARAGRAPH
           END-IF.
           DISPLAY '=> CUSTOMER ' CX-NAME.
           GO TO LINK-ROLE-PARAGRAPH.

       LINK-ROLE-PARAGRAPH.
           DISPLAY '=> PRESS P FOR PRIMARY HOLDER'.
           DISPLAY '=> PRESS J FOR JOINT HOLDER'.
           ACCEPT INPUT-ROLE.
           IF INPUT-ROLE NOT = 'P' THEN
               IF INPUT-ROLE NOT = 'J' THEN
                   DISPLAY '=> INVALID INPUT'
                   GO TO LINK-ROLE-PARAGRAPH
               END-IF
           END-IF.
           MOVE 0 TO CX-FOUND.
           MOVE 0 TO CX-PRIMARY.
           OPEN INPUT FILE-AL.
           GO TO LINK-DUP-PARAGRAPH.

      *THE SAME CUSTOMER CANNOT BE LINKED TO THE SAME ACCOUNT TWICE,
      *AND AN ACCOUNT HAS ONLY ONE PRIMARY HOLDER.
       LINK-DUP-PARAGRAPH.
           READ FILE-AL
               AT END GO TO LINK-DUP-END-PARAGRAPH
               NOT AT END GO TO LINK-DUP-CHECK-PARAGRAPH
           END-READ.

       LINK-DUP-CHECK-PARAGRAPH.
           IF AL-ACCOUNT = INPUT-ACCOUNT THEN
               IF AL-CUSTOMER = INPUT-CUSTOMER THEN
                   MOVE 1 TO CX-FOUND
               END-IF
               IF AL-ROLE = 'P' THEN
                   MOVE 1 TO CX-PRIMARY
               END-IF
           END-IF.
           GO TO LINK-DUP-PARAGRAPH.

       LINK-DUP-END-PARAGRAPH.
           CLOSE FILE-AL.
           IF CX-FOUND = 1 THEN
               DISPLAY '=> CUSTOMER IS ALREADY LINKED TO THIS ACCOUNT'
               GO TO MENU-PARAGRAPH
           END-IF.
           IF CX-PRIMARY = 1 THEN
               IF INPUT-ROLE = 'P' THEN
                   DISPLAY '=> ACCOUNT ALREADY HAS A PRIMARY HOLDER'
                   GO TO MENU-PARAGRAPH
               END-IF
           END-IF.
           MOVE 0 TO CX-WRITTEN.
           OPEN INPUT FILE-AL.
           OPEN OUTPUT FILE-ALN.
           GO TO LINK-COPY-PARAGRAPH.

      *THE NEW LINK IS SLOTTED IN AT ITS PLACE IN ACCOUNT/CUSTOMER
      *ORDER AS THE FILE IS COPIED ACROSS.
       LINK-COPY-PARAGRAPH.
           READ FILE-AL
               AT END GO TO LINK-COPY-END-PARAGRAPH
               NOT AT END GO TO LINK-COPY-CHECK-PARAGRAPH
           END-READ.

       LINK-COPY-CHECK-PARAGRAPH.
           IF CX-WRITTEN = 0 THEN
               IF AL-ACCOUNT = INPUT-ACCOUNT THEN
                   IF AL-CUSTOMER > INPUT-CUSTOMER THEN
                       MOVE 2 TO CX-WRITTEN
                   END-IF
               END-IF
               IF AL-ACCOUNT > INPUT-ACCOUNT THEN
                   MOVE 2 TO CX-WRITTEN
               END-IF
           END-IF.
           IF CX-WRITTEN = 2 THEN
               MOVE INPUT-ACCOUNT TO ALN-ACCOUNT
               MOVE INPUT-CUSTOMER TO ALN-CUSTOMER
               MOVE INPUT-ROLE TO ALN-ROLE
               WRITE ALN-RECORD
               MOVE 1 TO CX-WRITTEN
           END-IF.
           MOVE AL-RECORD TO ALN-RECORD.
           WRITE ALN-RECORD.
           GO TO LINK-COPY-PARAGRAPH.

       LINK-COPY-END-PARAGRAPH.
           IF CX-WRITTEN = 0 THEN
               MOVE INPUT-ACCOUNT TO ALN-ACCOUNT
               MOVE INPUT-CUSTOMER TO ALN-CUSTOMER
               MOVE INPUT-ROLE TO ALN-ROLE
               WRITE ALN-RECORD
           END-IF.
           CLOSE FILE-AL.
           CLOSE FILE-ALN.
           GO TO SWAP-AL-PARAGRAPH.

       SWAP-AL-PARAGRAPH.
           CALL "CBL_RENAME_FILE" USING ALN-FILENAME-WS
               AL-FILENAME-WS
               RETURNING RENAME-STATUS-WS.
           IF RENAME-STATUS-WS NOT = 0 THEN
               DISPLAY '=> LINK FILE SWAP FAILED - STATUS '
                   RENAME-STATUS-WS
               DISPLAY '=> REVIEW ACCOUNTLINKS.NEW.TXT BEFORE RERUNNING'
               STOP RUN
           END-IF.
           IF INPUT-CHOICE = 'L' THEN
               ADD 1 TO LINKED-COUNT
               DISPLAY '=> ACCOUNT LINKED'
           END-IF.
           IF INPUT-CHOICE = 'U' THEN
               ADD 1 TO UNLINKED-COUNT
               DISPLAY '=> ACCOUNT UNLINKED'
           END-IF.
           GO TO MENU-PARAGRAPH.

      *UNLINKING COPIES THE LINK FILE ACROSS WITHOUT THE ONE PAIR.
       UNLINK-PARAGRAPH.
           DISPLAY '=> ACCOUNT NUMBER'.
           ACCEPT INPUT-ACCOUNT.
           DISPLAY '=> CUSTOMER NUMBER'.
           ACCEPT INPUT-CUSTOMER.
           MOVE 0 TO CX-FOUND.
           OPEN INPUT FILE-AL.
           OPEN OUTPUT FILE-ALN.
           GO TO UNLINK-COPY-PARAGRAPH.

       UNLINK-COPY-PARAGRAPH.
           READ FILE-AL
               AT END GO TO UNLINK-COPY-END-PARAGRAPH
               NOT AT END GO TO UNLINK-COPY-CHECK-PARAGRAPH
           END-READ.

       UNLINK-COPY-CHECK-PARAGRAPH.
           IF AL-ACCOUNT = INPUT-ACCOUNT THEN
               IF AL-CUSTOMER = INPUT-CUSTOMER THEN
                   MOVE 1 TO CX-FOUND
                   GO TO UNLINK-COPY-PARAGRAPH
               END-IF
           END-IF.
           MOVE AL-RECORD TO ALN-RECORD.
           WRITE ALN-RECORD.
           GO TO UNLINK-COPY-PARAGRAPH.

       UNLINK-COPY-END-PARAGRAPH.
           CLOSE FILE-AL.
           CLOSE FILE-ALN.
           IF CX-FOUND = 0 THEN
               DISPLAY '=> NO SUCH LINK'
               GO TO MENU-PARAGRAPH
           END-IF.
           GO TO SWAP-AL-PARAGRAPH.

      *A QUICK ENQUIRY: THE CUSTOMER'S DETAILS AND EVERY ACCOUNT THEY
      *HOLD. THE FULL PICTURE WITH BALANCES IS ON THE CUSTOMER
      *RELATIONSHIP REPORT CUSTREL PRODUCES.
       VIEW-PARAGRAPH.
           DISPLAY '=> CUSTOMER NUMBER'.
           ACCEPT INPUT-CUSTOMER.
           MOVE 0 TO CX-FOUND.
           OPEN INPUT FILE-CU.
           GO TO VIEW-FIND-PARAGRAPH.

       VIEW-FIND-PARAGRAPH.
           READ FILE-CU
               AT END GO TO VIEW-FIND-END-PARAGRAPH
               NOT AT END GO TO VIEW-FIND-CHECK-PARAGRAPH
           END-READ.

       VIEW-FIND-CHECK-PARAGRAPH.
           IF CU-NUMBER = INPUT-CUSTOMER THEN
               MOVE 1 TO CX-FOUND
               MOVE CU-RECORD TO CX-RECORD-WS
               GO TO VIEW-FIND-END-PARAGRAPH
           END-IF.
           GO TO VIEW-FIND-PARAGRAPH.

       VIEW-FIND-END-PARAGRAPH.
           CLOSE FILE-CU.
           IF CX-FOUND = 0 THEN
               DISPLAY '=> CUSTOMER NOT FOUND'
               GO TO MENU-PARAGRAPH
           END-IF.
           DISPLAY '=> NAME     ' CX-NAME.
           DISPLAY '=> ADDRESS  ' CX-ADDRESS.
           DISPLAY '=> BORN     ' CX-DOB.
           OPEN INPUT FILE-AL.
           GO TO VIEW-LINK-PARAGRAPH.

       VIEW-LINK-PARAGRAPH.
           READ FILE-AL
               AT END GO TO VIEW-LINK-END-PARAGRAPH
               NOT AT END GO TO VIEW-LINK-CHECK-PARAGRAPH
           END-READ.

       VIEW-LINK-CHECK-PARAGRAPH.
           IF AL-CUSTOMER = CX-NUMBER THEN
               DISPLAY '=> ACCOUNT  ' AL-ACCOUNT ' ROLE ' AL-ROLE
           END-IF.
           GO TO VIEW-LINK-PARAGRAPH.

       VIEW-LINK-END-PARAGRAPH.
           CLOSE FILE-AL.
           GO TO MENU-PARAGRAPH.

       END-PARAGRAPH.
           DISPLAY '=> CUSTOMERS ADDED     ' ADDED-COUNT.
           DISPLAY '=> CUSTOMERS CHANGED   ' CHANGED-COUNT.
           DISPLAY '=> ACCOUNTS LINKED     ' LINKED-COUNT.
           DISPLAY '=> ACCOUNTS UNLINKED   ' UNLINKED-COUNT.
           DISPLAY '=> NAME CHANGES QUEUED ' MAINT-COUNT.
           STOP RUN.
