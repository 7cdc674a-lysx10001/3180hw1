       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJUST.

      *ADJUST IS THE BRANCH ADJUSTMENT AND REVERSAL WORKBENCH. ONCE A
      *TRANSACTION HAS SETTLED IT IS OUT OF SUSPREP'S REACH, AND THE
      *ONLY WAY TO CORRECT IT USED TO BE A HAND-EDIT OF MASTER.TXT -
      *WHICH THE NEXT RECONCILIATION THEN SHOWED AS AN UNEXPLAINED
      *DIFFERENCE. HERE ONE OFFICER KEYS EITHER A REVERSAL OF ONE
      *SPECIFIC SETTLED ITEM ON THE HISTORY, OR A MANUAL CREDIT
      *OR DEBIT WITH A REASON CODE, AND A SECOND OFFICER MUST APPROVE
      *IT AT THE SAME SESSION BEFORE IT IS QUEUED. APPROVED ITEMS GO
      *TO ADJUSTREQUESTS.TXT AND CENTRAL POSTS THEM IN TONIGHT'S
      *UPDATE LOOP UNDER THEIR OWN OPERATION CODES, WITH THEIR OWN
      *CONTROL TOTALS AND GL PAIRS, AND LISTS EVERY ONE ON THE
      *ADJUSTMENTS REGISTER WITH WHO KEYED IT AND WHO APPROVED IT.
      *
      *OPERATION CODES CENTRAL POSTS:
      *  R - REVERSAL DEBIT  (UNDOES A SETTLED D OR I CREDIT)
      *  U - REVERSAL CREDIT (UNDOES A SETTLED W OR F DEBIT)
      *  C - MANUAL ADJUSTMENT CREDIT
      *  B - MANUAL ADJUSTMENT DEBIT
      *
      *REASON CODES FOR A MANUAL ADJUSTMENT:
      *  EC - ERROR CORRECTION
      *  GW - GOODWILL
      *  FR - FEE REFUND
      *  CH - BRANCH CHARGE
      *  OT - OTHER
      *A REVERSAL ALWAYS CARRIES RV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE SETTLED HISTORY CENTRAL APPENDS TO AT THE END OF EVERY RUN
      *- ONLY AN ITEM FOUND HERE CAN BE REVERSED. THE ITEM'S OWN
      *TIMESTAMP NAMES THE MONTHLY PARTITION IT SETTLED INTO; A MONTH
      *HISTRET HAS MOVED OFF-LINE IS PAST REVERSING HERE.
           SELECT OPTIONAL FILE-TH ASSIGN TO DYNAMIC TH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-M ASSIGN TO "master.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *THE APPROVED-ITEM QUEUE CENTRAL CONSUMES, AND THE REGISTER IT
      *WRITES BACK. BOTH ARE READ HERE SO THE SAME SETTLED ITEM
      *CANNOT BE REVERSED TWICE. WHILE SETTLEMENT IS RUNNING THE
      *QUEUE IS ABOUT TO BE EMPTIED, SO AN ITEM APPROVED THEN GOES TO
      *THE HOLDING FILE INSTEAD AND CENTRAL ROLLS IT IN AFTERWARDS,
      *THE SAME AS THE ATM QUEUES.
           SELECT OPTIONAL FILE-AQ ASSIGN TO DYNAMIC AQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-ADR ASSIGN TO "adjustRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *RAISED BY THE SETTLEMENT RUN WHILE IT IS CONSUMING THE QUEUES.
           SELECT OPTIONAL FILE-SMK ASSIGN TO "settleMarker.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FILE-TH.
       01 TH-TRANS-RECORD.
           02 TH-ACCOUNT       PIC 9(16).
           02 TH-OPERATION     PIC A.
           02 TH-AMOUNT        PIC 9(7).
           02 TH-TIMESTAMP     PIC 9(14).

       FD FILE-M.
       01 M-ACCOUNT-RECORD.
           02 M-NAME        PIC A(20).
           02 M-ACCOUNT     PIC 9(16).
           02 M-PASSWORD    PIC 9(6).
           02 M-SIGN        PIC X.
           02 M-BALANCE     PIC 9(15).

      *TYPE R = REVERSAL, M = MANUAL. DRCR IS THE DIRECTION THE
      *CUSTOMER'S BALANCE MOVES: C = CREDIT, D = DEBIT. A REVERSAL
      *CARRIES THE OPERATION AND STAMP OF THE ITEM IT UNDOES; A
      *MANUAL ADJUSTMENT CARRIES BLANK/ZERO THERE.
       FD FILE-AQ.
       01 AQ-RECORD.
           02 AQ-ACCOUNT        PIC 9(16).
           02 AQ-TYPE           PIC X.
           02 AQ-DRCR           PIC X.
           02 AQ-AMOUNT         PIC 9(7).
           02 AQ-REASON         PIC X(2).
           02 AQ-REF-OP         PIC X.
           02 AQ-REF-TIMESTAMP  PIC 9(14).
           02 AQ-KEYER          PIC X(3).
           02 AQ-APPROVER       PIC X(3).
           02 AQ-TIMESTAMP      PIC 9(14).

       FD FILE-ADR.
       01 ADR-RECORD.
           02 ADR-DATE          PIC 9(8).
           02 ADR-PACCT         PIC X(10).
           02 ADR-ACCOUNT       PIC 9(16).
           02 ADR-POP           PIC X(5).
           02 ADR-OP            PIC X.
           02 ADR-PAMT          PIC X(9).
           02 ADR-AMOUNT        PIC 9(7).
           02 ADR-PREASON       PIC X(9).
           02 ADR-REASON        PIC X(2).
           02 ADR-PREF          PIC X(6).
           02 ADR-REF-OP        PIC X.
           02 ADR-REF-TIMESTAMP PIC 9(14).
           02 ADR-PKEY          PIC X(8).
           02 ADR-KEYER         PIC X(3).
           02 ADR-PAPP          PIC X(11).
           02 ADR-APPROVER      PIC X(3).
           02 ADR-PSTAT         PIC X(9).
           02 ADR-STAT          PIC X(12).

       FD FILE-SMK.
       01 SMK-RECORD.
           02 SMK-FLAG      PIC X.
           02 SMK-STAMP     PIC 9(14).

       WORKING-STORAGE SECTION.
       01 INPUT-CHOICE      PIC X.
       01 INPUT-ACCOUNT     PIC 9(16).
       01 INPUT-TIMESTAMP   PIC 9(14).
       01 INPUT-OPERATION   PIC X.
       01 INPUT-DRCR        PIC X.
       01 INPUT-AMOUNT      PIC 9(7).
       01 INPUT-REASON      PIC X(2).
       01 KEYER-INITIALS    PIC X(3).
       01 APPROVER-INITIALS PIC X(3).
      *THE ITEM BEING KEYED, HELD HERE UNTIL THE SECOND OFFICER HAS
      *SEEN IT - NOTHING REACHES THE QUEUE BEFORE APPROVAL.
       01 AJ-ITEM-WS.
           02 AJ-ACCOUNT        PIC 9(16).
           02 AJ-TYPE           PIC X.
           02 AJ-DRCR           PIC X.
           02 AJ-AMOUNT         PIC 9(7).
           02 AJ-REASON         PIC X(2).
           02 AJ-REF-OP         PIC X.
           02 AJ-REF-TIMESTAMP  PIC 9(14).
       01 AJ-NAME           PIC A(20).
       01 AJ-FOUND          PIC 9 VALUE 0.
       01 TH-FILENAME       PIC X(40).
       01 TH-MONTH          PIC 9(6).
       01 AQ-FILENAME       PIC X(40).
       01 CUTOFF-NOW        PIC X VALUE 'N'.
       01 STAMP-DATE        PIC 9(8).
       01 STAMP-DATE-2      PIC 9(8).
       01 STAMP-TIME        PIC 9(8).
       01 TIME-STAMP        PIC 9(14).
       01 QUEUED-COUNT      PIC 9(5) VALUE 0.
       01 REJECTED-COUNT    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY '##########################################'.
           DISPLAY '##    BRANCH ADJUSTMENT WORKBENCH       ##'.
           DISPLAY '##########################################'.
           DISPLAY '=> KEYING OFFICER INITIALS'.
           ACCEPT KEYER-INITIALS.
           IF KEYER-INITIALS = SPACES THEN
               DISPLAY '=> INVALID INPUT'
               GO TO MAIN-PARAGRAPH
           END-IF.
           GO TO MENU-PARAGRAPH.

       MENU-PARAGRAPH.
           DISPLAY '------------------------------------------'.
           DISPLAY '=> PRESS R TO REVERSE A SETTLED ITEM'.
           DISPLAY '=> PRESS M FOR A MANUAL CREDIT OR DEBIT'.
           DISPLAY '=> PRESS Q TO QUIT'.
           ACCEPT INPUT-CHOICE.
           IF INPUT-CHOICE = 'R' THEN
               GO TO REVERSAL-PARAGRAPH
           END-IF.
           IF INPUT-CHOICE = 'M' THEN
               GO TO MANUAL-PARAGRAPH
           END-IF.
           IF INPUT-CHOICE = 'Q' THEN
               GO TO END-PARAGRAPH
           END-IF.
           DISPLAY '=> INVALID INPUT'.
           GO TO MENU-PARAGRAPH.

      *A REVERSAL IS IDENTIFIED BY ACCOUNT, SETTLEMENT STAMP AND
      *OPERATION EXACTLY AS THE STATEMENT SHOWS THEM. THE AMOUNT IS
      *TAKEN FROM THE HISTORY ITSELF, NEVER KEYED, SO A REVERSAL
      *ALWAYS UNDOES PRECISELY WHAT SETTLED.
       REVERSAL-PARAGRAPH.
           DISPLAY '=> ACCOUNT NUMBER'.
           ACCEPT INPUT-ACCOUNT.
           DISPLAY '=> ITEM DATE AND TIME (YYYYMMDDHHMMSS)'.
           ACCEPT INPUT-TIMESTAMP.
           DISPLAY '=> ITEM OPERATION (D, W, I OR F)'.
           ACCEPT INPUT-OPERATION.
           IF INPUT-OPERATION NOT = 'D' THEN
               IF INPUT-OPERATION NOT = 'W' THEN
                   IF INPUT-OPERATION NOT = 'I' THEN
                       IF INPUT-OPERATION NOT = 'F' THEN
                           DISPLAY '=> ITEM CANNOT BE REVERSED'
                           GO TO MENU-PARAGRAPH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO AJ-FOUND.
           COMPUTE TH-MONTH = INPUT-TIMESTAMP / 100000000.
           MOVE SPACES TO TH-FILENAME.
           STRING 'transHistory-' TH-MONTH '.txt' DELIMITED BY SIZE
               INTO TH-FILENAME.
           OPEN INPUT FILE-TH.
           GO TO REV-SCAN-PARAGRAPH.

       REV-SCAN-PARAGRAPH.
           READ FILE-TH
               AT END GO TO REV-SCAN-END-PARAGRAPH
               NOT AT END GO TO REV-SCAN-CHECK-PARAGRAPH
           END-READ.

       REV-SCAN-CHECK-PARAGRAPH.
           IF TH-ACCOUNT = INPUT-ACCOUNT THEN
               IF TH-TIMESTAMP = INPUT-TIMESTAMP THEN
                   IF TH-OPERATION = INPUT-OPERATION THEN
                       MOVE 1 TO AJ-FOUND
                       GO TO REV-SCAN-END-PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           GO TO REV-SCAN-PARAGRAPH.

      *A DEPOSIT THAT SETTLED IS TAKEN BACK OFF WITH A DEBIT; A
      *WITHDRAWAL OR FEE IS PUT BACK WITH A CREDIT. AN 'I' ITEM IS
      *EITHER INTEREST PAID (A CREDIT) OR INTEREST CHARGED ON AN
      *OVERDRAFT (THE DEBT GREW) AND THE HISTORY DOES NOT SAY WHICH,
      *SO THE OFFICER DOES.
       REV-SCAN-END-PARAGRAPH.
           CLOSE FILE-TH.
           IF AJ-FOUND = 0 THEN
               DISPLAY '=> NO SUCH SETTLED ITEM ON THE HISTORY'
               GO TO MENU-PARAGRAPH
           END-IF.
           MOVE TH-ACCOUNT TO AJ-ACCOUNT.
           MOVE 'R' TO AJ-TYPE.
           MOVE TH-AMOUNT TO AJ-AMOUNT.
           MOVE 'RV' TO AJ-REASON.
           MOVE TH-OPERATION TO AJ-REF-OP.
           MOVE TH-TIMESTAMP TO AJ-REF-TIMESTAMP.
           IF TH-OPERATION = 'D' THEN
               MOVE 'D' TO AJ-DRCR
           END-IF.
           IF TH-OPERATION = 'W' THEN
               MOVE 'C' TO AJ-DRCR
           END-IF.
           IF TH-OPERATION = 'F' THEN
               MOVE 'C' TO AJ-DRCR
           END-IF.
           IF TH-OPERATION = 'I' THEN
               GO TO REV-INT-PARAGRAPH
           END-IF.
           GO TO REV-DUP-PARAGRAPH.

       REV-INT-PARAGRAPH.
           DISPLAY '=> INTEREST ITEM - WAS IT PAID OR CHARGED'.
           DISPLAY '=> PRESS P IF PAID (REVERSAL DEBITS)'.
           DISPLAY '=> PRESS C IF CHARGED (REVERSAL CREDITS)'.
           ACCEPT INPUT-CHOICE.
           IF INPUT-CHOICE = 'P' THEN
               MOVE 'D' TO AJ-DRCR
               GO TO REV-DUP-PARAGRAPH
           END-IF.
           IF INPUT-CHOICE = 'C' THEN
               MOVE 'C' TO AJ-DRCR
               GO TO REV-DUP-PARAGRAPH
           END-IF.
           DISPLAY '=> INVALID INPUT'.
           GO TO REV-INT-PARAGRAPH.

      *AN ITEM ALREADY WAITING IN THE QUEUE, OR ALREADY POSTED BY A
      *PREVIOUS RUN, MUST NOT BE REVERSED A SECOND TIME.
      *AN ITEM APPROVED DURING SETTLEMENT IS WAITING IN THE HOLDING
      *FILE, SO BOTH ARE SEARCHED.
       REV-DUP-PARAGRAPH.
           MOVE 0 TO AJ-FOUND.
           MOVE "adjustRequests.txt" TO AQ-FILENAME.
           OPEN INPUT FILE-AQ.
           GO TO REV-DUPQ-PARAGRAPH.

       REV-DUPQ-PARAGRAPH.
           READ FILE-AQ
               AT END GO TO REV-DUPQ-END-PARAGRAPH
               NOT AT END GO TO REV-DUPQ-CHECK-PARAGRAPH
           END-READ.

       REV-DUPQ-CHECK-PARAGRAPH.
           IF AQ-TYPE = 'R' THEN
               IF AQ-ACCOUNT = AJ-ACCOUNT THEN
                   IF AQ-REF-TIMESTAMP = AJ-REF-TIMESTAMP THEN
                       IF AQ-REF-OP = AJ-REF-OP THEN
                           MOVE 1 TO AJ-FOUND
                       END-IF
                   END-IF
               END-IF
           END-IF.
           GO TO REV-DUPQ-PARAGRAPH.

       REV-DUPQ-END-PARAGRAPH.
           CLOSE FILE-AQ.
           IF AQ-FILENAME = "adjustRequests.txt" THEN
               MOVE "adjustRequests.hold.txt" TO AQ-FILENAME
               OPEN INPUT FILE-AQ
               GO TO REV-DUPQ-PARAGRAPH
           END-IF.
           IF AJ-FOUND = 1 THEN
               DISPLAY '=> A REVERSAL OF THIS ITEM IS ALREADY QUEUED'
               GO TO MENU-PARAGRAPH
           END-IF.
           OPEN INPUT FILE-ADR.
           GO TO REV-DUPR-PARAGRAPH.

       REV-DUPR-PARAGRAPH.
           READ FILE-ADR
               AT END GO TO REV-DUPR-END-PARAGRAPH
               NOT AT END GO TO REV-DUPR-CHECK-PARAGRAPH
           END-READ.

       REV-DUPR-CHECK-PARAGRAPH.
           IF ADR-REASON = 'RV' THEN
               IF ADR-STAT = 'POSTED' THEN
                   IF ADR-ACCOUNT = AJ-ACCOUNT THEN
                       IF ADR-REF-TIMESTAMP = AJ-REF-TIMESTAMP THEN
                           IF ADR-REF-OP = AJ-REF-OP THEN
                               MOVE 1 TO AJ-FOUND
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           GO TO REV-DUPR-PARAGRAPH.

       REV-DUPR-END-PARAGRAPH.
           CLOSE FILE-ADR.
           IF AJ-FOUND = 1 THEN
               DISPLAY '=> THIS ITEM HAS ALREADY BEEN REVERSED'
               GO TO MENU-PARAGRAPH
           END-IF.
           GO TO APPROVE-PARAGRAPH.

      *A MANUAL ADJUSTMENT MUST BE AGAINST AN ACCOUNT THAT EXISTS ON
      *LAST NIGHT'S MASTER. THE AMOUNT IS KEYED IN CENTS, THE WAY
      *THE TRANSACTION FILES CARRY IT.
       MANUAL-PARAGRAPH.
           DISPLAY '=> ACCOUNT NUMBER'.
           ACCEPT INPUT-ACCOUNT.
           MOVE 0 TO AJ-FOUND.
           OPEN INPUT FILE-M.
           GO TO MAN-SCAN-PARAGRAPH.

       MAN-SCAN-PARAGRAPH.
           READ FILE-M
               AT END GO TO MAN-SCAN-END-PARAGRAPH
               NOT AT END GO TO MAN-SCAN-CHECK-PARAGRAPH
           END-READ.

       MAN-SCAN-CHECK-PARAGRAPH.
           IF M-ACCOUNT = INPUT-ACCOUNT THEN
               MOVE 1 TO AJ-FOUND
               MOVE M-NAME TO AJ-NAME
               GO TO MAN-SCAN-END-PARAGRAPH
           END-IF.
           GO TO MAN-SCAN-PARAGRAPH.

       MAN-SCAN-END-PARAGRAPH.
           CLOSE FILE-M.
           IF AJ-FOUND = 0 THEN
               DISPLAY '=> ACCOUNT NOT FOUND ON MASTER.TXT'
               GO TO MENU-PARAGRAPH
           END-IF.
           DISPLAY '=> NAME     ' AJ-NAME.
           MOVE INPUT-ACCOUNT TO AJ-ACCOUNT.
           MOVE 'M' TO AJ-TYPE.
           MOVE SPACE TO AJ-REF-OP.
           MOVE 0 TO AJ-REF-TIMESTAMP.
           GO TO MAN-DRCR-PARAGRAPH.

       MAN-DRCR-PARAGRAPH.
           DISPLAY '=> PRESS C TO CREDIT THE ACCOUNT'.
           DISPLAY '=> PRESS D TO DEBIT THE ACCOUNT'.
           ACCEPT INPUT-DRCR.
           IF INPUT-DRCR NOT = 'C' THEN
               IF INPUT-DRCR NOT = 'D' THEN
                   DISPLAY '=> INVALID INPUT'
                   GO TO MAN-DRCR-PARAGRAPH
               END-IF
           END-IF.
           MOVE INPUT-DRCR TO AJ-DRCR.
           GO TO MAN-AMOUNT-PARAGRAPH.

       MAN-AMOUNT-PARAGRAPH.
           DISPLAY '=> AMOUNT IN CENTS'.
           ACCEPT INPUT-AMOUNT.
           IF INPUT-AMOUNT = 0 THEN
               DISPLAY '=> INVALID INPUT'
               GO TO MAN-AMOUNT-PARAGRAPH
           END-IF.
           MOVE INPUT-AMOUNT TO AJ-AMOUNT.
           GO TO MAN-REASON-PARAGRAPH.

       MAN-REASON-PARAGRAPH.
           DISPLAY '=> REASON CODE (EC, GW, FR, CH OR OT)'.
           ACCEPT INPUT-REASON.
           IF INPUT-REASON NOT = 'EC' THEN
               IF INPUT-REASON NOT = 'GW' THEN
                   IF INPUT-REASON NOT = 'FR' THEN
                       IF INPUT-REASON NOT = 'CH' THEN
                           IF INPUT-REASON NOT = 'OT' THEN
                               DISPLAY '=> INVALID INPUT'
                               GO TO MAN-REASON-PARAGRAPH
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE INPUT-REASON TO AJ-REASON.
           GO TO APPROVE-PARAGRAPH.

      *DUAL CONTROL: THE ITEM IS SHOWN IN FULL AND A SECOND OFFICER
      *- NEVER THE ONE WHO KEYED IT - EITHER APPROVES IT ONTO THE
      *QUEUE OR REJECTS IT. A REJECTED ITEM IS SIMPLY NOT QUEUED.
       APPROVE-PARAGRAPH.
           DISPLAY '------------------------------------------'.
           DISPLAY '=> ACCOUNT  ' AJ-ACCOUNT.
           IF AJ-DRCR = 'C' THEN
               DISPLAY '=> CREDIT   ' AJ-AMOUNT
           END-IF.
           IF AJ-DRCR = 'D' THEN
               DISPLAY '=> DEBIT    ' AJ-AMOUNT
           END-IF.
           DISPLAY '=> REASON   ' AJ-REASON.
           IF AJ-TYPE = 'R' THEN
               DISPLAY '=> REVERSES ' AJ-REF-OP ' ' AJ-REF-TIMESTAMP
           END-IF.
           DISPLAY '=> KEYED BY ' KEYER-INITIALS.
           GO TO APPROVER-PARAGRAPH.

       APPROVER-PARAGRAPH.
           DISPLAY '=> APPROVING OFFICER INITIALS'.
           ACCEPT APPROVER-INITIALS.
           IF APPROVER-INITIALS = SPACES THEN
               DISPLAY '=> INVALID INPUT'
               GO TO APPROVER-PARAGRAPH
           END-IF.
           IF APPROVER-INITIALS = KEYER-INITIALS THEN
               DISPLAY '=> APPROVER MUST BE A SECOND OFFICER'
               GO TO APPROVER-PARAGRAPH
           END-IF.
           GO TO DECISION-PARAGRAPH.

       DECISION-PARAGRAPH.
           DISPLAY '=> PRESS A TO APPROVE'.
           DISPLAY '=> PRESS J TO REJECT'.
           ACCEPT INPUT-CHOICE.
           IF INPUT-CHOICE = 'A' THEN
               GO TO QUEUE-PARAGRAPH
           END-IF.
           IF INPUT-CHOICE = 'J' THEN
               ADD 1 TO REJECTED-COUNT
               DISPLAY '=> ADJUSTMENT REJECTED - NOT QUEUED'
               GO TO MENU-PARAGRAPH
           END-IF.
           DISPLAY '=> INVALID INPUT'.
           GO TO DECISION-PARAGRAPH.

       QUEUE-PARAGRAPH.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           ACCEPT STAMP-DATE-2 FROM DATE YYYYMMDD.
           IF STAMP-DATE NOT = STAMP-DATE-2 THEN
               ACCEPT STAMP-TIME FROM TIME
               MOVE STAMP-DATE-2 TO STAMP-DATE
           END-IF.
           COMPUTE TIME-STAMP = STAMP-DATE * 1000000 + STAMP-TIME / 100.
           MOVE AJ-ACCOUNT TO AQ-ACCOUNT.
           MOVE AJ-TYPE TO AQ-TYPE.
           MOVE AJ-DRCR TO AQ-DRCR.
           MOVE AJ-AMOUNT TO AQ-AMOUNT.
           MOVE AJ-REASON TO AQ-REASON.
           MOVE AJ-REF-OP TO AQ-REF-OP.
           MOVE AJ-REF-TIMESTAMP TO AQ-REF-TIMESTAMP.
           MOVE KEYER-INITIALS TO AQ-KEYER.
           MOVE APPROVER-INITIALS TO AQ-APPROVER.
           MOVE TIME-STAMP TO AQ-TIMESTAMP.
           GO TO CUTOFF-CHECK-PARAGRAPH.

      *THE MARKER IS CHECKED AT THE MOMENT OF WRITING, NOT AT
      *SIGN-ON, SINCE A BRANCH SESSION CAN SPAN THE START OF THE RUN.
       CUTOFF-CHECK-PARAGRAPH.
           OPEN INPUT FILE-SMK.
           READ FILE-SMK
               AT END MOVE 'N' TO CUTOFF-NOW
               NOT AT END MOVE SMK-FLAG TO CUTOFF-NOW
           END-READ.
           CLOSE FILE-SMK.
           MOVE "adjustRequests.txt" TO AQ-FILENAME.
           IF CUTOFF-NOW = 'Y' THEN
               MOVE "adjustRequests.hold.txt" TO AQ-FILENAME
           END-IF.
           GO TO QUEUE-WRITE-PARAGRAPH.

       QUEUE-WRITE-PARAGRAPH.
           OPEN EXTEND FILE-AQ.
           WRITE AQ-RECORD.
           CLOSE FILE-AQ.
           ADD 1 TO QUEUED-COUNT.
           DISPLAY '=> ADJUSTMENT APPROVED AND QUEUED FOR SETTLEMENT'.
           GO TO MENU-PARAGRAPH.

       END-PARAGRAPH.
           DISPLAY '=> APPROVED AND QUEUED ' QUEUED-COUNT.
           DISPLAY '=> REJECTED            ' REJECTED-COUNT.
           STOP RUN.
