       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIMS.

      *CLAIMS IS THE BRANCH ATM DISPUTE WORKBENCH. WHEN A CUSTOMER
      *SAYS A MACHINE DEBITED THEM BUT DISPENSED SHORT, OR TOOK A
      *DEPOSIT AND CREDITED LESS THAN WENT IN, THE CLAIM IS OPENED
      *HERE AGAINST THE ONE SETTLED ITEM ON THE HISTORY, WITH THE
      *MACHINE, THE AMOUNT CLAIMED AND THE CUSTOMER'S OWN ACCOUNT OF
      *WHAT HAPPENED, AND IT STAYS ON CLAIMS.TXT UNTIL IT IS DECIDED.
      *
      *A MACHINE THAT DISPENSED SHORT OR KEPT A DEPOSIT HAS MORE CASH
      *IN IT THAN THE JOURNAL SAYS, SO THE NIGHT'S CASH PROOF SHOULD
      *SHOW AN OVERAGE THERE. THE OFFICER MATCHES THE CLAIM TO THAT
      *VARIANCE FROM CASHPROOFHISTORY.TXT, WHICH CENTRAL KEEPS BY RUN
      *DATE, AND THE MATCH RIDES WITH THE CLAIM TO THE GL.
      *
      *MONEY ONLY MOVES UNDER DUAL CONTROL, THE SAME AS AT THE ADJUST
      *WORKBENCH, AND ONLY THROUGH THE SAME QUEUE - ADJUSTREQUESTS.TXT
      *- WHICH CENTRAL POSTS IN TONIGHT'S UPDATE LOOP:
      *  TYPE P DRCR C - PROVISIONAL CREDIT, POSTED AS V
      *  TYPE P DRCR D - PROVISIONAL CREDIT REVERSED ON A DENIAL, Y
      *  TYPE K DRCR C - FINAL CREDIT WITH NO PROVISIONAL BEFORE IT, K
      *  TYPE K DRCR N - PROVISIONAL CREDIT MADE FINAL, J (NO POSTING)
      *
      *REASON CODES ON THE QUEUED ITEM:
      *  PV - PROVISIONAL CREDIT
      *  MC - UPHELD, MATCHED TO AN OVERAGE ON THE CASH PROOF
      *  NM - UPHELD, NOT MATCHED
      *  DN - DENIED
      *
      *CLAIM STATUS: O = OPEN, U = UPHELD, D = DENIED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE SETTLED HISTORY - ONLY AN ITEM FOUND HERE CAN BE DISPUTED.
      *THE ITEM'S OWN TIMESTAMP NAMES THE MONTHLY PARTITION IT
      *SETTLED INTO, AS AT THE ADJUST WORKBENCH.
           SELECT OPTIONAL FILE-TH ASSIGN TO DYNAMIC TH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *THE CLAIMS FILE, IN ASCENDING CLAIM NUMBER ORDER. A CHANGE TO
      *A CLAIM IS WRITTEN TO A NEW COPY THAT IS RENAMED OVER THE LIVE
      *FILE IN ONE STEP, THE SAME SWAP CUSTMAINT USES.
           SELECT OPTIONAL FILE-CLM ASSIGN TO "claims.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-CLN ASSIGN TO "claims.new.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *THE APPROVED-ITEM QUEUE CENTRAL CONSUMES - OR, WHILE THE
      *SETTLEMENT MARKER IS UP, ITS HOLDING FILE, AS AT THE ADJUST
      *WORKBENCH.
           SELECT OPTIONAL FILE-AQ ASSIGN TO DYNAMIC AQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-SMK ASSIGN TO "settleMarker.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *EVERY NIGHT'S CASH PROOF LINES, UNDER THE RUN DATE.
           SELECT OPTIONAL FILE-CPH ASSIGN TO "cashProofHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *THE OPEN CLAIMS AGING REPORT, REBUILT ON DEMAND.
           SELECT OPTIONAL FILE-CAG ASSIGN TO "claimsAging.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FILE-TH.
       01 TH-TRANS-RECORD.
           02 TH-ACCOUNT       PIC 9(16).
           02 TH-OPERATION     PIC A.
           02 TH-AMOUNT        PIC 9(7).
           02 TH-TIMESTAMP     PIC 9(14).

      *MATCH-DATE IS ZERO UNTIL THE CLAIM HAS BEEN MATCHED TO A CASH
      *PROOF VARIANCE; PROV IS Y ONCE A PROVISIONAL CREDIT HAS BEEN
      *QUEUED.
       FD FILE-CLM.
       01 CLM-RECORD.
           02 CLM-ID            PIC 9(6).
           02 CLM-ACCOUNT       PIC 9(16).
           02 CLM-ATM           PIC 9(3).
           02 CLM-REF-OP        PIC X.
           02 CLM-REF-TIMESTAMP PIC 9(14).
           02 CLM-ITEM-AMOUNT   PIC 9(7).
           02 CLM-AMOUNT        PIC 9(7).
           02 CLM-OPENED        PIC 9(8).
           02 CLM-OFFICER       PIC X(3).
           02 CLM-PROV          PIC X.
           02 CLM-MATCH-DATE    PIC 9(8).
           02 CLM-MATCH-SIGN    PIC X.
           02 CLM-MATCH-VAR     PIC 9(15).
           02 CLM-STATUS        PIC X.
           02 CLM-RESOLVED      PIC 9(8).
           02 CLM-RESOLVER      PIC X(3).
           02 CLM-STATEMENT     PIC X(60).

       FD FILE-CLN.
       01 CLN-RECORD            PIC X(162).

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

       FD FILE-SMK.
       01 SMK-RECORD.
           02 SMK-FLAG      PIC X.
           02 SMK-STAMP     PIC 9(14).

       FD FILE-CPH.
       01 CPH-RECORD.
           02 CPH-DATE      PIC 9(8).
           02 CPH-PATM      PIC X(5).
           02 CPH-ATM       PIC 9(3).
           02 CPH-PEXP      PIC X(11).
           02 CPH-EXP-SIGN  PIC X.
           02 CPH-EXP       PIC 9(15).
           02 CPH-PCLM      PIC X(10).
           02 CPH-CLM       PIC 9(15).
           02 CPH-PVAR      PIC X(11).
           02 CPH-VAR-SIGN  PIC X.
           02 CPH-VAR       PIC 9(15).
           02 CPH-PSTAT     PIC X(9).
           02 CPH-STAT      PIC X(5).

       FD FILE-CAG.
       01 CAG-RECORD.
           02 CAG-PCLAIM    PIC X(7).
           02 CAG-ID        PIC 9(6).
           02 CAG-PACCT     PIC X(10).
           02 CAG-ACCOUNT   PIC 9(16).
           02 CAG-PATM      PIC X(6).
           02 CAG-ATM       PIC 9(3).
           02 CAG-POPENED   PIC X(9).
           02 CAG-OPENED    PIC 9(8).
           02 CAG-PDAYS     PIC X(7).
           02 CAG-DAYS      PIC 9(5).
           02 CAG-PBUCKET   PIC X(9).
           02 CAG-BUCKET    PIC X(5).
           02 CAG-PAMT      PIC X(9).
           02 CAG-AMOUNT    PIC 9(7).
           02 CAG-PPROV     PIC X(14).
           02 CAG-PROV      PIC X.
           02 CAG-PMATCH    PIC X(10).
           02 CAG-MATCH     PIC 9(8).
       01 CAGT-RECORD.
           02 CAGT-PLABEL   PIC X(13).
           02 CAGT-BUCKET   PIC X(5).
           02 CAGT-PCOUNT   PIC X(9).
           02 CAGT-COUNT    PIC 9(9).
           02 CAGT-PAMT     PIC X(9).
           02 CAGT-AMOUNT   PIC 9(15).

       WORKING-STORAGE SECTION.
       01 INPUT-CHOICE      PIC X.
       01 INPUT-ACCOUNT     PIC 9(16).
       01 INPUT-TIMESTAMP   PIC 9(14).
       01 INPUT-OPERATION   PIC X.
       01 INPUT-ATM         PIC 9(3).
       01 INPUT-AMOUNT      PIC 9(7).
       01 INPUT-CLAIM       PIC 9(6).
       01 INPUT-DATE        PIC 9(8).
       01 KEYER-INITIALS    PIC X(3).
       01 APPROVER-INITIALS PIC X(3).
      *THE CLAIM BEING WORKED ON, HELD WHILE THE FILE IS COPIED.
       01 CX-RECORD-WS.
           02 CX-ID            PIC 9(6).
           02 CX-ACCOUNT       PIC 9(16).
           02 CX-ATM           PIC 9(3).
           02 CX-REF-OP        PIC X.
           02 CX-REF-TIMESTAMP PIC 9(14).
           02 CX-ITEM-AMOUNT   PIC 9(7).
           02 CX-AMOUNT        PIC 9(7).
           02 CX-OPENED        PIC 9(8).
           02 CX-OFFICER       PIC X(3).
           02 CX-PROV          PIC X.
           02 CX-MATCH-DATE    PIC 9(8).
           02 CX-MATCH-SIGN    PIC X.
           02 CX-MATCH-VAR     PIC 9(15).
           02 CX-STATUS        PIC X.
           02 CX-RESOLVED      PIC 9(8).
           02 CX-RESOLVER      PIC X(3).
           02 CX-STATEMENT     PIC X(60).
       01 CX-FOUND          PIC 9 VALUE 0.
       01 CX-HIGH           PIC 9(6) VALUE 0.
      *WHERE THE SHARED CLAIM LOOKUP CARRIES ON: 1 = PROVISIONAL
      *CREDIT, 2 = CASH PROOF MATCH, 3 = RESOLUTION.
       01 CX-RET            PIC 9 VALUE 0.
      *WHAT THE APPROVED ITEM IS: P = PROVISIONAL CREDIT, U = UPHELD,
      *D = DENIED.
       01 CX-ACTION         PIC X.
       01 CX-PROOF-FOUND    PIC 9 VALUE 0.
       01 CX-PROOF-SIGN     PIC X.
       01 CX-PROOF-VAR      PIC 9(15).
       01 CX-PROOF-STAT     PIC X(5).
       01 TH-FILENAME       PIC X(40).
       01 TH-MONTH          PIC 9(6).
       01 AQ-FILENAME       PIC X(40).
       01 CUTOFF-NOW        PIC X VALUE 'N'.
       01 CLN-FILENAME-WS   PIC X(40) VALUE "claims.new.txt".
       01 CLM-FILENAME-WS   PIC X(40) VALUE "claims.txt".
       01 RENAME-STATUS-WS  PIC S9(9) COMP-5.
       01 STAMP-DATE        PIC 9(8).
       01 STAMP-DATE-2      PIC 9(8).
       01 STAMP-TIME        PIC 9(8).
       01 TIME-STAMP        PIC 9(14).
      *AGING BUCKETS FOR THE OPEN CLAIMS REPORT, BY DAYS OPEN.
       01 AGE-B             PIC 9 VALUE 0.
       01 AGE-DAYS          PIC 9(5) VALUE 0.
       01 AGE-TOTALS-WS.
           02 AGE-TOTAL OCCURS 4 TIMES.
               03 AGE-TOT-COUNT  PIC 9(9).
               03 AGE-TOT-AMOUNT PIC 9(15).
       01 AGE-LABELS-WS     PIC X(20)
           VALUE '1-30 31-6061-9090+  '.
       01 AGE-LABELS-TBL REDEFINES AGE-LABELS-WS.
           02 AGE-LABEL     PIC X(5) OCCURS 4 TIMES.
       01 OPENED-COUNT      PIC 9(5) VALUE 0.
       01 QUEUED-COUNT      PIC 9(5) VALUE 0.
       01 RESOLVED-COUNT    PIC 9(5) VALUE 0.
       01 REJECTED-COUNT    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY '##########################################'.
           DISPLAY '##      ATM DISPUTES AND CLAIMS         ##'.
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
           DISPLAY '=> PRESS O TO OPEN A CLAIM'.
           DISPLAY '=> PRESS P TO ISSUE A PROVISIONAL CREDIT'.
           DISPLAY '=> PRESS X TO MATCH A CLAIM TO THE CASH PROOF'.
           DISPLAY '=> PRESS R TO RESOLVE A CLAIM'.
           DISPLAY '=> PRESS A FOR THE OPEN CLAIMS AGING REPORT'.
           DISPLAY '=> PRESS Q TO QUIT'.
           ACCEPT INPUT-CHOICE.
           IF INPUT-CHOICE = 'O' THEN
               GO TO OPEN-PARAGRAPH
           END-IF.
           IF INPUT-CHOICE = 'P' THEN
               MOVE 1 TO CX-RET
               GO TO FIND-PARAGRAPH
           END-IF.
           IF INPUT-CHOICE = 'X' THEN
               MOVE 2 TO CX-RET
               GO TO FIND-PARAGRAPH
           END-IF.
           IF INPUT-CHOICE = 'R' THEN
               MOVE 3 TO CX-RET
               GO TO FIND-PARAGRAPH
           END-IF.
           IF INPUT-CHOICE = 'A' THEN
               GO TO AGING-PARAGRAPH
           END-IF.
           IF INPUT-CHOICE = 'Q' THEN
               GO TO END-PARAGRAPH
           END-IF.
           DISPLAY '=> INVALID INPUT'.
           GO TO MENU-PARAGRAPH.

      *A CLAIM IS OPENED AGAINST ONE SETTLED ITEM, IDENTIFIED BY
      *ACCOUNT, SETTLEMENT STAMP AND OPERATION EXACTLY AS THE
      *STATEMENT SHOWS THEM. ONLY CASH THAT WENT THROUGH A MACHINE -
      *A WITHDRAWAL OR A DEPOSIT - CAN BE DISPUTED HERE.
       OPEN-PARAGRAPH.
           DISPLAY '=> ACCOUNT NUMBER'.
           ACCEPT INPUT-ACCOUNT.
           DISPLAY '=> ITEM DATE AND TIME (YYYYMMDDHHMMSS)'.
           ACCEPT INPUT-TIMESTAMP.
           DISPLAY '=> ITEM OPERATION (W OR D)'.
           ACCEPT INPUT-OPERATION.
           IF INPUT-OPERATION NOT = 'W' THEN
               IF INPUT-OPERATION NOT = 'D' THEN
                   DISPLAY '=> ONLY AN ATM WITHDRAWAL OR DEPOSIT'
                   GO TO MENU-PARAGRAPH
               END-IF
           END-IF.
           MOVE 0 TO CX-FOUND.
           COMPUTE TH-MONTH = INPUT-TIMESTAMP / 100000000.
           MOVE SPACES TO TH-FILENAME.
           STRING 'transHistory-' TH-MONTH '.txt' DELIMITED BY SIZE
               INTO TH-FILENAME.
           OPEN INPUT FILE-TH.
           GO TO OPEN-SCAN-PARAGRAPH.

       OPEN-SCAN-PARAGRAPH.
           READ FILE-TH
               AT END GO TO OPEN-SCAN-END-PARAGRAPH
               NOT AT END GO TO OPEN-SCAN-CHECK-PARAGRAPH
           END-READ.

       OPEN-SCAN-CHECK-PARAGRAPH.
           IF TH-ACCOUNT = INPUT-ACCOUNT THEN
               IF TH-TIMESTAMP = INPUT-TIMESTAMP THEN
                   IF TH-OPERATION = INPUT-OPERATION THEN
                       MOVE 1 TO CX-FOUND
                       GO TO OPEN-SCAN-END-PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           GO TO OPEN-SCAN-PARAGRAPH.

       OPEN-SCAN-END-PARAGRAPH.
           CLOSE FILE-TH.
           IF CX-FOUND = 0 THEN
               DISPLAY '=> NO SUCH SETTLED ITEM ON THE HISTORY'
               GO TO MENU-PARAGRAPH
           END-IF.
           MOVE TH-ACCOUNT TO CX-ACCOUNT.
           MOVE TH-OPERATION TO CX-REF-OP.
           MOVE TH-TIMESTAMP TO CX-REF-TIMESTAMP.
           MOVE TH-AMOUNT TO CX-ITEM-AMOUNT.
           MOVE 0 TO CX-FOUND.
           MOVE 0 TO CX-HIGH.
           OPEN INPUT FILE-CLM.
           GO TO OPEN-DUP-PARAGRAPH.

      *ONE OPEN CLAIM PER SETTLED ITEM. THE SAME PASS FINDS THE
      *HIGHEST CLAIM NUMBER SO FAR FOR THE NEW ONE.
       OPEN-DUP-PARAGRAPH.
           READ FILE-CLM
               AT END GO TO OPEN-DUP-END-PARAGRAPH
               NOT AT END GO TO OPEN-DUP-CHECK-PARAGRAPH
           END-READ.

       OPEN-DUP-CHECK-PARAGRAPH.
           IF CLM-ID > CX-HIGH THEN
               MOVE CLM-ID TO CX-HIGH
           END-IF.
           IF CLM-STATUS = 'O' THEN
               IF CLM-ACCOUNT = CX-ACCOUNT THEN
                   IF CLM-REF-TIMESTAMP = CX-REF-TIMESTAMP THEN
                       IF CLM-REF-OP = CX-REF-OP THEN
                           MOVE 1 TO CX-FOUND
                           MOVE CLM-ID TO CX-ID
                       END-IF
                   END-IF
               END-IF
           END-IF.
           GO TO OPEN-DUP-PARAGRAPH.

       OPEN-DUP-END-PARAGRAPH.
           CLOSE FILE-CLM.
           IF CX-FOUND = 1 THEN
               DISPLAY '=> CLAIM ' CX-ID ' IS ALREADY OPEN ON THIS ITEM'
               GO TO MENU-PARAGRAPH
           END-IF.
           IF CX-REF-OP = 'W' THEN
               DISPLAY '=> WITHDRAWAL OF ' CX-ITEM-AMOUNT
           END-IF.
           IF CX-REF-OP = 'D' THEN
               DISPLAY '=> DEPOSIT OF    ' CX-ITEM-AMOUNT
           END-IF.
           GO TO OPEN-ATM-PARAGRAPH.

      *SETTLED ITEMS DO NOT CARRY THE MACHINE, SO THE OFFICER TAKES
      *IT FROM THE CUSTOMER'S RECEIPT.
       OPEN-ATM-PARAGRAPH.
           DISPLAY '=> ATM (711, 713 OR 715)'.
           ACCEPT INPUT-ATM.
           IF INPUT-ATM NOT = 711 THEN
               IF INPUT-ATM NOT = 713 THEN
                   IF INPUT-ATM NOT = 715 THEN
                       DISPLAY '=> INVALID INPUT'
                       GO TO OPEN-ATM-PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           MOVE INPUT-ATM TO CX-ATM.
           GO TO OPEN-AMOUNT-PARAGRAPH.

      *A SHORT DISPENSE CANNOT BE SHORT BY MORE THAN WAS DEBITED. A
      *DEPOSIT CLAIM IS FOR WHAT WENT IN AND WAS NOT CREDITED, WHICH
      *THE SETTLED AMOUNT DOES NOT LIMIT.
       OPEN-AMOUNT-PARAGRAPH.
           DISPLAY '=> AMOUNT CLAIMED IN CENTS'.
           ACCEPT INPUT-AMOUNT.
           IF INPUT-AMOUNT = 0 THEN
               DISPLAY '=> INVALID INPUT'
               GO TO OPEN-AMOUNT-PARAGRAPH
           END-IF.
           IF CX-REF-OP = 'W' THEN
               IF INPUT-AMOUNT > CX-ITEM-AMOUNT THEN
                   DISPLAY '=> MORE THAN THE WITHDRAWAL'
                   GO TO OPEN-AMOUNT-PARAGRAPH
               END-IF
           END-IF.
           MOVE INPUT-AMOUNT TO CX-AMOUNT.
           GO TO OPEN-STATEMENT-PARAGRAPH.

       OPEN-STATEMENT-PARAGRAPH.
           DISPLAY '=> CUSTOMER STATEMENT'.
           ACCEPT CX-STATEMENT.
           IF CX-STATEMENT = SPACES THEN
               DISPLAY '=> INVALID INPUT'
               GO TO OPEN-STATEMENT-PARAGRAPH
           END-IF.
           ACCEPT CX-OPENED FROM DATE YYYYMMDD.
           ADD 1 TO CX-HIGH.
           MOVE CX-HIGH TO CX-ID.
           MOVE KEYER-INITIALS TO CX-OFFICER.
           MOVE 'N' TO CX-PROV.
           MOVE 0 TO CX-MATCH-DATE.
           MOVE SPACE TO CX-MATCH-SIGN.
           MOVE 0 TO CX-MATCH-VAR.
           MOVE 'O' TO CX-STATUS.
           MOVE 0 TO CX-RESOLVED.
           MOVE SPACES TO CX-RESOLVER.
           OPEN EXTEND FILE-CLM.
           MOVE CX-RECORD-WS TO CLM-RECORD.
           WRITE CLM-RECORD.
           CLOSE FILE-CLM.
           ADD 1 TO OPENED-COUNT.
           DISPLAY '=> CLAIM ' CX-ID ' OPENED'.
           DISPLAY '=> PRESS P TO ISSUE A PROVISIONAL CREDIT NOW'.
           DISPLAY '=> PRESS ANY OTHER KEY TO CONTINUE'.
           ACCEPT INPUT-CHOICE.
           IF INPUT-CHOICE = 'P' THEN
               GO TO PROV-PARAGRAPH
           END-IF.
           GO TO MENU-PARAGRAPH.

      *SHARED LOOKUP OF ONE CLAIM BY NUMBER INTO CX-RECORD-WS. ONLY
      *AN OPEN CLAIM CAN BE WORKED; CX-RET SAYS WHICH STEP FOLLOWS.
       FIND-PARAGRAPH.
           DISPLAY '=> CLAIM NUMBER'.
           ACCEPT INPUT-CLAIM.
           MOVE 0 TO CX-FOUND.
           OPEN INPUT FILE-CLM.
           GO TO FIND-READ-PARAGRAPH.

       FIND-READ-PARAGRAPH.
           READ FILE-CLM
               AT END GO TO FIND-END-PARAGRAPH
               NOT AT END GO TO FIND-CHECK-PARAGRAPH
           END-READ.

       FIND-CHECK-PARAGRAPH.
           IF CLM-ID = INPUT-CLAIM THEN
               MOVE 1 TO CX-FOUND
               MOVE CLM-RECORD TO CX-RECORD-WS
               GO TO FIND-END-PARAGRAPH
           END-IF.
           GO TO FIND-READ-PARAGRAPH.

       FIND-END-PARAGRAPH.
           CLOSE FILE-CLM.
           IF CX-FOUND = 0 THEN
               DISPLAY '=> NO SUCH CLAIM'
               GO TO MENU-PARAGRAPH
           END-IF.
           IF CX-STATUS NOT = 'O' THEN
               DISPLAY '=> CLAIM IS ALREADY RESOLVED'
               GO TO MENU-PARAGRAPH
           END-IF.
           DISPLAY '------------------------------------------'.
           DISPLAY '=> CLAIM     ' CX-ID.
           DISPLAY '=> ACCOUNT   ' CX-ACCOUNT.
           DISPLAY '=> ATM       ' CX-ATM.
           DISPLAY '=> ITEM      ' CX-REF-OP ' ' CX-REF-TIMESTAMP
               ' ' CX-ITEM-AMOUNT.
           DISPLAY '=> CLAIMED   ' CX-AMOUNT.
           DISPLAY '=> STATEMENT ' CX-STATEMENT.
           DISPLAY '=> OPENED    ' CX-OPENED ' BY ' CX-OFFICER.
           DISPLAY '=> PROVISIONAL CREDIT ' CX-PROV.
           IF CX-MATCH-DATE NOT = 0 THEN
               DISPLAY '=> MATCHED   ' CX-MATCH-DATE ' VARIANCE '
                   CX-MATCH-SIGN CX-MATCH-VAR
           END-IF.
           IF CX-RET = 1 THEN
               GO TO PROV-PARAGRAPH
           END-IF.
           IF CX-RET = 2 THEN
               GO TO MATCH-PARAGRAPH
           END-IF.
           GO TO RESOLVE-PARAGRAPH.

      *A PROVISIONAL CREDIT FOR THE FULL AMOUNT CLAIMED, SO THE
      *CUSTOMER IS NOT OUT OF POCKET WHILE THE CLAIM IS LOOKED INTO.
      *ONE PER CLAIM.
       PROV-PARAGRAPH.
           IF CX-PROV = 'Y' THEN
               DISPLAY '=> A PROVISIONAL CREDIT WAS ALREADY ISSUED'
               GO TO MENU-PARAGRAPH
           END-IF.
           MOVE 'P' TO CX-ACTION.
           DISPLAY '------------------------------------------'.
           DISPLAY '=> PROVISIONAL CREDIT ' CX-AMOUNT.
           DISPLAY '=> TO ACCOUNT         ' CX-ACCOUNT.
           GO TO APPROVER-PARAGRAPH.

      *THE NIGHT'S PROOF FOR THAT MACHINE IS PICKED BY RUN DATE -
      *NORMALLY THE NIGHT THE ITEM SETTLED. ONLY AN OVERAGE SUPPORTS
      *A CLAIM THAT THE MACHINE KEPT THE CUSTOMER'S MONEY. A LATER
      *LINE FOR THE SAME DATE (A RERUN) REPLACES AN EARLIER ONE.
       MATCH-PARAGRAPH.
           DISPLAY '=> CASH PROOF RUN DATE (YYYYMMDD)'.
           ACCEPT INPUT-DATE.
           MOVE 0 TO CX-PROOF-FOUND.
           OPEN INPUT FILE-CPH.
           GO TO MATCH-READ-PARAGRAPH.

       MATCH-READ-PARAGRAPH.
           READ FILE-CPH
               AT END GO TO MATCH-END-PARAGRAPH
               NOT AT END GO TO MATCH-CHECK-PARAGRAPH
           END-READ.

       MATCH-CHECK-PARAGRAPH.
           IF CPH-DATE = INPUT-DATE THEN
               IF CPH-ATM = CX-ATM THEN
                   MOVE 1 TO CX-PROOF-FOUND
                   MOVE CPH-VAR-SIGN TO CX-PROOF-SIGN
                   MOVE CPH-VAR TO CX-PROOF-VAR
                   MOVE CPH-STAT TO CX-PROOF-STAT
               END-IF
           END-IF.
           GO TO MATCH-READ-PARAGRAPH.

       MATCH-END-PARAGRAPH.
           CLOSE FILE-CPH.
           IF CX-PROOF-FOUND = 0 THEN
               DISPLAY '=> NO CASH PROOF FOR THAT ATM AND DATE'
               GO TO MENU-PARAGRAPH
           END-IF.
           DISPLAY '=> CASH PROOF VARIANCE ' CX-PROOF-SIGN
               CX-PROOF-VAR ' ' CX-PROOF-STAT.
           IF CX-PROOF-STAT NOT = 'OVER' THEN
               DISPLAY '=> NO OVERAGE AT THAT ATM - CANNOT MATCH'
               GO TO MENU-PARAGRAPH
           END-IF.
           IF CX-PROOF-VAR < CX-AMOUNT THEN
               DISPLAY '=> NOTE: OVERAGE IS LESS THAN THE CLAIM'
           END-IF.
           DISPLAY '=> PRESS Y TO MATCH THE CLAIM TO THIS VARIANCE'.
           DISPLAY '=> PRESS ANY OTHER KEY TO LEAVE IT UNMATCHED'.
           ACCEPT INPUT-CHOICE.
           IF INPUT-CHOICE NOT = 'Y' THEN
               GO TO MENU-PARAGRAPH
           END-IF.
           MOVE INPUT-DATE TO CX-MATCH-DATE.
           MOVE CX-PROOF-SIGN TO CX-MATCH-SIGN.
           MOVE CX-PROOF-VAR TO CX-MATCH-VAR.
           GO TO REWRITE-PARAGRAPH.

      *UPHELD MAKES THE CREDIT FINAL - EITHER THE PROVISIONAL ONE
      *ALREADY ON THE ACCOUNT, OR A FINAL CREDIT NOW IF THERE WAS
      *NONE. DENIED TAKES BACK A PROVISIONAL CREDIT IF ONE WAS GIVEN.
       RESOLVE-PARAGRAPH.
           DISPLAY '=> PRESS U IF THE CLAIM IS UPHELD'.
           DISPLAY '=> PRESS D IF THE CLAIM IS DENIED'.
           ACCEPT INPUT-CHOICE.
           IF INPUT-CHOICE NOT = 'U' THEN
               IF INPUT-CHOICE NOT = 'D' THEN
                   DISPLAY '=> INVALID INPUT'
                   GO TO RESOLVE-PARAGRAPH
               END-IF
           END-IF.
           MOVE INPUT-CHOICE TO CX-ACTION.
           DISPLAY '------------------------------------------'.
           IF CX-ACTION = 'U' THEN
               IF CX-PROV = 'Y' THEN
                   DISPLAY '=> UPHOLD - PROVISIONAL CREDIT MADE FINAL'
               END-IF
               IF CX-PROV NOT = 'Y' THEN
                   DISPLAY '=> UPHOLD - FINAL CREDIT ' CX-AMOUNT
               END-IF
               IF CX-MATCH-DATE = 0 THEN
                   DISPLAY '=> NOT MATCHED TO THE CASH PROOF'
               END-IF
           END-IF.
           IF CX-ACTION = 'D' THEN
               IF CX-PROV = 'Y' THEN
                   DISPLAY '=> DENY - PROVISIONAL CREDIT REVERSED '
                       CX-AMOUNT
               END-IF
               IF CX-PROV NOT = 'Y' THEN
                   DISPLAY '=> DENY - NO CREDIT WAS GIVEN'
               END-IF
           END-IF.
           GO TO APPROVER-PARAGRAPH.

      *DUAL CONTROL: A SECOND OFFICER - NEVER THE ONE KEYING - EITHER
      *APPROVES THE ITEM OR REJECTS IT. A REJECTED ITEM CHANGES
      *NOTHING AND THE CLAIM STAYS AS IT WAS.
       APPROVER-PARAGRAPH.
           DISPLAY '=> KEYED BY ' KEYER-INITIALS.
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
               DISPLAY '=> REJECTED - NOTHING CHANGED'
               GO TO MENU-PARAGRAPH
           END-IF.
           DISPLAY '=> INVALID INPUT'.
           GO TO DECISION-PARAGRAPH.

      *BUILD THE QUEUE ITEM FOR THE APPROVED STEP. A DENIAL WITH NO
      *PROVISIONAL CREDIT MOVES NO MONEY AND QUEUES NOTHING.
       QUEUE-PARAGRAPH.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           ACCEPT STAMP-DATE-2 FROM DATE YYYYMMDD.
           IF STAMP-DATE NOT = STAMP-DATE-2 THEN
               ACCEPT STAMP-TIME FROM TIME
               MOVE STAMP-DATE-2 TO STAMP-DATE
           END-IF.
           COMPUTE TIME-STAMP = STAMP-DATE * 1000000 + STAMP-TIME / 100.
           MOVE CX-ACCOUNT TO AQ-ACCOUNT.
           MOVE CX-AMOUNT TO AQ-AMOUNT.
           MOVE CX-REF-OP TO AQ-REF-OP.
           MOVE CX-REF-TIMESTAMP TO AQ-REF-TIMESTAMP.
           MOVE KEYER-INITIALS TO AQ-KEYER.
           MOVE APPROVER-INITIALS TO AQ-APPROVER.
           MOVE TIME-STAMP TO AQ-TIMESTAMP.
           IF CX-ACTION = 'P' THEN
               MOVE 'P' TO AQ-TYPE
               MOVE 'C' TO AQ-DRCR
               MOVE 'PV' TO AQ-REASON
               MOVE 'Y' TO CX-PROV
               GO TO QUEUE-WRITE-PARAGRAPH
           END-IF.
           MOVE 'U' TO CX-STATUS.
           IF CX-ACTION = 'D' THEN
               MOVE 'D' TO CX-STATUS
           END-IF.
           MOVE STAMP-DATE TO CX-RESOLVED.
           MOVE APPROVER-INITIALS TO CX-RESOLVER.
           ADD 1 TO RESOLVED-COUNT.
           IF CX-ACTION = 'D' THEN
               IF CX-PROV NOT = 'Y' THEN
                   GO TO REWRITE-PARAGRAPH
               END-IF
               MOVE 'P' TO AQ-TYPE
               MOVE 'D' TO AQ-DRCR
               MOVE 'DN' TO AQ-REASON
               GO TO QUEUE-WRITE-PARAGRAPH
           END-IF.
           MOVE 'K' TO AQ-TYPE.
           MOVE 'C' TO AQ-DRCR.
           IF CX-PROV = 'Y' THEN
               MOVE 'N' TO AQ-DRCR
           END-IF.
           MOVE 'NM' TO AQ-REASON.
           IF CX-MATCH-DATE NOT = 0 THEN
               MOVE 'MC' TO AQ-REASON
           END-IF.
           GO TO QUEUE-WRITE-PARAGRAPH.

      *THE MARKER IS CHECKED AT THE MOMENT OF WRITING, SO THE ITEM
      *IS NEVER LEFT IN A QUEUE THE RUN IS ABOUT TO EMPTY WHILE THE
      *CLAIM ITSELF SHOWS IT AS QUEUED.
       QUEUE-WRITE-PARAGRAPH.
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
           OPEN EXTEND FILE-AQ.
           WRITE AQ-RECORD.
           CLOSE FILE-AQ.
           ADD 1 TO QUEUED-COUNT.
           DISPLAY '=> APPROVED AND QUEUED FOR SETTLEMENT'.
           GO TO REWRITE-PARAGRAPH.

      *COPY THE CLAIMS FILE ACROSS WITH THE ONE CLAIM REPLACED, THEN
      *SWAP IT OVER THE LIVE FILE.
       REWRITE-PARAGRAPH.
           OPEN INPUT FILE-CLM.
           OPEN OUTPUT FILE-CLN.
           GO TO REWRITE-READ-PARAGRAPH.

       REWRITE-READ-PARAGRAPH.
           READ FILE-CLM
               AT END GO TO REWRITE-END-PARAGRAPH
               NOT AT END GO TO REWRITE-CHECK-PARAGRAPH
           END-READ.

       REWRITE-CHECK-PARAGRAPH.
           IF CLM-ID = CX-ID THEN
               MOVE CX-RECORD-WS TO CLN-RECORD
           END-IF.
           IF CLM-ID NOT = CX-ID THEN
               MOVE CLM-RECORD TO CLN-RECORD
           END-IF.
           WRITE CLN-RECORD.
           GO TO REWRITE-READ-PARAGRAPH.

       REWRITE-END-PARAGRAPH.
           CLOSE FILE-CLM.
           CLOSE FILE-CLN.
           CALL "CBL_RENAME_FILE" USING CLN-FILENAME-WS
               CLM-FILENAME-WS
               RETURNING RENAME-STATUS-WS.
           IF RENAME-STATUS-WS NOT = 0 THEN
               DISPLAY '=> CLAIMS FILE SWAP FAILED - STATUS '
                   RENAME-STATUS-WS
               DISPLAY '=> REVIEW CLAIMS.NEW.TXT BEFORE RERUNNING'
               STOP RUN
           END-IF.
           DISPLAY '=> CLAIM ' CX-ID ' UPDATED'.
           GO TO MENU-PARAGRAPH.

      *EVERY OPEN CLAIM WITH ITS AGE IN DAYS (THE DAY IT WAS OPENED
      *COUNTS AS DAY 1) AND ITS BUCKET, THEN A COUNT AND AMOUNT PER
      *BUCKET - THE SAME BUCKETS AS THE DELINQUENCY REPORT.
       AGING-PARAGRAPH.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           MOVE 1 TO AGE-B.
           GO TO AGING-ZERO-PARAGRAPH.

       AGING-ZERO-PARAGRAPH.
           IF AGE-B > 4 THEN
               GO TO AGING-OPEN-PARAGRAPH
           END-IF.
           MOVE 0 TO AGE-TOT-COUNT(AGE-B).
           MOVE 0 TO AGE-TOT-AMOUNT(AGE-B).
           ADD 1 TO AGE-B.
           GO TO AGING-ZERO-PARAGRAPH.

       AGING-OPEN-PARAGRAPH.
           OPEN INPUT FILE-CLM.
           OPEN OUTPUT FILE-CAG.
           GO TO AGING-READ-PARAGRAPH.

       AGING-READ-PARAGRAPH.
           READ FILE-CLM
               AT END GO TO AGING-END-PARAGRAPH
               NOT AT END GO TO AGING-WRITE-PARAGRAPH
           END-READ.

       AGING-WRITE-PARAGRAPH.
           IF CLM-STATUS NOT = 'O' THEN
               GO TO AGING-READ-PARAGRAPH
           END-IF.
           COMPUTE AGE-DAYS = FUNCTION INTEGER-OF-DATE(STAMP-DATE)
               - FUNCTION INTEGER-OF-DATE(CLM-OPENED) + 1.
           MOVE 1 TO AGE-B.
           IF AGE-DAYS > 30 THEN
               MOVE 2 TO AGE-B
           END-IF.
           IF AGE-DAYS > 60 THEN
               MOVE 3 TO AGE-B
           END-IF.
           IF AGE-DAYS > 90 THEN
               MOVE 4 TO AGE-B
           END-IF.
           ADD 1 TO AGE-TOT-COUNT(AGE-B).
           ADD CLM-AMOUNT TO AGE-TOT-AMOUNT(AGE-B).
           MOVE 'Claim: ' TO CAG-PCLAIM.
           MOVE CLM-ID TO CAG-ID.
           MOVE ' Account: ' TO CAG-PACCT.
           MOVE CLM-ACCOUNT TO CAG-ACCOUNT.
           MOVE ' ATM: ' TO CAG-PATM.
           MOVE CLM-ATM TO CAG-ATM.
           MOVE ' Opened: ' TO CAG-POPENED.
           MOVE CLM-OPENED TO CAG-OPENED.
           MOVE ' Days: ' TO CAG-PDAYS.
           MOVE AGE-DAYS TO CAG-DAYS.
           MOVE ' Bucket: ' TO CAG-PBUCKET.
           MOVE AGE-LABEL(AGE-B) TO CAG-BUCKET.
           MOVE ' Amount: ' TO CAG-PAMT.
           MOVE CLM-AMOUNT TO CAG-AMOUNT.
           MOVE ' Provisional: ' TO CAG-PPROV.
           MOVE CLM-PROV TO CAG-PROV.
           MOVE ' Matched: ' TO CAG-PMATCH.
           MOVE CLM-MATCH-DATE TO CAG-MATCH.
           WRITE CAG-RECORD.
           GO TO AGING-READ-PARAGRAPH.

       AGING-END-PARAGRAPH.
           CLOSE FILE-CLM.
           MOVE 1 TO AGE-B.
           GO TO AGING-TOTAL-PARAGRAPH.

       AGING-TOTAL-PARAGRAPH.
           IF AGE-B > 4 THEN
               GO TO AGING-TOTAL-END-PARAGRAPH
           END-IF.
           MOVE 'Bucket Total ' TO CAGT-PLABEL.
           MOVE AGE-LABEL(AGE-B) TO CAGT-BUCKET.
           MOVE ' Claims: ' TO CAGT-PCOUNT.
           MOVE AGE-TOT-COUNT(AGE-B) TO CAGT-COUNT.
           MOVE ' Amount: ' TO CAGT-PAMT.
           MOVE AGE-TOT-AMOUNT(AGE-B) TO CAGT-AMOUNT.
           WRITE CAGT-RECORD.
           ADD 1 TO AGE-B.
           GO TO AGING-TOTAL-PARAGRAPH.

       AGING-TOTAL-END-PARAGRAPH.
           CLOSE FILE-CAG.
           DISPLAY '=> OPEN CLAIMS AGING WRITTEN TO CLAIMSAGING.TXT'.
           GO TO MENU-PARAGRAPH.

       END-PARAGRAPH.
           DISPLAY '=> CLAIMS OPENED       ' OPENED-COUNT.
           DISPLAY '=> ITEMS QUEUED        ' QUEUED-COUNT.
           DISPLAY '=> CLAIMS RESOLVED     ' RESOLVED-COUNT.
           DISPLAY '=> REJECTED            ' REJECTED-COUNT.
           STOP RUN.
