       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTAUDIT.

      *MSTAUDIT CHECKS THAT THE TWO COPIES OF THE MASTER STILL AGREE
      *BEFORE THE NIGHTLY SETTLEMENT IS STARTED. THE ATMS WORK
      *AGAINST MASTER.IDX ALL DAY AND CENTRAL SETTLES FROM MASTER.TXT,
      *MERGING ONLY THE INDEX'S OWN STATE (FAIL COUNT, LOCKOUT, CARD
      *STOP, DAILY WITHDRAWALS, DORMANCY RELEASE) BACK AT PROMOTION.
      *EVERYTHING ELSE - BALANCE, SIGN, PASSWORD, TYPE, OVERDRAFT
      *LIMIT - CHANGES ONLY THROUGH SETTLEMENT, SO THE TWO COPIES
      *MUST CARRY THE SAME VALUES UNTIL TONIGHT'S RUN PROMOTES.
      *
      *BOTH FILES ARE WALKED SIDE BY SIDE IN ACCOUNT ORDER AND EVERY
      *FINDING GOES TO MASTERAUDIT.TXT:
      *  FAULT - AN ACCOUNT IN ONLY ONE COPY, A DIFFERENCE IN A
      *          SETTLEMENT-OWNED FIELD, OR A STRUCTURAL FAULT IN
      *          MASTER.TXT (DUPLICATE OR OUT-OF-SEQUENCE ACCOUNT,
      *          NON-NUMERIC AMOUNT OR DATE, INVALID FLAG VALUE, AN
      *          ACCOUNT ABOVE ACCOUNTHIGHWATER.TXT).
      *  NOTE  - A LOCK OR CARD STOP THAT DIFFERS. THE INDEX OWNS
      *          THOSE DURING THE DAY AND PROMOTION CARRIES THEM
      *          FORWARD, SO THE DIFFERENCE IS LISTED FOR THE BRANCH
      *          BUT DOES NOT STOP THE RUN.
      *ANY FAULT FAILS THE AUDIT: SETTLEMENT MUST NOT START UNTIL THE
      *BRANCH HAS FOUND OUT WHY. THE RESULT LINE CLOSES THE REPORT,
      *IS DISPLAYED ON THE CONSOLE AND IS LEFT IN THE RETURN CODE
      *(0 PASS, 8 FAIL) FOR THE OPERATOR'S RUN SCRIPT.
      *
      *BOTH FILES ARE ONLY READ. RUN IT WITH THE ATMS CLOSED SO THE
      *INDEX IS NOT MOVING UNDER IT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE-M ASSIGN TO "master.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-MIDX ASSIGN TO "master.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MIDX-ACCOUNT.
           SELECT OPTIONAL FILE-HWM ASSIGN TO "accountHighWater.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-AR ASSIGN TO "masterAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *EVERY FIELD IS READ AS PLAIN CHARACTERS WITH A NUMERIC VIEW
      *OVER IT, SO A DAMAGED ROW IS REPORTED INSTEAD OF ABENDED ON.
       FD FILE-M.
       01 M-ACCOUNT-RECORD.
           02 M-NAME          PIC A(20).
           02 M-ACCOUNT-X     PIC X(16).
           02 M-ACCOUNT REDEFINES M-ACCOUNT-X PIC 9(16).
           02 M-PASSWORD-X    PIC X(6).
           02 M-SIGN          PIC X.
           02 M-BALANCE-X     PIC X(15).
           02 M-OD-LIMIT-X    PIC X(15).
           02 M-DAILY-WD-X    PIC X(15).
           02 M-RATE-X        PIC X(5).
           02 M-FAIL-COUNT-X  PIC X(2).
           02 M-LOCK          PIC X.
           02 M-LAST-ACT-X    PIC X(8).
           02 M-LAST-ACT REDEFINES M-LAST-ACT-X PIC 9(8).
           02 M-DORMANT       PIC X.
           02 M-TYPE          PIC X.
           02 M-STOP          PIC X.
           02 M-STOP-DATE-X   PIC X(8).
           02 M-STOP-DATE REDEFINES M-STOP-DATE-X PIC 9(8).

       FD FILE-MIDX.
       01 MIDX-ACCOUNT-RECORD.
           02 MIDX-NAME        PIC A(20).
           02 MIDX-ACCOUNT     PIC 9(16).
           02 MIDX-PASSWORD    PIC 9(6).
           02 MIDX-SIGN        PIC X.
           02 MIDX-BALANCE     PIC 9(15).
           02 MIDX-OD-LIMIT    PIC 9(15).
           02 MIDX-DAILY-WD    PIC 9(15).
           02 MIDX-RATE        PIC 9(5).
           02 MIDX-FAIL-COUNT  PIC 9(2).
           02 MIDX-LOCK        PIC X.
           02 MIDX-LAST-ACT    PIC 9(8).
           02 MIDX-DORMANT     PIC X.
           02 MIDX-TYPE        PIC X.
           02 MIDX-STOP        PIC X.
           02 MIDX-STOP-DATE   PIC 9(8).

       FD FILE-HWM.
       01 HWM-RECORD.
           02 HWM-ACCOUNT   PIC 9(16).

      *ONE LINE PER FINDING, THEN THE COUNTS AND THE RESULT LINE.
       FD FILE-AR.
       01 AR-RECORD.
           02 AR-SEVERITY   PIC X(5).
           02 AR-PACCT      PIC X(10).
           02 AR-ACCOUNT    PIC X(16).
           02 AR-PCHECK     PIC X(2).
           02 AR-CHECK      PIC X(24).
           02 AR-PMASTER    PIC X(9).
           02 AR-MASTER     PIC X(16).
           02 AR-PINDEX     PIC X(8).
           02 AR-INDEX      PIC X(16).
       01 ART-RECORD.
           02 ART-LABEL     PIC X(24).
           02 ART-VALUE     PIC 9(9).
       01 ARD-RECORD.
           02 ARD-LABEL     PIC X(24).
           02 ARD-DATE      PIC 9(8).
       01 ARR-RECORD.
           02 ARR-LABEL     PIC X(8).
           02 ARR-RESULT    PIC X(40).

       WORKING-STORAGE SECTION.
       01 AUDIT-DATE       PIC 9(8).
       01 AUDIT-HWM        PIC 9(16) VALUE 0.
       01 AUDIT-HAVE-HWM   PIC 9 VALUE 0.
       01 AUDIT-PREV       PIC 9(16) VALUE 0.
       01 AUDIT-FIRST      PIC 9 VALUE 1.
       01 AUDIT-M-EOF      PIC 9 VALUE 0.
       01 AUDIT-I-EOF      PIC 9 VALUE 0.
       01 AUDIT-I-HAVE     PIC 9 VALUE 0.
       01 CNT-MASTER       PIC 9(9) VALUE 0.
       01 CNT-INDEX        PIC 9(9) VALUE 0.
       01 CNT-MATCHED      PIC 9(9) VALUE 0.
       01 CNT-FAULT        PIC 9(9) VALUE 0.
       01 CNT-NOTE         PIC 9(9) VALUE 0.
       01 INDEX-TEXT       PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           DISPLAY '=> AUDITING MASTER.TXT AGAINST MASTER.IDX'.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT FILE-HWM.
           READ FILE-HWM
               AT END CONTINUE
               NOT AT END
                   MOVE HWM-ACCOUNT TO AUDIT-HWM
                   MOVE 1 TO AUDIT-HAVE-HWM
           END-READ.
           CLOSE FILE-HWM.
           OPEN INPUT FILE-M.
           OPEN INPUT FILE-MIDX.
           OPEN OUTPUT FILE-AR.
           MOVE ' Account: ' TO AR-PACCT.
           MOVE ': ' TO AR-PCHECK.
           MOVE ' Master: ' TO AR-PMASTER.
           MOVE ' Index: ' TO AR-PINDEX.
           IF AUDIT-HAVE-HWM = 0 THEN
               MOVE 'NOTE ' TO AR-SEVERITY
               MOVE SPACES TO AR-ACCOUNT
               MOVE 'NO HIGH-WATER MARK' TO AR-CHECK
               MOVE SPACES TO AR-MASTER
               MOVE SPACES TO AR-INDEX
               GO TO NOTE-HWM-PARAGRAPH
           END-IF.
           GO TO MASTER-READ-PARAGRAPH.

       NOTE-HWM-PARAGRAPH.
           WRITE AR-RECORD.
           ADD 1 TO CNT-NOTE.
           GO TO MASTER-READ-PARAGRAPH.

       MASTER-READ-PARAGRAPH.
           READ FILE-M
               AT END GO TO MASTER-EOF-PARAGRAPH
               NOT AT END GO TO MASTER-CHECK-PARAGRAPH
           END-READ.

       MASTER-EOF-PARAGRAPH.
           MOVE 1 TO AUDIT-M-EOF.
           GO TO MATCH-PARAGRAPH.

      *STRUCTURAL CHECKS ON THE SETTLED COPY. A ROW WHOSE ACCOUNT
      *NUMBER IS NOT EVEN NUMERIC CANNOT BE PLACED AGAINST THE INDEX
      *AND IS LEFT OUT OF THE MATCH.
       MASTER-CHECK-PARAGRAPH.
           ADD 1 TO CNT-MASTER.
           MOVE 'FAULT' TO AR-SEVERITY.
           MOVE M-ACCOUNT-X TO AR-ACCOUNT.
           MOVE SPACES TO AR-INDEX.
           IF M-ACCOUNT-X NOT NUMERIC THEN
               MOVE 'ACCOUNT NOT NUMERIC' TO AR-CHECK
               MOVE M-ACCOUNT-X TO AR-MASTER
               WRITE AR-RECORD
               ADD 1 TO CNT-FAULT
               GO TO MASTER-READ-PARAGRAPH
           END-IF.
           IF AUDIT-FIRST = 0 THEN
               IF M-ACCOUNT = AUDIT-PREV THEN
                   MOVE 'DUPLICATE ACCOUNT' TO AR-CHECK
                   MOVE M-ACCOUNT-X TO AR-MASTER
                   WRITE AR-RECORD
                   ADD 1 TO CNT-FAULT
               END-IF
               IF M-ACCOUNT < AUDIT-PREV THEN
                   MOVE 'OUT OF SEQUENCE' TO AR-CHECK
                   MOVE AUDIT-PREV TO AR-MASTER
                   WRITE AR-RECORD
                   ADD 1 TO CNT-FAULT
               END-IF
           END-IF.
           MOVE 0 TO AUDIT-FIRST.
           MOVE M-ACCOUNT TO AUDIT-PREV.
           IF AUDIT-HAVE-HWM = 1 THEN
               IF M-ACCOUNT > AUDIT-HWM THEN
                   MOVE 'ABOVE HIGH-WATER MARK' TO AR-CHECK
                   MOVE AUDIT-HWM TO AR-MASTER
                   WRITE AR-RECORD
                   ADD 1 TO CNT-FAULT
               END-IF
           END-IF.
           IF M-PASSWORD-X NOT NUMERIC THEN
               MOVE 'PASSWORD NOT NUMERIC' TO AR-CHECK
               MOVE M-PASSWORD-X TO AR-MASTER
               WRITE AR-RECORD
               ADD 1 TO CNT-FAULT
           END-IF.
           IF M-SIGN NOT = '+' THEN
               IF M-SIGN NOT = '-' THEN
                   MOVE 'INVALID SIGN' TO AR-CHECK
                   MOVE M-SIGN TO AR-MASTER
                   WRITE AR-RECORD
                   ADD 1 TO CNT-FAULT
               END-IF
           END-IF.
           IF M-BALANCE-X NOT NUMERIC THEN
               MOVE 'BALANCE NOT NUMERIC' TO AR-CHECK
               MOVE M-BALANCE-X TO AR-MASTER
               WRITE AR-RECORD
               ADD 1 TO CNT-FAULT
           END-IF.
           IF M-OD-LIMIT-X NOT NUMERIC THEN
               MOVE 'OD LIMIT NOT NUMERIC' TO AR-CHECK
               MOVE M-OD-LIMIT-X TO AR-MASTER
               WRITE AR-RECORD
               ADD 1 TO CNT-FAULT
           END-IF.
           IF M-DAILY-WD-X NOT NUMERIC THEN
               MOVE 'DAILY WD NOT NUMERIC' TO AR-CHECK
               MOVE M-DAILY-WD-X TO AR-MASTER
               WRITE AR-RECORD
               ADD 1 TO CNT-FAULT
           END-IF.
           IF M-RATE-X NOT NUMERIC THEN
               MOVE 'RATE NOT NUMERIC' TO AR-CHECK
               MOVE M-RATE-X TO AR-MASTER
               WRITE AR-RECORD
               ADD 1 TO CNT-FAULT
           END-IF.
           IF M-FAIL-COUNT-X NOT NUMERIC THEN
               MOVE 'FAIL COUNT NOT NUMERIC' TO AR-CHECK
               MOVE M-FAIL-COUNT-X TO AR-MASTER
               WRITE AR-RECORD
               ADD 1 TO CNT-FAULT
           END-IF.
           GO TO MASTER-CHECK-2-PARAGRAPH.

       MASTER-CHECK-2-PARAGRAPH.
           IF M-LOCK NOT = 'Y' THEN
               IF M-LOCK NOT = 'N' THEN
                   MOVE 'INVALID LOCK FLAG' TO AR-CHECK
                   MOVE M-LOCK TO AR-MASTER
                   WRITE AR-RECORD
                   ADD 1 TO CNT-FAULT
               END-IF
           END-IF.
           IF M-LAST-ACT-X NOT NUMERIC THEN
               MOVE 'LAST ACTIVITY NOT DATE' TO AR-CHECK
               MOVE M-LAST-ACT-X TO AR-MASTER
               WRITE AR-RECORD
               ADD 1 TO CNT-FAULT
           END-IF.
           IF M-LAST-ACT-X NUMERIC THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(M-LAST-ACT) NOT = 0 THEN
                   MOVE 'LAST ACTIVITY NOT DATE' TO AR-CHECK
                   MOVE M-LAST-ACT-X TO AR-MASTER
                   WRITE AR-RECORD
                   ADD 1 TO CNT-FAULT
               END-IF
           END-IF.
           IF M-DORMANT NOT = 'Y' THEN
               IF M-DORMANT NOT = 'N' THEN
                   MOVE 'INVALID DORMANT FLAG' TO AR-CHECK
                   MOVE M-DORMANT TO AR-MASTER
                   WRITE AR-RECORD
                   ADD 1 TO CNT-FAULT
               END-IF
           END-IF.
           IF M-TYPE NOT = 'S' THEN
               IF M-TYPE NOT = 'C' THEN
                   MOVE 'INVALID ACCOUNT TYPE' TO AR-CHECK
                   MOVE M-TYPE TO AR-MASTER
                   WRITE AR-RECORD
                   ADD 1 TO CNT-FAULT
               END-IF
           END-IF.
           IF M-STOP NOT = 'Y' THEN
               IF M-STOP NOT = 'N' THEN
                   MOVE 'INVALID STOP FLAG' TO AR-CHECK
                   MOVE M-STOP TO AR-MASTER
                   WRITE AR-RECORD
                   ADD 1 TO CNT-FAULT
               END-IF
           END-IF.
      *A STOP DATE OF ZEROS IS NORMAL ON AN ACCOUNT THAT WAS NEVER
      *STOPPED (AND ON STOPS CARRIED OVER FROM BEFORE THE DATE WAS
      *KEPT); ANYTHING ELSE MUST BE A REAL DATE.
           IF M-STOP-DATE-X NOT NUMERIC THEN
               MOVE 'STOP DATE NOT DATE' TO AR-CHECK
               MOVE M-STOP-DATE-X TO AR-MASTER
               WRITE AR-RECORD
               ADD 1 TO CNT-FAULT
           END-IF.
           IF M-STOP-DATE-X NUMERIC THEN
               IF M-STOP-DATE NOT = 0 THEN
                   IF FUNCTION TEST-DATE-YYYYMMDD(M-STOP-DATE)
                       NOT = 0 THEN
                       MOVE 'STOP DATE NOT DATE' TO AR-CHECK
                       MOVE M-STOP-DATE-X TO AR-MASTER
                       WRITE AR-RECORD
                       ADD 1 TO CNT-FAULT
                   END-IF
               END-IF
           END-IF.
           GO TO MATCH-PARAGRAPH.

      *THE SIDE-BY-SIDE WALK. EACH PASS THROUGH HERE EITHER SETTLES
      *THE CURRENT MASTER ROW OR CONSUMES ONE INDEX ROW.
       MATCH-PARAGRAPH.
           IF AUDIT-I-HAVE = 0 THEN
               IF AUDIT-I-EOF = 0 THEN
                   GO TO INDEX-READ-PARAGRAPH
               END-IF
           END-IF.
           IF AUDIT-M-EOF = 1 THEN
               IF AUDIT-I-EOF = 1 THEN
                   GO TO END-PARAGRAPH
               END-IF
               GO TO INDEX-ONLY-PARAGRAPH
           END-IF.
           IF AUDIT-I-EOF = 1 THEN
               GO TO MASTER-ONLY-PARAGRAPH
           END-IF.
           IF MIDX-ACCOUNT < M-ACCOUNT THEN
               GO TO INDEX-ONLY-PARAGRAPH
           END-IF.
           IF MIDX-ACCOUNT > M-ACCOUNT THEN
               GO TO MASTER-ONLY-PARAGRAPH
           END-IF.
           GO TO COMPARE-PARAGRAPH.

       INDEX-READ-PARAGRAPH.
           READ FILE-MIDX NEXT RECORD
               AT END GO TO INDEX-EOF-PARAGRAPH
               NOT AT END GO TO INDEX-HAVE-PARAGRAPH
           END-READ.

       INDEX-EOF-PARAGRAPH.
           MOVE 1 TO AUDIT-I-EOF.
           GO TO MATCH-PARAGRAPH.

       INDEX-HAVE-PARAGRAPH.
           MOVE 1 TO AUDIT-I-HAVE.
           ADD 1 TO CNT-INDEX.
           GO TO MATCH-PARAGRAPH.

       INDEX-ONLY-PARAGRAPH.
           MOVE 'FAULT' TO AR-SEVERITY.
           MOVE MIDX-ACCOUNT TO AR-ACCOUNT.
           MOVE 'IN INDEX ONLY' TO AR-CHECK.
           MOVE SPACES TO AR-MASTER.
           MOVE MIDX-ACCOUNT TO AR-INDEX.
           WRITE AR-RECORD.
           ADD 1 TO CNT-FAULT.
           MOVE 0 TO AUDIT-I-HAVE.
           GO TO MATCH-PARAGRAPH.

       MASTER-ONLY-PARAGRAPH.
           MOVE 'FAULT' TO AR-SEVERITY.
           MOVE M-ACCOUNT-X TO AR-ACCOUNT.
           MOVE 'IN MASTER ONLY' TO AR-CHECK.
           MOVE M-ACCOUNT-X TO AR-MASTER.
           MOVE SPACES TO AR-INDEX.
           WRITE AR-RECORD.
           ADD 1 TO CNT-FAULT.
           GO TO MASTER-READ-PARAGRAPH.

      *THE SETTLEMENT-OWNED FIELDS ARE COMPARED AS THEY STAND IN THE
      *RECORD, CHARACTER FOR CHARACTER, SO A DAMAGED MASTER VALUE
      *SHOWS UP HERE AS A DIFFERENCE AS WELL AS ABOVE AS A FAULT.
       COMPARE-PARAGRAPH.
           ADD 1 TO CNT-MATCHED.
           MOVE 'FAULT' TO AR-SEVERITY.
           MOVE M-ACCOUNT-X TO AR-ACCOUNT.
           MOVE MIDX-BALANCE TO INDEX-TEXT.
           IF M-BALANCE-X NOT = INDEX-TEXT(1:15) THEN
               MOVE 'BALANCE DIFFERS' TO AR-CHECK
               MOVE M-BALANCE-X TO AR-MASTER
               MOVE MIDX-BALANCE TO AR-INDEX
               WRITE AR-RECORD
               ADD 1 TO CNT-FAULT
           END-IF.
           IF M-SIGN NOT = MIDX-SIGN THEN
               MOVE 'SIGN DIFFERS' TO AR-CHECK
               MOVE M-SIGN TO AR-MASTER
               MOVE MIDX-SIGN TO AR-INDEX
               WRITE AR-RECORD
               ADD 1 TO CNT-FAULT
           END-IF.
           MOVE MIDX-PASSWORD TO INDEX-TEXT.
           IF M-PASSWORD-X NOT = INDEX-TEXT(1:6) THEN
               MOVE 'PASSWORD DIFFERS' TO AR-CHECK
               MOVE '******' TO AR-MASTER
               MOVE '******' TO AR-INDEX
               WRITE AR-RECORD
               ADD 1 TO CNT-FAULT
           END-IF.
           IF M-TYPE NOT = MIDX-TYPE THEN
               MOVE 'TYPE DIFFERS' TO AR-CHECK
               MOVE M-TYPE TO AR-MASTER
               MOVE MIDX-TYPE TO AR-INDEX
               WRITE AR-RECORD
               ADD 1 TO CNT-FAULT
           END-IF.
           MOVE MIDX-OD-LIMIT TO INDEX-TEXT.
           IF M-OD-LIMIT-X NOT = INDEX-TEXT(1:15) THEN
               MOVE 'OD LIMIT DIFFERS' TO AR-CHECK
               MOVE M-OD-LIMIT-X TO AR-MASTER
               MOVE MIDX-OD-LIMIT TO AR-INDEX
               WRITE AR-RECORD
               ADD 1 TO CNT-FAULT
           END-IF.
           MOVE 'NOTE ' TO AR-SEVERITY.
           IF M-LOCK NOT = MIDX-LOCK THEN
               MOVE 'LOCK DIFFERS' TO AR-CHECK
               MOVE M-LOCK TO AR-MASTER
               MOVE MIDX-LOCK TO AR-INDEX
               WRITE AR-RECORD
               ADD 1 TO CNT-NOTE
           END-IF.
           IF M-STOP NOT = MIDX-STOP THEN
               MOVE 'CARD STOP DIFFERS' TO AR-CHECK
               MOVE M-STOP TO AR-MASTER
               MOVE MIDX-STOP TO AR-INDEX
               WRITE AR-RECORD
               ADD 1 TO CNT-NOTE
           END-IF.
           MOVE 0 TO AUDIT-I-HAVE.
           GO TO MASTER-READ-PARAGRAPH.

       END-PARAGRAPH.
           CLOSE FILE-M.
           CLOSE FILE-MIDX.
           MOVE 'Audit Date:' TO ARD-LABEL.
           MOVE AUDIT-DATE TO ARD-DATE.
           WRITE ARD-RECORD.
           MOVE 'Master Records:' TO ART-LABEL.
           MOVE CNT-MASTER TO ART-VALUE.
           WRITE ART-RECORD.
           MOVE 'Index Records:' TO ART-LABEL.
           MOVE CNT-INDEX TO ART-VALUE.
           WRITE ART-RECORD.
           MOVE 'Accounts Matched:' TO ART-LABEL.
           MOVE CNT-MATCHED TO ART-VALUE.
           WRITE ART-RECORD.
           MOVE 'Faults:' TO ART-LABEL.
           MOVE CNT-FAULT TO ART-VALUE.
           WRITE ART-RECORD.
           MOVE 'Notes:' TO ART-LABEL.
           MOVE CNT-NOTE TO ART-VALUE.
           WRITE ART-RECORD.
           MOVE 'Result: ' TO ARR-LABEL.
           IF CNT-FAULT = 0 THEN
               MOVE 'PASS - SETTLEMENT MAY START' TO ARR-RESULT
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF CNT-FAULT NOT = 0 THEN
               MOVE 'FAIL - DO NOT START SETTLEMENT' TO ARR-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE ARR-RECORD.
           CLOSE FILE-AR.
           DISPLAY '=> MASTER RECORDS ' CNT-MASTER
               ' INDEX RECORDS ' CNT-INDEX.
           DISPLAY '=> FAULTS ' CNT-FAULT ' NOTES ' CNT-NOTE.
           DISPLAY '=> AUDIT ' ARR-RESULT.
           STOP RUN.
