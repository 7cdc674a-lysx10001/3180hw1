       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *EVERY FILE THE ATMS APPEND TO FOR THE SETTLEMENT RUN - THE
      *TRANSACTION FILES, THE JOURNALS, THE REQUEST QUEUES AND THE
      *CASH POSITIONS - IS ASSIGNED BY NAME AT OPEN TIME. WHILE
      *SETTLEMENT IS IN PROGRESS THE NAMES POINT AT THE NEXT-DAY
      *HOLDING FILES (SEE CUTOFF-CHECK-PARAGRAPH) AND CENTRAL ROLLS
      *THEM INTO THE LIVE FILES ONCE ITS RUN IS DONE.
           SELECT OPTIONAL FILE-ONE ASSIGN TO DYNAMIC ONE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-THREE ASSIGN TO DYNAMIC THREE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-FIVE ASSIGN TO DYNAMIC FIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-CONS-ONE ASSIGN TO "consumed711.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-CONS-FIVE ASSIGN TO "consumed715.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-PWDREQ ASSIGN TO DYNAMIC
               PWDREQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-NEWACCT ASSIGN TO DYNAMIC
               NEWACCT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *ONE SECURITY JOURNAL IS SHARED BY ALL THREE MACHINES - EVERY
      *LOGIN ATTEMPT, PASSWORD-CHANGE REQUEST AND SUPERVISOR UNLOCK
      *IS APPENDED HERE, AND CENTRAL TURNS IT INTO THE NIGHTLY
      *EXCEPTIONS REPORT BEFORE ARCHIVING IT.
           SELECT OPTIONAL FILE-SECJ ASSIGN TO DYNAMIC SECJ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *STANDING ORDERS ARE QUEUED HERE THE SAME WAY PASSWORD CHANGES
      *AND NEW ACCOUNTS ARE QUEUED - CENTRAL EXECUTES WHATEVER IS DUE
      *EACH SETTLEMENT RUN.
           SELECT OPTIONAL FILE-SO ASSIGN TO DYNAMIC SO-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *OVERDRAFT PROTECTION LINKS ARE QUEUED HERE THE SAME WAY -
      *CENTRAL APPLIES THEM TO ITS STANDING LINK FILE AT THE START OF
      *THE NEXT SETTLEMENT RUN. A ZERO SAVINGS ACCOUNT REMOVES THE
      *LINK.
           SELECT OPTIONAL FILE-ODP ASSIGN TO DYNAMIC ODP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *ALERT PREFERENCES - OPT IN OR OUT, AND THE THRESHOLDS THE
      *CUSTOMER WANTS TO HEAR ABOUT - ARE QUEUED HERE THE SAME WAY.
      *CENTRAL APPLIES THEM AT THE START OF THE NEXT SETTLEMENT RUN
      *AND SENDS ALERTS ONLY FOR ACCOUNTS THAT HAVE OPTED IN.
           SELECT OPTIONAL FILE-ALERT ASSIGN TO DYNAMIC ALERT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *CLOSURE REQUESTS QUEUE HERE; CENTRAL VERIFIES AND EXECUTES
      *THEM DURING SETTLEMENT, PAYING OUT THE REMAINING BALANCE.
           SELECT OPTIONAL FILE-CLOSEREQ ASSIGN TO DYNAMIC
               CLOSEREQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *TRANSFERS ADDRESSED TO AN ACCOUNT AT ANOTHER INSTITUTION ARE
      *QUEUED HERE - THERE IS NO TARGET IN OUR MASTER TO VERIFY, SO
      *ONLY THE PAYER SIDE IS CHECKED AT THE MACHINE. CENTRAL FUNDS
      *AND EXECUTES THEM AT SETTLEMENT AND HANDS THE PROCESSOR AN
      *OUTBOUND CLEARING FILE.
           SELECT OPTIONAL FILE-XT ASSIGN TO DYNAMIC XT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *A DORMANCY RELEASE RESTAMPS THE LAST-ACTIVITY DATE IN THE
      *INDEX, BUT THE SETTLED MASTER NEVER SEES INDEX UPDATES - SO
      *ARE, AND CENTRAL RESTAMPS THE SETTLED COPY DURING THE UPDATE
      *LOOP. WITHOUT IT THE NIGHTLY DORMANCY PASS WOULD RE-FLAG THE
      *ACCOUNT FROM THE STALE DATE THE VERY NEXT RUN.
           SELECT OPTIONAL FILE-RLQ ASSIGN TO DYNAMIC RLQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *MAINTENANCE REQUESTS THE BRANCH QUEUES AGAINST THE MASTER -
      *RATE CHANGES, OVERDRAFT LIMIT CHANGES AND NAME CHANGES - THE
      *SAME WAY PASSWORD CHANGES AND CLOSURES ARE QUEUED. CENTRAL
      *APPLIES THEM DURING THE UPDATE LOOP AND LISTS EVERY APPLIED
      *AND REJECTED CHANGE ON THE MAINTENANCE REPORT FOR SIGN-OFF.
           SELECT OPTIONAL FILE-MAINTREQ ASSIGN TO DYNAMIC
               MAINTREQ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *THE PHYSICAL CASH LEFT IN EACH MACHINE'S CANISTER, ONE ROW
      *PER ATM. WITHDRAWALS DRAW IT DOWN, CASH DEPOSITS TOP IT UP,
      *AND THE SUPERVISOR RECORDS COURIER LOADS; CENTRAL READS IT AT
      *SETTLEMENT FOR THE REPLENISHMENT REPORT. WHILE SETTLEMENT IS
      *IN PROGRESS THE MACHINES KEEP THEIR POSITIONS IN THE HOLDING
      *COPY INSTEAD, SO THE FILE CENTRAL PROVES STAYS AS AT CUTOFF.
           SELECT OPTIONAL FILE-CASH ASSIGN TO DYNAMIC CASH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *EVERY PHYSICAL CASH MOVEMENT - CUSTOMER WITHDRAWAL, CASH
      *DEPOSIT, COURIER LOAD - IS JOURNALLED HERE AT THE SAME MOMENT
      *SO A SHORT CANISTER SURFACES THE SAME NIGHT, NOT AT THE
      *PHYSICAL COUNT WEEKS LATER. TRANSFERS NEVER APPEAR HERE -
      *THEY MOVE NO NOTES.
           SELECT OPTIONAL FILE-CJRN ASSIGN TO DYNAMIC CJRN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *THE SETTLEMENT-IN-PROGRESS MARKER. THE NIGHTLY RUN RAISES IT
      *('Y') AS IT STARTS AND CENTRAL DROPS IT ('N') ONCE PROMOTION
      *IS COMPLETE. NO FILE AT ALL MEANS NO RUN HAS EVER STARTED.
           SELECT OPTIONAL FILE-SMK ASSIGN TO "../settleMarker.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *THE MASTER THE ATMS READ IS THE INDEXED COPY KEYED ON THE
      *ACCOUNT NUMBER, BUILT AND MAINTAINED BY CENTRAL'S PROMOTION
           02 SO-FREQ       PIC X.
           02 SO-NEXT-DUE   PIC 9(8).

       FD FILE-ODP.
       01 ODP-RECORD.
           02 ODP-CURRENT   PIC 9(16).
           02 ODP-SAVINGS   PIC 9(16).
           02 ODP-TIMESTAMP PIC 9(14).

      *OPT-IN IS Y TO JOIN OR CHANGE THE THRESHOLDS, N TO LEAVE.
      *BOTH THRESHOLDS ARE IN CENTS; ZERO MEANS NO ALERT OF THAT
      *KIND.
       FD FILE-ALERT.
       01 ALQ-RECORD.
           02 ALQ-ACCOUNT    PIC 9(16).
           02 ALQ-OPTIN      PIC X.
           02 ALQ-WD-LIMIT   PIC 9(7).
           02 ALQ-LOW-LEVEL  PIC 9(7).
           02 ALQ-TIMESTAMP  PIC 9(14).

       FD FILE-CLOSEREQ.
       01 CR-RECORD.
           02 CR-ACCOUNT    PIC 9(16).
           02 CJ-AMOUNT     PIC 9(15).
           02 CJ-TIMESTAMP  PIC 9(14).

       FD FILE-SMK.
       01 SMK-RECORD.
           02 SMK-FLAG      PIC X.
           02 SMK-STAMP     PIC 9(14).

      *M-LAST-ACT IS THE DATE A TRANSACTION LAST APPLIED TO THE
      *ACCOUNT, STAMPED BY CENTRAL AT SETTLEMENT (AND BY A DORMANCY
      *RELEASE HERE). M-DORMANT IS SET BY CENTRAL'S NIGHTLY DORMANCY
       01 INPUT-CONTINUE   PIC X.
       01 INPUT-ACCOUNT    PIC 9(16).
       01 INPUT-TARGET     PIC 9(16).
       01 INPUT-SAVINGS    PIC 9(16).
       01 INPUT-OD-CHOICE  PIC X.
       01 INPUT-ALERT-CHOICE PIC X.
       01 INPUT-ALERT-WD   PIC 9(7).
       01 INPUT-ALERT-LOW  PIC 9(7).
       01 INPUT-AMOUNT     PIC 9(7).
       01 INPUT-PASSWORD   PIC 9(6).
       01 LOOP-TIMES       PIC 9 VALUE 0.
       01 INPUT-ACCT-TYPE  PIC X.
       01 INPUT-BANK       PIC 9(4).
       01 INPUT-EXT-ACCT   PIC 9(16).
      *CUTOFF-NOW IS WHAT THE MARKER SAID AT THE LAST CHECK;
      *CUTOFF-OPEN IS WHICH SET OF TRANSACTION FILES THE SESSION
      *HAS OPEN. CUT-RET SAYS WHERE THE CHECK CARRIES ON: 1 = MAIN
      *MENU, 2 = SERVICE MENU, 3 = WRITE THE TRANSACTION, 4 = ACT
      *ON THE MAIN MENU CHOICE.
       01 CUTOFF-NOW       PIC X VALUE 'N'.
       01 CUTOFF-OPEN      PIC X VALUE 'N'.
       01 CUT-RET          PIC 9 VALUE 0.
       01 CASH-ROWS        PIC 9(3) VALUE 0.
       01 ONE-FILENAME     PIC X(40) VALUE "trans711.txt".
       01 THREE-FILENAME   PIC X(40) VALUE "trans713.txt".
       01 FIVE-FILENAME    PIC X(40) VALUE "trans715.txt".
       01 PWDREQ-FILENAME  PIC X(40) VALUE "pwdRequests.txt".
       01 NEWACCT-FILENAME PIC X(40) VALUE "newAccounts.txt".
       01 SECJ-FILENAME    PIC X(40) VALUE "../secJournal.txt".
       01 SO-FILENAME      PIC X(40) VALUE "../standingOrders.txt".
       01 ODP-FILENAME     PIC X(40)
           VALUE "../odProtectRequests.txt".
       01 ALERT-FILENAME   PIC X(40) VALUE "../alertRequests.txt".
       01 CLOSEREQ-FILENAME PIC X(40) VALUE "../closeRequests.txt".
       01 XT-FILENAME      PIC X(40) VALUE "../extTransfers.txt".
       01 RLQ-FILENAME     PIC X(40) VALUE "../dormReleases.txt".
       01 MAINTREQ-FILENAME PIC X(40) VALUE "../maintRequests.txt".
       01 CASH-FILENAME    PIC X(40) VALUE "../cashPositions.txt".
       01 CJRN-FILENAME    PIC X(40) VALUE "../cashJournal.txt".
       01 MAINT-VALUE-WS.
           02 MV-NUM-X     PIC X(15).
           02 MV-NUM REDEFINES MV-NUM-X PIC 9(15).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE 1 TO CUT-RET.
           GO TO CUTOFF-CHECK-PARAGRAPH.

       MAIN-OPEN-PARAGRAPH.
           IF LOOP-TIMES = 0 THEN
               IF CUTOFF-NOW = 'Y' THEN
                   GO TO MAIN-HOLD-OPEN-PARAGRAPH
               END-IF
      *ONLY TRUNCATE A MACHINE'S TRANSACTION FILE WHEN CENTRAL HAS
      *MARKED IT CONSUMED. OTHERWISE APPEND, SO AN UNPROCESSED BATCH
      *FROM A PRIOR SESSION OR A FAILED SETTLEMENT RUN IS NEVER LOST.
           GO TO CONTINUE-PARAGRAPH.
           STOP RUN.

      *A SESSION STARTING WHILE SETTLEMENT IS IN PROGRESS APPENDS TO
      *THE HOLDING FILES. THE CONSUMED FLAGS BELONG TO THE LIVE FILES
      *AND ARE LEFT ALONE - A HOLDING FILE IS NEVER TRUNCATED HERE,
      *ONLY BY CENTRAL ONCE IT HAS ROLLED IT INTO THE LIVE ONE.
       MAIN-HOLD-OPEN-PARAGRAPH.
           OPEN EXTEND FILE-ONE.
           OPEN EXTEND FILE-THREE.
           OPEN EXTEND FILE-FIVE.
           MOVE 'Y' TO CUTOFF-OPEN.
           DISPLAY '##########################################'.
           DISPLAY '##       Gringotts Wizarding Bank       ##'.
           DISPLAY '##               Welcome                ##'.
           DISPLAY '##########################################'.
           MOVE 1 TO LOOP-TIMES.
           GO TO WELCOME-MENU-PARAGRAPH.

      *THE SETTLEMENT CUTOFF. THE MARKER IS READ AT EVERY RETURN TO
      *THE MAIN MENU, AT EVERY MAIN MENU CHOICE (SO A CUSTOMER WHO
      *WAS LEFT WAITING AT THE MENU ACROSS THE CUTOFF IS STILL
      *CAUGHT), AT EVERY SERVICE CHOICE AND JUST BEFORE EVERY
      *TRANSACTION IS WRITTEN, AND EVERY QUEUE AND JOURNAL NAME IS
      *POINTED AT THE LIVE OR THE HOLDING FILE TO MATCH. THE
      *TRANSACTION FILES STAY OPEN FOR THE WHOLE SESSION, SO WHEN THE
      *MARKER HAS CHANGED SINCE THEY WERE OPENED THEY ARE CLOSED AND
      *REOPENED UNDER THE NEW NAMES. NOTHING IS SHOWN TO THE
      *CUSTOMER EITHER WAY.
       CUTOFF-CHECK-PARAGRAPH.
           OPEN INPUT FILE-SMK.
           READ FILE-SMK
               AT END MOVE 'N' TO CUTOFF-NOW
               NOT AT END MOVE SMK-FLAG TO CUTOFF-NOW
           END-READ.
           CLOSE FILE-SMK.
           IF CUTOFF-NOW NOT = 'Y' THEN
               MOVE 'N' TO CUTOFF-NOW
           END-IF.
           IF CUTOFF-NOW = 'Y' THEN
               MOVE "trans711.hold.txt" TO ONE-FILENAME
               MOVE "trans713.hold.txt" TO THREE-FILENAME
               MOVE "trans715.hold.txt" TO FIVE-FILENAME
               MOVE "pwdRequests.hold.txt" TO PWDREQ-FILENAME
               MOVE "newAccounts.hold.txt" TO NEWACCT-FILENAME
               MOVE "../secJournal.hold.txt" TO SECJ-FILENAME
               MOVE "../standingOrders.hold.txt" TO SO-FILENAME
               MOVE "../odProtectRequests.hold.txt" TO ODP-FILENAME
               MOVE "../alertRequests.hold.txt" TO ALERT-FILENAME
               MOVE "../closeRequests.hold.txt" TO CLOSEREQ-FILENAME
               MOVE "../extTransfers.hold.txt" TO XT-FILENAME
               MOVE "../dormReleases.hold.txt" TO RLQ-FILENAME
               MOVE "../maintRequests.hold.txt" TO MAINTREQ-FILENAME
               MOVE "../cashPositions.hold.txt" TO CASH-FILENAME
               MOVE "../cashJournal.hold.txt" TO CJRN-FILENAME
           END-IF.
           IF CUTOFF-NOW = 'N' THEN
               MOVE "trans711.txt" TO ONE-FILENAME
               MOVE "trans713.txt" TO THREE-FILENAME
               MOVE "trans715.txt" TO FIVE-FILENAME
               MOVE "pwdRequests.txt" TO PWDREQ-FILENAME
               MOVE "newAccounts.txt" TO NEWACCT-FILENAME
               MOVE "../secJournal.txt" TO SECJ-FILENAME
               MOVE "../standingOrders.txt" TO SO-FILENAME
               MOVE "../odProtectRequests.txt" TO ODP-FILENAME
               MOVE "../alertRequests.txt" TO ALERT-FILENAME
               MOVE "../closeRequests.txt" TO CLOSEREQ-FILENAME
               MOVE "../extTransfers.txt" TO XT-FILENAME
               MOVE "../dormReleases.txt" TO RLQ-FILENAME
               MOVE "../maintRequests.txt" TO MAINTREQ-FILENAME
               MOVE "../cashPositions.txt" TO CASH-FILENAME
               MOVE "../cashJournal.txt" TO CJRN-FILENAME
           END-IF.
           IF LOOP-TIMES = 1 THEN
               IF CUTOFF-NOW NOT = CUTOFF-OPEN THEN
                   CLOSE FILE-ONE
                   CLOSE FILE-THREE
                   CLOSE FILE-FIVE
                   OPEN EXTEND FILE-ONE
                   OPEN EXTEND FILE-THREE
                   OPEN EXTEND FILE-FIVE
                   MOVE CUTOFF-NOW TO CUTOFF-OPEN
               END-IF
           END-IF.
           IF CUT-RET = 2 THEN
               GO TO CHOOSE-SERVICE-PARAGRAPH
           END-IF.
           IF CUT-RET = 3 THEN
               GO TO WRITE-TRANS-PARAGRAPH
           END-IF.
           IF CUT-RET = 4 THEN
               GO TO WELCOME-CHOICE-PARAGRAPH
           END-IF.
           GO TO MAIN-OPEN-PARAGRAPH.

      *A BRAND NEW CUSTOMER HAS NO ACCOUNT TO LOG INTO YET, SO THE
      *ATM OFFERS ACCOUNT OPENING BEFORE ASKING WHICH ATM IS IN USE.
       WELCOME-MENU-PARAGRAPH.
           DISPLAY '=> PRESS N TO OPEN A NEW ACCOUNT'.
           DISPLAY '=> PRESS S FOR BRANCH SUPERVISOR'.
           ACCEPT INPUT-OPERATION.
           MOVE 4 TO CUT-RET.
           GO TO CUTOFF-CHECK-PARAGRAPH.

       WELCOME-CHOICE-PARAGRAPH.
           IF INPUT-OPERATION = 'E' THEN
               GO TO CHOOSE-ATM-PARAGRAPH
           END-IF.

       CHOOSE-OPERATION-PARAGRAPH.
           CLOSE FILE-MASTER.
           MOVE 2 TO CUT-RET.
           GO TO CUTOFF-CHECK-PARAGRAPH.

       CHOOSE-SERVICE-PARAGRAPH.
           DISPLAY '=> PLEASE CHOOSE YOUR SERVICE'.
           DISPLAY '=> PRESS D FOR DEPOSIT'.
           DISPLAY '=> PRESS W FOR WITHDRAWAL'.
           DISPLAY '=> PRESS O FOR STANDING ORDER'.
           DISPLAY '=> PRESS X FOR TRANSFER TO ANOTHER BANK'.
           DISPLAY '=> PRESS C TO CLOSE THE ACCOUNT'.
           DISPLAY '=> PRESS L FOR OVERDRAFT PROTECTION'.
           DISPLAY '=> PRESS A FOR ACCOUNT ALERTS'.
           ACCEPT INPUT-OPERATION.

           IF INPUT-OPERATION = 'D' THEN
                               IF INPUT-OPERATION = 'X' THEN
                                   GO TO EXT-TRANSFER-PARAGRAPH
                               END-IF
                               IF INPUT-OPERATION = 'L' THEN
                                   GO TO OD-PROTECT-PARAGRAPH
                               END-IF
                               IF INPUT-OPERATION = 'A' THEN
                                   GO TO ALERT-PREF-PARAGRAPH
                               END-IF
                               IF INPUT-OPERATION NOT = 'O' THEN
                                 IF INPUT-OPERATION NOT = 'C' THEN
                                  IF INPUT-OPERATION NOT = 'X' THEN
                                   IF INPUT-OPERATION NOT = 'L' THEN
                                    IF INPUT-OPERATION NOT = 'A' THEN
                                   DISPLAY '=> INVALID INPUT'
                                   GO TO CHOOSE-OPERATION-PARAGRAPH
                                    END-IF
                                   END-IF
                                  END-IF
                                 END-IF
                               END-IF
           DISPLAY '=> STANDING ORDER SUBMITTED'.
           GO TO CONTINUE-PARAGRAPH.

      *OVERDRAFT PROTECTION LETS A CURRENT ACCOUNT BE COVERED FROM A
      *SAVINGS ACCOUNT AT SETTLEMENT. THE SAVINGS ACCOUNT MUST EXIST
      *AND BE TYPE 'S', AND THE CUSTOMER MUST KEY ITS PASSWORD TOO,
      *SO NOBODY CAN NAME SOMEBODY ELSE'S SAVINGS AS THEIR COVER. THE
      *LINK IS QUEUED LIKE A STANDING ORDER; CENTRAL APPLIES IT.
       OD-PROTECT-PARAGRAPH.
           IF N-TYPE = 'S' THEN
               DISPLAY '=> ONLY A CURRENT ACCOUNT CAN BE PROTECTED'
               GO TO CONTINUE-PARAGRAPH
           END-IF.
           DISPLAY '=> PRESS S TO SET THE PROTECTING SAVINGS ACCOUNT'.
           DISPLAY '=> PRESS R TO REMOVE OVERDRAFT PROTECTION'.
           ACCEPT INPUT-OD-CHOICE.
           IF INPUT-OD-CHOICE = 'R' THEN
               MOVE 0 TO INPUT-SAVINGS
               GO TO ODP-QUEUE-PARAGRAPH
           END-IF.
           IF INPUT-OD-CHOICE NOT = 'S' THEN
               DISPLAY '=> INVALID INPUT'
               GO TO OD-PROTECT-PARAGRAPH
           END-IF.
           GO TO ODP-SAVINGS-PARAGRAPH.

       ODP-SAVINGS-PARAGRAPH.
           DISPLAY '=> SAVINGS ACCOUNT'.
           ACCEPT INPUT-SAVINGS.
           IF INPUT-SAVINGS = NACCOUNT THEN
               DISPLAY '=> AN ACCOUNT CANNOT PROTECT ITSELF'
               GO TO ODP-SAVINGS-PARAGRAPH
           END-IF.
           OPEN INPUT FILE-MASTER.
           MOVE INPUT-SAVINGS TO MACCOUNT.
           READ FILE-MASTER
               INVALID KEY GO TO ODP-SAVINGS-MISS-PARAGRAPH
               NOT INVALID KEY GO TO ODP-SAVINGS-CHECK-PARAGRAPH
           END-READ.

       ODP-SAVINGS-MISS-PARAGRAPH.
           CLOSE FILE-MASTER.
           DISPLAY '=> SAVINGS ACCOUNT DOES NOT EXIST'.
           GO TO CONTINUE-PARAGRAPH.

       ODP-SAVINGS-CHECK-PARAGRAPH.
           CLOSE FILE-MASTER.
           IF M-TYPE NOT = 'S' THEN
               DISPLAY '=> THAT IS NOT A SAVINGS ACCOUNT'
               GO TO CONTINUE-PARAGRAPH
           END-IF.
           DISPLAY '=> SAVINGS ACCOUNT PASSWORD'.
           ACCEPT INPUT-PASSWORD.
           IF INPUT-PASSWORD NOT = MPASSWORD THEN
               DISPLAY '=> INCORRECT PASSWORD'
               GO TO CONTINUE-PARAGRAPH
           END-IF.
           GO TO ODP-QUEUE-PARAGRAPH.

       ODP-QUEUE-PARAGRAPH.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           ACCEPT STAMP-DATE-2 FROM DATE YYYYMMDD.
           IF STAMP-DATE NOT = STAMP-DATE-2 THEN
               ACCEPT STAMP-TIME FROM TIME
               MOVE STAMP-DATE-2 TO STAMP-DATE
           END-IF.
           COMPUTE TIME-STAMP =
               STAMP-DATE * 1000000 + STAMP-TIME / 100.
           OPEN EXTEND FILE-ODP.
           MOVE NACCOUNT TO ODP-CURRENT.
           MOVE INPUT-SAVINGS TO ODP-SAVINGS.
           MOVE TIME-STAMP TO ODP-TIMESTAMP.
           WRITE ODP-RECORD.
           CLOSE FILE-ODP.
           DISPLAY '=> OVERDRAFT PROTECTION REQUEST SUBMITTED'.
           GO TO CONTINUE-PARAGRAPH.

      *ACCOUNT ALERTS ARE SENT BY TEXT OR EMAIL AFTER EACH NIGHT'S
      *SETTLEMENT. THE CUSTOMER CHOOSES THE SMALLEST WITHDRAWAL WORTH
      *AN ALERT AND THE BALANCE BELOW WHICH TO BE WARNED, EITHER OF
      *THEM ZERO FOR NONE; CARD STOPS, PASSWORD AND ACCOUNT CHANGES,
      *CLOSURE, GOING PAST THE OVERDRAFT LIMIT AND DORMANCY ARE
      *ALERTED REGARDLESS. THE CHOICE IS QUEUED LIKE A STANDING
      *ORDER; CENTRAL APPLIES IT.
       ALERT-PREF-PARAGRAPH.
           DISPLAY '=> PRESS S TO SET UP ACCOUNT ALERTS'.
           DISPLAY '=> PRESS R TO STOP ACCOUNT ALERTS'.
           ACCEPT INPUT-ALERT-CHOICE.
           IF INPUT-ALERT-CHOICE = 'R' THEN
               MOVE 0 TO INPUT-ALERT-WD
               MOVE 0 TO INPUT-ALERT-LOW
               GO TO ALERT-QUEUE-PARAGRAPH
           END-IF.
           IF INPUT-ALERT-CHOICE NOT = 'S' THEN
               DISPLAY '=> INVALID INPUT'
               GO TO ALERT-PREF-PARAGRAPH
           END-IF.
           GO TO ALERT-WD-PARAGRAPH.

       ALERT-WD-PARAGRAPH.
           DISPLAY '=> ALERT ON WITHDRAWALS ABOVE (0 FOR NONE)'.
           ACCEPT INPUT-ALERT-WD.
           COMPUTE INPUT-ALERT-WD = INPUT-ALERT-WD * 100.
           GO TO ALERT-LOW-PARAGRAPH.

       ALERT-LOW-PARAGRAPH.
           DISPLAY '=> ALERT WHEN BALANCE FALLS BELOW (0 FOR NONE)'.
           ACCEPT INPUT-ALERT-LOW.
           COMPUTE INPUT-ALERT-LOW = INPUT-ALERT-LOW * 100.
           GO TO ALERT-QUEUE-PARAGRAPH.

       ALERT-QUEUE-PARAGRAPH.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           ACCEPT STAMP-DATE-2 FROM DATE YYYYMMDD.
           IF STAMP-DATE NOT = STAMP-DATE-2 THEN
               ACCEPT STAMP-TIME FROM TIME
               MOVE STAMP-DATE-2 TO STAMP-DATE
           END-IF.
           COMPUTE TIME-STAMP =
               STAMP-DATE * 1000000 + STAMP-TIME / 100.
           OPEN EXTEND FILE-ALERT.
           MOVE NACCOUNT TO ALQ-ACCOUNT.
           IF INPUT-ALERT-CHOICE = 'R' THEN
               MOVE 'N' TO ALQ-OPTIN
           END-IF.
           IF INPUT-ALERT-CHOICE = 'S' THEN
               MOVE 'Y' TO ALQ-OPTIN
           END-IF.
           MOVE INPUT-ALERT-WD TO ALQ-WD-LIMIT.
           MOVE INPUT-ALERT-LOW TO ALQ-LOW-LEVEL.
           MOVE TIME-STAMP TO ALQ-TIMESTAMP.
           WRITE ALQ-RECORD.
           CLOSE FILE-ALERT.
           DISPLAY '=> ACCOUNT ALERT REQUEST SUBMITTED'.
           GO TO CONTINUE-PARAGRAPH.

      *THE BALANCE IN THE MASTER IS ONLY AS OF LAST NIGHT'S
      *SETTLEMENT, SO THE INQUIRY ALSO LISTS WHATEVER THIS MACHINE
      *HAS QUEUED FOR THE ACCOUNT TODAY AND FOLDS IT INTO A COMPUTED
      *BOTH LEGS OF A TRANSFER CARRY THE SAME STAMP - THEY BELONG TO
      *DIFFERENT ACCOUNTS, SO THE ACCOUNT-MAJOR SORT KEEPS THEM APART.
       WRITE-TRANSFER-PARAGRAPH.
           MOVE 3 TO CUT-RET.
           GO TO CUTOFF-CHECK-PARAGRAPH.

       WRITE-TRANS-PARAGRAPH.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
      *IF MIDNIGHT PASSED BETWEEN THE TWO ACCEPTS, THE TIME BELONGS
      *THE CASH POSITION FILE IS READ INTO THE THREE PER-MACHINE
      *FIELDS HERE AND WRITTEN BACK BY CASH-SAVE-PARAGRAPH. CASH-RET
      *SAYS WHERE TO CARRY ON: 1 = WITHDRAWAL CASH CHECK, 2 = APPLY
      *A CUSTOMER W/D, 3 = APPLY A SUPERVISOR CANISTER LOAD. THE
      *FIRST MOVEMENT AFTER CUTOFF FINDS THE HOLDING COPY EMPTY AND
      *STARTS FROM THE LIVE POSITIONS; IT IS SAVED TO THE HOLDING
      *COPY, WHICH CARRIES EVERY MOVEMENT AFTER IT.
       CASH-LOAD-PARAGRAPH.
           MOVE 0 TO CASH-711-WS.
           MOVE 0 TO CASH-713-WS.
           MOVE 0 TO CASH-715-WS.
           MOVE 0 TO CASH-ROWS.
           OPEN INPUT FILE-CASH.
           GO TO CASH-LOAD-READ-PARAGRAPH.

           END-READ.

       CASH-LOAD-ROW-PARAGRAPH.
           ADD 1 TO CASH-ROWS.
           IF CP-ATM = 711 THEN
               MOVE CP-AMOUNT TO CASH-711-WS
           END-IF.

       CASH-LOAD-END-PARAGRAPH.
           CLOSE FILE-CASH.
           IF CASH-ROWS = 0 THEN
               IF CASH-FILENAME = "../cashPositions.hold.txt" THEN
                   MOVE "../cashPositions.txt" TO CASH-FILENAME
                   OPEN INPUT FILE-CASH
                   GO TO CASH-LOAD-READ-PARAGRAPH
               END-IF
           END-IF.
           IF CUTOFF-NOW = 'Y' THEN
               MOVE "../cashPositions.hold.txt" TO CASH-FILENAME
           END-IF.
           IF CASH-RET = 1 THEN
               GO TO WD-CASH-CHECK-PARAGRAPH
           END-IF.
