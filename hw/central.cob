               ORGANIZATION IS LINE SEQUENTIAL.
      *TRANSSORTED.TXT ONLY EVER HOLDS ONE RUN'S BATCH - THE NEXT
      *RUN'S SORTS REBUILD IT. EVERY SETTLED TRANSACTION IS ALSO
      *APPENDED AT THE END OF THE RUN TO THE HISTORY PARTITION FOR
      *ITS MONTH, TRANSHISTORY-YYYYMM.TXT, SO THE BATCH STATEMENT
      *PROGRAM CAN REBUILD A WHOLE PERIOD'S ACTIVITY INSTEAD OF JUST
      *LAST NIGHT'S. THE CATALOG LISTS EVERY MONTH THAT EXISTS WITH
      *ITS RECORD AND AMOUNT CONTROL TOTALS, AND WHETHER HISTRET HAS
      *MOVED IT OFF-LINE.
           SELECT OPTIONAL FILE-TH ASSIGN TO DYNAMIC TH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-HC ASSIGN TO "historyCatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-HCN ASSIGN TO "historyCatalog.new.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-M  ASSIGN TO "master.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *SUPERVISOR RELEASES IT.
           SELECT OPTIONAL FILE-DORMD ASSIGN TO "dormantDays.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *COLLECTIONS AGING. COLLECTIONS.TXT HOLDS, FOR EVERY ACCOUNT
      *CURRENTLY PAST ITS LIMIT, THE DATE IT FIRST WENT THERE. THE
      *UPDATE LOOP READS LAST NIGHT'S COPY ALONGSIDE THE MASTER AND
      *WRITES TONIGHT'S TO COLLECTIONSUPDATED.TXT, WHICH IS PROMOTED
      *OVER THE LIVE FILE WITH THE MASTER. THE BRANCH SETS THE DAYS
      *AFTER WHICH AN ACCOUNT IS LOCKED IN COLLECTIONSDAYS.TXT THE
      *WAY IT SETS THE DORMANCY WINDOW. THE DELINQUENCY REPORT AND
      *THE LETTER EXTRACT ARE BOTH BUILT FROM TONIGHT'S COPY, AND THE
      *LETTERS CARRY THE CUSTOMER'S NAME AND ADDRESS FROM THE
      *CUSTOMER FILE WHERE THE ACCOUNT HAS A PRIMARY HOLDER.
           SELECT OPTIONAL FILE-COL ASSIGN TO "collections.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-COLU ASSIGN TO "collectionsUpdated.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-COLN ASSIGN TO "collections.new.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-COLD ASSIGN TO "collectionsDays.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-DLQ ASSIGN TO "delinquency.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-LTR ASSIGN TO "collectionLetters.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-AL ASSIGN TO "accountLinks.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-CU ASSIGN TO "customers.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *DORMANCY RELEASES THE SUPERVISOR RECORDED AT THE BRANCH. THE
      *RELEASE RESTAMPED THE INDEX, BUT THE SETTLED MASTER THE
      *DORMANCY PASS READS NEVER SEES INDEX UPDATES - SO EACH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-FP ASSIGN TO "feesPosted.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *BRANCH ADJUSTMENTS AND REVERSALS, KEYED AND APPROVED UNDER DUAL
      *CONTROL AT THE ADJUST WORKBENCH. EACH APPROVED ITEM IS POSTED
      *IN THE UPDATE LOOP UNDER ITS OWN OPERATION CODE, STAGED THROUGH
      *ADJUSTPOSTED.TXT ONTO TRANSSORTED.TXT THE WAY FEES ARE, AND
      *LISTED ON THE ADJUSTMENTS REGISTER WITH THE KEYING AND
      *APPROVING OFFICERS. THE REGISTER IS EXTENDED, NEVER REBUILT -
      *IT IS THE STANDING RECORD OF EVERY ADJUSTMENT EVER POSTED.
      *THE CLAIMS WORKBENCH QUEUES ITS CREDITS HERE TOO, UNDER THE
      *SAME DUAL CONTROL, SO THEY POST AND REGISTER THE SAME WAY.
           SELECT OPTIONAL FILE-AQ ASSIGN TO "adjustRequests.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-AP ASSIGN TO "adjustPosted.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-ADR ASSIGN TO "adjustRegister.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *OVERDRAFT PROTECTION. THE ATMS QUEUE LINK AND UNLINK REQUESTS
      *ON ODPROTECTREQUESTS.TXT; A FRESH RUN APPLIES THEM TO THE
      *STANDING LINK FILE, REBUILT THROUGH ODPROTECTION.NEW.TXT AND
      *RENAMED OVER THE LIVE ONE THE WAY THE STANDING ORDERS ARE.
      *SWEEPS MADE IN THE UPDATE LOOP ARE STAGED THROUGH
      *SWEEPPOSTED.TXT ONTO TRANSSORTED.TXT AND LISTED ON THE NIGHTLY
      *SWEEP REPORT.
           SELECT OPTIONAL FILE-ODQ ASSIGN TO "odProtectRequests.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-ODL ASSIGN TO "odProtection.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-ODLN ASSIGN TO "odProtection.new.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-OPP ASSIGN TO "sweepPosted.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-ODR ASSIGN TO "sweepReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *CUSTOMER ALERTS. THE ATMS QUEUE EACH CUSTOMER'S OPT-IN AND
      *THRESHOLDS ON ALERTREQUESTS.TXT; A FRESH RUN APPLIES THEM TO
      *THE STANDING PREFERENCE FILE THE WAY THE OVERDRAFT PROTECTION
      *LINKS ARE APPLIED. ONCE THE RUN HAS PROMOTED AND REPORTED,
      *THE NIGHT'S EVENTS FOR OPTED-IN ACCOUNTS GO OUT ON
      *ALERTEXTRACT.TXT FOR THE MESSAGING GATEWAY, AND THE
      *PREFERENCE FILE IS REWRITTEN WITH WHAT EACH ACCOUNT LOOKED
      *LIKE TONIGHT SO TOMORROW ONLY ALERTS ON WHAT HAS CHANGED.
           SELECT OPTIONAL FILE-ALQ ASSIGN TO "alertRequests.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-ALP ASSIGN TO "alertPrefs.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-ALPN ASSIGN TO "alertPrefs.new.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-ALX ASSIGN TO "alertExtract.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *THE SECURITY JOURNAL THE ATMS APPEND TO ALL DAY. EACH RUN
      *SORTS IT BY ACCOUNT, REPORTS ACCOUNTS WITH REPEATED LOGIN
      *FAILURES TO SECEXCEPTIONS.TXT, ARCHIVES THE JOURNAL BESIDE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-CPR ASSIGN TO "cashProof.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *CASHPROOF.TXT ONLY EVER HOLDS LAST NIGHT'S PROOF. EVERY LINE
      *IS ALSO KEPT HERE UNDER THE RUN DATE, SO THE CLAIMS WORKBENCH
      *CAN MATCH A DISPUTE TO THE VARIANCE AT THAT MACHINE ON THAT
      *DATE LONG AFTER THE REPORT ITSELF HAS BEEN REPLACED.
           SELECT OPTIONAL FILE-CPH ASSIGN TO "cashProofHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *INTER-BANK CLEARING. EXTTRANSFERS.TXT IS THE QUEUE OF
      *TRANSFERS THE ATMS CAPTURED FOR ACCOUNTS AT OTHER BANKS; THE
      *FUNDED ONES GO OUT TO THE PROCESSOR ON CLEARINGOUT.TXT EACH
      *OLD ONE'S.
           SELECT OPTIONAL FILE-HWM ASSIGN TO "accountHighWater.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *LARGE-CASH AND STRUCTURING MONITORING. THE BRANCH SETS THE
      *DAILY CASH THRESHOLD, THE LOOK-BACK WINDOW IN DAYS, HOW CLOSE
      *UNDER THE THRESHOLD (AS A PERCENTAGE OF IT) AN ITEM MUST BE TO
      *COUNT AS "JUST UNDER", AND HOW MANY SUCH ITEMS IN THE WINDOW
      *RAISE A STRUCTURING ALERT, IN CASHMONITOR.TXT THE WAY IT SETS
      *THE DORMANCY WINDOW. THE THREE CASHMON WORK FILES CARRY THE
      *CANDIDATE ITEMS THROUGH THE TWO SORTS; THE TWO REPORTS ARE
      *REBUILT EVERY RUN.
           SELECT OPTIONAL FILE-CMP ASSIGN TO "cashMonitor.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-CMW ASSIGN TO "cashMonWork.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-CMT ASSIGN TO "cashMonByTime.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-CMC ASSIGN TO "cashMonCash.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-CMA ASSIGN TO "cashMonByAcct.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-LCR ASSIGN TO "largeCash.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-STR ASSIGN TO "structAlerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *THE SETTLEMENT CUTOFF. THE MARKER IS RAISED AS THE RUN STARTS
      *AND TELLS THE ATMS AND THE BRANCH WORKBENCHES TO WRITE TO
      *NEXT-DAY HOLDING FILES INSTEAD OF THE FILES THIS RUN READS
      *AND EMPTIES. ONCE PROMOTION IS DONE THE RUN DROPS IT AND
      *ROLLS EACH HOLDING FILE INTO ITS LIVE FILE THROUGH THE TWO
      *GENERIC FILES BELOW, WHOSE NAMES ARE SET STEP BY STEP.
           SELECT OPTIONAL FILE-SMK ASSIGN TO "settleMarker.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-HOLD ASSIGN TO DYNAMIC HOLD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-LIVE ASSIGN TO DYNAMIC LIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WORK ASSIGN TO WRK.
           SELECT OPTIONAL WORK-SEC ASSIGN TO WRKSEC.
           SELECT OPTIONAL WORK-CM ASSIGN TO WRKCM.
       DATA DIVISION.
       FILE SECTION.

           02 TH-AMOUNT        PIC 9(7).
           02 TH-TIMESTAMP     PIC 9(14).

      *STATUS 'A' = ON-LINE, 'O' = MOVED TO THE OFF-LINE ARCHIVE ON
      *THE DATE SHOWN.
       FD FILE-HC.
       01 HC-RECORD.
           02 HC-MONTH      PIC 9(6).
           02 HC-STATUS     PIC X.
           02 HC-RECORDS    PIC 9(9).
           02 HC-AMOUNT     PIC 9(15).
           02 HC-MOVED      PIC 9(8).

       FD FILE-HCN.
       01 HCN-RECORD.
           02 HCN-MONTH     PIC 9(6).
           02 HCN-STATUS    PIC X.
           02 HCN-RECORDS   PIC 9(9).
           02 HCN-AMOUNT    PIC 9(15).
           02 HCN-MOVED     PIC 9(8).

       SD WORK.
       01 WK-TRANS-RECORD.
           02 WK-ACCOUNT        PIC 9(16).
           02 FP-AMOUNT         PIC 9(7).
           02 FP-TIMESTAMP      PIC 9(14).

      *TYPE R = REVERSAL OF A SETTLED ITEM, M = MANUAL ADJUSTMENT,
      *AND FROM THE CLAIMS WORKBENCH P = PROVISIONAL CLAIM CREDIT,
      *K = FINAL CLAIM CREDIT. DRCR IS THE DIRECTION THE CUSTOMER'S
      *BALANCE MOVES (C OR D, OR N FOR A PROVISIONAL CREDIT MADE
      *FINAL, WHICH MOVES NOTHING). THE POSTED OPERATION CODES ARE:
      *  R - REVERSAL DEBIT      U - REVERSAL CREDIT
      *  B - ADJUSTMENT DEBIT    C - ADJUSTMENT CREDIT
      *  V - PROVISIONAL CLAIM CREDIT
      *  Y - PROVISIONAL CLAIM CREDIT REVERSED (CLAIM DENIED)
      *  K - FINAL CLAIM CREDIT
      *  J - PROVISIONAL CREDIT MADE FINAL (REGISTER ONLY)
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

       FD FILE-AP.
       01 AP-TRANS-RECORD.
           02 AP-ACCOUNT        PIC 9(16).
           02 AP-OPERATION      PIC A.
           02 AP-AMOUNT         PIC 9(7).
           02 AP-TIMESTAMP      PIC 9(14).

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

      *A ZERO SAVINGS ACCOUNT ASKS FOR THE LINK TO BE REMOVED.
       FD FILE-ODQ.
       01 OQ-RECORD.
           02 OQ-CURRENT        PIC 9(16).
           02 OQ-SAVINGS        PIC 9(16).
           02 OQ-TIMESTAMP      PIC 9(14).

       FD FILE-ODL.
       01 OL-RECORD.
           02 OL-CURRENT        PIC 9(16).
           02 OL-SAVINGS        PIC 9(16).
           02 OL-SINCE          PIC 9(8).

       FD FILE-ODLN.
       01 OLN-RECORD.
           02 OLN-CURRENT       PIC 9(16).
           02 OLN-SAVINGS       PIC 9(16).
           02 OLN-SINCE         PIC 9(8).

      *THE POSTED OPERATION CODES ARE:
      *  P - PROTECTION CREDIT TO THE CURRENT ACCOUNT
      *  S - SWEEP DEBIT FROM THE SAVINGS ACCOUNT
       FD FILE-OPP.
       01 OPP-TRANS-RECORD.
           02 OPP-ACCOUNT       PIC 9(16).
           02 OPP-OPERATION     PIC A.
           02 OPP-AMOUNT        PIC 9(7).
           02 OPP-TIMESTAMP     PIC 9(14).

       FD FILE-ODR.
       01 ODR-RECORD.
           02 ODR-DATE          PIC 9(8).
           02 ODR-PCUR          PIC X(10).
           02 ODR-CURRENT       PIC 9(16).
           02 ODR-PSAV          PIC X(10).
           02 ODR-SAVINGS       PIC 9(16).
           02 ODR-PSHORT        PIC X(12).
           02 ODR-SHORT         PIC 9(15).
           02 ODR-PSWEPT        PIC X(8).
           02 ODR-SWEPT         PIC 9(7).
           02 ODR-PSTAT         PIC X(9).
           02 ODR-STAT          PIC X(12).

      *OPT-IN IS Y TO JOIN OR CHANGE THE THRESHOLDS, N TO LEAVE.
      *BOTH THRESHOLDS ARE IN CENTS; ZERO MEANS NO ALERT OF THAT
      *KIND.
       FD FILE-ALQ.
       01 ALQ-RECORD.
           02 ALQ-ACCOUNT       PIC 9(16).
           02 ALQ-OPTIN         PIC X.
           02 ALQ-WD-LIMIT      PIC 9(7).
           02 ALQ-LOW-LEVEL     PIC 9(7).
           02 ALQ-TIMESTAMP     PIC 9(14).

      *ONLY OPTED-IN ACCOUNTS HAVE A ROW. THE LAST FOUR FLAGS (Y/N)
      *SAY WHETHER THE ACCOUNT WAS BELOW ITS LOW-BALANCE LEVEL, ON
      *THE NEGATIVE REPORT, ON THE DORMANT REPORT AND UNDER A CARD
      *STOP AS AT THE LAST RUN.
       FD FILE-ALP.
       01 ALP-RECORD.
           02 ALP-ACCOUNT       PIC 9(16).
           02 ALP-WD-LIMIT      PIC 9(7).
           02 ALP-LOW-LEVEL     PIC 9(7).
           02 ALP-SINCE         PIC 9(8).
           02 ALP-LOW           PIC X.
           02 ALP-NEG           PIC X.
           02 ALP-DORM          PIC X.
           02 ALP-STOP          PIC X.

       FD FILE-ALPN.
       01 ALPN-RECORD.
           02 ALPN-ACCOUNT      PIC 9(16).
           02 ALPN-WD-LIMIT     PIC 9(7).
           02 ALPN-LOW-LEVEL    PIC 9(7).
           02 ALPN-SINCE        PIC 9(8).
           02 ALPN-LOW          PIC X.
           02 ALPN-NEG          PIC X.
           02 ALPN-DORM         PIC X.
           02 ALPN-STOP         PIC X.

      *ONE ROW PER EVENT FOR THE MESSAGING GATEWAY. EVENT CODES:
      *  WD - WITHDRAWAL ABOVE THE CUSTOMER'S THRESHOLD (THE ITEM'S
      *       AMOUNT AND DATE)
      *  LB - BALANCE FELL BELOW THE CUSTOMER'S LEVEL (BALANCE)
      *  NG - NEWLY ON THE NEGATIVE BALANCE REPORT (BALANCE)
      *  DM - NEWLY FLAGGED DORMANT (BALANCE)
      *  CS - CARD STOPPED (NO AMOUNT, DATE OF THE STOP)
      *  PW - PASSWORD CHANGED (NO AMOUNT, DATE OF THE REQUEST)
      *  MR - INTEREST RATE CHANGED (NEW RATE, BASIS POINTS)
      *  MO - OVERDRAFT LIMIT CHANGED (NEW LIMIT)
      *  MN - ACCOUNT NAME CHANGED (NO AMOUNT)
      *  MT - ACCOUNT TYPE CHANGED (NO AMOUNT)
      *  CL - ACCOUNT CLOSED (AMOUNT PAID OUT)
      *EVERY OTHER EVENT CARRIES THE RUN DATE. AMOUNTS ARE IN CENTS
      *WITH THEIR SIGN IN FRONT.
       FD FILE-ALX.
       01 ALX-RECORD.
           02 ALX-ACCOUNT       PIC 9(16).
           02 ALX-EVENT         PIC X(2).
           02 ALX-SIGN          PIC X.
           02 ALX-AMOUNT        PIC 9(15).
           02 ALX-DATE          PIC 9(8).

       FD FILE-SO.
       01 SO-RECORD.
           02 SO-ACCOUNT    PIC 9(16).
           02 CPR-PSTAT     PIC X(9).
           02 CPR-STAT      PIC X(5).

       FD FILE-CPH.
       01 CPH-RECORD.
           02 CPH-DATE      PIC 9(8).
           02 CPH-LINE      PIC X(101).

       FD FILE-SJ.
       01 SJ-RECORD.
           02 SJ-ACCOUNT    PIC 9(16).
           02 SJ-RESULT     PIC X.
           02 SJ-TIMESTAMP  PIC 9(14).

      *SOURCE IS 'T' FOR TONIGHT'S SETTLED STREAM, 'H' FOR HISTORY.
       SD WORK-CM.
       01 WK3-RECORD.
           02 WK3-ACCOUNT    PIC 9(16).
           02 WK3-OPERATION  PIC A.
           02 WK3-AMOUNT     PIC 9(7).
           02 WK3-TIMESTAMP  PIC 9(14).
           02 WK3-SOURCE     PIC X.

       FD FILE-CMP.
       01 CMP-RECORD.
           02 CMP-THRESHOLD  PIC 9(9).
           02 CMP-DAYS       PIC 9(3).
           02 CMP-NEAR-PCT   PIC 9(3).
           02 CMP-NEAR-COUNT PIC 9(3).

       FD FILE-CMW.
       01 CMW-RECORD.
           02 CMW-ACCOUNT    PIC 9(16).
           02 CMW-OPERATION  PIC A.
           02 CMW-AMOUNT     PIC 9(7).
           02 CMW-TIMESTAMP  PIC 9(14).
           02 CMW-SOURCE     PIC X.

       FD FILE-CMT.
       01 CMT-RECORD.
           02 CMT-ACCOUNT    PIC 9(16).
           02 CMT-OPERATION  PIC A.
           02 CMT-AMOUNT     PIC 9(7).
           02 CMT-TIMESTAMP  PIC 9(14).
           02 CMT-SOURCE     PIC X.

       FD FILE-CMC.
       01 CMC-RECORD        PIC X(39).

       FD FILE-CMA.
       01 CMA-RECORD.
           02 CMA-ACCOUNT    PIC 9(16).
           02 CMA-OPERATION  PIC A.
           02 CMA-AMOUNT     PIC 9(7).
           02 CMA-TIMESTAMP  PIC 9(14).
           02 CMA-SOURCE     PIC X.

      *A HEADER LINE PER ALERT, FOLLOWED BY ONE INDENTED LINE FOR
      *EACH TRANSACTION BEHIND IT.
       FD FILE-LCR.
       01 LCH-RECORD.
           02 LCH-DATE       PIC 9(8).
           02 LCH-PACCT      PIC X(10).
           02 LCH-ACCOUNT    PIC 9(16).
           02 LCH-PIN        PIC X(10).
           02 LCH-CASH-IN    PIC 9(11).
           02 LCH-POUT       PIC X(11).
           02 LCH-CASH-OUT   PIC 9(11).
           02 LCH-PITEMS     PIC X(8).
           02 LCH-ITEMS      PIC 9(5).
       01 LCD-RECORD.
           02 LCD-PITEM      PIC X(13).
           02 LCD-OPERATION  PIC A.
           02 LCD-PAMT       PIC X(9).
           02 LCD-AMOUNT     PIC 9(7).
           02 LCD-PTIME      PIC X(7).
           02 LCD-TIMESTAMP  PIC 9(14).
           02 LCD-PSOURCE    PIC X(9).
           02 LCD-SOURCE     PIC X(7).

       FD FILE-STR.
       01 STH-RECORD.
           02 STH-DATE       PIC 9(8).
           02 STH-PACCT      PIC X(10).
           02 STH-ACCOUNT    PIC 9(16).
           02 STH-PITEMS     PIC X(14).
           02 STH-ITEMS      PIC 9(5).
           02 STH-PTONIGHT   PIC X(10).
           02 STH-TONIGHT    PIC 9(5).
           02 STH-PTOTAL     PIC X(8).
           02 STH-TOTAL      PIC 9(11).
           02 STH-PDAYS      PIC X(9).
           02 STH-DAYS       PIC 9(3).
       01 STD-RECORD.
           02 STD-PITEM      PIC X(13).
           02 STD-OPERATION  PIC A.
           02 STD-PAMT       PIC X(9).
           02 STD-AMOUNT     PIC 9(7).
           02 STD-PTIME      PIC X(7).
           02 STD-TIMESTAMP  PIC 9(14).
           02 STD-PSOURCE    PIC X(9).
           02 STD-SOURCE     PIC X(7).

       SD WORK-SEC.
       01 WK2-SJ-RECORD.
           02 WK2-ACCOUNT    PIC 9(16).
       01 DD-RECORD.
           02 DD-DAYS     PIC 9(5).

      *BUCKET IS 1 (1-30 DAYS), 2 (31-60), 3 (61-90) OR 4 (OVER 90).
      *PRIOR IS THE BUCKET THE ACCOUNT WAS IN THE NIGHT BEFORE, ZERO
      *IF IT WAS NOT IN COLLECTIONS. BLOCK IS 'Y' ONCE THE ACCOUNT
      *HAS BEEN THERE LONGER THAN THE BRANCH ALLOWS.
       FD FILE-COL.
       01 CS-RECORD.
           02 CS-ACCOUNT    PIC 9(16).
           02 CS-SINCE-X    PIC X(8).
           02 CS-SINCE REDEFINES CS-SINCE-X PIC 9(8).
           02 CS-DAYS       PIC 9(5).
           02 CS-BUCKET     PIC 9.
           02 CS-PRIOR      PIC 9.
           02 CS-BLOCK      PIC X.
           02 CS-SIGN       PIC X.
           02 CS-BALANCE    PIC 9(15).
           02 CS-OD-LIMIT   PIC 9(15).
           02 CS-NAME       PIC A(20).

       FD FILE-COLU.
       01 COU-RECORD.
           02 COU-ACCOUNT   PIC 9(16).
           02 COU-SINCE     PIC 9(8).
           02 COU-DAYS      PIC 9(5).
           02 COU-BUCKET    PIC 9.
           02 COU-PRIOR     PIC 9.
           02 COU-BLOCK     PIC X.
           02 COU-SIGN      PIC X.
           02 COU-BALANCE   PIC 9(15).
           02 COU-OD-LIMIT  PIC 9(15).
           02 COU-NAME      PIC A(20).

       FD FILE-COLN.
       01 CON-RECORD        PIC X(83).

       FD FILE-COLD.
       01 CD-RECORD.
           02 CD-DAYS     PIC 9(5).

       FD FILE-DLQ.
       01 DQ-RECORD.
           02 DQ-PNAME      PIC X(6).
           02 DQ-NAME       PIC A(20).
           02 DQ-PACCT      PIC X(10).
           02 DQ-ACCOUNT    PIC 9(16).
           02 DQ-PSINCE     PIC X(8).
           02 DQ-SINCE      PIC 9(8).
           02 DQ-PDAYS      PIC X(7).
           02 DQ-DAYS       PIC 9(5).
           02 DQ-PBUCKET    PIC X(9).
           02 DQ-BUCKET     PIC X(5).
           02 DQ-PBAL       PIC X(11).
           02 DQ-BALANCE    PIC 9(15).
           02 DQ-PBLOCK     PIC X(10).
           02 DQ-BLOCK      PIC X.
       01 DQT-RECORD.
           02 DQT-PLABEL    PIC X(13).
           02 DQT-BUCKET    PIC X(5).
           02 DQT-PCOUNT    PIC X(11).
           02 DQT-COUNT     PIC 9(9).
           02 DQT-PBAL      PIC X(11).
           02 DQT-BALANCE   PIC 9(16).

       FD FILE-LTR.
       01 LT-RECORD.
           02 LT-DATE       PIC 9(8).
           02 LT-PACCT      PIC X(10).
           02 LT-ACCOUNT    PIC 9(16).
           02 LT-PBUCKET    PIC X(9).
           02 LT-BUCKET     PIC X(5).
           02 LT-PDAYS      PIC X(7).
           02 LT-DAYS       PIC 9(5).
           02 LT-PBAL       PIC X(11).
           02 LT-BALANCE    PIC 9(15).
           02 LT-PCUST      PIC X(11).
           02 LT-CUSTOMER   PIC 9(8).
           02 LT-PNAME      PIC X(7).
           02 LT-NAME       PIC X(40).
           02 LT-PADDR      PIC X(10).
           02 LT-ADDRESS    PIC X(60).

       FD FILE-AL.
       01 AL-RECORD.
           02 AL-ACCOUNT    PIC 9(16).
           02 AL-CUSTOMER   PIC 9(8).
           02 AL-ROLE       PIC X.

       FD FILE-CU.
       01 CU-RECORD.
           02 CU-NUMBER     PIC 9(8).
           02 CU-NAME       PIC X(40).
           02 CU-ADDRESS    PIC X(60).
           02 CU-DOB        PIC 9(8).

       FD FILE-RLQ.
       01 RL-RECORD.
           02 RL-ACCOUNT  PIC 9(16).
      *RESUMES PAST THE REQUESTS ALREADY TURNED INTO ACCOUNTS INSTEAD
      *OF RECREATING THEM.
           02 CKPT-NEWACCT-COUNT PIC 9(8).
           02 CKPT-TOTAL-ADJC PIC S9(15).
           02 CKPT-TOTAL-ADJD PIC S9(15).
           02 CKPT-TOTAL-SWC  PIC S9(15).
           02 CKPT-TOTAL-SWD  PIC S9(15).
           02 CKPT-TOTAL-CLV  PIC S9(15).
           02 CKPT-TOTAL-CLY  PIC S9(15).
           02 CKPT-TOTAL-CLK  PIC S9(15).
           02 CKPT-TOTAL-CLKM PIC S9(15).
           02 CKPT-TOTAL-CLJ  PIC S9(15).
           02 CKPT-TOTAL-CLJM PIC S9(15).
      *Y ONCE THE ADJUSTMENT SWEEP HAS PUT ITS ORPHANS ON THE
      *REGISTER, SO A RUN RESUMING FROM 'M' DOES NOT LIST THEM TWICE
      *ON A FILE THAT IS KEPT FROM NIGHT TO NIGHT.
           02 CKPT-ADJ-SWEPT  PIC X.

       FD FILE-PWDREQ.
       01 PWDREQ-RECORD.
           02 NEWACCT-PASSWORD   PIC 9(6).
           02 NEWACCT-TYPE       PIC X.

      *SMK-FLAG IS 'Y' WHILE A RUN IS IN PROGRESS, 'N' ONCE IT HAS
      *FINISHED; THE STAMP IS WHEN IT WAS LAST RAISED OR DROPPED.
       FD FILE-SMK.
       01 SMK-RECORD.
           02 SMK-FLAG      PIC X.
           02 SMK-STAMP     PIC 9(14).

       FD FILE-HOLD.
       01 HOLD-RECORD       PIC X(200).

       FD FILE-LIVE.
       01 LIVE-RECORD       PIC X(200).

       WORKING-STORAGE SECTION.
           01 TS-FLAG   PIC 9 VALUE 0.
           01 OS-FLAG   PIC 9 VALUE 0.
           01 FEE-EXTRA-WS       PIC 9(15).
           01 TOTAL-FEES         PIC S9(15) VALUE 0.
           01 CNT-FEE            PIC 9(9) VALUE 0.
      *BRANCH ADJUSTMENT CONTROL FIGURES - CREDITS AND DEBITS CARRIED
      *APART, REVERSALS AND MANUAL ITEMS TOGETHER - AND THE POSTING
      *CODE CHOSEN FOR THE ITEM IN HAND.
           01 TOTAL-ADJ-CR       PIC S9(15) VALUE 0.
           01 TOTAL-ADJ-DR       PIC S9(15) VALUE 0.
           01 CNT-ADJ            PIC 9(9) VALUE 0.
           01 ADJ-OP-WS          PIC X.
           01 ADJ-HIT            PIC 9 VALUE 0.
           01 ADJ-SWEPT          PIC X VALUE 'N'.
      *OVERDRAFT PROTECTION LINKS, HELD IN MEMORY FOR THE RUN. BEFORE
      *THE UPDATE LOOP STARTS EACH ENTRY IS GIVEN THE PROJECTED
      *BALANCES OF BOTH ACCOUNTS ONCE TONIGHT'S ACTIVITY AND
      *ADJUSTMENTS ARE ON, AND THE SWEEP AMOUNT DECIDED FROM THEM -
      *SO THE SAVINGS SIDE CAN BE DEBITED CORRECTLY WHETHER IT COMES
      *THROUGH THE LOOP BEFORE OR AFTER THE CURRENT ACCOUNT. STAT IS
      *0 NOT ON THE MASTER, 1 RIGHT PRODUCT, 2 WRONG PRODUCT. PT-MODE
      *TELLS THE SHARED LOAD WHICH STEP IT IS LOADING FOR.
           01 PT-MAX             PIC 9(5) VALUE 5000.
           01 PT-COUNT           PIC 9(5) VALUE 0.
           01 PT-TABLE-WS.
               02 PT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON PT-COUNT.
                   03 PT-CURRENT     PIC 9(16).
                   03 PT-SAVINGS     PIC 9(16).
                   03 PT-SINCE       PIC 9(8).
                   03 PT-CUR-STAT    PIC 9.
                   03 PT-SAV-STAT    PIC 9.
                   03 PT-CLOSING     PIC 9.
                   03 PT-CUR-BAL     PIC S9(16).
                   03 PT-SAV-BAL     PIC S9(16).
                   03 PT-SAV-WD      PIC 9(5).
                   03 PT-AMOUNT      PIC 9(7).
           01 PT-I               PIC 9(5) VALUE 0.
           01 PT-J               PIC 9(5) VALUE 0.
           01 PT-MODE            PIC 9 VALUE 0.
           01 PT-SIGNED          PIC S9(16).
           01 PT-SHORT           PIC S9(16).
           01 PT-AVAIL           PIC S9(16).
           01 PT-FEE             PIC 9(15).
           01 TOTAL-SWEEP-CR     PIC S9(15) VALUE 0.
           01 TOTAL-SWEEP-DR     PIC S9(15) VALUE 0.
           01 CNT-SWEEP          PIC 9(9) VALUE 0.
      *CUSTOMER ALERT PREFERENCES, HELD IN MEMORY WHILE THE QUEUE IS
      *APPLIED AND AGAIN WHILE THE EXTRACT IS BUILT. THE WAS- FLAGS
      *ARE THE STATE AS AT THE LAST RUN, THE NOW- FLAGS TONIGHT'S;
      *LIVE SAYS THE ACCOUNT IS STILL ON TONIGHT'S MASTER. ALT-MODE
      *TELLS THE SHARED LOAD WHICH STEP IT IS LOADING FOR, AND
      *ALT-RET WHERE THE SHARED LOOKUP CARRIES ON. THE LOOKUP
      *REMEMBERS THE LAST ACCOUNT IT WAS ASKED FOR, SINCE MOST OF
      *WHAT IT IS FED COMES IN ACCOUNT ORDER.
           01 ALT-MAX            PIC 9(5) VALUE 5000.
           01 ALT-COUNT          PIC 9(5) VALUE 0.
           01 ALT-TABLE-WS.
               02 ALT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ALT-COUNT.
                   03 ALT-ACCOUNT    PIC 9(16).
                   03 ALT-WD-LIMIT   PIC 9(7).
                   03 ALT-LOW-LEVEL  PIC 9(7).
                   03 ALT-SINCE      PIC 9(8).
                   03 ALT-WAS-LOW    PIC X.
                   03 ALT-WAS-NEG    PIC X.
                   03 ALT-WAS-DORM   PIC X.
                   03 ALT-WAS-STOP   PIC X.
                   03 ALT-NOW-LOW    PIC X.
                   03 ALT-NOW-NEG    PIC X.
                   03 ALT-NOW-DORM   PIC X.
                   03 ALT-NOW-STOP   PIC X.
                   03 ALT-LIVE       PIC X.
                   03 ALT-SIGN       PIC X.
                   03 ALT-BALANCE    PIC 9(15).
                   03 ALT-PWD-DATE   PIC 9(8).
           01 ALT-I              PIC 9(5) VALUE 0.
           01 ALT-HIT            PIC 9(5) VALUE 0.
           01 ALT-KEY            PIC 9(16) VALUE 0.
           01 ALT-LAST-KEY       PIC 9(16) VALUE 0.
           01 ALT-MODE           PIC 9 VALUE 0.
           01 ALT-RET            PIC 9 VALUE 0.
           01 CNT-ALERT          PIC 9(9) VALUE 0.
      *ATM CLAIM POSTINGS FROM THE CLAIMS WORKBENCH, WHICH RIDE THE
      *ADJUSTMENT QUEUE BUT ARE TOTALLED APART FROM IT: PROVISIONAL
      *CREDITS (V), PROVISIONAL CREDITS REVERSED ON A DENIAL (Y),
      *FINAL CREDITS PAID STRAIGHT TO THE CUSTOMER (K) AND
      *PROVISIONAL CREDITS MADE FINAL (J, NO BALANCE MOVES). THE -M
      *FIGURES ARE THE SHARE OF K AND J MATCHED TO AN OVERAGE ON THE
      *CASH PROOF, WHICH THE GL TAKES BACK OUT OF ATM CASH RATHER
      *THAN WRITING OFF AS A LOSS.
           01 TOTAL-CLM-V        PIC S9(15) VALUE 0.
           01 TOTAL-CLM-Y        PIC S9(15) VALUE 0.
           01 TOTAL-CLM-K        PIC S9(15) VALUE 0.
           01 TOTAL-CLM-KM       PIC S9(15) VALUE 0.
           01 TOTAL-CLM-J        PIC S9(15) VALUE 0.
           01 TOTAL-CLM-JM       PIC S9(15) VALUE 0.
           01 CNT-CLM            PIC 9(9) VALUE 0.
           01 ADJ-CLAIM          PIC 9 VALUE 0.
           01 GL-CLAIM-WS        PIC S9(15) VALUE 0.
      *COLLECTIONS AGING: THE BRANCH'S LOCK THRESHOLD, THE READ-AHEAD
      *STATE FOR LAST NIGHT'S COLLECTIONS FILE (READ ALONGSIDE THE
      *MASTER IN THE UPDATE LOOP, AND ALONGSIDE UPDATEDMASTER AT
      *PROMOTION), THE FIGURES FOR THE ACCOUNT IN HAND, AND THE
      *PER-BUCKET TOTALS FOR THE DELINQUENCY REPORT.
           01 COLL-BLOCK-DAYS    PIC 9(5) VALUE 60.
           01 COLL-EOF           PIC 9 VALUE 0.
           01 COLL-HAVE          PIC 9 VALUE 0.
           01 COLL-DELINQ        PIC 9 VALUE 0.
           01 COLL-SINCE         PIC 9(8) VALUE 0.
           01 COLL-PRIOR         PIC 9 VALUE 0.
           01 COLL-DAYS          PIC S9(9).
           01 COLL-B             PIC 9 VALUE 0.
           01 COLL-FOUND         PIC 9 VALUE 0.
           01 COLL-CUSTOMER      PIC 9(8) VALUE 0.
           01 COLL-TOTALS-WS.
               02 COLL-TOTAL OCCURS 4 TIMES.
                   03 COLL-TOT-COUNT   PIC 9(9).
                   03 COLL-TOT-BALANCE PIC 9(16).
           01 COLL-LABELS-WS     PIC X(20)
               VALUE '1-30 31-6061-9090+  '.
           01 COLL-LABELS-TBL REDEFINES COLL-LABELS-WS.
               02 COLL-LABEL     PIC X(5) OCCURS 4 TIMES.
           01 CNT-COLL           PIC 9(9) VALUE 0.
           01 CNT-LTR            PIC 9(9) VALUE 0.
           01 CNT-CBLK           PIC 9(9) VALUE 0.
      *CASH MONITORING: THE BRANCH PARAMETERS (SHIPPED DEFAULTS: A
      *10,000.00 DAILY THRESHOLD, A 10-DAY WINDOW, ITEMS AT 90% OR
      *MORE OF THE THRESHOLD COUNT AS JUST UNDER IT, AND 3 OF THOSE
      *RAISE AN ALERT), THE SAME-SECOND GROUP USED TO PICK TRANSFER
      *LEGS OUT OF THE CASH, AND ONE ACCOUNT'S CASH ITEMS HELD WHILE
      *ITS ALERTS ARE DECIDED.
           01 CM-THRESHOLD       PIC 9(9) VALUE 1000000.
           01 CM-DAYS            PIC 9(3) VALUE 10.
           01 CM-NEAR-PCT        PIC 9(3) VALUE 90.
           01 CM-NEAR-COUNT      PIC 9(3) VALUE 3.
           01 CM-FLOOR           PIC 9(9) VALUE 0.
           01 CM-FROM-DATE       PIC 9(8) VALUE 0.
           01 CM-FROM-STAMP      PIC 9(14) VALUE 0.
           01 CM-RET             PIC 9 VALUE 0.
           01 CM-HAS-D           PIC 9 VALUE 0.
           01 CM-HAS-W           PIC 9 VALUE 0.
           01 CM-HAS-T           PIC 9 VALUE 0.
           01 CM-GRP-STAMP       PIC 9(14) VALUE 0.
           01 CM-GRP-AMOUNT      PIC 9(7) VALUE 0.
           01 CM-GRP-COUNT       PIC 9(3) VALUE 0.
           01 CM-GRP-TABLE.
               02 CM-GRP-ITEM    PIC X(39) OCCURS 100 TIMES.
           01 CM-CUR-ACCOUNT     PIC 9(16) VALUE 0.
           01 CM-MAX             PIC 9(5) VALUE 5000.
           01 CM-COUNT           PIC 9(5) VALUE 0.
           01 CM-TABLE.
               02 CM-ITEM OCCURS 1 TO 5000 TIMES
                   DEPENDING ON CM-COUNT.
                   03 CMI-OPERATION  PIC A.
                   03 CMI-AMOUNT     PIC 9(7).
                   03 CMI-TIMESTAMP  PIC 9(14).
                   03 CMI-SOURCE     PIC X.
           01 CM-I               PIC 9(5) VALUE 0.
           01 CM-J               PIC 9(5) VALUE 0.
           01 CM-K               PIC 9(5) VALUE 0.
           01 CM-DATE            PIC 9(8) VALUE 0.
           01 CM-DATE-2          PIC 9(8) VALUE 0.
           01 CM-SUM-IN          PIC 9(11) VALUE 0.
           01 CM-SUM-OUT         PIC 9(11) VALUE 0.
           01 CM-NEAR-ALL        PIC 9(5) VALUE 0.
           01 CM-NEAR-TONIGHT    PIC 9(5) VALUE 0.
           01 CM-NEAR-TOTAL      PIC 9(11) VALUE 0.
           01 CM-MONTH           PIC 9(6) VALUE 0.
           01 CM-END-MONTH       PIC 9(6) VALUE 0.
           01 CM-YEAR            PIC 9(4) VALUE 0.
           01 CM-MM              PIC 9(2) VALUE 0.
           01 CNT-LCASH          PIC 9(9) VALUE 0.
           01 CNT-STRUCT         PIC 9(9) VALUE 0.
           01 COLN-FILENAME-WS   PIC X(40)
               VALUE "collections.new.txt".
           01 COL-FILENAME-WS    PIC X(40)
               VALUE "collections.txt".
           01 ODLN-FILENAME-WS   PIC X(40)
               VALUE "odProtection.new.txt".
           01 ODL-FILENAME-WS    PIC X(40)
               VALUE "odProtection.txt".
           01 ALPN-FILENAME-WS   PIC X(40)
               VALUE "alertPrefs.new.txt".
           01 ALP-FILENAME-WS    PIC X(40)
               VALUE "alertPrefs.txt".
           01 GL-DEBITS-WS       PIC S9(15) VALUE 0.
           01 GL-CREDITS-WS      PIC S9(15) VALUE 0.
           01 GL-NET-WS          PIC S9(15) VALUE 0.
               02 CI-AMOUNT-WX   PIC X(7).
               02 CI-AMOUNT-WS REDEFINES CI-AMOUNT-WX PIC 9(7).
               02 CI-TIMESTAMP-WX PIC X(14).
      *THE MONTHS TONIGHT'S SETTLED STREAM FALLS IN, IN MONTH ORDER,
      *WITH WHAT EACH ONE ADDS TO ITS PARTITION'S CONTROL TOTALS.
           01 TH-FILENAME        PIC X(40).
           01 HM-MAX             PIC 9(3) VALUE 100.
           01 HM-COUNT           PIC 9(3) VALUE 0.
           01 HM-TABLE.
               02 HM-ENTRY OCCURS 100 TIMES.
                   03 HM-MONTH       PIC 9(6).
                   03 HM-RECORDS     PIC 9(9).
                   03 HM-AMOUNT      PIC 9(15).
           01 HM-I               PIC 9(3) VALUE 0.
           01 HM-J               PIC 9(3) VALUE 0.
           01 HIST-MONTH         PIC 9(6) VALUE 0.
           01 HCN-FILENAME-WS    PIC X(40)
               VALUE "historyCatalog.new.txt".
           01 HC-FILENAME-WS     PIC X(40)
               VALUE "historyCatalog.txt".
      *ROLL-STAGE WALKS THE HOLDING FILES ONE BY ONE; ROLL-MODE IS
      *'A' TO APPEND TO THE LIVE FILE OR 'R' TO REPLACE IT.
           01 HOLD-FILENAME      PIC X(40).
           01 LIVE-FILENAME      PIC X(40).
           01 ROLL-STAGE         PIC 9(2) VALUE 0.
           01 ROLL-MODE          PIC X VALUE 'A'.
           01 ROLL-COUNT         PIC 9(9) VALUE 0.
           01 CUTOFF-DOWN        PIC 9 VALUE 0.
           01 CNT-CUT-711        PIC 9(9) VALUE 0.
           01 CNT-CUT-713        PIC 9(9) VALUE 0.
           01 CNT-CUT-715        PIC 9(9) VALUE 0.
           01 CNT-CUT-OTHER      PIC 9(9) VALUE 0.
           01 MNEW-FILENAME-WS   PIC X(40) VALUE "master.new.txt".
           01 M-FILENAME-WS      PIC X(40) VALUE "master.txt".
           01 RENAME-STATUS-WS   PIC S9(9) COMP-5.
           ACCEPT RUN-STAMP-TIME FROM TIME.
           COMPUTE RUN-START-STAMP =
               RUN-STAMP-DATE * 1000000 + RUN-STAMP-TIME / 100.
      *RAISE THE SETTLEMENT MARKER BEFORE ANYTHING IS READ - ON A
      *RESUMED RUN TOO, IN CASE IT WAS DROPPED BY HAND MEANWHILE.
      *TRANSEDIT HAS NORMALLY RAISED IT ALREADY.
           OPEN OUTPUT FILE-SMK.
           MOVE 'Y' TO SMK-FLAG.
           MOVE RUN-START-STAMP TO SMK-STAMP.
           WRITE SMK-RECORD.
           CLOSE FILE-SMK.
           OPEN INPUT FILE-CKPT.
           READ FILE-CKPT
               AT END MOVE 'N' TO RESUME-FLAG
               MOVE CKPT-TOTAL-CIW TO TOTAL-CLR-IN-W
               MOVE CKPT-TOTAL-CO TO TOTAL-CLR-OUT
               MOVE CKPT-TOTAL-FEE TO TOTAL-FEES
               MOVE CKPT-TOTAL-ADJC TO TOTAL-ADJ-CR
               MOVE CKPT-TOTAL-ADJD TO TOTAL-ADJ-DR
               MOVE CKPT-TOTAL-SWC TO TOTAL-SWEEP-CR
               MOVE CKPT-TOTAL-SWD TO TOTAL-SWEEP-DR
               MOVE CKPT-TOTAL-CLV TO TOTAL-CLM-V
               MOVE CKPT-TOTAL-CLY TO TOTAL-CLM-Y
               MOVE CKPT-TOTAL-CLK TO TOTAL-CLM-K
               MOVE CKPT-TOTAL-CLKM TO TOTAL-CLM-KM
               MOVE CKPT-TOTAL-CLJ TO TOTAL-CLM-J
               MOVE CKPT-TOTAL-CLJM TO TOTAL-CLM-JM
               MOVE CKPT-FEE-MONTH TO FEE-CHARGE-MONTH
               IF FEE-CHARGE-MONTH NOT = 0 THEN
                   MOVE 1 TO FEE-MONTHLY-DUE
               MOVE CKPT-TOTAL-CIW TO TOTAL-CLR-IN-W
               MOVE CKPT-TOTAL-CO TO TOTAL-CLR-OUT
               MOVE CKPT-TOTAL-FEE TO TOTAL-FEES
               MOVE CKPT-TOTAL-ADJC TO TOTAL-ADJ-CR
               MOVE CKPT-TOTAL-ADJD TO TOTAL-ADJ-DR
               MOVE CKPT-TOTAL-SWC TO TOTAL-SWEEP-CR
               MOVE CKPT-TOTAL-SWD TO TOTAL-SWEEP-DR
               MOVE CKPT-TOTAL-CLV TO TOTAL-CLM-V
               MOVE CKPT-TOTAL-CLY TO TOTAL-CLM-Y
               MOVE CKPT-TOTAL-CLK TO TOTAL-CLM-K
               MOVE CKPT-TOTAL-CLKM TO TOTAL-CLM-KM
               MOVE CKPT-TOTAL-CLJ TO TOTAL-CLM-J
               MOVE CKPT-TOTAL-CLJM TO TOTAL-CLM-JM
               MOVE CKPT-FEE-MONTH TO FEE-CHARGE-MONTH
               IF FEE-CHARGE-MONTH NOT = 0 THEN
                   MOVE 1 TO FEE-MONTHLY-DUE
               END-IF
               MOVE CKPT-NEWACCT-COUNT TO NEWACCT-SKIP-COUNT
               MOVE CKPT-ADJ-SWEPT TO ADJ-SWEPT
               GO TO MAINT-SWEEP-PARAGRAPH
           END-IF.
      *'N' MEANS NEWACCT-PARAGRAPH HAD ALREADY TURNED EVERY QUEUED
                   RENAME-STATUS-WS
               STOP RUN
           END-IF.
           GO TO ODP-APPLY-PARAGRAPH.

      *OVERDRAFT PROTECTION REQUESTS QUEUED AT THE ATMS SINCE THE
      *LAST RUN ARE APPLIED TO THE STANDING LINK FILE. A CURRENT
      *ACCOUNT HAS AT MOST ONE PROTECTING SAVINGS ACCOUNT, SO A NEW
      *REQUEST REPLACES ANY EARLIER LINK AND A ZERO SAVINGS ACCOUNT
      *REMOVES IT. THE ATM ALREADY CHECKED THE PRODUCTS AND THE
      *SAVINGS PASSWORD; THE PROJECTION RECHECKS THE PRODUCTS EVERY
      *NIGHT, SINCE A SUPERVISOR CAN CHANGE A TYPE AFTER THE LINK IS
      *MADE. LIKE THE STANDING ORDERS THIS ONLY RUNS ON A FRESH
      *SETTLEMENT, AND APPLYING THE QUEUE TWICE GIVES THE SAME FILE,
      *SO A RERUN BEFORE THE FIRST CHECKPOINT IS HARMLESS. THE QUEUE
      *ITSELF IS EMPTIED AT THE END OF THE RUN.
       ODP-APPLY-PARAGRAPH.
           MOVE 1 TO PT-MODE.
           MOVE 0 TO PT-COUNT.
           OPEN INPUT FILE-ODL.
           GO TO ODP-LOAD-PARAGRAPH.

       ODP-LOAD-PARAGRAPH.
           READ FILE-ODL
               AT END GO TO ODP-LOAD-END-PARAGRAPH
               NOT AT END GO TO ODP-LOAD-CHECK-PARAGRAPH
           END-READ.

       ODP-LOAD-CHECK-PARAGRAPH.
           IF PT-COUNT NOT < PT-MAX THEN
               DISPLAY '=> OVERDRAFT PROTECTION TABLE FULL'
               DISPLAY '=> RAISE THE LINK LIMIT AND RERUN'
               STOP RUN
           END-IF.
           ADD 1 TO PT-COUNT.
           MOVE OL-CURRENT TO PT-CURRENT(PT-COUNT).
           MOVE OL-SAVINGS TO PT-SAVINGS(PT-COUNT).
           MOVE OL-SINCE TO PT-SINCE(PT-COUNT).
           MOVE 0 TO PT-CUR-STAT(PT-COUNT).
           MOVE 0 TO PT-SAV-STAT(PT-COUNT).
           MOVE 0 TO PT-CLOSING(PT-COUNT).
           MOVE 0 TO PT-CUR-BAL(PT-COUNT).
           MOVE 0 TO PT-SAV-BAL(PT-COUNT).
           MOVE 0 TO PT-SAV-WD(PT-COUNT).
           MOVE 0 TO PT-AMOUNT(PT-COUNT).
           GO TO ODP-LOAD-PARAGRAPH.

       ODP-LOAD-END-PARAGRAPH.
           CLOSE FILE-ODL.
           IF PT-MODE = 1 THEN
               OPEN INPUT FILE-ODQ
               GO TO ODP-REQ-PARAGRAPH
           END-IF.
           GO TO ODP-PMASTER-PARAGRAPH.

       ODP-REQ-PARAGRAPH.
           READ FILE-ODQ
               AT END GO TO ODP-REQ-END-PARAGRAPH
               NOT AT END GO TO ODP-REQ-CHECK-PARAGRAPH
           END-READ.

       ODP-REQ-CHECK-PARAGRAPH.
           MOVE 1 TO PT-I.
           GO TO ODP-REQ-FIND-PARAGRAPH.

       ODP-REQ-FIND-PARAGRAPH.
           IF PT-I > PT-COUNT THEN
               GO TO ODP-REQ-ADD-PARAGRAPH
           END-IF.
           IF PT-CURRENT(PT-I) = OQ-CURRENT THEN
               GO TO ODP-REQ-HIT-PARAGRAPH
           END-IF.
           ADD 1 TO PT-I.
           GO TO ODP-REQ-FIND-PARAGRAPH.

      *AN EXISTING LINK IS REPLACED IN PLACE, OR REMOVED BY MOVING
      *THE LAST ENTRY DOWN INTO ITS SLOT.
       ODP-REQ-HIT-PARAGRAPH.
           IF OQ-SAVINGS = 0 THEN
               MOVE PT-ENTRY(PT-COUNT) TO PT-ENTRY(PT-I)
               SUBTRACT 1 FROM PT-COUNT
               GO TO ODP-REQ-PARAGRAPH
           END-IF.
           IF OQ-SAVINGS = OQ-CURRENT THEN
               GO TO ODP-REQ-PARAGRAPH
           END-IF.
           MOVE OQ-SAVINGS TO PT-SAVINGS(PT-I).
           MOVE RUN-STAMP-DATE TO PT-SINCE(PT-I).
           GO TO ODP-REQ-PARAGRAPH.

       ODP-REQ-ADD-PARAGRAPH.
           IF OQ-SAVINGS = 0 THEN
               GO TO ODP-REQ-PARAGRAPH
           END-IF.
           IF OQ-SAVINGS = OQ-CURRENT THEN
               GO TO ODP-REQ-PARAGRAPH
           END-IF.
           IF PT-COUNT NOT < PT-MAX THEN
               DISPLAY '=> OVERDRAFT PROTECTION TABLE FULL'
               DISPLAY '=> RAISE THE LINK LIMIT AND RERUN'
               STOP RUN
           END-IF.
           ADD 1 TO PT-COUNT.
           MOVE OQ-CURRENT TO PT-CURRENT(PT-COUNT).
           MOVE OQ-SAVINGS TO PT-SAVINGS(PT-COUNT).
           MOVE RUN-STAMP-DATE TO PT-SINCE(PT-COUNT).
           GO TO ODP-REQ-PARAGRAPH.

       ODP-REQ-END-PARAGRAPH.
           CLOSE FILE-ODQ.
           OPEN OUTPUT FILE-ODLN.
           MOVE 1 TO PT-I.
           GO TO ODP-SAVE-PARAGRAPH.

       ODP-SAVE-PARAGRAPH.
           IF PT-I > PT-COUNT THEN
               GO TO ODP-SAVE-END-PARAGRAPH
           END-IF.
           MOVE PT-CURRENT(PT-I) TO OLN-CURRENT.
           MOVE PT-SAVINGS(PT-I) TO OLN-SAVINGS.
           MOVE PT-SINCE(PT-I) TO OLN-SINCE.
           WRITE OLN-RECORD.
           ADD 1 TO PT-I.
           GO TO ODP-SAVE-PARAGRAPH.

       ODP-SAVE-END-PARAGRAPH.
           CLOSE FILE-ODLN.
           CALL "CBL_RENAME_FILE" USING ODLN-FILENAME-WS
               ODL-FILENAME-WS
               RETURNING RENAME-STATUS-WS.
           IF RENAME-STATUS-WS NOT = 0 THEN
               DISPLAY '=> OVERDRAFT PROTECTION FILE SWAP FAILED - '
                   'STATUS ' RENAME-STATUS-WS
               STOP RUN
           END-IF.
           GO TO ALERT-APPLY-PARAGRAPH.

      *ALERT PREFERENCES QUEUED AT THE ATMS SINCE THE LAST RUN ARE
      *APPLIED TO THE STANDING PREFERENCE FILE THE SAME WAY. A NEW
      *OPT-IN REPLACES THE THRESHOLDS OF AN EARLIER ONE BUT KEEPS
      *WHAT THE ACCOUNT LOOKED LIKE LAST NIGHT, SO CHANGING A
      *THRESHOLD DOES NOT REPEAT OLD ALERTS; AN OPT-OUT REMOVES THE
      *ROW. A FIRST OPT-IN STARTS WITH EVERY FLAG AT 'N', SO A
      *CUSTOMER WHO JOINS WHILE ALREADY ON A REPORT HEARS ABOUT IT
      *THE FIRST NIGHT. FRESH RUNS ONLY, AND APPLYING THE QUEUE
      *TWICE GIVES THE SAME FILE. THE QUEUE IS EMPTIED AT THE END OF
      *THE RUN.
       ALERT-APPLY-PARAGRAPH.
           MOVE 1 TO ALT-MODE.
           GO TO ALERT-LOAD-START-PARAGRAPH.

      *SHARED BY THE APPLY STEP AND THE EXTRACT STEP.
       ALERT-LOAD-START-PARAGRAPH.
           MOVE 0 TO ALT-COUNT.
           MOVE 0 TO ALT-LAST-KEY.
           MOVE 0 TO ALT-HIT.
           OPEN INPUT FILE-ALP.
           GO TO ALERT-LOAD-PARAGRAPH.

       ALERT-LOAD-PARAGRAPH.
           READ FILE-ALP
               AT END GO TO ALERT-LOAD-END-PARAGRAPH
               NOT AT END GO TO ALERT-LOAD-CHECK-PARAGRAPH
           END-READ.

       ALERT-LOAD-CHECK-PARAGRAPH.
           IF ALT-COUNT NOT < ALT-MAX THEN
               DISPLAY '=> ALERT PREFERENCE TABLE FULL'
               DISPLAY '=> RAISE THE ALERT LIMIT AND RERUN'
               STOP RUN
           END-IF.
           ADD 1 TO ALT-COUNT.
           MOVE ALP-ACCOUNT TO ALT-ACCOUNT(ALT-COUNT).
           MOVE ALP-WD-LIMIT TO ALT-WD-LIMIT(ALT-COUNT).
           MOVE ALP-LOW-LEVEL TO ALT-LOW-LEVEL(ALT-COUNT).
           MOVE ALP-SINCE TO ALT-SINCE(ALT-COUNT).
           MOVE ALP-LOW TO ALT-WAS-LOW(ALT-COUNT).
           MOVE ALP-NEG TO ALT-WAS-NEG(ALT-COUNT).
           MOVE ALP-DORM TO ALT-WAS-DORM(ALT-COUNT).
           MOVE ALP-STOP TO ALT-WAS-STOP(ALT-COUNT).
           MOVE 'N' TO ALT-NOW-LOW(ALT-COUNT).
           MOVE 'N' TO ALT-NOW-NEG(ALT-COUNT).
           MOVE 'N' TO ALT-NOW-DORM(ALT-COUNT).
           MOVE 'N' TO ALT-NOW-STOP(ALT-COUNT).
           MOVE 'N' TO ALT-LIVE(ALT-COUNT).
           MOVE '+' TO ALT-SIGN(ALT-COUNT).
           MOVE 0 TO ALT-BALANCE(ALT-COUNT).
           MOVE 0 TO ALT-PWD-DATE(ALT-COUNT).
           GO TO ALERT-LOAD-PARAGRAPH.

       ALERT-LOAD-END-PARAGRAPH.
           CLOSE FILE-ALP.
           IF ALT-MODE = 1 THEN
               OPEN INPUT FILE-ALQ
               GO TO ALERT-REQ-PARAGRAPH
           END-IF.
           GO TO ALERT-TRANS-PARAGRAPH.

       ALERT-REQ-PARAGRAPH.
           READ FILE-ALQ
               AT END GO TO ALERT-REQ-END-PARAGRAPH
               NOT AT END GO TO ALERT-REQ-CHECK-PARAGRAPH
           END-READ.

      *ROWS MOVE AS REQUESTS ARE APPLIED, SO NOTHING IS REMEMBERED
      *FROM ONE LOOKUP TO THE NEXT HERE.
       ALERT-REQ-CHECK-PARAGRAPH.
           MOVE 0 TO ALT-LAST-KEY.
           MOVE ALQ-ACCOUNT TO ALT-KEY.
           MOVE 1 TO ALT-RET.
           GO TO ALERT-FIND-PARAGRAPH.

      *AN OPT-OUT MOVES THE LAST ENTRY DOWN INTO THE FREED SLOT.
       ALERT-REQ-HIT-PARAGRAPH.
           IF ALT-HIT = 0 THEN
               GO TO ALERT-REQ-ADD-PARAGRAPH
           END-IF.
           IF ALQ-OPTIN NOT = 'Y' THEN
               MOVE ALT-ENTRY(ALT-COUNT) TO ALT-ENTRY(ALT-HIT)
               SUBTRACT 1 FROM ALT-COUNT
               GO TO ALERT-REQ-PARAGRAPH
           END-IF.
           MOVE ALQ-WD-LIMIT TO ALT-WD-LIMIT(ALT-HIT).
           MOVE ALQ-LOW-LEVEL TO ALT-LOW-LEVEL(ALT-HIT).
           GO TO ALERT-REQ-PARAGRAPH.

       ALERT-REQ-ADD-PARAGRAPH.
           IF ALQ-OPTIN NOT = 'Y' THEN
               GO TO ALERT-REQ-PARAGRAPH
           END-IF.
           IF ALT-COUNT NOT < ALT-MAX THEN
               DISPLAY '=> ALERT PREFERENCE TABLE FULL'
               DISPLAY '=> RAISE THE ALERT LIMIT AND RERUN'
               STOP RUN
           END-IF.
           ADD 1 TO ALT-COUNT.
           MOVE ALQ-ACCOUNT TO ALT-ACCOUNT(ALT-COUNT).
           MOVE ALQ-WD-LIMIT TO ALT-WD-LIMIT(ALT-COUNT).
           MOVE ALQ-LOW-LEVEL TO ALT-LOW-LEVEL(ALT-COUNT).
           MOVE RUN-STAMP-DATE TO ALT-SINCE(ALT-COUNT).
           MOVE 'N' TO ALT-WAS-LOW(ALT-COUNT).
           MOVE 'N' TO ALT-WAS-NEG(ALT-COUNT).
           MOVE 'N' TO ALT-WAS-DORM(ALT-COUNT).
           MOVE 'N' TO ALT-WAS-STOP(ALT-COUNT).
           GO TO ALERT-REQ-PARAGRAPH.

       ALERT-REQ-END-PARAGRAPH.
           CLOSE FILE-ALQ.
           OPEN OUTPUT FILE-ALPN.
           MOVE 1 TO ALT-I.
           GO TO ALERT-SAVE-PARAGRAPH.

       ALERT-SAVE-PARAGRAPH.
           IF ALT-I > ALT-COUNT THEN
               GO TO ALERT-SAVE-END-PARAGRAPH
           END-IF.
           MOVE ALT-ACCOUNT(ALT-I) TO ALPN-ACCOUNT.
           MOVE ALT-WD-LIMIT(ALT-I) TO ALPN-WD-LIMIT.
           MOVE ALT-LOW-LEVEL(ALT-I) TO ALPN-LOW-LEVEL.
           MOVE ALT-SINCE(ALT-I) TO ALPN-SINCE.
           MOVE ALT-WAS-LOW(ALT-I) TO ALPN-LOW.
           MOVE ALT-WAS-NEG(ALT-I) TO ALPN-NEG.
           MOVE ALT-WAS-DORM(ALT-I) TO ALPN-DORM.
           MOVE ALT-WAS-STOP(ALT-I) TO ALPN-STOP.
           WRITE ALPN-RECORD.
           ADD 1 TO ALT-I.
           GO TO ALERT-SAVE-PARAGRAPH.

       ALERT-SAVE-END-PARAGRAPH.
           CLOSE FILE-ALPN.
           CALL "CBL_RENAME_FILE" USING ALPN-FILENAME-WS
               ALP-FILENAME-WS
               RETURNING RENAME-STATUS-WS.
           IF RENAME-STATUS-WS NOT = 0 THEN
               DISPLAY '=> ALERT PREFERENCE FILE SWAP FAILED - '
                   'STATUS ' RENAME-STATUS-WS
               STOP RUN
           END-IF.
           GO TO CLR-OUT-PARAGRAPH.

      *OUTBOUND CLEARING: EVERY EXTERNAL TRANSFER THE ATMS QUEUED IS
               NOT AT END MOVE DD-DAYS TO DORMANT-LIMIT-DAYS
           END-READ.
           CLOSE FILE-DORMD.
      *THE SAME GOES FOR THE COLLECTIONS LOCK THRESHOLD.
           OPEN INPUT FILE-COLD.
           READ FILE-COLD
               AT END CONTINUE
               NOT AT END MOVE CD-DAYS TO COLL-BLOCK-DAYS
           END-READ.
           CLOSE FILE-COLD.
      *THE FEE SCHEDULE IS THE BRANCH'S TO SET - NO FILE, NO FEES.
      *THE MONTHLY KEEPING FEE GOES ON AT THE FIRST SETTLEMENT OF
      *THE MONTH.
                   MOVE FEE-RUN-MONTH TO FEE-CHARGE-MONTH
               END-IF
           END-IF.
      *DECIDE TONIGHT'S OVERDRAFT SWEEPS BEFORE ANY ACCOUNT IS
      *TOUCHED. THE PROJECTION ONLY READS FILES THE LOOP ITSELF
      *READS, SO A RESUMED RUN ARRIVES AT EXACTLY THE SAME AMOUNTS.
           MOVE 2 TO PT-MODE.
           MOVE 0 TO PT-COUNT.
           OPEN INPUT FILE-ODL.
           GO TO ODP-LOAD-PARAGRAPH.

      *THE PROJECTION. ONE PASS OF THE MASTER FINDS BOTH ACCOUNTS OF
      *EVERY LINK, CHECKS THEIR PRODUCTS AND TAKES THEIR OPENING
      *BALANCES; ONE PASS EACH OF TONIGHT'S SORTED STREAM AND THE
      *ADJUSTMENT QUEUE BRINGS THOSE BALANCES TO WHERE THE LOOP WILL
      *HAVE THEM AT THE SWEEP POINT; ONE PASS OF THE CLOSURE QUEUE
      *MARKS LINKS WHOSE ACCOUNTS MAY BE CLOSING TONIGHT - THOSE ARE
      *LEFT ALONE RATHER THAN SWEPT INTO OR OUT OF A PAYOUT.
       ODP-PMASTER-PARAGRAPH.
           OPEN INPUT FILE-M.
           GO TO ODP-PMASTER-READ-PARAGRAPH.

       ODP-PMASTER-READ-PARAGRAPH.
           READ FILE-M
               AT END GO TO ODP-PMASTER-END-PARAGRAPH
               NOT AT END GO TO ODP-PMASTER-CHECK-PARAGRAPH
           END-READ.

       ODP-PMASTER-CHECK-PARAGRAPH.
           MOVE M-BALANCE TO PT-SIGNED.
           IF M-SIGN = '-' THEN
               COMPUTE PT-SIGNED = 0 - M-BALANCE
           END-IF.
           MOVE 1 TO PT-I.
           GO TO ODP-PMASTER-MATCH-PARAGRAPH.

       ODP-PMASTER-MATCH-PARAGRAPH.
           IF PT-I > PT-COUNT THEN
               GO TO ODP-PMASTER-READ-PARAGRAPH
           END-IF.
           IF PT-CURRENT(PT-I) = M-ACCOUNT THEN
               MOVE PT-SIGNED TO PT-CUR-BAL(PT-I)
               MOVE 1 TO PT-CUR-STAT(PT-I)
               IF M-TYPE = 'S' THEN
                   MOVE 2 TO PT-CUR-STAT(PT-I)
               END-IF
           END-IF.
           IF PT-SAVINGS(PT-I) = M-ACCOUNT THEN
               MOVE PT-SIGNED TO PT-SAV-BAL(PT-I)
               MOVE 2 TO PT-SAV-STAT(PT-I)
               IF M-TYPE = 'S' THEN
                   MOVE 1 TO PT-SAV-STAT(PT-I)
               END-IF
           END-IF.
           ADD 1 TO PT-I.
           GO TO ODP-PMASTER-MATCH-PARAGRAPH.

       ODP-PMASTER-END-PARAGRAPH.
           CLOSE FILE-M.
           OPEN INPUT FILE-S.
           GO TO ODP-PTRANS-READ-PARAGRAPH.

       ODP-PTRANS-READ-PARAGRAPH.
           READ FILE-S
               AT END GO TO ODP-PTRANS-END-PARAGRAPH
               NOT AT END GO TO ODP-PTRANS-CHECK-PARAGRAPH
           END-READ.

       ODP-PTRANS-CHECK-PARAGRAPH.
           IF S-OPERATION = 'D' THEN
               MOVE S-AMOUNT TO PT-SIGNED
               MOVE 1 TO PT-I
               GO TO ODP-PTRANS-MATCH-PARAGRAPH
           END-IF.
           IF S-OPERATION = 'W' THEN
               COMPUTE PT-SIGNED = 0 - S-AMOUNT
               MOVE 1 TO PT-I
               GO TO ODP-PTRANS-MATCH-PARAGRAPH
           END-IF.
           GO TO ODP-PTRANS-READ-PARAGRAPH.

       ODP-PTRANS-MATCH-PARAGRAPH.
           IF PT-I > PT-COUNT THEN
               GO TO ODP-PTRANS-READ-PARAGRAPH
           END-IF.
           IF PT-CURRENT(PT-I) = S-ACCOUNT THEN
               ADD PT-SIGNED TO PT-CUR-BAL(PT-I)
           END-IF.
      *A SAVINGS WITHDRAWAL IS COUNTED TOO, FOR THE FEE IT WILL DRAW.
           IF PT-SAVINGS(PT-I) = S-ACCOUNT THEN
               ADD PT-SIGNED TO PT-SAV-BAL(PT-I)
               IF S-OPERATION = 'W' THEN
                   ADD 1 TO PT-SAV-WD(PT-I)
               END-IF
           END-IF.
           ADD 1 TO PT-I.
           GO TO ODP-PTRANS-MATCH-PARAGRAPH.

       ODP-PTRANS-END-PARAGRAPH.
           CLOSE FILE-S.
           OPEN INPUT FILE-AQ.
           GO TO ODP-PADJ-READ-PARAGRAPH.

       ODP-PADJ-READ-PARAGRAPH.
           READ FILE-AQ
               AT END GO TO ODP-PADJ-END-PARAGRAPH
               NOT AT END GO TO ODP-PADJ-CHECK-PARAGRAPH
           END-READ.

      *ONLY AN ITEM THE LOOP WILL ACTUALLY POST COUNTS - A GARBLED
      *ONE GOES TO THE REGISTER AS REJECTED.
       ODP-PADJ-CHECK-PARAGRAPH.
           IF AQ-AMOUNT = 0 THEN
               GO TO ODP-PADJ-READ-PARAGRAPH
           END-IF.
           IF AQ-TYPE NOT = 'R' THEN
               IF AQ-TYPE NOT = 'M' THEN
                   IF AQ-TYPE NOT = 'P' THEN
                       IF AQ-TYPE NOT = 'K' THEN
                           GO TO ODP-PADJ-READ-PARAGRAPH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF AQ-DRCR = 'C' THEN
               MOVE AQ-AMOUNT TO PT-SIGNED
               MOVE 1 TO PT-I
               GO TO ODP-PADJ-MATCH-PARAGRAPH
           END-IF.
           IF AQ-DRCR = 'D' THEN
               COMPUTE PT-SIGNED = 0 - AQ-AMOUNT
               MOVE 1 TO PT-I
               GO TO ODP-PADJ-MATCH-PARAGRAPH
           END-IF.
           GO TO ODP-PADJ-READ-PARAGRAPH.

       ODP-PADJ-MATCH-PARAGRAPH.
           IF PT-I > PT-COUNT THEN
               GO TO ODP-PADJ-READ-PARAGRAPH
           END-IF.
           IF PT-CURRENT(PT-I) = AQ-ACCOUNT THEN
               ADD PT-SIGNED TO PT-CUR-BAL(PT-I)
           END-IF.
           IF PT-SAVINGS(PT-I) = AQ-ACCOUNT THEN
               ADD PT-SIGNED TO PT-SAV-BAL(PT-I)
           END-IF.
           ADD 1 TO PT-I.
           GO TO ODP-PADJ-MATCH-PARAGRAPH.

       ODP-PADJ-END-PARAGRAPH.
           CLOSE FILE-AQ.
           OPEN INPUT FILE-CR.
           GO TO ODP-PCLOSE-READ-PARAGRAPH.

       ODP-PCLOSE-READ-PARAGRAPH.
           READ FILE-CR
               AT END GO TO ODP-PCLOSE-END-PARAGRAPH
               NOT AT END GO TO ODP-PCLOSE-CHECK-PARAGRAPH
           END-READ.

       ODP-PCLOSE-CHECK-PARAGRAPH.
           MOVE 1 TO PT-I.
           GO TO ODP-PCLOSE-MATCH-PARAGRAPH.

       ODP-PCLOSE-MATCH-PARAGRAPH.
           IF PT-I > PT-COUNT THEN
               GO TO ODP-PCLOSE-READ-PARAGRAPH
           END-IF.
           IF PT-CURRENT(PT-I) = CR-ACCOUNT THEN
               MOVE 1 TO PT-CLOSING(PT-I)
           END-IF.
           IF PT-SAVINGS(PT-I) = CR-ACCOUNT THEN
               MOVE 1 TO PT-CLOSING(PT-I)
           END-IF.
           ADD 1 TO PT-I.
           GO TO ODP-PCLOSE-MATCH-PARAGRAPH.

      *NOW SIZE EACH SWEEP: THE CURRENT ACCOUNT'S SHORTFALL BELOW
      *ZERO, BUT NO MORE THAN THE SAVINGS ACCOUNT WILL HOLD ONCE ITS
      *OWN FEE IS TAKEN, AND NO MORE THAN ONE POSTING CAN CARRY. A
      *SAVINGS ACCOUNT PROTECTING MORE THAN ONE CURRENT ACCOUNT IS
      *SHARED OUT IN LINK-FILE ORDER - WHAT ONE SWEEP TAKES IS GONE
      *FOR THE LINKS AFTER IT. EVERY LINK WITH A SHORTFALL OR A
      *PROBLEM GOES ON THE SWEEP REPORT.
       ODP-PCLOSE-END-PARAGRAPH.
           CLOSE FILE-CR.
           OPEN OUTPUT FILE-ODR.
           MOVE 1 TO PT-I.
           GO TO ODP-SIZE-PARAGRAPH.

       ODP-SIZE-PARAGRAPH.
           IF PT-I > PT-COUNT THEN
               GO TO ODP-SIZE-END-PARAGRAPH
           END-IF.
           MOVE 0 TO PT-AMOUNT(PT-I).
           MOVE 0 TO PT-SHORT.
           IF PT-CUR-BAL(PT-I) < 0 THEN
               COMPUTE PT-SHORT = 0 - PT-CUR-BAL(PT-I)
           END-IF.
           IF PT-CUR-STAT(PT-I) = 0 THEN
               MOVE 'NO ACCOUNT' TO ODR-STAT
               GO TO ODP-REPORT-PARAGRAPH
           END-IF.
           IF PT-SAV-STAT(PT-I) = 0 THEN
               MOVE 'NO ACCOUNT' TO ODR-STAT
               GO TO ODP-REPORT-PARAGRAPH
           END-IF.
           IF PT-CUR-STAT(PT-I) = 2 THEN
               MOVE 'NOT CURRENT' TO ODR-STAT
               GO TO ODP-REPORT-PARAGRAPH
           END-IF.
           IF PT-SAV-STAT(PT-I) = 2 THEN
               MOVE 'NOT SAVINGS' TO ODR-STAT
               GO TO ODP-REPORT-PARAGRAPH
           END-IF.
           IF PT-SHORT = 0 THEN
               ADD 1 TO PT-I
               GO TO ODP-SIZE-PARAGRAPH
           END-IF.
           IF PT-CLOSING(PT-I) = 1 THEN
               MOVE 'CLOSING' TO ODR-STAT
               GO TO ODP-REPORT-PARAGRAPH
           END-IF.
           MOVE 0 TO PT-FEE.
           IF FEE-MONTHLY-DUE = 1 THEN
               ADD FEE-MONTHLY-WS TO PT-FEE
           END-IF.
           IF PT-SAV-WD(PT-I) > FEE-FREE-WD-WS THEN
               COMPUTE PT-FEE = PT-FEE
                   + (PT-SAV-WD(PT-I) - FEE-FREE-WD-WS) * FEE-WD-WS
           END-IF.
           IF PT-FEE > 9999999 THEN
               MOVE 9999999 TO PT-FEE
           END-IF.
           COMPUTE PT-AVAIL = PT-SAV-BAL(PT-I) - PT-FEE.
           IF PT-AVAIL > 0 THEN
               MOVE PT-SHORT TO PT-SIGNED
               IF PT-AVAIL < PT-SIGNED THEN
                   MOVE PT-AVAIL TO PT-SIGNED
               END-IF
               IF PT-SIGNED > 9999999 THEN
                   MOVE 9999999 TO PT-SIGNED
               END-IF
               MOVE PT-SIGNED TO PT-AMOUNT(PT-I)
           END-IF.
           MOVE 'PARTIAL' TO ODR-STAT.
           IF PT-AMOUNT(PT-I) = PT-SHORT THEN
               MOVE 'SWEPT' TO ODR-STAT
           END-IF.
           IF PT-AMOUNT(PT-I) = 0 THEN
               MOVE 'NO FUNDS' TO ODR-STAT
               GO TO ODP-REPORT-PARAGRAPH
           END-IF.
           COMPUTE PT-J = PT-I + 1.
           GO TO ODP-SHARE-PARAGRAPH.

       ODP-SHARE-PARAGRAPH.
           IF PT-J > PT-COUNT THEN
               GO TO ODP-REPORT-PARAGRAPH
           END-IF.
           IF PT-SAVINGS(PT-J) = PT-SAVINGS(PT-I) THEN
               SUBTRACT PT-AMOUNT(PT-I) FROM PT-SAV-BAL(PT-J)
           END-IF.
           ADD 1 TO PT-J.
           GO TO ODP-SHARE-PARAGRAPH.

       ODP-REPORT-PARAGRAPH.
           MOVE RUN-STAMP-DATE TO ODR-DATE.
           MOVE ' Current: ' TO ODR-PCUR.
           MOVE PT-CURRENT(PT-I) TO ODR-CURRENT.
           MOVE ' Savings: ' TO ODR-PSAV.
           MOVE PT-SAVINGS(PT-I) TO ODR-SAVINGS.
           MOVE ' Shortfall: ' TO ODR-PSHORT.
           MOVE PT-SHORT TO ODR-SHORT.
           MOVE ' Swept: ' TO ODR-PSWEPT.
           MOVE PT-AMOUNT(PT-I) TO ODR-SWEPT.
           MOVE ' Status: ' TO ODR-PSTAT.
           WRITE ODR-RECORD.
           ADD 1 TO PT-I.
           GO TO ODP-SIZE-PARAGRAPH.

       ODP-SIZE-END-PARAGRAPH.
           CLOSE FILE-ODR.
           GO TO UPDATE-OPEN-PARAGRAPH.

       UPDATE-OPEN-PARAGRAPH.
           OPEN INPUT FILE-S.
           OPEN INPUT FILE-M.
           OPEN INPUT FILE-COL.
           MOVE 0 TO COLL-EOF.
           MOVE 0 TO COLL-HAVE.
           IF RESUME-FLAG = 'Y' THEN
               OPEN EXTEND FILE-MU
               OPEN EXTEND FILE-NR
               OPEN EXTEND FILE-CLACCT
               OPEN EXTEND FILE-MAINTR
               OPEN EXTEND FILE-DORMR
               OPEN EXTEND FILE-AP
               OPEN EXTEND FILE-OPP
               OPEN EXTEND FILE-COLU
           END-IF.
           IF RESUME-FLAG NOT = 'Y' THEN
               OPEN OUTPUT FILE-MU
               OPEN OUTPUT FILE-CLACCT
               OPEN OUTPUT FILE-MAINTR
               OPEN OUTPUT FILE-DORMR
               OPEN OUTPUT FILE-AP
               OPEN OUTPUT FILE-OPP
               OPEN OUTPUT FILE-COLU
           END-IF.
           OPEN EXTEND FILE-ADR.

       UPDATE-PARAGRAPH.
           IF M-FLAG = 1 THEN
                   CLOSE FILE-CLACCT
                   CLOSE FILE-MAINTR
                   CLOSE FILE-DORMR
                   CLOSE FILE-AP
                   CLOSE FILE-OPP
                   CLOSE FILE-ADR
                   CLOSE FILE-COL
                   CLOSE FILE-COLU
                   GO TO APPEND-INT-PARAGRAPH
               END-IF
           END-IF.
           MOVE TOTAL-FEES TO CKPT-TOTAL-FEE.
           MOVE FEE-CHARGE-MONTH TO CKPT-FEE-MONTH.
           MOVE 0 TO CKPT-NEWACCT-COUNT.
           MOVE TOTAL-ADJ-CR TO CKPT-TOTAL-ADJC.
           MOVE TOTAL-ADJ-DR TO CKPT-TOTAL-ADJD.
           MOVE TOTAL-SWEEP-CR TO CKPT-TOTAL-SWC.
           MOVE TOTAL-SWEEP-DR TO CKPT-TOTAL-SWD.
           MOVE TOTAL-CLM-V TO CKPT-TOTAL-CLV.
           MOVE TOTAL-CLM-Y TO CKPT-TOTAL-CLY.
           MOVE TOTAL-CLM-K TO CKPT-TOTAL-CLK.
           MOVE TOTAL-CLM-KM TO CKPT-TOTAL-CLKM.
           MOVE TOTAL-CLM-J TO CKPT-TOTAL-CLJ.
           MOVE TOTAL-CLM-JM TO CKPT-TOTAL-CLJM.
           MOVE 'N' TO CKPT-ADJ-SWEPT.
           OPEN OUTPUT FILE-CKPT.
           WRITE CKPT-RECORD.
           CLOSE FILE-CKPT.

       MAINT-SCAN-END-PARAGRAPH.
           CLOSE FILE-MAINTREQ.
           GO TO ADJ-PREP-PARAGRAPH.

      *POST ANY BRANCH ADJUSTMENT OR REVERSAL APPROVED FOR THIS
      *ACCOUNT SINCE THE LAST RUN. THEY GO ON AFTER TONIGHT'S OWN
      *ACTIVITY AND BEFORE FEES, INTEREST AND THE NEGATIVE REPORT, SO
      *A CORRECTED BALANCE IS WHAT ACCRUES AND WHAT GETS REPORTED.
      *THE QUEUE IS SMALL AND SCANNED PER ACCOUNT THE SAME WAY THE
      *MAINTENANCE REQUESTS ARE; ITEMS POST IN THE ORDER APPROVED.
      *EACH ONE IS STAGED AS ITS OWN POSTING SO IT PRINTS AS A
      *SEPARATE STATEMENT LINE, AND GOES ON THE REGISTER.
       ADJ-PREP-PARAGRAPH.
           OPEN INPUT FILE-AQ.
           GO TO ADJ-SCAN-PARAGRAPH.

       ADJ-SCAN-PARAGRAPH.
           READ FILE-AQ
               AT END GO TO ADJ-SCAN-END-PARAGRAPH
               NOT AT END GO TO ADJ-SCAN-CHECK-PARAGRAPH
           END-READ.

       ADJ-SCAN-CHECK-PARAGRAPH.
           IF AQ-ACCOUNT NOT = BUF-ACCOUNT THEN
               GO TO ADJ-SCAN-PARAGRAPH
           END-IF.
           MOVE SPACE TO ADJ-OP-WS.
           MOVE 0 TO ADJ-CLAIM.
           IF AQ-DRCR = 'C' THEN
               IF AQ-TYPE = 'R' THEN
                   MOVE 'U' TO ADJ-OP-WS
               END-IF
               IF AQ-TYPE = 'M' THEN
                   MOVE 'C' TO ADJ-OP-WS
               END-IF
           END-IF.
           IF AQ-DRCR = 'D' THEN
               IF AQ-TYPE = 'R' THEN
                   MOVE 'R' TO ADJ-OP-WS
               END-IF
               IF AQ-TYPE = 'M' THEN
                   MOVE 'B' TO ADJ-OP-WS
               END-IF
           END-IF.
      *ATM CLAIM ITEMS: TYPE P IS THE PROVISIONAL CREDIT (V) OR ITS
      *REVERSAL WHEN THE CLAIM IS DENIED (Y); TYPE K IS THE FINAL
      *CREDIT - PAID TO THE CUSTOMER (K) WHEN NO PROVISIONAL CREDIT
      *WAS GIVEN, OR A PROVISIONAL ONE MADE FINAL (J, DRCR N) WHICH
      *MOVES NO BALANCE AND ONLY CLEARS THE CLAIMS SUSPENSE ACCOUNT.
           IF AQ-TYPE = 'P' THEN
               MOVE 1 TO ADJ-CLAIM
               IF AQ-DRCR = 'C' THEN
                   MOVE 'V' TO ADJ-OP-WS
               END-IF
               IF AQ-DRCR = 'D' THEN
                   MOVE 'Y' TO ADJ-OP-WS
               END-IF
           END-IF.
           IF AQ-TYPE = 'K' THEN
               MOVE 1 TO ADJ-CLAIM
               IF AQ-DRCR = 'C' THEN
                   MOVE 'K' TO ADJ-OP-WS
               END-IF
               IF AQ-DRCR = 'N' THEN
                   MOVE 'J' TO ADJ-OP-WS
               END-IF
           END-IF.
      *A GARBLED QUEUE ITEM IS LISTED ON THE REGISTER AS REJECTED,
      *NEVER POSTED.
           IF ADJ-OP-WS = SPACE THEN
               MOVE 'BAD REQUEST' TO ADR-STAT
               GO TO ADJ-REGISTER-PARAGRAPH
           END-IF.
           IF AQ-AMOUNT = 0 THEN
               MOVE 'BAD REQUEST' TO ADR-STAT
               GO TO ADJ-REGISTER-PARAGRAPH
           END-IF.
           IF AQ-DRCR = 'C' THEN
               IF BUF-SIGN = '+' THEN
                   ADD AQ-AMOUNT TO BUF-BALANCE
               END-IF
               IF BUF-SIGN = '-' THEN
                   IF BUF-BALANCE NOT > AQ-AMOUNT THEN
                       COMPUTE BUF-BALANCE = AQ-AMOUNT - BUF-BALANCE
                       MOVE '+' TO BUF-SIGN
                   END-IF
                   IF BUF-SIGN = '-' THEN
                       SUBTRACT AQ-AMOUNT FROM BUF-BALANCE
                   END-IF
               END-IF
               IF ADJ-CLAIM = 0 THEN
                   ADD AQ-AMOUNT TO TOTAL-ADJ-CR
               END-IF
           END-IF.
           IF AQ-DRCR = 'D' THEN
               IF BUF-SIGN = '-' THEN
                   ADD AQ-AMOUNT TO BUF-BALANCE
               END-IF
               IF BUF-SIGN = '+' THEN
                   IF BUF-BALANCE < AQ-AMOUNT THEN
                       COMPUTE BUF-BALANCE = AQ-AMOUNT - BUF-BALANCE
                       MOVE '-' TO BUF-SIGN
                   END-IF
                   IF BUF-SIGN = '+' THEN
                       SUBTRACT AQ-AMOUNT FROM BUF-BALANCE
                   END-IF
               END-IF
               IF ADJ-CLAIM = 0 THEN
                   ADD AQ-AMOUNT TO TOTAL-ADJ-DR
               END-IF
           END-IF.
           IF ADJ-CLAIM = 1 THEN
               GO TO ADJ-CLAIM-PARAGRAPH
           END-IF.
           ADD 1 TO CNT-ADJ.
           GO TO ADJ-POST-PARAGRAPH.

      *A CLAIM ITEM GOES INTO ITS OWN TOTAL. A FINAL CREDIT CARRIES
      *REASON MC WHEN THE OFFICER MATCHED THE CLAIM TO AN OVERAGE ON
      *THE CASH PROOF, AND THAT SHARE IS KEPT APART FOR THE GL. A
      *PROVISIONAL CREDIT MADE FINAL IS NOT POSTED TO THE ACCOUNT -
      *THE CUSTOMER ALREADY HAS THE MONEY - SO IT ONLY GOES ON THE
      *REGISTER.
       ADJ-CLAIM-PARAGRAPH.
           ADD 1 TO CNT-CLM.
           IF ADJ-OP-WS = 'V' THEN
               ADD AQ-AMOUNT TO TOTAL-CLM-V
           END-IF.
           IF ADJ-OP-WS = 'Y' THEN
               ADD AQ-AMOUNT TO TOTAL-CLM-Y
           END-IF.
           IF ADJ-OP-WS = 'K' THEN
               ADD AQ-AMOUNT TO TOTAL-CLM-K
               IF AQ-REASON = 'MC' THEN
                   ADD AQ-AMOUNT TO TOTAL-CLM-KM
               END-IF
           END-IF.
           IF ADJ-OP-WS = 'J' THEN
               ADD AQ-AMOUNT TO TOTAL-CLM-J
               IF AQ-REASON = 'MC' THEN
                   ADD AQ-AMOUNT TO TOTAL-CLM-JM
               END-IF
               MOVE 'FINALISED' TO ADR-STAT
               GO TO ADJ-REGISTER-PARAGRAPH
           END-IF.
           GO TO ADJ-POST-PARAGRAPH.

       ADJ-POST-PARAGRAPH.
           MOVE BUF-ACCOUNT TO AP-ACCOUNT.
           MOVE ADJ-OP-WS TO AP-OPERATION.
           MOVE AQ-AMOUNT TO AP-AMOUNT.
           MOVE RUN-TIME-STAMP TO AP-TIMESTAMP.
           WRITE AP-TRANS-RECORD.
           MOVE 'POSTED' TO ADR-STAT.
           GO TO ADJ-REGISTER-PARAGRAPH.

       ADJ-REGISTER-PARAGRAPH.
           MOVE RUN-STAMP-DATE TO ADR-DATE.
           MOVE ' Account: ' TO ADR-PACCT.
           MOVE AQ-ACCOUNT TO ADR-ACCOUNT.
           MOVE ' Op: ' TO ADR-POP.
           MOVE ADJ-OP-WS TO ADR-OP.
           MOVE ' Amount: ' TO ADR-PAMT.
           MOVE AQ-AMOUNT TO ADR-AMOUNT.
           MOVE ' Reason: ' TO ADR-PREASON.
           MOVE AQ-REASON TO ADR-REASON.
           MOVE ' Ref: ' TO ADR-PREF.
           MOVE AQ-REF-OP TO ADR-REF-OP.
           MOVE AQ-REF-TIMESTAMP TO ADR-REF-TIMESTAMP.
           MOVE ' Keyed: ' TO ADR-PKEY.
           MOVE AQ-KEYER TO ADR-KEYER.
           MOVE ' Approved: ' TO ADR-PAPP.
           MOVE AQ-APPROVER TO ADR-APPROVER.
           MOVE ' Status: ' TO ADR-PSTAT.
           WRITE ADR-RECORD.
           GO TO ADJ-SCAN-PARAGRAPH.

       ADJ-SCAN-END-PARAGRAPH.
           CLOSE FILE-AQ.
           GO TO ODP-SWEEP-PARAGRAPH.

      *OVERDRAFT PROTECTION. THE AMOUNTS WERE FIXED BY THE PROJECTION
      *BEFORE THE LOOP STARTED; HERE EACH LEG IS POSTED AS ITS
      *ACCOUNT COMES THROUGH - A 'P' CREDIT TO THE CURRENT ACCOUNT, AN
      *'S' DEBIT TO THE SAVINGS ACCOUNT - AFTER TONIGHT'S ACTIVITY AND
      *ADJUSTMENTS AND BEFORE FEES, INTEREST AND THE NEGATIVE REPORT,
      *SO A COVERED ACCOUNT IS NEITHER CHARGED OVERDRAFT INTEREST NOR
      *REPORTED. BOTH LEGS ARE STAGED FOR THE STATEMENTS.
       ODP-SWEEP-PARAGRAPH.
           MOVE 1 TO PT-I.
           GO TO ODP-SWEEP-LOOP-PARAGRAPH.

       ODP-SWEEP-LOOP-PARAGRAPH.
           IF PT-I > PT-COUNT THEN
               GO TO FEE-PARAGRAPH
           END-IF.
           IF PT-AMOUNT(PT-I) = 0 THEN
               ADD 1 TO PT-I
               GO TO ODP-SWEEP-LOOP-PARAGRAPH
           END-IF.
           IF PT-CURRENT(PT-I) = BUF-ACCOUNT THEN
               GO TO ODP-SWEEP-CR-PARAGRAPH
           END-IF.
           IF PT-SAVINGS(PT-I) = BUF-ACCOUNT THEN
               GO TO ODP-SWEEP-DR-PARAGRAPH
           END-IF.
           ADD 1 TO PT-I.
           GO TO ODP-SWEEP-LOOP-PARAGRAPH.

       ODP-SWEEP-CR-PARAGRAPH.
           IF BUF-SIGN = '+' THEN
               ADD PT-AMOUNT(PT-I) TO BUF-BALANCE
           END-IF.
           IF BUF-SIGN = '-' THEN
               IF BUF-BALANCE NOT > PT-AMOUNT(PT-I) THEN
                   COMPUTE BUF-BALANCE = PT-AMOUNT(PT-I) - BUF-BALANCE
                   MOVE '+' TO BUF-SIGN
               END-IF
               IF BUF-SIGN = '-' THEN
                   SUBTRACT PT-AMOUNT(PT-I) FROM BUF-BALANCE
               END-IF
           END-IF.
           ADD PT-AMOUNT(PT-I) TO TOTAL-SWEEP-CR.
           ADD 1 TO CNT-SWEEP.
           MOVE BUF-ACCOUNT TO OPP-ACCOUNT.
           MOVE 'P' TO OPP-OPERATION.
           MOVE PT-AMOUNT(PT-I) TO OPP-AMOUNT.
           MOVE RUN-TIME-STAMP TO OPP-TIMESTAMP.
           WRITE OPP-TRANS-RECORD.
           ADD 1 TO PT-I.
           GO TO ODP-SWEEP-LOOP-PARAGRAPH.

      *THE PROJECTION NEVER ALLOCATES MORE THAN THE SAVINGS ACCOUNT
      *WILL HOLD AFTER TONIGHT'S ACTIVITY AND ITS OWN FEE, SO THIS
      *DEBIT CANNOT TAKE IT BELOW ZERO.
       ODP-SWEEP-DR-PARAGRAPH.
           IF BUF-SIGN = '-' THEN
               ADD PT-AMOUNT(PT-I) TO BUF-BALANCE
           END-IF.
           IF BUF-SIGN = '+' THEN
               IF BUF-BALANCE < PT-AMOUNT(PT-I) THEN
                   COMPUTE BUF-BALANCE = PT-AMOUNT(PT-I) - BUF-BALANCE
                   MOVE '-' TO BUF-SIGN
               END-IF
               IF BUF-SIGN = '+' THEN
                   SUBTRACT PT-AMOUNT(PT-I) FROM BUF-BALANCE
               END-IF
           END-IF.
           ADD PT-AMOUNT(PT-I) TO TOTAL-SWEEP-DR.
           MOVE BUF-ACCOUNT TO OPP-ACCOUNT.
           MOVE 'S' TO OPP-OPERATION.
           MOVE PT-AMOUNT(PT-I) TO OPP-AMOUNT.
           MOVE RUN-TIME-STAMP TO OPP-TIMESTAMP.
           WRITE OPP-TRANS-RECORD.
           ADD 1 TO PT-I.
           GO TO ODP-SWEEP-LOOP-PARAGRAPH.

      *THE FEE PASS: THE MONTHLY KEEPING FEE ON THE FIRST RUN OF THE
      *MONTH, PLUS THE PER-WITHDRAWAL FEE FOR EVERY WITHDRAWAL IN
               COMPUTE CLOSE-SIGNED = 0 - BUF-BALANCE
           END-IF.
           COMPUTE NET-CHANGE = NET-CHANGE + CLOSE-SIGNED - OPEN-SIGNED.
           GO TO COLL-PARAGRAPH.

      *COLLECTIONS AGING. LAST NIGHT'S COLLECTIONS FILE IS IN ACCOUNT
      *ORDER LIKE THE MASTER, SO IT IS READ AHEAD TO THIS ACCOUNT; AN
      *ENTRY FOR AN ACCOUNT THAT HAS SINCE GONE IS SIMPLY PASSED OVER.
      *THE TEST IS THE NEGATIVE REPORT'S OWN - PAST THE OVERDRAFT
      *LIMIT, OR ANY NEGATIVE BALANCE ON A SAVINGS ACCOUNT. AN
      *ACCOUNT STILL THERE KEEPS THE DATE IT FIRST WENT PAST; ONE NEW
      *TONIGHT STARTS FROM TONIGHT; ONE BACK WITHIN ITS LIMIT IS
      *LEFT OFF TONIGHT'S FILE, WHICH CLEARS ITS DATE. WRITTEN BEFORE
      *THE CHECKPOINT SO A RESUMED RUN NEVER WRITES IT TWICE.
       COLL-PARAGRAPH.
           IF COLL-EOF = 1 THEN
               GO TO COLL-DECIDE-PARAGRAPH
           END-IF.
           IF COLL-HAVE = 1 THEN
               IF CS-ACCOUNT NOT < BUF-ACCOUNT THEN
                   GO TO COLL-DECIDE-PARAGRAPH
               END-IF
           END-IF.
           READ FILE-COL
               AT END GO TO COLL-EOF-PARAGRAPH
               NOT AT END GO TO COLL-HAVE-PARAGRAPH
           END-READ.

       COLL-EOF-PARAGRAPH.
           MOVE 1 TO COLL-EOF.
           GO TO COLL-DECIDE-PARAGRAPH.

       COLL-HAVE-PARAGRAPH.
           MOVE 1 TO COLL-HAVE.
           GO TO COLL-PARAGRAPH.

       COLL-DECIDE-PARAGRAPH.
           MOVE 0 TO COLL-DELINQ.
           IF BUF-SIGN = '-' THEN
               IF BUF-TYPE = 'S' THEN
                   IF BUF-BALANCE > 0 THEN
                       MOVE 1 TO COLL-DELINQ
                   END-IF
               END-IF
               IF BUF-BALANCE > BUF-OD-LIMIT THEN
                   MOVE 1 TO COLL-DELINQ
               END-IF
           END-IF.
           IF COLL-DELINQ = 0 THEN
               GO TO CKPT-WRITE-PARAGRAPH
           END-IF.
           MOVE RUN-STAMP-DATE TO COLL-SINCE.
           MOVE 0 TO COLL-PRIOR.
           IF COLL-EOF = 0 THEN
               IF CS-ACCOUNT = BUF-ACCOUNT THEN
                   IF CS-SINCE-X NUMERIC THEN
                       MOVE CS-SINCE TO COLL-SINCE
                       MOVE CS-BUCKET TO COLL-PRIOR
                   END-IF
               END-IF
           END-IF.
           COMPUTE COLL-DAYS = DORM-INT-RUN
               - FUNCTION INTEGER-OF-DATE(COLL-SINCE) + 1.
           IF COLL-DAYS < 1 THEN
               MOVE 1 TO COLL-DAYS
           END-IF.
           IF COLL-DAYS > 99999 THEN
               MOVE 99999 TO COLL-DAYS
           END-IF.
           MOVE 4 TO COLL-B.
           IF COLL-DAYS NOT > 90 THEN
               MOVE 3 TO COLL-B
           END-IF.
           IF COLL-DAYS NOT > 60 THEN
               MOVE 2 TO COLL-B
           END-IF.
           IF COLL-DAYS NOT > 30 THEN
               MOVE 1 TO COLL-B
           END-IF.
           MOVE BUF-ACCOUNT TO COU-ACCOUNT.
           MOVE COLL-SINCE TO COU-SINCE.
           MOVE COLL-DAYS TO COU-DAYS.
           MOVE COLL-B TO COU-BUCKET.
           MOVE COLL-PRIOR TO COU-PRIOR.
           MOVE 'N' TO COU-BLOCK.
           IF COLL-DAYS > COLL-BLOCK-DAYS THEN
               MOVE 'Y' TO COU-BLOCK
           END-IF.
           MOVE BUF-SIGN TO COU-SIGN.
           MOVE BUF-BALANCE TO COU-BALANCE.
           MOVE BUF-OD-LIMIT TO COU-OD-LIMIT.
           MOVE BUF-NAME TO COU-NAME.
           WRITE COU-RECORD.
           GO TO CKPT-WRITE-PARAGRAPH.

       CKPT-WRITE-PARAGRAPH.
           MOVE 'R' TO CKPT-STATUS.
           MOVE BUF-ACCOUNT TO CKPT-ACCOUNT.
           MOVE TOTAL-DEPOSITS TO CKPT-TOTAL-DEP.
           MOVE TOTAL-FEES TO CKPT-TOTAL-FEE.
           MOVE FEE-CHARGE-MONTH TO CKPT-FEE-MONTH.
           MOVE 0 TO CKPT-NEWACCT-COUNT.
           MOVE TOTAL-ADJ-CR TO CKPT-TOTAL-ADJC.
           MOVE TOTAL-ADJ-DR TO CKPT-TOTAL-ADJD.
           MOVE TOTAL-SWEEP-CR TO CKPT-TOTAL-SWC.
           MOVE TOTAL-SWEEP-DR TO CKPT-TOTAL-SWD.
           MOVE TOTAL-CLM-V TO CKPT-TOTAL-CLV.
           MOVE TOTAL-CLM-Y TO CKPT-TOTAL-CLY.
           MOVE TOTAL-CLM-K TO CKPT-TOTAL-CLK.
           MOVE TOTAL-CLM-KM TO CKPT-TOTAL-CLKM.
           MOVE TOTAL-CLM-J TO CKPT-TOTAL-CLJ.
           MOVE TOTAL-CLM-JM TO CKPT-TOTAL-CLJM.
           MOVE 'N' TO CKPT-ADJ-SWEPT.
           OPEN OUTPUT FILE-CKPT.
           WRITE CKPT-RECORD.
           CLOSE FILE-CKPT.
           CLOSE FILE-S.
           OPEN OUTPUT FILE-FP.
           CLOSE FILE-FP.
           GO TO APPEND-ADJ-PARAGRAPH.

      *THE ADJUSTMENTS POSTED DURING THE LOOP FOLLOW THE FEES ONTO
      *TRANSSORTED.TXT, EACH UNDER ITS OWN OPERATION CODE, AND THE
      *STAGING FILE IS TRUNCATED AFTERWARDS FOR THE SAME REASON.
       APPEND-ADJ-PARAGRAPH.
           OPEN INPUT FILE-AP.
           OPEN EXTEND FILE-S.
           GO TO APPEND-ADJ-READ-PARAGRAPH.

       APPEND-ADJ-READ-PARAGRAPH.
           READ FILE-AP
               AT END GO TO APPEND-ADJ-END-PARAGRAPH
               NOT AT END GO TO APPEND-ADJ-WRITE-PARAGRAPH
           END-READ.

       APPEND-ADJ-WRITE-PARAGRAPH.
           MOVE AP-TRANS-RECORD TO S-TRANS-RECORD.
           WRITE S-TRANS-RECORD.
           ADD 1 TO CNT-S.
           GO TO APPEND-ADJ-READ-PARAGRAPH.

       APPEND-ADJ-END-PARAGRAPH.
           CLOSE FILE-AP.
           CLOSE FILE-S.
           OPEN OUTPUT FILE-AP.
           CLOSE FILE-AP.
           GO TO APPEND-SWP-PARAGRAPH.

      *THE OVERDRAFT SWEEP LEGS FOLLOW THE ADJUSTMENTS ONTO
      *TRANSSORTED.TXT AND THEIR STAGING FILE IS TRUNCATED THE SAME
      *WAY.
       APPEND-SWP-PARAGRAPH.
           OPEN INPUT FILE-OPP.
           OPEN EXTEND FILE-S.
           GO TO APPEND-SWP-READ-PARAGRAPH.

       APPEND-SWP-READ-PARAGRAPH.
           READ FILE-OPP
               AT END GO TO APPEND-SWP-END-PARAGRAPH
               NOT AT END GO TO APPEND-SWP-WRITE-PARAGRAPH
           END-READ.

       APPEND-SWP-WRITE-PARAGRAPH.
           MOVE OPP-TRANS-RECORD TO S-TRANS-RECORD.
           WRITE S-TRANS-RECORD.
           ADD 1 TO CNT-S.
           GO TO APPEND-SWP-READ-PARAGRAPH.

       APPEND-SWP-END-PARAGRAPH.
           CLOSE FILE-OPP.
           CLOSE FILE-S.
           OPEN OUTPUT FILE-OPP.
           CLOSE FILE-OPP.
      *THE M/S MERGE LOOP HAS WRITTEN EVERY ACCOUNT TO UPDATEDMASTER.TXT.
      *RECORD THAT SO A CRASH DURING RECON/NEWACCT/PROMOTE DOES NOT
      *RESUME BACK INTO THIS LOOP AND REPLAY IT (HARMLESS FOR EXISTING
           MOVE TOTAL-FEES TO CKPT-TOTAL-FEE.
           MOVE FEE-CHARGE-MONTH TO CKPT-FEE-MONTH.
           MOVE 0 TO CKPT-NEWACCT-COUNT.
           MOVE TOTAL-ADJ-CR TO CKPT-TOTAL-ADJC.
           MOVE TOTAL-ADJ-DR TO CKPT-TOTAL-ADJD.
           MOVE TOTAL-SWEEP-CR TO CKPT-TOTAL-SWC.
           MOVE TOTAL-SWEEP-DR TO CKPT-TOTAL-SWD.
           MOVE TOTAL-CLM-V TO CKPT-TOTAL-CLV.
           MOVE TOTAL-CLM-Y TO CKPT-TOTAL-CLY.
           MOVE TOTAL-CLM-K TO CKPT-TOTAL-CLK.
           MOVE TOTAL-CLM-KM TO CKPT-TOTAL-CLKM.
           MOVE TOTAL-CLM-J TO CKPT-TOTAL-CLJ.
           MOVE TOTAL-CLM-JM TO CKPT-TOTAL-CLJM.
           MOVE 'N' TO CKPT-ADJ-SWEPT.
           OPEN OUTPUT FILE-CKPT.
           WRITE CKPT-RECORD.
           CLOSE FILE-CKPT.
       MAINT-SWEEP-END-PARAGRAPH.
           CLOSE FILE-MAINTREQ.
           CLOSE FILE-MAINTR.
           GO TO ADJ-SWEEP-PARAGRAPH.

      *AN APPROVED ADJUSTMENT AGAINST AN ACCOUNT THAT NEVER CAME
      *THROUGH THE UPDATE LOOP - CLOSED TONIGHT, OR GONE SINCE IT WAS
      *KEYED - IS LISTED ON THE REGISTER AS NOT POSTED, THE SAME WAY
      *ORPHAN MAINTENANCE REQUESTS ARE, SO THE BRANCH SEES IT AND
      *NOTHING DROPS SILENTLY OFF THE QUEUE. UNLIKE THE MAINTENANCE
      *REPORT THE REGISTER IS KEPT FROM NIGHT TO NIGHT, SO THE
      *CHECKPOINT RECORDS WHEN THIS STEP IS DONE AND A RUN RESUMING
      *FROM 'M' AFTER THAT GOES STRAIGHT PAST IT.
       ADJ-SWEEP-PARAGRAPH.
           IF ADJ-SWEPT = 'Y' THEN
               GO TO COLL-REPORT-PARAGRAPH
           END-IF.
           OPEN INPUT FILE-AQ.
           OPEN EXTEND FILE-ADR.
           GO TO ADJ-SWEEP-READ-PARAGRAPH.

       ADJ-SWEEP-READ-PARAGRAPH.
           READ FILE-AQ
               AT END GO TO ADJ-SWEEP-END-PARAGRAPH
               NOT AT END GO TO ADJ-SWEEP-FIND-PARAGRAPH
           END-READ.

       ADJ-SWEEP-FIND-PARAGRAPH.
           MOVE 0 TO ADJ-HIT.
           OPEN INPUT FILE-MU.
           GO TO ADJ-SWEEP-MUSCAN-PARAGRAPH.

       ADJ-SWEEP-MUSCAN-PARAGRAPH.
           READ FILE-MU
               AT END GO TO ADJ-SWEEP-MUSCAN-END-PARAGRAPH
               NOT AT END GO TO ADJ-SWEEP-MUSCAN-CHECK-PARAGRAPH
           END-READ.

       ADJ-SWEEP-MUSCAN-CHECK-PARAGRAPH.
           IF MU-ACCOUNT = AQ-ACCOUNT THEN
               MOVE 1 TO ADJ-HIT
               GO TO ADJ-SWEEP-MUSCAN-END-PARAGRAPH
           END-IF.
           GO TO ADJ-SWEEP-MUSCAN-PARAGRAPH.

       ADJ-SWEEP-MUSCAN-END-PARAGRAPH.
           CLOSE FILE-MU.
           IF ADJ-HIT = 0 THEN
               MOVE RUN-STAMP-DATE TO ADR-DATE
               MOVE ' Account: ' TO ADR-PACCT
               MOVE AQ-ACCOUNT TO ADR-ACCOUNT
               MOVE ' Op: ' TO ADR-POP
               MOVE SPACE TO ADR-OP
               MOVE ' Amount: ' TO ADR-PAMT
               MOVE AQ-AMOUNT TO ADR-AMOUNT
               MOVE ' Reason: ' TO ADR-PREASON
               MOVE AQ-REASON TO ADR-REASON
               MOVE ' Ref: ' TO ADR-PREF
               MOVE AQ-REF-OP TO ADR-REF-OP
               MOVE AQ-REF-TIMESTAMP TO ADR-REF-TIMESTAMP
               MOVE ' Keyed: ' TO ADR-PKEY
               MOVE AQ-KEYER TO ADR-KEYER
               MOVE ' Approved: ' TO ADR-PAPP
               MOVE AQ-APPROVER TO ADR-APPROVER
               MOVE ' Status: ' TO ADR-PSTAT
               MOVE 'NO ACCOUNT' TO ADR-STAT
               WRITE ADR-RECORD
           END-IF.
           GO TO ADJ-SWEEP-READ-PARAGRAPH.

       ADJ-SWEEP-END-PARAGRAPH.
           CLOSE FILE-AQ.
           CLOSE FILE-ADR.
           MOVE 'Y' TO CKPT-ADJ-SWEPT.
           OPEN OUTPUT FILE-CKPT.
           WRITE CKPT-RECORD.
           CLOSE FILE-CKPT.
           GO TO COLL-REPORT-PARAGRAPH.

      *THE DELINQUENCY REPORT AND THE COLLECTIONS LETTER EXTRACT ARE
      *BOTH BUILT FROM TONIGHT'S COLLECTIONS FILE, SO A RESUMED RUN
      *REBUILDS THEM WHOLE. EVERY ACCOUNT IN COLLECTIONS IS LISTED
      *WITH ITS AGE AND BUCKET, FOLLOWED BY A COUNT AND BALANCE TOTAL
      *PER BUCKET. AN ACCOUNT THAT MOVED INTO A HIGHER BUCKET TONIGHT
      *- INCLUDING ONE NEW TO COLLECTIONS - GOES ON THE LETTER
      *EXTRACT.
       COLL-REPORT-PARAGRAPH.
           MOVE 0 TO CNT-COLL.
           MOVE 0 TO CNT-LTR.
           MOVE 0 TO CNT-CBLK.
           MOVE 1 TO COLL-B.
           GO TO COLL-ZERO-PARAGRAPH.

       COLL-ZERO-PARAGRAPH.
           IF COLL-B > 4 THEN
               GO TO COLL-REPORT-OPEN-PARAGRAPH
           END-IF.
           MOVE 0 TO COLL-TOT-COUNT(COLL-B).
           MOVE 0 TO COLL-TOT-BALANCE(COLL-B).
           ADD 1 TO COLL-B.
           GO TO COLL-ZERO-PARAGRAPH.

       COLL-REPORT-OPEN-PARAGRAPH.
           OPEN INPUT FILE-COLU.
           OPEN OUTPUT FILE-DLQ.
           OPEN OUTPUT FILE-LTR.
           GO TO COLL-REPORT-READ-PARAGRAPH.

       COLL-REPORT-READ-PARAGRAPH.
           READ FILE-COLU
               AT END GO TO COLL-REPORT-END-PARAGRAPH
               NOT AT END GO TO COLL-REPORT-WRITE-PARAGRAPH
           END-READ.

       COLL-REPORT-WRITE-PARAGRAPH.
           ADD 1 TO CNT-COLL.
           IF COU-BLOCK = 'Y' THEN
               ADD 1 TO CNT-CBLK
           END-IF.
           MOVE COU-BUCKET TO COLL-B.
           ADD 1 TO COLL-TOT-COUNT(COLL-B).
           ADD COU-BALANCE TO COLL-TOT-BALANCE(COLL-B).
           MOVE 'Name: ' TO DQ-PNAME.
           MOVE COU-NAME TO DQ-NAME.
           MOVE ' Account: ' TO DQ-PACCT.
           MOVE COU-ACCOUNT TO DQ-ACCOUNT.
           MOVE ' Since: ' TO DQ-PSINCE.
           MOVE COU-SINCE TO DQ-SINCE.
           MOVE ' Days: ' TO DQ-PDAYS.
           MOVE COU-DAYS TO DQ-DAYS.
           MOVE ' Bucket: ' TO DQ-PBUCKET.
           MOVE COLL-LABEL(COLL-B) TO DQ-BUCKET.
           MOVE ' Balance: -' TO DQ-PBAL.
           MOVE COU-BALANCE TO DQ-BALANCE.
           MOVE ' Blocked: ' TO DQ-PBLOCK.
           MOVE COU-BLOCK TO DQ-BLOCK.
           WRITE DQ-RECORD.
           IF COU-BUCKET NOT > COU-PRIOR THEN
               GO TO COLL-REPORT-READ-PARAGRAPH
           END-IF.
           MOVE 0 TO COLL-CUSTOMER.
           OPEN INPUT FILE-AL.
           GO TO COLL-LINK-READ-PARAGRAPH.

      *THE LETTER GOES TO THE ACCOUNT'S PRIMARY HOLDER. AN ACCOUNT
      *WITH NO CUSTOMER LINK YET IS ADDRESSED BY ITS MASTER NAME AND
      *LEFT FOR COLLECTIONS TO FIND THE ADDRESS.
       COLL-LINK-READ-PARAGRAPH.
           READ FILE-AL
               AT END GO TO COLL-LINK-END-PARAGRAPH
               NOT AT END GO TO COLL-LINK-CHECK-PARAGRAPH
           END-READ.

       COLL-LINK-CHECK-PARAGRAPH.
           IF AL-ACCOUNT = COU-ACCOUNT THEN
               IF AL-ROLE = 'P' THEN
                   MOVE AL-CUSTOMER TO COLL-CUSTOMER
                   GO TO COLL-LINK-END-PARAGRAPH
               END-IF
           END-IF.
           GO TO COLL-LINK-READ-PARAGRAPH.

       COLL-LINK-END-PARAGRAPH.
           CLOSE FILE-AL.
           MOVE RUN-STAMP-DATE TO LT-DATE.
           MOVE ' Account: ' TO LT-PACCT.
           MOVE COU-ACCOUNT TO LT-ACCOUNT.
           MOVE ' Bucket: ' TO LT-PBUCKET.
           MOVE COLL-LABEL(COLL-B) TO LT-BUCKET.
           MOVE ' Days: ' TO LT-PDAYS.
           MOVE COU-DAYS TO LT-DAYS.
           MOVE ' Balance: -' TO LT-PBAL.
           MOVE COU-BALANCE TO LT-BALANCE.
           MOVE ' Customer: ' TO LT-PCUST.
           MOVE COLL-CUSTOMER TO LT-CUSTOMER.
           MOVE ' Name: ' TO LT-PNAME.
           MOVE COU-NAME TO LT-NAME.
           MOVE ' Address: ' TO LT-PADDR.
           MOVE SPACE TO LT-ADDRESS.
           IF COLL-CUSTOMER = 0 THEN
               GO TO COLL-LETTER-WRITE-PARAGRAPH
           END-IF.
           OPEN INPUT FILE-CU.
           GO TO COLL-CUST-READ-PARAGRAPH.

       COLL-CUST-READ-PARAGRAPH.
           READ FILE-CU
               AT END GO TO COLL-CUST-END-PARAGRAPH
               NOT AT END GO TO COLL-CUST-CHECK-PARAGRAPH
           END-READ.

       COLL-CUST-CHECK-PARAGRAPH.
           IF CU-NUMBER = COLL-CUSTOMER THEN
               MOVE CU-NAME TO LT-NAME
               MOVE CU-ADDRESS TO LT-ADDRESS
               GO TO COLL-CUST-END-PARAGRAPH
           END-IF.
           GO TO COLL-CUST-READ-PARAGRAPH.

       COLL-CUST-END-PARAGRAPH.
           CLOSE FILE-CU.
           GO TO COLL-LETTER-WRITE-PARAGRAPH.

       COLL-LETTER-WRITE-PARAGRAPH.
           WRITE LT-RECORD.
           ADD 1 TO CNT-LTR.
           GO TO COLL-REPORT-READ-PARAGRAPH.

       COLL-REPORT-END-PARAGRAPH.
           CLOSE FILE-COLU.
           MOVE 1 TO COLL-B.
           GO TO COLL-TOTAL-PARAGRAPH.

       COLL-TOTAL-PARAGRAPH.
           IF COLL-B > 4 THEN
               GO TO COLL-TOTAL-END-PARAGRAPH
           END-IF.
           MOVE 'Bucket Total ' TO DQT-PLABEL.
           MOVE COLL-LABEL(COLL-B) TO DQT-BUCKET.
           MOVE ' Accounts: ' TO DQT-PCOUNT.
           MOVE COLL-TOT-COUNT(COLL-B) TO DQT-COUNT.
           MOVE ' Balance: -' TO DQT-PBAL.
           MOVE COLL-TOT-BALANCE(COLL-B) TO DQT-BALANCE.
           WRITE DQT-RECORD.
           ADD 1 TO COLL-B.
           GO TO COLL-TOTAL-PARAGRAPH.

       COLL-TOTAL-END-PARAGRAPH.
           CLOSE FILE-DLQ.
           CLOSE FILE-LTR.
           GO TO CM-PARAGRAPH.

      *LARGE-CASH AND STRUCTURING MONITORING. EVERY DEPOSIT AND
      *WITHDRAWAL IN TONIGHT'S SETTLED STREAM, AND IN THE HISTORY
      *FOR THE LOOK-BACK WINDOW, IS A CANDIDATE. A TRANSFER (OR A
      *STANDING ORDER) SETTLES AS A WITHDRAWAL AND A DEPOSIT OF THE
      *SAME AMOUNT UNDER THE SAME TIMESTAMP, SO THE CANDIDATES ARE
      *SORTED BY TIME AND AMOUNT AND ANY GROUP HOLDING BOTH A 'D' AND
      *A 'W' IS DROPPED AS A TRANSFER - WHAT IS LEFT IS CASH, FROM
      *WHICHEVER MACHINE. THE CASH IS THEN SORTED BY ACCOUNT AND EACH
      *ACCOUNT IS JUDGED ON ITS OWN. THE HISTORY IS READ BEFORE
      *TONIGHT'S STREAM IS ARCHIVED ONTO IT, SO NOTHING COUNTS TWICE.
       CM-PARAGRAPH.
           OPEN INPUT FILE-CMP.
           READ FILE-CMP
               AT END CONTINUE
               NOT AT END
                   MOVE CMP-THRESHOLD TO CM-THRESHOLD
                   MOVE CMP-DAYS TO CM-DAYS
                   MOVE CMP-NEAR-PCT TO CM-NEAR-PCT
                   MOVE CMP-NEAR-COUNT TO CM-NEAR-COUNT
           END-READ.
           CLOSE FILE-CMP.
           COMPUTE CM-FLOOR = CM-THRESHOLD * CM-NEAR-PCT / 100.
           COMPUTE CM-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RUN-STAMP-DATE) - CM-DAYS).
           COMPUTE CM-FROM-STAMP = CM-FROM-DATE * 1000000.
           MOVE 0 TO CNT-LCASH.
           MOVE 0 TO CNT-STRUCT.
           OPEN OUTPUT FILE-CMW.
           OPEN INPUT FILE-S.
           GO TO CM-TONIGHT-READ-PARAGRAPH.

       CM-TONIGHT-READ-PARAGRAPH.
           READ FILE-S
               AT END GO TO CM-TONIGHT-END-PARAGRAPH
               NOT AT END GO TO CM-TONIGHT-CHECK-PARAGRAPH
           END-READ.

       CM-TONIGHT-CHECK-PARAGRAPH.
           IF S-OPERATION NOT = 'D' THEN
               IF S-OPERATION NOT = 'W' THEN
                   GO TO CM-TONIGHT-READ-PARAGRAPH
               END-IF
           END-IF.
           MOVE S-TRANS-RECORD TO CMW-RECORD.
           MOVE 'T' TO CMW-SOURCE.
           WRITE CMW-RECORD.
           GO TO CM-TONIGHT-READ-PARAGRAPH.

      *ONLY THE PARTITIONS THE WINDOW REACHES INTO ARE READ, FROM
      *THE MONTH IT OPENS IN THROUGH THE CURRENT ONE.
       CM-TONIGHT-END-PARAGRAPH.
           CLOSE FILE-S.
           COMPUTE CM-MONTH = CM-FROM-DATE / 100.
           COMPUTE CM-END-MONTH = RUN-STAMP-DATE / 100.
           GO TO CM-HIST-OPEN-PARAGRAPH.

       CM-HIST-OPEN-PARAGRAPH.
           MOVE SPACES TO TH-FILENAME.
           STRING 'transHistory-' CM-MONTH '.txt' DELIMITED BY SIZE
               INTO TH-FILENAME.
           OPEN INPUT FILE-TH.
           GO TO CM-HIST-READ-PARAGRAPH.

       CM-HIST-READ-PARAGRAPH.
           READ FILE-TH
               AT END GO TO CM-HIST-END-PARAGRAPH
               NOT AT END GO TO CM-HIST-CHECK-PARAGRAPH
           END-READ.

       CM-HIST-CHECK-PARAGRAPH.
           IF TH-TIMESTAMP < CM-FROM-STAMP THEN
               GO TO CM-HIST-READ-PARAGRAPH
           END-IF.
           IF TH-OPERATION NOT = 'D' THEN
               IF TH-OPERATION NOT = 'W' THEN
                   GO TO CM-HIST-READ-PARAGRAPH
               END-IF
           END-IF.
           MOVE TH-TRANS-RECORD TO CMW-RECORD.
           MOVE 'H' TO CMW-SOURCE.
           WRITE CMW-RECORD.
           GO TO CM-HIST-READ-PARAGRAPH.

       CM-HIST-END-PARAGRAPH.
           CLOSE FILE-TH.
           IF CM-MONTH < CM-END-MONTH THEN
               DIVIDE CM-MONTH BY 100 GIVING CM-YEAR
                   REMAINDER CM-MM
               ADD 1 TO CM-MM
               IF CM-MM > 12 THEN
                   MOVE 1 TO CM-MM
                   ADD 1 TO CM-YEAR
               END-IF
               COMPUTE CM-MONTH = CM-YEAR * 100 + CM-MM
               GO TO CM-HIST-OPEN-PARAGRAPH
           END-IF.
           CLOSE FILE-CMW.
           SORT WORK-CM ON ASCENDING KEY WK3-TIMESTAMP
                        ON ASCENDING KEY WK3-AMOUNT
                        ON ASCENDING KEY WK3-OPERATION
           USING FILE-CMW GIVING FILE-CMT.
           OPEN INPUT FILE-CMT.
           OPEN OUTPUT FILE-CMC.
           MOVE 0 TO CM-GRP-COUNT.
           GO TO CM-PAIR-READ-PARAGRAPH.

       CM-PAIR-READ-PARAGRAPH.
           READ FILE-CMT
               AT END GO TO CM-PAIR-EOF-PARAGRAPH
               NOT AT END GO TO CM-PAIR-CHECK-PARAGRAPH
           END-READ.

       CM-PAIR-CHECK-PARAGRAPH.
           IF CM-GRP-COUNT = 0 THEN
               GO TO CM-PAIR-ADD-PARAGRAPH
           END-IF.
           IF CMT-TIMESTAMP = CM-GRP-STAMP THEN
               IF CMT-AMOUNT = CM-GRP-AMOUNT THEN
                   GO TO CM-PAIR-ADD-PARAGRAPH
               END-IF
           END-IF.
           MOVE 1 TO CM-RET.
           GO TO CM-PAIR-FLUSH-PARAGRAPH.

      *A GROUP CANNOT REALISTICALLY OUTGROW THE TABLE - IT WOULD
      *TAKE A HUNDRED ITEMS OF ONE AMOUNT IN ONE SECOND - BUT IF ONE
      *EVER DID, THE SURPLUS IS LEFT OUT RATHER THAN STOPPING THE RUN.
       CM-PAIR-ADD-PARAGRAPH.
           IF CM-GRP-COUNT = 0 THEN
               MOVE CMT-TIMESTAMP TO CM-GRP-STAMP
               MOVE CMT-AMOUNT TO CM-GRP-AMOUNT
               MOVE 0 TO CM-HAS-D
               MOVE 0 TO CM-HAS-W
           END-IF.
           IF CMT-OPERATION = 'D' THEN
               MOVE 1 TO CM-HAS-D
           END-IF.
           IF CMT-OPERATION = 'W' THEN
               MOVE 1 TO CM-HAS-W
           END-IF.
           IF CM-GRP-COUNT < 100 THEN
               ADD 1 TO CM-GRP-COUNT
               MOVE CMT-RECORD TO CM-GRP-ITEM(CM-GRP-COUNT)
           END-IF.
           GO TO CM-PAIR-READ-PARAGRAPH.

       CM-PAIR-FLUSH-PARAGRAPH.
           MOVE 1 TO CM-I.
           IF CM-HAS-D = 1 THEN
               IF CM-HAS-W = 1 THEN
                   GO TO CM-PAIR-FLUSH-END-PARAGRAPH
               END-IF
           END-IF.
           GO TO CM-PAIR-WRITE-PARAGRAPH.

       CM-PAIR-WRITE-PARAGRAPH.
           IF CM-I > CM-GRP-COUNT THEN
               GO TO CM-PAIR-FLUSH-END-PARAGRAPH
           END-IF.
           MOVE CM-GRP-ITEM(CM-I) TO CMC-RECORD.
           WRITE CMC-RECORD.
           ADD 1 TO CM-I.
           GO TO CM-PAIR-WRITE-PARAGRAPH.

       CM-PAIR-FLUSH-END-PARAGRAPH.
           MOVE 0 TO CM-GRP-COUNT.
           IF CM-RET = 1 THEN
               GO TO CM-PAIR-ADD-PARAGRAPH
           END-IF.
           GO TO CM-PAIR-END-PARAGRAPH.

       CM-PAIR-EOF-PARAGRAPH.
           MOVE 2 TO CM-RET.
           IF CM-GRP-COUNT > 0 THEN
               GO TO CM-PAIR-FLUSH-PARAGRAPH
           END-IF.
           GO TO CM-PAIR-END-PARAGRAPH.

       CM-PAIR-END-PARAGRAPH.
           CLOSE FILE-CMT.
           CLOSE FILE-CMC.
           SORT WORK-CM ON ASCENDING KEY WK3-ACCOUNT
                        ON ASCENDING KEY WK3-TIMESTAMP
           USING FILE-CMC GIVING FILE-CMA.
           OPEN INPUT FILE-CMA.
           OPEN OUTPUT FILE-LCR.
           OPEN OUTPUT FILE-STR.
           MOVE 0 TO CM-COUNT.
           GO TO CM-ACCT-READ-PARAGRAPH.

       CM-ACCT-READ-PARAGRAPH.
           READ FILE-CMA
               AT END GO TO CM-ACCT-EOF-PARAGRAPH
               NOT AT END GO TO CM-ACCT-CHECK-PARAGRAPH
           END-READ.

       CM-ACCT-CHECK-PARAGRAPH.
           IF CM-COUNT = 0 THEN
               GO TO CM-ACCT-ADD-PARAGRAPH
           END-IF.
           IF CMA-ACCOUNT = CM-CUR-ACCOUNT THEN
               GO TO CM-ACCT-ADD-PARAGRAPH
           END-IF.
           MOVE 1 TO CM-RET.
           GO TO CM-EVAL-PARAGRAPH.

       CM-ACCT-ADD-PARAGRAPH.
           IF CM-COUNT = 0 THEN
               MOVE CMA-ACCOUNT TO CM-CUR-ACCOUNT
           END-IF.
           IF CM-COUNT NOT < CM-MAX THEN
               DISPLAY '=> CASH MONITOR TABLE FULL FOR ACCOUNT '
                   CMA-ACCOUNT
               GO TO CM-ACCT-READ-PARAGRAPH
           END-IF.
           ADD 1 TO CM-COUNT.
           MOVE CMA-OPERATION TO CMI-OPERATION(CM-COUNT).
           MOVE CMA-AMOUNT TO CMI-AMOUNT(CM-COUNT).
           MOVE CMA-TIMESTAMP TO CMI-TIMESTAMP(CM-COUNT).
           MOVE CMA-SOURCE TO CMI-SOURCE(CM-COUNT).
           GO TO CM-ACCT-READ-PARAGRAPH.

       CM-ACCT-EOF-PARAGRAPH.
           MOVE 2 TO CM-RET.
           IF CM-COUNT > 0 THEN
               GO TO CM-EVAL-PARAGRAPH
           END-IF.
           GO TO CM-END-PARAGRAPH.

      *LARGE CASH: THE ACCOUNT'S CASH IS TAKEN ONE CALENDAR DAY AT A
      *TIME, AND A DAY THAT TONIGHT'S STREAM CONTRIBUTED TO IS
      *REPORTED IF EITHER ITS CASH IN OR ITS CASH OUT IS OVER THE
      *THRESHOLD. EVERY ITEM OF THAT DAY, TONIGHT'S OR ALREADY IN
      *HISTORY, IS LISTED UNDER IT.
       CM-EVAL-PARAGRAPH.
           MOVE 1 TO CM-I.
           GO TO CM-DAY-PARAGRAPH.

       CM-DAY-PARAGRAPH.
           IF CM-I > CM-COUNT THEN
               GO TO CM-STRUCT-PARAGRAPH
           END-IF.
           COMPUTE CM-DATE = CMI-TIMESTAMP(CM-I) / 1000000.
           MOVE 0 TO CM-SUM-IN.
           MOVE 0 TO CM-SUM-OUT.
           MOVE 0 TO CM-HAS-T.
           MOVE CM-I TO CM-J.
           GO TO CM-DAY-SUM-PARAGRAPH.

       CM-DAY-SUM-PARAGRAPH.
           IF CM-J > CM-COUNT THEN
               GO TO CM-DAY-TEST-PARAGRAPH
           END-IF.
           COMPUTE CM-DATE-2 = CMI-TIMESTAMP(CM-J) / 1000000.
           IF CM-DATE-2 NOT = CM-DATE THEN
               GO TO CM-DAY-TEST-PARAGRAPH
           END-IF.
           IF CMI-OPERATION(CM-J) = 'D' THEN
               ADD CMI-AMOUNT(CM-J) TO CM-SUM-IN
           END-IF.
           IF CMI-OPERATION(CM-J) = 'W' THEN
               ADD CMI-AMOUNT(CM-J) TO CM-SUM-OUT
           END-IF.
           IF CMI-SOURCE(CM-J) = 'T' THEN
               MOVE 1 TO CM-HAS-T
           END-IF.
           ADD 1 TO CM-J.
           GO TO CM-DAY-SUM-PARAGRAPH.

       CM-DAY-TEST-PARAGRAPH.
           IF CM-HAS-T = 0 THEN
               MOVE CM-J TO CM-I
               GO TO CM-DAY-PARAGRAPH
           END-IF.
           IF CM-SUM-IN NOT > CM-THRESHOLD THEN
               IF CM-SUM-OUT NOT > CM-THRESHOLD THEN
                   MOVE CM-J TO CM-I
                   GO TO CM-DAY-PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO CNT-LCASH.
           MOVE CM-DATE TO LCH-DATE.
           MOVE ' Account: ' TO LCH-PACCT.
           MOVE CM-CUR-ACCOUNT TO LCH-ACCOUNT.
           MOVE ' Cash In: ' TO LCH-PIN.
           MOVE CM-SUM-IN TO LCH-CASH-IN.
           MOVE ' Cash Out: ' TO LCH-POUT.
           MOVE CM-SUM-OUT TO LCH-CASH-OUT.
           MOVE ' Items: ' TO LCH-PITEMS.
           COMPUTE LCH-ITEMS = CM-J - CM-I.
           WRITE LCH-RECORD.
           GO TO CM-DAY-ITEM-PARAGRAPH.

       CM-DAY-ITEM-PARAGRAPH.
           IF CM-I NOT < CM-J THEN
               GO TO CM-DAY-PARAGRAPH
           END-IF.
           MOVE '        Item ' TO LCD-PITEM.
           MOVE CMI-OPERATION(CM-I) TO LCD-OPERATION.
           MOVE ' Amount: ' TO LCD-PAMT.
           MOVE CMI-AMOUNT(CM-I) TO LCD-AMOUNT.
           MOVE ' Time: ' TO LCD-PTIME.
           MOVE CMI-TIMESTAMP(CM-I) TO LCD-TIMESTAMP.
           MOVE ' Source: ' TO LCD-PSOURCE.
           MOVE 'TONIGHT' TO LCD-SOURCE.
           IF CMI-SOURCE(CM-I) = 'H' THEN
               MOVE 'HISTORY' TO LCD-SOURCE
           END-IF.
           WRITE LCD-RECORD.
           ADD 1 TO CM-I.
           GO TO CM-DAY-ITEM-PARAGRAPH.

      *STRUCTURING: COUNT THE ITEMS IN THE WINDOW THAT FALL JUST
      *UNDER THE THRESHOLD. ENOUGH OF THEM RAISES AN ALERT - BUT ONLY
      *ON A NIGHT THAT ADDS ONE, SO THE SAME PATTERN IS NOT REPORTED
      *AFRESH EVERY NIGHT UNTIL IT AGES OUT OF THE WINDOW.
       CM-STRUCT-PARAGRAPH.
           MOVE 0 TO CM-NEAR-ALL.
           MOVE 0 TO CM-NEAR-TONIGHT.
           MOVE 0 TO CM-NEAR-TOTAL.
           MOVE 1 TO CM-K.
           GO TO CM-STRUCT-COUNT-PARAGRAPH.

       CM-STRUCT-COUNT-PARAGRAPH.
           IF CM-K > CM-COUNT THEN
               GO TO CM-STRUCT-TEST-PARAGRAPH
           END-IF.
           IF CMI-AMOUNT(CM-K) NOT < CM-FLOOR THEN
               IF CMI-AMOUNT(CM-K) < CM-THRESHOLD THEN
                   ADD 1 TO CM-NEAR-ALL
                   ADD CMI-AMOUNT(CM-K) TO CM-NEAR-TOTAL
                   IF CMI-SOURCE(CM-K) = 'T' THEN
                       ADD 1 TO CM-NEAR-TONIGHT
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO CM-K.
           GO TO CM-STRUCT-COUNT-PARAGRAPH.

       CM-STRUCT-TEST-PARAGRAPH.
           IF CM-NEAR-TONIGHT = 0 THEN
               GO TO CM-EVAL-END-PARAGRAPH
           END-IF.
           IF CM-NEAR-ALL < CM-NEAR-COUNT THEN
               GO TO CM-EVAL-END-PARAGRAPH
           END-IF.
           ADD 1 TO CNT-STRUCT.
           MOVE RUN-STAMP-DATE TO STH-DATE.
           MOVE ' Account: ' TO STH-PACCT.
           MOVE CM-CUR-ACCOUNT TO STH-ACCOUNT.
           MOVE ' Items Under: ' TO STH-PITEMS.
           MOVE CM-NEAR-ALL TO STH-ITEMS.
           MOVE ' Tonight: ' TO STH-PTONIGHT.
           MOVE CM-NEAR-TONIGHT TO STH-TONIGHT.
           MOVE ' Total: ' TO STH-PTOTAL.
           MOVE CM-NEAR-TOTAL TO STH-TOTAL.
           MOVE ' Window: ' TO STH-PDAYS.
           MOVE CM-DAYS TO STH-DAYS.
           WRITE STH-RECORD.
           MOVE 1 TO CM-K.
           GO TO CM-STRUCT-ITEM-PARAGRAPH.

       CM-STRUCT-ITEM-PARAGRAPH.
           IF CM-K > CM-COUNT THEN
               GO TO CM-EVAL-END-PARAGRAPH
           END-IF.
           IF CMI-AMOUNT(CM-K) < CM-FLOOR THEN
               ADD 1 TO CM-K
               GO TO CM-STRUCT-ITEM-PARAGRAPH
           END-IF.
           IF CMI-AMOUNT(CM-K) NOT < CM-THRESHOLD THEN
               ADD 1 TO CM-K
               GO TO CM-STRUCT-ITEM-PARAGRAPH
           END-IF.
           MOVE '        Item ' TO STD-PITEM.
           MOVE CMI-OPERATION(CM-K) TO STD-OPERATION.
           MOVE ' Amount: ' TO STD-PAMT.
           MOVE CMI-AMOUNT(CM-K) TO STD-AMOUNT.
           MOVE ' Time: ' TO STD-PTIME.
           MOVE CMI-TIMESTAMP(CM-K) TO STD-TIMESTAMP.
           MOVE ' Source: ' TO STD-PSOURCE.
           MOVE 'TONIGHT' TO STD-SOURCE.
           IF CMI-SOURCE(CM-K) = 'H' THEN
               MOVE 'HISTORY' TO STD-SOURCE
           END-IF.
           WRITE STD-RECORD.
           ADD 1 TO CM-K.
           GO TO CM-STRUCT-ITEM-PARAGRAPH.

       CM-EVAL-END-PARAGRAPH.
           MOVE 0 TO CM-COUNT.
           IF CM-RET = 1 THEN
               GO TO CM-ACCT-ADD-PARAGRAPH
           END-IF.
           GO TO CM-END-PARAGRAPH.

       CM-END-PARAGRAPH.
           CLOSE FILE-CMA.
           CLOSE FILE-LCR.
           CLOSE FILE-STR.
           GO TO RECON-PARAGRAPH.

      *WHOLE-SYSTEM CONTROL TOTALS: THE SUM OF EVERY DEPOSIT AND
      *WITHDRAWAL POSTED THIS RUN MUST ACCOUNT FOR THE WHOLE RUN'S NET
      *CHANGE IN BALANCES. ANY DIFFERENCE MEANS A TRANSACTION WAS
      *APPLIED WITHOUT BEING COUNTED, OR VICE VERSA.
       RECON-PARAGRAPH.
      *INTEREST PAID INCREASES BALANCES AND INTEREST CHARGED GROWS
      *OVERDRAFTS, SO BOTH BELONG IN THE EXPECTED NET ALONGSIDE THE
      *CUSTOMER DEPOSITS AND WITHDRAWALS - BUT REPORTED SEPARATELY.
      *A CLOSURE PAYOUT TAKES THE WHOLE REMAINING BALANCE OFF THE
      *BOOKS, SO IT ENTERS THE EXPECTED NET AS A REDUCTION - WITHOUT
      *IT EVERY CLOSED ACCOUNT WOULD SHOW AS A FALSE DIFFERENCE.
      *FEES COME STRAIGHT OFF CUSTOMER BALANCES, SO THEY REDUCE THE
      *EXPECTED NET THE SAME WAY WITHDRAWALS DO. BRANCH ADJUSTMENTS
      *MOVE BALANCES BOTH WAYS AND ARE CARRIED AS THEIR OWN TERMS -
      *A CORRECTION NOW EXPLAINS ITSELF INSTEAD OF SHOWING UP AS A
      *DIFFERENCE. AN OVERDRAFT SWEEP MOVES MONEY BETWEEN TWO
      *CUSTOMER BALANCES, SO ITS TWO SIDES CANCEL - THEY ARE STILL
      *CARRIED AND LISTED, SO A ONE-LEGGED SWEEP WOULD SHOW.
      *ATM CLAIM CREDITS AND REVERSALS MOVE BALANCES AND ARE TERMS OF
      *THEIR OWN. A PROVISIONAL CREDIT MADE FINAL MOVES NOTHING, SO
      *IT IS LISTED BUT STAYS OUT OF THE EXPECTED NET.
           COMPUTE EXPECTED-NET = TOTAL-DEPOSITS - TOTAL-WITHDRAWALS
               + TOTAL-INT-PAID - TOTAL-INT-CHARGED
               - TOTAL-PAYOUTS - TOTAL-FEES
               + TOTAL-ADJ-CR - TOTAL-ADJ-DR
               + TOTAL-SWEEP-CR - TOTAL-SWEEP-DR
               + TOTAL-CLM-V - TOTAL-CLM-Y + TOTAL-CLM-K.
           COMPUTE RECON-DIFF = EXPECTED-NET - NET-CHANGE.
           OPEN OUTPUT FILE-RC.
           MOVE 'Total Deposits:' TO RC-LABEL.
           MOVE '+' TO RC-SIGN.
           MOVE TOTAL-DEPOSITS TO RC-VALUE.
           WRITE RC-RECORD.
           MOVE 'Total Withdrawals:' TO RC-LABEL.
           MOVE '+' TO RC-SIGN.
           MOVE '+' TO RC-SIGN.
           MOVE TOTAL-FEES TO RC-VALUE.
           WRITE RC-RECORD.
           MOVE 'Total Adjustment Credits:' TO RC-LABEL.
           MOVE '+' TO RC-SIGN.
           MOVE TOTAL-ADJ-CR TO RC-VALUE.
           WRITE RC-RECORD.
           MOVE 'Total Adjustment Debits:' TO RC-LABEL.
           MOVE '+' TO RC-SIGN.
           MOVE TOTAL-ADJ-DR TO RC-VALUE.
           WRITE RC-RECORD.
           MOVE 'Total Sweep Credits:' TO RC-LABEL.
           MOVE '+' TO RC-SIGN.
           MOVE TOTAL-SWEEP-CR TO RC-VALUE.
           WRITE RC-RECORD.
           MOVE 'Total Sweep Debits:' TO RC-LABEL.
           MOVE '+' TO RC-SIGN.
           MOVE TOTAL-SWEEP-DR TO RC-VALUE.
           WRITE RC-RECORD.
           MOVE 'Total Claim Provisional Cr:' TO RC-LABEL.
           MOVE '+' TO RC-SIGN.
           MOVE TOTAL-CLM-V TO RC-VALUE.
           WRITE RC-RECORD.
           MOVE 'Total Claim Provisional Rev:' TO RC-LABEL.
           MOVE '+' TO RC-SIGN.
           MOVE TOTAL-CLM-Y TO RC-VALUE.
           WRITE RC-RECORD.
           MOVE 'Total Claim Final Credits:' TO RC-LABEL.
           MOVE '+' TO RC-SIGN.
           MOVE TOTAL-CLM-K TO RC-VALUE.
           WRITE RC-RECORD.
           MOVE 'Total Claims Made Final:' TO RC-LABEL.
           MOVE '+' TO RC-SIGN.
           MOVE TOTAL-CLM-J TO RC-VALUE.
           WRITE RC-RECORD.
      *THE CLEARING ITEMS SETTLED AS ORDINARY D/W TRANSACTIONS, SO
      *THEY ARE ALREADY INSIDE THE DEPOSIT AND WITHDRAWAL TOTALS
      *ABOVE - THESE TWO LINES BREAK OUT THE INTER-BANK SHARE.
      *  INTEREST CHARGED  DR CUSTOMER LIABILITY CR INTEREST INCOME
      *  CLOSURE PAYOUTS   DR CUSTOMER LIABILITY CR ATM CASH
      *  FEES CHARGED      DR CUSTOMER LIABILITY CR FEE INCOME
      *  ADJUSTMENT CREDIT DR BRANCH ADJUSTMENTS  CR CUSTOMER LIABILITY
      *  ADJUSTMENT DEBIT  DR CUSTOMER LIABILITY CR BRANCH ADJUSTMENTS
      *ATM CLAIMS POST THROUGH A CLAIMS SUSPENSE ACCOUNT WHILE THE
      *CLAIM IS OPEN. A FINAL CREDIT MATCHED TO AN OVERAGE ON THE
      *CASH PROOF IS THE CUSTOMER'S OWN MONEY STILL IN THE CANISTER
      *AND COMES OUT OF ATM CASH; AN UNMATCHED ONE IS A LOSS:
      *  CLAIM PROVISIONAL DR ATM CLAIMS SUSPENSE CR CUSTOMER LIABILITY
      *  CLAIM DENIED      DR CUSTOMER LIABILITY CR ATM CLAIMS SUSPENSE
      *  FINAL, PAID       DR ATM CASH OR ATM CLAIMS LOSS
      *                    CR CUSTOMER LIABILITY
      *  FINAL, WAS PROV.  DR ATM CASH OR ATM CLAIMS LOSS
      *                    CR ATM CLAIMS SUSPENSE
      *OVERDRAFT SWEEPS DEBIT ONE CUSTOMER BALANCE AND CREDIT ANOTHER,
      *BOTH INSIDE CUSTOMER LIABILITY, SO THEY POST NO PAIR.
      *CLEARING ITEMS SETTLED INSIDE THE DEPOSIT AND WITHDRAWAL
      *FIGURES ABOVE, BUT NO NOTES EVER MOVED AT A MACHINE FOR THEM
      *- THE CASH PROOF RIGHTLY IGNORES THEM - SO A RECLASS PAIR PER
               WRITE GL-RECORD
               ADD TOTAL-FEES TO GL-CREDITS-WS
           END-IF.
           IF TOTAL-ADJ-CR > 0 THEN
               MOVE 'DR' TO GL-DRCR
               MOVE 'BRANCH ADJUSTMENTS' TO GL-ACCOUNT
               MOVE TOTAL-ADJ-CR TO GL-AMOUNT
               WRITE GL-RECORD
               ADD TOTAL-ADJ-CR TO GL-DEBITS-WS
               MOVE 'CR' TO GL-DRCR
               MOVE 'CUSTOMER LIABILITY' TO GL-ACCOUNT
               MOVE TOTAL-ADJ-CR TO GL-AMOUNT
               WRITE GL-RECORD
               ADD TOTAL-ADJ-CR TO GL-CREDITS-WS
           END-IF.
           IF TOTAL-ADJ-DR > 0 THEN
               MOVE 'DR' TO GL-DRCR
               MOVE 'CUSTOMER LIABILITY' TO GL-ACCOUNT
               MOVE TOTAL-ADJ-DR TO GL-AMOUNT
               WRITE GL-RECORD
               ADD TOTAL-ADJ-DR TO GL-DEBITS-WS
               MOVE 'CR' TO GL-DRCR
               MOVE 'BRANCH ADJUSTMENTS' TO GL-ACCOUNT
               MOVE TOTAL-ADJ-DR TO GL-AMOUNT
               WRITE GL-RECORD
               ADD TOTAL-ADJ-DR TO GL-CREDITS-WS
           END-IF.
           IF TOTAL-CLM-V > 0 THEN
               MOVE 'DR' TO GL-DRCR
               MOVE 'ATM CLAIMS SUSPENSE' TO GL-ACCOUNT
               MOVE TOTAL-CLM-V TO GL-AMOUNT
               WRITE GL-RECORD
               ADD TOTAL-CLM-V TO GL-DEBITS-WS
               MOVE 'CR' TO GL-DRCR
               MOVE 'CUSTOMER LIABILITY' TO GL-ACCOUNT
               MOVE TOTAL-CLM-V TO GL-AMOUNT
               WRITE GL-RECORD
               ADD TOTAL-CLM-V TO GL-CREDITS-WS
           END-IF.
           IF TOTAL-CLM-Y > 0 THEN
               MOVE 'DR' TO GL-DRCR
               MOVE 'CUSTOMER LIABILITY' TO GL-ACCOUNT
               MOVE TOTAL-CLM-Y TO GL-AMOUNT
               WRITE GL-RECORD
               ADD TOTAL-CLM-Y TO GL-DEBITS-WS
               MOVE 'CR' TO GL-DRCR
               MOVE 'ATM CLAIMS SUSPENSE' TO GL-ACCOUNT
               MOVE TOTAL-CLM-Y TO GL-AMOUNT
               WRITE GL-RECORD
               ADD TOTAL-CLM-Y TO GL-CREDITS-WS
           END-IF.
           IF TOTAL-CLM-KM > 0 THEN
               MOVE 'DR' TO GL-DRCR
               MOVE 'ATM CASH' TO GL-ACCOUNT
               MOVE TOTAL-CLM-KM TO GL-AMOUNT
               WRITE GL-RECORD
               ADD TOTAL-CLM-KM TO GL-DEBITS-WS
               MOVE 'CR' TO GL-DRCR
               MOVE 'CUSTOMER LIABILITY' TO GL-ACCOUNT
               MOVE TOTAL-CLM-KM TO GL-AMOUNT
               WRITE GL-RECORD
               ADD TOTAL-CLM-KM TO GL-CREDITS-WS
           END-IF.
           COMPUTE GL-CLAIM-WS = TOTAL-CLM-K - TOTAL-CLM-KM.
           IF GL-CLAIM-WS > 0 THEN
               MOVE 'DR' TO GL-DRCR
               MOVE 'ATM CLAIMS LOSS' TO GL-ACCOUNT
               MOVE GL-CLAIM-WS TO GL-AMOUNT
               WRITE GL-RECORD
               ADD GL-CLAIM-WS TO GL-DEBITS-WS
               MOVE 'CR' TO GL-DRCR
               MOVE 'CUSTOMER LIABILITY' TO GL-ACCOUNT
               MOVE GL-CLAIM-WS TO GL-AMOUNT
               WRITE GL-RECORD
               ADD GL-CLAIM-WS TO GL-CREDITS-WS
           END-IF.
           IF TOTAL-CLM-JM > 0 THEN
               MOVE 'DR' TO GL-DRCR
               MOVE 'ATM CASH' TO GL-ACCOUNT
               MOVE TOTAL-CLM-JM TO GL-AMOUNT
               WRITE GL-RECORD
               ADD TOTAL-CLM-JM TO GL-DEBITS-WS
               MOVE 'CR' TO GL-DRCR
               MOVE 'ATM CLAIMS SUSPENSE' TO GL-ACCOUNT
               MOVE TOTAL-CLM-JM TO GL-AMOUNT
               WRITE GL-RECORD
               ADD TOTAL-CLM-JM TO GL-CREDITS-WS
           END-IF.
           COMPUTE GL-CLAIM-WS = TOTAL-CLM-J - TOTAL-CLM-JM.
           IF GL-CLAIM-WS > 0 THEN
               MOVE 'DR' TO GL-DRCR
               MOVE 'ATM CLAIMS LOSS' TO GL-ACCOUNT
               MOVE GL-CLAIM-WS TO GL-AMOUNT
               WRITE GL-RECORD
               ADD GL-CLAIM-WS TO GL-DEBITS-WS
               MOVE 'CR' TO GL-DRCR
               MOVE 'ATM CLAIMS SUSPENSE' TO GL-ACCOUNT
               MOVE GL-CLAIM-WS TO GL-AMOUNT
               WRITE GL-RECORD
               ADD GL-CLAIM-WS TO GL-CREDITS-WS
           END-IF.
           IF TOTAL-CLR-IN-D > 0 THEN
               MOVE 'DR' TO GL-DRCR
               MOVE 'CLEARING SETTLEMENT' TO GL-ACCOUNT
                   RENAME-STATUS-WS
               STOP RUN
           END-IF.
           GO TO COLL-PROMOTE-PARAGRAPH.

      *TONIGHT'S COLLECTIONS FILE IS PROMOTED THE SAME WAY, COPIED
      *FROM THE UPDATED FILE THROUGH COLLECTIONS.NEW.TXT AND RENAMED.
      *THE UPDATED FILE STAYS UNTIL THE NEXT RUN, SO A RESUME INTO
      *PROMOTION SIMPLY REPEATS THE COPY.
       COLL-PROMOTE-PARAGRAPH.
           OPEN INPUT FILE-COLU.
           OPEN OUTPUT FILE-COLN.
           GO TO COLL-PROMOTE-READ-PARAGRAPH.

       COLL-PROMOTE-READ-PARAGRAPH.
           READ FILE-COLU
               AT END GO TO COLL-PROMOTE-SWAP-PARAGRAPH
               NOT AT END GO TO COLL-PROMOTE-WRITE-PARAGRAPH
           END-READ.

       COLL-PROMOTE-WRITE-PARAGRAPH.
           MOVE COU-RECORD TO CON-RECORD.
           WRITE CON-RECORD.
           GO TO COLL-PROMOTE-READ-PARAGRAPH.

       COLL-PROMOTE-SWAP-PARAGRAPH.
           CLOSE FILE-COLU.
           CLOSE FILE-COLN.
           CALL "CBL_RENAME_FILE" USING COLN-FILENAME-WS
               COL-FILENAME-WS
               RETURNING RENAME-STATUS-WS.
           IF RENAME-STATUS-WS NOT = 0 THEN
               DISPLAY '=> COLLECTIONS FILE PROMOTION FAILED - STATUS '
                   RENAME-STATUS-WS
               STOP RUN
           END-IF.
           GO TO PROMOTE-IDX-PARAGRAPH.

      *BRING THE INDEXED MASTER THE ATMS READ UP TO DATE: EVERY
           OPEN INPUT FILE-MU.
           OPEN I-O FILE-MIDX.
           OPEN OUTPUT FILE-STOPL.
           OPEN INPUT FILE-COLU.
           MOVE 0 TO COLL-EOF.
           MOVE 0 TO COLL-HAVE.
           GO TO PROMOTE-IDX-READ-PARAGRAPH.

       PROMOTE-IDX-READ-PARAGRAPH.
           MOVE MU-ACCOUNT-RECORD TO MIDX-ACCOUNT-RECORD.
           MOVE SAVE-FAIL-WS TO MIDX-FAIL-COUNT.
           MOVE SAVE-LOCK-WS TO MIDX-LOCK.
           GO TO PROMOTE-IDX-COLL-PARAGRAPH.

      *AN ACCOUNT LONGER IN COLLECTIONS THAN THE BRANCH ALLOWS IS
      *LOCKED IN THE INDEX, EXACTLY AS REPEATED LOGIN FAILURES LOCK
      *IT - THE MACHINES REFUSE IT UNTIL THE BRANCH CLEARS THE LOCK.
      *IT IS RE-LOCKED EVERY NIGHT IT STAYS PAST THE LIMIT; ONCE IT
      *COMES BACK WITHIN ITS LIMIT THE LOCK IS LEFT FOR THE BRANCH
      *TO CLEAR WHEN IT IS SATISFIED.
       PROMOTE-IDX-COLL-PARAGRAPH.
           IF COLL-EOF = 1 THEN
               GO TO PROMOTE-IDX-STOP-PARAGRAPH
           END-IF.
           IF COLL-HAVE = 1 THEN
               IF COU-ACCOUNT NOT < MIDX-ACCOUNT THEN
                   IF COU-ACCOUNT = MIDX-ACCOUNT THEN
                       IF COU-BLOCK = 'Y' THEN
                           MOVE 'Y' TO MIDX-LOCK
                       END-IF
                   END-IF
                   GO TO PROMOTE-IDX-STOP-PARAGRAPH
               END-IF
           END-IF.
           READ FILE-COLU
               AT END GO TO PROMOTE-IDX-COLL-EOF-PARAGRAPH
               NOT AT END GO TO PROMOTE-IDX-COLL-HAVE-PARAGRAPH
           END-READ.

       PROMOTE-IDX-COLL-EOF-PARAGRAPH.
           MOVE 1 TO COLL-EOF.
           GO TO PROMOTE-IDX-STOP-PARAGRAPH.

       PROMOTE-IDX-COLL-HAVE-PARAGRAPH.
           MOVE 1 TO COLL-HAVE.
           GO TO PROMOTE-IDX-COLL-PARAGRAPH.

       PROMOTE-IDX-STOP-PARAGRAPH.
      *THE CARD STOP IS THE INDEX'S OWN STATE, LIKE THE LOCKOUT - A
      *STOP RECORDED (OR RELEASED) AT THE BRANCH TODAY SURVIVES THE
      *PROMOTION UNTOUCHED. A STOPPED ACCOUNT ALSO GOES OUT ON THE
       PROMOTE-IDX-END-PARAGRAPH.
           CLOSE FILE-MU.
           CLOSE FILE-STOPL.
           CLOSE FILE-COLU.
           OPEN INPUT FILE-CLACCT.
           GO TO IDX-DELETE-READ-PARAGRAPH.

       CASHPROOF-LINES-PARAGRAPH.
           CLOSE FILE-CJRN.
           OPEN OUTPUT FILE-CPR.
           OPEN EXTEND FILE-CPH.
           MOVE 1 TO PROOF-STAGE.
           GO TO CASHPROOF-LINE-PARAGRAPH.

               MOVE 'OVER' TO CPR-STAT
           END-IF.
           WRITE CPR-RECORD.
           MOVE RUN-STAMP-DATE TO CPH-DATE.
           MOVE CPR-RECORD TO CPH-LINE.
           WRITE CPH-RECORD.
           ADD 1 TO PROOF-STAGE.
           GO TO CASHPROOF-LINE-PARAGRAPH.

      *DAY.
       CASHPROOF-SAVE-PARAGRAPH.
           CLOSE FILE-CPR.
           CLOSE FILE-CPH.
           OPEN OUTPUT FILE-CPV.
           MOVE 711 TO CPV-ATM.
           MOVE CLAIM-711 TO CPV-AMOUNT.
           CLOSE FILE-CPV.
           OPEN OUTPUT FILE-CJRN.
           CLOSE FILE-CJRN.
           GO TO ALERT-EXTRACT-PARAGRAPH.

      *THE NIGHTLY CUSTOMER ALERT EXTRACT, BUILT ONCE EVERYTHING IT
      *DRAWS ON IS FINAL: TONIGHT'S SETTLED STREAM, THE PROMOTED
      *MASTER, THE NEGATIVE AND DORMANT REPORTS, THE STOP LIST
      *WRITTEN AT INDEX PROMOTION, THE PASSWORD QUEUE, THE
      *MAINTENANCE REPORT AND THE CLOSURES REPORT. ONLY ACCOUNTS
      *WITH A ROW ON THE PREFERENCE FILE ARE LOOKED AT, SO A
      *CUSTOMER WHO HAS NOT OPTED IN NEVER APPEARS. THE EXTRACT IS
      *REBUILT EVERY RUN; THE REWRITTEN PREFERENCE FILE IS ONLY
      *SWAPPED IN AT THE VERY END OF THE RUN, SO A RUN THAT CRASHES
      *AFTER THIS STEP AND RESUMES BUILDS THE SAME EXTRACT AGAIN.
       ALERT-EXTRACT-PARAGRAPH.
           MOVE 2 TO ALT-MODE.
           MOVE 0 TO CNT-ALERT.
           GO TO ALERT-LOAD-START-PARAGRAPH.

       ALERT-TRANS-PARAGRAPH.
           OPEN OUTPUT FILE-ALX.
           OPEN INPUT FILE-S.
           MOVE 2 TO ALT-RET.
           GO TO ALERT-TRANS-READ-PARAGRAPH.

       ALERT-TRANS-READ-PARAGRAPH.
           READ FILE-S
               AT END GO TO ALERT-TRANS-END-PARAGRAPH
               NOT AT END GO TO ALERT-TRANS-CHECK-PARAGRAPH
           END-READ.

       ALERT-TRANS-CHECK-PARAGRAPH.
           IF S-OPERATION NOT = 'W' THEN
               GO TO ALERT-TRANS-READ-PARAGRAPH
           END-IF.
           MOVE S-ACCOUNT TO ALT-KEY.
           GO TO ALERT-FIND-PARAGRAPH.

       ALERT-TRANS-HIT-PARAGRAPH.
           IF ALT-HIT = 0 THEN
               GO TO ALERT-TRANS-READ-PARAGRAPH
           END-IF.
           IF ALT-WD-LIMIT(ALT-HIT) = 0 THEN
               GO TO ALERT-TRANS-READ-PARAGRAPH
           END-IF.
           IF S-AMOUNT > ALT-WD-LIMIT(ALT-HIT) THEN
               MOVE S-ACCOUNT TO ALX-ACCOUNT
               MOVE 'WD' TO ALX-EVENT
               MOVE '+' TO ALX-SIGN
               MOVE S-AMOUNT TO ALX-AMOUNT
               COMPUTE ALX-DATE = S-TIMESTAMP / 1000000
               WRITE ALX-RECORD
               ADD 1 TO CNT-ALERT
           END-IF.
           GO TO ALERT-TRANS-READ-PARAGRAPH.

       ALERT-TRANS-END-PARAGRAPH.
           CLOSE FILE-S.
           OPEN INPUT FILE-M.
           MOVE 3 TO ALT-RET.
           GO TO ALERT-MASTER-READ-PARAGRAPH.

      *THE MASTER IS TONIGHT'S BY NOW. AN ACCOUNT NOT ON IT HAS BEEN
      *CLOSED, AND ITS PREFERENCES ARE DROPPED WHEN THE FILE IS
      *REWRITTEN. A LEVEL OF ZERO MEANS NO LOW-BALANCE ALERT.
       ALERT-MASTER-READ-PARAGRAPH.
           READ FILE-M
               AT END GO TO ALERT-MASTER-END-PARAGRAPH
               NOT AT END GO TO ALERT-MASTER-CHECK-PARAGRAPH
           END-READ.

       ALERT-MASTER-CHECK-PARAGRAPH.
           MOVE M-ACCOUNT TO ALT-KEY.
           GO TO ALERT-FIND-PARAGRAPH.

       ALERT-MASTER-HIT-PARAGRAPH.
           IF ALT-HIT = 0 THEN
               GO TO ALERT-MASTER-READ-PARAGRAPH
           END-IF.
           MOVE 'Y' TO ALT-LIVE(ALT-HIT).
           MOVE M-SIGN TO ALT-SIGN(ALT-HIT).
           MOVE M-BALANCE TO ALT-BALANCE(ALT-HIT).
           IF ALT-LOW-LEVEL(ALT-HIT) = 0 THEN
               GO TO ALERT-MASTER-READ-PARAGRAPH
           END-IF.
           IF M-SIGN = '-' THEN
               MOVE 'Y' TO ALT-NOW-LOW(ALT-HIT)
           END-IF.
           IF M-BALANCE < ALT-LOW-LEVEL(ALT-HIT) THEN
               MOVE 'Y' TO ALT-NOW-LOW(ALT-HIT)
           END-IF.
           IF ALT-NOW-LOW(ALT-HIT) = 'Y' THEN
               IF ALT-WAS-LOW(ALT-HIT) NOT = 'Y' THEN
                   MOVE M-ACCOUNT TO ALX-ACCOUNT
                   MOVE 'LB' TO ALX-EVENT
                   MOVE M-SIGN TO ALX-SIGN
                   MOVE M-BALANCE TO ALX-AMOUNT
                   MOVE RUN-STAMP-DATE TO ALX-DATE
                   WRITE ALX-RECORD
                   ADD 1 TO CNT-ALERT
               END-IF
           END-IF.
           GO TO ALERT-MASTER-READ-PARAGRAPH.

       ALERT-MASTER-END-PARAGRAPH.
           CLOSE FILE-M.
           OPEN INPUT FILE-NR.
           MOVE 4 TO ALT-RET.
           GO TO ALERT-NEG-READ-PARAGRAPH.

      *THE NEGATIVE AND DORMANT REPORTS AND THE STOP LIST CARRY AN
      *ACCOUNT NIGHT AFTER NIGHT, SO EACH ONLY RAISES AN ALERT THE
      *FIRST NIGHT THE ACCOUNT APPEARS ON IT.
       ALERT-NEG-READ-PARAGRAPH.
           READ FILE-NR
               AT END GO TO ALERT-NEG-END-PARAGRAPH
               NOT AT END GO TO ALERT-NEG-CHECK-PARAGRAPH
           END-READ.

       ALERT-NEG-CHECK-PARAGRAPH.
           MOVE NR-ACCOUNT TO ALT-KEY.
           GO TO ALERT-FIND-PARAGRAPH.

       ALERT-NEG-HIT-PARAGRAPH.
           IF ALT-HIT = 0 THEN
               GO TO ALERT-NEG-READ-PARAGRAPH
           END-IF.
           MOVE 'Y' TO ALT-NOW-NEG(ALT-HIT).
           IF ALT-WAS-NEG(ALT-HIT) NOT = 'Y' THEN
               MOVE NR-ACCOUNT TO ALX-ACCOUNT
               MOVE 'NG' TO ALX-EVENT
               MOVE NR-SIGN TO ALX-SIGN
               MOVE NR-BALANCE TO ALX-AMOUNT
               MOVE RUN-STAMP-DATE TO ALX-DATE
               WRITE ALX-RECORD
               ADD 1 TO CNT-ALERT
           END-IF.
           GO TO ALERT-NEG-READ-PARAGRAPH.

       ALERT-NEG-END-PARAGRAPH.
           CLOSE FILE-NR.
           OPEN INPUT FILE-DORMR.
           MOVE 5 TO ALT-RET.
           GO TO ALERT-DORM-READ-PARAGRAPH.

       ALERT-DORM-READ-PARAGRAPH.
           READ FILE-DORMR
               AT END GO TO ALERT-DORM-END-PARAGRAPH
               NOT AT END GO TO ALERT-DORM-CHECK-PARAGRAPH
           END-READ.

       ALERT-DORM-CHECK-PARAGRAPH.
           MOVE DRM-ACCOUNT TO ALT-KEY.
           GO TO ALERT-FIND-PARAGRAPH.

       ALERT-DORM-HIT-PARAGRAPH.
           IF ALT-HIT = 0 THEN
               GO TO ALERT-DORM-READ-PARAGRAPH
           END-IF.
           MOVE 'Y' TO ALT-NOW-DORM(ALT-HIT).
           IF ALT-WAS-DORM(ALT-HIT) NOT = 'Y' THEN
               MOVE DRM-ACCOUNT TO ALX-ACCOUNT
               MOVE 'DM' TO ALX-EVENT
               MOVE ALT-SIGN(ALT-HIT) TO ALX-SIGN
               MOVE ALT-BALANCE(ALT-HIT) TO ALX-AMOUNT
               MOVE RUN-STAMP-DATE TO ALX-DATE
               WRITE ALX-RECORD
               ADD 1 TO CNT-ALERT
           END-IF.
           GO TO ALERT-DORM-READ-PARAGRAPH.

       ALERT-DORM-END-PARAGRAPH.
           CLOSE FILE-DORMR.
           OPEN INPUT FILE-STOPL.
           MOVE 6 TO ALT-RET.
           GO TO ALERT-STOP-READ-PARAGRAPH.

       ALERT-STOP-READ-PARAGRAPH.
           READ FILE-STOPL
               AT END GO TO ALERT-STOP-END-PARAGRAPH
               NOT AT END GO TO ALERT-STOP-CHECK-PARAGRAPH
           END-READ.

       ALERT-STOP-CHECK-PARAGRAPH.
           MOVE STL-ACCOUNT TO ALT-KEY.
           GO TO ALERT-FIND-PARAGRAPH.

       ALERT-STOP-HIT-PARAGRAPH.
           IF ALT-HIT = 0 THEN
               GO TO ALERT-STOP-READ-PARAGRAPH
           END-IF.
           MOVE 'Y' TO ALT-NOW-STOP(ALT-HIT).
           IF ALT-WAS-STOP(ALT-HIT) NOT = 'Y' THEN
               MOVE STL-ACCOUNT TO ALX-ACCOUNT
               MOVE 'CS' TO ALX-EVENT
               MOVE '+' TO ALX-SIGN
               MOVE 0 TO ALX-AMOUNT
               MOVE STL-SINCE TO ALX-DATE
               IF STL-SINCE = 0 THEN
                   MOVE RUN-STAMP-DATE TO ALX-DATE
               END-IF
               WRITE ALX-RECORD
               ADD 1 TO CNT-ALERT
           END-IF.
           GO TO ALERT-STOP-READ-PARAGRAPH.

       ALERT-STOP-END-PARAGRAPH.
           CLOSE FILE-STOPL.
           OPEN INPUT FILE-PWDREQ.
           MOVE 7 TO ALT-RET.
           GO TO ALERT-PWD-READ-PARAGRAPH.

      *THE LAST REQUEST FOR AN ACCOUNT IS THE ONE THE UPDATE LOOP
      *APPLIED, SO ONLY ITS DATE IS KEPT; THE ALERT ITSELF GOES OUT
      *WHEN THE PREFERENCES ARE WRITTEN BACK, AND ONLY FOR AN
      *ACCOUNT STILL ON THE MASTER.
       ALERT-PWD-READ-PARAGRAPH.
           READ FILE-PWDREQ
               AT END GO TO ALERT-PWD-END-PARAGRAPH
               NOT AT END GO TO ALERT-PWD-CHECK-PARAGRAPH
           END-READ.

       ALERT-PWD-CHECK-PARAGRAPH.
           MOVE PWDREQ-ACCOUNT TO ALT-KEY.
           GO TO ALERT-FIND-PARAGRAPH.

       ALERT-PWD-HIT-PARAGRAPH.
           IF ALT-HIT NOT = 0 THEN
               COMPUTE ALT-PWD-DATE(ALT-HIT) =
                   PWDREQ-TIMESTAMP / 1000000
           END-IF.
           GO TO ALERT-PWD-READ-PARAGRAPH.

       ALERT-PWD-END-PARAGRAPH.
           CLOSE FILE-PWDREQ.
           OPEN INPUT FILE-MAINTR.
           MOVE 8 TO ALT-RET.
           GO TO ALERT-MAINT-READ-PARAGRAPH.

      *ONLY CHANGES THE RUN ACTUALLY APPLIED. A NEW RATE OR LIMIT
      *RIDES IN THE AMOUNT; A NAME OR TYPE CHANGE HAS NONE.
       ALERT-MAINT-READ-PARAGRAPH.
           READ FILE-MAINTR
               AT END GO TO ALERT-MAINT-END-PARAGRAPH
               NOT AT END GO TO ALERT-MAINT-CHECK-PARAGRAPH
           END-READ.

       ALERT-MAINT-CHECK-PARAGRAPH.
           IF MTR-STAT NOT = 'APPLIED' THEN
               GO TO ALERT-MAINT-READ-PARAGRAPH
           END-IF.
           MOVE MTR-ACCOUNT TO ALT-KEY.
           GO TO ALERT-FIND-PARAGRAPH.

       ALERT-MAINT-HIT-PARAGRAPH.
           IF ALT-HIT = 0 THEN
               GO TO ALERT-MAINT-READ-PARAGRAPH
           END-IF.
           MOVE MTR-ACCOUNT TO ALX-ACCOUNT.
           MOVE '+' TO ALX-SIGN.
           MOVE 0 TO ALX-AMOUNT.
           MOVE RUN-STAMP-DATE TO ALX-DATE.
           MOVE MTR-VALUE TO MAINT-VALUE-WS.
           IF MTR-FIELD = 'R' THEN
               MOVE 'MR' TO ALX-EVENT
               IF MV-NUM-X NUMERIC THEN
                   MOVE MV-NUM TO ALX-AMOUNT
               END-IF
           END-IF.
           IF MTR-FIELD = 'O' THEN
               MOVE 'MO' TO ALX-EVENT
               IF MV-NUM-X NUMERIC THEN
                   MOVE MV-NUM TO ALX-AMOUNT
               END-IF
           END-IF.
           IF MTR-FIELD = 'N' THEN
               MOVE 'MN' TO ALX-EVENT
           END-IF.
           IF MTR-FIELD = 'T' THEN
               MOVE 'MT' TO ALX-EVENT
           END-IF.
           WRITE ALX-RECORD.
           ADD 1 TO CNT-ALERT.
           GO TO ALERT-MAINT-READ-PARAGRAPH.

       ALERT-MAINT-END-PARAGRAPH.
           CLOSE FILE-MAINTR.
           OPEN INPUT FILE-CL.
           MOVE 9 TO ALT-RET.
           GO TO ALERT-CLOSE-READ-PARAGRAPH.

       ALERT-CLOSE-READ-PARAGRAPH.
           READ FILE-CL
               AT END GO TO ALERT-CLOSE-END-PARAGRAPH
               NOT AT END GO TO ALERT-CLOSE-CHECK-PARAGRAPH
           END-READ.

       ALERT-CLOSE-CHECK-PARAGRAPH.
           IF CL-STAT NOT = 'CLOSED' THEN
               GO TO ALERT-CLOSE-READ-PARAGRAPH
           END-IF.
           MOVE CL-ACCOUNT TO ALT-KEY.
           GO TO ALERT-FIND-PARAGRAPH.

       ALERT-CLOSE-HIT-PARAGRAPH.
           IF ALT-HIT NOT = 0 THEN
               MOVE CL-ACCOUNT TO ALX-ACCOUNT
               MOVE 'CL' TO ALX-EVENT
               MOVE '+' TO ALX-SIGN
               MOVE CL-PAYOUT TO ALX-AMOUNT
               MOVE RUN-STAMP-DATE TO ALX-DATE
               WRITE ALX-RECORD
               ADD 1 TO CNT-ALERT
           END-IF.
           GO TO ALERT-CLOSE-READ-PARAGRAPH.

       ALERT-CLOSE-END-PARAGRAPH.
           CLOSE FILE-CL.
           OPEN OUTPUT FILE-ALPN.
           MOVE 1 TO ALT-I.
           GO TO ALERT-KEEP-PARAGRAPH.

      *WRITE BACK EVERY ACCOUNT STILL ON THE MASTER WITH TONIGHT'S
      *FLAGS, ISSUING ITS PASSWORD ALERT ON THE WAY PAST.
       ALERT-KEEP-PARAGRAPH.
           IF ALT-I > ALT-COUNT THEN
               GO TO ALERT-KEEP-END-PARAGRAPH
           END-IF.
           IF ALT-LIVE(ALT-I) NOT = 'Y' THEN
               ADD 1 TO ALT-I
               GO TO ALERT-KEEP-PARAGRAPH
           END-IF.
           IF ALT-PWD-DATE(ALT-I) NOT = 0 THEN
               MOVE ALT-ACCOUNT(ALT-I) TO ALX-ACCOUNT
               MOVE 'PW' TO ALX-EVENT
               MOVE '+' TO ALX-SIGN
               MOVE 0 TO ALX-AMOUNT
               MOVE ALT-PWD-DATE(ALT-I) TO ALX-DATE
               WRITE ALX-RECORD
               ADD 1 TO CNT-ALERT
           END-IF.
           MOVE ALT-ACCOUNT(ALT-I) TO ALPN-ACCOUNT.
           MOVE ALT-WD-LIMIT(ALT-I) TO ALPN-WD-LIMIT.
           MOVE ALT-LOW-LEVEL(ALT-I) TO ALPN-LOW-LEVEL.
           MOVE ALT-SINCE(ALT-I) TO ALPN-SINCE.
           MOVE ALT-NOW-LOW(ALT-I) TO ALPN-LOW.
           MOVE ALT-NOW-NEG(ALT-I) TO ALPN-NEG.
           MOVE ALT-NOW-DORM(ALT-I) TO ALPN-DORM.
           MOVE ALT-NOW-STOP(ALT-I) TO ALPN-STOP.
           WRITE ALPN-RECORD.
           ADD 1 TO ALT-I.
           GO TO ALERT-KEEP-PARAGRAPH.

       ALERT-KEEP-END-PARAGRAPH.
           CLOSE FILE-ALPN.
           CLOSE FILE-ALX.
           GO TO PROMOTE-END-PARAGRAPH.

      *THE ONE LOOKUP EVERY ALERT STEP SHARES: ALT-HIT COMES BACK AS
      *THE ROW FOR ALT-KEY, OR ZERO WHEN THE ACCOUNT HAS NOT OPTED
      *IN. ALT-RET: 1 = QUEUE, 2 = WITHDRAWALS, 3 = MASTER,
      *4 = NEGATIVE REPORT, 5 = DORMANT REPORT, 6 = STOP LIST,
      *7 = PASSWORD CHANGES, 8 = MAINTENANCE REPORT, 9 = CLOSURES.
       ALERT-FIND-PARAGRAPH.
           IF ALT-KEY = ALT-LAST-KEY THEN
               GO TO ALERT-FIND-END-PARAGRAPH
           END-IF.
           MOVE ALT-KEY TO ALT-LAST-KEY.
           MOVE 0 TO ALT-HIT.
           MOVE 1 TO ALT-I.
           GO TO ALERT-FIND-LOOP-PARAGRAPH.

       ALERT-FIND-LOOP-PARAGRAPH.
           IF ALT-I > ALT-COUNT THEN
               GO TO ALERT-FIND-END-PARAGRAPH
           END-IF.
           IF ALT-ACCOUNT(ALT-I) = ALT-KEY THEN
               MOVE ALT-I TO ALT-HIT
               GO TO ALERT-FIND-END-PARAGRAPH
           END-IF.
           ADD 1 TO ALT-I.
           GO TO ALERT-FIND-LOOP-PARAGRAPH.

       ALERT-FIND-END-PARAGRAPH.
           IF ALT-RET = 1 THEN
               GO TO ALERT-REQ-HIT-PARAGRAPH
           END-IF.
           IF ALT-RET = 2 THEN
               GO TO ALERT-TRANS-HIT-PARAGRAPH
           END-IF.
           IF ALT-RET = 3 THEN
               GO TO ALERT-MASTER-HIT-PARAGRAPH
           END-IF.
           IF ALT-RET = 4 THEN
               GO TO ALERT-NEG-HIT-PARAGRAPH
           END-IF.
           IF ALT-RET = 5 THEN
               GO TO ALERT-DORM-HIT-PARAGRAPH
           END-IF.
           IF ALT-RET = 6 THEN
               GO TO ALERT-STOP-HIT-PARAGRAPH
           END-IF.
           IF ALT-RET = 7 THEN
               GO TO ALERT-PWD-HIT-PARAGRAPH
           END-IF.
           IF ALT-RET = 8 THEN
               GO TO ALERT-MAINT-HIT-PARAGRAPH
           END-IF.
           GO TO ALERT-CLOSE-HIT-PARAGRAPH.

      *THE OPERATIONAL EVIDENCE OF THE RUN: WHEN IT RAN, WHETHER IT
      *STARTED FRESH OR RESUMED (AND FROM WHICH ACCOUNT), AND HOW
      *MANY RECORDS EVERY STAGE HANDLED. ON A RESUMED RUN THE STAGE
           MOVE 'Fee Postings:' TO RCT-LABEL.
           MOVE CNT-FEE TO RCT-VALUE.
           WRITE RCT-RECORD.
           MOVE 'Adjustments Posted:' TO RCT-LABEL.
           MOVE CNT-ADJ TO RCT-VALUE.
           WRITE RCT-RECORD.
           MOVE 'Overdraft Sweeps:' TO RCT-LABEL.
           MOVE CNT-SWEEP TO RCT-VALUE.
           WRITE RCT-RECORD.
           MOVE 'Claim Items Posted:' TO RCT-LABEL.
           MOVE CNT-CLM TO RCT-VALUE.
           WRITE RCT-RECORD.
           MOVE 'Accounts In Collections:' TO RCT-LABEL.
           MOVE CNT-COLL TO RCT-VALUE.
           WRITE RCT-RECORD.
           MOVE 'Collection Letters:' TO RCT-LABEL.
           MOVE CNT-LTR TO RCT-VALUE.
           WRITE RCT-RECORD.
           MOVE 'Collections Locks:' TO RCT-LABEL.
           MOVE CNT-CBLK TO RCT-VALUE.
           WRITE RCT-RECORD.
           MOVE 'Large Cash Reports:' TO RCT-LABEL.
           MOVE CNT-LCASH TO RCT-VALUE.
           WRITE RCT-RECORD.
           MOVE 'Structuring Alerts:' TO RCT-LABEL.
           MOVE CNT-STRUCT TO RCT-VALUE.
           WRITE RCT-RECORD.
           MOVE 'Customer Alerts Extracted:' TO RCT-LABEL.
           MOVE CNT-ALERT TO RCT-VALUE.
           WRITE RCT-RECORD.
           CLOSE FILE-RCT.
      *ARCHIVE THE RUN'S SETTLED STREAM ONTO THE MONTHLY HISTORY
      *PARTITIONS THE BATCH STATEMENT RUN READS. EXTENDED, NOT
      *OVERWRITTEN, SO EACH MONTH ACCUMULATES ACROSS RUNS - A RERUN
      *OF THIS STEP AFTER A CRASH CAN DOUBLE A BATCH ON THE HISTORY,
      *THE SAME TRADE THE SECURITY ARCHIVE ALREADY MAKES (THE CATALOG
      *TOTALS DOUBLE WITH IT, SO THE TWO STILL AGREE). THE FIRST PASS
      *FINDS WHICH MONTHS THE BATCH FALLS IN; THEN EACH MONTH'S
      *PARTITION IS EXTENDED WITH ITS OWN ITEMS - NORMALLY ONE, OR
      *TWO ACROSS A MONTH END.
           MOVE 0 TO HM-COUNT.
           OPEN INPUT FILE-S.
           GO TO HIST-READ-PARAGRAPH.

       HIST-READ-PARAGRAPH.
           READ FILE-S
               AT END GO TO HIST-COUNT-END-PARAGRAPH
               NOT AT END GO TO HIST-COUNT-PARAGRAPH
           END-READ.

       HIST-COUNT-PARAGRAPH.
           COMPUTE HIST-MONTH = S-TIMESTAMP / 100000000.
           MOVE 1 TO HM-I.
           GO TO HIST-FIND-PARAGRAPH.

       HIST-FIND-PARAGRAPH.
           IF HM-I > HM-COUNT THEN
               GO TO HIST-ADD-PARAGRAPH
           END-IF.
           IF HM-MONTH(HM-I) = HIST-MONTH THEN
               ADD 1 TO HM-RECORDS(HM-I)
               ADD S-AMOUNT TO HM-AMOUNT(HM-I)
               GO TO HIST-READ-PARAGRAPH
           END-IF.
           IF HM-MONTH(HM-I) > HIST-MONTH THEN
               GO TO HIST-ADD-PARAGRAPH
           END-IF.
           ADD 1 TO HM-I.
           GO TO HIST-FIND-PARAGRAPH.

      *A NEW MONTH GOES IN AT HM-I, EVERYTHING FROM THERE UP MOVING
      *ONE PLACE ALONG, SO THE TABLE STAYS IN MONTH ORDER.
       HIST-ADD-PARAGRAPH.
           IF HM-COUNT NOT < HM-MAX THEN
               DISPLAY '=> HISTORY MONTH TABLE FULL - ITEM DATED '
                   S-TIMESTAMP
               STOP RUN
           END-IF.
           MOVE HM-COUNT TO HM-J.
           GO TO HIST-SHIFT-PARAGRAPH.

       HIST-SHIFT-PARAGRAPH.
           IF HM-J < HM-I THEN
               GO TO HIST-PUT-PARAGRAPH
           END-IF.
           MOVE HM-ENTRY(HM-J) TO HM-ENTRY(HM-J + 1).
           SUBTRACT 1 FROM HM-J.
           GO TO HIST-SHIFT-PARAGRAPH.

       HIST-PUT-PARAGRAPH.
           ADD 1 TO HM-COUNT.
           MOVE HIST-MONTH TO HM-MONTH(HM-I).
           MOVE 1 TO HM-RECORDS(HM-I).
           MOVE S-AMOUNT TO HM-AMOUNT(HM-I).
           GO TO HIST-READ-PARAGRAPH.

       HIST-COUNT-END-PARAGRAPH.
           CLOSE FILE-S.
           MOVE 1 TO HM-I.
           GO TO HIST-PART-PARAGRAPH.

       HIST-PART-PARAGRAPH.
           IF HM-I > HM-COUNT THEN
               GO TO HIST-CAT-PARAGRAPH
           END-IF.
           MOVE SPACES TO TH-FILENAME.
           STRING 'transHistory-' HM-MONTH(HM-I) '.txt'
               DELIMITED BY SIZE INTO TH-FILENAME.
           OPEN INPUT FILE-S.
           OPEN EXTEND FILE-TH.
           GO TO HIST-PART-READ-PARAGRAPH.

       HIST-PART-READ-PARAGRAPH.
           READ FILE-S
               AT END GO TO HIST-PART-END-PARAGRAPH
               NOT AT END GO TO HIST-WRITE-PARAGRAPH
           END-READ.

       HIST-WRITE-PARAGRAPH.
           COMPUTE HIST-MONTH = S-TIMESTAMP / 100000000.
           IF HIST-MONTH NOT = HM-MONTH(HM-I) THEN
               GO TO HIST-PART-READ-PARAGRAPH
           END-IF.
           MOVE S-TRANS-RECORD TO TH-TRANS-RECORD.
           WRITE TH-TRANS-RECORD.
           GO TO HIST-PART-READ-PARAGRAPH.

       HIST-PART-END-PARAGRAPH.
           CLOSE FILE-S.
           CLOSE FILE-TH.
           ADD 1 TO HM-I.
           GO TO HIST-PART-PARAGRAPH.

      *FOLD TONIGHT'S TOTALS INTO THE CATALOG: BOTH ARE IN MONTH
      *ORDER, SO A MONTH ALREADY CATALOGUED HAS ITS TOTALS ADDED TO
      *AND A NEW ONE IS INSERTED IN ITS PLACE. REWRITTEN WHOLE AND
      *SWAPPED IN, LIKE THE STANDING ORDER FILE.
       HIST-CAT-PARAGRAPH.
           OPEN INPUT FILE-HC.
           OPEN OUTPUT FILE-HCN.
           MOVE 1 TO HM-I.
           GO TO HIST-CAT-READ-PARAGRAPH.

       HIST-CAT-READ-PARAGRAPH.
           READ FILE-HC
               AT END GO TO HIST-CAT-REST-PARAGRAPH
               NOT AT END GO TO HIST-CAT-CHECK-PARAGRAPH
           END-READ.

       HIST-CAT-CHECK-PARAGRAPH.
           IF HM-I NOT > HM-COUNT THEN
               IF HM-MONTH(HM-I) < HC-MONTH THEN
                   MOVE HM-MONTH(HM-I) TO HCN-MONTH
                   MOVE 'A' TO HCN-STATUS
                   MOVE HM-RECORDS(HM-I) TO HCN-RECORDS
                   MOVE HM-AMOUNT(HM-I) TO HCN-AMOUNT
                   MOVE 0 TO HCN-MOVED
                   WRITE HCN-RECORD
                   ADD 1 TO HM-I
                   GO TO HIST-CAT-CHECK-PARAGRAPH
               END-IF
           END-IF.
           MOVE HC-RECORD TO HCN-RECORD.
           IF HM-I NOT > HM-COUNT THEN
               IF HM-MONTH(HM-I) = HC-MONTH THEN
                   ADD HM-RECORDS(HM-I) TO HCN-RECORDS
                   ADD HM-AMOUNT(HM-I) TO HCN-AMOUNT
                   ADD 1 TO HM-I
               END-IF
           END-IF.
           WRITE HCN-RECORD.
           GO TO HIST-CAT-READ-PARAGRAPH.

       HIST-CAT-REST-PARAGRAPH.
           IF HM-I > HM-COUNT THEN
               GO TO HIST-CAT-SWAP-PARAGRAPH
           END-IF.
           MOVE HM-MONTH(HM-I) TO HCN-MONTH.
           MOVE 'A' TO HCN-STATUS.
           MOVE HM-RECORDS(HM-I) TO HCN-RECORDS.
           MOVE HM-AMOUNT(HM-I) TO HCN-AMOUNT.
           MOVE 0 TO HCN-MOVED.
           WRITE HCN-RECORD.
           ADD 1 TO HM-I.
           GO TO HIST-CAT-REST-PARAGRAPH.

       HIST-CAT-SWAP-PARAGRAPH.
           CLOSE FILE-HC.
           CLOSE FILE-HCN.
           CALL "CBL_RENAME_FILE" USING HCN-FILENAME-WS HC-FILENAME-WS
               RETURNING RENAME-STATUS-WS.
           IF RENAME-STATUS-WS NOT = 0 THEN
               DISPLAY '=> HISTORY CATALOG PROMOTION FAILED - STATUS '
                   RENAME-STATUS-WS
               STOP RUN
           END-IF.
           GO TO HIST-END-PARAGRAPH.

       HIST-END-PARAGRAPH.
      *THE BATCH IS FULLY APPLIED AND PROMOTED, SO THE EDITED FILES
      *THE SORTS CONSUMED CAN FINALLY BE EMPTIED - DOING IT ONLY NOW
      *MEANS ANY CRASH BEFORE THIS POINT RESUMES (OR, BEFORE THE
               WRITE FM-RECORD
               CLOSE FILE-FEEM
           END-IF.
      *THE SAME GOES FOR THE ALERT PREFERENCES REWRITTEN WITH
      *TONIGHT'S FLAGS - SWAPPED IN ONLY NOW, SO A RUN THAT CRASHES
      *AND RESUMES STILL ALERTS ON EVERYTHING THAT CHANGED TONIGHT.
           CALL "CBL_RENAME_FILE" USING ALPN-FILENAME-WS
               ALP-FILENAME-WS
               RETURNING RENAME-STATUS-WS.
           IF RENAME-STATUS-WS NOT = 0 THEN
               DISPLAY '=> ALERT PREFERENCE FILE SWAP FAILED - '
                   'STATUS ' RENAME-STATUS-WS
               STOP RUN
           END-IF.
      *THE RUN REACHED THE END CLEANLY, SO THE CHECKPOINT NO LONGER
      *APPLIES. MARK IT COMPLETE SO TOMORROW NIGHT'S RUN STARTS FRESH
      *INSTEAD OF THINKING IT NEEDS TO RESUME.
           MOVE 0 TO CKPT-TOTAL-FEE.
           MOVE 0 TO CKPT-FEE-MONTH.
           MOVE 0 TO CKPT-NEWACCT-COUNT.
           MOVE 0 TO CKPT-TOTAL-ADJC.
           MOVE 0 TO CKPT-TOTAL-ADJD.
           MOVE 0 TO CKPT-TOTAL-SWC.
           MOVE 0 TO CKPT-TOTAL-SWD.
           MOVE 0 TO CKPT-TOTAL-CLV.
           MOVE 0 TO CKPT-TOTAL-CLY.
           MOVE 0 TO CKPT-TOTAL-CLK.
           MOVE 0 TO CKPT-TOTAL-CLKM.
           MOVE 0 TO CKPT-TOTAL-CLJ.
           MOVE 0 TO CKPT-TOTAL-CLJM.
           MOVE 'N' TO CKPT-ADJ-SWEPT.
           OPEN OUTPUT FILE-CKPT.
           WRITE CKPT-RECORD.
           CLOSE FILE-CKPT.
      *REFUSED, EITHER WAY THEY ARE DONE - AND FOR THE LIST OF
      *INDEX DELETES, WHICH PROMOTION HAS NOW APPLIED. MAINTENANCE
      *REQUESTS ARE DONE THE SAME WAY - APPLIED OR REPORTED AS
      *REJECTED, EITHER WAY THEY ARE OFF THE QUEUE - AND SO ARE THE
      *APPROVED ADJUSTMENTS, EACH NOW ON THE REGISTER, THE
      *OVERDRAFT PROTECTION REQUESTS, NOW ON THE STANDING LINK FILE,
      *AND THE ALERT REQUESTS, NOW ON THE PREFERENCE FILE.
           OPEN OUTPUT FILE-PWDREQ.
           CLOSE FILE-PWDREQ.
           OPEN OUTPUT FILE-MAINTREQ.
           CLOSE FILE-MAINTREQ.
           OPEN OUTPUT FILE-AQ.
           CLOSE FILE-AQ.
           OPEN OUTPUT FILE-ODQ.
           CLOSE FILE-ODQ.
           OPEN OUTPUT FILE-ALQ.
           CLOSE FILE-ALQ.
           OPEN OUTPUT FILE-RLQ.
           CLOSE FILE-RLQ.
      *THE CLEARING QUEUE AND THE PROCESSOR'S INBOUND DROP ARE ONLY
           CLOSE FILE-CR.
           OPEN OUTPUT FILE-CLACCT.
           CLOSE FILE-CLACCT.
           GO TO CUTOFF-PARAGRAPH.

      *PROMOTION IS COMPLETE AND EVERY QUEUE THIS RUN CONSUMED HAS
      *BEEN EMPTIED, SO THE SETTLEMENT CUTOFF CAN END. THE CONSUMED
      *FLAGS GO BACK TO 'N' FIRST - TRANSEDIT HAS ALREADY EMPTIED
      *THE LIVE TRANSACTION FILES ITSELF, AND A MACHINE STARTING UP
      *ONCE THE MARKER IS DOWN MUST NOT TRUNCATE THE ITEMS ABOUT TO
      *BE ROLLED INTO THEM. THE MACHINES' CASH POSITIONS ARE TAKEN
      *OVER FROM THE HOLDING COPY NEXT, WHILE THE MARKER IS STILL UP,
      *THEN THE MARKER IS DROPPED AND EVERY HOLDING FILE IS APPENDED
      *TO ITS LIVE FILE AND EMPTIED - THEY ARE TOMORROW'S ITEMS.
       CUTOFF-PARAGRAPH.
           MOVE "consumed711.txt" TO LIVE-FILENAME.
           OPEN OUTPUT FILE-LIVE.
           MOVE 'N' TO LIVE-RECORD.
           WRITE LIVE-RECORD.
           CLOSE FILE-LIVE.
           MOVE "consumed713.txt" TO LIVE-FILENAME.
           OPEN OUTPUT FILE-LIVE.
           MOVE 'N' TO LIVE-RECORD.
           WRITE LIVE-RECORD.
           CLOSE FILE-LIVE.
           MOVE "consumed715.txt" TO LIVE-FILENAME.
           OPEN OUTPUT FILE-LIVE.
           MOVE 'N' TO LIVE-RECORD.
           WRITE LIVE-RECORD.
           CLOSE FILE-LIVE.
           MOVE 0 TO CUTOFF-DOWN.
           MOVE 1 TO ROLL-STAGE.
           GO TO ROLL-PARAGRAPH.

       ROLL-PARAGRAPH.
           IF ROLL-STAGE > 16 THEN
               GO TO ROLL-END-PARAGRAPH
           END-IF.
           IF ROLL-STAGE > 1 THEN
               IF CUTOFF-DOWN = 0 THEN
                   GO TO CUTOFF-DROP-PARAGRAPH
               END-IF
           END-IF.
           MOVE 'A' TO ROLL-MODE.
           IF ROLL-STAGE = 1 THEN
               MOVE "cashPositions.hold.txt" TO HOLD-FILENAME
               MOVE "cashPositions.txt" TO LIVE-FILENAME
               MOVE 'R' TO ROLL-MODE
           END-IF.
           IF ROLL-STAGE = 2 THEN
               MOVE "trans711.hold.txt" TO HOLD-FILENAME
               MOVE "trans711.txt" TO LIVE-FILENAME
           END-IF.
           IF ROLL-STAGE = 3 THEN
               MOVE "trans713.hold.txt" TO HOLD-FILENAME
               MOVE "trans713.txt" TO LIVE-FILENAME
           END-IF.
           IF ROLL-STAGE = 4 THEN
               MOVE "trans715.hold.txt" TO HOLD-FILENAME
               MOVE "trans715.txt" TO LIVE-FILENAME
           END-IF.
           IF ROLL-STAGE = 5 THEN
               MOVE "secJournal.hold.txt" TO HOLD-FILENAME
               MOVE "secJournal.txt" TO LIVE-FILENAME
           END-IF.
           IF ROLL-STAGE = 6 THEN
               MOVE "cashJournal.hold.txt" TO HOLD-FILENAME
               MOVE "cashJournal.txt" TO LIVE-FILENAME
           END-IF.
           IF ROLL-STAGE = 7 THEN
               MOVE "pwdRequests.hold.txt" TO HOLD-FILENAME
               MOVE "pwdRequests.txt" TO LIVE-FILENAME
           END-IF.
           IF ROLL-STAGE = 8 THEN
               MOVE "newAccounts.hold.txt" TO HOLD-FILENAME
               MOVE "newAccounts.txt" TO LIVE-FILENAME
           END-IF.
           IF ROLL-STAGE = 9 THEN
               MOVE "standingOrders.hold.txt" TO HOLD-FILENAME
               MOVE "standingOrders.txt" TO LIVE-FILENAME
           END-IF.
           IF ROLL-STAGE = 10 THEN
               MOVE "odProtectRequests.hold.txt" TO HOLD-FILENAME
               MOVE "odProtectRequests.txt" TO LIVE-FILENAME
           END-IF.
           IF ROLL-STAGE = 11 THEN
               MOVE "closeRequests.hold.txt" TO HOLD-FILENAME
               MOVE "closeRequests.txt" TO LIVE-FILENAME
           END-IF.
           IF ROLL-STAGE = 12 THEN
               MOVE "extTransfers.hold.txt" TO HOLD-FILENAME
               MOVE "extTransfers.txt" TO LIVE-FILENAME
           END-IF.
           IF ROLL-STAGE = 13 THEN
               MOVE "dormReleases.hold.txt" TO HOLD-FILENAME
               MOVE "dormReleases.txt" TO LIVE-FILENAME
           END-IF.
           IF ROLL-STAGE = 14 THEN
               MOVE "maintRequests.hold.txt" TO HOLD-FILENAME
               MOVE "maintRequests.txt" TO LIVE-FILENAME
           END-IF.
           IF ROLL-STAGE = 15 THEN
               MOVE "alertRequests.hold.txt" TO HOLD-FILENAME
               MOVE "alertRequests.txt" TO LIVE-FILENAME
           END-IF.
           IF ROLL-STAGE = 16 THEN
               MOVE "adjustRequests.hold.txt" TO HOLD-FILENAME
               MOVE "adjustRequests.txt" TO LIVE-FILENAME
           END-IF.
           MOVE 0 TO ROLL-COUNT.
           OPEN INPUT FILE-HOLD.
           READ FILE-HOLD
               AT END GO TO ROLL-EMPTY-PARAGRAPH
               NOT AT END GO TO ROLL-OPEN-PARAGRAPH
           END-READ.

      *NOTHING WAS CAPTURED INTO THIS ONE - LEAVE THE LIVE FILE BE.
       ROLL-EMPTY-PARAGRAPH.
           CLOSE FILE-HOLD.
           ADD 1 TO ROLL-STAGE.
           GO TO ROLL-PARAGRAPH.

       ROLL-OPEN-PARAGRAPH.
           IF ROLL-MODE = 'R' THEN
               OPEN OUTPUT FILE-LIVE
           END-IF.
           IF ROLL-MODE = 'A' THEN
               OPEN EXTEND FILE-LIVE
           END-IF.
           GO TO ROLL-WRITE-PARAGRAPH.

       ROLL-WRITE-PARAGRAPH.
           MOVE HOLD-RECORD TO LIVE-RECORD.
           WRITE LIVE-RECORD.
           ADD 1 TO ROLL-COUNT.
           READ FILE-HOLD
               AT END GO TO ROLL-DONE-PARAGRAPH
               NOT AT END GO TO ROLL-WRITE-PARAGRAPH
           END-READ.

      *THE TRANSACTION FILES ARE ONE PER MACHINE, SO THEIR COUNTS ARE
      *THE ITEMS EACH MACHINE CAPTURED AFTER CUTOFF; JOURNAL AND
      *QUEUE ENTRIES ARE COUNTED TOGETHER. THE CASH POSITIONS ARE A
      *SNAPSHOT, NOT ITEMS, AND ARE NOT COUNTED.
       ROLL-DONE-PARAGRAPH.
           CLOSE FILE-HOLD.
           CLOSE FILE-LIVE.
           OPEN OUTPUT FILE-HOLD.
           CLOSE FILE-HOLD.
           IF ROLL-STAGE = 2 THEN
               ADD ROLL-COUNT TO CNT-CUT-711
           END-IF.
           IF ROLL-STAGE = 3 THEN
               ADD ROLL-COUNT TO CNT-CUT-713
           END-IF.
           IF ROLL-STAGE = 4 THEN
               ADD ROLL-COUNT TO CNT-CUT-715
           END-IF.
           IF ROLL-STAGE > 4 THEN
               ADD ROLL-COUNT TO CNT-CUT-OTHER
           END-IF.
           ADD 1 TO ROLL-STAGE.
           GO TO ROLL-PARAGRAPH.

       CUTOFF-DROP-PARAGRAPH.
           ACCEPT RUN-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-STAMP-TIME FROM TIME.
           OPEN OUTPUT FILE-SMK.
           MOVE 'N' TO SMK-FLAG.
           COMPUTE SMK-STAMP =
               RUN-STAMP-DATE * 1000000 + RUN-STAMP-TIME / 100.
           WRITE SMK-RECORD.
           CLOSE FILE-SMK.
           MOVE 1 TO CUTOFF-DOWN.
           GO TO ROLL-PARAGRAPH.

      *THE AFTER-CUTOFF COUNTS GO ON THE END OF THE RUN-CONTROL
      *REPORT, WHICH WAS WRITTEN BEFORE THE QUEUES WERE EMPTIED.
       ROLL-END-PARAGRAPH.
           OPEN EXTEND FILE-RCT.
           MOVE 'After Cutoff ATM 711:' TO RCT-LABEL.
           MOVE CNT-CUT-711 TO RCT-VALUE.
           WRITE RCT-RECORD.
           MOVE 'After Cutoff ATM 713:' TO RCT-LABEL.
           MOVE CNT-CUT-713 TO RCT-VALUE.
           WRITE RCT-RECORD.
           MOVE 'After Cutoff ATM 715:' TO RCT-LABEL.
           MOVE CNT-CUT-715 TO RCT-VALUE.
           WRITE RCT-RECORD.
           MOVE 'After Cutoff Journal/Queue:' TO RCT-LABEL.
           MOVE CNT-CUT-OTHER TO RCT-VALUE.
           WRITE RCT-RECORD.
           CLOSE FILE-RCT.
           STOP RUN.
