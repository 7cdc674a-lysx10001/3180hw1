       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTRET.

      *HISTRET IS THE TRANSACTION HISTORY RETENTION JOB. CENTRAL
      *APPENDS EVERY SETTLED ITEM TO THE PARTITION FOR ITS MONTH,
      *TRANSHISTORY-YYYYMM.TXT, AND KEEPS HISTORYCATALOG.TXT - ONE
      *LINE PER MONTH WITH ITS RECORD COUNT AND AMOUNT TOTAL. THIS
      *PROGRAM MOVES EVERY ON-LINE PARTITION OLDER THAN THE BRANCH'S
      *RETENTION PERIOD (HISTORYRETENTION.TXT, IN MONTHS, DEFAULT 24)
      *INTO THE OFF-LINE ARCHIVE DIRECTORY HISTORYARCHIVE, MARKS IT
      *OFF-LINE IN THE CATALOG WITH THE DATE IT WENT, AND LISTS WHAT
      *IT MOVED ON RETENTIONREPORT.TXT. A PARTITION IS ONLY MOVED
      *WHEN ITS CONTENTS STILL AGREE WITH THE CATALOG'S CONTROL
      *TOTALS; ONE THAT DOES NOT IS LEFT WHERE IT IS AND REPORTED, SO
      *NOTHING DAMAGED IS EVER SENT OFF-LINE UNNOTICED.
      *
      *THE FIRST TIME IT RUNS IT ALSO SPLITS THE OLD SINGLE
      *TRANSHISTORY.TXT INTO MONTHLY PARTITIONS AND CATALOGUES THEM,
      *THEN EMPTIES IT. RUN IT ONCE BEFORE THE FIRST SETTLEMENT THAT
      *WRITES PARTITIONS; AFTER THAT THE OLD FILE STAYS EMPTY AND
      *THE STEP DOES NOTHING. THE SPLIT READS THE OLD FILE ONCE PER
      *MONTH IT HOLDS - SLOW, BUT IT ONLY EVER HAPPENS ONCE.
      *
      *NEVER RUN WHILE A SETTLEMENT IS MID-FLIGHT: CENTRAL'S LAST
      *STEP EXTENDS THE PARTITIONS AND REWRITES THE CATALOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FILE-CKPT ASSIGN TO "checkpoint.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-HRP ASSIGN TO "historyRetention.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-LH ASSIGN TO "transHistory.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-TH ASSIGN TO DYNAMIC TH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-HC ASSIGN TO "historyCatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-HCN ASSIGN TO "historyCatalog.new.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-RR ASSIGN TO "retentionReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FILE-CKPT.
       01 CKPT-RECORD.
           02 CKPT-STATUS     PIC X.

       FD FILE-HRP.
       01 HRP-RECORD.
           02 HRP-MONTHS      PIC 9(3).

       FD FILE-LH.
       01 LH-TRANS-RECORD.
           02 LH-ACCOUNT       PIC 9(16).
           02 LH-OPERATION     PIC A.
           02 LH-AMOUNT        PIC 9(7).
           02 LH-TIMESTAMP     PIC 9(14).

       FD FILE-TH.
       01 TH-TRANS-RECORD.
           02 TH-ACCOUNT       PIC 9(16).
           02 TH-OPERATION     PIC A.
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

      *ONE LINE PER PARTITION SPLIT, MOVED OR HELD BACK, THEN THE
      *TOTALS.
       FD FILE-RR.
       01 RR-RECORD.
           02 RR-ACTION     PIC X(9).
           02 RR-PMONTH     PIC X(8).
           02 RR-MONTH      PIC 9(6).
           02 RR-PRECS      PIC X(10).
           02 RR-RECORDS    PIC 9(9).
           02 RR-PAMT       PIC X(9).
           02 RR-AMOUNT     PIC 9(15).
           02 RR-PFOUND     PIC X(8).
           02 RR-FOUND-RECS PIC 9(9).
           02 RR-PFAMT      PIC X(1).
           02 RR-FOUND-AMT  PIC 9(15).
       01 RRT-RECORD.
           02 RRT-LABEL     PIC X(24).
           02 RRT-VALUE     PIC 9(9).

       WORKING-STORAGE SECTION.
       01 RET-DATE           PIC 9(8).
       01 RET-MONTHS         PIC 9(3) VALUE 24.
       01 RET-YEAR           PIC 9(4).
       01 RET-MM             PIC 9(2).
       01 RET-CUTOFF         PIC 9(6).
       01 RET-YEARS-BACK     PIC 9(3).
       01 RET-MONTHS-BACK    PIC 9(2).
       01 TH-FILENAME        PIC X(40).
       01 OFF-FILENAME       PIC X(60).
       01 ARCHIVE-DIR        PIC X(40) VALUE "historyArchive".
       01 DIR-STATUS         PIC S9(9) COMP-5.
       01 RENAME-STATUS      PIC S9(9) COMP-5.
       01 HCN-FILENAME       PIC X(40) VALUE "historyCatalog.new.txt".
       01 HC-FILENAME        PIC X(40) VALUE "historyCatalog.txt".
      *THE MONTHS FOUND ON THE OLD SINGLE HISTORY FILE, IN MONTH
      *ORDER, WITH THEIR CONTROL TOTALS.
       01 HM-MAX             PIC 9(3) VALUE 600.
       01 HM-COUNT           PIC 9(3) VALUE 0.
       01 HM-TABLE.
           02 HM-ENTRY OCCURS 600 TIMES.
               03 HM-MONTH       PIC 9(6).
               03 HM-RECORDS     PIC 9(9).
               03 HM-AMOUNT      PIC 9(15).
       01 HM-I               PIC 9(3) VALUE 0.
       01 HM-J               PIC 9(3) VALUE 0.
       01 HIST-MONTH         PIC 9(6) VALUE 0.
       01 FOUND-RECS         PIC 9(9) VALUE 0.
       01 FOUND-AMT          PIC 9(15) VALUE 0.
       01 CNT-SPLIT          PIC 9(9) VALUE 0.
       01 CNT-MOVED          PIC 9(9) VALUE 0.
       01 CNT-MOVED-RECS     PIC 9(9) VALUE 0.
       01 CNT-HELD           PIC 9(9) VALUE 0.
       01 CNT-ONLINE         PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN INPUT FILE-CKPT.
           READ FILE-CKPT
               AT END MOVE 'C' TO CKPT-STATUS
           END-READ.
           CLOSE FILE-CKPT.
           IF CKPT-STATUS = 'R' OR CKPT-STATUS = 'M'
                   OR CKPT-STATUS = 'N' THEN
               DISPLAY '=> SETTLEMENT RUN IN PROGRESS'
               DISPLAY '=> RESUME CENTRAL BEFORE RUNNING RETENTION'
               STOP RUN
           END-IF.
           ACCEPT RET-DATE FROM DATE YYYYMMDD.
           OPEN INPUT FILE-HRP.
           READ FILE-HRP
               AT END CONTINUE
               NOT AT END MOVE HRP-MONTHS TO RET-MONTHS
           END-READ.
           CLOSE FILE-HRP.
      *THE OLDEST MONTH KEPT ON-LINE IS THE CURRENT MONTH LESS THE
      *RETENTION PERIOD; ANYTHING BEFORE IT GOES.
           DIVIDE RET-DATE BY 100 GIVING RET-CUTOFF.
           DIVIDE RET-CUTOFF BY 100 GIVING RET-YEAR
               REMAINDER RET-MM.
           DIVIDE RET-MONTHS BY 12 GIVING RET-YEARS-BACK
               REMAINDER RET-MONTHS-BACK.
           SUBTRACT RET-YEARS-BACK FROM RET-YEAR.
           IF RET-MM NOT > RET-MONTHS-BACK THEN
               SUBTRACT 1 FROM RET-YEAR
               ADD 12 TO RET-MM
           END-IF.
           SUBTRACT RET-MONTHS-BACK FROM RET-MM.
           COMPUTE RET-CUTOFF = RET-YEAR * 100 + RET-MM.
           OPEN OUTPUT FILE-RR.
           MOVE 0 TO HM-COUNT.
           OPEN INPUT FILE-LH.
           GO TO SPLIT-READ-PARAGRAPH.

      *THE OLD SINGLE FILE: FIRST FIND THE MONTHS IT HOLDS.
       SPLIT-READ-PARAGRAPH.
           READ FILE-LH
               AT END GO TO SPLIT-COUNT-END-PARAGRAPH
               NOT AT END GO TO SPLIT-COUNT-PARAGRAPH
           END-READ.

       SPLIT-COUNT-PARAGRAPH.
           COMPUTE HIST-MONTH = LH-TIMESTAMP / 100000000.
           MOVE 1 TO HM-I.
           GO TO SPLIT-FIND-PARAGRAPH.

       SPLIT-FIND-PARAGRAPH.
           IF HM-I > HM-COUNT THEN
               GO TO SPLIT-ADD-PARAGRAPH
           END-IF.
           IF HM-MONTH(HM-I) = HIST-MONTH THEN
               ADD 1 TO HM-RECORDS(HM-I)
               ADD LH-AMOUNT TO HM-AMOUNT(HM-I)
               GO TO SPLIT-READ-PARAGRAPH
           END-IF.
           IF HM-MONTH(HM-I) > HIST-MONTH THEN
               GO TO SPLIT-ADD-PARAGRAPH
           END-IF.
           ADD 1 TO HM-I.
           GO TO SPLIT-FIND-PARAGRAPH.

       SPLIT-ADD-PARAGRAPH.
           IF HM-COUNT NOT < HM-MAX THEN
               DISPLAY '=> HISTORY MONTH TABLE FULL - ITEM DATED '
                   LH-TIMESTAMP
               STOP RUN
           END-IF.
           MOVE HM-COUNT TO HM-J.
           GO TO SPLIT-SHIFT-PARAGRAPH.

       SPLIT-SHIFT-PARAGRAPH.
           IF HM-J < HM-I THEN
               GO TO SPLIT-PUT-PARAGRAPH
           END-IF.
           MOVE HM-ENTRY(HM-J) TO HM-ENTRY(HM-J + 1).
           SUBTRACT 1 FROM HM-J.
           GO TO SPLIT-SHIFT-PARAGRAPH.

       SPLIT-PUT-PARAGRAPH.
           ADD 1 TO HM-COUNT.
           MOVE HIST-MONTH TO HM-MONTH(HM-I).
           MOVE 1 TO HM-RECORDS(HM-I).
           MOVE LH-AMOUNT TO HM-AMOUNT(HM-I).
           GO TO SPLIT-READ-PARAGRAPH.

       SPLIT-COUNT-END-PARAGRAPH.
           CLOSE FILE-LH.
           IF HM-COUNT = 0 THEN
               GO TO RETAIN-PARAGRAPH
           END-IF.
           MOVE 1 TO HM-I.
           GO TO SPLIT-PART-PARAGRAPH.

      *THEN EXTEND EACH MONTH'S PARTITION WITH THAT MONTH'S ITEMS.
       SPLIT-PART-PARAGRAPH.
           IF HM-I > HM-COUNT THEN
               GO TO SPLIT-CAT-PARAGRAPH
           END-IF.
           MOVE SPACES TO TH-FILENAME.
           STRING 'transHistory-' HM-MONTH(HM-I) '.txt'
               DELIMITED BY SIZE INTO TH-FILENAME.
           OPEN INPUT FILE-LH.
           OPEN EXTEND FILE-TH.
           GO TO SPLIT-PART-READ-PARAGRAPH.

       SPLIT-PART-READ-PARAGRAPH.
           READ FILE-LH
               AT END GO TO SPLIT-PART-END-PARAGRAPH
               NOT AT END GO TO SPLIT-WRITE-PARAGRAPH
           END-READ.

       SPLIT-WRITE-PARAGRAPH.
           COMPUTE HIST-MONTH = LH-TIMESTAMP / 100000000.
           IF HIST-MONTH NOT = HM-MONTH(HM-I) THEN
               GO TO SPLIT-PART-READ-PARAGRAPH
           END-IF.
           MOVE LH-TRANS-RECORD TO TH-TRANS-RECORD.
           WRITE TH-TRANS-RECORD.
           GO TO SPLIT-PART-READ-PARAGRAPH.

       SPLIT-PART-END-PARAGRAPH.
           CLOSE FILE-LH.
           CLOSE FILE-TH.
           MOVE 'SPLIT' TO RR-ACTION.
           MOVE HM-MONTH(HM-I) TO RR-MONTH.
           MOVE HM-RECORDS(HM-I) TO RR-RECORDS.
           MOVE HM-AMOUNT(HM-I) TO RR-AMOUNT.
           MOVE HM-RECORDS(HM-I) TO FOUND-RECS.
           MOVE HM-AMOUNT(HM-I) TO FOUND-AMT.
           GO TO REPORT-LINE-PARAGRAPH.

       SPLIT-NEXT-PARAGRAPH.
           ADD 1 TO CNT-SPLIT.
           ADD 1 TO HM-I.
           GO TO SPLIT-PART-PARAGRAPH.

      *FOLD THE SPLIT MONTHS INTO THE CATALOG THE SAME WAY CENTRAL
      *FOLDS IN A NIGHT'S BATCH.
       SPLIT-CAT-PARAGRAPH.
           OPEN INPUT FILE-HC.
           OPEN OUTPUT FILE-HCN.
           MOVE 1 TO HM-I.
           GO TO SPLIT-CAT-READ-PARAGRAPH.

       SPLIT-CAT-READ-PARAGRAPH.
           READ FILE-HC
               AT END GO TO SPLIT-CAT-REST-PARAGRAPH
               NOT AT END GO TO SPLIT-CAT-CHECK-PARAGRAPH
           END-READ.

       SPLIT-CAT-CHECK-PARAGRAPH.
           IF HM-I NOT > HM-COUNT THEN
               IF HM-MONTH(HM-I) < HC-MONTH THEN
                   MOVE HM-MONTH(HM-I) TO HCN-MONTH
                   MOVE 'A' TO HCN-STATUS
                   MOVE HM-RECORDS(HM-I) TO HCN-RECORDS
                   MOVE HM-AMOUNT(HM-I) TO HCN-AMOUNT
                   MOVE 0 TO HCN-MOVED
                   WRITE HCN-RECORD
                   ADD 1 TO HM-I
                   GO TO SPLIT-CAT-CHECK-PARAGRAPH
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
           GO TO SPLIT-CAT-READ-PARAGRAPH.

       SPLIT-CAT-REST-PARAGRAPH.
           IF HM-I > HM-COUNT THEN
               GO TO SPLIT-CAT-SWAP-PARAGRAPH
           END-IF.
           MOVE HM-MONTH(HM-I) TO HCN-MONTH.
           MOVE 'A' TO HCN-STATUS.
           MOVE HM-RECORDS(HM-I) TO HCN-RECORDS.
           MOVE HM-AMOUNT(HM-I) TO HCN-AMOUNT.
           MOVE 0 TO HCN-MOVED.
           WRITE HCN-RECORD.
           ADD 1 TO HM-I.
           GO TO SPLIT-CAT-REST-PARAGRAPH.

      *ONLY ONCE EVERY ITEM IS IN ITS PARTITION AND CATALOGUED IS
      *THE OLD FILE EMPTIED.
       SPLIT-CAT-SWAP-PARAGRAPH.
           CLOSE FILE-HC.
           CLOSE FILE-HCN.
           CALL "CBL_RENAME_FILE" USING HCN-FILENAME HC-FILENAME
               RETURNING RENAME-STATUS.
           IF RENAME-STATUS NOT = 0 THEN
               DISPLAY '=> HISTORY CATALOG PROMOTION FAILED - STATUS '
                   RENAME-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT FILE-LH.
           CLOSE FILE-LH.
           GO TO RETAIN-PARAGRAPH.

      *RETENTION PROPER: WALK THE CATALOG, AND FOR EACH ON-LINE
      *MONTH BEFORE THE CUTOFF RECOUNT ITS PARTITION AGAINST THE
      *CATALOG BEFORE MOVING IT.
       RETAIN-PARAGRAPH.
           CALL "CBL_CREATE_DIR" USING ARCHIVE-DIR
               RETURNING DIR-STATUS.
           OPEN INPUT FILE-HC.
           OPEN OUTPUT FILE-HCN.
           GO TO RETAIN-READ-PARAGRAPH.

       RETAIN-READ-PARAGRAPH.
           READ FILE-HC
               AT END GO TO RETAIN-END-PARAGRAPH
               NOT AT END GO TO RETAIN-CHECK-PARAGRAPH
           END-READ.

       RETAIN-CHECK-PARAGRAPH.
           MOVE HC-RECORD TO HCN-RECORD.
           IF HC-STATUS NOT = 'A' THEN
               GO TO RETAIN-WRITE-PARAGRAPH
           END-IF.
           IF HC-MONTH NOT < RET-CUTOFF THEN
               ADD 1 TO CNT-ONLINE
               GO TO RETAIN-WRITE-PARAGRAPH
           END-IF.
           MOVE SPACES TO TH-FILENAME.
           STRING 'transHistory-' HC-MONTH '.txt'
               DELIMITED BY SIZE INTO TH-FILENAME.
           MOVE 0 TO FOUND-RECS.
           MOVE 0 TO FOUND-AMT.
           OPEN INPUT FILE-TH.
           GO TO RETAIN-COUNT-PARAGRAPH.

       RETAIN-COUNT-PARAGRAPH.
           READ FILE-TH
               AT END GO TO RETAIN-COUNT-END-PARAGRAPH
               NOT AT END
                   ADD 1 TO FOUND-RECS
                   ADD TH-AMOUNT TO FOUND-AMT
                   GO TO RETAIN-COUNT-PARAGRAPH
           END-READ.

       RETAIN-COUNT-END-PARAGRAPH.
           CLOSE FILE-TH.
           MOVE HC-MONTH TO RR-MONTH.
           MOVE HC-RECORDS TO RR-RECORDS.
           MOVE HC-AMOUNT TO RR-AMOUNT.
           IF FOUND-RECS NOT = HC-RECORDS THEN
               GO TO RETAIN-HOLD-PARAGRAPH
           END-IF.
           IF FOUND-AMT NOT = HC-AMOUNT THEN
               GO TO RETAIN-HOLD-PARAGRAPH
           END-IF.
           MOVE SPACES TO OFF-FILENAME.
           STRING 'historyArchive/' TH-FILENAME DELIMITED BY SPACE
               INTO OFF-FILENAME.
           CALL "CBL_RENAME_FILE" USING TH-FILENAME OFF-FILENAME
               RETURNING RENAME-STATUS.
           IF RENAME-STATUS NOT = 0 THEN
               MOVE 'NOT MOVED' TO RR-ACTION
               ADD 1 TO CNT-HELD
               ADD 1 TO CNT-ONLINE
               GO TO REPORT-LINE-PARAGRAPH
           END-IF.
           MOVE 'O' TO HCN-STATUS.
           MOVE RET-DATE TO HCN-MOVED.
           MOVE 'MOVED' TO RR-ACTION.
           ADD 1 TO CNT-MOVED.
           ADD HC-RECORDS TO CNT-MOVED-RECS.
           GO TO REPORT-LINE-PARAGRAPH.

      *THE PARTITION NO LONGER MATCHES ITS CONTROL TOTALS - IT STAYS
      *ON-LINE FOR THE BRANCH TO INVESTIGATE.
       RETAIN-HOLD-PARAGRAPH.
           MOVE 'MISMATCH' TO RR-ACTION.
           ADD 1 TO CNT-HELD.
           ADD 1 TO CNT-ONLINE.
           GO TO REPORT-LINE-PARAGRAPH.

       RETAIN-WRITE-PARAGRAPH.
           WRITE HCN-RECORD.
           GO TO RETAIN-READ-PARAGRAPH.

      *SHARED BY THE SPLIT AND THE RETENTION PASS; THE ACTION SAYS
      *WHICH ONE IS REPORTING AND SO WHERE TO GO BACK TO.
       REPORT-LINE-PARAGRAPH.
           MOVE ' Month: ' TO RR-PMONTH.
           MOVE ' Records: ' TO RR-PRECS.
           MOVE ' Amount: ' TO RR-PAMT.
           MOVE ' Found: ' TO RR-PFOUND.
           MOVE FOUND-RECS TO RR-FOUND-RECS.
           MOVE '/' TO RR-PFAMT.
           MOVE FOUND-AMT TO RR-FOUND-AMT.
           WRITE RR-RECORD.
           IF RR-ACTION = 'SPLIT' THEN
               GO TO SPLIT-NEXT-PARAGRAPH
           END-IF.
           GO TO RETAIN-WRITE-PARAGRAPH.

       RETAIN-END-PARAGRAPH.
           CLOSE FILE-HC.
           CLOSE FILE-HCN.
           CALL "CBL_RENAME_FILE" USING HCN-FILENAME HC-FILENAME
               RETURNING RENAME-STATUS.
           IF RENAME-STATUS NOT = 0 THEN
               DISPLAY '=> HISTORY CATALOG PROMOTION FAILED - STATUS '
                   RENAME-STATUS
               STOP RUN
           END-IF.
           MOVE 'Retention Months:' TO RRT-LABEL.
           MOVE RET-MONTHS TO RRT-VALUE.
           WRITE RRT-RECORD.
           MOVE 'Cutoff Month:' TO RRT-LABEL.
           MOVE RET-CUTOFF TO RRT-VALUE.
           WRITE RRT-RECORD.
           MOVE 'Months Split:' TO RRT-LABEL.
           MOVE CNT-SPLIT TO RRT-VALUE.
           WRITE RRT-RECORD.
           MOVE 'Months Moved Off-line:' TO RRT-LABEL.
           MOVE CNT-MOVED TO RRT-VALUE.
           WRITE RRT-RECORD.
           MOVE 'Records Moved Off-line:' TO RRT-LABEL.
           MOVE CNT-MOVED-RECS TO RRT-VALUE.
           WRITE RRT-RECORD.
           MOVE 'Months Held Back:' TO RRT-LABEL.
           MOVE CNT-HELD TO RRT-VALUE.
           WRITE RRT-RECORD.
           MOVE 'Months On-line:' TO RRT-LABEL.
           MOVE CNT-ONLINE TO RRT-VALUE.
           WRITE RRT-RECORD.
           CLOSE FILE-RR.
           DISPLAY '=> MONTHS MOVED OFF-LINE ' CNT-MOVED.
           IF CNT-HELD NOT = 0 THEN
               DISPLAY '=> MONTHS HELD BACK ' CNT-HELD
                   ' - SEE RETENTIONREPORT.TXT'
           END-IF.
           STOP RUN.
