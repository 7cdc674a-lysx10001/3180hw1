
      *STATEMENT IS A STANDALONE REPORT PROGRAM, RUN AFTER CENTRAL HAS
      *FINISHED A SETTLEMENT CYCLE. IT REBUILDS ONE CUSTOMER'S ACTIVITY
      *FOR A PERIOD FROM AN OPENING-BALANCE ARCHIVE (THE MASTER-
      *YYYYMMDD.TXT FILE CENTRAL WROTE THE NIGHT THE PERIOD OPENED)
      *AND THE MONTHLY HISTORY PARTITIONS, THEN SHOWS THE CLOSING
      *BALANCE FROM THE CURRENT MASTER.TXT. ONLY THE PARTITIONS
      *HISTORYCATALOG.TXT SHOWS OVERLAPPING THE PERIOD ARE READ, EACH
      *ONCE; A PERIOD REACHING A MONTH HISTRET HAS MOVED OFF-LINE IS
      *REFUSED UNTIL THE PARTITION IS RESTORED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-M ASSIGN TO "master.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-S ASSIGN TO DYNAMIC ST-TH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FILE-HC ASSIGN TO "historyCatalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILE-ST ASSIGN TO "statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           02 S-AMOUNT         PIC 9(7).
           02 S-TIMESTAMP      PIC 9(14).

      *STATUS 'A' = ON-LINE, 'O' = MOVED OFF-LINE BY HISTRET.
       FD FILE-HC.
       01 HC-RECORD.
           02 HC-MONTH      PIC 9(6).
           02 HC-STATUS     PIC X.
           02 HC-RECORDS    PIC 9(9).
           02 HC-AMOUNT     PIC 9(15).
           02 HC-MOVED      PIC 9(8).

       FD FILE-ST.
       01 ST-HEADER-RECORD.
           02 ST-H-PNAME    PIC X(6).
           02 ST-F-BAL      PIC 9(15).
       WORKING-STORAGE SECTION.
       01 ST-ARCHIVE-FILENAME  PIC X(40).
       01 ST-TH-FILENAME       PIC X(40).
       01 ST-START             PIC 9(8).
       01 ST-END               PIC 9(8).
       01 ST-START-MONTH       PIC 9(6).
       01 ST-END-MONTH         PIC 9(6).
       01 ST-ACCOUNT           PIC 9(16).
       01 ST-NAME              PIC A(20).
       01 ST-OPEN-SIGN         PIC X.
       STATEMENT-MAIN-PARAGRAPH.
           DISPLAY '=> ACCOUNT NUMBER'.
           ACCEPT ST-ACCOUNT.
           DISPLAY '=> PERIOD START (YYYYMMDD)'.
           ACCEPT ST-START.
           DISPLAY '=> PERIOD END (YYYYMMDD)'.
           ACCEPT ST-END.
           IF ST-END < ST-START THEN
               DISPLAY '=> INVALID PERIOD'
               STOP RUN
           END-IF.
           STRING 'master-' ST-START '.txt' DELIMITED BY SIZE
               INTO ST-ARCHIVE-FILENAME.
           OPEN INPUT FILE-ARCHIVE.
           GO TO ARCHIVE-SCAN-PARAGRAPH.

               DISPLAY '=> ACCOUNT NOT FOUND IN MASTER.TXT'
               STOP RUN
           END-IF.
           COMPUTE ST-START-MONTH = ST-START / 100.
           COMPUTE ST-END-MONTH = ST-END / 100.
           OPEN INPUT FILE-HC.
           GO TO OFFLINE-READ-PARAGRAPH.

      *A PERIOD REACHING A MONTH HISTRET HAS MOVED OFF-LINE CANNOT BE
      *STATED IN FULL. THE CATALOG IS CHECKED FOR ONE BEFORE THE
      *STATEMENT IS OPENED, SO A REFUSED RUN LEAVES THE LAST ONE AS
      *IT WAS - THE SAME CHECK STATBATCH MAKES.
       OFFLINE-READ-PARAGRAPH.
           READ FILE-HC
               AT END GO TO OFFLINE-END-PARAGRAPH
               NOT AT END GO TO OFFLINE-TEST-PARAGRAPH
           END-READ.

       OFFLINE-TEST-PARAGRAPH.
           IF HC-MONTH < ST-START-MONTH THEN
               GO TO OFFLINE-READ-PARAGRAPH
           END-IF.
           IF HC-MONTH > ST-END-MONTH THEN
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
           OPEN OUTPUT FILE-ST.
           MOVE 'NAME: ' TO ST-H-PNAME.
           MOVE ST-NAME TO ST-H-NAME.
           MOVE ST-OPEN-SIGN TO ST-H-SIGN.
           MOVE ST-OPEN-BALANCE TO ST-H-BAL.
           WRITE ST-HEADER-RECORD.
           OPEN INPUT FILE-HC.
           GO TO CATALOG-READ-PARAGRAPH.

      *THE CATALOG IS IN MONTH ORDER AND THE PARTITIONS IN SETTLEMENT
      *ORDER, SO THE ITEMS COME OUT OLDEST FIRST.
       CATALOG-READ-PARAGRAPH.
           READ FILE-HC
               AT END GO TO CATALOG-END-PARAGRAPH
               NOT AT END GO TO CATALOG-CHECK-PARAGRAPH
           END-READ.

       CATALOG-CHECK-PARAGRAPH.
           IF HC-MONTH < ST-START-MONTH THEN
               GO TO CATALOG-READ-PARAGRAPH
           END-IF.
           IF HC-MONTH > ST-END-MONTH THEN
               GO TO CATALOG-READ-PARAGRAPH
           END-IF.
           MOVE SPACES TO ST-TH-FILENAME.
           STRING 'transHistory-' HC-MONTH '.txt' DELIMITED BY SIZE
               INTO ST-TH-FILENAME.
           OPEN INPUT FILE-S.
           GO TO TRANS-SCAN-PARAGRAPH.

           END-READ.

       TRANS-SCAN-CHECK-PARAGRAPH.
           IF ST-ACCOUNT NOT = S-ACCOUNT THEN
               GO TO TRANS-SCAN-PARAGRAPH
           END-IF.
           MOVE S-TIMESTAMP TO ST-STAMP-WS.
           IF ST-STAMP-DATE < ST-START THEN
               GO TO TRANS-SCAN-PARAGRAPH
           END-IF.
           IF ST-STAMP-DATE > ST-END THEN
               GO TO TRANS-SCAN-PARAGRAPH
           END-IF.
           MOVE ' OP:' TO ST-D-POP.
           MOVE S-OPERATION TO ST-D-OP.
           MOVE ' AMOUNT:' TO ST-D-PAMT.
           MOVE S-AMOUNT TO ST-D-AMT.
           MOVE ' DATE: ' TO ST-D-PDATE.
           MOVE ST-STAMP-DATE TO ST-D-DATE.
           MOVE ' TIME: ' TO ST-D-PTIME.
           MOVE ST-STAMP-TIME TO ST-D-TIME.
           WRITE ST-DETAIL-RECORD.
           GO TO TRANS-SCAN-PARAGRAPH.

       TRANS-SCAN-END-PARAGRAPH.
           CLOSE FILE-S.
           GO TO CATALOG-READ-PARAGRAPH.

       CATALOG-END-PARAGRAPH.
           CLOSE FILE-HC.
           MOVE ' CLOSING BALANCE: ' TO ST-F-PCLOSE.
           MOVE ST-CLOSE-SIGN TO ST-F-SIGN.
           MOVE ST-CLOSE-BALANCE TO ST-F-BAL.
