      *WOULD TAKE THE NEW BATCH WITH THEM.
           SELECT OPTIONAL FILE-CKPT ASSIGN TO "checkpoint.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *THE SETTLEMENT-IN-PROGRESS MARKER. THE EDIT IS THE FIRST STEP
      *OF THE NIGHTLY RUN, SO IT RAISES THE MARKER BEFORE IT READS THE
      *RAW FILES - FROM THEN ON THE ATMS WRITE TO THEIR NEXT-DAY
      *HOLDING FILES, AND CENTRAL DROPS THE MARKER AT THE END OF ITS
      *RUN.
           SELECT OPTIONAL FILE-SMK ASSIGN TO "settleMarker.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 CKPT-RECORD.
           02 CKPT-STATUS     PIC X.

       FD FILE-SMK.
       01 SMK-RECORD.
           02 SMK-FLAG        PIC X.
           02 SMK-STAMP       PIC 9(14).

       WORKING-STORAGE SECTION.
       01 TR-RECORD-WS.
           02 TR-ACCOUNT-X  PIC X(16).
           02 TR-TIMESTAMP-X PIC X(14).
       01 EDIT-SOURCE      PIC 9 VALUE 0.
       01 EDIT-DATE        PIC 9(8).
       01 EDIT-TIME        PIC 9(8).
       01 EDIT-REASON      PIC X(2) VALUE SPACES.
       01 MASTER-HIT       PIC 9 VALUE 0.
      *THE MASTER IS READ ONCE INTO THIS TABLE OF ACCOUNT NUMBERS AT
               STOP RUN
           END-IF.
           ACCEPT EDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT EDIT-TIME FROM TIME.
           OPEN OUTPUT FILE-SMK.
           MOVE 'Y' TO SMK-FLAG.
           COMPUTE SMK-STAMP = EDIT-DATE * 1000000 + EDIT-TIME / 100.
           WRITE SMK-RECORD.
           CLOSE FILE-SMK.
           OPEN INPUT FILE-M.
           GO TO MLOAD-READ-PARAGRAPH.

