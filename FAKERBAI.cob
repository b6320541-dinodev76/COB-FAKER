           SELECT GNRTFILE             ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-GNRTFILE-STATUS.

           SELECT LYVFILE              ASSIGN DYNAMIC W-LYV-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LYVFILE-STATUS.

           SELECT LINFILE              ASSIGN 'Data\FAKER Lineage.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LINFILE-STATUS.

           SELECT LINCFILE       ASSIGN DYNAMIC W-LIN-OUTPUT-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LINCFILE-STATUS.

           SELECT CKPFILE              ASSIGN DYNAMIC W-CKP-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CKPFILE-STATUS.

           SELECT CKTFILE              ASSIGN DYNAMIC W-CKP-TRIM-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CKTFILE-STATUS.

           SELECT CKSFILE           ASSIGN DYNAMIC W-CKP-SCRATCH-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CKSFILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  GIX-DR-CR           PIC X(01).
           05  FILLER              PIC X(260).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       FD  CKPFILE.

       01  CKPFILE-REC             PIC X(437).

       FD  CKTFILE.

       01  CKTFILE-REC             PIC X(1000).

       FD  CKSFILE.

       01  CKSFILE-REC             PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

           05  W-CURRENT-HHMM      PIC 9(04).
           05  FILLER              PIC X(09).

       COPY FAKERLYV.

       COPY FAKERLNG.

       COPY FAKERCKP.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERBAI error: '.


           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      W-LYV-TOO-NEW
           OR      W-CKP-CORRUPT
               GO TO MAIN-EXIT
           END-IF

           IF      EXTRACT-MODE-ON
               PERFORM SUB-4000-READ-EXTRACT THRU SUB-4000-EXIT
                   UNTIL W-GNRT-EOF
                                      W-FILE-RECORD-CNT

           IF      EXTRACT-MODE-ON
               PERFORM SUB-8900-CHECK-LAYOUT-VERSION
                                   THRU SUB-8900-EXIT

               IF      W-LYV-TOO-NEW
                   GO TO SUB-1000-EXIT
               END-IF

               OPEN INPUT GNRTFILE

               IF      W-GNRTFILE-STATUS NOT = '00'
               END-IF
           END-IF

      **** In extract mode a checkpoint left by an abended run
      **** against this same extract resumes the file where it
      **** stopped (COPY FAKERPDA).

           IF      EXTRACT-MODE-ON
           AND     NOT W-GNRT-EOF
               PERFORM SUB-8980-READ-CHECKPOINT THRU SUB-8980-EXIT

               IF      W-CKP-CORRUPT
                   GO TO SUB-1000-EXIT
               END-IF

               IF      W-CKP-RESTART
                   PERFORM SUB-1500-RESUME-FROM-CKPT THRU SUB-1500-EXIT
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           OPEN OUTPUT BAIFILE

           PERFORM SUB-1300-WRITE-FILE-HEADER THRU SUB-1300-EXIT
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-1500-RESUME-FROM-CKPT.
      *--------------------------

      **** Checkpoint totals:  1 accounts read      2 transactions
      ****                     3 group total        4 group records
      ****                     5 run seed
      **** Output records:     1 BAIFILE

           MOVE CKP-TOTAL(1)       TO W-EXTRACT-ACCTS
           MOVE CKP-TOTAL(2)       TO W-EXTRACT-TRANS
           MOVE CKP-TOTAL(3)       TO W-GROUP-CONTROL-TOTAL
           MOVE CKP-TOTAL(4)       TO W-GROUP-RECORD-CNT
           MOVE CKP-TOTAL(5)       TO W-RUN-SEED-NO
           MOVE CKP-OUTPUT-RECS(1) TO W-RECORD-NO

           PERFORM SUB-1510-SKIP-ONE-RECORD THRU SUB-1510-EXIT
               UNTIL W-CKP-INPUT-RECS >= W-CKP-RESUME-POS
                  OR W-GNRT-EOF

           IF      W-GNRT-EOF
               DISPLAY W-ERROR-MSG
                       'GNRTFILE ends before the checkpoint position - '
                       'not the extract the checkpoint was taken on'
               SET  W-CKP-CORRUPT  TO TRUE
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1500-EXIT
           END-IF

           MOVE 'Data\FAKERBAI Output.txt'
                                   TO W-CKP-TRIM-PATH
           MOVE W-RECORD-NO        TO W-CKP-TRIM-KEEP
           PERFORM SUB-8985-TRIM-OUTPUT THRU SUB-8985-EXIT

           IF      W-CKP-CORRUPT
               GO TO SUB-1500-EXIT
           END-IF

           OPEN EXTEND BAIFILE
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1510-SKIP-ONE-RECORD.
      *-------------------------

           READ GNRTFILE
               AT END
                   SET  W-GNRT-EOF TO TRUE
               NOT AT END
                   ADD  1          TO W-CKP-INPUT-RECS
           END-READ
           .
       SUB-1510-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------
           IF      EXTRACT-MODE-ON
               CLOSE GNRTFILE

               IF      RETURN-CODE = 0
                   PERFORM SUB-8995-CLEAR-CHECKPOINT THRU SUB-8995-EXIT
               END-IF

      **** Register the statement cut from the extract in the shared
      **** lineage file (COPY FAKERPD8).

               MOVE 'Data\FAKERBAI Output.txt'
                                   TO W-LIN-OUTPUT-PATH
               PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

               MOVE W-EXTRACT-ACCTS
                                   TO W-DISP-NUM
               DISPLAY 'GNRTFILE accounts read:   '
                                   TO W-DISP-NUM
               DISPLAY 'GNRTFILE trans read:      '
                       W-DISP-NUM

               MOVE W-CKP-TAKEN
                                   TO W-DISP-NUM
               DISPLAY 'Checkpoints taken:        '
                       W-DISP-NUM
           END-IF

           MOVE W-RECORD-NO        TO W-DISP-NUM
                   GO TO SUB-4000-EXIT
           END-READ

           ADD  1                  TO W-CKP-INPUT-RECS

           EVALUATE GIN-RECORD-TYPE
             WHEN 'D'
               PERFORM SUB-4200-FLUSH-ACCOUNT THRU SUB-4200-EXIT

      **** With the last account flushed no transactions are held,
      **** so the boundary in front of a new account is a safe
      **** checkpoint.

               IF      W-CKP-INPUT-RECS > W-CKP-NEXT-POS
                   PERFORM SUB-4900-TAKE-CHECKPOINT THRU SUB-4900-EXIT
               END-IF

               PERFORM SUB-4100-START-ACCOUNT THRU SUB-4100-EXIT

             WHEN 'X'
           .
       SUB-4300-EXIT.
           EXIT.
      /
       SUB-4900-TAKE-CHECKPOINT.
      *-------------------------

           MOVE SPACES             TO CHECKPOINT-REC

           MOVE W-RECORD-NO        TO CKP-OUTPUT-RECS(1)

           MOVE W-EXTRACT-ACCTS    TO CKP-TOTAL(1)
           MOVE W-EXTRACT-TRANS    TO CKP-TOTAL(2)
           MOVE W-GROUP-CONTROL-TOTAL
                                   TO CKP-TOTAL(3)
           MOVE W-GROUP-RECORD-CNT TO CKP-TOTAL(4)
           MOVE W-RUN-SEED-NO      TO CKP-TOTAL(5)

           PERFORM SUB-8990-WRITE-CHECKPOINT THRU SUB-8990-EXIT
           .
       SUB-4900-EXIT.
           EXIT.
      /
       SUB-9100-WRITE-BAIFILE.
      *-----------------------
           .
       SUB-9100-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
      /
       COPY FAKERPDA.
