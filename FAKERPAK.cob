           SELECT PAKMANI             ASSIGN 'Data\FAKERPAK Manifest.txt
      -                                      ''
                                       ORGANIZATION LINE SEQUENTIAL.

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

       01  PAKMANI-REC             PIC X(100).

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


       01  W-SAVE-SEED-NO          PIC X(09)       VALUE SPACES.

       COPY FAKERLYV.

       COPY FAKERLNG.

       COPY FAKERCKP.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERPAK error: '.

       MAIN.
      *-----

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
               GO TO SUB-1000-EXIT
           END-IF

      **** A checkpoint left by an abended run against this same
      **** extract resumes the pack where it stopped (COPY
      **** FAKERPDA).

           PERFORM SUB-8980-READ-CHECKPOINT THRU SUB-8980-EXIT

           IF      W-CKP-CORRUPT
               SET  W-EOF          TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-CKP-RESTART
               PERFORM SUB-1500-RESUME-FROM-CKPT THRU SUB-1500-EXIT
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT ACHFILE
                       BAIFILE
                       PAKMANI
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-1500-RESUME-FROM-CKPT.
      *--------------------------

      **** Checkpoint totals:  1 accounts read      2 transactions
      ****                     3 ACH trace sequence 4 credit cents
      ****                     5 debit cents        6 ACH entry hash
      ****                     7 BAI group total    8 BAI group recs
      **** Output records:     1 ACHFILE            2 BAIFILE
      **** State text:         source seed (1 : 9)
      **** The pack manifest is written whole at the end of the run.

           MOVE CKP-TOTAL(1)       TO W-ACCOUNTS-READ
           MOVE CKP-TOTAL(2)       TO W-TRANS-READ
           MOVE CKP-TOTAL(3)       TO W-TRACE-SEQ
           MOVE CKP-TOTAL(4)       TO W-TOTAL-CREDIT-CENTS
           MOVE CKP-TOTAL(5)       TO W-TOTAL-DEBIT-CENTS
           MOVE CKP-TOTAL(6)       TO W-ENTRY-HASH
           MOVE CKP-TOTAL(7)       TO W-BAI-GROUP-TOTAL
           MOVE CKP-TOTAL(8)       TO W-BAI-GROUP-RECS
           MOVE CKP-OUTPUT-RECS(1) TO W-ACH-RECORDS
           MOVE CKP-OUTPUT-RECS(2) TO W-BAI-RECORDS
           MOVE CKP-STATE-TEXT(1 : 9)
                                   TO W-SAVE-SEED-NO

           PERFORM SUB-1510-SKIP-ONE-RECORD THRU SUB-1510-EXIT
               UNTIL W-CKP-INPUT-RECS >= W-CKP-RESUME-POS
                  OR W-EOF

           IF      W-EOF
               DISPLAY W-ERROR-MSG
                       'PAKIN ends before the checkpoint position - '
                       'not the extract the checkpoint was taken on'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1500-EXIT
           END-IF

           MOVE 'Data\FAKERPAK Ach.txt'
                                   TO W-CKP-TRIM-PATH
           MOVE W-ACH-RECORDS      TO W-CKP-TRIM-KEEP
           PERFORM SUB-8985-TRIM-OUTPUT THRU SUB-8985-EXIT

           IF      NOT W-CKP-CORRUPT
               MOVE 'Data\FAKERPAK Bai.txt'
                                   TO W-CKP-TRIM-PATH
               MOVE W-BAI-RECORDS  TO W-CKP-TRIM-KEEP
               PERFORM SUB-8985-TRIM-OUTPUT THRU SUB-8985-EXIT
           END-IF

           IF      W-CKP-CORRUPT
               SET  W-EOF          TO TRUE
               GO TO SUB-1500-EXIT
           END-IF

           OPEN EXTEND ACHFILE
                       BAIFILE
           OPEN OUTPUT PAKMANI
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1510-SKIP-ONE-RECORD.
      *-------------------------

           READ PAKIN
               AT END
                   SET  W-EOF      TO TRUE
               NOT AT END
                   ADD  1          TO W-CKP-INPUT-RECS
           END-READ
           .
       SUB-1510-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------
                   GO TO SUB-2000-EXIT
           END-READ

           ADD  1                  TO W-CKP-INPUT-RECS

           EVALUATE PAKIN-REC(1 : 1)
             WHEN 'H'
               MOVE PAKIN-REC(23 : 9)
             WHEN 'D'
               PERFORM SUB-2500-FLUSH-BAI-ACCOUNT THRU SUB-2500-EXIT

      **** With the last account's 49 trailer on file nothing is in
      **** progress, so the boundary in front of a new account is a
      **** safe checkpoint.

               IF      W-CKP-INPUT-RECS > W-CKP-NEXT-POS
                   PERFORM SUB-2900-TAKE-CHECKPOINT THRU SUB-2900-EXIT
               END-IF

               PERFORM SUB-2100-START-ACCOUNT THRU SUB-2100-EXIT

             WHEN 'X'
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2900-TAKE-CHECKPOINT.
      *-------------------------

           MOVE SPACES             TO CHECKPOINT-REC

           MOVE W-ACH-RECORDS      TO CKP-OUTPUT-RECS(1)
           MOVE W-BAI-RECORDS      TO CKP-OUTPUT-RECS(2)

           MOVE W-ACCOUNTS-READ    TO CKP-TOTAL(1)
           MOVE W-TRANS-READ       TO CKP-TOTAL(2)
           MOVE W-TRACE-SEQ        TO CKP-TOTAL(3)
           MOVE W-TOTAL-CREDIT-CENTS
                                   TO CKP-TOTAL(4)
           MOVE W-TOTAL-DEBIT-CENTS
                                   TO CKP-TOTAL(5)
           MOVE W-ENTRY-HASH       TO CKP-TOTAL(6)
           MOVE W-BAI-GROUP-TOTAL  TO CKP-TOTAL(7)
           MOVE W-BAI-GROUP-RECS   TO CKP-TOTAL(8)
           MOVE W-SAVE-SEED-NO     TO CKP-STATE-TEXT(1 : 9)

           PERFORM SUB-8990-WRITE-CHECKPOINT THRU SUB-8990-EXIT
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-9200-WRITE-BAIFILE.
      *-----------------------
                 ACHFILE
                 BAIFILE
                 PAKMANI

           PERFORM SUB-8995-CLEAR-CHECKPOINT THRU SUB-8995-EXIT

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERPAK Ach.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERPAK Bai.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERPAK Manifest.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           DISPLAY 'PAKIN transactions read:  '
                   W-DISP-NUM

           MOVE W-CKP-TAKEN        TO W-DISP-NUM
           DISPLAY 'Checkpoints taken:        '
                   W-DISP-NUM

           DISPLAY 'FAKERPAK completed'
           .
       SUB-3000-EXIT.
           .
       SUB-3200-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
      /
       COPY FAKERPDA.
