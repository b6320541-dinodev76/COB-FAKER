
           SELECT M2CFILE              ASSIGN 'Data\FAKERM2C Metro2.txt'
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
           05  M2T-DOB-COUNT       PIC 9(09).
           05  FILLER              PIC X(180).

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

                                   PIC 9(08).
           05  FILLER              PIC X(13).

       COPY FAKERLYV.

       COPY FAKERLNG.

       COPY FAKERCKP.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERM2C error: '.

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
      **** extract resumes the submission where it stopped (COPY
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

           OPEN OUTPUT M2CFILE

           PERFORM SUB-1300-WRITE-HEADER THRU SUB-1300-EXIT
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1500-RESUME-FROM-CKPT.
      *--------------------------

      **** Checkpoint totals:  1 base segments      2 status 11
      ****                     3 status 13          4 status 97
      ****                     5 SSNs reported      6 DOBs reported
      **** Output records:     1 M2CFILE

           MOVE CKP-TOTAL(1)       TO W-BASE-COUNT
           MOVE CKP-TOTAL(2)       TO W-STATUS-11-CNT
           MOVE CKP-TOTAL(3)       TO W-STATUS-13-CNT
           MOVE CKP-TOTAL(4)       TO W-STATUS-97-CNT
           MOVE CKP-TOTAL(5)       TO W-SSN-COUNT
           MOVE CKP-TOTAL(6)       TO W-DOB-COUNT

           PERFORM SUB-1510-SKIP-ONE-RECORD THRU SUB-1510-EXIT
               UNTIL W-CKP-INPUT-RECS >= W-CKP-RESUME-POS
                  OR W-EOF

           IF      W-EOF
               DISPLAY W-ERROR-MSG
                       'M2CIN ends before the checkpoint position - '
                       'not the extract the checkpoint was taken on'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1500-EXIT
           END-IF

           MOVE 'Data\FAKERM2C Metro2.txt'
                                   TO W-CKP-TRIM-PATH
           MOVE CKP-OUTPUT-RECS(1) TO W-CKP-TRIM-KEEP
           PERFORM SUB-8985-TRIM-OUTPUT THRU SUB-8985-EXIT

           IF      W-CKP-CORRUPT
               SET  W-EOF          TO TRUE
               GO TO SUB-1500-EXIT
           END-IF

           OPEN EXTEND M2CFILE
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1510-SKIP-ONE-RECORD.
      *-------------------------

           READ M2CIN
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

      **** A new customer's 'P' record replaces everything held from
      **** the last one, so the record boundary in front of it is a
      **** safe checkpoint.

           IF      MIN-RECORD-TYPE = 'P'
           AND     W-CKP-INPUT-RECS > W-CKP-NEXT-POS
               PERFORM SUB-2900-TAKE-CHECKPOINT THRU SUB-2900-EXIT
           END-IF

           EVALUATE MIN-RECORD-TYPE
             WHEN 'P'
               MOVE MIP-CUSTOMER-ID
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2900-TAKE-CHECKPOINT.
      *-------------------------

           MOVE SPACES             TO CHECKPOINT-REC

           COMPUTE CKP-OUTPUT-RECS(1)
                                   =  W-BASE-COUNT + 1

           MOVE W-BASE-COUNT       TO CKP-TOTAL(1)
           MOVE W-STATUS-11-CNT    TO CKP-TOTAL(2)
           MOVE W-STATUS-13-CNT    TO CKP-TOTAL(3)
           MOVE W-STATUS-97-CNT    TO CKP-TOTAL(4)
           MOVE W-SSN-COUNT        TO CKP-TOTAL(5)
           MOVE W-DOB-COUNT        TO CKP-TOTAL(6)

           PERFORM SUB-8990-WRITE-CHECKPOINT THRU SUB-8990-EXIT
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE M2CIN
                 M2CFILE

           PERFORM SUB-8995-CLEAR-CHECKPOINT THRU SUB-8995-EXIT

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERM2C Metro2.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           DISPLAY 'M2CFILE base segments:    '
                   W-DISP-NUM

           MOVE W-CKP-TAKEN        TO W-DISP-NUM
           DISPLAY 'Checkpoints taken:        '
                   W-DISP-NUM

           DISPLAY 'FAKERM2C completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
      /
       COPY FAKERPDA.
