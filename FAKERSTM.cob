
           SELECT STMFILE           ASSIGN 'Data\FAKERSTM Statement.txt'
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
           05  STM-CC              PIC X(01).
           05  STM-LINE            PIC X(120).

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

       01  W-PAGE-NO               PIC 9(05)  COMP VALUE 0.
       01  W-LINE-NO               PIC 9(03)  COMP VALUE 99.
       01  W-PAGE-LINES            PIC 9(03)  COMP VALUE 55.
       01  W-STMFILE-RECS          PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-PAGE-DISP             PIC ZZ,ZZ9.
       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.

       01  W-BUILD-LINE            PIC X(120).

       COPY FAKERLYV.

       COPY FAKERLNG.

       COPY FAKERCKP.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERSTM error: '.

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
      **** extract resumes the print file where it stopped, under
      **** the cycle date that run cut (COPY FAKERPDA).

           PERFORM SUB-8980-READ-CHECKPOINT THRU SUB-8980-EXIT

           IF      W-CKP-CORRUPT
               SET  W-EOF          TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-CKP-RESTART
               PERFORM SUB-1500-RESUME-FROM-CKPT THRU SUB-1500-EXIT
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT STMFILE

           PERFORM SUB-1100-CUT-CYCLE-DATE THRU SUB-1100-EXIT
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1500-RESUME-FROM-CKPT.
      *--------------------------

      **** Checkpoint totals:  1 statements printed 2 transactions
      ****                     3 out of balance     4 page number
      ****                     5 line number
      **** Output records:     1 STMFILE
      **** State text:         run date (1 : 10)    seed (11 : 9)
      ****                     cycle date (20 : 10)
      ****                     last customer ID (30 : 14)
      ****                     last customer name (44 : 40)

           MOVE CKP-TOTAL(1)       TO W-STATEMENTS-PRINTED
           MOVE CKP-TOTAL(2)       TO W-TRANS-PRINTED
           MOVE CKP-TOTAL(3)       TO W-OUT-OF-BALANCE-CNT
           MOVE CKP-TOTAL(4)       TO W-PAGE-NO
           MOVE CKP-TOTAL(5)       TO W-LINE-NO
           MOVE CKP-OUTPUT-RECS(1) TO W-STMFILE-RECS
           MOVE CKP-STATE-TEXT(1 : 10)
                                   TO W-SAVE-RUN-DATE
           MOVE CKP-STATE-TEXT(11 : 9)
                                   TO W-SAVE-SEED-NO
           MOVE CKP-STATE-TEXT(20 : 10)
                                   TO W-CYCLE-DATE
           MOVE CKP-STATE-TEXT(30 : 14)
                                   TO W-LAST-CUST-ID
           MOVE CKP-STATE-TEXT(44 : 40)
                                   TO W-LAST-NAME

           PERFORM SUB-1510-SKIP-ONE-RECORD THRU SUB-1510-EXIT
               UNTIL W-CKP-INPUT-RECS >= W-CKP-RESUME-POS
                  OR W-EOF

           IF      W-EOF
               DISPLAY W-ERROR-MSG
                       'STMIN ends before the checkpoint position - '
                       'not the extract the checkpoint was taken on'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1500-EXIT
           END-IF

           MOVE 'Data\FAKERSTM Statement.txt'
                                   TO W-CKP-TRIM-PATH
           MOVE W-STMFILE-RECS     TO W-CKP-TRIM-KEEP
           PERFORM SUB-8985-TRIM-OUTPUT THRU SUB-8985-EXIT

           IF      W-CKP-CORRUPT
               SET  W-EOF          TO TRUE
               GO TO SUB-1500-EXIT
           END-IF

           OPEN EXTEND STMFILE
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1510-SKIP-ONE-RECORD.
      *-------------------------

           READ STMIN
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

           EVALUATE SIN-RECORD-TYPE
             WHEN 'H'
               MOVE STMIN-REC(3 : 10)
                   PERFORM SUB-2500-PRINT-STATEMENT THRU SUB-2500-EXIT
               END-IF

      **** With the last statement printed no transactions are held,
      **** so the boundary in front of a new account is a safe
      **** checkpoint.

               IF      W-CKP-INPUT-RECS > W-CKP-NEXT-POS
                   PERFORM SUB-2900-TAKE-CHECKPOINT THRU SUB-2900-EXIT
               END-IF

               PERFORM SUB-2200-START-ACCOUNT THRU SUB-2200-EXIT

             WHEN 'X'
                                   INTO STM-LINE

           WRITE STMFILE-REC
           ADD  1                  TO W-STMFILE-RECS

           MOVE SPACES             TO STMFILE-REC
           WRITE STMFILE-REC
           ADD  1                  TO W-STMFILE-RECS

           MOVE 2                  TO W-LINE-NO
           .
           MOVE W-BUILD-LINE       TO STM-LINE

           WRITE STMFILE-REC
           ADD  1                  TO W-STMFILE-RECS

           ADD  1                  TO W-LINE-NO
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2900-TAKE-CHECKPOINT.
      *-------------------------

           MOVE SPACES             TO CHECKPOINT-REC

           MOVE W-STMFILE-RECS     TO CKP-OUTPUT-RECS(1)

           MOVE W-STATEMENTS-PRINTED
                                   TO CKP-TOTAL(1)
           MOVE W-TRANS-PRINTED    TO CKP-TOTAL(2)
           MOVE W-OUT-OF-BALANCE-CNT
                                   TO CKP-TOTAL(3)
           MOVE W-PAGE-NO          TO CKP-TOTAL(4)
           MOVE W-LINE-NO          TO CKP-TOTAL(5)
           MOVE W-SAVE-RUN-DATE    TO CKP-STATE-TEXT(1 : 10)
           MOVE W-SAVE-SEED-NO     TO CKP-STATE-TEXT(11 : 9)
           MOVE W-CYCLE-DATE       TO CKP-STATE-TEXT(20 : 10)
           MOVE W-LAST-CUST-ID     TO CKP-STATE-TEXT(30 : 14)
           MOVE W-LAST-NAME        TO CKP-STATE-TEXT(44 : 40)

           PERFORM SUB-8990-WRITE-CHECKPOINT THRU SUB-8990-EXIT
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE STMIN
                 STMFILE

           PERFORM SUB-8995-CLEAR-CHECKPOINT THRU SUB-8995-EXIT

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERSTM Statement.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           DISPLAY 'Statements printed:       '
                   W-DISP-NUM

           MOVE W-CKP-TAKEN        TO W-DISP-NUM
           DISPLAY 'Checkpoints taken:        '
                   W-DISP-NUM

           DISPLAY 'FAKERSTM completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
      /
       COPY FAKERPDA.
