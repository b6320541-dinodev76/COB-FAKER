      **** Match-engine scoring over consolidated truth.  The run's
      **** scattered answer keys merge into one truth file of
      **** customer-ID pairs: the duplicate-injection Dupkey pairs
      **** (DUP, or AKA where the duplicate came back under one of
      **** the customer's aliases and agrees with the original on
      **** name only through the 'N' record), household members
      **** paired to their head off the P records' household key
      **** (HH), and employer colleagues paired to the first
      **** customer seen at their employer off the cross-reference
      **** (EMP).  A match engine's output pairs are then graded
      **** against that truth: precision, recall (with the alias
      **** pairs' recall broken out), and the specific missed and
      **** false pairs, so a match-engine change gets a number
      **** instead of an eyeball.  A missing pairs file writes the
      **** truth alone and skips the scoring pass.

       ENVIRONMENT DIVISION.
      *=====================

           SELECT RPTFILE              ASSIGN 'Data\FAKERMTS Score.txt'
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
      /
       DATA DIVISION.
      *==============

       01  RPTFILE-REC             PIC X(100).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-FALSE-POS             PIC 9(09)  COMP VALUE 0.
       01  W-MISSED-CNT            PIC 9(09)  COMP VALUE 0.
       01  W-PAIRS-READ            PIC 9(09)  COMP VALUE 0.
       01  W-AKA-CNT               PIC 9(09)  COMP VALUE 0.
       01  W-AKA-MATCHED           PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-PCT-DISP              PIC ZZ9.99.
       01  W-PCT                   PIC 9(03)V9(02)

       01  W-BUILD-LINE            PIC X(100).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERMTS error: '.

       MAIN.
      *-----

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2100-GATHER-DUP-TRUTH THRU SUB-2100-EXIT
                   MOVE DUP-ORIG-ID
                                   TO W-CAND-ID-A
                   MOVE DUP-NEW-ID TO W-CAND-ID-B
                   IF      DUP-ALTER-CODE = 'AKA '
                       MOVE 'AKA'  TO W-CAND-SOURCE
                       ADD  1      TO W-AKA-CNT
                   ELSE
                       MOVE 'DUP'  TO W-CAND-SOURCE
                   END-IF
                   PERFORM SUB-2400-ADD-TRUTH-PAIR THRU SUB-2400-EXIT
           END-READ
           .
               IF      W-TRU-MATCHED-SW(W-TRU-FOUND-DX) = 'N'
                   MOVE 'Y'        TO W-TRU-MATCHED-SW(W-TRU-FOUND-DX)
                   ADD  1          TO W-TRUE-POS
                   IF      W-TRU-SOURCE(W-TRU-FOUND-DX) = 'AKA'
                       ADD  1      TO W-AKA-MATCHED
                   END-IF
               END-IF
           ELSE
               ADD  1              TO W-FALSE-POS
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

      **** Alias recall - of the pairs only an alias table can join,
      **** the share the engine found.

           IF      W-AKA-CNT = 0
               GO TO SUB-2800-EXIT
           END-IF

           COMPUTE W-PCT           =  W-AKA-MATCHED * 100
                                      / W-AKA-CNT

           MOVE W-PCT              TO W-PCT-DISP
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'ALIAS RECALL: '
                  W-PCT-DISP
                  ' PCT'           DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC
           .
       SUB-2800-EXIT.
           EXIT.
           DISPLAY 'Missed truth pairs:       '
                   W-DISP-NUM

           MOVE W-AKA-CNT          TO W-DISP-NUM
           DISPLAY 'Alias truth pairs:        '
                   W-DISP-NUM

           MOVE W-AKA-MATCHED      TO W-DISP-NUM
           DISPLAY 'Alias pairs matched:      '
                   W-DISP-NUM

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERMTS Truth.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERMTS Score.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           DISPLAY 'FAKERMTS completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
