      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Common paragraphs that walk the shared lineage
      *              file (COPY FAKERLNG, FAKERLNW) - the lineage
      *              report FAKERLIN, and FAKERPRG and FAKERSWP,
      *              which must also cover whatever was cut from the
      *              extract they erase from or expire.
      *
      *              SUB-8970-LOAD-LINEAGE reads the lineage file
      *              into W-LNW-TABLE in the order it was written
      *              (oldest first) and flags every entry whose output
      *              path a later entry names again as superseded -
      *              any later entry, loaded or not.  With
      *              W-LNW-ROOT-ONLY set it loads only the entries
      *              that chain from W-LNW-ROOT-PATH/-SIG: those read
      *              from the root, and those read from an extract
      *              artifact already loaded (a file is always written
      *              before anything is cut from it, so one pass in
      *              file order finds the whole chain).  Entries past
      *              the table size are counted in W-LNW-DROPPED,
      *              which the caller must treat as an incomplete
      *              walk.  No lineage file loads nothing.
      *
      *              SUB-8975-MARK-DESCENDANTS marks every entry that
      *              descends from the extract W-LNW-ROOT-PATH whose
      *              header signature is W-LNW-ROOT-SIG - those read
      *              straight from it at level 1, those read from an
      *              artifact that is itself an extract (its own
      *              signature on its entry) at the next level down -
      *              and counts them in W-LNW-FOUND-CNT.
      *
      *              The copying program supplies LINFILE (ASSIGN
      *              'Data\FAKER Lineage.txt', LINE SEQUENTIAL, FILE
      *              STATUS W-LINFILE-STATUS, record LINFILE-REC
      *              X(210)), LINEAGE-REC and W-LINFILE-STATUS (COPY
      *              FAKERLNG) and the FAKERLNW fields.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

       SUB-8970-LOAD-LINEAGE.
      *----------------------

           MOVE 0                  TO W-LNW-CNT
                                      W-LNW-DROPPED
           MOVE 'N'                TO W-LNW-EOF-SW

           OPEN INPUT  LINFILE

           IF      W-LINFILE-STATUS NOT = '00'
               GO TO SUB-8970-EXIT
           END-IF

           PERFORM SUB-8971-LOAD-ONE-ENTRY THRU SUB-8971-EXIT
               UNTIL W-LNW-EOF

           CLOSE LINFILE
           .
       SUB-8970-EXIT.
           EXIT.
      /
       SUB-8971-LOAD-ONE-ENTRY.
      *------------------------

           READ LINFILE          INTO LINEAGE-REC
               AT END
                   SET  W-LNW-EOF  TO TRUE
                   GO TO SUB-8971-EXIT
           END-READ

           IF      LIN-PARENT-SIGNATURE NOT NUMERIC
           OR      LIN-OUTPUT-PATH = SPACES
               GO TO SUB-8971-EXIT
           END-IF

           PERFORM SUB-8972-FLAG-SUPERSEDED THRU SUB-8972-EXIT
               VARYING W-LNW-PX FROM 1 BY 1
                 UNTIL W-LNW-PX > W-LNW-CNT

           IF      W-LNW-ROOT-ONLY
               PERFORM SUB-8973-TEST-CHAIN THRU SUB-8973-EXIT

               IF      NOT W-LNW-KEEP
                   GO TO SUB-8971-EXIT
               END-IF
           END-IF

           IF      W-LNW-CNT NOT < W-LNW-MAX
               ADD  1              TO W-LNW-DROPPED
               GO TO SUB-8971-EXIT
           END-IF

           ADD  1                  TO W-LNW-CNT

           MOVE LIN-PARENT-SEED    TO W-LNW-PARENT-SEED(W-LNW-CNT)
           MOVE LIN-PARENT-SIGNATURE
                                   TO W-LNW-PARENT-SIG(W-LNW-CNT)
           MOVE LIN-PARENT-RUN-DATE
                                   TO W-LNW-PARENT-DATE(W-LNW-CNT)
           MOVE LIN-PARENT-RUN-TIME
                                   TO W-LNW-PARENT-TIME(W-LNW-CNT)
           MOVE LIN-PARENT-PATH    TO W-LNW-PARENT-PATH(W-LNW-CNT)
           MOVE LIN-PROGRAM        TO W-LNW-PROGRAM(W-LNW-CNT)
           MOVE LIN-RUN-DATE       TO W-LNW-RUN-DATE(W-LNW-CNT)
           MOVE LIN-RUN-TIME       TO W-LNW-RUN-TIME(W-LNW-CNT)
           MOVE LIN-OUTPUT-PATH    TO W-LNW-OUTPUT-PATH(W-LNW-CNT)

           IF      LIN-RECORD-COUNT NUMERIC
               MOVE LIN-RECORD-COUNT
                                   TO W-LNW-COUNT(W-LNW-CNT)
           ELSE
               MOVE 0              TO W-LNW-COUNT(W-LNW-CNT)
           END-IF

           IF      LIN-OUTPUT-SIGNATURE NUMERIC
               MOVE LIN-OUTPUT-SIGNATURE
                                   TO W-LNW-OUTPUT-SIG(W-LNW-CNT)
           ELSE
               MOVE 0              TO W-LNW-OUTPUT-SIG(W-LNW-CNT)
           END-IF

           MOVE 0                  TO W-LNW-LEVEL(W-LNW-CNT)
           MOVE 'N'                TO W-LNW-EXPANDED-SW(W-LNW-CNT)
                                      W-LNW-SUPERSEDED-SW(W-LNW-CNT)
           .
       SUB-8971-EXIT.
           EXIT.
      /
       SUB-8972-FLAG-SUPERSEDED.
      *-------------------------

      **** The entry just read rewrote this loaded entry's file.

           IF      W-LNW-OUTPUT-PATH(W-LNW-PX) = LIN-OUTPUT-PATH
               SET  W-LNW-SUPERSEDED(W-LNW-PX)
                                   TO TRUE
           END-IF
           .
       SUB-8972-EXIT.
           EXIT.
      /
       SUB-8973-TEST-CHAIN.
      *--------------------

           MOVE 'N'                TO W-LNW-KEEP-SW

           IF      LIN-PARENT-PATH      = W-LNW-ROOT-PATH
           AND     LIN-PARENT-SIGNATURE = W-LNW-ROOT-SIG
               SET  W-LNW-KEEP     TO TRUE
               GO TO SUB-8973-EXIT
           END-IF

           PERFORM SUB-8974-MATCH-PARENT THRU SUB-8974-EXIT
               VARYING W-LNW-PX FROM 1 BY 1
                 UNTIL W-LNW-PX > W-LNW-CNT
                    OR W-LNW-KEEP
           .
       SUB-8973-EXIT.
           EXIT.
      /
       SUB-8974-MATCH-PARENT.
      *----------------------

           IF      W-LNW-OUTPUT-SIG(W-LNW-PX) > 0
           AND     W-LNW-OUTPUT-PATH(W-LNW-PX) = LIN-PARENT-PATH
           AND     W-LNW-OUTPUT-SIG(W-LNW-PX)  = LIN-PARENT-SIGNATURE
               SET  W-LNW-KEEP     TO TRUE
           END-IF
           .
       SUB-8974-EXIT.
           EXIT.
      /
       SUB-8975-MARK-DESCENDANTS.
      *--------------------------

           MOVE 0                  TO W-LNW-FOUND-CNT

           PERFORM SUB-8976-MARK-CHILD-OF-ROOT THRU SUB-8976-EXIT
               VARYING W-LNW-DX FROM 1 BY 1
                 UNTIL W-LNW-DX > W-LNW-CNT

           SET  W-LNW-CHANGED      TO TRUE

           PERFORM SUB-8977-EXPAND-PASS THRU SUB-8977-EXIT
               UNTIL NOT W-LNW-CHANGED
           .
       SUB-8975-EXIT.
           EXIT.
      /
       SUB-8976-MARK-CHILD-OF-ROOT.
      *----------------------------

           MOVE 0                  TO W-LNW-LEVEL(W-LNW-DX)
           MOVE 'N'                TO W-LNW-EXPANDED-SW(W-LNW-DX)

           IF      W-LNW-PARENT-PATH(W-LNW-DX) = W-LNW-ROOT-PATH
           AND     W-LNW-PARENT-SIG(W-LNW-DX)  = W-LNW-ROOT-SIG
               MOVE 1              TO W-LNW-LEVEL(W-LNW-DX)
               ADD  1              TO W-LNW-FOUND-CNT
           END-IF
           .
       SUB-8976-EXIT.
           EXIT.
      /
       SUB-8977-EXPAND-PASS.
      *---------------------

      **** Each pass takes every marked, not yet expanded extract
      **** artifact and marks what was read from it; the walk ends
      **** on the first pass that marks nothing new.

           MOVE 'N'                TO W-LNW-CHANGED-SW

           PERFORM SUB-8978-EXPAND-ONE THRU SUB-8978-EXIT
               VARYING W-LNW-DX FROM 1 BY 1
                 UNTIL W-LNW-DX > W-LNW-CNT
           .
       SUB-8977-EXIT.
           EXIT.
      /
       SUB-8978-EXPAND-ONE.
      *--------------------

           IF      W-LNW-LEVEL(W-LNW-DX) = 0
           OR      W-LNW-EXPANDED(W-LNW-DX)
               GO TO SUB-8978-EXIT
           END-IF

           SET  W-LNW-EXPANDED(W-LNW-DX)
                                   TO TRUE

           IF      W-LNW-OUTPUT-SIG(W-LNW-DX) = 0
               GO TO SUB-8978-EXIT
           END-IF

           PERFORM SUB-8979-MARK-GRANDCHILD THRU SUB-8979-EXIT
               VARYING W-LNW-PX FROM 1 BY 1
                 UNTIL W-LNW-PX > W-LNW-CNT
           .
       SUB-8978-EXIT.
           EXIT.
      /
       SUB-8979-MARK-GRANDCHILD.
      *-------------------------

           IF      W-LNW-LEVEL(W-LNW-PX) = 0
           AND     W-LNW-PARENT-PATH(W-LNW-PX)
                                   = W-LNW-OUTPUT-PATH(W-LNW-DX)
           AND     W-LNW-PARENT-SIG(W-LNW-PX)
                                   = W-LNW-OUTPUT-SIG(W-LNW-DX)
               COMPUTE W-LNW-LEVEL(W-LNW-PX)
                                   =  W-LNW-LEVEL(W-LNW-DX) + 1
               ADD  1              TO W-LNW-FOUND-CNT
               SET  W-LNW-CHANGED  TO TRUE
           END-IF
           .
       SUB-8979-EXIT.
           EXIT.
