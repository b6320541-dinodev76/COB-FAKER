      **** set with no stamp, an unexpired stamp, or any active hold
      **** standing in the FAKERRSV reservation registry is skipped
      **** and reported, never deleted - a set somebody may still be
      **** using is not ours to reclaim.  Whatever other jobs cut
      **** from an expired set's extracts goes with it: the shared
      **** lineage file (COPY FAKERPD9) names every derived file
      **** descended from each extract's header signature, and each
      **** one still on disk as that run wrote it joins the set's
      **** inventory and is reported as derived.

       ENVIRONMENT DIVISION.
      *=====================
           SELECT RPTFILE             ASSIGN 'Data\FAKERSWP Disposal.txt
      -                                      ''
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT LINFILE              ASSIGN 'Data\FAKER Lineage.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LINFILE-STATUS.
      /
       DATA DIVISION.
      *==============

       01  RPTFILE-REC             PIC X(100).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       WORKING-STORAGE SECTION.
      *------------------------

           88  W-RSV-EOF                           VALUE 'Y'.

       01  W-MANIFILE-PATH         PIC X(40).
       01  W-CHKFILE-PATH          PIC X(60).
       01  W-CHK-NOTE              PIC X(24).
       01  W-DELETE-PROG           PIC X(15)       VALUE
           'CBL_DELETE_FILE'.

       01  W-SETS-KEPT             PIC 9(09)  COMP VALUE 0.
       01  W-FILES-DELETED         PIC 9(09)  COMP VALUE 0.
       01  W-FILES-FAILED          PIC 9(09)  COMP VALUE 0.
       01  W-FILES-DERIVED         PIC 9(09)  COMP VALUE 0.
       01  W-FILES-NOT-SWEPT       PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

      **** The run's return code, kept apart from RETURN-CODE, which
      **** every CALL of the delete routine resets.

       01  W-RUN-RC                PIC S9(4)  COMP VALUE 0.

       01  W-ACTIVE-HOLDS          PIC S9(4)  COMP VALUE 0.

       01  W-RETENTION-DATE        PIC X(10).

      **** The set's inventory, held so deletion happens only after
      **** the whole manifest has been read (the manifest is itself
      **** one of the files being deleted).  The manifest's own
      **** entries come first; the derived files the lineage file
      **** adds follow them, each with the program that cut it.

       01  W-INV-MAX               PIC S9(4)  COMP VALUE 200.
       01  W-INV-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-INV-LISTED            PIC S9(4)  COMP VALUE 0.
       01  W-INV-DX                PIC S9(4)  COMP.
       01  W-INV-PX                PIC S9(4)  COMP.
       01  W-INV-FOUND-SW          PIC X(01).
           88  W-INV-FOUND                         VALUE 'Y'.
       01  W-INV-TABLE.
           05  W-INV-OCCS                          OCCURS 200.
               10  W-INV-PATH      PIC X(60).
               10  W-INV-PROGRAM   PIC X(08).

       01  W-TODAY-TEXT            PIC X(10).
       01  W-CURRENT-DATE.

       01  W-BUILD-LINE            PIC X(100).

       COPY FAKERLNG.

       COPY FAKERLNW.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERSWP error: '.

                       'cannot open LSTFILE, status '
                       W-LSTFILE-STATUS
               SET  W-LST-EOF      TO TRUE
               MOVE 8              TO W-RUN-RC
               GO TO SUB-1000-EXIT
           END-IF


           ADD  1                  TO W-SETS-SWEPT

      **** Every extract's header is read for its signature before
      **** anything is deleted.

           MOVE W-INV-CNT          TO W-INV-LISTED

           PERFORM SUB-2200-ADD-DERIVED THRU SUB-2200-EXIT
               VARYING W-INV-DX FROM 1 BY 1
                 UNTIL W-INV-DX > W-INV-LISTED

           PERFORM SUB-2300-DELETE-ONE-FILE THRU SUB-2300-EXIT
               VARYING W-INV-DX FROM 1 BY 1
                 UNTIL W-INV-DX > W-INV-CNT
      **** The manifest goes last, once its inventory is gone.

           MOVE W-MANIFILE-PATH    TO W-CHKFILE-PATH
           MOVE SPACES             TO W-CHK-NOTE
           PERFORM SUB-2350-DELETE-AND-VERIFY THRU SUB-2350-EXIT
           .
       SUB-2000-EXIT.
               GO TO SUB-2110-EXIT
           END-IF

           IF      MAN-FILE-PATH = '*SCREENED*'
           OR      MAN-FILE-PATH = '*SUBSCRIBED*'
           OR      MAN-FILE-PATH = '*DELIVERY*'
               GO TO SUB-2110-EXIT
           END-IF

           IF      MAN-FILE-PATH NOT = SPACES
           AND     W-INV-CNT < W-INV-MAX
               ADD  1              TO W-INV-CNT
               MOVE MAN-FILE-PATH  TO W-INV-PATH(W-INV-CNT)
               MOVE SPACES         TO W-INV-PROGRAM(W-INV-CNT)
           END-IF
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2200-ADD-DERIVED.
      *---------------------

      **** A manifest member whose first record is an extract header
      **** is a root: everything the lineage file shows descended
      **** from its signature joins the inventory.  A descendant
      **** since rewritten by a later run is no longer this set's.

           MOVE W-INV-PATH(W-INV-DX)
                                   TO W-CHKFILE-PATH

           OPEN INPUT CHKFILE

           IF      W-CHKFILE-STATUS NOT = '00'
               GO TO SUB-2200-EXIT
           END-IF

           MOVE SPACES             TO CHKFILE-REC

           READ CHKFILE
               AT END
                   MOVE SPACES     TO CHKFILE-REC
           END-READ

           CLOSE CHKFILE

           IF      CHKFILE-REC(1 : 1) NOT = 'H'
           OR      CHKFILE-REC(23 : 9) NOT NUMERIC
           OR      CHKFILE-REC(33 : 9) NOT NUMERIC
               GO TO SUB-2200-EXIT
           END-IF

           MOVE W-INV-PATH(W-INV-DX)
                                   TO W-LNW-ROOT-PATH
           MOVE CHKFILE-REC(33 : 9)
                                   TO W-LNW-ROOT-SIG
           SET  W-LNW-ROOT-ONLY    TO TRUE

           PERFORM SUB-8970-LOAD-LINEAGE THRU SUB-8970-EXIT

           PERFORM SUB-8975-MARK-DESCENDANTS THRU SUB-8975-EXIT

           PERFORM SUB-2210-ADD-ONE-DERIVED THRU SUB-2210-EXIT
               VARYING W-LNW-DX FROM 1 BY 1
                 UNTIL W-LNW-DX > W-LNW-CNT

      **** Descendants past the lineage table stay on disk unseen,
      **** and those cut from them in turn are not even counted.

           IF      W-LNW-DROPPED > 0
               ADD  W-LNW-DROPPED  TO W-FILES-NOT-SWEPT

               MOVE W-LNW-DROPPED  TO W-DISP-NUM
               MOVE SPACES         TO W-BUILD-LINE
               STRING 'SKIPPED '
                      W-DISP-NUM
                      ' LINEAGE ENTRIES NOT EXAMINED (LINEAGE TABLE '
                      'FULL)'      DELIMITED SIZE
                                   INTO W-BUILD-LINE
               MOVE W-BUILD-LINE   TO RPTFILE-REC
               WRITE RPTFILE-REC

               IF      W-RUN-RC < 4
                   MOVE 4          TO W-RUN-RC
               END-IF
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-ADD-ONE-DERIVED.
      *-------------------------

           IF      W-LNW-LEVEL(W-LNW-DX) = 0
           OR      W-LNW-SUPERSEDED(W-LNW-DX)
               GO TO SUB-2210-EXIT
           END-IF

           MOVE 'N'                TO W-INV-FOUND-SW

           PERFORM SUB-2220-MATCH-INVENTORY THRU SUB-2220-EXIT
               VARYING W-INV-PX FROM 1 BY 1
                 UNTIL W-INV-PX > W-INV-CNT
                    OR W-INV-FOUND

           IF      W-INV-FOUND
               GO TO SUB-2210-EXIT
           END-IF

           IF      W-INV-CNT NOT < W-INV-MAX
               ADD  1              TO W-FILES-NOT-SWEPT

               MOVE SPACES         TO W-BUILD-LINE
               STRING 'SKIPPED '
                      W-LNW-OUTPUT-PATH(W-LNW-DX)
                      ' (INVENTORY FULL)'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
               MOVE W-BUILD-LINE   TO RPTFILE-REC
               WRITE RPTFILE-REC

               IF      W-RUN-RC < 4
                   MOVE 4          TO W-RUN-RC
               END-IF
               GO TO SUB-2210-EXIT
           END-IF

           ADD  1                  TO W-INV-CNT
           MOVE W-LNW-OUTPUT-PATH(W-LNW-DX)
                                   TO W-INV-PATH(W-INV-CNT)
           MOVE W-LNW-PROGRAM(W-LNW-DX)
                                   TO W-INV-PROGRAM(W-INV-CNT)
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2220-MATCH-INVENTORY.
      *-------------------------

           IF      W-INV-PATH(W-INV-PX) = W-LNW-OUTPUT-PATH(W-LNW-DX)
               SET  W-INV-FOUND    TO TRUE
           END-IF
           .
       SUB-2220-EXIT.
           EXIT.
      /
       SUB-2300-DELETE-ONE-FILE.
      *-------------------------

           MOVE W-INV-PATH(W-INV-DX)
                                   TO W-CHKFILE-PATH
           MOVE SPACES             TO W-CHK-NOTE

           IF      W-INV-PROGRAM(W-INV-DX) NOT = SPACES
               ADD  1              TO W-FILES-DERIVED
               STRING ' (DERIVED BY '
                      W-INV-PROGRAM(W-INV-DX)
                      ')'          DELIMITED SIZE
                                   INTO W-CHK-NOTE
           END-IF

           PERFORM SUB-2350-DELETE-AND-VERIFY THRU SUB-2350-EXIT
           .
               MOVE SPACES         TO W-BUILD-LINE
               STRING 'FAILED  '
                      W-CHKFILE-PATH
                      W-CHK-NOTE   DELIMITED SIZE
                                   INTO W-BUILD-LINE
               MOVE 8              TO W-RUN-RC
           ELSE
               ADD  1              TO W-FILES-DELETED

               MOVE SPACES         TO W-BUILD-LINE
               STRING 'DELETED '
                      W-CHKFILE-PATH
                      W-CHK-NOTE   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           END-IF

           DISPLAY 'Deletes failed:           '
                   W-DISP-NUM

           MOVE W-FILES-DERIVED    TO W-DISP-NUM
           DISPLAY 'Derived files included:   '
                   W-DISP-NUM

           MOVE W-FILES-NOT-SWEPT  TO W-DISP-NUM
           DISPLAY 'Derived files not swept:  '
                   W-DISP-NUM

           DISPLAY 'FAKERSWP completed'

           MOVE W-RUN-RC           TO RETURN-CODE
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD9.
