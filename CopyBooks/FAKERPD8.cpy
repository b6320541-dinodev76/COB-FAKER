      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Common paragraphs every program that cuts a
      *              derived artifact from the fixed multi-record
      *              extract performs to register the artifact in the
      *              shared lineage file (COPY FAKERLNG).
      *
      *              SUB-8950-RECORD-LINEAGE appends one lineage
      *              record for the artifact named in
      *              W-LIN-OUTPUT-PATH: the parent extract's header
      *              facts, this program (W-ERROR-MSG's name), the
      *              date and time, the path, its record count (read
      *              back from the artifact unless the caller
      *              supplied it) and, when the artifact is itself an
      *              extract, its own header signature.  An artifact
      *              that was never written, or a parent with no 'H'
      *              record, registers nothing.
      *
      *              SUB-8955-NOTE-PARENT reads the header of the
      *              extract named in W-LYV-PATH (COPY FAKERLYV).
      *
      *              The copying program supplies LINFILE (ASSIGN
      *              'Data\FAKER Lineage.txt', LINE SEQUENTIAL, FILE
      *              STATUS W-LINFILE-STATUS, record LINFILE-REC
      *              X(210)), LINCFILE (ASSIGN DYNAMIC
      *              W-LIN-OUTPUT-PATH, LINE SEQUENTIAL, FILE STATUS
      *              W-LINCFILE-STATUS, record LINCFILE-REC X(1000)),
      *              the LYVFILE and fields SUB-8900 uses (COPY
      *              FAKERPD7), the FAKERLNG fields and W-ERROR-MSG.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

       SUB-8950-RECORD-LINEAGE.
      *------------------------

      **** A supplied count applies to this one artifact only.

           MOVE W-LIN-COUNT-SW     TO W-LIN-THIS-COUNT-SW
           SET  W-LIN-COUNT-READ   TO TRUE

           IF      W-LIN-PARENT-UNKNOWN
               PERFORM SUB-8955-NOTE-PARENT THRU SUB-8955-EXIT
           END-IF

           IF      NOT W-LIN-PARENT-FOUND
           OR      W-LIN-OUTPUT-PATH = SPACES
               GO TO SUB-8950-EXIT
           END-IF

           MOVE 0                  TO W-LIN-OUTPUT-SIG

           OPEN INPUT  LINCFILE

           IF      W-LINCFILE-STATUS NOT = '00'
               GO TO SUB-8950-EXIT
           END-IF

           MOVE 'N'                TO W-LIN-EOF-SW

           IF      W-LIN-THIS-COUNT-READ
               MOVE 0              TO W-LIN-OUTPUT-COUNT
           END-IF

           MOVE SPACES             TO LINCFILE-REC

           READ LINCFILE
               AT END
                   SET  W-LIN-EOF  TO TRUE
           END-READ

           IF      NOT W-LIN-EOF
           AND     W-LIN-THIS-COUNT-READ
               ADD  1              TO W-LIN-OUTPUT-COUNT

               IF      LINCFILE-REC(1 : 1) = 'H'
               AND     LINCFILE-REC(23 : 9) NUMERIC
               AND     LINCFILE-REC(33 : 9) NUMERIC
                   MOVE LINCFILE-REC(33 : 9)
                                   TO W-LIN-OUTPUT-SIG
               END-IF

               PERFORM SUB-8960-COUNT-ONE-RECORD THRU SUB-8960-EXIT
                   UNTIL W-LIN-EOF
           END-IF

           CLOSE LINCFILE

           MOVE FUNCTION CURRENT-DATE
                                   TO W-LIN-NOW

           MOVE SPACES             TO LINEAGE-REC
           MOVE W-LIN-PARENT-SEED  TO LIN-PARENT-SEED
           MOVE W-LIN-PARENT-SIG   TO LIN-PARENT-SIGNATURE
           MOVE W-LIN-PARENT-DATE  TO LIN-PARENT-RUN-DATE
           MOVE W-LIN-PARENT-TIME  TO LIN-PARENT-RUN-TIME
           MOVE W-LIN-PARENT-PATH  TO LIN-PARENT-PATH
           MOVE W-ERROR-MSG(6 : 8) TO LIN-PROGRAM

           STRING W-LIN-NOW-YYYY   '-'
                  W-LIN-NOW-MM     '-'
                  W-LIN-NOW-DD     DELIMITED SIZE
                                   INTO LIN-RUN-DATE

           STRING W-LIN-NOW-HH     ':'
                  W-LIN-NOW-MIN    ':'
                  W-LIN-NOW-SS     DELIMITED SIZE
                                   INTO LIN-RUN-TIME

           MOVE W-LIN-OUTPUT-PATH  TO LIN-OUTPUT-PATH
           MOVE W-LIN-OUTPUT-COUNT TO LIN-RECORD-COUNT
           MOVE W-LIN-OUTPUT-SIG   TO LIN-OUTPUT-SIGNATURE

           OPEN EXTEND LINFILE

           IF      W-LINFILE-STATUS NOT = '00'
               OPEN OUTPUT LINFILE
           END-IF

           IF      W-LINFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG(6 : 8)
                       ': cannot open the lineage file, status '
                       W-LINFILE-STATUS
                       ' - '
                       W-LIN-OUTPUT-PATH
                       ' not registered'
               GO TO SUB-8950-EXIT
           END-IF

           WRITE LINFILE-REC     FROM LINEAGE-REC

           CLOSE LINFILE

           ADD  1                  TO W-LIN-RECORDED
           .
       SUB-8950-EXIT.
           EXIT.
      /
       SUB-8955-NOTE-PARENT.
      *---------------------

           SET  W-LIN-PARENT-NONE  TO TRUE

           OPEN INPUT  LYVFILE

           IF      W-LYVFILE-STATUS NOT = '00'
               GO TO SUB-8955-EXIT
           END-IF

           MOVE SPACES             TO LYVFILE-REC

           READ LYVFILE
               AT END
                   MOVE SPACES     TO LYVFILE-REC
           END-READ

           CLOSE LYVFILE

           IF      LYVFILE-REC(1 : 1) NOT = 'H'
           OR      LYVFILE-REC(23 : 9) NOT NUMERIC
           OR      LYVFILE-REC(33 : 9) NOT NUMERIC
               GO TO SUB-8955-EXIT
           END-IF

           SET  W-LIN-PARENT-FOUND TO TRUE
           MOVE LYVFILE-REC(23 : 9)
                                   TO W-LIN-PARENT-SEED
           MOVE LYVFILE-REC(33 : 9)
                                   TO W-LIN-PARENT-SIG
           MOVE LYVFILE-REC(3 : 10)
                                   TO W-LIN-PARENT-DATE
           MOVE LYVFILE-REC(14 : 8)
                                   TO W-LIN-PARENT-TIME
           MOVE W-LYV-PATH         TO W-LIN-PARENT-PATH
           .
       SUB-8955-EXIT.
           EXIT.
      /
       SUB-8960-COUNT-ONE-RECORD.
      *--------------------------

           READ LINCFILE
               AT END
                   SET  W-LIN-EOF  TO TRUE
               NOT AT END
                   ADD  1          TO W-LIN-OUTPUT-COUNT
           END-READ
           .
       SUB-8960-EXIT.
           EXIT.
