      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Common paragraphs a long-running program that
      *              cuts artifacts from the fixed multi-record
      *              extract performs to checkpoint and restart
      *              (COPY FAKERCKP).
      *
      *              SUB-8980-READ-CHECKPOINT reads and CRC-validates
      *              both checkpoint generations at start-up.  The
      *              newest good one written by this program against
      *              this extract is loaded into CHECKPOINT-REC and
      *              W-CKP-RESTART set; a torn newest generation falls
      *              back to the older one with a warning.  If
      *              checkpoints are present but none validates, the
      *              run is refused with RETURN-CODE 12 and
      *              W-CKP-CORRUPT set.  A checkpoint left behind by a
      *              run against another extract is discarded.  A run
      *              that does not restart clears both generations.
      *
      *              SUB-8985-TRIM-OUTPUT cuts the output named in
      *              W-CKP-TRIM-PATH back to its first W-CKP-TRIM-KEEP
      *              records - what it held when the checkpoint was
      *              taken - before the program reopens it EXTEND.
      *              An output shorter than that cannot be resumed;
      *              W-CKP-CORRUPT is set and RETURN-CODE 12.
      *
      *              SUB-8990-WRITE-CHECKPOINT writes the next
      *              generation.  The program first moves SPACES to
      *              CHECKPOINT-REC and fills CKP-OUTPUT-RECS,
      *              CKP-TOTAL and CKP-STATE-TEXT; this paragraph adds
      *              the program, generation, extract signature and
      *              input position (W-CKP-INPUT-RECS less the record
      *              just read) and the CRC.
      *
      *              SUB-8995-CLEAR-CHECKPOINT empties both generations
      *              once the run has completed normally.
      *
      *              The copying program supplies CKPFILE (ASSIGN
      *              DYNAMIC W-CKP-PATH, LINE SEQUENTIAL, FILE STATUS
      *              W-CKPFILE-STATUS, record CKPFILE-REC X(437)),
      *              CKTFILE (ASSIGN DYNAMIC W-CKP-TRIM-PATH, FILE
      *              STATUS W-CKTFILE-STATUS, record CKTFILE-REC
      *              X(1000)), CKSFILE (ASSIGN DYNAMIC
      *              W-CKP-SCRATCH-PATH, FILE STATUS W-CKSFILE-STATUS,
      *              record CKSFILE-REC X(1000)), the FAKERCKP fields,
      *              W-ERROR-MSG (whose program name also names the
      *              checkpoint files) and SUB-8955-NOTE-PARENT (COPY
      *              FAKERPD8) with its LYVFILE.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

       SUB-8980-READ-CHECKPOINT.
      *-------------------------

           MOVE SPACES             TO W-CKP-PATH-A
                                      W-CKP-PATH-B
                                      W-CKP-SCRATCH-PATH

           STRING 'Data\'
                  W-ERROR-MSG(6 : 8)
                  ' Checkpoint-A.txt'
                                   DELIMITED SIZE
                                   INTO W-CKP-PATH-A
           STRING 'Data\'
                  W-ERROR-MSG(6 : 8)
                  ' Checkpoint-B.txt'
                                   DELIMITED SIZE
                                   INTO W-CKP-PATH-B
           STRING 'Data\'
                  W-ERROR-MSG(6 : 8)
                  ' Ckpttrim.txt'  DELIMITED SIZE
                                   INTO W-CKP-SCRATCH-PATH

      **** The extract's own header signature ties a checkpoint to
      **** the file it was taken against.

           IF      W-LIN-PARENT-UNKNOWN
               PERFORM SUB-8955-NOTE-PARENT THRU SUB-8955-EXIT
           END-IF

           IF      W-LIN-PARENT-FOUND
               MOVE W-LIN-PARENT-SIG
                                   TO W-CKP-INPUT-SIG
           ELSE
               MOVE 0              TO W-CKP-INPUT-SIG
           END-IF

           MOVE 0                  TO W-CKP-BEST-GEN
           MOVE 0                  TO W-CKP-TORN-CNT
                                      W-CKP-PRESENT-CNT
                                      W-CKP-FOREIGN-CNT

           MOVE W-CKP-PATH-A       TO W-CKP-PATH
           PERFORM SUB-8981-READ-ONE-CHECKPOINT THRU SUB-8981-EXIT

           MOVE W-CKP-PATH-B       TO W-CKP-PATH
           PERFORM SUB-8981-READ-ONE-CHECKPOINT THRU SUB-8981-EXIT

      **** A restart that cannot trust its checkpoint must say so
      **** loudly, not write a subtly wrong file.

           IF      W-CKP-BEST-GEN = 0
           AND     W-CKP-TORN-CNT > 0
               DISPLAY W-ERROR-MSG
                       'ALL checkpoint generations failed their CRC - '
                       'restart position cannot be trusted'
               DISPLAY W-ERROR-MSG
                       'correct or clear the checkpoint files and '
                       'resubmit'
               SET  W-CKP-CORRUPT  TO TRUE
               MOVE 12             TO RETURN-CODE
               GO TO SUB-8980-EXIT
           END-IF

           IF      W-CKP-BEST-GEN = 0
               IF      W-CKP-FOREIGN-CNT > 0
                   DISPLAY W-ERROR-MSG(6 : 8)
                           ': checkpoint left by a run against a '
                           'different extract - discarded, starting '
                           'from the first record'
               END-IF

               PERFORM SUB-8995-CLEAR-CHECKPOINT THRU SUB-8995-EXIT
               GO TO SUB-8980-EXIT
           END-IF

           IF      W-CKP-TORN-CNT > 0
               DISPLAY W-ERROR-MSG(6 : 8)
                       ': newest checkpoint was torn - '
                       'falling back to older good generation'
           END-IF

           MOVE W-CKP-BEST-REC     TO CHECKPOINT-REC
           MOVE W-CKP-BEST-GEN     TO W-CKP-GENERATION
           MOVE CKP-INPUT-RECORDS  TO W-CKP-RESUME-POS
           COMPUTE W-CKP-NEXT-POS  =  W-CKP-RESUME-POS
                                      + W-CKP-INTERVAL
           SET  W-CKP-RESTART      TO TRUE

           MOVE W-CKP-RESUME-POS   TO W-CKP-DISP-NUM
           DISPLAY W-ERROR-MSG(6 : 8)
                   ': restarting after input record '
                   W-CKP-DISP-NUM
           .
       SUB-8980-EXIT.
           EXIT.
      /
       SUB-8981-READ-ONE-CHECKPOINT.
      *-----------------------------

      **** Reads and CRC-validates one checkpoint generation file
      **** (W-CKP-PATH names which), promoting it to best-so-far
      **** when it is intact, belongs to this program and extract,
      **** and is newer than the other one.

           MOVE 'N'                TO W-CKP-ONE-VALID-SW
                                      W-CKP-ONE-PRESENT-SW

           OPEN INPUT CKPFILE

           IF      W-CKPFILE-STATUS NOT = '00'
               GO TO SUB-8981-EXIT
           END-IF

           MOVE SPACES             TO CHECKPOINT-REC

           READ CKPFILE          INTO CHECKPOINT-REC
               NOT AT END
                   MOVE 'Y'        TO W-CKP-ONE-PRESENT-SW

                   IF      CKP-GENERATION-NO NUMERIC
                   AND     CKP-GENERATION-NO > 0
                   AND     CKP-INPUT-SIGNATURE NUMERIC
                   AND     CKP-INPUT-RECORDS NUMERIC
                   AND     CKP-CRC NUMERIC
                       SET  CRC-STAGE-START-END
                                   TO TRUE
                       SET  CRC-BUFFER-PTR
                                   TO ADDRESS OF CKP-CHECKED-FIELDS
                       MOVE LENGTH OF CKP-CHECKED-FIELDS
                                   TO CRC-BUFFER-LEN

                       CALL W-CKP-CRC32-PROG
                                USING W-CKP-CRC32-PARAMETER

                       MOVE CRC-CHECKSUM
                                   TO W-CKP-CRC-CALC

                       IF      W-CKP-CRC-CALC = CKP-CRC
                           MOVE 'Y' TO W-CKP-ONE-VALID-SW
                       END-IF
                   END-IF
           END-READ

           CLOSE CKPFILE

           IF      NOT W-CKP-ONE-PRESENT
               GO TO SUB-8981-EXIT
           END-IF

           ADD  1                  TO W-CKP-PRESENT-CNT

           IF      NOT W-CKP-ONE-VALID
               ADD  1              TO W-CKP-TORN-CNT
               GO TO SUB-8981-EXIT
           END-IF

           IF      CKP-PROGRAM NOT = W-ERROR-MSG(6 : 8)
           OR      CKP-INPUT-SIGNATURE NOT = W-CKP-INPUT-SIG
               ADD  1              TO W-CKP-FOREIGN-CNT
               GO TO SUB-8981-EXIT
           END-IF

           IF      CKP-GENERATION-NO > W-CKP-BEST-GEN
               MOVE CKP-GENERATION-NO
                                   TO W-CKP-BEST-GEN
               MOVE CHECKPOINT-REC TO W-CKP-BEST-REC
           END-IF
           .
       SUB-8981-EXIT.
           EXIT.
      /
       SUB-8985-TRIM-OUTPUT.
      *---------------------

      **** The abended pass wrote records beyond the checkpoint
      **** position and those are about to be written again, so the
      **** output is rewritten keeping only what it held when the
      **** checkpoint was taken.

           MOVE 'N'                TO W-CKP-TRIM-EOF-SW
           MOVE 0                  TO W-CKP-TRIM-FOUND

           OPEN INPUT CKTFILE

           IF      W-CKTFILE-STATUS NOT = '00'
               GO TO SUB-8985-SHORT
           END-IF

           OPEN OUTPUT CKSFILE

           PERFORM SUB-8986-COPY-KEPT-RECORD THRU SUB-8986-EXIT
               UNTIL W-CKP-TRIM-EOF
                  OR W-CKP-TRIM-FOUND >= W-CKP-TRIM-KEEP

           CLOSE CKTFILE
                 CKSFILE

           IF      W-CKP-TRIM-FOUND < W-CKP-TRIM-KEEP
               GO TO SUB-8985-SHORT
           END-IF

           MOVE 'N'                TO W-CKP-TRIM-EOF-SW

           OPEN INPUT CKSFILE
           OPEN OUTPUT CKTFILE

           PERFORM SUB-8987-COPY-BACK-RECORD THRU SUB-8987-EXIT
               UNTIL W-CKP-TRIM-EOF

           CLOSE CKSFILE
                 CKTFILE

           GO TO SUB-8985-EXIT
           .
       SUB-8985-SHORT.

           MOVE W-CKP-TRIM-KEEP    TO W-CKP-DISP-NUM
           DISPLAY W-ERROR-MSG
                   FUNCTION TRIM(W-CKP-TRIM-PATH)
                   ' holds fewer than the '
                   W-CKP-DISP-NUM
                   ' records the checkpoint recorded'
           DISPLAY W-ERROR-MSG
                   'the run cannot resume - clear the checkpoint '
                   'files and rerun from the start'
           SET  W-CKP-CORRUPT      TO TRUE
           MOVE 12                 TO RETURN-CODE
           .
       SUB-8985-EXIT.
           EXIT.
      /
       SUB-8986-COPY-KEPT-RECORD.
      *--------------------------

           READ CKTFILE
               AT END
                   SET  W-CKP-TRIM-EOF
                                   TO TRUE
               NOT AT END
                   MOVE CKTFILE-REC
                                   TO CKSFILE-REC
                   WRITE CKSFILE-REC
                   ADD  1          TO W-CKP-TRIM-FOUND
           END-READ
           .
       SUB-8986-EXIT.
           EXIT.
      /
       SUB-8987-COPY-BACK-RECORD.
      *--------------------------

           READ CKSFILE
               AT END
                   SET  W-CKP-TRIM-EOF
                                   TO TRUE
               NOT AT END
                   MOVE CKSFILE-REC
                                   TO CKTFILE-REC
                   WRITE CKTFILE-REC
           END-READ
           .
       SUB-8987-EXIT.
           EXIT.
      /
       SUB-8990-WRITE-CHECKPOINT.
      *--------------------------

      **** Each checkpoint carries the next generation number and a
      **** CRC32 over its own fields, and lands in the -A or -B file
      **** by generation parity - so the write that an abend tears
      **** can only ever damage the newer generation.

           ADD  1                  TO W-CKP-GENERATION

           DIVIDE W-CKP-GENERATION BY 2
                                   GIVING W-CKP-QUOTIENT
                                   REMAINDER W-CKP-REMAINDER

           IF      W-CKP-REMAINDER = 1
               MOVE W-CKP-PATH-A   TO W-CKP-PATH
           ELSE
               MOVE W-CKP-PATH-B   TO W-CKP-PATH
           END-IF

           MOVE W-ERROR-MSG(6 : 8) TO CKP-PROGRAM
           MOVE W-CKP-GENERATION   TO CKP-GENERATION-NO
           MOVE W-CKP-INPUT-SIG    TO CKP-INPUT-SIGNATURE
           COMPUTE CKP-INPUT-RECORDS
                                   =  W-CKP-INPUT-RECS - 1

           SET  CRC-STAGE-START-END
                                   TO TRUE
           SET  CRC-BUFFER-PTR     TO ADDRESS OF CKP-CHECKED-FIELDS
           MOVE LENGTH OF CKP-CHECKED-FIELDS
                                   TO CRC-BUFFER-LEN

           CALL W-CKP-CRC32-PROG USING W-CKP-CRC32-PARAMETER

           MOVE CRC-CHECKSUM       TO CKP-CRC

           OPEN OUTPUT CKPFILE

           WRITE CKPFILE-REC     FROM CHECKPOINT-REC

           CLOSE CKPFILE

           COMPUTE W-CKP-NEXT-POS  =  CKP-INPUT-RECORDS
                                      + W-CKP-INTERVAL
           ADD  1                  TO W-CKP-TAKEN
           .
       SUB-8990-EXIT.
           EXIT.
      /
       SUB-8995-CLEAR-CHECKPOINT.
      *--------------------------

      **** Opening OUTPUT truncates each generation to empty, so the
      **** next run's SUB-8980 finds nothing to restart from.

           MOVE W-CKP-PATH-A       TO W-CKP-PATH
           OPEN OUTPUT CKPFILE
           CLOSE CKPFILE

           MOVE W-CKP-PATH-B       TO W-CKP-PATH
           OPEN OUTPUT CKPFILE
           CLOSE CKPFILE
           .
       SUB-8995-EXIT.
           EXIT.
