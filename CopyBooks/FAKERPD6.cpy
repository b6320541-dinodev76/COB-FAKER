      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Common paragraphs for the exclusive hold on the
      *              keyed customer master (COPY FAKERKHD), shared by
      *              the batch updaters FAKERDLA and FAKERPRG, the
      *              request server FAKERSRV and the operations
      *              utility FAKERHLD.
      *
      *              SUB-8800-READ-KSDS-HOLD reads the hold record
      *              into KSDS-HOLD-REC; no hold file reads as FREE.
      *
      *              SUB-8810-TAKE-KSDS-HOLD takes the hold for
      *              W-KHD-HOLDER.  If another job already holds it,
      *              nothing is written, KSDS-HOLD-REC shows who holds
      *              it and W-KHD-TAKEN-SW stays 'N'.
      *
      *              SUB-8820-RELEASE-KSDS-HOLD releases a hold this
      *              run took; if operations cleared it meanwhile, or
      *              another job has since taken it, it is left alone.
      *
      *              SUB-8830-STAMP-NOW sets W-KHD-NOW-DATE
      *              (YYYY-MM-DD) and W-KHD-NOW-TIME (HH:MM:SS).
      *
      *              SUB-8840-WRITE-KSDS-HOLD replaces the hold record
      *              with KSDS-HOLD-REC.
      *
      *              The copying program supplies HOLDFILE (ASSIGN
      *              'Data\FAKERGEN Ksdshold.txt', LINE SEQUENTIAL,
      *              FILE STATUS W-HOLDFILE-STATUS, record HOLDFILE-REC
      *              X(80)), KSDS-HOLD-REC (COPY FAKERKHD),
      *              W-KHD-HOLDER X(08), W-KHD-TAKEN-SW (88
      *              W-KHD-TAKEN), W-KHD-TAKEN-DATE X(10),
      *              W-KHD-TAKEN-TIME X(08), W-KHD-NOW (W-KHD-NOW-YYYY,
      *              -MM, -DD, -HH, -MIN, -SS as FUNCTION CURRENT-DATE
      *              lays them out), W-KHD-NOW-DATE X(10) and
      *              W-KHD-NOW-TIME X(08).
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

       SUB-8800-READ-KSDS-HOLD.
      *------------------------

           MOVE SPACES             TO KSDS-HOLD-REC
           SET  KHD-FREE           TO TRUE

           OPEN INPUT  HOLDFILE

           IF      W-HOLDFILE-STATUS NOT = '00'
               GO TO SUB-8800-EXIT
           END-IF

           READ HOLDFILE         INTO KSDS-HOLD-REC
               AT END
                   MOVE SPACES     TO KSDS-HOLD-REC
                   SET  KHD-FREE   TO TRUE
           END-READ

           CLOSE HOLDFILE

           IF      NOT KHD-HELD
               SET  KHD-FREE       TO TRUE
           END-IF
           .
       SUB-8800-EXIT.
           EXIT.
      /
       SUB-8810-TAKE-KSDS-HOLD.
      *------------------------

           MOVE 'N'                TO W-KHD-TAKEN-SW

           PERFORM SUB-8800-READ-KSDS-HOLD THRU SUB-8800-EXIT

           IF      KHD-HELD
               GO TO SUB-8810-EXIT
           END-IF

           PERFORM SUB-8830-STAMP-NOW THRU SUB-8830-EXIT

           MOVE SPACES             TO KSDS-HOLD-REC
           SET  KHD-HELD           TO TRUE
           MOVE W-KHD-HOLDER       TO KHD-HOLDER
           MOVE W-KHD-NOW-DATE     TO KHD-TAKEN-DATE
                                      W-KHD-TAKEN-DATE
           MOVE W-KHD-NOW-TIME     TO KHD-TAKEN-TIME
                                      W-KHD-TAKEN-TIME

           PERFORM SUB-8840-WRITE-KSDS-HOLD THRU SUB-8840-EXIT

           IF      W-HOLDFILE-STATUS = '00'
               SET  W-KHD-TAKEN    TO TRUE
           END-IF
           .
       SUB-8810-EXIT.
           EXIT.
      /
       SUB-8820-RELEASE-KSDS-HOLD.
      *---------------------------

           IF      NOT W-KHD-TAKEN
               GO TO SUB-8820-EXIT
           END-IF

           MOVE 'N'                TO W-KHD-TAKEN-SW

           PERFORM SUB-8800-READ-KSDS-HOLD THRU SUB-8800-EXIT

           IF      NOT KHD-HELD
           OR      KHD-HOLDER     NOT = W-KHD-HOLDER
           OR      KHD-TAKEN-DATE NOT = W-KHD-TAKEN-DATE
           OR      KHD-TAKEN-TIME NOT = W-KHD-TAKEN-TIME
               GO TO SUB-8820-EXIT
           END-IF

           PERFORM SUB-8830-STAMP-NOW THRU SUB-8830-EXIT

           SET  KHD-FREE           TO TRUE
           MOVE W-KHD-NOW-DATE     TO KHD-RELEASED-DATE
           MOVE W-KHD-NOW-TIME     TO KHD-RELEASED-TIME
           MOVE SPACES             TO KHD-CLEARED-BY

           PERFORM SUB-8840-WRITE-KSDS-HOLD THRU SUB-8840-EXIT
           .
       SUB-8820-EXIT.
           EXIT.
      /
       SUB-8830-STAMP-NOW.
      *-------------------

           MOVE FUNCTION CURRENT-DATE
                                   TO W-KHD-NOW

           MOVE SPACES             TO W-KHD-NOW-DATE
                                      W-KHD-NOW-TIME
           STRING W-KHD-NOW-YYYY   '-'
                  W-KHD-NOW-MM     '-'
                  W-KHD-NOW-DD     DELIMITED SIZE
                                      INTO W-KHD-NOW-DATE
           STRING W-KHD-NOW-HH     ':'
                  W-KHD-NOW-MIN    ':'
                  W-KHD-NOW-SS     DELIMITED SIZE
                                      INTO W-KHD-NOW-TIME
           .
       SUB-8830-EXIT.
           EXIT.
      /
       SUB-8840-WRITE-KSDS-HOLD.
      *-------------------------

           OPEN OUTPUT HOLDFILE

           IF      W-HOLDFILE-STATUS NOT = '00'
               GO TO SUB-8840-EXIT
           END-IF

           WRITE HOLDFILE-REC    FROM KSDS-HOLD-REC

           CLOSE HOLDFILE
           .
       SUB-8840-EXIT.
           EXIT.
