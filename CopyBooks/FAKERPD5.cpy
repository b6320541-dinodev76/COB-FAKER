      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Common paragraphs to reduce one identity to the
      *              keyed one-way digest the real-customer collision
      *              screen compares on, shared by the production-side
      *              hash builder FAKERHSH and the screen itself,
      *              FAKERSCR, so both sides always normalize and hash
      *              a value the same way.
      *
      *              SUB-8700-DIGEST-SSN digests a tax ID: its digits
      *              only, which must number exactly nine.
      *
      *              SUB-8710-DIGEST-NAME-DOB digests a last name,
      *              first name and date of birth together: the names
      *              upper-cased, the date's digits only (YYYYMMDD),
      *              and all three must be present.
      *
      *              Either one returns a 64-bit digest in two halves,
      *              the CRC32 of key + kind + value and of kind +
      *              value + key, so the production values cannot be
      *              recovered from the digest file by anyone without
      *              the screening key; a value that cannot be
      *              normalized leaves W-SCR-VALID-SW 'N'.
      *
      *              The copying program supplies W-SCR-KEY X(32),
      *              W-SCR-SSN X(11), W-SCR-FIRST-NAME X(25),
      *              W-SCR-LAST-NAME X(35), W-SCR-DOB X(10),
      *              W-SCR-VALID-SW (88 W-SCR-VALID), W-SCR-DIGEST-1
      *              and W-SCR-DIGEST-2 9(10) COMP, W-SCR-BUFFER-1
      *              (W-SCR-KEY-1 X(32), W-SCR-KIND-1 X(01),
      *              W-SCR-VALUE-1 X(68)), W-SCR-BUFFER-2
      *              (W-SCR-KIND-2 X(01), W-SCR-VALUE-2 X(68),
      *              W-SCR-KEY-2 X(32)), W-SCR-VALUE X(68),
      *              W-SCR-DX and W-SCR-OUT-DX S9(4) COMP, and
      *              W-CRC32-PARAMETER (COPY CRC32L) plus
      *              W-CRC32-PROG.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

       SUB-8700-DIGEST-SSN.
      *--------------------

           MOVE 'N'                TO W-SCR-VALID-SW
           MOVE SPACES             TO W-SCR-VALUE
           MOVE 0                  TO W-SCR-OUT-DX

           PERFORM SUB-8705-TAKE-ONE-DIGIT THRU SUB-8705-EXIT
               VARYING W-SCR-DX FROM 1 BY 1
                 UNTIL W-SCR-DX > LENGTH OF W-SCR-SSN

           IF      W-SCR-OUT-DX NOT = 9
               GO TO SUB-8700-EXIT
           END-IF

           MOVE 'S'                TO W-SCR-KIND-1
                                      W-SCR-KIND-2

           PERFORM SUB-8790-DIGEST-VALUE THRU SUB-8790-EXIT
           .
       SUB-8700-EXIT.
           EXIT.
      /
       SUB-8705-TAKE-ONE-DIGIT.
      *------------------------

           IF      W-SCR-SSN(W-SCR-DX : 1) NOT NUMERIC
               GO TO SUB-8705-EXIT
           END-IF

           ADD  1                  TO W-SCR-OUT-DX

           IF      W-SCR-OUT-DX <= 9
               MOVE W-SCR-SSN(W-SCR-DX : 1)
                                   TO W-SCR-VALUE(W-SCR-OUT-DX : 1)
           END-IF
           .
       SUB-8705-EXIT.
           EXIT.
      /
       SUB-8710-DIGEST-NAME-DOB.
      *-------------------------

           MOVE 'N'                TO W-SCR-VALID-SW

           IF      W-SCR-LAST-NAME = SPACES
           OR      W-SCR-FIRST-NAME = SPACES
               GO TO SUB-8710-EXIT
           END-IF

           MOVE SPACES             TO W-SCR-VALUE
           MOVE W-SCR-LAST-NAME    TO W-SCR-VALUE(1 : 35)
           MOVE W-SCR-FIRST-NAME   TO W-SCR-VALUE(36 : 25)

           INSPECT W-SCR-VALUE(1 : 60)
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE 60                 TO W-SCR-OUT-DX

           PERFORM SUB-8715-TAKE-ONE-DATE-DIGIT THRU SUB-8715-EXIT
               VARYING W-SCR-DX FROM 1 BY 1
                 UNTIL W-SCR-DX > LENGTH OF W-SCR-DOB

           IF      W-SCR-OUT-DX NOT = 68
               GO TO SUB-8710-EXIT
           END-IF

           MOVE 'N'                TO W-SCR-KIND-1
                                      W-SCR-KIND-2

           PERFORM SUB-8790-DIGEST-VALUE THRU SUB-8790-EXIT
           .
       SUB-8710-EXIT.
           EXIT.
      /
       SUB-8715-TAKE-ONE-DATE-DIGIT.
      *-----------------------------

           IF      W-SCR-DOB(W-SCR-DX : 1) NOT NUMERIC
               GO TO SUB-8715-EXIT
           END-IF

           ADD  1                  TO W-SCR-OUT-DX

           IF      W-SCR-OUT-DX <= 68
               MOVE W-SCR-DOB(W-SCR-DX : 1)
                                   TO W-SCR-VALUE(W-SCR-OUT-DX : 1)
           END-IF
           .
       SUB-8715-EXIT.
           EXIT.
      /
       SUB-8790-DIGEST-VALUE.
      *----------------------

           MOVE W-SCR-KEY          TO W-SCR-KEY-1
                                      W-SCR-KEY-2
           MOVE W-SCR-VALUE        TO W-SCR-VALUE-1
                                      W-SCR-VALUE-2

           SET  CRC-STAGE-START-END
                                   TO TRUE
           SET  CRC-BUFFER-PTR     TO ADDRESS OF W-SCR-BUFFER-1
           MOVE LENGTH OF W-SCR-BUFFER-1
                                   TO CRC-BUFFER-LEN
           CALL W-CRC32-PROG    USING W-CRC32-PARAMETER
           MOVE CRC-CHECKSUM       TO W-SCR-DIGEST-1

           SET  CRC-STAGE-START-END
                                   TO TRUE
           SET  CRC-BUFFER-PTR     TO ADDRESS OF W-SCR-BUFFER-2
           MOVE LENGTH OF W-SCR-BUFFER-2
                                   TO CRC-BUFFER-LEN
           CALL W-CRC32-PROG    USING W-CRC32-PARAMETER
           MOVE CRC-CHECKSUM       TO W-SCR-DIGEST-2

           MOVE 'Y'                TO W-SCR-VALID-SW
           .
       SUB-8790-EXIT.
           EXIT.
