      *              customer ID: a 3-7-1 weighted sum of the
      *              8-digit ID sequence plus the digit sum of the
      *              run seed, mod 10 - so the digit verifies only
      *              against the run seed that minted it.  A persona
      *              customer ID (sequence 90000000 to 90099999, the
      *              range FAKERGEN reserves for persona scenarios)
      *              leaves the seed out, so a persona keeps the same
      *              customer ID in every run whatever the seed.
      *
      *              SUB-8650-COMPUTE-HDR-SIG derives the header
      *              record's keyed signature: a CRC32 over the run
      *              seed, the run date, the fixed key text and the
      *              layout version (COPY FAKERLYV).  A header written
      *              before layout versions were stamped carries no
      *              version, and its signature is the CRC32 over the
      *              first three alone, so it still verifies.
      *
      *              The copying program supplies W-WMK-SEQ8,
      *              W-WMK-SEQ8-DIG(8), W-WMK-SEED-DISP,
      *              W-WMK-SEED-DIG(9), W-WMK-CHECK, W-WMK-SUM,
      *              W-WMK-QUOT, W-WMK-DX, W-WMK-DATE,
      *              W-WMK-LAYOUT-VERSION X(02), W-WMK-SIG-BUF X(29),
      *              W-WMK-SIG, W-CRC32-PROG and
      *              W-CRC32-PARAMETER (COPY CRC32L).
      *
      * Date        Version  Description
                                      + W-WMK-SEQ8-DIG(W-WMK-DX) * 3
           END-PERFORM

      **** Persona IDs are seed-independent by design.
           IF      W-WMK-SEQ8 < 90000000
           OR      W-WMK-SEQ8 > 90099999
               PERFORM VARYING W-WMK-DX FROM 1 BY 1
                         UNTIL W-WMK-DX > 9
                   ADD  W-WMK-SEED-DIG(W-WMK-DX)
                                   TO W-WMK-SUM
               END-PERFORM
           END-IF

           DIVIDE W-WMK-SUM        BY 10
                                   GIVING W-WMK-QUOT
           MOVE SPACES             TO W-WMK-SIG-BUF
           STRING W-WMK-SEED-DISP
                  W-WMK-DATE
                  'COBFAKER'
                  W-WMK-LAYOUT-VERSION
                                   DELIMITED SIZE
                                   INTO W-WMK-SIG-BUF

           SET  CRC-STAGE-START-END
                                   TO TRUE
           SET  CRC-BUFFER-PTR     TO ADDRESS OF W-WMK-SIG-BUF

           IF      W-WMK-LAYOUT-VERSION = SPACES
               MOVE 27             TO CRC-BUFFER-LEN
           ELSE
               MOVE LENGTH OF W-WMK-SIG-BUF
                                   TO CRC-BUFFER-LEN
           END-IF

           CALL W-CRC32-PROG    USING W-CRC32-PARAMETER

