      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Common paragraph every reader of the fixed
      *              multi-record extract performs before it reads
      *              anything else, so an extract written by a newer
      *              FAKERGEN than the reader was compiled with is
      *              refused instead of misread (COPY FAKERLYV).
      *
      *              SUB-8900-CHECK-LAYOUT-VERSION reads the first
      *              record of the file named in W-LYV-PATH and sets
      *              W-LYV-RESULT-SW:
      *                  W-LYV-NO-HEADER  no file, or its first record
      *                                   is not an 'H' record - not
      *                                   this check's business;
      *                  W-LYV-UNSTAMPED  an 'H' record written before
      *                                   stamping began (warned);
      *                  W-LYV-OLDER      an older version (warned);
      *                  W-LYV-CURRENT    this program's version;
      *                  W-LYV-TOO-NEW    a newer version - refused
      *                                   with RETURN-CODE 12.
      *
      *              The copying program supplies LYVFILE (ASSIGN
      *              DYNAMIC W-LYV-PATH, LINE SEQUENTIAL, FILE STATUS
      *              W-LYVFILE-STATUS, record LYVFILE-REC X(600)),
      *              the FAKERLYV fields and W-ERROR-MSG (whose
      *              program name also prefixes the warnings).
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

       SUB-8900-CHECK-LAYOUT-VERSION.
      *------------------------------

           SET  W-LYV-NO-HEADER    TO TRUE
           MOVE 0                  TO W-LYV-FILE-VERSION

           OPEN INPUT  LYVFILE

           IF      W-LYVFILE-STATUS NOT = '00'
               GO TO SUB-8900-EXIT
           END-IF

           MOVE SPACES             TO LYVFILE-REC

           READ LYVFILE
               AT END
                   MOVE SPACES     TO LYVFILE-REC
           END-READ

           CLOSE LYVFILE

           IF      LYVFILE-REC(1 : 1) NOT = 'H'
               GO TO SUB-8900-EXIT
           END-IF

           IF      LYVFILE-REC(43 : 2) NOT NUMERIC
               SET  W-LYV-UNSTAMPED
                                   TO TRUE
               MOVE W-LYV-CURRENT-VERSION
                                   TO W-LYV-DISP-VERSION
               DISPLAY W-ERROR-MSG(6 : 8)
                       ': extract layout is unstamped (written before '
                       'layout versions) - appended fields may be '
                       'missing; FAKERUPG brings it to version '
                       W-LYV-DISP-VERSION
               GO TO SUB-8900-EXIT
           END-IF

           MOVE LYVFILE-REC(43 : 2)
                                   TO W-LYV-FILE-VERSION

           EVALUATE TRUE
             WHEN W-LYV-FILE-VERSION > W-LYV-CURRENT-VERSION
               SET  W-LYV-TOO-NEW  TO TRUE
               MOVE W-LYV-FILE-VERSION
                                   TO W-LYV-DISP-VERSION
               DISPLAY W-ERROR-MSG
                       'extract layout version '
                       W-LYV-DISP-VERSION
               MOVE W-LYV-CURRENT-VERSION
                                   TO W-LYV-DISP-VERSION
               DISPLAY W-ERROR-MSG
                       'is newer than this program understands ('
                       W-LYV-DISP-VERSION
                       ') - recompile it against the current '
                       'layout before reading this file'
               MOVE 12             TO RETURN-CODE

             WHEN W-LYV-FILE-VERSION < W-LYV-CURRENT-VERSION
               SET  W-LYV-OLDER    TO TRUE
               MOVE W-LYV-FILE-VERSION
                                   TO W-LYV-DISP-VERSION
               DISPLAY W-ERROR-MSG(6 : 8)
                       ': extract layout version '
                       W-LYV-DISP-VERSION
                       ' is older than current - appended fields '
                       'may be missing; FAKERUPG brings it forward'

             WHEN OTHER
               SET  W-LYV-CURRENT  TO TRUE
           END-EVALUATE
           .
       SUB-8900-EXIT.
           EXIT.
