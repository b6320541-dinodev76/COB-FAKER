      **** totals.  Any disagreement - a truncated transfer, a
      **** missing file, a corrupted record - ends the job with
      **** RETURN-CODE 8 so downstream steps fail fast instead of
      **** debugging phantom data problems later.  The PARM may name
      **** the manifest to verify (a job-ID run's own manifest, say);
      **** no PARM verifies 'Data\FAKERGEN Manifest.txt'.  A manifest
      **** FAKERDLV stamped with a '*DELIVERY*' record gets a receipt
      **** written back - the delivery ID, the result and the totals
      **** recomputed here - so the delivering side knows the set
      **** arrived and what shape it arrived in.

       ENVIRONMENT DIVISION.
      *=====================
      *---------------------

       FILE-CONTROL.
           SELECT MANIFILE       ASSIGN DYNAMIC W-MANIFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-MANIFILE-STATUS.

           SELECT CRCFILE        ASSIGN DYNAMIC W-CRC-IN-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CRCFILE-STATUS.

           SELECT RCPFILE            ASSIGN 'Data\FAKERDLV Receipts.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-RCPFILE-STATUS.
      /
       DATA DIVISION.
      *==============

       01  CRCFILE-REC             PIC X(600).

       FD  RCPFILE.

       01  RCPFILE-REC             PIC X(109).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-MANIFILE-STATUS       PIC X(02).
       01  W-CRCFILE-STATUS        PIC X(02).
       01  W-RCPFILE-STATUS        PIC X(02).

       01  W-MANIFILE-PATH         PIC X(40)       VALUE
           'Data\FAKERGEN Manifest.txt'.
       01  W-PARM-TEXT             PIC X(40)       VALUE SPACES.

      **** The delivery this manifest was sent under (zero when it
      **** carries no '*DELIVERY*' stamp) and the totals the receipt
      **** reports back.

       01  W-DELIVERY-ID           PIC 9(06)       VALUE 0.
       01  W-RCV-RECORD-TOTAL      PIC 9(11)       VALUE 0.
       01  W-RCV-CRC-TOTAL         PIC 9(12)       VALUE 0.

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY      PIC 9(04).
           05  W-CURRENT-MM        PIC 9(02).
           05  W-CURRENT-DD        PIC 9(02).
           05  W-CURRENT-HH        PIC 9(02).
           05  W-CURRENT-MI        PIC 9(02).
           05  W-CURRENT-SS        PIC 9(02).
           05  FILLER              PIC X(07).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       COPY FAKERRCP.

       01  W-CRC32-PARAMETER.      COPY CRC32L.
      /
       PROCEDURE DIVISION.
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           IF      W-PARM-TEXT NOT = SPACES
               MOVE W-PARM-TEXT    TO W-MANIFILE-PATH
           END-IF

           OPEN INPUT MANIFILE

           IF      W-MANIFILE-STATUS NOT = '00'
      *-------------------------

      **** The retention stamp is set-level metadata for FAKERSWP,
      **** the screening stamp FAKERSCR's, the subscription stamp
      **** FAKERSUB's and the delivery stamp FAKERDLV's - not files
      **** to verify.

           IF      MAN-FILE-PATH = '*RETENTION*'
           OR      MAN-FILE-PATH = '*SCREENED*'
           OR      MAN-FILE-PATH = '*SUBSCRIBED*'
               GO TO SUB-2100-EXIT
           END-IF

           IF      MAN-FILE-PATH = '*DELIVERY*'
               IF      MANIFILE-REC(42 : 6) NUMERIC
                   MOVE MANIFILE-REC(42 : 6)
                                   TO W-DELIVERY-ID
               END-IF
               GO TO SUB-2100-EXIT
           END-IF

           IF      MAN-CRC = 0
               DISPLAY 'FAKERVFY: count-only entry skipped: '
                       MAN-FILE-PATH
               ADD  MAN-RECORD-CNT TO W-RCV-RECORD-TOTAL
               GO TO SUB-2100-EXIT
           END-IF

               GO TO SUB-2100-EXIT
           END-IF

           ADD  W-CRC-RECORD-CNT   TO W-RCV-RECORD-TOTAL
           ADD  W-CRC-VALUE        TO W-RCV-CRC-TOTAL

           IF      W-CRC-RECORD-CNT NOT = MAN-RECORD-CNT
               DISPLAY W-ERROR-MSG
                       'record count mismatch: '
               MOVE 8              TO RETURN-CODE
           END-IF

           IF      W-DELIVERY-ID > 0
               PERFORM SUB-3100-WRITE-RECEIPT THRU SUB-3100-EXIT
           END-IF

           DISPLAY 'FAKERVFY completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-WRITE-RECEIPT.
      *-----------------------

      **** The acknowledgment for a stamped delivery, appended to
      **** the receipts file that goes back to the delivering side.

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE

           MOVE SPACES             TO RECEIPT-REC
           MOVE W-DELIVERY-ID      TO RCP-DELIVERY-ID
           MOVE W-MANIFILE-PATH    TO RCP-MANIFEST-PATH
           STRING W-CURRENT-YYYY   '-'
                  W-CURRENT-MM     '-'
                  W-CURRENT-DD     DELIMITED SIZE
                                   INTO RCP-VERIFY-DATE
           STRING W-CURRENT-HH     ':'
                  W-CURRENT-MI     ':'
                  W-CURRENT-SS     DELIMITED SIZE
                                   INTO RCP-VERIFY-TIME

           IF      W-FILES-FAILED = 0
               SET  RCP-CLEAN      TO TRUE
           ELSE
               SET  RCP-FAILED     TO TRUE
           END-IF

           MOVE W-FILES-CHECKED    TO RCP-FILES-CHECKED
           MOVE W-FILES-FAILED     TO RCP-FILES-FAILED
           MOVE W-RCV-RECORD-TOTAL TO RCP-RECORD-TOTAL
           MOVE W-RCV-CRC-TOTAL    TO RCP-CRC-TOTAL

           OPEN EXTEND RCPFILE
           IF      W-RCPFILE-STATUS NOT = '00'
               OPEN OUTPUT RCPFILE
           END-IF

           WRITE RCPFILE-REC       FROM RECEIPT-REC

           CLOSE RCPFILE

           DISPLAY 'FAKERVFY: receipt written for delivery '
                   W-DELIVERY-ID
           .
       SUB-3100-EXIT.
           EXIT.
      /
       COPY FAKERPD3.
