      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             FAKERICL.

      **** Image cash letter builder: turns FAKERPPE's paid-
      **** presentment file into an X9.37 forward-presentment image
      **** cash letter - file header (01), cash letter header (10),
      **** bundle headers (20), one check detail (25) and BOFD
      **** addendum A (26) per paid item, each followed by a front
      **** and back image view detail/data pair (50/52) carrying a
      **** placeholder image, then bundle controls (70), the cash
      **** letter control (90) and the file control (99), whose item
      **** counts, image counts and dollar totals are accumulated
      **** the way capture software would, so the item-processing
      **** platform's balancing edits pass.
      ****
      **** Every paid item goes into the cash letter exactly as
      **** FAKERPPE paid it, so its planted exceptions (AMT altered
      **** amount, SER wrong serial, DUP duplicate presentment, PNI
      **** paid-no-issue) arrive in the image-exception queue
      **** unchanged.  The exception cross-reference names the item
      **** sequence number and bundle each answer-key item landed
      **** in, and a key item that cannot be found in the cash
      **** letter - or a DUP that was not presented twice - ends the
      **** run with return code 8.
      ****
      **** PARM: items per bundle, optional FAKRAND seed - comma-
      **** delimited.  The seed drives only the generated institution
      **** routing numbers, so a rerun with the same PARM rebuilds
      **** the identical file.
      ****
      **** Records are written as ASCII text, one record per line -
      **** the 4-byte record length prefix and EBCDIC translation of
      **** the transmitted form are the transmission step's job, the
      **** same division of labour FAKERCNV provides for the
      **** generated extracts.

       ENVIRONMENT DIVISION.
      *=====================

       CONFIGURATION SECTION.
      *----------------------

       SOURCE-COMPUTER.
           IBM-Z15.
      *    IBM-Z15 DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
      *---------------------

       FILE-CONTROL.
           SELECT PAIDIN                ASSIGN 'Data\FAKERPPE Paid.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-PAIDIN-STATUS.

           SELECT KEYIN               ASSIGN 'Data\FAKERPPE Exckey.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-KEYIN-STATUS.

           SELECT ICLFILE             ASSIGN 'Data\FAKERICL Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT XRFFILE             ASSIGN 'Data\FAKERICL Exckey.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  PAIDIN.

       01  PAIDIN-REC.
           05  PAY-BANK-ROUTING    PIC X(10).
           05  FILLER              PIC X(01).
           05  PAY-BANK-ACCOUNT    PIC X(12).
           05  FILLER              PIC X(01).
           05  PAY-CHECK-SERIAL    PIC 9(08).
           05  FILLER              PIC X(01).
           05  PAY-AMOUNT-CENTS    PIC 9(10).
           05  FILLER              PIC X(01).
           05  PAY-PAID-DATE       PIC X(10).

       FD  KEYIN.

       01  KEYIN-REC.
           05  KEY-BANK-ACCOUNT    PIC X(12).
           05  FILLER              PIC X(01).
           05  KEY-CHECK-SERIAL    PIC 9(08).
           05  FILLER              PIC X(01).
           05  KEY-EXCEPTION-CODE  PIC X(03).

       FD  ICLFILE.

      **** X9.37 records.  Every record but the image view data (52)
      **** is a fixed 80 bytes; the 52 carries its variable-length
      **** image data behind 117 bytes of fixed fields.

       01  ICLFILE-REC             PIC X(200).

       01  ICL-FILE-HDR-REC REDEFINES ICLFILE-REC.
           05  IFH-RECORD-TYPE     PIC X(02).
           05  IFH-STANDARD-LEVEL  PIC X(02).
           05  IFH-TEST-FILE-IND   PIC X(01).
           05  IFH-IMMED-DEST      PIC X(09).
           05  IFH-IMMED-ORIGIN    PIC X(09).
           05  IFH-CREATION-DATE   PIC 9(08).
           05  IFH-CREATION-TIME   PIC 9(04).
           05  IFH-RESEND-IND      PIC X(01).
           05  IFH-DEST-NAME       PIC X(18).
           05  IFH-ORIGIN-NAME     PIC X(18).
           05  IFH-FILE-ID-MOD     PIC X(01).
           05  IFH-COUNTRY-CODE    PIC X(02).
           05  IFH-USER-FIELD      PIC X(04).
           05  IFH-RESERVED        PIC X(01).
           05  FILLER              PIC X(120).

       01  ICL-CL-HDR-REC REDEFINES ICLFILE-REC.
           05  ICH-RECORD-TYPE     PIC X(02).
           05  ICH-COLLECTION-TYPE PIC X(02).
           05  ICH-DEST-ROUTING    PIC X(09).
           05  ICH-ECE-ROUTING     PIC X(09).
           05  ICH-BUSINESS-DATE   PIC 9(08).
           05  ICH-CREATION-DATE   PIC 9(08).
           05  ICH-CREATION-TIME   PIC 9(04).
           05  ICH-RECORD-TYPE-IND PIC X(01).
           05  ICH-DOC-TYPE-IND    PIC X(01).
           05  ICH-CASH-LETTER-ID  PIC X(08).
           05  ICH-CONTACT-NAME    PIC X(14).
           05  ICH-CONTACT-PHONE   PIC X(10).
           05  ICH-FED-WORK-TYPE   PIC X(01).
           05  ICH-USER-FIELD      PIC X(02).
           05  ICH-RESERVED        PIC X(01).
           05  FILLER              PIC X(120).

       01  ICL-BUNDLE-HDR-REC REDEFINES ICLFILE-REC.
           05  IBH-RECORD-TYPE     PIC X(02).
           05  IBH-COLLECTION-TYPE PIC X(02).
           05  IBH-DEST-ROUTING    PIC X(09).
           05  IBH-ECE-ROUTING     PIC X(09).
           05  IBH-BUSINESS-DATE   PIC 9(08).
           05  IBH-CREATION-DATE   PIC 9(08).
           05  IBH-BUNDLE-ID       PIC X(10).
           05  IBH-SEQUENCE-NO     PIC 9(04).
           05  IBH-CYCLE-NO        PIC X(02).
           05  IBH-RETURN-ROUTING  PIC X(09).
           05  IBH-USER-FIELD      PIC X(05).
           05  IBH-RESERVED        PIC X(12).
           05  FILLER              PIC X(120).

       01  ICL-CHECK-DETAIL-REC REDEFINES ICLFILE-REC.
           05  ICD-RECORD-TYPE     PIC X(02).
           05  ICD-AUX-ON-US       PIC X(15).
           05  ICD-EPC             PIC X(01).
           05  ICD-PAYOR-ROUTING   PIC X(08).
           05  ICD-PAYOR-CHECK-DIG PIC X(01).
           05  ICD-ON-US           PIC X(20).
           05  ICD-AMOUNT          PIC 9(10).
           05  ICD-ECE-ITEM-SEQ    PIC 9(15).
           05  ICD-DOC-TYPE-IND    PIC X(01).
           05  ICD-RETURN-ACCEPT   PIC X(01).
           05  ICD-MICR-VALID      PIC X(01).
           05  ICD-BOFD-IND        PIC X(01).
           05  ICD-ADDENDUM-COUNT  PIC 9(02).
           05  ICD-CORRECTION-IND  PIC X(01).
           05  ICD-ARCHIVE-TYPE    PIC X(01).
           05  FILLER              PIC X(120).

       01  ICL-ADDENDUM-A-REC REDEFINES ICLFILE-REC.
           05  IAA-RECORD-TYPE     PIC X(02).
           05  IAA-RECORD-NO       PIC X(01).
           05  IAA-BOFD-ROUTING    PIC X(09).
           05  IAA-BOFD-DATE       PIC 9(08).
           05  IAA-BOFD-ITEM-SEQ   PIC 9(15).
           05  IAA-DEPOSIT-ACCOUNT PIC X(18).
           05  IAA-DEPOSIT-BRANCH  PIC X(05).
           05  IAA-PAYEE-NAME      PIC X(15).
           05  IAA-TRUNCATION-IND  PIC X(01).
           05  IAA-CONVERSION-IND  PIC X(01).
           05  IAA-CORRECTION-IND  PIC X(01).
           05  IAA-USER-FIELD      PIC X(01).
           05  IAA-RESERVED        PIC X(03).
           05  FILLER              PIC X(120).

       01  ICL-IMAGE-DETAIL-REC REDEFINES ICLFILE-REC.
           05  IID-RECORD-TYPE     PIC X(02).
           05  IID-IMAGE-IND       PIC X(01).
           05  IID-CREATOR-ROUTING PIC X(09).
           05  IID-CREATOR-DATE    PIC 9(08).
           05  IID-FORMAT-IND      PIC X(02).
           05  IID-COMPRESSION     PIC X(02).
           05  IID-DATA-SIZE       PIC 9(07).
           05  IID-VIEW-SIDE       PIC X(01).
           05  IID-VIEW-DESCRIPTOR PIC X(02).
           05  IID-SIGNATURE-IND   PIC X(01).
           05  IID-SIGNATURE-METH  PIC X(02).
           05  IID-KEY-SIZE        PIC X(05).
           05  IID-PROTECTED-START PIC X(07).
           05  IID-PROTECTED-LEN   PIC X(07).
           05  IID-RECREATE-IND    PIC X(01).
           05  IID-USER-FIELD      PIC X(08).
           05  IID-RESERVED        PIC X(01).
           05  IID-OVERRIDE-IND    PIC X(01).
           05  IID-RESERVED-2      PIC X(13).
           05  FILLER              PIC X(120).

       01  ICL-IMAGE-DATA-REC REDEFINES ICLFILE-REC.
           05  IIM-RECORD-TYPE     PIC X(02).
           05  IIM-ECE-ROUTING     PIC X(09).
           05  IIM-BUNDLE-DATE     PIC 9(08).
           05  IIM-CYCLE-NO        PIC X(02).
           05  IIM-ECE-ITEM-SEQ    PIC 9(15).
           05  IIM-SECURITY-ORIG   PIC X(16).
           05  IIM-SECURITY-AUTH   PIC X(16).
           05  IIM-SECURITY-KEY    PIC X(16).
           05  IIM-CLIP-ORIGIN     PIC X(01).
           05  IIM-CLIP-H1         PIC X(04).
           05  IIM-CLIP-H2         PIC X(04).
           05  IIM-CLIP-V1         PIC X(04).
           05  IIM-CLIP-V2         PIC X(04).
           05  IIM-REF-KEY-LEN     PIC 9(04).
           05  IIM-SIGNATURE-LEN   PIC 9(05).
           05  IIM-IMAGE-DATA-LEN  PIC 9(07).
           05  IIM-IMAGE-DATA      PIC X(83).

       01  ICL-BUNDLE-CTL-REC REDEFINES ICLFILE-REC.
           05  IBC-RECORD-TYPE     PIC X(02).
           05  IBC-ITEM-COUNT      PIC 9(04).
           05  IBC-TOTAL-AMOUNT    PIC 9(12).
           05  IBC-MICR-VALID-AMT  PIC 9(12).
           05  IBC-IMAGE-COUNT     PIC 9(05).
           05  IBC-USER-FIELD      PIC X(20).
           05  IBC-RESERVED        PIC X(25).
           05  FILLER              PIC X(120).

       01  ICL-CL-CTL-REC REDEFINES ICLFILE-REC.
           05  ICC-RECORD-TYPE     PIC X(02).
           05  ICC-BUNDLE-COUNT    PIC 9(06).
           05  ICC-ITEM-COUNT      PIC 9(08).
           05  ICC-TOTAL-AMOUNT    PIC 9(14).
           05  ICC-IMAGE-COUNT     PIC 9(09).
           05  ICC-ECE-NAME        PIC X(18).
           05  ICC-SETTLEMENT-DATE PIC 9(08).
           05  ICC-RESERVED        PIC X(15).
           05  FILLER              PIC X(120).

       01  ICL-FILE-CTL-REC REDEFINES ICLFILE-REC.
           05  IFC-RECORD-TYPE     PIC X(02).
           05  IFC-CASH-LETTER-CNT PIC 9(06).
           05  IFC-RECORD-COUNT    PIC 9(08).
           05  IFC-ITEM-COUNT      PIC 9(08).
           05  IFC-TOTAL-AMOUNT    PIC 9(16).
           05  IFC-CONTACT-NAME    PIC X(14).
           05  IFC-CONTACT-PHONE   PIC X(10).
           05  IFC-RESERVED        PIC X(16).
           05  FILLER              PIC X(120).

       FD  XRFFILE.

      **** Exception cross-reference: each answer-key item as it
      **** landed in the cash letter - one line per presentment, so
      **** a DUP shows both of its item sequence numbers.

       01  XRFFILE-REC.
           05  XRF-BANK-ACCOUNT    PIC X(12).
           05  FILLER              PIC X(01).
           05  XRF-CHECK-SERIAL    PIC 9(08).
           05  FILLER              PIC X(01).
           05  XRF-EXCEPTION-CODE  PIC X(03).
           05  FILLER              PIC X(01).
           05  XRF-BUNDLE-ID       PIC X(10).
           05  FILLER              PIC X(01).
           05  XRF-ECE-ITEM-SEQ    PIC 9(15).
           05  FILLER              PIC X(01).
           05  XRF-AMOUNT-CENTS    PIC 9(10).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-PAIDIN-STATUS         PIC X(02).
       01  W-KEYIN-STATUS          PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
       01  W-KEY-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-KEY-EOF                           VALUE 'Y'.

       01  W-ITEMS-PER-BUNDLE      PIC 9(04)  COMP VALUE 100.
       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.

      **** Balancing counters - bundle level, cash letter level and
      **** file level.

       01  W-BUNDLE-OPEN-SW        PIC X(01)       VALUE 'N'.
           88  W-BUNDLE-OPEN                       VALUE 'Y'.
       01  W-BUNDLE-NO             PIC 9(04)  COMP VALUE 0.
       01  W-BUNDLE-ITEMS          PIC 9(04)  COMP VALUE 0.
       01  W-BUNDLE-IMAGES         PIC 9(05)  COMP VALUE 0.
       01  W-BUNDLE-CENTS          PIC 9(12)  COMP VALUE 0.
       01  W-CL-ITEMS              PIC 9(08)  COMP VALUE 0.
       01  W-CL-IMAGES             PIC 9(09)  COMP VALUE 0.
       01  W-CL-CENTS              PIC 9(14)  COMP VALUE 0.
       01  W-FILE-RECORDS          PIC 9(08)  COMP VALUE 0.
       01  W-ITEM-SEQ              PIC 9(15)  COMP VALUE 0.

       01  W-BUNDLE-ID.
           05  W-BUNDLE-ID-DATE    PIC 9(06).
           05  W-BUNDLE-ID-NO      PIC 9(04).

       01  W-ECE-ROUTING           PIC X(09).
       01  W-DEST-ROUTING          PIC X(09).
       01  W-BUSINESS-DATE         PIC 9(08).

      **** Placeholder image data - a real capture would carry a
      **** TIFF G4 image here; the item-processing edits under test
      **** key on the record structure and the stated lengths, which
      **** agree with the data actually carried.

       01  W-IMAGE-FRONT           PIC X(40)       VALUE
           'PLACEHOLDER TIFF IMAGE - FRONT OF ITEM'.
       01  W-IMAGE-BACK            PIC X(40)       VALUE
           'PLACEHOLDER TIFF IMAGE - BACK OF ITEM'.
       01  W-IMAGE-DATA            PIC X(40).
       01  W-IMAGE-LEN             PIC 9(07)  COMP.
       01  W-VIEW-SIDE             PIC X(01).

      **** The answer key, loaded whole, with a tally of how many
      **** times each key item was presented in the cash letter.

       01  W-KEY-MAX               PIC S9(9)  COMP VALUE 5000.
       01  W-KEY-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-KEY-DX                PIC S9(9)  COMP.
       01  W-KEY-TABLE.
           05  W-KEY-OCCS          OCCURS 5000.
               10  W-KEY-ACCOUNT   PIC X(12).
               10  W-KEY-SERIAL    PIC 9(08).
               10  W-KEY-CODE      PIC X(03).
               10  W-KEY-FOUND-CNT PIC 9(04)  COMP.
       01  W-KEY-EXPECTED          PIC 9(04)  COMP.
       01  W-KEY-BREAKS            PIC 9(09)  COMP VALUE 0.
       01  W-KEY-ITEMS-FOUND       PIC 9(09)  COMP VALUE 0.

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY-MM-DD
                                   PIC 9(08).
           05  W-CURRENT-HH-MM-SS-HS
                                   PIC 9(08).
           05  FILLER              PIC X(05).

       01  FILLER REDEFINES W-CURRENT-DATE.
           05  FILLER              PIC X(02).
           05  W-CURRENT-YYMMDD    PIC 9(06).
           05  W-CURRENT-HHMM      PIC 9(04).
           05  FILLER              PIC X(09).

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERICL error: '.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(34)       VALUE
               'FAKERICL institution seed text    '.
           05  W-SEED-ITEM-NO      PIC 9(09).
           05  W-SEED-TEXT-RUN-SEED
                                   PIC 9(09).

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       01  W-FAKER-PARAMETER.      COPY FAKERLNK.

       01  W-FAKRAND-PARAMETER.    COPY FAKRANDL.

       01  W-PARM-TEXT             PIC X(40)       VALUE SPACES.
       01  W-PARM-BUNDLE-SIZE      PIC 9(04).
       01  W-PARM-SEED-NO          PIC 9(09).
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
               UNTIL W-EOF

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKERICL compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1050-READ-PARM THRU SUB-1050-EXIT

           IF      W-RUN-SEED-NO = 0
               PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE
           MOVE W-CURRENT-YYYY-MM-DD
                                   TO W-BUSINESS-DATE
           MOVE W-CURRENT-YYMMDD   TO W-BUNDLE-ID-DATE

           PERFORM SUB-1100-LOAD-ANSWER-KEY THRU SUB-1100-EXIT

           OPEN INPUT PAIDIN

           IF      W-PAIDIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open PAIDIN, status '
                       W-PAIDIN-STATUS
               SET  W-EOF          TO TRUE
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT ICLFILE
                       XRFFILE

           PERFORM SUB-1300-CHOOSE-INSTITUTIONS THRU SUB-1300-EXIT

           PERFORM SUB-1400-WRITE-FILE-HEADER THRU SUB-1400-EXIT

           PERFORM SUB-1500-WRITE-CL-HEADER THRU SUB-1500-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ','
                   INTO W-PARM-BUNDLE-SIZE
                        W-PARM-SEED-NO
           END-UNSTRING

           IF      W-PARM-BUNDLE-SIZE NUMERIC
           AND     W-PARM-BUNDLE-SIZE > 0
               MOVE W-PARM-BUNDLE-SIZE
                                   TO W-ITEMS-PER-BUNDLE
           END-IF

           IF      W-PARM-SEED-NO NUMERIC
           AND     W-PARM-SEED-NO > 0
               MOVE W-PARM-SEED-NO TO W-RUN-SEED-NO
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ANSWER-KEY.
      *-------------------------

      **** No key file is not an error - a FAKERPPE run at a zero
      **** exception rate plants nothing.

           OPEN INPUT KEYIN

           IF      W-KEYIN-STATUS NOT = '00'
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-LOAD-ONE-KEY THRU SUB-1110-EXIT
               UNTIL W-KEY-EOF

           CLOSE KEYIN
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-LOAD-ONE-KEY.
      *----------------------

           READ KEYIN
               AT END
                   SET  W-KEY-EOF  TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           IF      W-KEY-CNT >= W-KEY-MAX
               DISPLAY W-ERROR-MSG
                       'answer key table full at '
                       W-KEY-MAX
               SET  W-KEY-EOF      TO TRUE
               GO TO SUB-1110-EXIT
           END-IF

           ADD  1                  TO W-KEY-CNT
           MOVE KEY-BANK-ACCOUNT   TO W-KEY-ACCOUNT(W-KEY-CNT)
           MOVE KEY-CHECK-SERIAL   TO W-KEY-SERIAL(W-KEY-CNT)
           MOVE KEY-EXCEPTION-CODE TO W-KEY-CODE(W-KEY-CNT)
           MOVE 0                  TO W-KEY-FOUND-CNT(W-KEY-CNT)
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1200-CHOOSE-RUN-SEED.
      *-------------------------

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE SPACES             TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           MOVE FAKRAND-RESOLVED-SEED-NO
                                   TO W-RUN-SEED-NO
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-CHOOSE-INSTITUTIONS.
      *-----------------------------

      **** The ECE (sending) institution and the destination are
      **** generated routing numbers with real ABA check digits,
      **** item 0 of the run's seeded sequence - the FAKERACH
      **** SUB-1300-WRITE-FILE-HEADER convention.

           MOVE 0                  TO W-SEED-ITEM-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED
           MOVE W-SEED-TEXT        TO FAKER-SEED-TEXT
           MOVE 'FAKERICL'         TO FAKER-CALLING-PROGRAM

           SET  BANK-ROUTING       TO TRUE
           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER
           MOVE FAKER-RESULT(1 : 9)
                                   TO W-ECE-ROUTING

           SET  BANK-ROUTING       TO TRUE
           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER
           MOVE FAKER-RESULT(1 : 9)
                                   TO W-DEST-ROUTING

           IF      NOT FAKER-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       FAKER-RESPONSE-CODE
                       ' - '
                       FAKER-RESPONSE-MSG
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1400-WRITE-FILE-HEADER.
      *---------------------------

           MOVE SPACES             TO ICLFILE-REC
           MOVE '01'               TO IFH-RECORD-TYPE
           MOVE '03'               TO IFH-STANDARD-LEVEL
           MOVE 'T'                TO IFH-TEST-FILE-IND
           MOVE W-DEST-ROUTING     TO IFH-IMMED-DEST
           MOVE W-ECE-ROUTING      TO IFH-IMMED-ORIGIN
           MOVE W-CURRENT-YYYY-MM-DD
                                   TO IFH-CREATION-DATE
           MOVE W-CURRENT-HHMM     TO IFH-CREATION-TIME
           MOVE 'N'                TO IFH-RESEND-IND
           MOVE 'SYNTHETIC DEST'   TO IFH-DEST-NAME
           MOVE 'COB-FAKER ECE'    TO IFH-ORIGIN-NAME
           MOVE 'A'                TO IFH-FILE-ID-MOD
           MOVE 'US'               TO IFH-COUNTRY-CODE

           PERFORM SUB-9000-WRITE-ICL-80 THRU SUB-9000-EXIT
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-1500-WRITE-CL-HEADER.
      *-------------------------

      **** Forward presentment ('01'), image-only ('I' record type,
      **** 'G' electronic image with no paper to follow).

           MOVE SPACES             TO ICLFILE-REC
           MOVE '10'               TO ICH-RECORD-TYPE
           MOVE '01'               TO ICH-COLLECTION-TYPE
           MOVE W-DEST-ROUTING     TO ICH-DEST-ROUTING
           MOVE W-ECE-ROUTING      TO ICH-ECE-ROUTING
           MOVE W-BUSINESS-DATE    TO ICH-BUSINESS-DATE
           MOVE W-CURRENT-YYYY-MM-DD
                                   TO ICH-CREATION-DATE
           MOVE W-CURRENT-HHMM     TO ICH-CREATION-TIME
           MOVE 'I'                TO ICH-RECORD-TYPE-IND
           MOVE 'G'                TO ICH-DOC-TYPE-IND
           MOVE W-BUNDLE-ID-DATE   TO ICH-CASH-LETTER-ID(1 : 6)
           MOVE '01'               TO ICH-CASH-LETTER-ID(7 : 2)
           MOVE 'ITEM CAPTURE'     TO ICH-CONTACT-NAME
           MOVE '5555550100'       TO ICH-CONTACT-PHONE

           PERFORM SUB-9000-WRITE-ICL-80 THRU SUB-9000-EXIT
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           READ PAIDIN
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           IF      W-BUNDLE-OPEN
           AND     W-BUNDLE-ITEMS >= W-ITEMS-PER-BUNDLE
               PERFORM SUB-2900-CLOSE-BUNDLE THRU SUB-2900-EXIT
           END-IF

           IF      NOT W-BUNDLE-OPEN
               PERFORM SUB-2100-OPEN-BUNDLE THRU SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-ITEM-SEQ

           PERFORM SUB-2200-WRITE-CHECK-DETAIL THRU SUB-2200-EXIT

           PERFORM SUB-2300-WRITE-ADDENDUM-A THRU SUB-2300-EXIT

           MOVE '0'                TO W-VIEW-SIDE
           MOVE W-IMAGE-FRONT      TO W-IMAGE-DATA
           PERFORM SUB-2400-WRITE-IMAGE-VIEW THRU SUB-2400-EXIT

           MOVE '1'                TO W-VIEW-SIDE
           MOVE W-IMAGE-BACK       TO W-IMAGE-DATA
           PERFORM SUB-2400-WRITE-IMAGE-VIEW THRU SUB-2400-EXIT

           PERFORM SUB-2500-MATCH-ANSWER-KEY THRU SUB-2500-EXIT
               VARYING W-KEY-DX FROM 1 BY 1
                 UNTIL W-KEY-DX > W-KEY-CNT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-OPEN-BUNDLE.
      *---------------------

           ADD  1                  TO W-BUNDLE-NO
           MOVE W-BUNDLE-NO        TO W-BUNDLE-ID-NO
           MOVE 0                  TO W-BUNDLE-ITEMS
                                      W-BUNDLE-IMAGES
                                      W-BUNDLE-CENTS
           SET  W-BUNDLE-OPEN      TO TRUE

           MOVE SPACES             TO ICLFILE-REC
           MOVE '20'               TO IBH-RECORD-TYPE
           MOVE '01'               TO IBH-COLLECTION-TYPE
           MOVE W-DEST-ROUTING     TO IBH-DEST-ROUTING
           MOVE W-ECE-ROUTING      TO IBH-ECE-ROUTING
           MOVE W-BUSINESS-DATE    TO IBH-BUSINESS-DATE
           MOVE W-CURRENT-YYYY-MM-DD
                                   TO IBH-CREATION-DATE
           MOVE W-BUNDLE-ID        TO IBH-BUNDLE-ID
           MOVE W-BUNDLE-NO        TO IBH-SEQUENCE-NO
           MOVE '01'               TO IBH-CYCLE-NO
           MOVE W-ECE-ROUTING      TO IBH-RETURN-ROUTING

           PERFORM SUB-9000-WRITE-ICL-80 THRU SUB-9000-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-WRITE-CHECK-DETAIL.
      *----------------------------

      **** Commercial check MICR layout: the serial in the auxiliary
      **** on-us field, the account in the on-us field closed with
      **** the '/' on-us symbol, payor routing split from its check
      **** digit.  Amount and serial are exactly as paid.

           MOVE SPACES             TO ICLFILE-REC
           MOVE '25'               TO ICD-RECORD-TYPE
           MOVE PAY-CHECK-SERIAL   TO ICD-AUX-ON-US(8 : 8)
           MOVE PAY-BANK-ROUTING(1 : 8)
                                   TO ICD-PAYOR-ROUTING
           MOVE PAY-BANK-ROUTING(9 : 1)
                                   TO ICD-PAYOR-CHECK-DIG

           STRING PAY-BANK-ACCOUNT DELIMITED ' '
                  '/'              DELIMITED SIZE
                                   INTO ICD-ON-US

           MOVE PAY-AMOUNT-CENTS   TO ICD-AMOUNT
           MOVE W-ITEM-SEQ         TO ICD-ECE-ITEM-SEQ
           MOVE 'G'                TO ICD-DOC-TYPE-IND
           MOVE '0'                TO ICD-RETURN-ACCEPT
           MOVE '1'                TO ICD-MICR-VALID
           MOVE 'Y'                TO ICD-BOFD-IND
           MOVE 1                  TO ICD-ADDENDUM-COUNT
           MOVE '0'                TO ICD-CORRECTION-IND
           MOVE 'B'                TO ICD-ARCHIVE-TYPE

           PERFORM SUB-9000-WRITE-ICL-80 THRU SUB-9000-EXIT

           ADD  1                  TO W-BUNDLE-ITEMS
                                      W-CL-ITEMS
           ADD  PAY-AMOUNT-CENTS   TO W-BUNDLE-CENTS
                                      W-CL-CENTS
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-WRITE-ADDENDUM-A.
      *--------------------------

           MOVE SPACES             TO ICLFILE-REC
           MOVE '26'               TO IAA-RECORD-TYPE
           MOVE '1'                TO IAA-RECORD-NO
           MOVE W-ECE-ROUTING      TO IAA-BOFD-ROUTING
           MOVE W-BUSINESS-DATE    TO IAA-BOFD-DATE
           MOVE W-ITEM-SEQ         TO IAA-BOFD-ITEM-SEQ
           MOVE 'SYNTHETIC PAYEE'  TO IAA-PAYEE-NAME
           MOVE 'Y'                TO IAA-TRUNCATION-IND
           MOVE '2'                TO IAA-CONVERSION-IND
           MOVE '0'                TO IAA-CORRECTION-IND

           PERFORM SUB-9000-WRITE-ICL-80 THRU SUB-9000-EXIT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-WRITE-IMAGE-VIEW.
      *--------------------------

      **** One view - the 50 describing it, the 52 carrying it.  The
      **** data size on the 50 and the data length on the 52 are the
      **** placeholder's own trimmed length.

           MOVE 40                 TO W-IMAGE-LEN

           PERFORM SUB-2410-TRIM-IMAGE THRU SUB-2410-EXIT
               UNTIL W-IMAGE-LEN < 2
                  OR W-IMAGE-DATA(W-IMAGE-LEN : 1) NOT = SPACE

           MOVE SPACES             TO ICLFILE-REC
           MOVE '50'               TO IID-RECORD-TYPE
           MOVE '1'                TO IID-IMAGE-IND
           MOVE W-ECE-ROUTING      TO IID-CREATOR-ROUTING
           MOVE W-BUSINESS-DATE    TO IID-CREATOR-DATE
           MOVE '00'               TO IID-FORMAT-IND
           MOVE '00'               TO IID-COMPRESSION
           MOVE W-IMAGE-LEN        TO IID-DATA-SIZE
           MOVE W-VIEW-SIDE        TO IID-VIEW-SIDE
           MOVE '00'               TO IID-VIEW-DESCRIPTOR
           MOVE '0'                TO IID-SIGNATURE-IND
           MOVE '0'                TO IID-RECREATE-IND

           PERFORM SUB-9000-WRITE-ICL-80 THRU SUB-9000-EXIT

           MOVE SPACES             TO ICLFILE-REC
           MOVE '52'               TO IIM-RECORD-TYPE
           MOVE W-ECE-ROUTING      TO IIM-ECE-ROUTING
           MOVE W-BUSINESS-DATE    TO IIM-BUNDLE-DATE
           MOVE '01'               TO IIM-CYCLE-NO
           MOVE W-ITEM-SEQ         TO IIM-ECE-ITEM-SEQ
           MOVE '0'                TO IIM-CLIP-ORIGIN
           MOVE '0000'             TO IIM-CLIP-H1
                                      IIM-CLIP-H2
                                      IIM-CLIP-V1
                                      IIM-CLIP-V2
           MOVE 0                  TO IIM-REF-KEY-LEN
                                      IIM-SIGNATURE-LEN
           MOVE W-IMAGE-LEN        TO IIM-IMAGE-DATA-LEN
           MOVE W-IMAGE-DATA(1 : W-IMAGE-LEN)
                                   TO IIM-IMAGE-DATA

           WRITE ICLFILE-REC
           ADD  1                  TO W-FILE-RECORDS

           ADD  1                  TO W-BUNDLE-IMAGES
                                      W-CL-IMAGES
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-TRIM-IMAGE.
      *--------------------

           SUBTRACT 1              FROM W-IMAGE-LEN
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2500-MATCH-ANSWER-KEY.
      *--------------------------

           IF      W-KEY-ACCOUNT(W-KEY-DX) NOT = PAY-BANK-ACCOUNT
           OR      W-KEY-SERIAL(W-KEY-DX)  NOT = PAY-CHECK-SERIAL
               GO TO SUB-2500-EXIT
           END-IF

           ADD  1                  TO W-KEY-FOUND-CNT(W-KEY-DX)
                                      W-KEY-ITEMS-FOUND

           MOVE SPACES             TO XRFFILE-REC
           MOVE PAY-BANK-ACCOUNT   TO XRF-BANK-ACCOUNT
           MOVE PAY-CHECK-SERIAL   TO XRF-CHECK-SERIAL
           MOVE W-KEY-CODE(W-KEY-DX)
                                   TO XRF-EXCEPTION-CODE
           MOVE W-BUNDLE-ID        TO XRF-BUNDLE-ID
           MOVE W-ITEM-SEQ         TO XRF-ECE-ITEM-SEQ
           MOVE PAY-AMOUNT-CENTS   TO XRF-AMOUNT-CENTS

           WRITE XRFFILE-REC
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2900-CLOSE-BUNDLE.
      *----------------------

      **** Every item is written MICR-valid, so the MICR valid total
      **** equals the bundle total.

           MOVE SPACES             TO ICLFILE-REC
           MOVE '70'               TO IBC-RECORD-TYPE
           MOVE W-BUNDLE-ITEMS     TO IBC-ITEM-COUNT
           MOVE W-BUNDLE-CENTS     TO IBC-TOTAL-AMOUNT
                                      IBC-MICR-VALID-AMT
           MOVE W-BUNDLE-IMAGES    TO IBC-IMAGE-COUNT

           PERFORM SUB-9000-WRITE-ICL-80 THRU SUB-9000-EXIT

           MOVE 'N'                TO W-BUNDLE-OPEN-SW
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

           IF      W-BUNDLE-OPEN
               PERFORM SUB-2900-CLOSE-BUNDLE THRU SUB-2900-EXIT
           END-IF

           MOVE SPACES             TO ICLFILE-REC
           MOVE '90'               TO ICC-RECORD-TYPE
           MOVE W-BUNDLE-NO        TO ICC-BUNDLE-COUNT
           MOVE W-CL-ITEMS         TO ICC-ITEM-COUNT
           MOVE W-CL-CENTS         TO ICC-TOTAL-AMOUNT
           MOVE W-CL-IMAGES        TO ICC-IMAGE-COUNT
           MOVE 'COB-FAKER ECE'    TO ICC-ECE-NAME
           MOVE W-BUSINESS-DATE    TO ICC-SETTLEMENT-DATE

           PERFORM SUB-9000-WRITE-ICL-80 THRU SUB-9000-EXIT

      **** The file control's record count includes itself.

           MOVE SPACES             TO ICLFILE-REC
           MOVE '99'               TO IFC-RECORD-TYPE
           MOVE 1                  TO IFC-CASH-LETTER-CNT
           COMPUTE IFC-RECORD-COUNT
                                   =  W-FILE-RECORDS + 1
           MOVE W-CL-ITEMS         TO IFC-ITEM-COUNT
           MOVE W-CL-CENTS         TO IFC-TOTAL-AMOUNT
           MOVE 'ITEM CAPTURE'     TO IFC-CONTACT-NAME
           MOVE '5555550100'       TO IFC-CONTACT-PHONE

           PERFORM SUB-9000-WRITE-ICL-80 THRU SUB-9000-EXIT

           CLOSE PAIDIN
                 ICLFILE
                 XRFFILE

           PERFORM SUB-3100-CHECK-ONE-KEY THRU SUB-3100-EXIT
               VARYING W-KEY-DX FROM 1 BY 1
                 UNTIL W-KEY-DX > W-KEY-CNT

           IF      W-KEY-BREAKS > 0
               MOVE 8              TO RETURN-CODE
           END-IF
           .
       SUB-3000-DISPLAY.

           MOVE W-CL-ITEMS         TO W-DISP-NUM
           DISPLAY 'ICLFILE items written:    '
                   W-DISP-NUM

           MOVE W-BUNDLE-NO        TO W-DISP-NUM
           DISPLAY 'ICLFILE bundles written:  '
                   W-DISP-NUM

           MOVE W-FILE-RECORDS     TO W-DISP-NUM
           DISPLAY 'ICLFILE records written:  '
                   W-DISP-NUM

           MOVE W-KEY-CNT          TO W-DISP-NUM
           DISPLAY 'Answer key items:         '
                   W-DISP-NUM

           MOVE W-KEY-ITEMS-FOUND  TO W-DISP-NUM
           DISPLAY 'Key presentments found:   '
                   W-DISP-NUM

           MOVE W-KEY-BREAKS       TO W-DISP-NUM
           DISPLAY 'Key items not as keyed:   '
                   W-DISP-NUM

           DISPLAY 'FAKERICL run seed:        '
                   W-RUN-SEED-NO

           DISPLAY 'FAKERICL completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-CHECK-ONE-KEY.
      *-----------------------

      **** A DUP is the one exception presented twice; every other
      **** keyed item is presented exactly once.

           IF      W-KEY-CODE(W-KEY-DX) = 'DUP'
               MOVE 2              TO W-KEY-EXPECTED
           ELSE
               MOVE 1              TO W-KEY-EXPECTED
           END-IF

           IF      W-KEY-FOUND-CNT(W-KEY-DX) NOT = W-KEY-EXPECTED
               ADD  1              TO W-KEY-BREAKS
               DISPLAY W-ERROR-MSG
                       'key item '
                       W-KEY-ACCOUNT(W-KEY-DX)
                       ' serial '
                       W-KEY-SERIAL(W-KEY-DX)
                       ' '
                       W-KEY-CODE(W-KEY-DX)
                       ' presented '
                       W-KEY-FOUND-CNT(W-KEY-DX)
                       ' time(s)'
           END-IF
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-9000-WRITE-ICL-80.
      *----------------------

      **** The fixed 80-byte records - anything behind column 80 is
      **** cleared so no line carries stray data.

           MOVE SPACES             TO ICLFILE-REC(81 : 120)

           WRITE ICLFILE-REC

           ADD  1                  TO W-FILE-RECORDS
           .
       SUB-9000-EXIT.
           EXIT.
