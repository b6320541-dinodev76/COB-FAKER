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

       PROGRAM-ID.             FAKERCLB.

      **** Production calibration.  The data-owning team summarizes
      **** the production book into a statistical profile - counts
      **** only, never a customer - 'Data\FAKERCLB Profile.txt', one
      **** comma-separated line per bucket ('*' in column 1 for a
      **** comment):
      ****     TEMPLATE,name          the run template to write (at
      ****                            most 8 characters);
      ****     STATE,st,count         customers by U.S. state;
      ****     AGE,age,count          customers by age band, named by
      ****                            its lowest age - 18, 25, 35, 45,
      ****                            55, 65 or 75 (75 runs to 95);
      ****     ACCOUNTS,lo,hi,count   customers holding lo to hi
      ****                            deposit accounts;
      ****     TRANS,lo,hi,count      accounts carrying lo to hi
      ****                            transactions (at most 999);
      ****     BALANCE,n,cents        opening-balance decile bound n,
      ****                            0 (the lowest balance) to 10
      ****                            (the highest) - all eleven, in
      ****                            ascending order.
      ****
      **** PARM byte 1-7:
      ****   'BUILD' (the default) turns the profile into a FAKERGEN
      ****       run template - STATEWT=, AGEWT=, ACCTWT=, TRANWT= and
      ****       BALDECILE= lines, each count carried as its share of
      ****       its table in basis points, with the ACCTMIN=/ACCTMAX=
      ****       and TRANMIN=/TRANMAX= range the buckets span and the
      ****       fixed profile extract the shape applies to - and
      ****       writes it into 'Data\FAKERGEN Templates.txt' under the
      ****       profile's template name, replacing any bundle of that
      ****       name whole and leaving every other bundle as it was.
      ****       A profile with any line in error writes nothing.
      ****   'COMPARE,extract,tolerance' measures a fixed profile
      ****       extract (default 'Data\FAKERGEN Output.txt') against
      ****       the same profile and prints, bucket by bucket, the
      ****       profile's share beside the extract's: states off the
      ****       'A' records, ages (as of the extract's run date) off
      ****       the 'P' records of personal heads of household -
      ****       members keep the ages their household plan gave
      ****       them - accounts per customer off the 'D' records,
      ****       transactions per account off the 'X' records (fees
      ****       and planted scenarios included, as a production count
      ****       includes them) and opening balances off DD-OPEN-BAL.
      ****       A generated value no profile bucket holds is shown as
      ****       OTHER.  Any share more than the tolerance (whole
      ****       percentage points, default 5) away from the profile's
      ****       is flagged.
      **** Both modes print 'Data\FAKERCLB Report.txt'.  RETURN-CODE
      **** 0 clean, 8 for profile errors or (COMPARE) a share out of
      **** tolerance, 12 when a file cannot be read or written.

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
           SELECT PRFFILE             ASSIGN 'Data\FAKERCLB Profile.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-PRFFILE-STATUS.

           SELECT GNRTFILE       ASSIGN DYNAMIC W-GNRTFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-GNRTFILE-STATUS.

           SELECT TPLFILE           ASSIGN 'Data\FAKERGEN Templates.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-TPLFILE-STATUS.

           SELECT WRKFILE              ASSIGN 'Data\FAKERCLB Work.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-WRKFILE-STATUS.

           SELECT RPTFILE              ASSIGN 'Data\FAKERCLB Report.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT LYVFILE              ASSIGN DYNAMIC W-LYV-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LYVFILE-STATUS.

           SELECT LINFILE              ASSIGN 'Data\FAKER Lineage.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LINFILE-STATUS.

           SELECT LINCFILE       ASSIGN DYNAMIC W-LIN-OUTPUT-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LINCFILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  PRFFILE.

       01  PRFFILE-REC             PIC X(80).

       FD  GNRTFILE.

       01  GNRTFILE-REC.
           05  GIN-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(319).

       01  GNRTFILE-H-REC.
           05  FILLER              PIC X(02).
           05  GIH-RUN-DATE.
               10  GIH-RUN-YYYY    PIC 9(04).
               10  FILLER          PIC X(01).
               10  GIH-RUN-MM      PIC X(02).
               10  FILLER          PIC X(01).
               10  GIH-RUN-DD      PIC X(02).
           05  FILLER              PIC X(308).

       01  GNRTFILE-P-REC.
           05  FILLER              PIC X(113).
           05  GIP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  GIP-DATE-OF-BIRTH.
               10  GIP-DOB-YYYY    PIC X(04).
               10  FILLER          PIC X(01).
               10  GIP-DOB-MM      PIC X(02).
               10  FILLER          PIC X(01).
               10  GIP-DOB-DD      PIC X(02).
           05  FILLER              PIC X(01).
           05  GIP-HOUSEHOLD-ID    PIC X(14).
           05  FILLER              PIC X(58).
           05  GIP-PARTY-TYPE      PIC X(01).
               88  GIP-PARTY-BUSINESS              VALUE 'B'.
           05  FILLER              PIC X(108).

       01  GNRTFILE-A-REC.
           05  FILLER              PIC X(62).
           05  GIA-ADDRESS-STATE   PIC X(10).
           05  FILLER              PIC X(248).

       01  GNRTFILE-D-REC.
           05  FILLER              PIC X(72).
           05  GID-OPEN-BAL        PIC S9(10)
                                       SIGN LEADING SEPARATE.
           05  FILLER              PIC X(237).

       FD  TPLFILE.

      **** FAKERGEN's template library layout.

       01  TPLFILE-REC.
           05  TPL-NAME            PIC X(08).
           05  FILLER              PIC X(01).
           05  TPL-LINE            PIC X(71).

       FD  WRKFILE.

       01  WRKFILE-REC             PIC X(80).

       FD  RPTFILE.

      **** Column 1 is the carriage-control byte: '1' page eject,
      **** space single space - the FAKERRPT convention.

       01  RPTFILE-REC.
           05  RPT-CC              PIC X(01).
           05  RPT-LINE            PIC X(132).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-PRFFILE-STATUS        PIC X(02).
       01  W-GNRTFILE-STATUS       PIC X(02).
       01  W-TPLFILE-STATUS        PIC X(02).
       01  W-WRKFILE-STATUS        PIC X(02).

       01  W-GNRTFILE-PATH         PIC X(60)       VALUE
           'Data\FAKERGEN Output.txt'.

       01  W-PRF-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-PRF-EOF                           VALUE 'Y'.
       01  W-GNRT-EOF-SW           PIC X(01)       VALUE 'N'.
           88  W-GNRT-EOF                          VALUE 'Y'.
       01  W-TPL-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-TPL-EOF                           VALUE 'Y'.
       01  W-WRK-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-WRK-EOF                           VALUE 'Y'.

      **** PARM.

       01  W-PARM-TEXT             PIC X(256).
       01  W-PARM-MODE             PIC X(08).
       01  W-PARM-PATH             PIC X(60).
       01  W-PARM-TOLERANCE        PIC X(20).
       01  W-MODE-SW               PIC X(01)       VALUE 'B'.
           88  W-MODE-BUILD                        VALUE 'B'.
           88  W-MODE-COMPARE                      VALUE 'C'.
       01  W-TOLERANCE             PIC 9(03)V99    VALUE 5.

      **** One profile line, split.

       01  W-PRF-LINE-NO           PIC 9(05)  COMP VALUE 0.
       01  W-PRF-LINE-NO-DISP      PIC ZZZZ9.
       01  W-PRF-LINES             PIC 9(05)  COMP VALUE 0.
       01  W-PRF-ERRORS            PIC 9(05)  COMP VALUE 0.
       01  W-PRF-KIND              PIC X(10).
       01  W-PRF-PARTS.
           05  W-PRF-PART          PIC X(20)       OCCURS 3.
       01  W-PRF-PART-CNT          PIC S9(4)  COMP.
       01  W-PRF-PARTS-WANTED      PIC S9(4)  COMP.
       01  W-PRF-VALUES.
           05  W-PRF-NUM           PIC S9(15) COMP OCCURS 3.
       01  W-PRF-DX                PIC S9(4)  COMP.
       01  W-PRF-FIRST-NUM         PIC S9(4)  COMP.
       01  W-PRF-OK-SW             PIC X(01).
           88  W-PRF-OK                            VALUE 'Y'.
       01  W-PRF-ERROR-TEXT        PIC X(40).

      **** Number check: W-NUM-TEXT holds digits, with a leading '-'
      **** allowed where W-NUM-SIGNED-OK says so.

       01  W-NUM-TEXT              PIC X(20).
       01  W-NUM-VALUE             PIC S9(15) COMP.
       01  W-NUM-LEN               PIC S9(4)  COMP.
       01  W-NUM-START             PIC S9(4)  COMP.
       01  W-NUM-DIGITS            PIC S9(4)  COMP.
       01  W-NUM-OK-SW             PIC X(01).
           88  W-NUM-OK                            VALUE 'Y'.
       01  W-NUM-SIGNED-OK-SW      PIC X(01)       VALUE 'N'.
           88  W-NUM-SIGNED-OK                     VALUE 'Y'.

      **** The profile.  States by FAKADDR's 51 ordinals; age bands
      **** as FAKERGEN's AGEWT= takes them; range buckets, table 1
      **** accounts per customer and table 2 transactions per
      **** account; the eleven opening-balance decile bounds (bound
      **** n at subscript n + 1).  Each bucket carries the profile's
      **** count beside the count COMPARE finds in the extract.

       01  W-TEMPLATE-NAME         PIC X(08)       VALUE SPACES.

       01  W-ST-CODES.
           05  FILLER              PIC X(34)       VALUE
               'ALAKAZARCACOCTDEDCFLGAHIIDILINIAKS'.
           05  FILLER              PIC X(34)       VALUE
               'KYLAMEMDMAMIMNMSMOMTNENVNHNJNMNYNC'.
           05  FILLER              PIC X(34)       VALUE
               'NDOHOKORPARISCSDTNTXUTVTVAWAWVWIWY'.
       01  FILLER REDEFINES W-ST-CODES.
           05  W-ST-CODE           PIC X(02)       OCCURS 51.
       01  W-ST-DX                 PIC S9(4)  COMP.
       01  W-ST-FOUND              PIC S9(4)  COMP.
       01  W-ST-WANT               PIC X(10).
       01  W-ST-TABLE.
           05  W-ST-OCCS           OCCURS 51.
               10  W-ST-PRF        PIC 9(15)  COMP.
               10  W-ST-GEN        PIC 9(15)  COMP.
       01  W-ST-GEN-OTHER          PIC 9(15)  COMP VALUE 0.

       01  W-AG-BANDS.
           05  FILLER              PIC X(28)       VALUE
               '1824253435444554556465747595'.
       01  FILLER REDEFINES W-AG-BANDS.
           05  W-AG-BAND           OCCURS 7.
               10  W-AG-LOW        PIC 9(02).
               10  W-AG-HIGH       PIC 9(02).
       01  W-AG-DX                 PIC S9(4)  COMP.
       01  W-AG-FOUND              PIC S9(4)  COMP.
       01  W-AG-AGE                PIC S9(4)  COMP.
       01  W-AG-BIRTHDAY           PIC X(04).
       01  W-AG-ASOF-MMDD          PIC X(04).
       01  W-AG-TABLE.
           05  W-AG-OCCS           OCCURS 7.
               10  W-AG-PRF        PIC 9(15)  COMP.
               10  W-AG-GEN        PIC 9(15)  COMP.
       01  W-AG-GEN-OTHER          PIC 9(15)  COMP VALUE 0.

       01  W-RB-MAX                PIC S9(4)  COMP VALUE 20.
       01  W-RB-T                  PIC S9(4)  COMP.
       01  W-RB-DX                 PIC S9(4)  COMP.
       01  W-RB-FOUND              PIC S9(4)  COMP.
       01  W-RB-VALUE              PIC 9(09)  COMP.
       01  W-RB-TABLES.
           05  W-RB-TAB            OCCURS 2.
               10  W-RB-CNT        PIC S9(4)  COMP.
               10  W-RB-GEN-OTHER  PIC 9(15)  COMP.
               10  W-RB-OCCS       OCCURS 20.
                   15  W-RB-LOW    PIC 9(03)  COMP.
                   15  W-RB-HIGH   PIC 9(03)  COMP.
                   15  W-RB-PRF    PIC 9(15)  COMP.
                   15  W-RB-GEN    PIC 9(15)  COMP.
       01  W-RB-KEYWORDS.
           05  FILLER              PIC X(08)       VALUE 'ACCT'.
           05  FILLER              PIC X(08)       VALUE 'TRAN'.
       01  FILLER REDEFINES W-RB-KEYWORDS.
           05  W-RB-KEYWORD        PIC X(08)       OCCURS 2.

       01  W-BL-CNT                PIC S9(4)  COMP VALUE 0.
       01  W-BL-DX                 PIC S9(4)  COMP.
       01  W-BL-FOUND              PIC S9(4)  COMP.
       01  W-BL-VALUE              PIC S9(11) COMP.
       01  W-BL-TABLE.
           05  W-BL-OCCS           OCCURS 11.
               10  W-BL-GIVEN-SW   PIC X(01).
                   88  W-BL-GIVEN                  VALUE 'Y'.
               10  W-BL-BOUND      PIC S9(11) COMP.
               10  W-BL-GEN        PIC 9(15)  COMP.
       01  W-BL-GEN-OTHER          PIC 9(15)  COMP VALUE 0.

      **** BUILD: the bundle, in the order it is written.

       01  W-BND-MAX               PIC S9(4)  COMP VALUE 150.
       01  W-BND-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-BND-DX                PIC S9(4)  COMP.
       01  W-BND-TEXT              PIC X(71).
       01  W-BND-TABLE.
           05  W-BND-LINE          PIC X(71)       OCCURS 150.
       01  W-BND-TOTAL             PIC 9(15)  COMP.
       01  W-BND-WEIGHT            PIC 9(09)  COMP.
       01  W-BND-LOWEST            PIC 9(03)  COMP.
       01  W-BND-HIGHEST           PIC 9(03)  COMP.
       01  W-LIB-KEPT              PIC 9(09)  COMP VALUE 0.
       01  W-LIB-REPLACED          PIC 9(09)  COMP VALUE 0.

      **** COMPARE: the customer and account being read.

       01  W-AS-OF-DATE.
           05  W-AS-OF-YYYY        PIC 9(04).
           05  FILLER              PIC X(01).
           05  W-AS-OF-MM          PIC X(02).
           05  FILLER              PIC X(01).
           05  W-AS-OF-DD          PIC X(02).
       01  W-CUST-PENDING-SW       PIC X(01)       VALUE 'N'.
           88  W-CUST-PENDING                      VALUE 'Y'.
       01  W-CUST-ACCTS            PIC 9(09)  COMP.
       01  W-ACCT-PENDING-SW       PIC X(01)       VALUE 'N'.
           88  W-ACCT-PENDING                      VALUE 'Y'.
       01  W-ACCT-TRANS            PIC 9(09)  COMP.

       01  W-TALLY.
           05  W-GNRT-RECS         PIC 9(09)  COMP VALUE 0.
           05  W-CUSTOMERS         PIC 9(09)  COMP VALUE 0.
           05  W-HEADS             PIC 9(09)  COMP VALUE 0.
           05  W-ACCOUNTS          PIC 9(09)  COMP VALUE 0.
           05  W-TRANSACTIONS      PIC 9(09)  COMP VALUE 0.

      **** One report section: its buckets, the profile's count and
      **** the extract's, and the extract's values no bucket holds.

       01  W-DST-CNT               PIC S9(4)  COMP.
       01  W-DST-DX                PIC S9(4)  COMP.
       01  W-DST-TITLE             PIC X(60).
       01  W-DST-TABLE.
           05  W-DST-OCCS          OCCURS 60.
               10  W-DST-LABEL     PIC X(24).
               10  W-DST-PRF       PIC 9(15)  COMP.
               10  W-DST-GEN       PIC 9(15)  COMP.
       01  W-DST-GEN-OTHER         PIC 9(15)  COMP.
       01  W-DST-PRF-TOTAL         PIC 9(15)  COMP.
       01  W-DST-GEN-TOTAL         PIC 9(15)  COMP.
       01  W-DST-PRF-PCT           PIC S9(03)V99.
       01  W-DST-GEN-PCT           PIC S9(03)V99.
       01  W-DST-DIFF              PIC S9(03)V99.
       01  W-DST-MAGNITUDE         PIC 9(03)V99.
       01  W-DST-ROW-PRF           PIC 9(15)  COMP.
       01  W-DST-ROW-GEN           PIC 9(15)  COMP.
       01  W-DST-BREAKS            PIC 9(09)  COMP VALUE 0.
       01  W-DST-ROWS              PIC 9(09)  COMP VALUE 0.

      **** Print editing.

       01  W-BUILD-LINE            PIC X(132)      VALUE SPACES.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-COUNT-EDIT            PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  W-PCT-EDIT              PIC ZZ9.99.
       01  W-DIFF-EDIT             PIC ---9.99.
       01  W-DECILE-EDIT           PIC Z9.
       01  W-NUM-EDIT              PIC -(14)9.
       01  W-NUM-EDIT-2            PIC -(14)9.
       01  W-MONEY                 PIC S9(13)V99.
       01  W-MONEY-EDIT            PIC -,---,---,---,--9.99.

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY      PIC 9(04).
           05  W-CURRENT-MM        PIC 9(02).
           05  W-CURRENT-DD        PIC 9(02).
           05  FILLER              PIC X(13).
       01  W-TODAY                 PIC X(10).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERCLB error: '.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO MAIN-EXIT
           END-IF

           IF      W-MODE-BUILD
               PERFORM SUB-4000-BUILD-TEMPLATE THRU SUB-4000-EXIT
           ELSE
               PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
                   UNTIL W-GNRT-EOF

               PERFORM SUB-2500-CLOSE-CUSTOMER THRU SUB-2500-EXIT

               PERFORM SUB-2800-WRITE-REPORT THRU SUB-2800-EXIT
           END-IF

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKERCLB compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           INITIALIZE W-ST-TABLE
                      W-AG-TABLE
                      W-RB-TABLES
                      W-BL-TABLE

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE
           STRING W-CURRENT-YYYY   '-'
                  W-CURRENT-MM     '-'
                  W-CURRENT-DD     DELIMITED SIZE
                                   INTO W-TODAY
           MOVE W-TODAY            TO W-AS-OF-DATE

           PERFORM SUB-1050-READ-PARM THRU SUB-1050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-MODE-COMPARE
               MOVE W-GNRTFILE-PATH
                                   TO W-LYV-PATH

               PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

               IF      W-LYV-TOO-NEW
                   MOVE 12         TO RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           OPEN OUTPUT RPTFILE

           MOVE SPACES             TO RPTFILE-REC
           MOVE '1'                TO RPT-CC
           IF      W-MODE-BUILD
               MOVE 'FAKERCLB  TEMPLATE FROM PRODUCTION PROFILE'
                                   TO RPT-LINE
           ELSE
               MOVE 'FAKERCLB  GENERATED SHAPE AGAINST PROFILE'
                                   TO RPT-LINE
           END-IF
           WRITE RPTFILE-REC

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-1100-LOAD-PROFILE THRU SUB-1100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-MODE-BUILD
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT GNRTFILE

           IF      W-GNRTFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open GNRTFILE, status '
                       W-GNRTFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

      **** Ages are as of the extract's run date.

           PERFORM SUB-1900-READ-GNRTFILE THRU SUB-1900-EXIT

           IF      GIN-RECORD-TYPE = 'H'
           AND     NOT W-GNRT-EOF
           AND     GIH-RUN-YYYY NUMERIC
               MOVE GIH-RUN-DATE   TO W-AS-OF-DATE
               PERFORM SUB-1900-READ-GNRTFILE THRU SUB-1900-EXIT
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           MOVE SPACES             TO W-PARM-MODE
                                      W-PARM-PATH
                                      W-PARM-TOLERANCE

           UNSTRING W-PARM-TEXT    DELIMITED BY ','
                   INTO W-PARM-MODE
                        W-PARM-PATH
                        W-PARM-TOLERANCE
           END-UNSTRING

           EVALUATE W-PARM-MODE
             WHEN SPACES
             WHEN 'BUILD'
               SET  W-MODE-BUILD   TO TRUE
             WHEN 'COMPARE'
               SET  W-MODE-COMPARE TO TRUE
             WHEN OTHER
               DISPLAY W-ERROR-MSG
                       'PARM mode must be BUILD or COMPARE: '
                       W-PARM-MODE
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1050-EXIT
           END-EVALUATE

           IF      W-PARM-PATH NOT = SPACES
               MOVE W-PARM-PATH    TO W-GNRTFILE-PATH
           END-IF

           IF      W-PARM-TOLERANCE NOT = SPACES
               MOVE W-PARM-TOLERANCE
                                   TO W-NUM-TEXT
               MOVE 'N'            TO W-NUM-SIGNED-OK-SW
               PERFORM SUB-1300-CHECK-NUMBER THRU SUB-1300-EXIT
               IF      W-NUM-OK
               AND     W-NUM-VALUE < 101
                   MOVE W-NUM-VALUE
                                   TO W-TOLERANCE
               ELSE
                   DISPLAY W-ERROR-MSG
                           'PARM tolerance must be 0 to 100: '
                           W-PARM-TOLERANCE
                   MOVE 12         TO RETURN-CODE
               END-IF
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-PROFILE.
      *----------------------

           OPEN INPUT PRFFILE

           IF      W-PRFFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open PRFFILE, status '
                       W-PRFFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-READ-PRFFILE THRU SUB-1110-EXIT

           PERFORM SUB-1120-APPLY-PROFILE-LINE THRU SUB-1120-EXIT
               UNTIL W-PRF-EOF

           CLOSE PRFFILE

      **** The profile as a whole: BUILD needs a template name, and
      **** the decile bounds come all eleven or not at all, in
      **** ascending order.

           MOVE SPACES             TO PRFFILE-REC

           IF      W-MODE-BUILD
           AND     W-TEMPLATE-NAME = SPACES
               MOVE 'NO TEMPLATE LINE'
                                   TO W-PRF-ERROR-TEXT
               PERFORM SUB-1190-PROFILE-ERROR THRU SUB-1190-EXIT
           END-IF

           IF      W-BL-CNT > 0
           AND     W-BL-CNT < 11
               MOVE 'BALANCE NEEDS ALL 11 BOUNDS'
                                   TO W-PRF-ERROR-TEXT
               PERFORM SUB-1190-PROFILE-ERROR THRU SUB-1190-EXIT
           END-IF

           IF      W-BL-CNT = 11
               MOVE 0              TO W-BL-FOUND
               PERFORM SUB-1180-CHECK-BOUND-ORDER THRU SUB-1180-EXIT
                   VARYING W-BL-DX FROM 2 BY 1
                     UNTIL W-BL-DX > 11
               IF      W-BL-FOUND > 0
                   MOVE 'BALANCE BOUNDS NOT ASCENDING'
                                   TO W-PRF-ERROR-TEXT
                   PERFORM SUB-1190-PROFILE-ERROR THRU SUB-1190-EXIT
               END-IF
           END-IF

           MOVE W-PRF-LINES        TO W-PRF-LINE-NO-DISP
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'PROFILE LINES APPLIED: '
                  W-PRF-LINE-NO-DISP
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE W-PRF-ERRORS       TO W-PRF-LINE-NO-DISP
           STRING 'PROFILE LINES IN ERROR: '
                  W-PRF-LINE-NO-DISP
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-READ-PRFFILE.
      *----------------------

           READ PRFFILE
               AT END
                   SET  W-PRF-EOF  TO TRUE
               NOT AT END
                   ADD  1          TO W-PRF-LINE-NO
           END-READ
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1120-APPLY-PROFILE-LINE.
      *----------------------------

      **** A state, age band or decile bound given twice takes the
      **** later line's figure; range buckets accumulate.

           IF      PRFFILE-REC = SPACES
           OR      PRFFILE-REC(1 : 1) = '*'
               GO TO SUB-1120-READ
           END-IF

           MOVE SPACES             TO W-PRF-KIND
                                      W-PRF-PARTS
                                      W-PRF-ERROR-TEXT
           MOVE 0                  TO W-PRF-PART-CNT
                                      W-PRF-NUM(1)
                                      W-PRF-NUM(2)
                                      W-PRF-NUM(3)

           UNSTRING PRFFILE-REC    DELIMITED BY ','
                   INTO W-PRF-KIND
                        W-PRF-PART(1)
                        W-PRF-PART(2)
                        W-PRF-PART(3)
                   TALLYING IN W-PRF-PART-CNT
           END-UNSTRING

           SUBTRACT 1              FROM W-PRF-PART-CNT
           MOVE 'N'                TO W-NUM-SIGNED-OK-SW

           EVALUATE W-PRF-KIND
             WHEN 'TEMPLATE'
               MOVE 1              TO W-PRF-PARTS-WANTED
               MOVE 2              TO W-PRF-FIRST-NUM
             WHEN 'STATE'
             WHEN 'AGE'
               MOVE 2              TO W-PRF-PARTS-WANTED
               MOVE 2              TO W-PRF-FIRST-NUM
               IF      W-PRF-KIND = 'AGE'
                   MOVE 1          TO W-PRF-FIRST-NUM
               END-IF
             WHEN 'ACCOUNTS'
             WHEN 'TRANS'
               MOVE 3              TO W-PRF-PARTS-WANTED
               MOVE 1              TO W-PRF-FIRST-NUM
             WHEN 'BALANCE'
               MOVE 2              TO W-PRF-PARTS-WANTED
               MOVE 1              TO W-PRF-FIRST-NUM
             WHEN OTHER
               MOVE 'UNKNOWN LINE TYPE'
                                   TO W-PRF-ERROR-TEXT
               PERFORM SUB-1190-PROFILE-ERROR THRU SUB-1190-EXIT
               GO TO SUB-1120-READ
           END-EVALUATE

           IF      W-PRF-PART-CNT NOT = W-PRF-PARTS-WANTED
           OR      W-PRF-PART(W-PRF-PARTS-WANTED) = SPACES
               MOVE 'WRONG NUMBER OF VALUES'
                                   TO W-PRF-ERROR-TEXT
               PERFORM SUB-1190-PROFILE-ERROR THRU SUB-1190-EXIT
               GO TO SUB-1120-READ
           END-IF

           SET  W-PRF-OK           TO TRUE

           PERFORM SUB-1130-CHECK-PART THRU SUB-1130-EXIT
               VARYING W-PRF-DX FROM W-PRF-FIRST-NUM BY 1
                 UNTIL W-PRF-DX > W-PRF-PARTS-WANTED

           IF      NOT W-PRF-OK
               MOVE 'VALUE NOT A NUMBER'
                                   TO W-PRF-ERROR-TEXT
               PERFORM SUB-1190-PROFILE-ERROR THRU SUB-1190-EXIT
               GO TO SUB-1120-READ
           END-IF

           EVALUATE W-PRF-KIND
             WHEN 'TEMPLATE'
               IF      W-PRF-PART(1)(9 : ) NOT = SPACES
                   MOVE 'TEMPLATE NAME OVER 8 CHARACTERS'
                                   TO W-PRF-ERROR-TEXT
               ELSE
                   MOVE W-PRF-PART(1)
                                   TO W-TEMPLATE-NAME
               END-IF

             WHEN 'STATE'
               MOVE W-PRF-PART(1)  TO W-ST-WANT
               PERFORM SUB-1140-FIND-STATE THRU SUB-1140-EXIT
               IF      W-ST-FOUND = 0
                   MOVE 'NOT A U.S. STATE CODE'
                                   TO W-PRF-ERROR-TEXT
               ELSE
                   MOVE W-PRF-NUM(2)
                                   TO W-ST-PRF(W-ST-FOUND)
               END-IF

             WHEN 'AGE'
               MOVE 0              TO W-AG-FOUND
               PERFORM SUB-1150-FIND-AGE-LOW THRU SUB-1150-EXIT
                   VARYING W-AG-DX FROM 1 BY 1
                     UNTIL W-AG-DX > 7
                        OR W-AG-FOUND > 0
               IF      W-AG-FOUND = 0
                   MOVE 'NOT THE LOW AGE OF A BAND'
                                   TO W-PRF-ERROR-TEXT
               ELSE
                   MOVE W-PRF-NUM(2)
                                   TO W-AG-PRF(W-AG-FOUND)
               END-IF

             WHEN 'ACCOUNTS'
             WHEN 'TRANS'
               IF      W-PRF-KIND = 'ACCOUNTS'
                   MOVE 1          TO W-RB-T
               ELSE
                   MOVE 2          TO W-RB-T
               END-IF
               EVALUATE TRUE
                 WHEN W-PRF-NUM(1) > W-PRF-NUM(2)
                 WHEN W-PRF-NUM(2) > 999
                   MOVE 'RANGE NOT LOW TO HIGH WITHIN 999'
                                   TO W-PRF-ERROR-TEXT
                 WHEN W-RB-CNT(W-RB-T) NOT < W-RB-MAX
                   MOVE 'MORE THAN 20 BUCKETS'
                                   TO W-PRF-ERROR-TEXT
                 WHEN OTHER
                   ADD  1          TO W-RB-CNT(W-RB-T)
                   MOVE W-RB-CNT(W-RB-T)
                                   TO W-RB-DX
                   MOVE W-PRF-NUM(1)
                                   TO W-RB-LOW(W-RB-T, W-RB-DX)
                   MOVE W-PRF-NUM(2)
                                   TO W-RB-HIGH(W-RB-T, W-RB-DX)
                   MOVE W-PRF-NUM(3)
                                   TO W-RB-PRF(W-RB-T, W-RB-DX)
               END-EVALUATE

             WHEN 'BALANCE'
               IF      W-PRF-NUM(1) > 10
               OR      W-PRF-NUM(2) > 999999999
               OR      W-PRF-NUM(2) < -999999999
                   MOVE 'BOUND NOT 0-10 OR CENTS TOO LARGE'
                                   TO W-PRF-ERROR-TEXT
               ELSE
                   COMPUTE W-BL-DX = W-PRF-NUM(1) + 1
                   IF      NOT W-BL-GIVEN(W-BL-DX)
                       ADD  1      TO W-BL-CNT
                       SET  W-BL-GIVEN(W-BL-DX)
                                   TO TRUE
                   END-IF
                   MOVE W-PRF-NUM(2)
                                   TO W-BL-BOUND(W-BL-DX)
               END-IF
           END-EVALUATE

           IF      W-PRF-ERROR-TEXT NOT = SPACES
               PERFORM SUB-1190-PROFILE-ERROR THRU SUB-1190-EXIT
           ELSE
               ADD  1              TO W-PRF-LINES
           END-IF
           .
       SUB-1120-READ.

           PERFORM SUB-1110-READ-PRFFILE THRU SUB-1110-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1130-CHECK-PART.
      *--------------------

      **** Only a decile bound's cents may be negative.

           MOVE W-PRF-PART(W-PRF-DX)
                                   TO W-NUM-TEXT

           IF      W-PRF-KIND = 'BALANCE'
           AND     W-PRF-DX = 2
               MOVE 'Y'            TO W-NUM-SIGNED-OK-SW
           ELSE
               MOVE 'N'            TO W-NUM-SIGNED-OK-SW
           END-IF

           PERFORM SUB-1300-CHECK-NUMBER THRU SUB-1300-EXIT

           IF      W-NUM-OK
               MOVE W-NUM-VALUE    TO W-PRF-NUM(W-PRF-DX)
           ELSE
               MOVE 'N'            TO W-PRF-OK-SW
           END-IF
           .
       SUB-1130-EXIT.
           EXIT.
      /
       SUB-1140-FIND-STATE.
      *--------------------

      **** W-ST-WANT's postal code to its FAKADDR ordinal, or 0.

           MOVE 0                  TO W-ST-FOUND

           IF      W-ST-WANT(3 : ) NOT = SPACES
               GO TO SUB-1140-EXIT
           END-IF

           PERFORM SUB-1145-MATCH-STATE THRU SUB-1145-EXIT
               VARYING W-ST-DX FROM 1 BY 1
                 UNTIL W-ST-DX > 51
                    OR W-ST-FOUND > 0
           .
       SUB-1140-EXIT.
           EXIT.
      /
       SUB-1145-MATCH-STATE.
      *---------------------

           IF      W-ST-CODE(W-ST-DX) = W-ST-WANT(1 : 2)
               MOVE W-ST-DX        TO W-ST-FOUND
           END-IF
           .
       SUB-1145-EXIT.
           EXIT.
      /
       SUB-1150-FIND-AGE-LOW.
      *----------------------

           IF      W-AG-LOW(W-AG-DX) = W-PRF-NUM(1)
               MOVE W-AG-DX        TO W-AG-FOUND
           END-IF
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1180-CHECK-BOUND-ORDER.
      *---------------------------

           IF      W-BL-BOUND(W-BL-DX) < W-BL-BOUND(W-BL-DX - 1)
               MOVE W-BL-DX        TO W-BL-FOUND
           END-IF
           .
       SUB-1180-EXIT.
           EXIT.
      /
       SUB-1190-PROFILE-ERROR.
      *-----------------------

           ADD  1                  TO W-PRF-ERRORS

           MOVE W-PRF-LINE-NO      TO W-PRF-LINE-NO-DISP

           MOVE SPACES             TO W-BUILD-LINE
           IF      PRFFILE-REC = SPACES
               STRING 'PROFILE IN ERROR: '
                      W-PRF-ERROR-TEXT
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           ELSE
               STRING 'PROFILE LINE '
                      W-PRF-LINE-NO-DISP
                      ' IN ERROR: '
                      W-PRF-ERROR-TEXT
                      ' '
                      PRFFILE-REC  DELIMITED SIZE
                                   INTO W-BUILD-LINE
           END-IF

           DISPLAY W-ERROR-MSG
                   W-BUILD-LINE(1 : 100)

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           .
       SUB-1190-EXIT.
           EXIT.
      /
       SUB-1300-CHECK-NUMBER.
      *----------------------

      **** W-NUM-TEXT, trailing spaces aside, must be all digits (at
      **** most 15), after a leading '-' where one is allowed.

           MOVE 'N'                TO W-NUM-OK-SW
           MOVE 0                  TO W-NUM-VALUE
           MOVE 1                  TO W-NUM-START

           IF      W-NUM-TEXT = SPACES
           OR      W-NUM-TEXT(1 : 1) = SPACE
               GO TO SUB-1300-EXIT
           END-IF

           COMPUTE W-NUM-LEN       =  FUNCTION LENGTH(
                                      FUNCTION TRIM(W-NUM-TEXT
                                                    TRAILING))

           IF      W-NUM-TEXT(1 : 1) = '-'
           AND     W-NUM-SIGNED-OK
               MOVE 2              TO W-NUM-START
           END-IF

           COMPUTE W-NUM-DIGITS    =  W-NUM-LEN - W-NUM-START + 1

           IF      W-NUM-DIGITS < 1
           OR      W-NUM-DIGITS > 15
               GO TO SUB-1300-EXIT
           END-IF

           IF      W-NUM-TEXT(W-NUM-START : W-NUM-DIGITS) NOT NUMERIC
               GO TO SUB-1300-EXIT
           END-IF

           COMPUTE W-NUM-VALUE     =  FUNCTION NUMVAL(
                                      W-NUM-TEXT(1 : W-NUM-LEN))

           MOVE 'Y'                TO W-NUM-OK-SW
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1900-READ-GNRTFILE.
      *-----------------------

           READ GNRTFILE
               AT END
                   SET  W-GNRT-EOF TO TRUE
               NOT AT END
                   ADD  1          TO W-GNRT-RECS
           END-READ
           .
       SUB-1900-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

      **** One extract record.  A customer's accounts are counted
      **** up to its next 'P' record, an account's transactions up
      **** to its next 'D' record or the customer's end.

           EVALUATE GIN-RECORD-TYPE
             WHEN 'P'
               PERFORM SUB-2500-CLOSE-CUSTOMER THRU SUB-2500-EXIT
               PERFORM SUB-2100-OPEN-CUSTOMER THRU SUB-2100-EXIT
             WHEN 'A'
               PERFORM SUB-2200-TALLY-STATE THRU SUB-2200-EXIT
             WHEN 'D'
               PERFORM SUB-2550-CLOSE-ACCOUNT THRU SUB-2550-EXIT
               PERFORM SUB-2300-OPEN-ACCOUNT THRU SUB-2300-EXIT
             WHEN 'X'
               IF      W-ACCT-PENDING
                   ADD  1          TO W-ACCT-TRANS
                                      W-TRANSACTIONS
               END-IF
             WHEN 'T'
               PERFORM SUB-2500-CLOSE-CUSTOMER THRU SUB-2500-EXIT
           END-EVALUATE

           PERFORM SUB-1900-READ-GNRTFILE THRU SUB-1900-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-OPEN-CUSTOMER.
      *-----------------------

           ADD  1                  TO W-CUSTOMERS
           SET  W-CUST-PENDING     TO TRUE
           MOVE 0                  TO W-CUST-ACCTS

      **** Age: personal heads of household only.

           IF      GIP-HOUSEHOLD-ID NOT = GIP-CUSTOMER-ID
           OR      GIP-PARTY-BUSINESS
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-HEADS
           MOVE 0                  TO W-AG-FOUND

           IF      GIP-DOB-YYYY NUMERIC
               COMPUTE W-AG-AGE    =  W-AS-OF-YYYY
                                   -  FUNCTION NUMVAL(GIP-DOB-YYYY)
               MOVE GIP-DOB-MM     TO W-AG-BIRTHDAY(1 : 2)
               MOVE GIP-DOB-DD     TO W-AG-BIRTHDAY(3 : 2)
               MOVE W-AS-OF-MM     TO W-AG-ASOF-MMDD(1 : 2)
               MOVE W-AS-OF-DD     TO W-AG-ASOF-MMDD(3 : 2)
               IF      W-AG-BIRTHDAY > W-AG-ASOF-MMDD
                   SUBTRACT 1      FROM W-AG-AGE
               END-IF
               PERFORM SUB-2110-FIND-AGE-BAND THRU SUB-2110-EXIT
                   VARYING W-AG-DX FROM 1 BY 1
                     UNTIL W-AG-DX > 7
                        OR W-AG-FOUND > 0
           END-IF

           IF      W-AG-FOUND > 0
               ADD  1              TO W-AG-GEN(W-AG-FOUND)
           ELSE
               ADD  1              TO W-AG-GEN-OTHER
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2110-FIND-AGE-BAND.
      *-----------------------

           IF      W-AG-AGE NOT < W-AG-LOW(W-AG-DX)
           AND     W-AG-AGE NOT > W-AG-HIGH(W-AG-DX)
               MOVE W-AG-DX        TO W-AG-FOUND
           END-IF
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2200-TALLY-STATE.
      *---------------------

           MOVE GIA-ADDRESS-STATE  TO W-ST-WANT

           PERFORM SUB-1140-FIND-STATE THRU SUB-1140-EXIT

           IF      W-ST-FOUND > 0
               ADD  1              TO W-ST-GEN(W-ST-FOUND)
           ELSE
               ADD  1              TO W-ST-GEN-OTHER
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-OPEN-ACCOUNT.
      *----------------------

           ADD  1                  TO W-ACCOUNTS
                                      W-CUST-ACCTS
           SET  W-ACCT-PENDING     TO TRUE
           MOVE 0                  TO W-ACCT-TRANS

           IF      W-BL-CNT NOT = 11
               GO TO SUB-2300-EXIT
           END-IF

      **** Decile d runs from bound d - 1 up to (not including) bound
      **** d; the top decile takes its upper bound too.

           MOVE GID-OPEN-BAL       TO W-BL-VALUE
           MOVE 0                  TO W-BL-FOUND

           IF      W-BL-VALUE = W-BL-BOUND(11)
               MOVE 10             TO W-BL-FOUND
           ELSE
               PERFORM SUB-2310-FIND-DECILE THRU SUB-2310-EXIT
                   VARYING W-BL-DX FROM 1 BY 1
                     UNTIL W-BL-DX > 10
                        OR W-BL-FOUND > 0
           END-IF

           IF      W-BL-FOUND > 0
               ADD  1              TO W-BL-GEN(W-BL-FOUND)
           ELSE
               ADD  1              TO W-BL-GEN-OTHER
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-FIND-DECILE.
      *---------------------

           IF      W-BL-VALUE NOT < W-BL-BOUND(W-BL-DX)
           AND     W-BL-VALUE < W-BL-BOUND(W-BL-DX + 1)
               MOVE W-BL-DX        TO W-BL-FOUND
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2500-CLOSE-CUSTOMER.
      *------------------------

           PERFORM SUB-2550-CLOSE-ACCOUNT THRU SUB-2550-EXIT

           IF      NOT W-CUST-PENDING
               GO TO SUB-2500-EXIT
           END-IF

           MOVE 'N'                TO W-CUST-PENDING-SW
           MOVE 1                  TO W-RB-T
           MOVE W-CUST-ACCTS       TO W-RB-VALUE

           PERFORM SUB-2600-TALLY-RANGE THRU SUB-2600-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-CLOSE-ACCOUNT.
      *-----------------------

           IF      NOT W-ACCT-PENDING
               GO TO SUB-2550-EXIT
           END-IF

           MOVE 'N'                TO W-ACCT-PENDING-SW
           MOVE 2                  TO W-RB-T
           MOVE W-ACCT-TRANS       TO W-RB-VALUE

           PERFORM SUB-2600-TALLY-RANGE THRU SUB-2600-EXIT
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2600-TALLY-RANGE.
      *---------------------

      **** W-RB-VALUE into the first bucket of table W-RB-T that
      **** holds it.

           MOVE 0                  TO W-RB-FOUND

           PERFORM SUB-2610-FIND-RANGE THRU SUB-2610-EXIT
               VARYING W-RB-DX FROM 1 BY 1
                 UNTIL W-RB-DX > W-RB-CNT(W-RB-T)
                    OR W-RB-FOUND > 0

           IF      W-RB-FOUND > 0
               ADD  1              TO W-RB-GEN(W-RB-T, W-RB-FOUND)
           ELSE
               ADD  1              TO W-RB-GEN-OTHER(W-RB-T)
           END-IF
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-FIND-RANGE.
      *--------------------

           IF      W-RB-VALUE NOT < W-RB-LOW(W-RB-T, W-RB-DX)
           AND     W-RB-VALUE NOT > W-RB-HIGH(W-RB-T, W-RB-DX)
               MOVE W-RB-DX        TO W-RB-FOUND
           END-IF
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2800-WRITE-REPORT.
      *----------------------

           MOVE SPACES             TO W-BUILD-LINE
           STRING 'EXTRACT    '    W-GNRTFILE-PATH
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE W-TOLERANCE        TO W-PCT-EDIT
           STRING 'AS OF      '    W-AS-OF-DATE
                  '    TOLERANCE ' W-PCT-EDIT
                  ' PERCENTAGE POINTS'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

      **** Section by section: each is loaded into the W-DST table
      **** and printed by SUB-2850.

           PERFORM SUB-2810-LOAD-STATES THRU SUB-2810-EXIT
           PERFORM SUB-2850-PRINT-SECTION THRU SUB-2850-EXIT

           PERFORM SUB-2815-LOAD-AGES THRU SUB-2815-EXIT
           PERFORM SUB-2850-PRINT-SECTION THRU SUB-2850-EXIT

           MOVE 1                  TO W-RB-T
           MOVE 'ACCOUNTS PER CUSTOMER'
                                   TO W-DST-TITLE
           PERFORM SUB-2820-LOAD-RANGES THRU SUB-2820-EXIT
           PERFORM SUB-2850-PRINT-SECTION THRU SUB-2850-EXIT

           MOVE 2                  TO W-RB-T
           MOVE 'TRANSACTIONS PER ACCOUNT'
                                   TO W-DST-TITLE
           PERFORM SUB-2820-LOAD-RANGES THRU SUB-2820-EXIT
           PERFORM SUB-2850-PRINT-SECTION THRU SUB-2850-EXIT

           PERFORM SUB-2825-LOAD-DECILES THRU SUB-2825-EXIT
           PERFORM SUB-2850-PRINT-SECTION THRU SUB-2850-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           IF      W-DST-BREAKS = 0
               MOVE W-TOLERANCE    TO W-PCT-EDIT
               STRING 'EVERY SHARE WITHIN '
                      W-PCT-EDIT
                      ' POINTS OF THE PROFILE'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           ELSE
               MOVE W-DST-BREAKS   TO W-DISP-NUM
               STRING 'SHARES OUTSIDE TOLERANCE: '
                      W-DISP-NUM   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           END-IF
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2810-LOAD-STATES.
      *---------------------

           MOVE 'CUSTOMERS BY STATE'
                                   TO W-DST-TITLE
           MOVE 0                  TO W-DST-CNT
           MOVE W-ST-GEN-OTHER     TO W-DST-GEN-OTHER

           PERFORM SUB-2811-LOAD-STATE THRU SUB-2811-EXIT
               VARYING W-ST-DX FROM 1 BY 1
                 UNTIL W-ST-DX > 51
           .
       SUB-2810-EXIT.
           EXIT.
      /
       SUB-2811-LOAD-STATE.
      *--------------------

           ADD  1                  TO W-DST-CNT
           MOVE W-ST-CODE(W-ST-DX) TO W-DST-LABEL(W-DST-CNT)
           MOVE W-ST-PRF(W-ST-DX)  TO W-DST-PRF(W-DST-CNT)
           MOVE W-ST-GEN(W-ST-DX)  TO W-DST-GEN(W-DST-CNT)
           .
       SUB-2811-EXIT.
           EXIT.
      /
       SUB-2815-LOAD-AGES.
      *-------------------

           MOVE 'HEADS OF HOUSEHOLD BY AGE'
                                   TO W-DST-TITLE
           MOVE 0                  TO W-DST-CNT
           MOVE W-AG-GEN-OTHER     TO W-DST-GEN-OTHER

           PERFORM SUB-2816-LOAD-AGE THRU SUB-2816-EXIT
               VARYING W-AG-DX FROM 1 BY 1
                 UNTIL W-AG-DX > 7
           .
       SUB-2815-EXIT.
           EXIT.
      /
       SUB-2816-LOAD-AGE.
      *------------------

           ADD  1                  TO W-DST-CNT
           MOVE SPACES             TO W-DST-LABEL(W-DST-CNT)
           STRING W-AG-LOW(W-AG-DX)
                  ' - '
                  W-AG-HIGH(W-AG-DX)
                                   DELIMITED SIZE
                                   INTO W-DST-LABEL(W-DST-CNT)
           MOVE W-AG-PRF(W-AG-DX)  TO W-DST-PRF(W-DST-CNT)
           MOVE W-AG-GEN(W-AG-DX)  TO W-DST-GEN(W-DST-CNT)
           .
       SUB-2816-EXIT.
           EXIT.
      /
       SUB-2820-LOAD-RANGES.
      *---------------------

           MOVE 0                  TO W-DST-CNT
           MOVE W-RB-GEN-OTHER(W-RB-T)
                                   TO W-DST-GEN-OTHER

           PERFORM SUB-2821-LOAD-RANGE THRU SUB-2821-EXIT
               VARYING W-RB-DX FROM 1 BY 1
                 UNTIL W-RB-DX > W-RB-CNT(W-RB-T)
           .
       SUB-2820-EXIT.
           EXIT.
      /
       SUB-2821-LOAD-RANGE.
      *--------------------

           ADD  1                  TO W-DST-CNT
           MOVE W-RB-LOW(W-RB-T, W-RB-DX)
                                   TO W-NUM-EDIT
           MOVE W-RB-HIGH(W-RB-T, W-RB-DX)
                                   TO W-NUM-EDIT-2
           MOVE SPACES             TO W-DST-LABEL(W-DST-CNT)
           STRING FUNCTION TRIM(W-NUM-EDIT)
                  ' - '
                  FUNCTION TRIM(W-NUM-EDIT-2)
                                   DELIMITED SIZE
                                   INTO W-DST-LABEL(W-DST-CNT)
           MOVE W-RB-PRF(W-RB-T, W-RB-DX)
                                   TO W-DST-PRF(W-DST-CNT)
           MOVE W-RB-GEN(W-RB-T, W-RB-DX)
                                   TO W-DST-GEN(W-DST-CNT)
           .
       SUB-2821-EXIT.
           EXIT.
      /
       SUB-2825-LOAD-DECILES.
      *----------------------

      **** Each decile holds a tenth of the profile's accounts by
      **** definition; its label is its lower bound in dollars.

           MOVE 'ACCOUNTS BY OPENING-BALANCE DECILE'
                                   TO W-DST-TITLE
           MOVE 0                  TO W-DST-CNT
           MOVE W-BL-GEN-OTHER     TO W-DST-GEN-OTHER

           IF      W-BL-CNT = 11
               PERFORM SUB-2826-LOAD-DECILE THRU SUB-2826-EXIT
                   VARYING W-BL-DX FROM 1 BY 1
                     UNTIL W-BL-DX > 10
           END-IF
           .
       SUB-2825-EXIT.
           EXIT.
      /
       SUB-2826-LOAD-DECILE.
      *---------------------

           ADD  1                  TO W-DST-CNT
           MOVE W-BL-BOUND(W-BL-DX)
                                   TO W-MONEY
           DIVIDE 100            INTO W-MONEY
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE SPACES             TO W-DST-LABEL(W-DST-CNT)
           MOVE W-BL-DX            TO W-DECILE-EDIT
           STRING W-DECILE-EDIT
                  '  FROM '
                  FUNCTION TRIM(W-MONEY-EDIT)
                                   DELIMITED SIZE
                                   INTO W-DST-LABEL(W-DST-CNT)
           MOVE 1                  TO W-DST-PRF(W-DST-CNT)
           MOVE W-BL-GEN(W-BL-DX)  TO W-DST-GEN(W-DST-CNT)
           .
       SUB-2826-EXIT.
           EXIT.
      /
       SUB-2850-PRINT-SECTION.
      *-----------------------

      **** A section the profile says nothing about is named and
      **** passed over - there is nothing to calibrate it against.

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE W-DST-TITLE        TO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE 0                  TO W-DST-PRF-TOTAL
           MOVE W-DST-GEN-OTHER    TO W-DST-GEN-TOTAL

           PERFORM SUB-2855-ADD-ROW THRU SUB-2855-EXIT
               VARYING W-DST-DX FROM 1 BY 1
                 UNTIL W-DST-DX > W-DST-CNT

           IF      W-DST-PRF-TOTAL = 0
               MOVE '    NOT IN THE PROFILE'
                                   TO W-BUILD-LINE
               PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
               GO TO SUB-2850-EXIT
           END-IF

           MOVE 'BUCKET'           TO W-BUILD-LINE(5 : 6)
           MOVE 'PROFILE'          TO W-BUILD-LINE(35 : 7)
           MOVE 'PCT'              TO W-BUILD-LINE(47 : 3)
           MOVE 'GENERATED'        TO W-BUILD-LINE(59 : 9)
           MOVE 'PCT'              TO W-BUILD-LINE(73 : 3)
           MOVE 'POINTS'           TO W-BUILD-LINE(80 : 6)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2860-PRINT-ROW THRU SUB-2860-EXIT
               VARYING W-DST-DX FROM 1 BY 1
                 UNTIL W-DST-DX > W-DST-CNT

           IF      W-DST-GEN-OTHER > 0
               ADD  1              TO W-DST-CNT
               MOVE 'OTHER'        TO W-DST-LABEL(W-DST-CNT)
               MOVE 0              TO W-DST-PRF(W-DST-CNT)
               MOVE W-DST-GEN-OTHER
                                   TO W-DST-GEN(W-DST-CNT)
               MOVE W-DST-CNT      TO W-DST-DX
               PERFORM SUB-2860-PRINT-ROW THRU SUB-2860-EXIT
           END-IF

           MOVE 'TOTAL'            TO W-BUILD-LINE(5 : 5)
           MOVE W-DST-PRF-TOTAL    TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(27 : 15)
           MOVE W-DST-GEN-TOTAL    TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(53 : 15)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           .
       SUB-2850-EXIT.
           EXIT.
      /
       SUB-2855-ADD-ROW.
      *-----------------

           ADD  W-DST-PRF(W-DST-DX)
                                   TO W-DST-PRF-TOTAL
           ADD  W-DST-GEN(W-DST-DX)
                                   TO W-DST-GEN-TOTAL
           .
       SUB-2855-EXIT.
           EXIT.
      /
       SUB-2860-PRINT-ROW.
      *-------------------

      **** A bucket neither side has anything in is left off.

           MOVE W-DST-PRF(W-DST-DX)
                                   TO W-DST-ROW-PRF
           MOVE W-DST-GEN(W-DST-DX)
                                   TO W-DST-ROW-GEN

           IF      W-DST-ROW-PRF = 0
           AND     W-DST-ROW-GEN = 0
               GO TO SUB-2860-EXIT
           END-IF

           ADD  1                  TO W-DST-ROWS

           COMPUTE W-DST-PRF-PCT ROUNDED
                                   =  W-DST-ROW-PRF * 100
                                   /  W-DST-PRF-TOTAL

           IF      W-DST-GEN-TOTAL > 0
               COMPUTE W-DST-GEN-PCT ROUNDED
                                   =  W-DST-ROW-GEN * 100
                                   /  W-DST-GEN-TOTAL
           ELSE
               MOVE 0              TO W-DST-GEN-PCT
           END-IF

           COMPUTE W-DST-DIFF      =  W-DST-GEN-PCT - W-DST-PRF-PCT

           MOVE W-DST-LABEL(W-DST-DX)
                                   TO W-BUILD-LINE(5 : 24)
           MOVE W-DST-ROW-PRF      TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(27 : 15)
           MOVE W-DST-PRF-PCT      TO W-PCT-EDIT
           MOVE W-PCT-EDIT         TO W-BUILD-LINE(44 : 6)
           MOVE W-DST-ROW-GEN      TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(53 : 15)
           MOVE W-DST-GEN-PCT      TO W-PCT-EDIT
           MOVE W-PCT-EDIT         TO W-BUILD-LINE(70 : 6)
           MOVE W-DST-DIFF         TO W-DIFF-EDIT
           MOVE W-DIFF-EDIT        TO W-BUILD-LINE(79 : 7)

           MOVE W-DST-DIFF         TO W-DST-MAGNITUDE

           IF      W-DST-MAGNITUDE > W-TOLERANCE
               MOVE 'OUTSIDE TOLERANCE'
                                   TO W-BUILD-LINE(90 : 17)
               ADD  1              TO W-DST-BREAKS
           END-IF

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           .
       SUB-2860-EXIT.
           EXIT.
      /
       SUB-2890-PRINT-LINE.
      *--------------------

           MOVE SPACES             TO RPTFILE-REC
           MOVE ' '                TO RPT-CC
           MOVE W-BUILD-LINE       TO RPT-LINE

           WRITE RPTFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           .
       SUB-2890-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

           CLOSE RPTFILE

           IF      W-MODE-BUILD
               GO TO SUB-3000-DISPLAY
           END-IF

           CLOSE GNRTFILE

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERCLB Report.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-PRF-LINES        TO W-DISP-NUM
           DISPLAY 'Profile lines applied:    '
                   W-DISP-NUM

           MOVE W-PRF-ERRORS       TO W-DISP-NUM
           DISPLAY 'Profile lines in error:   '
                   W-DISP-NUM

           IF      W-MODE-BUILD
               MOVE W-BND-CNT      TO W-DISP-NUM
               DISPLAY 'Template lines written:   '
                       W-DISP-NUM
           ELSE
               MOVE W-GNRT-RECS    TO W-DISP-NUM
               DISPLAY 'GNRTFILE records read:    '
                       W-DISP-NUM

               MOVE W-CUSTOMERS    TO W-DISP-NUM
               DISPLAY 'Customers:                '
                       W-DISP-NUM

               MOVE W-ACCOUNTS     TO W-DISP-NUM
               DISPLAY 'Deposit accounts:         '
                       W-DISP-NUM

               MOVE W-DST-BREAKS   TO W-DISP-NUM
               DISPLAY 'Shares out of tolerance:  '
                       W-DISP-NUM
           END-IF

           IF      RETURN-CODE = 0
               IF      W-PRF-ERRORS > 0
               OR      W-DST-BREAKS > 0
                   MOVE 8          TO RETURN-CODE
               END-IF
           END-IF

           IF      W-MODE-BUILD
           AND     RETURN-CODE = 0
               DISPLAY 'FAKERCLB: template written: '
                       W-TEMPLATE-NAME
           END-IF

           DISPLAY 'FAKERCLB completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-4000-BUILD-TEMPLATE.
      *------------------------

      **** A profile with errors writes nothing - a half-calibrated
      **** template would pass for a calibrated one.

           IF      W-PRF-ERRORS > 0
               MOVE 'TEMPLATE NOT WRITTEN - THE PROFILE HAS ERRORS'
                                   TO W-BUILD-LINE
               PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
               GO TO SUB-4000-EXIT
           END-IF

           MOVE SPACES             TO W-BND-TEXT
           STRING '* CALIBRATED FROM PRODUCTION PROFILE '
                  W-TODAY          DELIMITED SIZE
                                   INTO W-BND-TEXT
           PERFORM SUB-4100-ADD-LINE THRU SUB-4100-EXIT

      **** The shape is a property of the fixed profile extract.

           MOVE 'PROFILE=Y'        TO W-BND-TEXT
           PERFORM SUB-4100-ADD-LINE THRU SUB-4100-EXIT
           MOVE 'FORMAT=F'         TO W-BND-TEXT
           PERFORM SUB-4100-ADD-LINE THRU SUB-4100-EXIT

           MOVE 0                  TO W-BND-TOTAL
           PERFORM SUB-4210-ADD-STATE-COUNT THRU SUB-4210-EXIT
               VARYING W-ST-DX FROM 1 BY 1
                 UNTIL W-ST-DX > 51
           IF      W-BND-TOTAL > 0
               PERFORM SUB-4220-STATE-LINE THRU SUB-4220-EXIT
                   VARYING W-ST-DX FROM 1 BY 1
                     UNTIL W-ST-DX > 51
           END-IF

           MOVE 0                  TO W-BND-TOTAL
           PERFORM SUB-4230-ADD-AGE-COUNT THRU SUB-4230-EXIT
               VARYING W-AG-DX FROM 1 BY 1
                 UNTIL W-AG-DX > 7
           IF      W-BND-TOTAL > 0
               PERFORM SUB-4240-AGE-LINE THRU SUB-4240-EXIT
                   VARYING W-AG-DX FROM 1 BY 1
                     UNTIL W-AG-DX > 7
           END-IF

           MOVE 1                  TO W-RB-T
           PERFORM SUB-4250-RANGE-LINES THRU SUB-4250-EXIT

           MOVE 2                  TO W-RB-T
           PERFORM SUB-4250-RANGE-LINES THRU SUB-4250-EXIT

           IF      W-BL-CNT = 11
               PERFORM SUB-4280-DECILE-LINE THRU SUB-4280-EXIT
                   VARYING W-BL-DX FROM 1 BY 1
                     UNTIL W-BL-DX > 11
           END-IF

           PERFORM SUB-4500-REWRITE-LIBRARY THRU SUB-4500-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-4000-EXIT
           END-IF

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE W-BND-CNT          TO W-DISP-NUM
           STRING 'TEMPLATE '
                  W-TEMPLATE-NAME
                  ' WRITTEN: '
                  W-DISP-NUM
                  ' LINES'         DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE W-LIB-REPLACED     TO W-DISP-NUM
           STRING 'EARLIER BUNDLE LINES REPLACED: '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE W-LIB-KEPT         TO W-DISP-NUM
           STRING 'OTHER LIBRARY LINES KEPT:      '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-ADD-LINE.
      *------------------

      **** W-BND-TEXT onto the bundle, and onto the report.

           IF      W-BND-CNT NOT < W-BND-MAX
               GO TO SUB-4100-EXIT
           END-IF

           ADD  1                  TO W-BND-CNT
           MOVE W-BND-TEXT         TO W-BND-LINE(W-BND-CNT)

           MOVE SPACES             TO W-BUILD-LINE
           STRING '    '
                  W-TEMPLATE-NAME
                  ' '
                  W-BND-TEXT       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE SPACES             TO W-BND-TEXT
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-WEIGHT.
      *----------------

      **** A count as its share of W-BND-TOTAL in basis points, never
      **** rounded away to nothing while the count is not zero.

           COMPUTE W-BND-WEIGHT ROUNDED
                                   =  W-DST-ROW-PRF * 10000
                                   /  W-BND-TOTAL

           IF      W-BND-WEIGHT = 0
           AND     W-DST-ROW-PRF > 0
               MOVE 1              TO W-BND-WEIGHT
           END-IF

           MOVE W-BND-WEIGHT       TO W-NUM-EDIT-2
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4210-ADD-STATE-COUNT.
      *-------------------------

           ADD  W-ST-PRF(W-ST-DX)  TO W-BND-TOTAL
           .
       SUB-4210-EXIT.
           EXIT.
      /
       SUB-4220-STATE-LINE.
      *--------------------

           IF      W-ST-PRF(W-ST-DX) = 0
               GO TO SUB-4220-EXIT
           END-IF

           MOVE W-ST-PRF(W-ST-DX)  TO W-DST-ROW-PRF
           PERFORM SUB-4200-WEIGHT THRU SUB-4200-EXIT

           STRING 'STATEWT='
                  W-ST-CODE(W-ST-DX)
                  ','
                  FUNCTION TRIM(W-NUM-EDIT-2)
                                   DELIMITED SIZE
                                   INTO W-BND-TEXT
           PERFORM SUB-4100-ADD-LINE THRU SUB-4100-EXIT
           .
       SUB-4220-EXIT.
           EXIT.
      /
       SUB-4230-ADD-AGE-COUNT.
      *-----------------------

           ADD  W-AG-PRF(W-AG-DX)  TO W-BND-TOTAL
           .
       SUB-4230-EXIT.
           EXIT.
      /
       SUB-4240-AGE-LINE.
      *------------------

           IF      W-AG-PRF(W-AG-DX) = 0
               GO TO SUB-4240-EXIT
           END-IF

           MOVE W-AG-PRF(W-AG-DX)  TO W-DST-ROW-PRF
           PERFORM SUB-4200-WEIGHT THRU SUB-4200-EXIT

           STRING 'AGEWT='
                  W-AG-LOW(W-AG-DX)
                  ','
                  FUNCTION TRIM(W-NUM-EDIT-2)
                                   DELIMITED SIZE
                                   INTO W-BND-TEXT
           PERFORM SUB-4100-ADD-LINE THRU SUB-4100-EXIT
           .
       SUB-4240-EXIT.
           EXIT.
      /
       SUB-4250-RANGE-LINES.
      *---------------------

      **** Table W-RB-T's buckets, preceded by the min/max keywords
      **** for the span they cover (FAKERGEN cuts no accounts at all
      **** while ACCTMAX= is zero).

           MOVE 0                  TO W-BND-TOTAL
           MOVE 999                TO W-BND-LOWEST
           MOVE 0                  TO W-BND-HIGHEST

           PERFORM SUB-4260-ADD-RANGE-COUNT THRU SUB-4260-EXIT
               VARYING W-RB-DX FROM 1 BY 1
                 UNTIL W-RB-DX > W-RB-CNT(W-RB-T)

           IF      W-BND-TOTAL = 0
               GO TO SUB-4250-EXIT
           END-IF

           MOVE W-BND-LOWEST       TO W-NUM-EDIT
           STRING FUNCTION TRIM(W-RB-KEYWORD(W-RB-T))
                  'MIN='
                  FUNCTION TRIM(W-NUM-EDIT)
                                   DELIMITED SIZE
                                   INTO W-BND-TEXT
           PERFORM SUB-4100-ADD-LINE THRU SUB-4100-EXIT

           MOVE W-BND-HIGHEST      TO W-NUM-EDIT
           STRING FUNCTION TRIM(W-RB-KEYWORD(W-RB-T))
                  'MAX='
                  FUNCTION TRIM(W-NUM-EDIT)
                                   DELIMITED SIZE
                                   INTO W-BND-TEXT
           PERFORM SUB-4100-ADD-LINE THRU SUB-4100-EXIT

           PERFORM SUB-4270-RANGE-LINE THRU SUB-4270-EXIT
               VARYING W-RB-DX FROM 1 BY 1
                 UNTIL W-RB-DX > W-RB-CNT(W-RB-T)
           .
       SUB-4250-EXIT.
           EXIT.
      /
       SUB-4260-ADD-RANGE-COUNT.
      *-------------------------

      **** Only a bucket with customers (or accounts) in it widens
      **** the span.

           IF      W-RB-PRF(W-RB-T, W-RB-DX) = 0
               GO TO SUB-4260-EXIT
           END-IF

           ADD  W-RB-PRF(W-RB-T, W-RB-DX)
                                   TO W-BND-TOTAL

           IF      W-RB-LOW(W-RB-T, W-RB-DX) < W-BND-LOWEST
               MOVE W-RB-LOW(W-RB-T, W-RB-DX)
                                   TO W-BND-LOWEST
           END-IF

           IF      W-RB-HIGH(W-RB-T, W-RB-DX) > W-BND-HIGHEST
               MOVE W-RB-HIGH(W-RB-T, W-RB-DX)
                                   TO W-BND-HIGHEST
           END-IF
           .
       SUB-4260-EXIT.
           EXIT.
      /
       SUB-4270-RANGE-LINE.
      *--------------------

           IF      W-RB-PRF(W-RB-T, W-RB-DX) = 0
               GO TO SUB-4270-EXIT
           END-IF

           MOVE W-RB-PRF(W-RB-T, W-RB-DX)
                                   TO W-DST-ROW-PRF
           PERFORM SUB-4200-WEIGHT THRU SUB-4200-EXIT

           MOVE W-RB-LOW(W-RB-T, W-RB-DX)
                                   TO W-NUM-EDIT
           STRING FUNCTION TRIM(W-RB-KEYWORD(W-RB-T))
                  'WT='
                  FUNCTION TRIM(W-NUM-EDIT)
                  ','              DELIMITED SIZE
                                   INTO W-BND-TEXT
           MOVE W-RB-HIGH(W-RB-T, W-RB-DX)
                                   TO W-NUM-EDIT
           STRING FUNCTION TRIM(W-BND-TEXT)
                  FUNCTION TRIM(W-NUM-EDIT)
                  ','
                  FUNCTION TRIM(W-NUM-EDIT-2)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO W-BND-TEXT
           MOVE SPACES             TO W-BUILD-LINE
           PERFORM SUB-4100-ADD-LINE THRU SUB-4100-EXIT
           .
       SUB-4270-EXIT.
           EXIT.
      /
       SUB-4280-DECILE-LINE.
      *---------------------

           COMPUTE W-NUM-VALUE     =  W-BL-DX - 1
           MOVE W-NUM-VALUE        TO W-NUM-EDIT
           MOVE W-BL-BOUND(W-BL-DX)
                                   TO W-NUM-EDIT-2

           STRING 'BALDECILE='
                  FUNCTION TRIM(W-NUM-EDIT)
                  ','
                  FUNCTION TRIM(W-NUM-EDIT-2)
                                   DELIMITED SIZE
                                   INTO W-BND-TEXT
           PERFORM SUB-4100-ADD-LINE THRU SUB-4100-EXIT
           .
       SUB-4280-EXIT.
           EXIT.
      /
       SUB-4500-REWRITE-LIBRARY.
      *-------------------------

      **** Two passes, in the manner of FAKERSCR's extract rewrite:
      **** the library's other bundles and this bundle go to WRKFILE,
      **** then WRKFILE is copied back over the library.  No library
      **** yet is an empty one.

           OPEN OUTPUT WRKFILE

           IF      W-WRKFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open WRKFILE, status '
                       W-WRKFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-4500-EXIT
           END-IF

           OPEN INPUT TPLFILE

           EVALUATE W-TPLFILE-STATUS
             WHEN '00'
               PERFORM SUB-4510-READ-TPLFILE THRU SUB-4510-EXIT
               PERFORM SUB-4520-KEEP-TPL-LINE THRU SUB-4520-EXIT
                   UNTIL W-TPL-EOF
               CLOSE TPLFILE
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY W-ERROR-MSG
                       'cannot open TPLFILE, status '
                       W-TPLFILE-STATUS
               CLOSE WRKFILE
               MOVE 12             TO RETURN-CODE
               GO TO SUB-4500-EXIT
           END-EVALUATE

           PERFORM SUB-4530-WRITE-BUNDLE-LINE THRU SUB-4530-EXIT
               VARYING W-BND-DX FROM 1 BY 1
                 UNTIL W-BND-DX > W-BND-CNT

           CLOSE WRKFILE

           OPEN INPUT WRKFILE
           OPEN OUTPUT TPLFILE

           IF      W-TPLFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot rewrite TPLFILE, status '
                       W-TPLFILE-STATUS
               CLOSE WRKFILE
               MOVE 12             TO RETURN-CODE
               GO TO SUB-4500-EXIT
           END-IF

           PERFORM SUB-4540-READ-WRKFILE THRU SUB-4540-EXIT

           PERFORM SUB-4550-COPY-BACK THRU SUB-4550-EXIT
               UNTIL W-WRK-EOF

           CLOSE WRKFILE
                 TPLFILE
           .
       SUB-4500-EXIT.
           EXIT.
      /
       SUB-4510-READ-TPLFILE.
      *----------------------

           READ TPLFILE
               AT END
                   SET  W-TPL-EOF  TO TRUE
           END-READ
           .
       SUB-4510-EXIT.
           EXIT.
      /
       SUB-4520-KEEP-TPL-LINE.
      *-----------------------

           IF      TPL-NAME = W-TEMPLATE-NAME
               ADD  1              TO W-LIB-REPLACED
           ELSE
               ADD  1              TO W-LIB-KEPT
               WRITE WRKFILE-REC   FROM TPLFILE-REC
           END-IF

           PERFORM SUB-4510-READ-TPLFILE THRU SUB-4510-EXIT
           .
       SUB-4520-EXIT.
           EXIT.
      /
       SUB-4530-WRITE-BUNDLE-LINE.
      *---------------------------

           MOVE SPACES             TO TPLFILE-REC
           MOVE W-TEMPLATE-NAME    TO TPL-NAME
           MOVE W-BND-LINE(W-BND-DX)
                                   TO TPL-LINE

           WRITE WRKFILE-REC       FROM TPLFILE-REC
           .
       SUB-4530-EXIT.
           EXIT.
      /
       SUB-4540-READ-WRKFILE.
      *----------------------

           READ WRKFILE
               AT END
                   SET  W-WRK-EOF  TO TRUE
           END-READ
           .
       SUB-4540-EXIT.
           EXIT.
      /
       SUB-4550-COPY-BACK.
      *-------------------

           WRITE TPLFILE-REC       FROM WRKFILE-REC

           PERFORM SUB-4540-READ-WRKFILE THRU SUB-4540-EXIT
           .
       SUB-4550-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
