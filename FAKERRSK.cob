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

       PROGRAM-ID.             FAKERRSK.

      **** Re-identification risk assessment of a masked file - the
      **** check FAKERMSV cannot make.  FAKERMSV proves every mapped
      **** field changed; this proves the fields left unmasked do not
      **** still single a real person out in combination.  Reads the
      **** FAKERMSK output and a list of its quasi-identifier fields
      **** (QIDFILE - ZIP code, birth date, gender, account open
      **** date and the like), groups the records into equivalence
      **** classes on their combined quasi-identifier values, and
      **** reports:
      ****   - the file's k-anonymity level - the size of its smallest
      ****     class;
      ****   - every class smaller than the target k, with its
      ****     values;
      ****   - the generalization that would lift the file to the
      ****     target - one step at a time, each step the one that
      ****     leaves the fewest records in undersized classes: a
      ****     'Z' field goes to its first 3 digits then is
      ****     suppressed, a 'D' (date) field to its year, then its
      ****     decade, then is suppressed, and any other field is
      ****     suppressed outright.
      **** A file below the target ends the run RETURN-CODE 8, so the
      **** release job (see JCL member FAKERMK) holds it back.
      ****
      **** PARM: the target k, 2-999 (default 5).
      ****
      **** A RECORD-TYPE line on QIDFILE, in the FAKERMSK field map's
      **** form, limits the assessment to records of that type - the
      **** way to assess one record type of a multi-record file at a
      **** time.
      ****
      **** The classes are counted in a CRC32-hashed table rebuilt
      **** for every pass over the file; a file with more distinct
      **** classes than the table holds is reported and ends the run
      **** RETURN-CODE 12.

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
           SELECT MSKOFILE             ASSIGN 'Data\FAKERMSK Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-MSKOFILE-STATUS.

           SELECT QIDFILE            ASSIGN 'Data\FAKERRSK Quasiids.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-QIDFILE-STATUS.

           SELECT RPTFILE              ASSIGN 'Data\FAKERRSK Report.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  MSKOFILE.

       01  MSKOFILE-REC            PIC X(400).

      **** One record per quasi-identifier: 1-based position and
      **** length in the masked record, a name for the report, and
      **** the generalization rule - 'Z' ZIP/postal code, 'D' date
      **** (year first, as the extracts carry them), 'G' or space any
      **** other field.  For example
      ****     0148 005 ADDRESS-POSTCODE               Z
      ****     0056 010 PERSON-DATE-OF-BIRTH           D
      **** A RECORD-TYPE line (position, length and value behind the
      **** keyword, as on the FAKERMSK field map) restricts the run
      ****  to records of that type.

       FD  QIDFILE.

       01  QIDFILE-REC.
           05  QID-POSITION        PIC 9(04).
           05  FILLER              PIC X(01).
           05  QID-LENGTH          PIC 9(03).
           05  FILLER              PIC X(01).
           05  QID-NAME            PIC X(30).
           05  QID-RECORD-TYPE-TEST
                                   REDEFINES QID-NAME.
               10  QID-TYPE-KEYWORD
                                   PIC X(12).
                   88  QID-RECORD-TYPE             VALUE
                                                   'RECORD-TYPE'.
               10  QID-TYPE-VALUE  PIC X(18).
           05  FILLER              PIC X(01).
           05  QID-RULE            PIC X(01).
               88  QID-RULE-ZIP                    VALUE 'Z'.
               88  QID-RULE-DATE                   VALUE 'D'.
               88  QID-RULE-OTHER                  VALUE 'G' SPACE.

       FD  RPTFILE.

       01  RPTFILE-REC             PIC X(132).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-MSKOFILE-STATUS       PIC X(02).
       01  W-QIDFILE-STATUS        PIC X(02).

       01  W-MSKOFILE-EOF-SW       PIC X(01).
           88  W-MSKOFILE-EOF                      VALUE 'Y'.
       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-QIDFILE-EOF                       VALUE 'Y'.

       01  W-PARM-TEXT             PIC X(40)       VALUE SPACES.
       01  W-PARM-K                PIC X(03).
       01  W-PARM-K-LEN            PIC S9(4)  COMP VALUE 0.
       01  W-TARGET-K              PIC 9(03)       VALUE 5.

      **** The quasi-identifiers.  W-QID-LEVEL is the field's current
      **** generalization level, 0 (as masked) up to W-QID-MAX-LEVEL
      **** (suppressed); W-QID-OFFSET is where its value sits in the
      **** class key.

       01  W-QID-MAX               PIC S9(4)  COMP VALUE 10.
       01  W-QID-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-QID-DX                PIC S9(4)  COMP.
       01  W-TRY-DX                PIC S9(4)  COMP.
       01  W-QID-TABLE.
           05  W-QID-OCCS          OCCURS 10.
               10  W-QID-POSITION  PIC S9(4)  COMP.
               10  W-QID-LENGTH    PIC S9(4)  COMP.
               10  W-QID-OFFSET    PIC S9(4)  COMP.
               10  W-QID-NAME      PIC X(30).
               10  W-QID-RULE      PIC X(01).
                   88  W-QID-ZIP                   VALUE 'Z'.
                   88  W-QID-DATE                  VALUE 'D'.
               10  W-QID-LEVEL     PIC S9(4)  COMP.
               10  W-QID-MAX-LEVEL PIC S9(4)  COMP.

      **** The optional record-type restriction.

       01  W-TYPE-SW               PIC X(01)       VALUE 'N'.
           88  W-TYPE-RESTRICTED                   VALUE 'Y'.
       01  W-TYPE-POSITION         PIC S9(4)  COMP.
       01  W-TYPE-LENGTH           PIC S9(4)  COMP.
       01  W-TYPE-VALUE            PIC X(18).

      **** What each generalization level is called on the report,
      **** by rule: Z, D, then any other.

       01  W-LEVEL-NAME-VALUES.
           05  FILLER              PIC X(48)       VALUE
               'AS MASKED   3 DIGITS    SUPPRESSED              '.
           05  FILLER              PIC X(48)       VALUE
               'AS MASKED   YEAR        DECADE      SUPPRESSED  '.
           05  FILLER              PIC X(48)       VALUE
               'AS MASKED   SUPPRESSED                          '.
       01  FILLER REDEFINES W-LEVEL-NAME-VALUES.
           05  W-LEVEL-NAME-RULE                   OCCURS 3.
               10  W-LEVEL-NAME    PIC X(12)       OCCURS 4.
       01  W-RULE-DX               PIC S9(4)  COMP.

      **** The class key - every quasi-identifier's generalized value
      **** end to end - and the hashed class table it is counted in.
      **** W-HASH-SIZE is prime; W-CLASS-MAX keeps the table no more
      **** than about 90 percent full so probing stays short.

       01  W-KEY-MAX               PIC S9(4)  COMP VALUE 160.
       01  W-KEY-LEN               PIC S9(4)  COMP VALUE 0.
       01  W-CLASS-KEY             PIC X(160).
       01  W-QID-VALUE             PIC X(160).

       01  W-HASH-SIZE             PIC 9(09)  COMP VALUE 32749.
       01  W-CLASS-MAX             PIC 9(09)  COMP VALUE 29000.
       01  W-HASH-DX               PIC 9(09)  COMP.
       01  W-HASH-QUOTIENT         PIC 9(10)  COMP.
       01  W-HASH-CRC              PIC 9(10)  COMP.
       01  W-HASH-FOUND-SW         PIC X(01).
           88  W-HASH-FOUND                        VALUE 'Y'.
       01  W-HASH-TABLE.
           05  W-HASH-OCCS         OCCURS 32749.
               10  W-HASH-COUNT    PIC 9(09)  COMP.
               10  W-HASH-KEY      PIC X(160).

      **** One pass's results.

       01  W-EV-RECORDS            PIC 9(09)  COMP.
       01  W-EV-CLASSES            PIC 9(09)  COMP.
       01  W-EV-MIN-SIZE           PIC 9(09)  COMP.
       01  W-EV-SMALL-CLASSES      PIC 9(09)  COMP.
       01  W-EV-AT-RISK            PIC 9(09)  COMP.
       01  W-TABLE-FULL-SW         PIC X(01)       VALUE 'N'.
           88  W-TABLE-FULL                        VALUE 'Y'.

      **** The generalization search.

       01  W-BASE-MIN-SIZE         PIC 9(09)  COMP.
       01  W-BASE-RECORDS          PIC 9(09)  COMP.
       01  W-CUR-AT-RISK           PIC 9(09)  COMP.
       01  W-BEST-DX               PIC S9(4)  COMP.
       01  W-NOTHING-LEFT-SW       PIC X(01)       VALUE 'N'.
           88  W-NOTHING-LEFT                      VALUE 'Y'.
       01  W-BEST-AT-RISK          PIC 9(09)  COMP.
       01  W-BEST-MIN-SIZE         PIC 9(09)  COMP.
       01  W-BEST-SMALL-CLASSES    PIC 9(09)  COMP.
       01  W-STEP-NO               PIC 9(03)       VALUE 0.
       01  W-LIST-MAX              PIC 9(09)  COMP VALUE 200.
       01  W-LIST-CNT              PIC 9(09)  COMP VALUE 0.

       01  W-BUILD-LINE            PIC X(132).
       01  W-BUILD-POS             PIC S9(4)  COMP.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-DISP-SIZE             PIC ZZZ,ZZ9.
       01  W-DISP-POS              PIC 9(04).
       01  W-DISP-LEN              PIC 9(03).
       01  W-DISP-STEP             PIC ZZ9.
       01  W-DISP-K                PIC ZZ9.

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY-MM-DD
                                   PIC 9(08).
           05  FILLER              PIC X(13).
       01  W-RPT-RUN-DATE          PIC 9999/99/99.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERRSK error: '.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       01  W-CRC32-PROG            PIC X(08)       VALUE 'CRC32'.
       01  W-CRC32-PARAMETER.      COPY CRC32L.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-ASSESS-AS-MASKED THRU SUB-2000-EXIT
           END-IF

           IF      RETURN-CODE = 0
           AND     W-CUR-AT-RISK > 0
               PERFORM SUB-3000-GENERALIZE THRU SUB-3000-EXIT
           END-IF

           PERFORM SUB-4000-SHUT-DOWN THRU SUB-4000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKERRSK compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE

           OPEN OUTPUT RPTFILE

           PERFORM SUB-1050-READ-PARM THRU SUB-1050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-QUASI-IDS THRU SUB-1100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1200-WRITE-HEADINGS THRU SUB-1200-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-K   COUNT IN W-PARM-K-LEN
           END-UNSTRING

           IF      W-PARM-K-LEN = 0
               GO TO SUB-1050-EXIT
           END-IF

           IF      W-PARM-K-LEN > 3
           OR      W-PARM-K(1 : W-PARM-K-LEN) NOT NUMERIC
               DISPLAY W-ERROR-MSG
                       'target k not 2-999: '
                       W-PARM-TEXT
               MOVE 8              TO RETURN-CODE
               GO TO SUB-1050-EXIT
           END-IF

           MOVE W-PARM-K(1 : W-PARM-K-LEN)
                                   TO W-TARGET-K

           IF      W-TARGET-K < 2
               DISPLAY W-ERROR-MSG
                       'target k not 2-999: '
                       W-PARM-TEXT
               MOVE 8              TO RETURN-CODE
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-QUASI-IDS.
      *------------------------

      **** A line whose position or length is unusable, that reaches
      **** past the record, or that would overrun the class key is
      **** reported and skipped; no usable quasi-identifier at all
      **** ends the run.

           OPEN INPUT QIDFILE

           IF      W-QIDFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open QIDFILE, status '
                       W-QIDFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-LOAD-ONE-QUASI-ID THRU SUB-1110-EXIT
               UNTIL W-QIDFILE-EOF

           CLOSE QIDFILE

           IF      W-QID-CNT = 0
               DISPLAY W-ERROR-MSG
                       'no usable quasi-identifier on QIDFILE'
               MOVE 12             TO RETURN-CODE
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-LOAD-ONE-QUASI-ID.
      *---------------------------

           READ QIDFILE
               AT END
                   SET  W-QIDFILE-EOF
                                   TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           IF      QIDFILE-REC = SPACES
               GO TO SUB-1110-EXIT
           END-IF

           IF      QID-POSITION NOT NUMERIC
           OR      QID-LENGTH NOT NUMERIC
           OR      QID-POSITION = 0
           OR      QID-LENGTH = 0
           OR      QID-POSITION + QID-LENGTH - 1
                       > LENGTH OF MSKOFILE-REC
               DISPLAY W-ERROR-MSG
                       'QIDFILE record skipped: '
                       QIDFILE-REC
               GO TO SUB-1110-EXIT
           END-IF

           IF      QID-RECORD-TYPE
               IF      QID-LENGTH > LENGTH OF W-TYPE-VALUE
                   DISPLAY W-ERROR-MSG
                           'RECORD-TYPE skipped: '
                           QIDFILE-REC
               ELSE
                   SET  W-TYPE-RESTRICTED
                                   TO TRUE
                   MOVE QID-POSITION
                                   TO W-TYPE-POSITION
                   MOVE QID-LENGTH TO W-TYPE-LENGTH
                   MOVE QID-TYPE-VALUE
                                   TO W-TYPE-VALUE
               END-IF
               GO TO SUB-1110-EXIT
           END-IF

           IF      W-QID-CNT >= W-QID-MAX
           OR      W-KEY-LEN + QID-LENGTH > W-KEY-MAX
               DISPLAY W-ERROR-MSG
                       'QIDFILE record skipped (too many): '
                       QIDFILE-REC
               GO TO SUB-1110-EXIT
           END-IF

           ADD  1                  TO W-QID-CNT
           MOVE QID-POSITION       TO W-QID-POSITION(W-QID-CNT)
           MOVE QID-LENGTH         TO W-QID-LENGTH(W-QID-CNT)
           COMPUTE W-QID-OFFSET(W-QID-CNT)
                                   = W-KEY-LEN + 1
           ADD  QID-LENGTH         TO W-KEY-LEN
           MOVE QID-NAME           TO W-QID-NAME(W-QID-CNT)
           MOVE 0                  TO W-QID-LEVEL(W-QID-CNT)

           EVALUATE TRUE
             WHEN QID-RULE-ZIP
               MOVE 'Z'            TO W-QID-RULE(W-QID-CNT)
               MOVE 2              TO W-QID-MAX-LEVEL(W-QID-CNT)
             WHEN QID-RULE-DATE
               MOVE 'D'            TO W-QID-RULE(W-QID-CNT)
               MOVE 3              TO W-QID-MAX-LEVEL(W-QID-CNT)
             WHEN OTHER
               MOVE 'G'            TO W-QID-RULE(W-QID-CNT)
               MOVE 1              TO W-QID-MAX-LEVEL(W-QID-CNT)
           END-EVALUATE
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1200-WRITE-HEADINGS.
      *------------------------

           MOVE W-CURRENT-YYYY-MM-DD
                                   TO W-RPT-RUN-DATE
           MOVE W-TARGET-K         TO W-DISP-K

           MOVE SPACES             TO W-BUILD-LINE
           STRING 'FAKERRSK RE-IDENTIFICATION RISK REPORT      RUN '
                  'DATE '          DELIMITED SIZE
                  W-RPT-RUN-DATE   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           STRING 'MASKED FILE: Data\FAKERMSK Output.txt     TARGET '
                  'K: '            DELIMITED SIZE
                  W-DISP-K         DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE SPACES             TO W-BUILD-LINE
           IF      W-TYPE-RESTRICTED
               MOVE W-TYPE-POSITION
                                   TO W-DISP-POS
               STRING 'RECORDS ASSESSED: RECORD TYPE '
                                   DELIMITED SIZE
                      W-TYPE-VALUE(1 : W-TYPE-LENGTH)
                                   DELIMITED SIZE
                      ' AT POSITION '
                                   DELIMITED SIZE
                      W-DISP-POS   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           ELSE
               MOVE 'RECORDS ASSESSED: ALL'
                                   TO W-BUILD-LINE
           END-IF
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC
           MOVE 'QUASI-IDENTIFIERS:  POS  LEN RULE NAME'
                                   TO RPTFILE-REC
           WRITE RPTFILE-REC

           PERFORM SUB-1210-WRITE-ONE-QUASI-ID THRU SUB-1210-EXIT
               VARYING W-QID-DX FROM 1 BY 1
                 UNTIL W-QID-DX > W-QID-CNT
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1210-WRITE-ONE-QUASI-ID.
      *----------------------------

           MOVE W-QID-POSITION(W-QID-DX)
                                   TO W-DISP-POS
           MOVE W-QID-LENGTH(W-QID-DX)
                                   TO W-DISP-LEN

           MOVE SPACES             TO W-BUILD-LINE
           STRING '                    '
                                   DELIMITED SIZE
                  W-DISP-POS       DELIMITED SIZE
                  '  '             DELIMITED SIZE
                  W-DISP-LEN       DELIMITED SIZE
                  '  '             DELIMITED SIZE
                  W-QID-RULE(W-QID-DX)
                                   DELIMITED SIZE
                  '   '            DELIMITED SIZE
                  W-QID-NAME(W-QID-DX)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE
           .
       SUB-1210-EXIT.
           EXIT.
      /
       SUB-2000-ASSESS-AS-MASKED.
      *--------------------------

           PERFORM SUB-5000-EVALUATE THRU SUB-5000-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2000-EXIT
           END-IF

           MOVE W-EV-MIN-SIZE      TO W-BASE-MIN-SIZE
           MOVE W-EV-RECORDS       TO W-BASE-RECORDS
           MOVE W-EV-AT-RISK       TO W-CUR-AT-RISK

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC
           MOVE 'AS MASKED'        TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-EV-RECORDS       TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING '  RECORDS ASSESSED:          '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE W-EV-CLASSES       TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING '  EQUIVALENCE CLASSES:       '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE W-EV-MIN-SIZE      TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING '  K-ANONYMITY LEVEL:         '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE W-EV-SMALL-CLASSES TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING '  CLASSES BELOW TARGET K:    '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE W-EV-AT-RISK       TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING '  RECORDS IN THOSE CLASSES:  '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           IF      W-EV-SMALL-CLASSES = 0
               GO TO SUB-2000-EXIT
           END-IF

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC
           MOVE 'EQUIVALENCE CLASSES BELOW TARGET K (SIZE, VALUES)'
                                   TO RPTFILE-REC
           WRITE RPTFILE-REC

           PERFORM SUB-2100-LIST-ONE-CLASS THRU SUB-2100-EXIT
               VARYING W-HASH-DX FROM 1 BY 1
                 UNTIL W-HASH-DX > W-HASH-SIZE

           IF      W-LIST-CNT > W-LIST-MAX
               COMPUTE W-DISP-NUM  = W-LIST-CNT - W-LIST-MAX
               MOVE SPACES         TO W-BUILD-LINE
               STRING '  ... AND '   DELIMITED SIZE
                      W-DISP-NUM     DELIMITED SIZE
                      ' MORE'        DELIMITED SIZE
                                   INTO W-BUILD-LINE
               WRITE RPTFILE-REC FROM W-BUILD-LINE
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-LIST-ONE-CLASS.
      *------------------------

           IF      W-HASH-COUNT(W-HASH-DX) = 0
           OR      W-HASH-COUNT(W-HASH-DX) >= W-TARGET-K
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-LIST-CNT

           IF      W-LIST-CNT > W-LIST-MAX
               GO TO SUB-2100-EXIT
           END-IF

           MOVE W-HASH-COUNT(W-HASH-DX)
                                   TO W-DISP-SIZE
           MOVE SPACES             TO W-BUILD-LINE
           MOVE W-DISP-SIZE        TO W-BUILD-LINE(1 : 7)
           MOVE 10                 TO W-BUILD-POS

           PERFORM SUB-2110-LIST-ONE-VALUE THRU SUB-2110-EXIT
               VARYING W-QID-DX FROM 1 BY 1
                 UNTIL W-QID-DX > W-QID-CNT

           WRITE RPTFILE-REC     FROM W-BUILD-LINE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2110-LIST-ONE-VALUE.
      *------------------------

      **** Values that would run off the line are left off it.

           IF      W-BUILD-POS + W-QID-LENGTH(W-QID-DX)
                       > LENGTH OF W-BUILD-LINE
               GO TO SUB-2110-EXIT
           END-IF

           MOVE W-HASH-KEY(W-HASH-DX)
                          (W-QID-OFFSET(W-QID-DX) :
                           W-QID-LENGTH(W-QID-DX))
                                   TO W-BUILD-LINE
                                      (W-BUILD-POS :
                                       W-QID-LENGTH(W-QID-DX))

           COMPUTE W-BUILD-POS     = W-BUILD-POS
                                   + W-QID-LENGTH(W-QID-DX) + 2
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-3000-GENERALIZE.
      *--------------------

      **** Greedy search up the generalization levels: at each step
      **** every quasi-identifier not yet suppressed is tried one
      **** level coarser, and the one leaving the fewest records in
      **** undersized classes is kept (the earliest on QIDFILE on a
      **** tie).  It stops when no record is left at risk or there is
      **** nothing left to generalize.  Each trial is a full pass of
      **** the file (SUB-5000-EVALUATE), which varies W-QID-DX itself,
      **** so the trial loop runs on W-TRY-DX.

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC
           MOVE 'GENERALIZATION NEEDED TO REACH TARGET K'
                                   TO RPTFILE-REC
           WRITE RPTFILE-REC

           PERFORM SUB-3100-ONE-STEP THRU SUB-3100-EXIT
               UNTIL W-CUR-AT-RISK = 0
                  OR W-NOTHING-LEFT
                  OR RETURN-CODE NOT = 0

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-EXIT
           END-IF

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           IF      W-CUR-AT-RISK = 0
               MOVE 'TARGET K REACHED WITH:'
                                   TO RPTFILE-REC
               WRITE RPTFILE-REC

               PERFORM SUB-3300-WRITE-ONE-LEVEL THRU SUB-3300-EXIT
                   VARYING W-QID-DX FROM 1 BY 1
                     UNTIL W-QID-DX > W-QID-CNT
           ELSE
               MOVE W-CUR-AT-RISK  TO W-DISP-NUM
               MOVE SPACES         TO W-BUILD-LINE
               STRING 'TARGET K NOT REACHABLE BY GENERALIZATION ALONE'
                      ' - RECORDS STILL NEEDING SUPPRESSION: '
                                   DELIMITED SIZE
                      W-DISP-NUM   DELIMITED SIZE
                                   INTO W-BUILD-LINE
               WRITE RPTFILE-REC FROM W-BUILD-LINE
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-ONE-STEP.
      *------------------

           MOVE 0                  TO W-BEST-DX

           PERFORM SUB-3110-TRY-ONE-QUASI-ID THRU SUB-3110-EXIT
               VARYING W-TRY-DX FROM 1 BY 1
                 UNTIL W-TRY-DX > W-QID-CNT
                    OR RETURN-CODE NOT = 0

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3100-EXIT
           END-IF

           IF      W-BEST-DX = 0
               SET  W-NOTHING-LEFT TO TRUE
               GO TO SUB-3100-EXIT
           END-IF

           ADD  1                  TO W-QID-LEVEL(W-BEST-DX)
           MOVE W-BEST-AT-RISK     TO W-CUR-AT-RISK
           ADD  1                  TO W-STEP-NO

           MOVE W-STEP-NO          TO W-DISP-STEP
           PERFORM SUB-3200-SET-RULE-DX THRU SUB-3200-EXIT

           MOVE SPACES             TO W-BUILD-LINE
           STRING '  STEP '        DELIMITED SIZE
                  W-DISP-STEP      DELIMITED SIZE
                  ': '             DELIMITED SIZE
                  W-QID-NAME(W-BEST-DX)
                                   DELIMITED SPACE
                  ' TO '           DELIMITED SIZE
                  W-LEVEL-NAME(W-RULE-DX,
                               W-QID-LEVEL(W-BEST-DX) + 1)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE

           MOVE W-BEST-MIN-SIZE    TO W-DISP-NUM
           STRING 'K = '           DELIMITED SIZE
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE(56 : 16)

           MOVE W-BEST-SMALL-CLASSES
                                   TO W-DISP-NUM
           STRING 'CLASSES BELOW K = '
                                   DELIMITED SIZE
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE(73 : 30)

           MOVE W-BEST-AT-RISK     TO W-DISP-NUM
           STRING 'AT RISK = '     DELIMITED SIZE
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE(104 : 22)

           WRITE RPTFILE-REC     FROM W-BUILD-LINE
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3110-TRY-ONE-QUASI-ID.
      *--------------------------

           IF      W-QID-LEVEL(W-TRY-DX) >= W-QID-MAX-LEVEL(W-TRY-DX)
               GO TO SUB-3110-EXIT
           END-IF

           ADD  1                  TO W-QID-LEVEL(W-TRY-DX)

           PERFORM SUB-5000-EVALUATE THRU SUB-5000-EXIT

           SUBTRACT 1            FROM W-QID-LEVEL(W-TRY-DX)

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3110-EXIT
           END-IF

           IF      W-BEST-DX = 0
           OR      W-EV-AT-RISK < W-BEST-AT-RISK
               MOVE W-TRY-DX       TO W-BEST-DX
               MOVE W-EV-AT-RISK   TO W-BEST-AT-RISK
               MOVE W-EV-MIN-SIZE  TO W-BEST-MIN-SIZE
               MOVE W-EV-SMALL-CLASSES
                                   TO W-BEST-SMALL-CLASSES
           END-IF
           .
       SUB-3110-EXIT.
           EXIT.
      /
       SUB-3200-SET-RULE-DX.
      *---------------------

      **** W-LEVEL-NAME's row for W-QID-DX's rule - Z, D, other.
      **** Called with W-BEST-DX or W-QID-DX set as the caller needs.

           EVALUATE TRUE
             WHEN W-BEST-DX > 0
             AND  W-QID-ZIP(W-BEST-DX)
               MOVE 1              TO W-RULE-DX
             WHEN W-BEST-DX > 0
             AND  W-QID-DATE(W-BEST-DX)
               MOVE 2              TO W-RULE-DX
             WHEN W-BEST-DX > 0
               MOVE 3              TO W-RULE-DX
             WHEN W-QID-ZIP(W-QID-DX)
               MOVE 1              TO W-RULE-DX
             WHEN W-QID-DATE(W-QID-DX)
               MOVE 2              TO W-RULE-DX
             WHEN OTHER
               MOVE 3              TO W-RULE-DX
           END-EVALUATE
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3300-WRITE-ONE-LEVEL.
      *-------------------------

           MOVE 0                  TO W-BEST-DX
           PERFORM SUB-3200-SET-RULE-DX THRU SUB-3200-EXIT

           MOVE SPACES             TO W-BUILD-LINE
           STRING '  '             DELIMITED SIZE
                  W-QID-NAME(W-QID-DX)
                                   DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  W-LEVEL-NAME(W-RULE-DX,
                               W-QID-LEVEL(W-QID-DX) + 1)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-4000-SHUT-DOWN.
      *-------------------

      **** RETURN-CODE is already 8 or 12 for a control error or a
      **** full class table; otherwise the file passes only if it
      **** met the target k as masked.

           IF      RETURN-CODE = 0
               MOVE SPACES         TO RPTFILE-REC
               WRITE RPTFILE-REC

               IF      W-BASE-MIN-SIZE >= W-TARGET-K
                   MOVE 'RESULT: PASS - FILE MEETS TARGET K AS MASKED'
                                   TO RPTFILE-REC
               ELSE
                   MOVE 'RESULT: FAIL - DO NOT RELEASE THIS FILE'
                                   TO RPTFILE-REC
                   MOVE 8          TO RETURN-CODE
               END-IF

               WRITE RPTFILE-REC
           ELSE
               MOVE 'RESULT: NOT ASSESSED - SEE THE JOB LOG'
                                   TO RPTFILE-REC
               WRITE RPTFILE-REC
           END-IF

           CLOSE RPTFILE

           MOVE W-BASE-RECORDS     TO W-DISP-NUM
           DISPLAY 'Records assessed:         '
                   W-DISP-NUM

           MOVE W-BASE-MIN-SIZE    TO W-DISP-NUM
           DISPLAY 'K-anonymity level:        '
                   W-DISP-NUM

           MOVE W-STEP-NO          TO W-DISP-NUM
           DISPLAY 'Generalization steps:     '
                   W-DISP-NUM

           DISPLAY 'FAKERRSK completed'
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-5000-EVALUATE.
      *------------------

      **** One pass of the masked file at the current generalization
      **** levels, counting the records in each equivalence class.

           INITIALIZE W-HASH-TABLE
           MOVE 0                  TO W-EV-RECORDS
                                      W-EV-CLASSES
                                      W-EV-SMALL-CLASSES
                                      W-EV-AT-RISK
           MOVE 999999999          TO W-EV-MIN-SIZE
           MOVE 'N'                TO W-MSKOFILE-EOF-SW

           OPEN INPUT MSKOFILE

           IF      W-MSKOFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open MSKOFILE, status '
                       W-MSKOFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-5000-EXIT
           END-IF

           PERFORM SUB-5100-CLASSIFY-ONE-RECORD THRU SUB-5100-EXIT
               UNTIL W-MSKOFILE-EOF
                  OR W-TABLE-FULL

           CLOSE MSKOFILE

           IF      W-TABLE-FULL
               DISPLAY W-ERROR-MSG
                       'more equivalence classes than the table holds'
               MOVE SPACES         TO RPTFILE-REC
               WRITE RPTFILE-REC
               STRING 'MORE EQUIVALENCE CLASSES THAN THE TABLE HOLDS'
                      ' - ASSESS ONE RECORD TYPE AT A TIME'
                                   DELIMITED SIZE
                                   INTO RPTFILE-REC
               WRITE RPTFILE-REC
               MOVE 12             TO RETURN-CODE
               GO TO SUB-5000-EXIT
           END-IF

           IF      W-EV-RECORDS = 0
               DISPLAY W-ERROR-MSG
                       'no records to assess on MSKOFILE'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-5000-EXIT
           END-IF

           PERFORM SUB-5300-TALLY-ONE-CLASS THRU SUB-5300-EXIT
               VARYING W-HASH-DX FROM 1 BY 1
                 UNTIL W-HASH-DX > W-HASH-SIZE
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5100-CLASSIFY-ONE-RECORD.
      *-----------------------------

           READ MSKOFILE
               AT END
                   SET  W-MSKOFILE-EOF
                                   TO TRUE
                   GO TO SUB-5100-EXIT
           END-READ

           IF      W-TYPE-RESTRICTED
           AND     MSKOFILE-REC(W-TYPE-POSITION : W-TYPE-LENGTH)
                       NOT = W-TYPE-VALUE(1 : W-TYPE-LENGTH)
               GO TO SUB-5100-EXIT
           END-IF

           ADD  1                  TO W-EV-RECORDS
           MOVE SPACES             TO W-CLASS-KEY

           PERFORM SUB-5110-GENERALIZE-ONE-VALUE THRU SUB-5110-EXIT
               VARYING W-QID-DX FROM 1 BY 1
                 UNTIL W-QID-DX > W-QID-CNT

           PERFORM SUB-5200-COUNT-IN-CLASS THRU SUB-5200-EXIT
           .
       SUB-5100-EXIT.
           EXIT.
      /
       SUB-5110-GENERALIZE-ONE-VALUE.
      *------------------------------

      **** A blank value stays blank at every level - an absent value
      **** is its own class, not a suppressed one.

           MOVE MSKOFILE-REC(W-QID-POSITION(W-QID-DX) :
                             W-QID-LENGTH(W-QID-DX))
                                   TO W-QID-VALUE

           IF      W-QID-LEVEL(W-QID-DX) = 0
           OR      W-QID-VALUE = SPACES
               GO TO SUB-5110-MOVE-TO-KEY
           END-IF

           EVALUATE TRUE
             WHEN W-QID-LEVEL(W-QID-DX) = W-QID-MAX-LEVEL(W-QID-DX)
               MOVE ALL '*'        TO W-QID-VALUE
                                      (1 : W-QID-LENGTH(W-QID-DX))

             WHEN W-QID-ZIP(W-QID-DX)
             AND  W-QID-LENGTH(W-QID-DX) > 3
               MOVE ALL '*'        TO W-QID-VALUE
                                      (4 : W-QID-LENGTH(W-QID-DX) - 3)

             WHEN W-QID-DATE(W-QID-DX)
             AND  W-QID-LEVEL(W-QID-DX) = 1
             AND  W-QID-LENGTH(W-QID-DX) > 4
               MOVE ALL '*'        TO W-QID-VALUE
                                      (5 : W-QID-LENGTH(W-QID-DX) - 4)

             WHEN W-QID-DATE(W-QID-DX)
             AND  W-QID-LEVEL(W-QID-DX) = 2
             AND  W-QID-LENGTH(W-QID-DX) > 3
               MOVE ALL '*'        TO W-QID-VALUE
                                      (4 : W-QID-LENGTH(W-QID-DX) - 3)
           END-EVALUATE
           .
       SUB-5110-MOVE-TO-KEY.

           MOVE W-QID-VALUE(1 : W-QID-LENGTH(W-QID-DX))
                                   TO W-CLASS-KEY
                                      (W-QID-OFFSET(W-QID-DX) :
                                       W-QID-LENGTH(W-QID-DX))
           .
       SUB-5110-EXIT.
           EXIT.
      /
       SUB-5200-COUNT-IN-CLASS.
      *------------------------

      **** Open addressing: the CRC32 of the key picks the home slot
      **** and a taken slot with another key steps on to the next.

           SET  CRC-STAGE-START-END
                                   TO TRUE
           SET  CRC-BUFFER-PTR     TO ADDRESS OF W-CLASS-KEY
           MOVE W-KEY-LEN          TO CRC-BUFFER-LEN
           CALL W-CRC32-PROG    USING W-CRC32-PARAMETER
           MOVE CRC-CHECKSUM       TO W-HASH-CRC

           DIVIDE W-HASH-CRC BY W-HASH-SIZE
                                GIVING W-HASH-QUOTIENT
                             REMAINDER W-HASH-DX
           ADD  1                  TO W-HASH-DX

           MOVE 'N'                TO W-HASH-FOUND-SW

           PERFORM SUB-5210-PROBE-ONE-SLOT THRU SUB-5210-EXIT
               UNTIL W-HASH-FOUND
           .
       SUB-5200-EXIT.
           EXIT.
      /
       SUB-5210-PROBE-ONE-SLOT.
      *------------------------

           IF      W-HASH-COUNT(W-HASH-DX) = 0
               IF      W-EV-CLASSES >= W-CLASS-MAX
                   SET  W-TABLE-FULL
                                   TO TRUE
                   SET  W-HASH-FOUND
                                   TO TRUE
                   GO TO SUB-5210-EXIT
               END-IF

               ADD  1              TO W-EV-CLASSES
               MOVE 1              TO W-HASH-COUNT(W-HASH-DX)
               MOVE W-CLASS-KEY    TO W-HASH-KEY(W-HASH-DX)
               SET  W-HASH-FOUND   TO TRUE
               GO TO SUB-5210-EXIT
           END-IF

           IF      W-HASH-KEY(W-HASH-DX) = W-CLASS-KEY
               ADD  1              TO W-HASH-COUNT(W-HASH-DX)
               SET  W-HASH-FOUND   TO TRUE
               GO TO SUB-5210-EXIT
           END-IF

           IF      W-HASH-DX >= W-HASH-SIZE
               MOVE 1              TO W-HASH-DX
           ELSE
               ADD  1              TO W-HASH-DX
           END-IF
           .
       SUB-5210-EXIT.
           EXIT.
      /
       SUB-5300-TALLY-ONE-CLASS.
      *-------------------------

           IF      W-HASH-COUNT(W-HASH-DX) = 0
               GO TO SUB-5300-EXIT
           END-IF

           IF      W-HASH-COUNT(W-HASH-DX) < W-EV-MIN-SIZE
               MOVE W-HASH-COUNT(W-HASH-DX)
                                   TO W-EV-MIN-SIZE
           END-IF

           IF      W-HASH-COUNT(W-HASH-DX) < W-TARGET-K
               ADD  1              TO W-EV-SMALL-CLASSES
               ADD  W-HASH-COUNT(W-HASH-DX)
                                   TO W-EV-AT-RISK
           END-IF
           .
       SUB-5300-EXIT.
           EXIT.
