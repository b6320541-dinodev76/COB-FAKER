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

       PROGRAM-ID.             FAKERSUB.

      **** Standing test-data subscription driver.  The subscription
      **** file holds one record per team's recurring order: the
      **** team, the FAKERGEN run template, the FAKERSEL criteria
      **** (keyword=value pairs separated by ';'), the FAKERCNV
      **** delivery format, the refresh frequency (D daily, W weekly,
      **** M monthly), the next due date, the retention in days and
      **** an active/held flag.  The job stream (JCL member FAKERSB)
      **** brackets one subscription's run at a time with this
      **** program:
      ****
      ****   PARM='NEXT'    picks the next subscription due today
      ****     that this cycle has not yet run or failed, and builds
      ****     its run in files of its own - the FAKERGEN control
      ****     record (template, subscription stamp, retention date),
      ****     the FAKERSEL criteria, the subscription run card (COPY
      ****     FAKERSRN) - and a fresh FAKERORC step chain of
      ****     GENERATE, SUBSET and CONVERT, each step run with
      ****     PARM='SUBSCR'.  The dual-controlled FAKERGEN control
      ****     file and the plain FAKERSEL criteria are never
      ****     touched.  The run card carries the subscription's
      ****     FAKERGEN job ID, Snnn, given it on its first run and
      ****     kept in the job ID file for good, so every file of
      ****     its set - extract, subset, converted file, manifest -
      ****     is its own, and a refresh replaces its own set and no
      ****     other team's.
      ****     Return code 4 means a run is built and the chain should
      ****     go; 0 means nothing is left to run this cycle, and the
      ****     cycle report is written.  A subscription still marked
      ****     running (the previous submission died mid-chain) is
      ****     answered again untouched, so FAKERORC resumes its chain
      ****     where it stopped;
      ****   PARM='DONE'    the running subscription's chain finished
      ****     clean - its next due date advances past today by its
      ****     frequency and the subscription file is rewritten;
      ****   PARM='FAIL,step'  the chain failed (at the step named) -
      ****     recorded against the subscription, whose due date
      ****     stays put so the next cycle tries it again;
      ****   PARM='REPORT'  (or blank) writes the cycle report: every
      ****     subscription RAN, FAILED, SKIPPED (held, not due, or
      ****     in error) or still PENDING, with the totals.  Any
      ****     failure ends the report RC 4.
      ****
      **** The cycle state file remembers each subscription's outcome
      **** this cycle, so the operators stop re-keying the same
      **** requests by hand every week and every month.

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
           SELECT SUBFILE       ASSIGN 'Data\FAKERSUB Subscriptions.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-SUBFILE-STATUS.

           SELECT STAFILE              ASSIGN 'Data\FAKERSUB State.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-STAFILE-STATUS.

           SELECT RPTFILE             ASSIGN 'Data\FAKERSUB Report.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

      **** The run template library, read only to prove a
      **** subscription's template exists before its run is built.

           SELECT TPLFILE           ASSIGN 'Data\FAKERGEN Templates.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-TPLFILE-STATUS.

      **** The inputs each subscription's run is built into - read
      **** by FAKERGEN, FAKERSEL and FAKERCNV under PARM='SUBSCR'.

           SELECT CTLFILE             ASSIGN 'Data\FAKERSUB Control.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT CRITFILE           ASSIGN 'Data\FAKERSUB Criteria.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT SRNFILE                 ASSIGN 'Data\FAKERSUB Run.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

      **** Each subscription's FAKERGEN job ID, one record per
      **** subscription ever run, in the order they were given.

           SELECT JOBFILE                ASSIGN 'Data\FAKERSUB Jobs.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-JOBFILE-STATUS.

           SELECT PIPFILE            ASSIGN 'Data\FAKERORC Pipeline.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT ORCSTA               ASSIGN 'Data\FAKERORC State.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  SUBFILE.

      **** One subscription per record.  A record starting '*' is a
      **** comment and is carried through every rewrite untouched.

       01  SUBFILE-REC.
           05  SUB-ID              PIC X(08).
           05  FILLER              PIC X(01).
           05  SUB-TEAM            PIC X(08).
           05  FILLER              PIC X(01).
           05  SUB-TEMPLATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  SUB-FORMAT          PIC X(06).
           05  FILLER              PIC X(01).
           05  SUB-FREQUENCY       PIC X(01).
           05  FILLER              PIC X(01).
           05  SUB-NEXT-DUE        PIC X(10).
           05  FILLER              PIC X(01).
           05  SUB-RETAIN-DAYS     PIC X(03).
           05  FILLER              PIC X(01).
           05  SUB-STATUS          PIC X(01).
           05  FILLER              PIC X(01).
           05  SUB-CRITERIA        PIC X(100).

       FD  STAFILE.

       01  STAFILE-REC.
           05  STA-CYCLE-DATE      PIC X(10).
           05  FILLER              PIC X(01).
           05  STA-SUB-ID          PIC X(08).
           05  FILLER              PIC X(01).
           05  STA-OUTCOME         PIC X(04).
           05  FILLER              PIC X(01).
           05  STA-NOTE            PIC X(50).

       FD  RPTFILE.

       01  RPTFILE-REC             PIC X(100).

       FD  TPLFILE.

       01  TPLFILE-REC.
           05  TPL-NAME            PIC X(08).
           05  FILLER              PIC X(01).
           05  TPL-LINE            PIC X(71).

       FD  CTLFILE.

       01  CTLFILE-LINE            PIC X(80).

       FD  CRITFILE.

       01  CRITFILE-REC            PIC X(80).

       FD  SRNFILE.

       COPY FAKERSRN.

       FD  JOBFILE.

       01  JOBFILE-REC.
           05  JOB-SUB-ID          PIC X(08).
           05  FILLER              PIC X(01).
           05  JOB-JOB-ID          PIC X(04).

       FD  PIPFILE.

       01  PIPFILE-REC.
           05  PIP-STEP-NAME       PIC X(08).
           05  FILLER              PIC X(01).
           05  PIP-PROGRAM         PIC X(08).

       FD  ORCSTA.

       01  ORCSTA-REC              PIC X(13).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SUBFILE-STATUS        PIC X(02).
       01  W-STAFILE-STATUS        PIC X(02).
       01  W-TPLFILE-STATUS        PIC X(02).
       01  W-JOBFILE-STATUS        PIC X(02).

       01  W-SUB-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-SUB-EOF                           VALUE 'Y'.
       01  W-STA-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-STA-EOF                           VALUE 'Y'.
       01  W-TPL-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-TPL-EOF                           VALUE 'Y'.
       01  W-JOB-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-JOB-EOF                           VALUE 'Y'.

      **** The subscription file, held whole - raw record and all -
      **** so a DONE can rewrite it with one due date moved and
      **** every other byte as it was.

       01  W-SUB-MAX               PIC S9(4)  COMP VALUE 100.
       01  W-SUB-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-SUB-DX                PIC S9(4)  COMP.
       01  W-SUB-FOUND-DX          PIC S9(4)  COMP.
       01  W-FIND-ID               PIC X(08).
       01  W-SUB-TABLE.
           05  W-SUB-OCCS          OCCURS 100.
               10  W-SUB-RAW       PIC X(153).
               10  W-SUB-COMMENT-SW
                                   PIC X(01).
                   88  W-SUB-COMMENT               VALUE 'Y'.
               10  W-SUB-OUTCOME   PIC X(04).
                   88  W-SUB-NOT-TRIED             VALUE SPACES.
                   88  W-SUB-RUNNING               VALUE 'RUN '.
                   88  W-SUB-RAN                   VALUE 'DONE'.
                   88  W-SUB-FAILED                VALUE 'FAIL'.
               10  W-SUB-NOTE      PIC X(50).
               10  W-SUB-ERROR     PIC X(40).

      **** Template names the library carries.

       01  W-TPL-MAX               PIC S9(4)  COMP VALUE 200.
       01  W-TPL-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-TPL-DX                PIC S9(4)  COMP.
       01  W-TPL-TABLE.
           05  W-TPL-NAMES         PIC X(08)       OCCURS 200.
       01  W-TPL-FOUND-SW          PIC X(01).
           88  W-TPL-FOUND                         VALUE 'Y'.

      **** The cycle: the date on the state file while any of its
      **** subscriptions is still running, otherwise today - a
      **** chain that runs past midnight finishes in the cycle it
      **** started in.

       01  W-CYCLE-DATE            PIC X(10)       VALUE SPACES.
       01  W-STATE-DATE            PIC X(10)       VALUE SPACES.
       01  W-STATE-RUNNING-SW      PIC X(01)       VALUE 'N'.
           88  W-STATE-RUNNING                     VALUE 'Y'.

       01  W-TODAY-TEXT            PIC X(10).
       01  W-TODAY-INT             PIC 9(07).

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY      PIC 9(04).
           05  W-CURRENT-MM        PIC 9(02).
           05  W-CURRENT-DD        PIC 9(02).
           05  FILLER              PIC X(13).

      **** Date arithmetic work areas - a YYYY-MM-DD text date and
      **** its YYYYMMDD number.

       01  W-DATE-TEXT.
           05  W-DATE-TEXT-YYYY    PIC X(04).
           05  FILLER              PIC X(01).
           05  W-DATE-TEXT-MM      PIC X(02).
           05  FILLER              PIC X(01).
           05  W-DATE-TEXT-DD      PIC X(02).
       01  W-DATE-NUM              PIC 9(08).
       01  FILLER                  REDEFINES W-DATE-NUM.
           05  W-DATE-NUM-YYYY     PIC 9(04).
           05  W-DATE-NUM-MM       PIC 9(02).
           05  W-DATE-NUM-DD       PIC 9(02).
       01  W-DATE-INT              PIC 9(07).
       01  W-DUE-DAY               PIC 9(02).
       01  W-MONTH-DAYS            PIC 9(02).
       01  W-MONTH-START-INT       PIC 9(07).
       01  W-RETAIN-NUM            PIC 9(03).

      **** The running subscription's FAKERGEN job ID, 'S' and the
      **** order it was first run in - see SUB-2130-ASSIGN-JOB-ID.

       01  W-JOB-ID.
           05  FILLER              PIC X(01)       VALUE 'S'.
           05  W-JOB-NO            PIC 9(03).
       01  W-JOB-CNT               PIC S9(4)  COMP.
       01  W-JOB-FOUND-SW          PIC X(01).
           88  W-JOB-FOUND                         VALUE 'Y'.

       01  W-CRIT-PTR              PIC S9(4)  COMP.
       01  W-CRIT-PAIR             PIC X(80).

       01  W-RAN-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-SKIP-CNT              PIC S9(4)  COMP VALUE 0.
       01  W-FAIL-CNT              PIC S9(4)  COMP VALUE 0.
       01  W-PEND-CNT              PIC S9(4)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ9.

       01  W-RPT-LINE              PIC X(100).
       01  W-RPT-RESULT            PIC X(08).
       01  W-RPT-NOTE              PIC X(50).

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERSUB error: '.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       01  W-PARM-TEXT             PIC X(40)       VALUE SPACES.
       01  W-PARM-VERB             PIC X(08)       VALUE SPACES.
       01  W-PARM-STEP             PIC X(08)       VALUE SPACES.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               EVALUATE W-PARM-VERB
                 WHEN 'NEXT    '
                   PERFORM SUB-2100-ANSWER-NEXT THRU SUB-2100-EXIT

                 WHEN 'DONE    '
                   PERFORM SUB-2200-RECORD-DONE THRU SUB-2200-EXIT

                 WHEN 'FAIL    '
                   PERFORM SUB-2300-RECORD-FAIL THRU SUB-2300-EXIT

                 WHEN OTHER
                   PERFORM SUB-2400-WRITE-REPORT THRU SUB-2400-EXIT
               END-EVALUATE
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

           DISPLAY 'FAKERSUB compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE
           MOVE SPACES             TO W-TODAY-TEXT
           STRING W-CURRENT-YYYY   '-'
                  W-CURRENT-MM     '-'
                  W-CURRENT-DD     DELIMITED SIZE
                                   INTO W-TODAY-TEXT

           MOVE W-CURRENT-DATE(1 : 8)
                                   TO W-DATE-NUM
           COMPUTE W-TODAY-INT     =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ','
                   INTO W-PARM-VERB
                        W-PARM-STEP
           END-UNSTRING

           PERFORM SUB-1100-LOAD-TEMPLATES THRU SUB-1100-EXIT

           PERFORM SUB-1200-LOAD-SUBSCRIPTIONS THRU SUB-1200-EXIT

           IF      W-SUB-CNT = 0
               DISPLAY W-ERROR-MSG
                       'no subscription file - nothing to run'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1300-LOAD-STATE THRU SUB-1300-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-TEMPLATES.
      *------------------------

           OPEN INPUT TPLFILE

           IF      W-TPLFILE-STATUS NOT = '00'
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-LOAD-ONE-TEMPLATE THRU SUB-1110-EXIT
               UNTIL W-TPL-EOF

           CLOSE TPLFILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-LOAD-ONE-TEMPLATE.
      *---------------------------

           READ TPLFILE
               AT END
                   SET  W-TPL-EOF  TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           IF      TPL-NAME = SPACES
               GO TO SUB-1110-EXIT
           END-IF

           IF      W-TPL-CNT > 0
               IF      W-TPL-NAMES(W-TPL-CNT) = TPL-NAME
                   GO TO SUB-1110-EXIT
               END-IF
           END-IF

           IF      W-TPL-CNT < W-TPL-MAX
               ADD  1              TO W-TPL-CNT
               MOVE TPL-NAME       TO W-TPL-NAMES(W-TPL-CNT)
           END-IF
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-SUBSCRIPTIONS.
      *----------------------------

           OPEN INPUT SUBFILE

           IF      W-SUBFILE-STATUS NOT = '00'
               GO TO SUB-1200-EXIT
           END-IF

           PERFORM SUB-1210-LOAD-ONE-SUBSCR THRU SUB-1210-EXIT
               UNTIL W-SUB-EOF

           CLOSE SUBFILE
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1210-LOAD-ONE-SUBSCR.
      *-------------------------

           READ SUBFILE
               AT END
                   SET  W-SUB-EOF  TO TRUE
                   GO TO SUB-1210-EXIT
           END-READ

           IF      W-SUB-CNT >= W-SUB-MAX
               DISPLAY W-ERROR-MSG
                       'more subscriptions than the table holds - '
                       'the rest are ignored'
               SET  W-SUB-EOF      TO TRUE
               GO TO SUB-1210-EXIT
           END-IF

           ADD  1                  TO W-SUB-CNT
           MOVE SUBFILE-REC        TO W-SUB-RAW(W-SUB-CNT)
           MOVE 'N'                TO W-SUB-COMMENT-SW(W-SUB-CNT)
           MOVE SPACES             TO W-SUB-OUTCOME(W-SUB-CNT)
                                      W-SUB-NOTE(W-SUB-CNT)
                                      W-SUB-ERROR(W-SUB-CNT)

           IF      SUBFILE-REC(1 : 1) = '*'
           OR      SUBFILE-REC = SPACES
               MOVE 'Y'            TO W-SUB-COMMENT-SW(W-SUB-CNT)
               GO TO SUB-1210-EXIT
           END-IF

           MOVE W-SUB-CNT          TO W-SUB-DX
           PERFORM SUB-1220-CHECK-SUBSCR THRU SUB-1220-EXIT
           .
       SUB-1210-EXIT.
           EXIT.
      /
       SUB-1220-CHECK-SUBSCR.
      *----------------------

      **** A subscription in error is never run - reported with the
      **** reason, so its owner can put the definition right.

           IF      SUB-ID = SPACES
           OR      SUB-TEAM = SPACES
               MOVE 'subscription ID and team are required'
                                   TO W-SUB-ERROR(W-SUB-DX)
               GO TO SUB-1220-EXIT
           END-IF

           IF      SUB-STATUS NOT = 'A' AND NOT = 'H'
                                 AND NOT = SPACE
               MOVE 'status must be A (active) or H (held)'
                                   TO W-SUB-ERROR(W-SUB-DX)
               GO TO SUB-1220-EXIT
           END-IF

           IF      SUB-FORMAT NOT = 'CSV   ' AND NOT = 'PACKED'
               MOVE 'delivery format must be CSV or PACKED'
                                   TO W-SUB-ERROR(W-SUB-DX)
               GO TO SUB-1220-EXIT
           END-IF

           IF      SUB-FREQUENCY NOT = 'D' AND NOT = 'W'
                                    AND NOT = 'M'
               MOVE 'frequency must be D, W or M'
                                   TO W-SUB-ERROR(W-SUB-DX)
               GO TO SUB-1220-EXIT
           END-IF

           IF      SUB-RETAIN-DAYS NOT NUMERIC
               MOVE 'retention days must be three digits'
                                   TO W-SUB-ERROR(W-SUB-DX)
               GO TO SUB-1220-EXIT
           END-IF

           MOVE SUB-NEXT-DUE       TO W-DATE-TEXT
           PERFORM SUB-8100-TEXT-TO-INT THRU SUB-8100-EXIT

           IF      W-DATE-INT = 0
               MOVE 'next due date is not YYYY-MM-DD'
                                   TO W-SUB-ERROR(W-SUB-DX)
               GO TO SUB-1220-EXIT
           END-IF

           MOVE 'N'                TO W-TPL-FOUND-SW

           PERFORM SUB-1225-MATCH-TEMPLATE THRU SUB-1225-EXIT
               VARYING W-TPL-DX FROM 1 BY 1
                 UNTIL W-TPL-DX > W-TPL-CNT
                    OR W-TPL-FOUND

           IF      NOT W-TPL-FOUND
               MOVE 'template not in the run template library'
                                   TO W-SUB-ERROR(W-SUB-DX)
           END-IF
           .
       SUB-1220-EXIT.
           EXIT.
      /
       SUB-1225-MATCH-TEMPLATE.
      *------------------------

           IF      W-TPL-NAMES(W-TPL-DX) = SUB-TEMPLATE
               SET  W-TPL-FOUND    TO TRUE
           END-IF
           .
       SUB-1225-EXIT.
           EXIT.
      /
       SUB-1300-LOAD-STATE.
      *--------------------

      **** The state records are replayed in order, so the last word
      **** on each subscription stands.  A finished cycle from an
      **** earlier day is dropped - today starts afresh.

           OPEN INPUT STAFILE

           IF      W-STAFILE-STATUS = '00'
               PERFORM SUB-1310-LOAD-ONE-STATE THRU SUB-1310-EXIT
                   UNTIL W-STA-EOF

               CLOSE STAFILE
           END-IF

           IF      W-STATE-DATE = SPACES
           OR      W-STATE-DATE = W-TODAY-TEXT
           OR      W-STATE-RUNNING
               MOVE W-STATE-DATE   TO W-CYCLE-DATE
           END-IF

           IF      W-CYCLE-DATE = SPACES
               MOVE W-TODAY-TEXT   TO W-CYCLE-DATE

               PERFORM SUB-1320-CLEAR-OUTCOME THRU SUB-1320-EXIT
                   VARYING W-SUB-DX FROM 1 BY 1
                     UNTIL W-SUB-DX > W-SUB-CNT
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-LOAD-ONE-STATE.
      *------------------------

           READ STAFILE
               AT END
                   SET  W-STA-EOF  TO TRUE
                   GO TO SUB-1310-EXIT
           END-READ

           MOVE STA-CYCLE-DATE     TO W-STATE-DATE
           MOVE STA-SUB-ID         TO W-FIND-ID
           PERFORM SUB-8200-FIND-SUBSCR THRU SUB-8200-EXIT

           IF      W-SUB-FOUND-DX = 0
               GO TO SUB-1310-EXIT
           END-IF

           MOVE STA-OUTCOME        TO W-SUB-OUTCOME(W-SUB-FOUND-DX)
           MOVE STA-NOTE           TO W-SUB-NOTE(W-SUB-FOUND-DX)

           IF      W-SUB-RUNNING(W-SUB-FOUND-DX)
               SET  W-STATE-RUNNING
                                   TO TRUE
           END-IF
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1320-CLEAR-OUTCOME.
      *-----------------------

           MOVE SPACES             TO W-SUB-OUTCOME(W-SUB-DX)
                                      W-SUB-NOTE(W-SUB-DX)
           .
       SUB-1320-EXIT.
           EXIT.
      /
       SUB-2100-ANSWER-NEXT.
      *---------------------

      **** A subscription still running means the last submission
      **** died mid-chain: answer it again with its inputs as they
      **** were built, and FAKERORC's own state resumes the chain.

           MOVE 0                  TO W-SUB-FOUND-DX

           PERFORM SUB-2105-FIND-RUNNING THRU SUB-2105-EXIT
               VARYING W-SUB-DX FROM 1 BY 1
                 UNTIL W-SUB-DX > W-SUB-CNT
                    OR W-SUB-FOUND-DX > 0

           IF      W-SUB-FOUND-DX > 0
               MOVE W-SUB-RAW(W-SUB-FOUND-DX)
                                   TO SUBFILE-REC
               DISPLAY 'FAKERSUB: resuming subscription '
                       SUB-ID
                       ' for '
                       SUB-TEAM
               MOVE 4              TO RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           PERFORM SUB-2110-CHECK-DUE THRU SUB-2110-EXIT
               VARYING W-SUB-DX FROM 1 BY 1
                 UNTIL W-SUB-DX > W-SUB-CNT
                    OR W-SUB-FOUND-DX > 0

           IF      W-SUB-FOUND-DX = 0
               PERFORM SUB-8300-SAVE-STATE THRU SUB-8300-EXIT

               DISPLAY 'FAKERSUB: no subscription left to run this '
                       'cycle'

               PERFORM SUB-2400-WRITE-REPORT THRU SUB-2400-EXIT

               MOVE 0              TO RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           MOVE W-SUB-RAW(W-SUB-FOUND-DX)
                                   TO SUBFILE-REC

           PERFORM SUB-2130-ASSIGN-JOB-ID THRU SUB-2130-EXIT

           IF      NOT W-JOB-FOUND
               GO TO SUB-2100-EXIT
           END-IF

           PERFORM SUB-2120-BUILD-RUN THRU SUB-2120-EXIT

           MOVE 'RUN '             TO W-SUB-OUTCOME(W-SUB-FOUND-DX)
           MOVE SPACES             TO W-SUB-NOTE(W-SUB-FOUND-DX)

           PERFORM SUB-8300-SAVE-STATE THRU SUB-8300-EXIT

           DISPLAY 'FAKERSUB: run built for subscription '
                   SUB-ID
                   ' for '
                   SUB-TEAM
                   ' (template '
                   SUB-TEMPLATE
                   ', '
                   SUB-FORMAT
                   ', job ID '
                   W-JOB-ID
                   ')'

           MOVE 4                  TO RETURN-CODE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2105-FIND-RUNNING.
      *----------------------

           IF      W-SUB-RUNNING(W-SUB-DX)
               MOVE W-SUB-DX       TO W-SUB-FOUND-DX
           END-IF
           .
       SUB-2105-EXIT.
           EXIT.
      /
       SUB-2110-CHECK-DUE.
      *-------------------

           IF      W-SUB-COMMENT(W-SUB-DX)
           OR      NOT W-SUB-NOT-TRIED(W-SUB-DX)
               GO TO SUB-2110-EXIT
           END-IF

           MOVE W-SUB-RAW(W-SUB-DX)
                                   TO SUBFILE-REC

           IF      SUB-STATUS = 'H'
               GO TO SUB-2110-EXIT
           END-IF

      **** A due subscription whose definition is in error fails
      **** this cycle without a run - its due date stays put.

           IF      W-SUB-ERROR(W-SUB-DX) NOT = SPACES
               IF      SUB-NEXT-DUE(1 : 4) NUMERIC
               AND     SUB-NEXT-DUE > W-CYCLE-DATE
                   CONTINUE
               ELSE
                   MOVE 'FAIL'     TO W-SUB-OUTCOME(W-SUB-DX)
                   MOVE W-SUB-ERROR(W-SUB-DX)
                                   TO W-SUB-NOTE(W-SUB-DX)
                   DISPLAY W-ERROR-MSG
                           'subscription '
                           SUB-ID
                           ' in error: '
                           W-SUB-ERROR(W-SUB-DX)
               END-IF
               GO TO SUB-2110-EXIT
           END-IF

           IF      SUB-NEXT-DUE > W-CYCLE-DATE
               GO TO SUB-2110-EXIT
           END-IF

           MOVE W-SUB-DX           TO W-SUB-FOUND-DX
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2120-BUILD-RUN.
      *-------------------

      **** FAKERGEN's control record: the subscription's template,
      **** the fixed extract FAKERSEL cuts from, the subscription
      **** stamp, and the retention date its set may be swept after.

           OPEN OUTPUT CTLFILE

           MOVE SPACES             TO CTLFILE-LINE
           STRING 'TEMPLATE='
                  SUB-TEMPLATE     DELIMITED SIZE
                                   INTO CTLFILE-LINE
           WRITE CTLFILE-LINE

           MOVE 'FORMAT=F'         TO CTLFILE-LINE
           WRITE CTLFILE-LINE

           MOVE SPACES             TO CTLFILE-LINE
           STRING 'SUBSCRIPTION='
                  SUB-ID           DELIMITED SPACE
                  ','              DELIMITED SIZE
                  SUB-TEAM         DELIMITED SPACE
                                   INTO CTLFILE-LINE
           WRITE CTLFILE-LINE

           MOVE SUB-RETAIN-DAYS    TO W-RETAIN-NUM

           IF      W-RETAIN-NUM > 0
               COMPUTE W-DATE-INT  =  W-TODAY-INT + W-RETAIN-NUM
               PERFORM SUB-8150-INT-TO-TEXT THRU SUB-8150-EXIT

               MOVE SPACES         TO CTLFILE-LINE
               STRING 'RETAIN='
                      W-DATE-TEXT  DELIMITED SIZE
                                   INTO CTLFILE-LINE
               WRITE CTLFILE-LINE
           END-IF

           CLOSE CTLFILE

      **** FAKERSEL's criteria, one keyword=value pair per record.
      **** No criteria leaves the file empty - the whole extract.

           OPEN OUTPUT CRITFILE

           MOVE 1                  TO W-CRIT-PTR

           PERFORM SUB-2125-WRITE-ONE-CRITERION THRU SUB-2125-EXIT
               UNTIL W-CRIT-PTR > LENGTH OF SUB-CRITERIA

           CLOSE CRITFILE

      **** The run card: the job ID that names every file of the
      **** set, and the delivery format FAKERCNV converts the
      **** subset to.

           OPEN OUTPUT SRNFILE

           MOVE SPACES             TO SUBRUN-REC
           MOVE W-JOB-ID           TO SRN-JOB-ID
           MOVE SUB-ID             TO SRN-SUB-ID
           MOVE SUB-TEAM           TO SRN-TEAM
           MOVE SUB-FORMAT         TO SRN-FORMAT
           WRITE SUBRUN-REC

           CLOSE SRNFILE

      **** A fresh FAKERORC chain for this run.

           OPEN OUTPUT PIPFILE

           MOVE SPACES             TO PIPFILE-REC
           MOVE 'GENERATE'         TO PIP-STEP-NAME
           MOVE 'FAKERGEN'         TO PIP-PROGRAM
           WRITE PIPFILE-REC

           MOVE SPACES             TO PIPFILE-REC
           MOVE 'SUBSET'           TO PIP-STEP-NAME
           MOVE 'FAKERSEL'         TO PIP-PROGRAM
           WRITE PIPFILE-REC

           MOVE SPACES             TO PIPFILE-REC
           MOVE 'CONVERT'          TO PIP-STEP-NAME
           MOVE 'FAKERCNV'         TO PIP-PROGRAM
           WRITE PIPFILE-REC

           CLOSE PIPFILE

           OPEN OUTPUT ORCSTA
           CLOSE ORCSTA
           .
       SUB-2120-EXIT.
           EXIT.
      /
       SUB-2130-ASSIGN-JOB-ID.
      *-----------------------

      **** The subscription's job ID from the job ID file, or, on
      **** its first run, the next one in turn, added to the file.
      **** An ID is never reused, so a subscription dropped from
      **** the subscription file leaves its set to be swept, not
      **** overwritten by another team's.

           MOVE 'N'                TO W-JOB-FOUND-SW
                                      W-JOB-EOF-SW
           MOVE 0                  TO W-JOB-CNT

           OPEN INPUT JOBFILE

           IF      W-JOBFILE-STATUS = '00'
               PERFORM SUB-2135-MATCH-ONE-JOB THRU SUB-2135-EXIT
                   UNTIL W-JOB-EOF
                      OR W-JOB-FOUND

               CLOSE JOBFILE
           END-IF

           IF      W-JOB-FOUND
               GO TO SUB-2130-EXIT
           END-IF

           IF      W-JOB-CNT >= 999
               DISPLAY W-ERROR-MSG
                       'every job ID S001-S999 is given out - '
                       'clear retired subscriptions from '
                       'Data\FAKERSUB Jobs.txt'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-2130-EXIT
           END-IF

           COMPUTE W-JOB-NO        =  W-JOB-CNT + 1

           IF      W-JOBFILE-STATUS = '00'
               OPEN EXTEND JOBFILE
           ELSE
               OPEN OUTPUT JOBFILE
           END-IF

           MOVE SPACES             TO JOBFILE-REC
           MOVE SUB-ID             TO JOB-SUB-ID
           MOVE W-JOB-ID           TO JOB-JOB-ID
           WRITE JOBFILE-REC

           CLOSE JOBFILE

           SET  W-JOB-FOUND        TO TRUE
           .
       SUB-2130-EXIT.
           EXIT.
      /
       SUB-2135-MATCH-ONE-JOB.
      *-----------------------

           READ JOBFILE
               AT END
                   SET  W-JOB-EOF  TO TRUE
                   GO TO SUB-2135-EXIT
           END-READ

           IF      JOB-SUB-ID = SPACES
               GO TO SUB-2135-EXIT
           END-IF

           ADD  1                  TO W-JOB-CNT

           IF      JOB-SUB-ID = SUB-ID
               MOVE JOB-JOB-ID     TO W-JOB-ID
               SET  W-JOB-FOUND    TO TRUE
           END-IF
           .
       SUB-2135-EXIT.
           EXIT.
      /
       SUB-2125-WRITE-ONE-CRITERION.
      *-----------------------------

           MOVE SPACES             TO W-CRIT-PAIR

           UNSTRING SUB-CRITERIA   DELIMITED BY ';'
                   INTO W-CRIT-PAIR
                   WITH POINTER W-CRIT-PTR
           END-UNSTRING

           IF      W-CRIT-PAIR NOT = SPACES
               MOVE FUNCTION TRIM(W-CRIT-PAIR)
                                   TO CRITFILE-REC
               WRITE CRITFILE-REC
           END-IF
           .
       SUB-2125-EXIT.
           EXIT.
      /
       SUB-2200-RECORD-DONE.
      *---------------------

           PERFORM SUB-2250-FIND-RUNNING THRU SUB-2250-EXIT

           IF      W-SUB-FOUND-DX = 0
               GO TO SUB-2200-EXIT
           END-IF

      **** The next due date steps forward by the frequency until it
      **** is past today - a subscription that missed cycles runs
      **** once to catch up, not once per missed cycle.

           MOVE W-SUB-RAW(W-SUB-FOUND-DX)
                                   TO SUBFILE-REC

           MOVE SUB-NEXT-DUE       TO W-DATE-TEXT
           PERFORM SUB-8100-TEXT-TO-INT THRU SUB-8100-EXIT
           MOVE W-DATE-NUM-DD      TO W-DUE-DAY

           PERFORM SUB-2210-STEP-DUE-DATE THRU SUB-2210-EXIT
               UNTIL W-DATE-INT > W-TODAY-INT

           PERFORM SUB-8150-INT-TO-TEXT THRU SUB-8150-EXIT

           MOVE W-DATE-TEXT        TO SUB-NEXT-DUE
           MOVE SUBFILE-REC        TO W-SUB-RAW(W-SUB-FOUND-DX)

           MOVE 'DONE'             TO W-SUB-OUTCOME(W-SUB-FOUND-DX)
           MOVE SPACES             TO W-SUB-NOTE(W-SUB-FOUND-DX)
           STRING 'next due '
                  W-DATE-TEXT      DELIMITED SIZE
                                   INTO W-SUB-NOTE(W-SUB-FOUND-DX)

           DISPLAY 'FAKERSUB: subscription '
                   SUB-ID
                   ' ran - next due '
                   SUB-NEXT-DUE

           OPEN OUTPUT SUBFILE

           PERFORM SUB-2220-REWRITE-ONE-SUBSCR THRU SUB-2220-EXIT
               VARYING W-SUB-DX FROM 1 BY 1
                 UNTIL W-SUB-DX > W-SUB-CNT

           CLOSE SUBFILE

           PERFORM SUB-8300-SAVE-STATE THRU SUB-8300-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-STEP-DUE-DATE.
      *-----------------------

      **** Monthly keeps the original day of the month where the
      **** month has it, and takes the month's last day where it
      **** does not.

           EVALUATE SUB-FREQUENCY
             WHEN 'D'
               ADD  1              TO W-DATE-INT

             WHEN 'W'
               ADD  7              TO W-DATE-INT

             WHEN OTHER
               COMPUTE W-DATE-NUM  =  FUNCTION DATE-OF-INTEGER
                                          (W-DATE-INT)
               IF      W-DATE-NUM-MM = 12
                   ADD  1          TO W-DATE-NUM-YYYY
                   MOVE 1          TO W-DATE-NUM-MM
               ELSE
                   ADD  1          TO W-DATE-NUM-MM
               END-IF
               MOVE 1              TO W-DATE-NUM-DD
               COMPUTE W-MONTH-START-INT
                                   =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)

               IF      W-DATE-NUM-MM = 12
                   ADD  1          TO W-DATE-NUM-YYYY
                   MOVE 1          TO W-DATE-NUM-MM
               ELSE
                   ADD  1          TO W-DATE-NUM-MM
               END-IF
               COMPUTE W-MONTH-DAYS
                                   =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)
                                   -  W-MONTH-START-INT

               IF      W-DUE-DAY > W-MONTH-DAYS
                   COMPUTE W-DATE-INT
                                   =  W-MONTH-START-INT
                                   +  W-MONTH-DAYS - 1
               ELSE
                   COMPUTE W-DATE-INT
                                   =  W-MONTH-START-INT
                                   +  W-DUE-DAY - 1
               END-IF
           END-EVALUATE
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2220-REWRITE-ONE-SUBSCR.
      *----------------------------

           MOVE W-SUB-RAW(W-SUB-DX)
                                   TO SUBFILE-REC
           WRITE SUBFILE-REC
           .
       SUB-2220-EXIT.
           EXIT.
      /
       SUB-2250-FIND-RUNNING.
      *----------------------

           MOVE 0                  TO W-SUB-FOUND-DX

           PERFORM SUB-2105-FIND-RUNNING THRU SUB-2105-EXIT
               VARYING W-SUB-DX FROM 1 BY 1
                 UNTIL W-SUB-DX > W-SUB-CNT
                    OR W-SUB-FOUND-DX > 0

           IF      W-SUB-FOUND-DX = 0
               DISPLAY W-ERROR-MSG
                       'no subscription is running this cycle'
               MOVE 8              TO RETURN-CODE
           END-IF
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2300-RECORD-FAIL.
      *---------------------

           PERFORM SUB-2250-FIND-RUNNING THRU SUB-2250-EXIT

           IF      W-SUB-FOUND-DX = 0
               GO TO SUB-2300-EXIT
           END-IF

           MOVE W-SUB-RAW(W-SUB-FOUND-DX)
                                   TO SUBFILE-REC

           MOVE 'FAIL'             TO W-SUB-OUTCOME(W-SUB-FOUND-DX)
           MOVE SPACES             TO W-SUB-NOTE(W-SUB-FOUND-DX)

           IF      W-PARM-STEP = SPACES
               MOVE 'run chain failed - retried next cycle'
                                   TO W-SUB-NOTE(W-SUB-FOUND-DX)
           ELSE
               STRING 'failed at step '
                                   DELIMITED SIZE
                      W-PARM-STEP  DELIMITED SPACE
                      ' - retried next cycle'
                                   DELIMITED SIZE
                                   INTO W-SUB-NOTE(W-SUB-FOUND-DX)
           END-IF

           PERFORM SUB-8300-SAVE-STATE THRU SUB-8300-EXIT

           DISPLAY W-ERROR-MSG
                   'subscription '
                   SUB-ID
                   ' '
                   W-SUB-NOTE(W-SUB-FOUND-DX)
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-WRITE-REPORT.
      *----------------------

           OPEN OUTPUT RPTFILE

           MOVE SPACES             TO W-RPT-LINE
           STRING 'FAKERSUB SUBSCRIPTION CYCLE '
                  W-CYCLE-DATE     DELIMITED SIZE
                                   INTO W-RPT-LINE
           WRITE RPTFILE-REC       FROM W-RPT-LINE

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE 'SUBSCR   TEAM     TEMPLATE FORMAT F NEXT DUE   '
                                   TO RPTFILE-REC
           MOVE 'RESULT'           TO RPTFILE-REC(48 : 6)
           WRITE RPTFILE-REC

           PERFORM SUB-2410-REPORT-ONE-SUBSCR THRU SUB-2410-EXIT
               VARYING W-SUB-DX FROM 1 BY 1
                 UNTIL W-SUB-DX > W-SUB-CNT

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-RAN-CNT          TO W-DISP-NUM
           MOVE SPACES             TO W-RPT-LINE
           STRING 'RAN     '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-RPT-LINE
           WRITE RPTFILE-REC       FROM W-RPT-LINE
           DISPLAY W-RPT-LINE(1 : 12)

           MOVE W-SKIP-CNT         TO W-DISP-NUM
           MOVE SPACES             TO W-RPT-LINE
           STRING 'SKIPPED '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-RPT-LINE
           WRITE RPTFILE-REC       FROM W-RPT-LINE
           DISPLAY W-RPT-LINE(1 : 12)

           MOVE W-FAIL-CNT         TO W-DISP-NUM
           MOVE SPACES             TO W-RPT-LINE
           STRING 'FAILED  '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-RPT-LINE
           WRITE RPTFILE-REC       FROM W-RPT-LINE
           DISPLAY W-RPT-LINE(1 : 12)

           IF      W-PEND-CNT > 0
               MOVE W-PEND-CNT     TO W-DISP-NUM
               MOVE SPACES         TO W-RPT-LINE
               STRING 'PENDING '
                      W-DISP-NUM   DELIMITED SIZE
                                   INTO W-RPT-LINE
               WRITE RPTFILE-REC   FROM W-RPT-LINE
               DISPLAY W-RPT-LINE(1 : 12)
           END-IF

           CLOSE RPTFILE

           IF      W-FAIL-CNT > 0
           AND     W-PARM-VERB NOT = 'NEXT    '
               MOVE 4              TO RETURN-CODE
           END-IF
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-REPORT-ONE-SUBSCR.
      *---------------------------

           IF      W-SUB-COMMENT(W-SUB-DX)
               GO TO SUB-2410-EXIT
           END-IF

           MOVE W-SUB-RAW(W-SUB-DX)
                                   TO SUBFILE-REC
           MOVE SPACES             TO W-RPT-NOTE

           EVALUATE TRUE
             WHEN W-SUB-RAN(W-SUB-DX)
               MOVE 'RAN'          TO W-RPT-RESULT
               MOVE W-SUB-NOTE(W-SUB-DX)
                                   TO W-RPT-NOTE
               ADD  1              TO W-RAN-CNT

             WHEN W-SUB-FAILED(W-SUB-DX)
               MOVE 'FAILED'       TO W-RPT-RESULT
               MOVE W-SUB-NOTE(W-SUB-DX)
                                   TO W-RPT-NOTE
               ADD  1              TO W-FAIL-CNT

             WHEN W-SUB-RUNNING(W-SUB-DX)
               MOVE 'RUNNING'      TO W-RPT-RESULT
               ADD  1              TO W-PEND-CNT

             WHEN SUB-STATUS = 'H'
               MOVE 'SKIPPED'      TO W-RPT-RESULT
               MOVE 'held'         TO W-RPT-NOTE
               ADD  1              TO W-SKIP-CNT

             WHEN W-SUB-ERROR(W-SUB-DX) NOT = SPACES
               MOVE 'SKIPPED'      TO W-RPT-RESULT
               MOVE W-SUB-ERROR(W-SUB-DX)
                                   TO W-RPT-NOTE
               ADD  1              TO W-SKIP-CNT

             WHEN SUB-NEXT-DUE > W-CYCLE-DATE
               MOVE 'SKIPPED'      TO W-RPT-RESULT
               MOVE 'not due'      TO W-RPT-NOTE
               ADD  1              TO W-SKIP-CNT

             WHEN OTHER
               MOVE 'PENDING'      TO W-RPT-RESULT
               MOVE 'due, not yet run this cycle'
                                   TO W-RPT-NOTE
               ADD  1              TO W-PEND-CNT
           END-EVALUATE

           MOVE SPACES             TO W-RPT-LINE
           STRING SUB-ID
                  ' '
                  SUB-TEAM
                  ' '
                  SUB-TEMPLATE
                  ' '
                  SUB-FORMAT
                  ' '
                  SUB-FREQUENCY
                  ' '
                  SUB-NEXT-DUE
                  ' '
                  W-RPT-RESULT
                  ' '
                  W-RPT-NOTE       DELIMITED SIZE
                                   INTO W-RPT-LINE
           WRITE RPTFILE-REC       FROM W-RPT-LINE
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           DISPLAY 'FAKERSUB completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-8100-TEXT-TO-INT.
      *---------------------

      **** W-DATE-TEXT (YYYY-MM-DD) to W-DATE-NUM and the day number
      **** W-DATE-INT - zero when the text is not a real date.

           MOVE 0                  TO W-DATE-INT

           IF      W-DATE-TEXT-YYYY NOT NUMERIC
           OR      W-DATE-TEXT-MM NOT NUMERIC
           OR      W-DATE-TEXT-DD NOT NUMERIC
           OR      W-DATE-TEXT(5 : 1) NOT = '-'
           OR      W-DATE-TEXT(8 : 1) NOT = '-'
               GO TO SUB-8100-EXIT
           END-IF

           MOVE W-DATE-TEXT-YYYY   TO W-DATE-NUM-YYYY
           MOVE W-DATE-TEXT-MM     TO W-DATE-NUM-MM
           MOVE W-DATE-TEXT-DD     TO W-DATE-NUM-DD

           IF      FUNCTION TEST-DATE-YYYYMMDD(W-DATE-NUM) NOT = 0
           OR      W-DATE-NUM-YYYY < 1601
               GO TO SUB-8100-EXIT
           END-IF

           COMPUTE W-DATE-INT      =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)
           .
       SUB-8100-EXIT.
           EXIT.
      /
       SUB-8150-INT-TO-TEXT.
      *---------------------

           COMPUTE W-DATE-NUM      =  FUNCTION DATE-OF-INTEGER
                                          (W-DATE-INT)

           MOVE SPACES             TO W-DATE-TEXT
           STRING W-DATE-NUM-YYYY  '-'
                  W-DATE-NUM-MM    '-'
                  W-DATE-NUM-DD    DELIMITED SIZE
                                   INTO W-DATE-TEXT
           .
       SUB-8150-EXIT.
           EXIT.
      /
       SUB-8200-FIND-SUBSCR.
      *---------------------

      **** The subscription whose ID is in W-FIND-ID.

           MOVE 0                  TO W-SUB-FOUND-DX

           PERFORM SUB-8210-MATCH-SUBSCR THRU SUB-8210-EXIT
               VARYING W-SUB-DX FROM 1 BY 1
                 UNTIL W-SUB-DX > W-SUB-CNT
                    OR W-SUB-FOUND-DX > 0
           .
       SUB-8200-EXIT.
           EXIT.
      /
       SUB-8210-MATCH-SUBSCR.
      *----------------------

           IF      NOT W-SUB-COMMENT(W-SUB-DX)
           AND     W-SUB-RAW(W-SUB-DX)(1 : 8) = W-FIND-ID
               MOVE W-SUB-DX       TO W-SUB-FOUND-DX
           END-IF
           .
       SUB-8210-EXIT.
           EXIT.
      /
       SUB-8300-SAVE-STATE.
      *--------------------

      **** The whole cycle's state, rewritten - one record per
      **** subscription with an outcome this cycle.

           OPEN OUTPUT STAFILE

           PERFORM SUB-8310-SAVE-ONE-STATE THRU SUB-8310-EXIT
               VARYING W-SUB-DX FROM 1 BY 1
                 UNTIL W-SUB-DX > W-SUB-CNT

           CLOSE STAFILE
           .
       SUB-8300-EXIT.
           EXIT.
      /
       SUB-8310-SAVE-ONE-STATE.
      *------------------------

           IF      W-SUB-COMMENT(W-SUB-DX)
           OR      W-SUB-NOT-TRIED(W-SUB-DX)
               GO TO SUB-8310-EXIT
           END-IF

           MOVE SPACES             TO STAFILE-REC
           MOVE W-CYCLE-DATE       TO STA-CYCLE-DATE
           MOVE W-SUB-RAW(W-SUB-DX)(1 : 8)
                                   TO STA-SUB-ID
           MOVE W-SUB-OUTCOME(W-SUB-DX)
                                   TO STA-OUTCOME
           MOVE W-SUB-NOTE(W-SUB-DX)
                                   TO STA-NOTE
           WRITE STAFILE-REC
           .
       SUB-8310-EXIT.
           EXIT.
