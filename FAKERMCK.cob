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

       PROGRAM-ID.             FAKERMCK.

      **** Maker-checker report over the change history (see
      **** FAKERCHG) - who changed what in the table override master
      **** and the FAKERGEN run controls, when, and who approved or
      **** rejected it and when.  One line per change in change-number
      **** order, then the totals by status.
      ****
      **** A change checked by its own maker cannot come out of
      **** FAKERMNT; one found on the history has been made some
      **** other way, and is flagged SELF-CHECKED and ends the run
      **** RETURN-CODE 8.  No change history ends the run
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
           SELECT CHGFILE         ASSIGN 'Data\FAKER Change History.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CHGFILE-STATUS.

           SELECT RPTFILE              ASSIGN 'Data\FAKERMCK Report.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  CHGFILE.

       01  CHGFILE-REC             PIC X(168).

       FD  RPTFILE.

       01  RPTFILE-REC             PIC X(132).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CHGFILE-STATUS        PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-CHANGES               PIC 9(09)  COMP VALUE 0.
       01  W-PENDING               PIC 9(09)  COMP VALUE 0.
       01  W-APPROVED              PIC 9(09)  COMP VALUE 0.
       01  W-REJECTED              PIC 9(09)  COMP VALUE 0.
       01  W-SELF-CHECKED          PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-DISP-WEIGHT           PIC Z(08)9.
       01  W-LEAD                  PIC S9(4)  COMP.

      **** One report line: the change, its maker and checker, and
      **** what it changed.

       01  W-DETAIL-LINE.
           05  W-DL-CHANGE-ID      PIC X(06).
           05  FILLER              PIC X(01).
           05  W-DL-TARGET         PIC X(03).
           05  FILLER              PIC X(01).
           05  W-DL-STATUS         PIC X(08).
           05  FILLER              PIC X(01).
           05  W-DL-MAKER-ID       PIC X(08).
           05  FILLER              PIC X(01).
           05  W-DL-MADE-DATE      PIC X(10).
           05  FILLER              PIC X(01).
           05  W-DL-MADE-TIME      PIC X(08).
           05  FILLER              PIC X(01).
           05  W-DL-CHECKER-ID     PIC X(08).
           05  FILLER              PIC X(01).
           05  W-DL-CHECKED-DATE   PIC X(10).
           05  FILLER              PIC X(01).
           05  W-DL-CHECKED-TIME   PIC X(08).
           05  FILLER              PIC X(01).
           05  W-DL-WHAT           PIC X(54).

       01  W-BUILD-LINE            PIC X(132).

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY-MM-DD
                                   PIC 9(08).
           05  FILLER              PIC X(13).
       01  W-RPT-RUN-DATE          PIC 9999/99/99.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERMCK error: '.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       COPY FAKERCHG.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
                   UNTIL W-EOF

               PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           END-IF
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKERMCK compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           OPEN INPUT CHGFILE

           IF      W-CHGFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open CHGFILE, status '
                       W-CHGFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT RPTFILE

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE
           MOVE W-CURRENT-YYYY-MM-DD
                                   TO W-RPT-RUN-DATE

           MOVE SPACES             TO W-BUILD-LINE
           STRING 'FAKERMCK MAKER-CHECKER CHANGE REPORT        RUN '
                  'DATE '          DELIMITED SIZE
                  W-RPT-RUN-DATE   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE SPACES             TO W-DETAIL-LINE
           MOVE 'CHANGE'           TO W-DL-CHANGE-ID
           MOVE 'TGT'              TO W-DL-TARGET
           MOVE 'STATUS'           TO W-DL-STATUS
           MOVE 'MAKER'            TO W-DL-MAKER-ID
           MOVE 'MADE'             TO W-DL-MADE-DATE
           MOVE 'CHECKER'          TO W-DL-CHECKER-ID
           MOVE 'CHECKED'          TO W-DL-CHECKED-DATE
           MOVE 'WHAT WAS CHANGED' TO W-DL-WHAT
           WRITE RPTFILE-REC     FROM W-DETAIL-LINE

           MOVE ALL '-'            TO RPTFILE-REC
           WRITE RPTFILE-REC
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           READ CHGFILE          INTO CHANGE-REC
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           IF      CHANGE-REC = SPACES
               GO TO SUB-2000-EXIT
           END-IF

           ADD  1                  TO W-CHANGES

           EVALUATE TRUE
             WHEN CHG-PENDING
               ADD  1              TO W-PENDING
             WHEN CHG-APPROVED
               ADD  1              TO W-APPROVED
             WHEN CHG-REJECTED
               ADD  1              TO W-REJECTED
           END-EVALUATE

           MOVE SPACES             TO W-DETAIL-LINE
           MOVE CHG-CHANGE-ID      TO W-DL-CHANGE-ID
           MOVE CHG-TARGET         TO W-DL-TARGET
           MOVE CHG-STATUS         TO W-DL-STATUS
           MOVE CHG-MAKER-ID       TO W-DL-MAKER-ID
           MOVE CHG-MADE-DATE      TO W-DL-MADE-DATE
           MOVE CHG-MADE-TIME      TO W-DL-MADE-TIME
           MOVE CHG-CHECKER-ID     TO W-DL-CHECKER-ID
           MOVE CHG-CHECKED-DATE   TO W-DL-CHECKED-DATE
           MOVE CHG-CHECKED-TIME   TO W-DL-CHECKED-TIME

           IF      CHG-TARGET-CTL
               PERFORM SUB-2100-DESCRIBE-CTL THRU SUB-2100-EXIT
           ELSE
               PERFORM SUB-2200-DESCRIBE-OVR THRU SUB-2200-EXIT
           END-IF

           WRITE RPTFILE-REC     FROM W-DETAIL-LINE

           IF      CHG-CHECKER-ID NOT = SPACES
           AND     CHG-CHECKER-ID = CHG-MAKER-ID
               ADD  1              TO W-SELF-CHECKED
               MOVE SPACES         TO RPTFILE-REC
               STRING '       *** SELF-CHECKED: CHANGE '
                                   DELIMITED SIZE
                      CHG-CHANGE-ID
                                   DELIMITED SIZE
                      ' WAS CHECKED BY ITS OWN MAKER'
                                   DELIMITED SIZE
                                   INTO RPTFILE-REC
               WRITE RPTFILE-REC
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-DESCRIBE-CTL.
      *----------------------

           MOVE SPACES             TO W-BUILD-LINE
           STRING 'RECORDS='       DELIMITED SIZE
                  CHG-CTL-RECORDS  DELIMITED SPACE
                  ' SEED='         DELIMITED SIZE
                  CHG-CTL-SEED     DELIMITED SPACE
                  ' FMT='          DELIMITED SIZE
                  CHG-CTL-FORMAT   DELIMITED SIZE
                  ' PROF='         DELIMITED SIZE
                  CHG-CTL-PROFILE  DELIMITED SIZE
                  ' FREQ='         DELIMITED SIZE
                  CHG-CTL-FREQLOG  DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  CHG-CTL-TEMPLATE DELIMITED SPACE
                                   INTO W-BUILD-LINE

           MOVE W-BUILD-LINE       TO W-DL-WHAT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-DESCRIBE-OVR.
      *----------------------

           MOVE CHG-OVR-WEIGHT     TO W-DISP-WEIGHT
           MOVE 0                  TO W-LEAD
           INSPECT W-DISP-WEIGHT TALLYING W-LEAD FOR LEADING SPACES
           ADD  1                  TO W-LEAD

           MOVE SPACES             TO W-BUILD-LINE
           STRING CHG-OVR-ACTION   DELIMITED SPACE
                  ' '              DELIMITED SIZE
                  CHG-OVR-TABLE-NAME
                                   DELIMITED SPACE
                  ' '              DELIMITED SIZE
                  CHG-OVR-ENTRY-TEXT
                                   DELIMITED '  '
                  ' '              DELIMITED SIZE
                  CHG-OVR-STATUS   DELIMITED SPACE
                  ' WEIGHT '       DELIMITED SIZE
                  W-DISP-WEIGHT(W-LEAD : )
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE

           MOVE W-BUILD-LINE       TO W-DL-WHAT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE CHGFILE

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-CHANGES          TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'CHANGES ON HISTORY:  ' W-DISP-NUM
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE W-PENDING          TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING '  PENDING:           ' W-DISP-NUM
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE W-APPROVED         TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING '  APPROVED:          ' W-DISP-NUM
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE W-REJECTED         TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING '  REJECTED:          ' W-DISP-NUM
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE W-SELF-CHECKED     TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'SELF-CHECKED:        ' W-DISP-NUM
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           CLOSE RPTFILE

           MOVE W-CHANGES          TO W-DISP-NUM
           DISPLAY 'Changes reported:         '
                   W-DISP-NUM

           MOVE W-PENDING          TO W-DISP-NUM
           DISPLAY 'Pending approval:         '
                   W-DISP-NUM

           IF      W-SELF-CHECKED > 0
               MOVE W-SELF-CHECKED TO W-DISP-NUM
               DISPLAY W-ERROR-MSG
                       'self-checked changes: '
                       W-DISP-NUM
               MOVE 8              TO RETURN-CODE
           END-IF

           DISPLAY 'FAKERMCK completed'
           .
       SUB-3000-EXIT.
           EXIT.
