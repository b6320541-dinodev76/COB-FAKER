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

       PROGRAM-ID.             FAKERDLV.

      **** Outbound delivery log.  Every transmission of a built and
      **** verified extract set to a requesting team's environment is
      **** recorded here, and every acknowledgment the receiving
      **** side's FAKERVFY sends back is matched against it.
      ****
      **** PARM verbs:
      ****   SEND,manifest,destination[,hours]
      ****     logs the delivery of the set the run manifest names -
      ****     destination, date and time sent, file count and the
      ****     manifest's record and CRC32 totals - under the next
      ****     delivery ID, with the hours the receiver has agreed to
      ****     acknowledge within (24 when not given).  The manifest
      ****     itself is stamped with a '*DELIVERY*' record carrying
      ****     the ID, so the FAKERVFY run at the far end writes its
      ****     receipt against the right delivery.  Run it after the
      ****     set is final and before it is transmitted;
      ****   REPORT[,days]
      ****     the daily follow-up report over the deliveries sent in
      ****     the last 7 days (or the days given): those acknowledged
      ****     clean, those acknowledged with a failure (FAKERVFY found
      ****     a bad file, or the totals it counted disagree with the
      ****     totals sent), those never acknowledged within their
      ****     agreed hours, and those still inside them.  The window
      ****     applies to acknowledged deliveries only - one never
      ****     acknowledged stays on the report as overdue however
      ****     long ago it was sent, until its receipt comes back.
      ****     Any failure or overdue delivery ends the report RC 4,
      ****     so operations chase it before the test cycle starts.

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
           SELECT DLVFILE                ASSIGN 'Data\FAKERDLV Log.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-DLVFILE-STATUS.

           SELECT RCPFILE            ASSIGN 'Data\FAKERDLV Receipts.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-RCPFILE-STATUS.

           SELECT MANIFILE       ASSIGN DYNAMIC W-MANIFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-MANIFILE-STATUS.

           SELECT RPTFILE             ASSIGN 'Data\FAKERDLV Report.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  DLVFILE.

      **** One record per delivery, appended and never rewritten.

       01  DLVFILE-REC.
           05  DLV-ID              PIC 9(06).
           05  FILLER              PIC X(01).
           05  DLV-SENT-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  DLV-SENT-TIME       PIC X(08).
           05  FILLER              PIC X(01).
           05  DLV-DESTINATION     PIC X(16).
           05  FILLER              PIC X(01).
           05  DLV-AGREED-HOURS    PIC 9(03).
           05  FILLER              PIC X(01).
           05  DLV-FILE-CNT        PIC 9(04).
           05  FILLER              PIC X(01).
           05  DLV-RECORD-TOTAL    PIC 9(11).
           05  FILLER              PIC X(01).
           05  DLV-CRC-TOTAL       PIC 9(12).
           05  FILLER              PIC X(01).
           05  DLV-SUBSCR-ID       PIC X(08).
           05  FILLER              PIC X(01).
           05  DLV-MANIFEST-PATH   PIC X(40).

       FD  RCPFILE.

       01  RCPFILE-REC             PIC X(109).

       FD  MANIFILE.

       01  MANIFILE-REC.
           05  MAN-FILE-PATH       PIC X(40).
           05  FILLER              PIC X(01).
           05  MAN-RECORD-CNT      PIC 9(09).
           05  FILLER              PIC X(01).
           05  MAN-CRC             PIC 9(09).

       FD  RPTFILE.

       01  RPTFILE-REC             PIC X(120).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-DLVFILE-STATUS        PIC X(02).
       01  W-RCPFILE-STATUS        PIC X(02).
       01  W-MANIFILE-STATUS       PIC X(02).

       01  W-DLV-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-DLV-EOF                           VALUE 'Y'.
       01  W-RCP-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-RCP-EOF                           VALUE 'Y'.
       01  W-MAN-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-MAN-EOF                           VALUE 'Y'.

       01  W-MANIFILE-PATH         PIC X(40)       VALUE SPACES.

      **** The manifest being delivered, held whole so it can be
      **** rewritten with the delivery stamp on the end - any stamp
      **** from an earlier delivery of the same set is replaced.

       01  W-MAN-MAX               PIC S9(4)  COMP VALUE 100.
       01  W-MAN-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-MAN-DX                PIC S9(4)  COMP.
       01  W-MAN-TABLE.
           05  W-MAN-ENTRY         PIC X(60)       OCCURS 100.

       01  W-SEND-FILE-CNT         PIC 9(04)       VALUE 0.
       01  W-SEND-RECORD-TOTAL     PIC 9(11)       VALUE 0.
       01  W-SEND-CRC-TOTAL        PIC 9(12)       VALUE 0.
       01  W-SEND-SUBSCR-ID        PIC X(08)       VALUE SPACES.
       01  W-LAST-ID               PIC 9(06)       VALUE 0.

      **** The deliveries to report, each with the last receipt
      **** that came back for it: every one sent in the report
      **** window, and every one sent before it that may still be
      **** unacknowledged.  An earlier delivery found acknowledged
      **** is out of the window ('X') and is not reported.

       01  W-DLV-MAX               PIC S9(4)  COMP VALUE 500.
       01  W-DLV-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-DLV-DX                PIC S9(4)  COMP.
       01  W-DLV-KEEP-CNT          PIC S9(4)  COMP.
       01  W-DLV-TABLE.
           05  W-DLV-OCCS          OCCURS 500.
               10  W-DLV-REC       PIC X(128).
               10  W-DLV-STATE     PIC X(01).
                   88  W-DLV-ACK-CLEAN             VALUE 'C'.
                   88  W-DLV-ACK-FAILED            VALUE 'F'.
                   88  W-DLV-OVERDUE               VALUE 'O'.
                   88  W-DLV-AWAITING              VALUE 'W'.
                   88  W-DLV-OUT-OF-WINDOW         VALUE 'X'.
               10  W-DLV-EARLIER-SW
                                   PIC X(01).
                   88  W-DLV-EARLIER               VALUE 'Y'.
               10  W-DLV-ACK-DATE  PIC X(10).
               10  W-DLV-ACK-TIME  PIC X(08).
               10  W-DLV-ACK-NOTE  PIC X(40).

       01  W-RPT-STATE             PIC X(01).
       01  W-RPT-CNT               PIC S9(4)  COMP.
       01  W-CLEAN-CNT             PIC S9(4)  COMP VALUE 0.
       01  W-FAILED-CNT            PIC S9(4)  COMP VALUE 0.
       01  W-OVERDUE-CNT           PIC S9(4)  COMP VALUE 0.
       01  W-AWAITING-CNT          PIC S9(4)  COMP VALUE 0.

       01  W-WINDOW-DAYS           PIC 9(03)       VALUE 7.
       01  W-WINDOW-START          PIC X(10).
       01  W-NOW-MINUTES           PIC 9(11).
       01  W-SENT-MINUTES          PIC 9(11).
       01  W-DATE-NUM              PIC 9(08).
       01  W-DATE-INT              PIC 9(07).

       01  W-TODAY-TEXT            PIC X(10).
       01  W-NOW-TEXT              PIC X(08).

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY      PIC 9(04).
           05  W-CURRENT-MM        PIC 9(02).
           05  W-CURRENT-DD        PIC 9(02).
           05  W-CURRENT-HH        PIC 9(02).
           05  W-CURRENT-MI        PIC 9(02).
           05  W-CURRENT-SS        PIC 9(02).
           05  FILLER              PIC X(07).

       01  W-DISP-NUM              PIC ZZZ,ZZ9.
       01  W-DISP-ID               PIC 9(06).
       01  W-DISP-FILES            PIC ZZZ9.
       01  W-RPT-LINE              PIC X(120).

       COPY FAKERRCP.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERDLV error: '.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       01  W-PARM-TEXT             PIC X(100)      VALUE SPACES.
       01  W-PARM-VERB             PIC X(08)       VALUE SPACES.
       01  W-PARM-MANIFEST         PIC X(40)       VALUE SPACES.
       01  W-PARM-DEST             PIC X(16)       VALUE SPACES.
       01  W-PARM-HOURS            PIC X(03)       VALUE SPACES.
       01  W-PARM-HOURS-NUM        PIC 9(03)       VALUE 24.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           EVALUATE W-PARM-VERB
             WHEN 'SEND    '
               PERFORM SUB-2100-RECORD-SEND THRU SUB-2100-EXIT

             WHEN OTHER
               PERFORM SUB-2200-REPORT THRU SUB-2200-EXIT
           END-EVALUATE

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKERDLV compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE
           MOVE SPACES             TO W-TODAY-TEXT
                                      W-NOW-TEXT
           STRING W-CURRENT-YYYY   '-'
                  W-CURRENT-MM     '-'
                  W-CURRENT-DD     DELIMITED SIZE
                                   INTO W-TODAY-TEXT
           STRING W-CURRENT-HH     ':'
                  W-CURRENT-MI     ':'
                  W-CURRENT-SS     DELIMITED SIZE
                                   INTO W-NOW-TEXT

           MOVE W-CURRENT-DATE(1 : 8)
                                   TO W-DATE-NUM
           COMPUTE W-DATE-INT      =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)
           COMPUTE W-NOW-MINUTES   =  W-DATE-INT * 1440
                                   +  W-CURRENT-HH * 60
                                   +  W-CURRENT-MI

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ','
                   INTO W-PARM-VERB
                        W-PARM-MANIFEST
                        W-PARM-DEST
                        W-PARM-HOURS
           END-UNSTRING
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2100-RECORD-SEND.
      *---------------------

           IF      W-PARM-MANIFEST = SPACES
           OR      W-PARM-DEST = SPACES
               DISPLAY W-ERROR-MSG
                       'SEND needs manifest and destination'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-PARM-HOURS NOT = SPACES
               IF      FUNCTION TRIM(W-PARM-HOURS) IS NUMERIC
                   MOVE FUNCTION NUMVAL(W-PARM-HOURS)
                                   TO W-PARM-HOURS-NUM
               ELSE
                   DISPLAY W-ERROR-MSG
                           'agreed hours must be numeric'
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-2100-EXIT
               END-IF
           END-IF

           MOVE W-PARM-MANIFEST    TO W-MANIFILE-PATH

           PERFORM SUB-2110-LOAD-MANIFEST THRU SUB-2110-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-SEND-FILE-CNT = 0
               DISPLAY W-ERROR-MSG
                       'manifest lists no files - nothing to deliver'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-2100-EXIT
           END-IF

      **** The next delivery ID follows the highest already logged.

           OPEN INPUT DLVFILE

           IF      W-DLVFILE-STATUS = '00'
               PERFORM SUB-2120-FIND-LAST-ID THRU SUB-2120-EXIT
                   UNTIL W-DLV-EOF

               CLOSE DLVFILE
           END-IF

           ADD  1                  TO W-LAST-ID

           PERFORM SUB-2130-STAMP-MANIFEST THRU SUB-2130-EXIT

           MOVE SPACES             TO DLVFILE-REC
           MOVE W-LAST-ID          TO DLV-ID
           MOVE W-TODAY-TEXT       TO DLV-SENT-DATE
           MOVE W-NOW-TEXT         TO DLV-SENT-TIME
           MOVE W-PARM-DEST        TO DLV-DESTINATION
           MOVE W-PARM-HOURS-NUM   TO DLV-AGREED-HOURS
           MOVE W-SEND-FILE-CNT    TO DLV-FILE-CNT
           MOVE W-SEND-RECORD-TOTAL
                                   TO DLV-RECORD-TOTAL
           MOVE W-SEND-CRC-TOTAL   TO DLV-CRC-TOTAL
           MOVE W-SEND-SUBSCR-ID   TO DLV-SUBSCR-ID
           MOVE W-MANIFILE-PATH    TO DLV-MANIFEST-PATH

           OPEN EXTEND DLVFILE
           IF      W-DLVFILE-STATUS NOT = '00'
               OPEN OUTPUT DLVFILE
           END-IF

           WRITE DLVFILE-REC

           CLOSE DLVFILE

           MOVE W-SEND-FILE-CNT    TO W-DISP-FILES
           DISPLAY 'FAKERDLV: delivery '
                   W-LAST-ID
                   ' logged to '
                   W-PARM-DEST
                   ' - '
                   W-DISP-FILES
                   ' files, receipt due within '
                   W-PARM-HOURS-NUM
                   ' hours'
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2110-LOAD-MANIFEST.
      *-----------------------

           OPEN INPUT MANIFILE

           IF      W-MANIFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open manifest '
                       W-MANIFILE-PATH
                       ', status '
                       W-MANIFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-2110-EXIT
           END-IF

           PERFORM SUB-2115-LOAD-ONE-ENTRY THRU SUB-2115-EXIT
               UNTIL W-MAN-EOF

           CLOSE MANIFILE
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2115-LOAD-ONE-ENTRY.
      *------------------------

           READ MANIFILE
               AT END
                   SET  W-MAN-EOF  TO TRUE
                   GO TO SUB-2115-EXIT
           END-READ

           IF      MAN-FILE-PATH = '*DELIVERY*'
               GO TO SUB-2115-EXIT
           END-IF

           IF      W-MAN-CNT >= W-MAN-MAX
               DISPLAY W-ERROR-MSG
                       'more manifest entries than the table holds'
               MOVE 12             TO RETURN-CODE
               SET  W-MAN-EOF      TO TRUE
               GO TO SUB-2115-EXIT
           END-IF

           ADD  1                  TO W-MAN-CNT
           MOVE MANIFILE-REC       TO W-MAN-ENTRY(W-MAN-CNT)

      **** Set-level stamps are carried, not counted - the
      **** subscription stamp names whose set this is.

           IF      MAN-FILE-PATH = '*SUBSCRIBED*'
               MOVE MANIFILE-REC(42 : 8)
                                   TO W-SEND-SUBSCR-ID
               GO TO SUB-2115-EXIT
           END-IF

           IF      MAN-FILE-PATH(1 : 1) = '*'
           OR      MAN-FILE-PATH = SPACES
               GO TO SUB-2115-EXIT
           END-IF

           ADD  1                  TO W-SEND-FILE-CNT
           IF      MAN-RECORD-CNT NUMERIC
               ADD  MAN-RECORD-CNT TO W-SEND-RECORD-TOTAL
           END-IF
           IF      MAN-CRC NUMERIC
               ADD  MAN-CRC        TO W-SEND-CRC-TOTAL
           END-IF
           .
       SUB-2115-EXIT.
           EXIT.
      /
       SUB-2120-FIND-LAST-ID.
      *----------------------

           READ DLVFILE
               AT END
                   SET  W-DLV-EOF  TO TRUE
                   GO TO SUB-2120-EXIT
           END-READ

           IF      DLV-ID NUMERIC
           AND     DLV-ID > W-LAST-ID
               MOVE DLV-ID         TO W-LAST-ID
           END-IF
           .
       SUB-2120-EXIT.
           EXIT.
      /
       SUB-2130-STAMP-MANIFEST.
      *------------------------

           OPEN OUTPUT MANIFILE

           PERFORM SUB-2135-WRITE-ONE-ENTRY THRU SUB-2135-EXIT
               VARYING W-MAN-DX FROM 1 BY 1
                 UNTIL W-MAN-DX > W-MAN-CNT

           MOVE SPACES             TO MANIFILE-REC
           MOVE '*DELIVERY*'       TO MAN-FILE-PATH
           MOVE W-LAST-ID          TO MANIFILE-REC(42 : 6)
           MOVE W-TODAY-TEXT       TO MANIFILE-REC(49 : 10)
           WRITE MANIFILE-REC

           CLOSE MANIFILE
           .
       SUB-2130-EXIT.
           EXIT.
      /
       SUB-2135-WRITE-ONE-ENTRY.
      *-------------------------

           MOVE W-MAN-ENTRY(W-MAN-DX)
                                   TO MANIFILE-REC
           WRITE MANIFILE-REC
           .
       SUB-2135-EXIT.
           EXIT.
      /
       SUB-2200-REPORT.
      *----------------

           IF      W-PARM-MANIFEST NOT = SPACES
               IF      FUNCTION TRIM(W-PARM-MANIFEST) IS NUMERIC
                   MOVE FUNCTION NUMVAL(W-PARM-MANIFEST)
                                   TO W-WINDOW-DAYS
               ELSE
                   DISPLAY W-ERROR-MSG
                           'REPORT days must be numeric'
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-2200-EXIT
               END-IF
           END-IF

           COMPUTE W-DATE-INT      =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)
                                   -  W-WINDOW-DAYS
           COMPUTE W-DATE-NUM      =  FUNCTION DATE-OF-INTEGER
                                          (W-DATE-INT)
           MOVE SPACES             TO W-WINDOW-START
           STRING W-DATE-NUM(1 : 4) '-'
                  W-DATE-NUM(5 : 2) '-'
                  W-DATE-NUM(7 : 2) DELIMITED SIZE
                                   INTO W-WINDOW-START

           OPEN INPUT DLVFILE

           IF      W-DLVFILE-STATUS = '00'
               PERFORM SUB-2210-LOAD-ONE-DELIVERY THRU SUB-2210-EXIT
                   UNTIL W-DLV-EOF

               CLOSE DLVFILE
           END-IF

           OPEN INPUT RCPFILE

           IF      W-RCPFILE-STATUS = '00'
               PERFORM SUB-2220-APPLY-ONE-RECEIPT THRU SUB-2220-EXIT
                   UNTIL W-RCP-EOF

               CLOSE RCPFILE
           END-IF

           PERFORM SUB-2230-CLASSIFY-ONE THRU SUB-2230-EXIT
               VARYING W-DLV-DX FROM 1 BY 1
                 UNTIL W-DLV-DX > W-DLV-CNT

           OPEN OUTPUT RPTFILE

           MOVE SPACES             TO W-RPT-LINE
           STRING 'FAKERDLV DELIVERY FOLLOW-UP  '
                  W-TODAY-TEXT
                  ' '
                  W-NOW-TEXT
                  '  (DELIVERIES SENT SINCE '
                  W-WINDOW-START
                  ', AND ALL STILL UNACKNOWLEDGED)'
                                   DELIMITED SIZE
                                   INTO W-RPT-LINE
           WRITE RPTFILE-REC       FROM W-RPT-LINE

           MOVE 'C'                TO W-RPT-STATE
           MOVE 'ACKNOWLEDGED CLEAN'
                                   TO W-RPT-LINE
           PERFORM SUB-2240-REPORT-SECTION THRU SUB-2240-EXIT

           MOVE 'F'                TO W-RPT-STATE
           MOVE 'ACKNOWLEDGED WITH A FAILURE'
                                   TO W-RPT-LINE
           PERFORM SUB-2240-REPORT-SECTION THRU SUB-2240-EXIT

           MOVE 'O'                TO W-RPT-STATE
           MOVE 'OVERDUE - NOT ACKNOWLEDGED WITHIN THE AGREED HOURS'
                                   TO W-RPT-LINE
           PERFORM SUB-2240-REPORT-SECTION THRU SUB-2240-EXIT

           MOVE 'W'                TO W-RPT-STATE
           MOVE 'AWAITING ACKNOWLEDGMENT - STILL WITHIN THE HOURS'
                                   TO W-RPT-LINE
           PERFORM SUB-2240-REPORT-SECTION THRU SUB-2240-EXIT

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-CLEAN-CNT        TO W-DISP-NUM
           MOVE SPACES             TO W-RPT-LINE
           STRING 'ACKNOWLEDGED CLEAN   '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-RPT-LINE
           WRITE RPTFILE-REC       FROM W-RPT-LINE
           DISPLAY W-RPT-LINE(1 : 28)

           MOVE W-FAILED-CNT       TO W-DISP-NUM
           MOVE SPACES             TO W-RPT-LINE
           STRING 'ACKNOWLEDGED FAILED  '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-RPT-LINE
           WRITE RPTFILE-REC       FROM W-RPT-LINE
           DISPLAY W-RPT-LINE(1 : 28)

           MOVE W-OVERDUE-CNT      TO W-DISP-NUM
           MOVE SPACES             TO W-RPT-LINE
           STRING 'OVERDUE              '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-RPT-LINE
           WRITE RPTFILE-REC       FROM W-RPT-LINE
           DISPLAY W-RPT-LINE(1 : 28)

           MOVE W-AWAITING-CNT     TO W-DISP-NUM
           MOVE SPACES             TO W-RPT-LINE
           STRING 'AWAITING             '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-RPT-LINE
           WRITE RPTFILE-REC       FROM W-RPT-LINE
           DISPLAY W-RPT-LINE(1 : 28)

           CLOSE RPTFILE

           IF      W-FAILED-CNT > 0
           OR      W-OVERDUE-CNT > 0
               MOVE 4              TO RETURN-CODE
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-LOAD-ONE-DELIVERY.
      *---------------------------

           READ DLVFILE
               AT END
                   SET  W-DLV-EOF  TO TRUE
                   GO TO SUB-2210-EXIT
           END-READ

           IF      DLV-ID NOT NUMERIC
               GO TO SUB-2210-EXIT
           END-IF

      **** A full table is first cleared of the earlier deliveries
      **** already acknowledged - only then is the log too big.

           IF      W-DLV-CNT >= W-DLV-MAX
               PERFORM SUB-2215-DROP-ACKNOWLEDGED THRU SUB-2215-EXIT
           END-IF

           IF      W-DLV-CNT >= W-DLV-MAX
               DISPLAY W-ERROR-MSG
                       'more deliveries to follow up than the '
                       'table holds - the rest are not reported'
               SET  W-DLV-EOF      TO TRUE
               GO TO SUB-2210-EXIT
           END-IF

           ADD  1                  TO W-DLV-CNT
           MOVE DLVFILE-REC        TO W-DLV-REC(W-DLV-CNT)
           MOVE SPACES             TO W-DLV-STATE(W-DLV-CNT)
                                      W-DLV-ACK-DATE(W-DLV-CNT)
                                      W-DLV-ACK-TIME(W-DLV-CNT)
                                      W-DLV-ACK-NOTE(W-DLV-CNT)

           IF      DLV-SENT-DATE < W-WINDOW-START
               MOVE 'Y'            TO W-DLV-EARLIER-SW(W-DLV-CNT)
           ELSE
               MOVE 'N'            TO W-DLV-EARLIER-SW(W-DLV-CNT)
           END-IF
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2215-DROP-ACKNOWLEDGED.
      *---------------------------

      **** Applies the receipts to the deliveries loaded so far and
      **** closes the table up over the earlier ones they
      **** acknowledge.  The deliveries kept are cleared back to
      **** unacknowledged - the full receipt pass that follows the
      **** load applies every receipt to them again, in order.

           OPEN INPUT RCPFILE

           IF      W-RCPFILE-STATUS NOT = '00'
               GO TO SUB-2215-EXIT
           END-IF

           PERFORM SUB-2220-APPLY-ONE-RECEIPT THRU SUB-2220-EXIT
               UNTIL W-RCP-EOF

           CLOSE RCPFILE
           MOVE 'N'                TO W-RCP-EOF-SW

           MOVE 0                  TO W-DLV-KEEP-CNT

           PERFORM SUB-2217-KEEP-ONE-DELIVERY THRU SUB-2217-EXIT
               VARYING W-DLV-DX FROM 1 BY 1
                 UNTIL W-DLV-DX > W-DLV-CNT

           MOVE W-DLV-KEEP-CNT     TO W-DLV-CNT
           .
       SUB-2215-EXIT.
           EXIT.
      /
       SUB-2217-KEEP-ONE-DELIVERY.
      *---------------------------

           IF      W-DLV-EARLIER(W-DLV-DX)
           AND     W-DLV-STATE(W-DLV-DX) NOT = SPACE
               GO TO SUB-2217-EXIT
           END-IF

           ADD  1                  TO W-DLV-KEEP-CNT
           MOVE W-DLV-OCCS(W-DLV-DX)
                                   TO W-DLV-OCCS(W-DLV-KEEP-CNT)
           MOVE SPACES             TO W-DLV-STATE(W-DLV-KEEP-CNT)
                                      W-DLV-ACK-DATE(W-DLV-KEEP-CNT)
                                      W-DLV-ACK-TIME(W-DLV-KEEP-CNT)
                                      W-DLV-ACK-NOTE(W-DLV-KEEP-CNT)
           .
       SUB-2217-EXIT.
           EXIT.
      /
       SUB-2220-APPLY-ONE-RECEIPT.
      *---------------------------

      **** Receipts are applied in arrival order, so a delivery that
      **** failed, was fixed at the far end and verified again takes
      **** the later result.

           READ RCPFILE            INTO RECEIPT-REC
               AT END
                   SET  W-RCP-EOF  TO TRUE
                   GO TO SUB-2220-EXIT
           END-READ

           IF      RCP-DELIVERY-ID NOT NUMERIC
               GO TO SUB-2220-EXIT
           END-IF

           PERFORM SUB-2225-MATCH-RECEIPT THRU SUB-2225-EXIT
               VARYING W-DLV-DX FROM 1 BY 1
                 UNTIL W-DLV-DX > W-DLV-CNT
           .
       SUB-2220-EXIT.
           EXIT.
      /
       SUB-2225-MATCH-RECEIPT.
      *-----------------------

           MOVE W-DLV-REC(W-DLV-DX)
                                   TO DLVFILE-REC

           IF      DLV-ID NOT = RCP-DELIVERY-ID
               GO TO SUB-2225-EXIT
           END-IF

           MOVE RCP-VERIFY-DATE    TO W-DLV-ACK-DATE(W-DLV-DX)
           MOVE RCP-VERIFY-TIME    TO W-DLV-ACK-TIME(W-DLV-DX)

           IF      RCP-FAILED
               MOVE 'F'            TO W-DLV-STATE(W-DLV-DX)
               MOVE RCP-FILES-FAILED
                                   TO W-DISP-FILES
               MOVE SPACES         TO W-DLV-ACK-NOTE(W-DLV-DX)
               STRING W-DISP-FILES
                      ' file(s) failed verification'
                                   DELIMITED SIZE
                                   INTO W-DLV-ACK-NOTE(W-DLV-DX)
               GO TO SUB-2225-EXIT
           END-IF

      **** A clean receipt whose totals are not the ones sent means
      **** the far end verified some other set than this delivery.

           IF      RCP-RECORD-TOTAL NOT = DLV-RECORD-TOTAL
           OR      RCP-CRC-TOTAL NOT = DLV-CRC-TOTAL
           OR      RCP-FILES-CHECKED NOT = DLV-FILE-CNT
               MOVE 'F'            TO W-DLV-STATE(W-DLV-DX)
               MOVE 'receipt totals disagree with those sent'
                                   TO W-DLV-ACK-NOTE(W-DLV-DX)
               GO TO SUB-2225-EXIT
           END-IF

           MOVE 'C'                TO W-DLV-STATE(W-DLV-DX)
           MOVE 'verified clean'   TO W-DLV-ACK-NOTE(W-DLV-DX)
           .
       SUB-2225-EXIT.
           EXIT.
      /
       SUB-2230-CLASSIFY-ONE.
      *----------------------

           MOVE W-DLV-REC(W-DLV-DX)
                                   TO DLVFILE-REC

           EVALUATE TRUE
             WHEN W-DLV-EARLIER(W-DLV-DX)
             AND  W-DLV-STATE(W-DLV-DX) NOT = SPACE
               MOVE 'X'            TO W-DLV-STATE(W-DLV-DX)

             WHEN W-DLV-ACK-CLEAN(W-DLV-DX)
               ADD  1              TO W-CLEAN-CNT

             WHEN W-DLV-ACK-FAILED(W-DLV-DX)
               ADD  1              TO W-FAILED-CNT

             WHEN OTHER
               MOVE DLV-SENT-DATE(1 : 4)
                                   TO W-DATE-NUM(1 : 4)
               MOVE DLV-SENT-DATE(6 : 2)
                                   TO W-DATE-NUM(5 : 2)
               MOVE DLV-SENT-DATE(9 : 2)
                                   TO W-DATE-NUM(7 : 2)
               COMPUTE W-SENT-MINUTES
                                   =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM) * 1440
                                   +  FUNCTION NUMVAL
                                          (DLV-SENT-TIME(1 : 2)) * 60
                                   +  FUNCTION NUMVAL
                                          (DLV-SENT-TIME(4 : 2))

               IF      W-NOW-MINUTES - W-SENT-MINUTES
                                   >  DLV-AGREED-HOURS * 60
                   MOVE 'O'        TO W-DLV-STATE(W-DLV-DX)
                   MOVE 'no receipt within the agreed hours'
                                   TO W-DLV-ACK-NOTE(W-DLV-DX)
                   ADD  1          TO W-OVERDUE-CNT
               ELSE
                   MOVE 'W'        TO W-DLV-STATE(W-DLV-DX)
                   ADD  1          TO W-AWAITING-CNT
               END-IF
           END-EVALUATE
           .
       SUB-2230-EXIT.
           EXIT.
      /
       SUB-2240-REPORT-SECTION.
      *------------------------

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC
           WRITE RPTFILE-REC       FROM W-RPT-LINE

           MOVE '  DLV-ID SENT                DESTINATION      FILES'
                                   TO RPTFILE-REC
           MOVE 'MANIFEST / RECEIPT'
                                   TO RPTFILE-REC(55 : 18)
           WRITE RPTFILE-REC

           MOVE 0                  TO W-RPT-CNT

           PERFORM SUB-2245-REPORT-ONE THRU SUB-2245-EXIT
               VARYING W-DLV-DX FROM 1 BY 1
                 UNTIL W-DLV-DX > W-DLV-CNT

           IF      W-RPT-CNT = 0
               MOVE '  (none)'     TO RPTFILE-REC
               WRITE RPTFILE-REC
           END-IF
           .
       SUB-2240-EXIT.
           EXIT.
      /
       SUB-2245-REPORT-ONE.
      *--------------------

           IF      W-DLV-STATE(W-DLV-DX) NOT = W-RPT-STATE
               GO TO SUB-2245-EXIT
           END-IF

           ADD  1                  TO W-RPT-CNT

           MOVE W-DLV-REC(W-DLV-DX)
                                   TO DLVFILE-REC
           MOVE DLV-FILE-CNT       TO W-DISP-FILES

           MOVE SPACES             TO W-RPT-LINE
           STRING '  '
                  DLV-ID
                  ' '
                  DLV-SENT-DATE
                  ' '
                  DLV-SENT-TIME
                  ' '
                  DLV-DESTINATION
                  ' '
                  W-DISP-FILES
                  '  '
                  DLV-MANIFEST-PATH
                                   DELIMITED SIZE
                                   INTO W-RPT-LINE
           WRITE RPTFILE-REC       FROM W-RPT-LINE

           MOVE SPACES             TO W-RPT-LINE

           IF      W-DLV-ACK-DATE(W-DLV-DX) = SPACES
               STRING '         '
                      W-DLV-ACK-NOTE(W-DLV-DX)
                                   DELIMITED SIZE
                                   INTO W-RPT-LINE
           ELSE
               STRING '         receipt '
                      W-DLV-ACK-DATE(W-DLV-DX)
                      ' '
                      W-DLV-ACK-TIME(W-DLV-DX)
                      ': '
                      W-DLV-ACK-NOTE(W-DLV-DX)
                                   DELIMITED SIZE
                                   INTO W-RPT-LINE
           END-IF

           IF      W-RPT-LINE NOT = SPACES
               WRITE RPTFILE-REC   FROM W-RPT-LINE
           END-IF

           IF      DLV-SUBSCR-ID NOT = SPACES
               MOVE SPACES         TO W-RPT-LINE
               STRING '         subscription '
                      DLV-SUBSCR-ID
                                   DELIMITED SIZE
                                   INTO W-RPT-LINE
               WRITE RPTFILE-REC   FROM W-RPT-LINE
           END-IF
           .
       SUB-2245-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           DISPLAY 'FAKERDLV completed'
           .
       SUB-3000-EXIT.
           EXIT.
