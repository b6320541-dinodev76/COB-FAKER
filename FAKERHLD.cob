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

       PROGRAM-ID.             FAKERHLD.

      **** Operations view of the exclusive hold the batch updaters
      **** (FAKERDLA, FAKERPRG) take on the keyed customer master
      **** while they run (COPY FAKERPD6).  A job that abends leaves
      **** its hold behind, and until it is cleared the updaters
      **** refuse to start and FAKERSRV answers every GET 'MASTER
      **** UNDER MAINTENANCE'.
      ****
      **** PARM verbs:
      ****   STATUS[,hours] (or blank)    show the hold: FREE, or who
      ****     holds it, since when and for how long.  A hold older
      ****     than the hours given (default 4) is flagged STALE and
      ****     the job ends RC 4, so a scheduled check can page
      ****     operations;
      ****   CLEAR,operator-id            force the hold FREE once the
      ****     holding job is confirmed ended.  The operator is
      ****     recorded on the hold record; an operator ID is
      ****     required (RC 8 without one).

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
           SELECT HOLDFILE           ASSIGN 'Data\FAKERGEN Ksdshold.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-HOLDFILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  HOLDFILE.

       01  HOLDFILE-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-HOLDFILE-STATUS       PIC X(02).

       COPY FAKERKHD.

       01  W-KHD-HOLDER            PIC X(08)       VALUE 'FAKERHLD'.
       01  W-KHD-TAKEN-SW          PIC X(01)       VALUE 'N'.
           88  W-KHD-TAKEN                         VALUE 'Y'.
       01  W-KHD-TAKEN-DATE        PIC X(10).
       01  W-KHD-TAKEN-TIME        PIC X(08).
       01  W-KHD-NOW-DATE          PIC X(10).
       01  W-KHD-NOW-TIME          PIC X(08).
       01  W-KHD-NOW.
           05  W-KHD-NOW-YYYY      PIC 9(04).
           05  W-KHD-NOW-MM        PIC 9(02).
           05  W-KHD-NOW-DD        PIC 9(02).
           05  W-KHD-NOW-HH        PIC 9(02).
           05  W-KHD-NOW-MIN       PIC 9(02).
           05  W-KHD-NOW-SS        PIC 9(02).
           05  FILLER              PIC X(07).
       01  FILLER REDEFINES W-KHD-NOW.
           05  W-KHD-NOW-YYYYMMDD  PIC 9(08).
           05  FILLER              PIC X(13).

      **** The hold's age, in minutes, from the taken stamp.

       01  W-TAKEN-YYYYMMDD.
           05  W-TAKEN-YYYY        PIC 9(04).
           05  W-TAKEN-MM          PIC 9(02).
           05  W-TAKEN-DD          PIC 9(02).
       01  FILLER REDEFINES W-TAKEN-YYYYMMDD.
           05  W-TAKEN-DATE-NUM    PIC 9(08).
       01  W-TAKEN-HH              PIC 9(02).
       01  W-TAKEN-MIN             PIC 9(02).
       01  W-AGE-MINUTES           PIC S9(9)  COMP.
       01  W-AGE-HOURS             PIC S9(9)  COMP.
       01  W-AGE-REM-MINUTES       PIC S9(9)  COMP.
       01  W-STALE-HOURS           PIC 9(04)  COMP VALUE 4.
       01  W-DISP-HOURS            PIC ZZZ,ZZ9.
       01  W-DISP-MINUTES          PIC 99.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERHLD error: '.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       01  W-PARM-TEXT             PIC X(70)       VALUE SPACES.
       01  W-PARM-VERB             PIC X(08).
       01  W-PARM-OPERAND          PIC X(08).
       01  W-PARM-HOURS            PIC 9(04).
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               EVALUATE W-PARM-VERB
                 WHEN 'CLEAR   '
                   PERFORM SUB-2200-CLEAR-HOLD THRU SUB-2200-EXIT

                 WHEN OTHER
                   PERFORM SUB-2100-SHOW-HOLD THRU SUB-2100-EXIT
               END-EVALUATE
           END-IF

           DISPLAY 'FAKERHLD completed'
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKERHLD compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           MOVE SPACES             TO W-PARM-VERB
                                      W-PARM-OPERAND

           UNSTRING W-PARM-TEXT    DELIMITED BY ','
                   INTO W-PARM-VERB
                        W-PARM-OPERAND
           END-UNSTRING

           IF      W-PARM-VERB NOT = 'CLEAR   '
               UNSTRING W-PARM-TEXT
                                   DELIMITED BY ','
                       INTO W-PARM-VERB
                            W-PARM-HOURS
               END-UNSTRING

               IF      W-PARM-HOURS NUMERIC
               AND     W-PARM-HOURS > 0
                   MOVE W-PARM-HOURS
                                   TO W-STALE-HOURS
               END-IF
           END-IF

           PERFORM SUB-8800-READ-KSDS-HOLD THRU SUB-8800-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2100-SHOW-HOLD.
      *-------------------

           IF      KHD-FREE
               DISPLAY 'FAKERHLD: GNRKFILE hold is FREE'

               IF      KHD-RELEASED-DATE NOT = SPACES
                   DISPLAY 'FAKERHLD: last held by '
                           KHD-HOLDER
                           ' from '
                           KHD-TAKEN-DATE ' '
                           KHD-TAKEN-TIME
                           ' to '
                           KHD-RELEASED-DATE ' '
                           KHD-RELEASED-TIME
               END-IF

               IF      KHD-CLEARED-BY NOT = SPACES
                   DISPLAY 'FAKERHLD: cleared by operator '
                           KHD-CLEARED-BY
               END-IF

               GO TO SUB-2100-EXIT
           END-IF

           PERFORM SUB-2150-AGE-HOLD THRU SUB-2150-EXIT

           MOVE W-AGE-HOURS        TO W-DISP-HOURS
           MOVE W-AGE-REM-MINUTES  TO W-DISP-MINUTES

           DISPLAY 'FAKERHLD: GNRKFILE is HELD by '
                   KHD-HOLDER
                   ' since '
                   KHD-TAKEN-DATE ' '
                   KHD-TAKEN-TIME
                   ' ('
                   FUNCTION TRIM(W-DISP-HOURS)
                   'h'
                   W-DISP-MINUTES
                   'm)'

           IF      W-AGE-HOURS >= W-STALE-HOURS
               MOVE W-STALE-HOURS  TO W-DISP-HOURS
               DISPLAY 'FAKERHLD: STALE - held longer than '
                       FUNCTION TRIM(W-DISP-HOURS)
                       ' hours'
               DISPLAY 'FAKERHLD: if '
                       KHD-HOLDER
                       ' is no longer running, clear the hold with '
                       'PARM CLEAR,operator-id'
               MOVE 4              TO RETURN-CODE
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-AGE-HOLD.
      *------------------

           PERFORM SUB-8830-STAMP-NOW THRU SUB-8830-EXIT

           MOVE 0                  TO W-AGE-MINUTES

           IF      KHD-TAKEN-DATE(1 : 4) NOT NUMERIC
           OR      KHD-TAKEN-DATE(6 : 2) NOT NUMERIC
           OR      KHD-TAKEN-DATE(9 : 2) NOT NUMERIC
           OR      KHD-TAKEN-TIME(1 : 2) NOT NUMERIC
           OR      KHD-TAKEN-TIME(4 : 2) NOT NUMERIC
               MOVE 0              TO W-AGE-HOURS
                                      W-AGE-REM-MINUTES
               GO TO SUB-2150-EXIT
           END-IF

           MOVE KHD-TAKEN-DATE(1 : 4)
                                   TO W-TAKEN-YYYY
           MOVE KHD-TAKEN-DATE(6 : 2)
                                   TO W-TAKEN-MM
           MOVE KHD-TAKEN-DATE(9 : 2)
                                   TO W-TAKEN-DD
           MOVE KHD-TAKEN-TIME(1 : 2)
                                   TO W-TAKEN-HH
           MOVE KHD-TAKEN-TIME(4 : 2)
                                   TO W-TAKEN-MIN

           COMPUTE W-AGE-MINUTES   =
                   (FUNCTION INTEGER-OF-DATE(W-KHD-NOW-YYYYMMDD)
                  - FUNCTION INTEGER-OF-DATE(W-TAKEN-DATE-NUM))
                   * 1440
                 + W-KHD-NOW-HH * 60 + W-KHD-NOW-MIN
                 - W-TAKEN-HH * 60 - W-TAKEN-MIN

           IF      W-AGE-MINUTES < 0
               MOVE 0              TO W-AGE-MINUTES
           END-IF

           DIVIDE W-AGE-MINUTES    BY 60
                              GIVING W-AGE-HOURS
                           REMAINDER W-AGE-REM-MINUTES
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-CLEAR-HOLD.
      *--------------------

           IF      W-PARM-OPERAND = SPACES
               DISPLAY W-ERROR-MSG
                       'CLEAR needs the operator ID - '
                       'PARM CLEAR,operator-id'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           IF      KHD-FREE
               DISPLAY 'FAKERHLD: GNRKFILE hold is already FREE - '
                       'nothing to clear'
               GO TO SUB-2200-EXIT
           END-IF

           DISPLAY 'FAKERHLD: clearing hold of '
                   KHD-HOLDER
                   ' since '
                   KHD-TAKEN-DATE ' '
                   KHD-TAKEN-TIME

           PERFORM SUB-8830-STAMP-NOW THRU SUB-8830-EXIT

           SET  KHD-FREE           TO TRUE
           MOVE W-KHD-NOW-DATE     TO KHD-RELEASED-DATE
           MOVE W-KHD-NOW-TIME     TO KHD-RELEASED-TIME
           MOVE W-PARM-OPERAND     TO KHD-CLEARED-BY

           PERFORM SUB-8840-WRITE-KSDS-HOLD THRU SUB-8840-EXIT

           IF      W-HOLDFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot write the hold file, status '
                       W-HOLDFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           DISPLAY 'FAKERHLD: hold cleared by operator '
                   W-PARM-OPERAND
           .
       SUB-2200-EXIT.
           EXIT.
      /
       COPY FAKERPD6.
