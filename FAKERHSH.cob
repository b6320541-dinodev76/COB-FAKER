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

       PROGRAM-ID.             FAKERHSH.

      **** Production-side half of the real-customer collision screen
      **** (see FAKERSCR).  Run by the data-owning team, in production,
      **** over an extract of the real customers' tax IDs, names and
      **** dates of birth: each customer becomes two keyed one-way
      **** digests - one of the SSN, one of the last name, first name
      **** and date of birth together - through the same shared
      **** SUB-8700 paragraphs (COPY FAKERPD5) the screen uses.  Only
      **** the digest file crosses into the test environment; no clear
      **** value ever does.  A value that cannot be normalized (an SSN
      **** without nine digits, a missing name or birth date) is
      **** counted and left out.
      ****
      **** The screening key on KEYFILE is held under the same data
      **** set security as the token-vault key: granted to this job and
      **** to FAKERSCR alone.

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
           SELECT CLRFILE              ASSIGN 'Data\FAKERHSH Clear.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CLRFILE-STATUS.

           SELECT KEYFILE             ASSIGN 'Data\FAKERSCR Hashkey.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-KEYFILE-STATUS.

           SELECT HSHFILE              ASSIGN 'Data\FAKERSCR Hashes.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

      **** One production customer per record; '*' in column 1 is a
      **** comment.

       FD  CLRFILE.

       01  CLRFILE-REC.
           05  CLR-TAXID-SSN       PIC X(11).
           05  FILLER              PIC X(01).
           05  CLR-LAST-NAME       PIC X(35).
           05  FILLER              PIC X(01).
           05  CLR-FIRST-NAME      PIC X(25).
           05  FILLER              PIC X(01).
           05  CLR-DATE-OF-BIRTH   PIC X(10).

       FD  KEYFILE.

       01  KEYFILE-REC.
           05  KEY-TEXT            PIC X(32).
           05  FILLER              PIC X(48).

      **** One digest per record: HSH-KIND 'S' an SSN, 'N' a name and
      **** date of birth.

       FD  HSHFILE.

       01  HSHFILE-REC.
           05  HSH-KIND            PIC X(01).
           05  FILLER              PIC X(01).
           05  HSH-DIGEST-1        PIC 9(10).
           05  FILLER              PIC X(01).
           05  HSH-DIGEST-2        PIC 9(10).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CLRFILE-STATUS        PIC X(02).
       01  W-KEYFILE-STATUS        PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-CUSTOMERS-READ        PIC 9(09)  COMP VALUE 0.
       01  W-SSN-DIGESTS           PIC 9(09)  COMP VALUE 0.
       01  W-NAME-DIGESTS          PIC 9(09)  COMP VALUE 0.
       01  W-UNUSABLE-VALUES       PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERHSH error: '.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

      **** Digest work fields - see FAKERPD5.

       01  W-SCR-KEY               PIC X(32).
       01  W-SCR-SSN               PIC X(11).
       01  W-SCR-FIRST-NAME        PIC X(25).
       01  W-SCR-LAST-NAME         PIC X(35).
       01  W-SCR-DOB               PIC X(10).
       01  W-SCR-VALID-SW          PIC X(01).
           88  W-SCR-VALID                         VALUE 'Y'.
       01  W-SCR-DIGEST-1          PIC 9(10)  COMP.
       01  W-SCR-DIGEST-2          PIC 9(10)  COMP.
       01  W-SCR-BUFFER-1.
           05  W-SCR-KEY-1         PIC X(32).
           05  W-SCR-KIND-1        PIC X(01).
           05  W-SCR-VALUE-1       PIC X(68).
       01  W-SCR-BUFFER-2.
           05  W-SCR-KIND-2        PIC X(01).
           05  W-SCR-VALUE-2       PIC X(68).
           05  W-SCR-KEY-2         PIC X(32).
       01  W-SCR-VALUE             PIC X(68).
       01  W-SCR-DX                PIC S9(4)  COMP.
       01  W-SCR-OUT-DX            PIC S9(4)  COMP.

       01  W-CRC32-PROG            PIC X(08)       VALUE 'CRC32'.
       01  W-CRC32-PARAMETER.      COPY CRC32L.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
                   UNTIL W-EOF
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

           DISPLAY 'FAKERHSH compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           OPEN INPUT KEYFILE

           IF      W-KEYFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open KEYFILE, status '
                       W-KEYFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           READ KEYFILE
               AT END
                   MOVE SPACES     TO KEY-TEXT
           END-READ

           CLOSE KEYFILE

           IF      KEY-TEXT = SPACES
               DISPLAY W-ERROR-MSG
                       'no screening key on KEYFILE'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           MOVE KEY-TEXT           TO W-SCR-KEY

           OPEN INPUT CLRFILE

           IF      W-CLRFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open CLRFILE, status '
                       W-CLRFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT HSHFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           READ CLRFILE
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           IF      CLRFILE-REC(1 : 1) = '*'
           OR      CLRFILE-REC = SPACES
               GO TO SUB-2000-EXIT
           END-IF

           ADD  1                  TO W-CUSTOMERS-READ

           MOVE CLR-TAXID-SSN      TO W-SCR-SSN

           PERFORM SUB-8700-DIGEST-SSN THRU SUB-8700-EXIT

           IF      W-SCR-VALID
               MOVE 'S'            TO HSH-KIND
               PERFORM SUB-2100-WRITE-DIGEST THRU SUB-2100-EXIT
               ADD  1              TO W-SSN-DIGESTS
           ELSE
               ADD  1              TO W-UNUSABLE-VALUES
           END-IF

           MOVE CLR-LAST-NAME      TO W-SCR-LAST-NAME
           MOVE CLR-FIRST-NAME     TO W-SCR-FIRST-NAME
           MOVE CLR-DATE-OF-BIRTH  TO W-SCR-DOB

           PERFORM SUB-8710-DIGEST-NAME-DOB THRU SUB-8710-EXIT

           IF      W-SCR-VALID
               MOVE 'N'            TO HSH-KIND
               PERFORM SUB-2100-WRITE-DIGEST THRU SUB-2100-EXIT
               ADD  1              TO W-NAME-DIGESTS
           ELSE
               ADD  1              TO W-UNUSABLE-VALUES
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-WRITE-DIGEST.
      *----------------------

           MOVE SPACES             TO HSHFILE-REC(2 : )
           MOVE W-SCR-DIGEST-1     TO HSH-DIGEST-1
           MOVE W-SCR-DIGEST-2     TO HSH-DIGEST-2

           WRITE HSHFILE-REC
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE = 0
               CLOSE CLRFILE
                     HSHFILE
           END-IF

           MOVE W-CUSTOMERS-READ   TO W-DISP-NUM
           DISPLAY 'Customers read:           '
                   W-DISP-NUM

           MOVE W-SSN-DIGESTS      TO W-DISP-NUM
           DISPLAY 'SSN digests written:      '
                   W-DISP-NUM

           MOVE W-NAME-DIGESTS     TO W-DISP-NUM
           DISPLAY 'Name/DOB digests written: '
                   W-DISP-NUM

           MOVE W-UNUSABLE-VALUES  TO W-DISP-NUM
           DISPLAY 'Values not usable:        '
                   W-DISP-NUM

           DISPLAY 'FAKERHSH completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD5.
