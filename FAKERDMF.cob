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

       PROGRAM-ID.             FAKERDMF.

      **** Death Master File match test data off a profile-mode
      **** extract.  FAKERGEN's DECEASED= keyword gives a share of
      **** its customers a date of death on the 'P' record; this job
      **** writes the death file an SSA Death Master File
      **** subscription would deliver - the 100-byte public-file
      **** layout, in SSN order - holding every one of those
      **** customers that has an SSN, and mixed in among them
      **** three kinds of decoy the death-match process must NOT
      **** act on:
      ****     SSNNAME - a living customer's SSN under somebody
      ****               else's name and birth date;
      ****     NAMEDOB - a living customer's name on a different SSN
      ****               with a birth date that does not agree;
      ****     NOTFILE - a person this bank has never had on its
      ****               books.
      **** The answer key carries one line per death-file record, in
      **** the same order: MATCH with the customer it must be
      **** matched to, or NOMATCH with the decoy kind and the
      **** look-alike customer the decoy was built from.  The
      **** death-match run is graded against the key.
      ****
      **** A deceased customer without an SSN (a Canadian or UK
      **** customer under the country mix) has nothing the Death
      **** Master File could carry, and is only counted.
      ****
      **** PARM: decoys of each kind (default 5), optional seed
      **** (default the extract's own) - comma-delimited.

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
           SELECT DMFIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-DMFIN-STATUS.

           SELECT DMFFILE          ASSIGN 'Data\FAKERDMF Deathfile.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT KEYFILE             ASSIGN 'Data\FAKERDMF Anskey.txt'
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

       FD  DMFIN.

       01  DMFIN-REC.
           05  DIN-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(319).

       01  DMFIN-P-REC.
           05  FILLER              PIC X(02).
           05  DIP-TAXID-SSN       PIC X(11).
           05  FILLER              PIC X(11).
           05  DIP-FIRST-NAME      PIC X(25).
           05  DIP-LAST-NAME       PIC X(35).
           05  DIP-SUFFIX          PIC X(10).
           05  FILLER              PIC X(19).
           05  DIP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  DIP-DATE-OF-BIRTH   PIC X(10).
           05  FILLER              PIC X(62).
           05  DIP-DATE-OF-DEATH   PIC X(10).
           05  FILLER              PIC X(110).

       01  DMFIN-A-REC.
           05  FILLER              PIC X(72).
           05  DIA-POSTCODE        PIC X(10).
           05  FILLER              PIC X(01).
           05  DIA-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(223).

       FD  DMFFILE.

      **** The SSA public death file record.  The state field has
      **** been blank on the public file since 2011 and is left so;
      **** the lump-sum payment ZIP is not carried either.

       01  DMFFILE-REC.
           05  DMF-CHANGE-CODE     PIC X(01).
           05  DMF-SSN             PIC X(09).
           05  DMF-LAST-NAME       PIC X(20).
           05  DMF-NAME-SUFFIX     PIC X(04).
           05  DMF-FIRST-NAME      PIC X(15).
           05  DMF-MIDDLE-NAME     PIC X(15).
           05  DMF-VERIFY-CODE     PIC X(01).
           05  DMF-DATE-OF-DEATH   PIC X(08).
           05  DMF-DATE-OF-BIRTH   PIC X(08).
           05  DMF-STATE           PIC X(02).
           05  DMF-ZIP-RESIDENCE   PIC X(05).
           05  DMF-ZIP-PAYMENT     PIC X(05).
           05  FILLER              PIC X(07).

       FD  KEYFILE.

       01  KEYFILE-REC.
           05  KEY-DMF-SEQ         PIC 9(06).
           05  FILLER              PIC X(01).
           05  KEY-SSN             PIC X(09).
           05  FILLER              PIC X(01).
           05  KEY-EXPECT          PIC X(07).
           05  FILLER              PIC X(01).
           05  KEY-REASON          PIC X(08).
           05  FILLER              PIC X(01).
           05  KEY-CUSTOMER-ID     PIC X(14).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-DMFIN-STATUS          PIC X(02).

       01  W-DMFIN-EOF-SW          PIC X(01)       VALUE 'N'.
           88  W-DMFIN-EOF                         VALUE 'Y'.

       01  W-DECOY-COUNT           PIC 9(03)  COMP VALUE 5.
       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-SAVE-SEED-NO          PIC X(09)       VALUE SPACES.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.

       01  W-LOWER-CASE            PIC X(26)       VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  W-UPPER-CASE            PIC X(26)       VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      **** The extract's SSN holders - the deceased ones go on the
      **** death file, the living ones are what the SSNNAME and
      **** NAMEDOB decoys are built from (each living customer at
      **** most once, so no SSN lands on the death file twice).

       01  W-PPL-MAX               PIC S9(9)  COMP VALUE 5000.
       01  W-PPL-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-PPL-DX                PIC S9(9)  COMP.
       01  W-PPL-TABLE.
           05  W-PPL-OCCS          OCCURS 5000.
               10  W-PPL-ID        PIC X(14).
               10  W-PPL-SSN       PIC X(09).
               10  W-PPL-LAST      PIC X(20).
               10  W-PPL-SUFFIX    PIC X(04).
               10  W-PPL-FIRST     PIC X(15).
               10  W-PPL-DOB       PIC X(10).
               10  W-PPL-DOD       PIC X(10).
               10  W-PPL-ZIP       PIC X(05).
               10  W-PPL-USED-SW   PIC X(01).
                   88  W-PPL-USED                  VALUE 'Y'.

      **** The death file, held in SSN order as it is built.

       01  W-DMF-MAX               PIC S9(9)  COMP VALUE 8000.
       01  W-DMF-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-DMF-DX                PIC S9(9)  COMP.
       01  W-DMF-TABLE.
           05  W-DMF-ENTRY         PIC X(102)      OCCURS 8000.

       01  W-NEW-ENTRY.
           05  W-NEW-SSN           PIC X(09).
           05  W-NEW-LAST          PIC X(20).
           05  W-NEW-SUFFIX        PIC X(04).
           05  W-NEW-FIRST         PIC X(15).
           05  W-NEW-DOD           PIC X(10).
           05  W-NEW-DOB           PIC X(10).
           05  W-NEW-ZIP           PIC X(05).
           05  W-NEW-EXPECT        PIC X(07).
           05  W-NEW-REASON        PIC X(08).
               88  W-NEW-SSNNAME                   VALUE 'SSNNAME '.
               88  W-NEW-NAMEDOB                   VALUE 'NAMEDOB '.
               88  W-NEW-NOTFILE                   VALUE 'NOTFILE '.
           05  W-NEW-CUSTOMER-ID   PIC X(14).

       01  W-OUT-ENTRY.
           05  W-OUT-SSN           PIC X(09).
           05  W-OUT-LAST          PIC X(20).
           05  W-OUT-SUFFIX        PIC X(04).
           05  W-OUT-FIRST         PIC X(15).
           05  W-OUT-DOD           PIC X(10).
           05  W-OUT-DOB           PIC X(10).
           05  W-OUT-ZIP           PIC X(05).
           05  W-OUT-EXPECT        PIC X(07).
           05  W-OUT-REASON        PIC X(08).
           05  W-OUT-CUSTOMER-ID   PIC X(14).

      **** Decoy building.

       01  W-KIND                  PIC 9(01)  COMP.
       01  W-DECOY-NO              PIC 9(04)  COMP.
       01  W-DECOY-SEQ             PIC 9(09)  COMP VALUE 0.
       01  W-PICK                  PIC S9(9)  COMP.
       01  W-SCAN                  PIC S9(9)  COMP.
       01  W-FOUND-DX              PIC S9(9)  COMP.
       01  W-TRIES                 PIC 9(02)  COMP.
       01  W-CLASH-SW              PIC X(01).
           88  W-CLASH                             VALUE 'Y'.
       01  W-SHIFT-DAYS            PIC S9(5)  COMP.
       01  W-DATE-INT              PIC S9(9)  COMP.
       01  W-DATE-NUM              PIC 9(08).
       01  FILLER REDEFINES W-DATE-NUM.
           05  W-DATE-NUM-YYYY     PIC 9(04).
           05  W-DATE-NUM-MM       PIC 9(02).
           05  W-DATE-NUM-DD       PIC 9(02).
       01  W-DATE-TEXT             PIC X(10).
       01  FILLER REDEFINES W-DATE-TEXT.
           05  W-DATE-TEXT-YYYY    PIC 9(04).
           05  FILLER              PIC X(01).
           05  W-DATE-TEXT-MM      PIC 9(02).
           05  FILLER              PIC X(01).
           05  W-DATE-TEXT-DD      PIC 9(02).
       01  W-DEATH-FLOOR           PIC X(10).
       01  FILLER REDEFINES W-DEATH-FLOOR.
           05  W-DEATH-FLOOR-YYYY  PIC 9(04).
           05  FILLER              PIC X(06).

       01  W-TALLY.
           05  W-SSN-CNT           PIC 9(09)  COMP VALUE 0.
           05  W-DECEASED-CNT      PIC 9(09)  COMP VALUE 0.
           05  W-NO-SSN-CNT        PIC 9(09)  COMP VALUE 0.
           05  W-SSNNAME-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-NAMEDOB-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-NOTFILE-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-SHORT-CNT         PIC 9(09)  COMP VALUE 0.
           05  W-DMF-WRITTEN       PIC 9(09)  COMP VALUE 0.

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY      PIC 9(04).
           05  W-CURRENT-MM        PIC 9(02).
           05  W-CURRENT-DD        PIC 9(02).
           05  FILLER              PIC X(13).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERDMF error: '.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(34)       VALUE
               'FAKERDMF decoy seed text          '.
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
       01  W-PARM-DECOYS           PIC X(03).
       01  W-PARM-DECOYS-NUM       PIC 9(03).
       01  W-PARM-SEED-NO          PIC 9(09).
       01  W-PARM-DECOYS-LEN       PIC S9(4)  COMP VALUE 0.
       01  W-PARM-SEED-NO-LEN      PIC S9(4)  COMP VALUE 0.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
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

           DISPLAY 'FAKERDMF compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1050-READ-PARM THRU SUB-1050-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE

      **** Decoy deaths fall in the same window FAKERGEN draws the
      **** real ones from: the three years up to the run date.

           MOVE SPACES             TO W-DEATH-FLOOR
           STRING W-CURRENT-YYYY   '-'
                  W-CURRENT-MM     '-'
                  W-CURRENT-DD     DELIMITED SIZE
                                   INTO W-DEATH-FLOOR
           SUBTRACT 3            FROM W-DEATH-FLOOR-YYYY
           IF      W-DEATH-FLOOR(6 : 5) = '02-29'
               MOVE '02-28'        TO W-DEATH-FLOOR(6 : 5)
           END-IF

           PERFORM SUB-1300-LOAD-PEOPLE THRU SUB-1300-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-RUN-SEED-NO = 0
               PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
           END-IF

           OPEN OUTPUT DMFFILE
                       KEYFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-DECOYS
                                   COUNT IN W-PARM-DECOYS-LEN
                        W-PARM-SEED-NO
                                   COUNT IN W-PARM-SEED-NO-LEN
           END-UNSTRING

      **** Zero decoys is a real choice - the deceased alone - so
      **** the count is taken whenever one was given.

           IF      W-PARM-DECOYS-LEN > 0
               IF      W-PARM-DECOYS-LEN > 3
               OR      W-PARM-DECOYS(1 : W-PARM-DECOYS-LEN)
                                   NOT NUMERIC
                   DISPLAY W-ERROR-MSG
                           'decoy count not 0-999: '
                           W-PARM-TEXT(1 : W-PARM-DECOYS-LEN)
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF

               MOVE W-PARM-DECOYS(1 : W-PARM-DECOYS-LEN)
                                   TO W-PARM-DECOYS-NUM
               MOVE W-PARM-DECOYS-NUM
                                   TO W-DECOY-COUNT
           END-IF

           IF      W-PARM-SEED-NO-LEN > 0
               IF      W-PARM-SEED-NO NOT NUMERIC
               OR      W-PARM-SEED-NO = 0
                   DISPLAY W-ERROR-MSG
                           'invalid seed: '
                           W-PARM-TEXT
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF

               MOVE W-PARM-SEED-NO TO W-RUN-SEED-NO
           END-IF
           .
       SUB-1050-EXIT.
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
       SUB-1300-LOAD-PEOPLE.
      *---------------------

           OPEN INPUT DMFIN

           IF      W-DMFIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open DMFIN, status '
                       W-DMFIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM SUB-1310-TAKE-ONE-RECORD THRU SUB-1310-EXIT
               UNTIL W-DMFIN-EOF

           CLOSE DMFIN
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-TAKE-ONE-RECORD.
      *-------------------------

           READ DMFIN
               AT END
                   SET  W-DMFIN-EOF
                                   TO TRUE
                   GO TO SUB-1310-EXIT
           END-READ

           EVALUATE DIN-RECORD-TYPE
             WHEN 'H'

      **** No seed on the PARM: draw with the extract's own.

               MOVE DMFIN-REC(23 : 9)
                                   TO W-SAVE-SEED-NO
               IF      W-RUN-SEED-NO = 0
               AND     W-SAVE-SEED-NO NUMERIC
                   MOVE W-SAVE-SEED-NO
                                   TO W-RUN-SEED-NO
               END-IF

             WHEN 'P'
               PERFORM SUB-1320-ADD-PERSON THRU SUB-1320-EXIT

             WHEN 'A'
               PERFORM SUB-1330-HOLD-ADDRESS THRU SUB-1330-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1320-ADD-PERSON.
      *--------------------

      **** Only a well-formed SSN (999-99-9999) can be on the Death
      **** Master File.

           IF      DIP-TAXID-SSN(1 : 3) NOT NUMERIC
           OR      DIP-TAXID-SSN(4 : 1) NOT = '-'
           OR      DIP-TAXID-SSN(5 : 2) NOT NUMERIC
           OR      DIP-TAXID-SSN(7 : 1) NOT = '-'
           OR      DIP-TAXID-SSN(8 : 4) NOT NUMERIC
               IF      DIP-DATE-OF-DEATH NOT = SPACES
                   ADD  1          TO W-NO-SSN-CNT
               END-IF
               GO TO SUB-1320-EXIT
           END-IF

           IF      W-PPL-CNT >= W-PPL-MAX
               DISPLAY W-ERROR-MSG
                       'customer table full at '
                       DIP-CUSTOMER-ID
               GO TO SUB-1320-EXIT
           END-IF

           ADD  1                  TO W-PPL-CNT
                                      W-SSN-CNT
           MOVE W-PPL-CNT          TO W-PPL-DX

           MOVE DIP-CUSTOMER-ID    TO W-PPL-ID(W-PPL-DX)
           STRING DIP-TAXID-SSN(1 : 3)
                  DIP-TAXID-SSN(5 : 2)
                  DIP-TAXID-SSN(8 : 4)
                                   DELIMITED SIZE
                                   INTO W-PPL-SSN(W-PPL-DX)
           MOVE DIP-LAST-NAME      TO W-PPL-LAST(W-PPL-DX)
           MOVE DIP-FIRST-NAME     TO W-PPL-FIRST(W-PPL-DX)
           MOVE DIP-SUFFIX         TO W-PPL-SUFFIX(W-PPL-DX)
           MOVE DIP-DATE-OF-BIRTH  TO W-PPL-DOB(W-PPL-DX)
           MOVE DIP-DATE-OF-DEATH  TO W-PPL-DOD(W-PPL-DX)
           MOVE SPACES             TO W-PPL-ZIP(W-PPL-DX)
           MOVE 'N'                TO W-PPL-USED-SW(W-PPL-DX)

           IF      W-PPL-DOD(W-PPL-DX) NOT = SPACES
               ADD  1              TO W-DECEASED-CNT
           END-IF
           .
       SUB-1320-EXIT.
           EXIT.
      /
       SUB-1330-HOLD-ADDRESS.
      *----------------------

      **** The 'A' record follows its 'P' record; a US ZIP (or
      **** ZIP+4) gives the ZIP of last residence.

           IF      W-PPL-CNT = 0
           OR      DIA-CUSTOMER-ID NOT = W-PPL-ID(W-PPL-CNT)
               GO TO SUB-1330-EXIT
           END-IF

           IF      DIA-POSTCODE(1 : 5) NUMERIC
               MOVE DIA-POSTCODE(1 : 5)
                                   TO W-PPL-ZIP(W-PPL-CNT)
           END-IF
           .
       SUB-1330-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           PERFORM SUB-2100-LIST-DECEASED THRU SUB-2100-EXIT
               VARYING W-PPL-DX FROM 1 BY 1
                 UNTIL W-PPL-DX > W-PPL-CNT

           PERFORM SUB-2200-MAKE-DECOYS THRU SUB-2200-EXIT
               VARYING W-KIND FROM 1 BY 1
                 UNTIL W-KIND > 3

           PERFORM SUB-2800-WRITE-ENTRY THRU SUB-2800-EXIT
               VARYING W-DMF-DX FROM 1 BY 1
                 UNTIL W-DMF-DX > W-DMF-CNT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-LIST-DECEASED.
      *-----------------------

           IF      W-PPL-DOD(W-PPL-DX) = SPACES
               GO TO SUB-2100-EXIT
           END-IF

           MOVE W-PPL-SSN(W-PPL-DX)
                                   TO W-NEW-SSN
           MOVE W-PPL-LAST(W-PPL-DX)
                                   TO W-NEW-LAST
           MOVE W-PPL-FIRST(W-PPL-DX)
                                   TO W-NEW-FIRST
           MOVE W-PPL-SUFFIX(W-PPL-DX)
                                   TO W-NEW-SUFFIX
           MOVE W-PPL-DOB(W-PPL-DX)
                                   TO W-NEW-DOB
           MOVE W-PPL-DOD(W-PPL-DX)
                                   TO W-NEW-DOD
           MOVE W-PPL-ZIP(W-PPL-DX)
                                   TO W-NEW-ZIP
           MOVE 'MATCH'            TO W-NEW-EXPECT
           MOVE 'DECEASED'         TO W-NEW-REASON
           MOVE W-PPL-ID(W-PPL-DX) TO W-NEW-CUSTOMER-ID

           PERFORM SUB-2900-ADD-ENTRY THRU SUB-2900-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-MAKE-DECOYS.
      *---------------------

           PERFORM SUB-2210-MAKE-ONE-DECOY THRU SUB-2210-EXIT
               VARYING W-DECOY-NO FROM 1 BY 1
                 UNTIL W-DECOY-NO > W-DECOY-COUNT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-MAKE-ONE-DECOY.
      *------------------------

      **** Each decoy draws from its own seed, so adding decoys of
      **** one kind leaves the others where they were.

           ADD  1                  TO W-DECOY-SEQ

           MOVE W-DECOY-SEQ        TO W-SEED-ITEM-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           MOVE SPACES             TO W-NEW-ENTRY
           MOVE 'NOMATCH'          TO W-NEW-EXPECT

           EVALUATE W-KIND
             WHEN 1
               SET  W-NEW-SSNNAME  TO TRUE
             WHEN 2
               SET  W-NEW-NAMEDOB  TO TRUE
             WHEN OTHER
               SET  W-NEW-NOTFILE  TO TRUE
           END-EVALUATE

      **** SSNNAME and NAMEDOB are built on a living customer not
      **** already used for a decoy; with none left the decoy is
      **** skipped and counted short.

           IF      NOT W-NEW-NOTFILE
               PERFORM SUB-2300-PICK-LIVING THRU SUB-2300-EXIT

               IF      W-FOUND-DX = 0
                   ADD  1          TO W-SHORT-CNT
                   GO TO SUB-2210-EXIT
               END-IF

               MOVE W-PPL-ID(W-FOUND-DX)
                                   TO W-NEW-CUSTOMER-ID
           END-IF

           EVALUATE TRUE
             WHEN W-NEW-SSNNAME

      **** The customer's SSN; a name whose surname differs from
      **** theirs, and that person's own birth date and ZIP.

               MOVE W-PPL-SSN(W-FOUND-DX)
                                   TO W-NEW-SSN
               MOVE 0              TO W-TRIES
               PERFORM SUB-2400-DRAW-NAME THRU SUB-2400-EXIT
               PERFORM SUB-2400-DRAW-NAME THRU SUB-2400-EXIT
                   UNTIL W-NEW-LAST NOT = W-PPL-LAST(W-FOUND-DX)
                      OR W-TRIES > 10
               PERFORM SUB-2500-DRAW-DOB THRU SUB-2500-EXIT
               PERFORM SUB-2600-DRAW-ZIP THRU SUB-2600-EXIT
               ADD  1              TO W-SSNNAME-CNT

             WHEN W-NEW-NAMEDOB

      **** The customer's name and ZIP; an SSN nobody on file holds,
      **** and a birth date a month to five years off theirs.

               MOVE W-PPL-LAST(W-FOUND-DX)
                                   TO W-NEW-LAST
               MOVE W-PPL-FIRST(W-FOUND-DX)
                                   TO W-NEW-FIRST
               MOVE W-PPL-SUFFIX(W-FOUND-DX)
                                   TO W-NEW-SUFFIX
               MOVE W-PPL-ZIP(W-FOUND-DX)
                                   TO W-NEW-ZIP
               PERFORM SUB-2700-DRAW-FRESH-SSN THRU SUB-2700-EXIT
               PERFORM SUB-2550-SHIFT-DOB THRU SUB-2550-EXIT
               ADD  1              TO W-NAMEDOB-CNT

             WHEN OTHER

      **** Nobody we know: every field drawn.

               PERFORM SUB-2400-DRAW-NAME THRU SUB-2400-EXIT
               PERFORM SUB-2700-DRAW-FRESH-SSN THRU SUB-2700-EXIT
               PERFORM SUB-2500-DRAW-DOB THRU SUB-2500-EXIT
               PERFORM SUB-2600-DRAW-ZIP THRU SUB-2600-EXIT
               ADD  1              TO W-NOTFILE-CNT
           END-EVALUATE

           PERFORM SUB-2650-DRAW-DOD THRU SUB-2650-EXIT

           PERFORM SUB-2900-ADD-ENTRY THRU SUB-2900-EXIT
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2300-PICK-LIVING.
      *---------------------

      **** A seeded starting point, then the first living, unused
      **** customer from there round the table.

           MOVE 0                  TO W-FOUND-DX

           IF      W-PPL-CNT = 0
               GO TO SUB-2300-EXIT
           END-IF

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           COMPUTE W-PICK          =  FAKRAND-RANDOM-NO * W-PPL-CNT

           PERFORM SUB-2310-TRY-ONE THRU SUB-2310-EXIT
               VARYING W-SCAN FROM 1 BY 1
                 UNTIL W-SCAN > W-PPL-CNT
                    OR W-FOUND-DX > 0

           IF      W-FOUND-DX > 0
               SET  W-PPL-USED(W-FOUND-DX)
                                   TO TRUE
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-TRY-ONE.
      *-----------------

           COMPUTE W-PPL-DX        =  FUNCTION MOD(W-PICK + W-SCAN - 1,
                                                   W-PPL-CNT)
                                      + 1

           IF      W-PPL-DOD(W-PPL-DX) = SPACES
           AND     NOT W-PPL-USED(W-PPL-DX)
               MOVE W-PPL-DX       TO W-FOUND-DX
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2400-DRAW-NAME.
      *-------------------

           ADD  1                  TO W-TRIES

           SET  PERSON-NAME        TO TRUE

           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT

           MOVE FAKER-PERSON-LAST-NAME
                                   TO W-NEW-LAST
           MOVE FAKER-PERSON-FIRST-NAME
                                   TO W-NEW-FIRST
           MOVE FAKER-PERSON-SUFFIX
                                   TO W-NEW-SUFFIX
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-DRAW-DOB.
      *------------------

      **** The age band the death file is mostly made of.

           MOVE 50                 TO FAKER-AGE-MIN
           MOVE 95                 TO FAKER-AGE-MAX

           SET  PERSON-DATE-OF-BIRTH
                                   TO TRUE

           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT

           MOVE 0                  TO FAKER-AGE-MIN
                                      FAKER-AGE-MAX

           MOVE FAKER-RESULT(1 : 10)
                                   TO W-NEW-DOB
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-SHIFT-DOB.
      *-------------------

      **** 30 to 1,830 days either side of the customer's own.

           MOVE W-PPL-DOB(W-FOUND-DX)
                                   TO W-DATE-TEXT

           IF      W-DATE-TEXT-YYYY NOT NUMERIC
           OR      W-DATE-TEXT-MM NOT NUMERIC
           OR      W-DATE-TEXT-DD NOT NUMERIC
               PERFORM SUB-2500-DRAW-DOB THRU SUB-2500-EXIT
               GO TO SUB-2550-EXIT
           END-IF

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           COMPUTE W-SHIFT-DAYS    =  FAKRAND-RANDOM-NO * 1800 + 30

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           IF      FAKRAND-RANDOM-NO < 0.5
               COMPUTE W-SHIFT-DAYS
                                   =  0 - W-SHIFT-DAYS
           END-IF

           COMPUTE W-DATE-INT      =  FUNCTION INTEGER-OF-DATE
                                      (W-DATE-TEXT-YYYY * 10000
                                       + W-DATE-TEXT-MM * 100
                                       + W-DATE-TEXT-DD)
                                      + W-SHIFT-DAYS

           COMPUTE W-DATE-NUM      =  FUNCTION DATE-OF-INTEGER
                                      (W-DATE-INT)

           MOVE SPACES             TO W-NEW-DOB
           STRING W-DATE-NUM-YYYY  '-'
                  W-DATE-NUM-MM    '-'
                  W-DATE-NUM-DD    DELIMITED SIZE
                                   INTO W-NEW-DOB
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2600-DRAW-ZIP.
      *------------------

           SET  ADDRESS-ADDRESS    TO TRUE

           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT

           IF      FAKER-ADDRESS-POSTCODE(1 : 5) NUMERIC
               MOVE FAKER-ADDRESS-POSTCODE(1 : 5)
                                   TO W-NEW-ZIP
           END-IF
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2650-DRAW-DOD.
      *------------------

      **** The three years up to the run date, and never before the
      **** birth date.

           MOVE W-DEATH-FLOOR      TO FAKER-DATE-FROM

           IF      W-NEW-DOB > W-DEATH-FLOOR
               MOVE W-NEW-DOB      TO FAKER-DATE-FROM
           END-IF

           SET  TEMPORAL-DATE      TO TRUE

           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT

           MOVE SPACES             TO FAKER-DATE-FROM

           MOVE FAKER-RESULT(1 : 10)
                                   TO W-NEW-DOD
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-2700-DRAW-FRESH-SSN.
      *------------------------

      **** An SSN no customer holds and not yet on the death file.

           MOVE 0                  TO W-TRIES

           PERFORM SUB-2710-DRAW-ONE-SSN THRU SUB-2710-EXIT
               WITH TEST AFTER
               UNTIL NOT W-CLASH
                  OR W-TRIES > 20
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2710-DRAW-ONE-SSN.
      *----------------------

           ADD  1                  TO W-TRIES
           MOVE 'N'                TO W-CLASH-SW

           SET  TAXID-SSN          TO TRUE

           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT

           MOVE FAKER-RESULT(1 : 9)
                                   TO W-NEW-SSN

           PERFORM SUB-2720-CHECK-PERSON THRU SUB-2720-EXIT
               VARYING W-PPL-DX FROM 1 BY 1
                 UNTIL W-PPL-DX > W-PPL-CNT
                    OR W-CLASH

           PERFORM SUB-2730-CHECK-ENTRY THRU SUB-2730-EXIT
               VARYING W-DMF-DX FROM 1 BY 1
                 UNTIL W-DMF-DX > W-DMF-CNT
                    OR W-CLASH
           .
       SUB-2710-EXIT.
           EXIT.
      /
       SUB-2720-CHECK-PERSON.
      *----------------------

           IF      W-PPL-SSN(W-PPL-DX) = W-NEW-SSN
               SET  W-CLASH        TO TRUE
           END-IF
           .
       SUB-2720-EXIT.
           EXIT.
      /
       SUB-2730-CHECK-ENTRY.
      *---------------------

           IF      W-DMF-ENTRY(W-DMF-DX)(1 : 9) = W-NEW-SSN
               SET  W-CLASH        TO TRUE
           END-IF
           .
       SUB-2730-EXIT.
           EXIT.
      /
       SUB-2800-WRITE-ENTRY.
      *---------------------

           MOVE W-DMF-ENTRY(W-DMF-DX)
                                   TO W-OUT-ENTRY

      **** The public file carries names in upper case, the suffix
      **** without its period.

           INSPECT W-OUT-LAST
               CONVERTING W-LOWER-CASE TO W-UPPER-CASE
           INSPECT W-OUT-FIRST
               CONVERTING W-LOWER-CASE TO W-UPPER-CASE
           INSPECT W-OUT-SUFFIX
               CONVERTING W-LOWER-CASE TO W-UPPER-CASE
           INSPECT W-OUT-SUFFIX
               REPLACING ALL '.'   BY SPACE

           MOVE SPACES             TO DMFFILE-REC
           MOVE W-OUT-SSN          TO DMF-SSN
           MOVE W-OUT-LAST         TO DMF-LAST-NAME
           MOVE W-OUT-SUFFIX       TO DMF-NAME-SUFFIX
           MOVE W-OUT-FIRST        TO DMF-FIRST-NAME
           MOVE 'V'                TO DMF-VERIFY-CODE

           MOVE W-OUT-DOD          TO W-DATE-TEXT
           PERFORM SUB-2850-MMDDCCYY THRU SUB-2850-EXIT
           MOVE W-DATE-NUM         TO DMF-DATE-OF-DEATH

           MOVE W-OUT-DOB          TO W-DATE-TEXT
           PERFORM SUB-2850-MMDDCCYY THRU SUB-2850-EXIT
           MOVE W-DATE-NUM         TO DMF-DATE-OF-BIRTH

           MOVE W-OUT-ZIP          TO DMF-ZIP-RESIDENCE

           WRITE DMFFILE-REC
           ADD  1                  TO W-DMF-WRITTEN

           MOVE SPACES             TO KEYFILE-REC
           MOVE W-DMF-DX           TO KEY-DMF-SEQ
           MOVE W-OUT-SSN          TO KEY-SSN
           MOVE W-OUT-EXPECT       TO KEY-EXPECT
           MOVE W-OUT-REASON       TO KEY-REASON
           MOVE W-OUT-CUSTOMER-ID  TO KEY-CUSTOMER-ID

           WRITE KEYFILE-REC
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2850-MMDDCCYY.
      *------------------

      **** YYYY-MM-DD in W-DATE-TEXT to the file's MMDDCCYY in
      **** W-DATE-NUM; zeros when the date is not a date.

           IF      W-DATE-TEXT-YYYY NUMERIC
           AND     W-DATE-TEXT-MM NUMERIC
           AND     W-DATE-TEXT-DD NUMERIC
               COMPUTE W-DATE-NUM  =  W-DATE-TEXT-MM * 1000000
                                      + W-DATE-TEXT-DD * 10000
                                      + W-DATE-TEXT-YYYY
           ELSE
               MOVE 0              TO W-DATE-NUM
           END-IF
           .
       SUB-2850-EXIT.
           EXIT.
      /
       SUB-2900-ADD-ENTRY.
      *-------------------

      **** Insertion in SSN order - the entries above the new one's
      **** place move up a slot.

           IF      W-DMF-CNT >= W-DMF-MAX
               DISPLAY W-ERROR-MSG
                       'death file table full at '
                       W-NEW-SSN
               GO TO SUB-2900-EXIT
           END-IF

           PERFORM SUB-2910-SHIFT-UP THRU SUB-2910-EXIT
               VARYING W-DMF-DX FROM W-DMF-CNT BY -1
                 UNTIL W-DMF-DX < 1
                    OR W-DMF-ENTRY(W-DMF-DX)(1 : 9) <= W-NEW-SSN

           ADD  1                  TO W-DMF-DX
           MOVE W-NEW-ENTRY        TO W-DMF-ENTRY(W-DMF-DX)
           ADD  1                  TO W-DMF-CNT
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-2910-SHIFT-UP.
      *------------------

           MOVE W-DMF-ENTRY(W-DMF-DX)
                                   TO W-DMF-ENTRY(W-DMF-DX + 1)
           .
       SUB-2910-EXIT.
           EXIT.
      /
       SUB-2940-NEXT-RANDOM.
      *---------------------

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE SPACES             TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER
           .
       SUB-2940-EXIT.
           EXIT.
      /
       SUB-2950-CALL-FAKER.
      *--------------------

           MOVE 'FAKERDMF'         TO FAKER-CALLING-PROGRAM

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           IF      NOT FAKER-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       FAKER-RESPONSE-CODE
                       ' - '
                       FAKER-RESPONSE-MSG
           END-IF
           .
       SUB-2950-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

           CLOSE DMFFILE
                 KEYFILE

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERDMF Deathfile.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERDMF Anskey.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-SSN-CNT          TO W-DISP-NUM
           DISPLAY 'Customers with an SSN:    '
                   W-DISP-NUM

           MOVE W-DECEASED-CNT     TO W-DISP-NUM
           DISPLAY '    Deceased:             '
                   W-DISP-NUM

           MOVE W-NO-SSN-CNT       TO W-DISP-NUM
           DISPLAY 'Deceased without an SSN:  '
                   W-DISP-NUM

           MOVE W-SSNNAME-CNT      TO W-DISP-NUM
           DISPLAY 'SSN/wrong-name decoys:    '
                   W-DISP-NUM

           MOVE W-NAMEDOB-CNT      TO W-DISP-NUM
           DISPLAY 'Name/wrong-DOB decoys:    '
                   W-DISP-NUM

           MOVE W-NOTFILE-CNT      TO W-DISP-NUM
           DISPLAY 'Not-on-file decoys:       '
                   W-DISP-NUM

           MOVE W-SHORT-CNT        TO W-DISP-NUM
           DISPLAY 'Decoys short (no living): '
                   W-DISP-NUM

           MOVE W-DMF-WRITTEN      TO W-DISP-NUM
           DISPLAY 'Death file records:       '
                   W-DISP-NUM

           DISPLAY 'FAKERDMF run seed:        '
                   W-RUN-SEED-NO

           DISPLAY 'FAKERDMF completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
