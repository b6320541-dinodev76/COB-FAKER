      **** screening engine MUST hit, a transposed-name same-DOB
      **** variant that sits on the fuzzy-match BORDERLINE, and a
      **** same-surname different-first-name decade-shifted-DOB
      **** lookalike the engine MUST NOT hit.  A customer not
      **** planted that way may instead be listed under one of their
      **** aliases ('N' records) at the alias plant rate - the
      **** alias name and the customer's DOB, a MUST-HIT the engine
      **** can only make through the customer's alias table.  The
      **** answer key grades every planted case by customer ID,
      **** giving screening tuning its first ground truth.
      ****
      **** PARM: plant rate percent, background entries, optional
      **** seed, alias plant percent - the same PARM plants the same
      **** cases.

       ENVIRONMENT DIVISION.
      *=====================

           SELECT KEYFILE              ASSIGN 'Data\FAKERWLS Hitkey.txt'
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
           05  WIP-DATE-OF-BIRTH   PIC X(10).
           05  FILLER              PIC X(182).

       01  WLSIN-N-REC REDEFINES WLSIN-REC.
           05  WIN-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(01).
           05  WIN-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  WIN-ALIAS-SEQ       PIC X(01).
           05  FILLER              PIC X(01).
           05  WIN-ALIAS-TYPE      PIC X(04).
               88  WIN-ALIAS-DBA                   VALUE 'DBA '.
           05  FILLER              PIC X(01).
           05  WIN-ALIAS-NAME.
               10  WIN-FIRST-NAME  PIC X(25).
               10  WIN-LAST-NAME   PIC X(35).
           05  WIN-DBA-NAME REDEFINES WIN-ALIAS-NAME
                                   PIC X(60).
           05  FILLER              PIC X(236).

       FD  WLSFILE.

       01  WLSFILE-REC.
       FD  KEYFILE.

      **** Grade per planted case: HIT must be caught, NOHIT must
      **** not be, BORDER is the tuning judgment call, AKAHIT must
      **** be caught through the alias whose type rides alongside.

       01  KEYFILE-REC.
           05  KEY-ENTRY-ID        PIC 9(06).
           05  KEY-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  KEY-GRADE           PIC X(06).
           05  FILLER              PIC X(01).
           05  KEY-ALIAS-TYPE      PIC X(04).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------
       01  W-BACKGROUND-CNT        PIC 9(05)  COMP VALUE 100.
       01  W-PLANT-DRAW            PIC 9(03)  COMP.
       01  W-PLANT-KIND            PIC 9(01)  COMP.
       01  W-ALIASES-READ          PIC 9(09)  COMP VALUE 0.
       01  W-ALIAS-PLANTS          PIC 9(09)  COMP VALUE 0.
       01  W-ALIAS-PLANT-PCT       PIC 9(03)  COMP VALUE 2.
       01  W-DOB-YYYY              PIC 9(04).
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.

      **** The customer whose records are passing, and whether
      **** they are already on the list - one plant per customer.

       01  W-CUR-CUSTOMER-ID       PIC X(14)       VALUE SPACES.
       01  W-CUR-DATE-OF-BIRTH     PIC X(10)       VALUE SPACES.
       01  W-CUR-PLANTED-SW        PIC X(01)       VALUE 'N'.
           88  W-CUR-PLANTED                       VALUE 'Y'.

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERWLS error: '.

           05  W-SEED-TEXT-RUN-SEED
                                   PIC 9(09).

       01  W-ALIAS-SEED-TEXT.
           05  FILLER              PIC X(30)       VALUE
               'FAKERWLS alias seed text      '.
           05  W-ALIAS-SEED-NO     PIC 9(09).
           05  W-ALIAS-SEED-RUN-SEED
                                   PIC 9(09).

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
       01  W-PARM-RATE-PCT         PIC 9(03).
       01  W-PARM-BACKGROUND       PIC 9(05).
       01  W-PARM-SEED-NO          PIC 9(09).
       01  W-PARM-ALIAS-PCT        PIC 9(03).
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

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
                   INTO W-PARM-RATE-PCT
                        W-PARM-BACKGROUND
                        W-PARM-SEED-NO
                        W-PARM-ALIAS-PCT
           END-UNSTRING

           IF      W-PARM-RATE-PCT NUMERIC
           AND     W-PARM-SEED-NO > 0
               MOVE W-PARM-SEED-NO TO W-RUN-SEED-NO
           END-IF

           IF      W-PARM-ALIAS-PCT NUMERIC
           AND     W-PARM-ALIAS-PCT < 101
               MOVE W-PARM-ALIAS-PCT
                                   TO W-ALIAS-PLANT-PCT
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
                   GO TO SUB-2000-EXIT
           END-READ

           IF      WIP-RECORD-TYPE = 'N'
               PERFORM SUB-2200-CHECK-ALIAS THRU SUB-2200-EXIT
               GO TO SUB-2000-EXIT
           END-IF

           IF      WIP-RECORD-TYPE NOT = 'P'
               GO TO SUB-2000-EXIT
           END-IF

           ADD  1                  TO W-CUSTOMERS-READ

           MOVE WIP-CUSTOMER-ID    TO W-CUR-CUSTOMER-ID
           MOVE WIP-DATE-OF-BIRTH  TO W-CUR-DATE-OF-BIRTH
           MOVE 'N'                TO W-CUR-PLANTED-SW

      **** One seeded draw per customer decides the plant and a
      **** second picks the grade.

               MOVE 3              TO W-PLANT-KIND
           END-IF

           SET  W-CUR-PLANTED      TO TRUE

           PERFORM SUB-2100-PLANT-ONE-CASE THRU SUB-2100-EXIT
           .
       SUB-2000-EXIT.
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-CHECK-ALIAS.
      *---------------------

      **** One seeded draw per alias record, keyed off the alias
      **** ordinal, decides an alias plant for a customer not yet on
      **** the list.  A trade name goes on as an entity - the whole
      **** name in the surname column, no DOB.

           IF      W-ALIAS-PLANT-PCT = 0
           OR      W-CUR-PLANTED
           OR      WIN-CUSTOMER-ID NOT = W-CUR-CUSTOMER-ID
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-ALIASES-READ

           MOVE W-ALIASES-READ     TO W-ALIAS-SEED-NO
           MOVE W-RUN-SEED-NO      TO W-ALIAS-SEED-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-ALIAS-SEED-TEXT  TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           COMPUTE W-PLANT-DRAW    =  FAKRAND-RANDOM-NO * 100

           IF      W-PLANT-DRAW >= W-ALIAS-PLANT-PCT
               GO TO SUB-2200-EXIT
           END-IF

           SET  W-CUR-PLANTED      TO TRUE

           ADD  1                  TO W-ENTRY-ID
                                      W-PLANTS-WRITTEN
                                      W-ALIAS-PLANTS

           MOVE SPACES             TO WLSFILE-REC
           MOVE W-ENTRY-ID         TO WLS-ENTRY-ID
           MOVE 'SYNTHETIC'        TO WLS-PROGRAM-CODE

           IF      WIN-ALIAS-DBA
               MOVE WIN-DBA-NAME   TO WLS-LAST-NAME
           ELSE
               MOVE WIN-LAST-NAME  TO WLS-LAST-NAME
               MOVE WIN-FIRST-NAME TO WLS-FIRST-NAME
               MOVE W-CUR-DATE-OF-BIRTH
                                   TO WLS-DATE-OF-BIRTH
           END-IF

           MOVE SPACES             TO KEYFILE-REC
           MOVE W-ENTRY-ID         TO KEY-ENTRY-ID
           MOVE WIN-CUSTOMER-ID    TO KEY-CUSTOMER-ID
           MOVE 'AKAHIT'           TO KEY-GRADE
           MOVE WIN-ALIAS-TYPE     TO KEY-ALIAS-TYPE

           WRITE WLSFILE-REC

           ADD  1                  TO W-ENTRIES-WRITTEN

           WRITE KEYFILE-REC
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2800-WRITE-BACKGROUND.
      *--------------------------
           DISPLAY 'Planted cases:            '
                   W-DISP-NUM

           MOVE W-ALIAS-PLANTS     TO W-DISP-NUM
           DISPLAY '  through an alias:       '
                   W-DISP-NUM

           DISPLAY 'FAKERWLS run seed:        '
                   W-RUN-SEED-NO

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERWLS Watchlist.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERWLS Hitkey.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           DISPLAY 'FAKERWLS completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
