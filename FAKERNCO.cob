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

       PROGRAM-ID.             FAKERNCO.

      **** NCOA move-update test data off the day-2 moves.  The day-1
      **** extract's 'A' records are the mailing list the bank would
      **** submit for National Change of Address processing (U.S.
      **** addresses only - a Canadian or UK address is never sent);
      **** the FAKERDLT change log says who really moved overnight
      **** and where to.  This job writes the response the NCOA
      **** vendor would send back: one record per submitted address,
      **** carrying the old address, a return code, and for a found
      **** change-of-address the move type (I individual, F family,
      **** B business), the move effective month and the new
      **** address.  A share of the movers come back footnoted
      **** instead of matched - the cases the vendor could not turn
      **** into a usable new address:
      ****     01 - foreign move;
      ****     02 - moved, left no address;
      ****     06 - conflicting instructions, no match made;
      ****     14 - new address would not convert.
      **** Everybody else comes back 00, no change-of-address found.
      ****
      **** The answer key carries one line per day-2 mover, in
      **** change-log order: UPDATE when the hygiene process ought to
      **** replace the customer's address with the response's new
      **** one, NOUPDATE with the reason when it ought not.  A
      **** customer not on the key must not be updated at all.
      ****
      **** PARM: percent of movers footnoted (default 20), optional
      **** seed (default the extract's own) - comma-delimited.

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
           SELECT NCOIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-NCOIN-STATUS.

           SELECT CHGFILE              ASSIGN 'Data\FAKERDLT Chglog.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CHGFILE-STATUS.

           SELECT NCOFILE            ASSIGN 'Data\FAKERNCO Response.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT KEYFILE             ASSIGN 'Data\FAKERNCO Anskey.txt'
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

       FD  NCOIN.

       01  NCOIN-REC.
           05  NIN-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(319).

       01  NCOIN-P-REC.
           05  FILLER              PIC X(24).
           05  NIP-FIRST-NAME      PIC X(25).
           05  NIP-LAST-NAME       PIC X(35).
           05  FILLER              PIC X(29).
           05  NIP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(193).

       01  NCOIN-A-REC.
           05  FILLER              PIC X(02).
           05  NIA-STREET          PIC X(35).
           05  NIA-CITY            PIC X(25).
           05  NIA-STATE           PIC X(10).
           05  NIA-POSTCODE        PIC X(10).
           05  FILLER              PIC X(01).
           05  NIA-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(223).

       FD  CHGFILE.

       01  CHGFILE-REC.
           05  CHG-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  CHG-CHANGE-CODE     PIC X(08).
           05  FILLER              PIC X(01).
           05  CHG-CHANGE-DATE     PIC X(10).
           05  FILLER              PIC X(01).
           05  CHG-NEW-ADDRESS     PIC X(80).

       FD  NCOFILE.

      **** The vendor's response, standardized to upper case.  The
      **** COA-found flag is Y for A, 01, 02 and 14; the move type,
      **** month and new address are blank where the code carries
      **** none.

       01  NCOFILE-REC.
           05  NCO-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  NCO-FIRST-NAME      PIC X(20).
           05  FILLER              PIC X(01).
           05  NCO-LAST-NAME       PIC X(30).
           05  FILLER              PIC X(01).
           05  NCO-OLD-STREET      PIC X(35).
           05  FILLER              PIC X(01).
           05  NCO-OLD-CITY        PIC X(25).
           05  FILLER              PIC X(01).
           05  NCO-OLD-STATE       PIC X(02).
           05  FILLER              PIC X(01).
           05  NCO-OLD-ZIP         PIC X(10).
           05  FILLER              PIC X(01).
           05  NCO-RETURN-CODE     PIC X(02).
           05  FILLER              PIC X(01).
           05  NCO-COA-FOUND       PIC X(01).
           05  FILLER              PIC X(01).
           05  NCO-MOVE-TYPE       PIC X(01).
           05  FILLER              PIC X(01).
           05  NCO-MOVE-DATE       PIC X(06).
           05  FILLER              PIC X(01).
           05  NCO-NEW-STREET      PIC X(35).
           05  FILLER              PIC X(01).
           05  NCO-NEW-CITY        PIC X(25).
           05  FILLER              PIC X(01).
           05  NCO-NEW-STATE       PIC X(02).
           05  FILLER              PIC X(01).
           05  NCO-NEW-ZIP         PIC X(10).
           05  FILLER              PIC X(01).
           05  NCO-FOOTNOTE        PIC X(30).

       FD  KEYFILE.

       01  KEYFILE-REC.
           05  KEY-SEQ             PIC 9(06).
           05  FILLER              PIC X(01).
           05  KEY-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  KEY-EXPECT          PIC X(08).
           05  FILLER              PIC X(01).
           05  KEY-RETURN-CODE     PIC X(02).
           05  FILLER              PIC X(01).
           05  KEY-REASON          PIC X(08).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-NCOIN-STATUS          PIC X(02).
       01  W-CHGFILE-STATUS        PIC X(02).

       01  W-NCOIN-EOF-SW          PIC X(01)       VALUE 'N'.
           88  W-NCOIN-EOF                         VALUE 'Y'.
       01  W-CHG-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-CHG-EOF                           VALUE 'Y'.

       01  W-FOOTNOTE-PCT          PIC 9(03)  COMP VALUE 20.
       01  W-DRAW                  PIC 9(03)  COMP.
       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-SAVE-SEED-NO          PIC X(09)       VALUE SPACES.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.

       01  W-LOWER-CASE            PIC X(26)       VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       01  W-UPPER-CASE            PIC X(26)       VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      **** The day-2 movers off the change log.  FAKERDLT writes the
      **** log in extract order, so the extract pass walks the table
      **** with a single pointer.

       01  W-MOV-MAX               PIC S9(9)  COMP VALUE 10000.
       01  W-MOV-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-MOV-DX                PIC S9(9)  COMP VALUE 1.
       01  W-MOV-TABLE.
           05  W-MOV-OCCS          OCCURS 10000.
               10  W-MOV-ID        PIC X(14).
               10  W-MOV-DATE      PIC X(10).
               10  W-MOV-NEW-ADDRESS.
                   15  W-MOV-NEW-STREET
                                   PIC X(35).
                   15  W-MOV-NEW-CITY
                                   PIC X(25).
                   15  W-MOV-NEW-STATE
                                   PIC X(10).
                   15  W-MOV-NEW-POSTCODE
                                   PIC X(10).

      **** The customer whose 'P' record was read last.

       01  W-CUR-CUSTOMER-ID       PIC X(14)       VALUE SPACES.
       01  W-CUR-FIRST-NAME        PIC X(25).
       01  W-CUR-LAST-NAME         PIC X(35).
       01  W-CUR-MOVER-SW          PIC X(01)       VALUE 'N'.
           88  W-CUR-MOVER                         VALUE 'Y'.

       01  W-KEY-SEQ               PIC 9(06)  COMP VALUE 0.
       01  W-KEY-EXPECT            PIC X(08).
       01  W-KEY-REASON            PIC X(08).
       01  W-RETURN-CODE           PIC X(02).

       01  W-DATE-TEXT             PIC X(10).
       01  FILLER REDEFINES W-DATE-TEXT.
           05  W-DATE-TEXT-YYYY    PIC X(04).
           05  FILLER              PIC X(01).
           05  W-DATE-TEXT-MM      PIC X(02).
           05  FILLER              PIC X(03).

       01  W-TALLY.
           05  W-CUSTOMERS-READ    PIC 9(09)  COMP VALUE 0.
           05  W-SUBMITTED-CNT     PIC 9(09)  COMP VALUE 0.
           05  W-FOREIGN-ADDR-CNT  PIC 9(09)  COMP VALUE 0.
           05  W-MATCH-CNT         PIC 9(09)  COMP VALUE 0.
           05  W-FOREIGN-MOVE-CNT  PIC 9(09)  COMP VALUE 0.
           05  W-MLNA-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-CONFLICT-CNT      PIC 9(09)  COMP VALUE 0.
           05  W-NOCONVERT-CNT     PIC 9(09)  COMP VALUE 0.
           05  W-NOTSENT-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-RESPONSES-WRITTEN PIC 9(09)  COMP VALUE 0.

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY      PIC 9(04).
           05  W-CURRENT-MM        PIC 9(02).
           05  W-CURRENT-DD        PIC 9(02).
           05  FILLER              PIC X(13).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERNCO error: '.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(34)       VALUE
               'FAKERNCO move seed text           '.
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

       01  W-FAKRAND-PARAMETER.    COPY FAKRANDL.

       01  W-PARM-TEXT             PIC X(40)       VALUE SPACES.
       01  W-PARM-PCT              PIC X(03).
       01  W-PARM-PCT-NUM          PIC 9(03).
       01  W-PARM-SEED-NO          PIC 9(09).
       01  W-PARM-PCT-LEN          PIC S9(4)  COMP VALUE 0.
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
                   UNTIL W-NCOIN-EOF
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

           DISPLAY 'FAKERNCO compiled on '
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

           PERFORM SUB-1100-LOAD-MOVES THRU SUB-1100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT NCOIN

           IF      W-NCOIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open NCOIN, status '
                       W-NCOIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT NCOFILE
                       KEYFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-PCT
                                   COUNT IN W-PARM-PCT-LEN
                        W-PARM-SEED-NO
                                   COUNT IN W-PARM-SEED-NO-LEN
           END-UNSTRING

      **** Zero is a real choice - every mover matched - so the
      **** percent is taken whenever one was given.

           IF      W-PARM-PCT-LEN > 0
               IF      W-PARM-PCT-LEN > 3
               OR      W-PARM-PCT(1 : W-PARM-PCT-LEN) NOT NUMERIC
                   DISPLAY W-ERROR-MSG
                           'footnote percent not 0-100: '
                           W-PARM-TEXT(1 : W-PARM-PCT-LEN)
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF

               MOVE W-PARM-PCT(1 : W-PARM-PCT-LEN)
                                   TO W-PARM-PCT-NUM

               IF      W-PARM-PCT-NUM > 100
                   DISPLAY W-ERROR-MSG
                           'footnote percent not 0-100: '
                           W-PARM-TEXT(1 : W-PARM-PCT-LEN)
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF

               MOVE W-PARM-PCT-NUM TO W-FOOTNOTE-PCT
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
       SUB-1100-LOAD-MOVES.
      *--------------------

           OPEN INPUT CHGFILE

           IF      W-CHGFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open CHGFILE, status '
                       W-CHGFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-LOAD-ONE-CHANGE THRU SUB-1110-EXIT
               UNTIL W-CHG-EOF

           CLOSE CHGFILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-LOAD-ONE-CHANGE.
      *-------------------------

           READ CHGFILE
               AT END
                   SET  W-CHG-EOF  TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           IF      CHG-CHANGE-CODE NOT = 'ADDR'
               GO TO SUB-1110-EXIT
           END-IF

           IF      W-MOV-CNT >= W-MOV-MAX
               DISPLAY W-ERROR-MSG
                       'mover table full at '
                       CHG-CUSTOMER-ID
               GO TO SUB-1110-EXIT
           END-IF

           ADD  1                  TO W-MOV-CNT

           MOVE CHG-CUSTOMER-ID    TO W-MOV-ID(W-MOV-CNT)
           MOVE CHG-CHANGE-DATE    TO W-MOV-DATE(W-MOV-CNT)
           MOVE CHG-NEW-ADDRESS    TO W-MOV-NEW-ADDRESS(W-MOV-CNT)
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
       SUB-2000-PROCESS.
      *-----------------

           READ NCOIN
               AT END
                   SET  W-NCOIN-EOF
                                   TO TRUE

                   PERFORM SUB-2700-SETTLE-UNSENT THRU SUB-2700-EXIT

      **** Movers still on the log past the end of the extract were
      **** never on the day-1 mailing list.

                   PERFORM SUB-2710-NOT-ON-EXTRACT THRU SUB-2710-EXIT
                       UNTIL W-MOV-DX > W-MOV-CNT

                   GO TO SUB-2000-EXIT
           END-READ

           EVALUATE NIN-RECORD-TYPE
             WHEN 'H'

      **** No seed on the PARM: draw with the extract's own.

               MOVE NCOIN-REC(23 : 9)
                                   TO W-SAVE-SEED-NO
               IF      W-RUN-SEED-NO = 0
               AND     W-SAVE-SEED-NO NUMERIC
                   MOVE W-SAVE-SEED-NO
                                   TO W-RUN-SEED-NO
               END-IF

             WHEN 'P'
               PERFORM SUB-2100-NEW-CUSTOMER THRU SUB-2100-EXIT

             WHEN 'A'
               PERFORM SUB-2200-SUBMIT-ADDRESS THRU SUB-2200-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-NEW-CUSTOMER.
      *----------------------

           PERFORM SUB-2700-SETTLE-UNSENT THRU SUB-2700-EXIT

           ADD  1                  TO W-CUSTOMERS-READ

           MOVE NIP-CUSTOMER-ID    TO W-CUR-CUSTOMER-ID
           MOVE NIP-FIRST-NAME     TO W-CUR-FIRST-NAME
           MOVE NIP-LAST-NAME      TO W-CUR-LAST-NAME
           MOVE 'N'                TO W-CUR-MOVER-SW

           IF      W-MOV-DX <= W-MOV-CNT
           AND     W-MOV-ID(W-MOV-DX) = W-CUR-CUSTOMER-ID
               SET  W-CUR-MOVER    TO TRUE
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-SUBMIT-ADDRESS.
      *------------------------

           IF      NIA-CUSTOMER-ID NOT = W-CUR-CUSTOMER-ID
               GO TO SUB-2200-EXIT
           END-IF

      **** Only a U.S. address - two-letter state, five-digit ZIP -
      **** goes to NCOA.

           IF      NIA-STATE(1 : 2) NOT ALPHABETIC
           OR      NIA-STATE(1 : 2) = SPACES
           OR      NIA-STATE(3 : 8) NOT = SPACES
           OR      NIA-POSTCODE(1 : 5) NOT NUMERIC
               ADD  1              TO W-FOREIGN-ADDR-CNT
               PERFORM SUB-2700-SETTLE-UNSENT THRU SUB-2700-EXIT
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-SUBMITTED-CNT

           MOVE SPACES             TO NCOFILE-REC
           MOVE W-CUR-CUSTOMER-ID  TO NCO-CUSTOMER-ID
           MOVE W-CUR-FIRST-NAME   TO NCO-FIRST-NAME
           MOVE W-CUR-LAST-NAME    TO NCO-LAST-NAME
           MOVE NIA-STREET         TO NCO-OLD-STREET
           MOVE NIA-CITY           TO NCO-OLD-CITY
           MOVE NIA-STATE          TO NCO-OLD-STATE
           MOVE NIA-POSTCODE       TO NCO-OLD-ZIP

           IF      W-CUR-MOVER
               PERFORM SUB-2300-ANSWER-MOVE THRU SUB-2300-EXIT
           ELSE
               MOVE '00'           TO NCO-RETURN-CODE
               MOVE 'N'            TO NCO-COA-FOUND
               MOVE 'NO COA MATCH' TO NCO-FOOTNOTE
           END-IF

           INSPECT NCOFILE-REC
               CONVERTING W-LOWER-CASE TO W-UPPER-CASE

           WRITE NCOFILE-REC
           ADD  1                  TO W-RESPONSES-WRITTEN
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-ANSWER-MOVE.
      *---------------------

      **** Each mover draws from their own seed - the mover's place
      **** on the change log plus the run seed - so a rerun answers
      **** every move the same way.

           IF      W-RUN-SEED-NO = 0
               PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
           END-IF

           MOVE W-MOV-DX           TO W-SEED-ITEM-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

      **** Who filed the change of address: mostly individuals and
      **** families, the odd business.

           COMPUTE W-DRAW          =  FAKRAND-RANDOM-NO * 100

           EVALUATE TRUE
             WHEN W-DRAW < 55
               MOVE 'I'            TO NCO-MOVE-TYPE
             WHEN W-DRAW < 95
               MOVE 'F'            TO NCO-MOVE-TYPE
             WHEN OTHER
               MOVE 'B'            TO NCO-MOVE-TYPE
           END-EVALUATE

           MOVE W-MOV-DATE(W-MOV-DX)
                                   TO W-DATE-TEXT

           IF      W-DATE-TEXT-YYYY NUMERIC
           AND     W-DATE-TEXT-MM NUMERIC
               STRING W-DATE-TEXT-YYYY
                      W-DATE-TEXT-MM
                                   DELIMITED SIZE
                                   INTO NCO-MOVE-DATE
           ELSE
               STRING W-CURRENT-YYYY
                      W-CURRENT-MM DELIMITED SIZE
                                   INTO NCO-MOVE-DATE
           END-IF

           MOVE 'Y'                TO NCO-COA-FOUND

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           COMPUTE W-DRAW          =  FAKRAND-RANDOM-NO * 100

           IF      W-DRAW >= W-FOOTNOTE-PCT
               PERFORM SUB-2400-MATCHED THRU SUB-2400-EXIT
           ELSE
               PERFORM SUB-2500-FOOTNOTED THRU SUB-2500-EXIT
           END-IF

           PERFORM SUB-2800-WRITE-KEY THRU SUB-2800-EXIT

           ADD  1                  TO W-MOV-DX
           MOVE 'N'                TO W-CUR-MOVER-SW
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-MATCHED.
      *-----------------

      **** A log entry without a new address (FAKADDR turned nothing
      **** up) is the vendor's would-not-convert case.

           IF      W-MOV-NEW-STREET(W-MOV-DX) = SPACES
               PERFORM SUB-2540-NO-CONVERT THRU SUB-2540-EXIT
               GO TO SUB-2400-EXIT
           END-IF

           MOVE 'A '               TO NCO-RETURN-CODE
                                      W-RETURN-CODE
           MOVE W-MOV-NEW-STREET(W-MOV-DX)
                                   TO NCO-NEW-STREET
           MOVE W-MOV-NEW-CITY(W-MOV-DX)
                                   TO NCO-NEW-CITY
           MOVE W-MOV-NEW-STATE(W-MOV-DX)
                                   TO NCO-NEW-STATE
           MOVE W-MOV-NEW-POSTCODE(W-MOV-DX)
                                   TO NCO-NEW-ZIP
           MOVE 'COA MATCH - NEW ADDRESS'
                                   TO NCO-FOOTNOTE

           MOVE 'UPDATE'           TO W-KEY-EXPECT
           MOVE 'COAMATCH'         TO W-KEY-REASON
           ADD  1                  TO W-MATCH-CNT
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-FOOTNOTED.
      *-------------------

           MOVE 'NOUPDATE'         TO W-KEY-EXPECT

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           COMPUTE W-DRAW          =  FAKRAND-RANDOM-NO * 100

           EVALUATE TRUE
             WHEN W-DRAW < 30
               MOVE '01'           TO NCO-RETURN-CODE
               MOVE 'FOREIGN MOVE' TO NCO-FOOTNOTE
               MOVE 'FOREIGN'      TO W-KEY-REASON
               ADD  1              TO W-FOREIGN-MOVE-CNT

             WHEN W-DRAW < 70
               MOVE '02'           TO NCO-RETURN-CODE
               MOVE 'MOVED LEFT NO ADDRESS'
                                   TO NCO-FOOTNOTE
               MOVE 'MLNA'         TO W-KEY-REASON
               ADD  1              TO W-MLNA-CNT

             WHEN W-DRAW < 85

      **** Conflicting individual and family orders: the vendor
      **** makes no match, so no COA, type or month goes back.

               MOVE '06'           TO NCO-RETURN-CODE
               MOVE 'N'            TO NCO-COA-FOUND
               MOVE SPACES         TO NCO-MOVE-TYPE
                                      NCO-MOVE-DATE
               MOVE 'CONFLICTING INSTRUCTIONS'
                                   TO NCO-FOOTNOTE
               MOVE 'CONFLICT'     TO W-KEY-REASON
               ADD  1              TO W-CONFLICT-CNT

             WHEN OTHER
               PERFORM SUB-2540-NO-CONVERT THRU SUB-2540-EXIT
           END-EVALUATE

           MOVE NCO-RETURN-CODE    TO W-RETURN-CODE
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2540-NO-CONVERT.
      *--------------------

           MOVE '14'               TO NCO-RETURN-CODE
                                      W-RETURN-CODE
           MOVE 'NEW ADDRESS WOULD NOT CONVERT'
                                   TO NCO-FOOTNOTE
           MOVE 'NOUPDATE'         TO W-KEY-EXPECT
           MOVE 'NOCONVRT'         TO W-KEY-REASON
           ADD  1                  TO W-NOCONVERT-CNT
           .
       SUB-2540-EXIT.
           EXIT.
      /
       SUB-2700-SETTLE-UNSENT.
      *-----------------------

      **** A mover whose day-1 address never went to NCOA (a non-U.S.
      **** address, or no 'A' record at all) gets nothing back, and
      **** the hygiene process has nothing to update them from.

           IF      NOT W-CUR-MOVER
               GO TO SUB-2700-EXIT
           END-IF

           PERFORM SUB-2710-NOT-ON-EXTRACT THRU SUB-2710-EXIT

           MOVE 'N'                TO W-CUR-MOVER-SW
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2710-NOT-ON-EXTRACT.
      *------------------------

           MOVE 'NOUPDATE'         TO W-KEY-EXPECT
           MOVE 'NOTSENT'          TO W-KEY-REASON
           MOVE SPACES             TO W-RETURN-CODE
           ADD  1                  TO W-NOTSENT-CNT

           PERFORM SUB-2800-WRITE-KEY THRU SUB-2800-EXIT

           ADD  1                  TO W-MOV-DX
           .
       SUB-2710-EXIT.
           EXIT.
      /
       SUB-2800-WRITE-KEY.
      *-------------------

           ADD  1                  TO W-KEY-SEQ

           MOVE SPACES             TO KEYFILE-REC
           MOVE W-KEY-SEQ          TO KEY-SEQ
           MOVE W-MOV-ID(W-MOV-DX) TO KEY-CUSTOMER-ID
           MOVE W-KEY-EXPECT       TO KEY-EXPECT
           MOVE W-RETURN-CODE      TO KEY-RETURN-CODE
           MOVE W-KEY-REASON       TO KEY-REASON

           WRITE KEYFILE-REC
           .
       SUB-2800-EXIT.
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
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

           CLOSE NCOIN
                 NCOFILE
                 KEYFILE

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERNCO Response.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERNCO Anskey.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-CUSTOMERS-READ   TO W-DISP-NUM
           DISPLAY 'NCOIN customers read:     '
                   W-DISP-NUM

           MOVE W-SUBMITTED-CNT    TO W-DISP-NUM
           DISPLAY 'Addresses submitted:      '
                   W-DISP-NUM

           MOVE W-FOREIGN-ADDR-CNT TO W-DISP-NUM
           DISPLAY 'Non-U.S. (not submitted): '
                   W-DISP-NUM

           MOVE W-MOV-CNT          TO W-DISP-NUM
           DISPLAY 'Movers on change log:     '
                   W-DISP-NUM

           MOVE W-MATCH-CNT        TO W-DISP-NUM
           DISPLAY '    A  COA match:         '
                   W-DISP-NUM

           MOVE W-FOREIGN-MOVE-CNT TO W-DISP-NUM
           DISPLAY '    01 foreign move:      '
                   W-DISP-NUM

           MOVE W-MLNA-CNT         TO W-DISP-NUM
           DISPLAY '    02 moved, no address: '
                   W-DISP-NUM

           MOVE W-CONFLICT-CNT     TO W-DISP-NUM
           DISPLAY '    06 conflicting:       '
                   W-DISP-NUM

           MOVE W-NOCONVERT-CNT    TO W-DISP-NUM
           DISPLAY '    14 would not convert: '
                   W-DISP-NUM

           MOVE W-NOTSENT-CNT      TO W-DISP-NUM
           DISPLAY '    not submitted:        '
                   W-DISP-NUM

           MOVE W-RESPONSES-WRITTEN
                                   TO W-DISP-NUM
           DISPLAY 'Response records:         '
                   W-DISP-NUM

           DISPLAY 'FAKERNCO run seed:        '
                   W-RUN-SEED-NO

           DISPLAY 'FAKERNCO completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
