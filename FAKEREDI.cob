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

       PROGRAM-ID.             FAKEREDI.

      **** X12 purchase orders (850) and the invoices (810) that
      **** answer them, between companies of a seeded trading-partner
      **** pool - the B2B test bed for the supply-chain integration
      **** and accounts-payable matching teams.
      ****
      **** The pool is built with FAKCOMP's COMPANY-PROFILE, each
      **** company's EIN doubling as its interchange ID (qualifier
      **** 30, U.S. federal tax ID).  The item catalog is drawn with
      **** FAKPROD's PRODUCT-PROFILE, so each item's description,
      **** category and list price agree; an order or invoice line
      **** names its item by check-digit-valid UPC-A and by the
      **** seller's SKU (qualifier VN), followed by a PID segment
      **** with the description.  Each purchase order picks a buyer
      **** and a different seller, a date from FAKTEMP in the year
      **** ending three weeks before today, and one or more catalog
      **** items with quantities; its invoice is dated three to
      **** twenty days later, so no invoice is dated after today.
      ****
      **** A seeded share of the invoices departs from its order:
      ****     QTY    - one line billed for more than was ordered;
      ****     PRICE  - one line billed above the ordered unit price;
      ****     NOTORD - an extra line for an item never ordered.
      **** Goods are received as ordered, so the answer key gives
      **** for each order the ordered, received and invoiced
      **** quantity and price of the line in question - everything
      **** a three-way match needs to prove its verdict.
      ****
      **** Every document travels in an interchange of its own, sender
      **** to receiver: ISA/IEA, GS/GE and ST/SE, with the interchange
      **** and group control numbers running on from a seeded base
      **** in each file and the transaction set count and segment
      **** count carried in the trailers.  One segment per line,
      **** ending '~'.
      ****
      **** PARM: purchase orders (default 25), most lines on an
      **** order (default 5, at most 20), invoice variance percent
      **** (default 20), optional seed - comma-delimited.  The same
      **** PARM regenerates the same files.

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
           SELECT POFILE               ASSIGN 'Data\FAKEREDI 850.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT INVFILE              ASSIGN 'Data\FAKEREDI 810.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT KEYFILE              ASSIGN 'Data\FAKEREDI Anskey.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  POFILE.

       01  POFILE-REC              PIC X(120).

       FD  INVFILE.

       01  INVFILE-REC             PIC X(120).

       FD  KEYFILE.

       01  KEYFILE-REC.
           05  KEY-PO-NUMBER       PIC X(10).
           05  FILLER              PIC X(01).
           05  KEY-INVOICE-NUMBER  PIC X(10).
           05  FILLER              PIC X(01).
           05  KEY-BUYER-ID        PIC X(09).
           05  FILLER              PIC X(01).
           05  KEY-SELLER-ID       PIC X(09).
           05  FILLER              PIC X(01).
           05  KEY-VERDICT         PIC X(06).
               88  KEY-MATCH                       VALUE 'MATCH'.
               88  KEY-QTY-VARIANCE                VALUE 'QTY'.
               88  KEY-PRICE-VARIANCE              VALUE 'PRICE'.
               88  KEY-NOT-ORDERED                 VALUE 'NOTORD'.
           05  FILLER              PIC X(01).
           05  KEY-LINE-NO         PIC 9(03).
           05  FILLER              PIC X(01).
           05  KEY-UPC             PIC X(12).
           05  FILLER              PIC X(01).
           05  KEY-ORDERED-QTY     PIC 9(05).
           05  FILLER              PIC X(01).
           05  KEY-RECEIVED-QTY    PIC 9(05).
           05  FILLER              PIC X(01).
           05  KEY-INVOICED-QTY    PIC 9(05).
           05  FILLER              PIC X(01).
           05  KEY-PO-PRICE-CENTS  PIC 9(07).
           05  FILLER              PIC X(01).
           05  KEY-INV-PRICE-CENTS PIC 9(07).
           05  FILLER              PIC X(01).
           05  KEY-PO-TOTAL-CENTS  PIC 9(11).
           05  FILLER              PIC X(01).
           05  KEY-INV-TOTAL-CENTS PIC 9(11).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-PO-COUNT              PIC 9(05)  COMP VALUE 25.
       01  W-MAX-LINES             PIC 9(03)  COMP VALUE 5.
       01  W-MAX-LINES-LIMIT       PIC 9(03)  COMP VALUE 20.
       01  W-VARIANCE-PCT          PIC 9(03)  COMP VALUE 20.
       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.

      **** Trading partners.

       01  W-CO-CNT                PIC S9(4)  COMP VALUE 12.
       01  W-CO-DX                 PIC S9(4)  COMP.
       01  W-CO-TABLE.
           05  W-CO-OCCS           OCCURS 12.
               10  W-CO-NAME       PIC X(35).
               10  W-CO-ID         PIC X(09).

       01  W-BUYER-DX              PIC S9(4)  COMP.
       01  W-SELLER-DX             PIC S9(4)  COMP.
       01  W-CO-SPAN               PIC S9(4)  COMP.

      **** Item catalog.

       01  W-ITEM-CNT              PIC S9(4)  COMP VALUE 30.
       01  W-ITEM-DX               PIC S9(4)  COMP.
       01  W-ITEM-TABLE.
           05  W-ITEM-OCCS         OCCURS 30.
               10  W-ITEM-UPC      PIC X(12).
               10  W-ITEM-SKU      PIC X(10).
               10  W-ITEM-NAME     PIC X(36).
               10  W-ITEM-PRICE-CENTS
                                   PIC 9(07)  COMP.

      **** The order in hand and its invoice.  Lines are consecutive
      **** catalog items from a seeded start, so no item appears
      **** twice and the item after the last is one never ordered.

       01  W-PO-NO                 PIC 9(05)  COMP VALUE 0.
       01  W-PO-NUMBER             PIC X(10).
       01  W-INVOICE-NUMBER        PIC X(10).
       01  W-PO-BASE-NO            PIC 9(08)  COMP.
       01  W-PO-SERIAL             PIC 9(08).
       01  W-PO-DATE-INT           PIC 9(09)  COMP.
       01  W-PO-DATE               PIC 9(08).
       01  W-INV-DATE              PIC 9(08).
       01  W-INV-DAYS              PIC 9(03)  COMP.
       01  W-PO-WINDOW-FROM        PIC X(10).
       01  W-PO-WINDOW-TO          PIC X(10).
       01  W-ITEM-START            PIC S9(4)  COMP.
       01  W-LINE-CNT              PIC S9(4)  COMP.
       01  W-INV-LINE-CNT          PIC S9(4)  COMP.
       01  W-LINE-DX               PIC S9(4)  COMP.
       01  W-LINE-TABLE.
           05  W-LINE-OCCS         OCCURS 21.
               10  W-LN-ITEM-DX    PIC S9(4)  COMP.
               10  W-LN-PO-QTY     PIC 9(05)  COMP.
               10  W-LN-PO-PRICE   PIC 9(07)  COMP.
               10  W-LN-INV-QTY    PIC 9(05)  COMP.
               10  W-LN-INV-PRICE  PIC 9(07)  COMP.

       01  W-VERDICT               PIC X(06).
       01  W-VARIANCE-LINE         PIC S9(4)  COMP.
       01  W-PO-TOTAL-CENTS        PIC 9(11)  COMP.
       01  W-INV-TOTAL-CENTS       PIC 9(11)  COMP.
       01  W-QTY-HASH              PIC 9(09)  COMP.
       01  W-PRICE-FACTOR          PIC 9V9(04).

      **** Envelopes.

       01  W-DOC-KIND-SW           PIC X(01).
           88  W-DOC-850                           VALUE 'P'.
           88  W-DOC-810                           VALUE 'I'.
       01  W-850-CONTROL-NO        PIC 9(09)  COMP.
       01  W-810-CONTROL-NO        PIC 9(09)  COMP.
       01  W-CONTROL-NO            PIC 9(09).
       01  W-SEG-CNT               PIC 9(06)  COMP.
       01  W-SEG-CNT-DISP          PIC 9(06).
       01  W-DOC-MINUTES           PIC 9(04)  COMP.
       01  W-DOC-HH                PIC 9(02).
       01  W-DOC-MM                PIC 9(02).
       01  W-SENDER-ID             PIC X(09).
       01  W-RECEIVER-ID           PIC X(09).
       01  W-DOC-DATE              PIC 9(08).

       01  W-SEGMENT               PIC X(120).
       01  W-SEGMENT-PTR           PIC S9(4)  COMP.

      **** The interchange header is fixed-length, element by
      **** element.

       01  W-ISA-SEGMENT.
           05  FILLER              PIC X(04)       VALUE 'ISA*'.
           05  FILLER              PIC X(03)       VALUE '00*'.
           05  FILLER              PIC X(10)       VALUE SPACES.
           05  FILLER              PIC X(04)       VALUE '*00*'.
           05  FILLER              PIC X(10)       VALUE SPACES.
           05  FILLER              PIC X(04)       VALUE '*30*'.
           05  W-ISA-SENDER-ID     PIC X(15).
           05  FILLER              PIC X(04)       VALUE '*30*'.
           05  W-ISA-RECEIVER-ID   PIC X(15).
           05  FILLER              PIC X(01)       VALUE '*'.
           05  W-ISA-DATE          PIC X(06).
           05  FILLER              PIC X(01)       VALUE '*'.
           05  W-ISA-TIME          PIC X(04).
           05  FILLER              PIC X(09)       VALUE
               '*U*00401*'.
           05  W-ISA-CONTROL-NO    PIC 9(09).
           05  FILLER              PIC X(07)       VALUE
               '*0*T*>~'.

       01  W-EDIT-QTY              PIC Z(04)9.
       01  W-EDIT-PRICE            PIC Z(06)9.99.
       01  W-EDIT-CENTS            PIC Z(10)9.
       01  W-EDIT-COUNT            PIC Z(05)9.

       01  W-TALLY.
           05  W-LINES-850         PIC 9(09)  COMP VALUE 0.
           05  W-LINES-810         PIC 9(09)  COMP VALUE 0.
           05  W-MATCH-CNT         PIC 9(09)  COMP VALUE 0.
           05  W-QTY-CNT           PIC 9(09)  COMP VALUE 0.
           05  W-PRICE-CNT         PIC 9(09)  COMP VALUE 0.
           05  W-NOTORD-CNT        PIC 9(09)  COMP VALUE 0.

       01  W-AMOUNT-TEXT           PIC X(07).
       01  FILLER REDEFINES W-AMOUNT-TEXT.
           05  W-AMOUNT-DOLLARS    PIC 9(04).
           05  FILLER              PIC X(01).
           05  W-AMOUNT-PENNIES    PIC 9(02).

       01  W-DATE-TEXT             PIC X(10).
       01  FILLER REDEFINES W-DATE-TEXT.
           05  W-DATE-TEXT-YYYY    PIC 9(04).
           05  FILLER              PIC X(01).
           05  W-DATE-TEXT-MM      PIC 9(02).
           05  FILLER              PIC X(01).
           05  W-DATE-TEXT-DD      PIC 9(02).

       01  W-DATE-NUM              PIC 9(08).
       01  FILLER REDEFINES W-DATE-NUM.
           05  W-DATE-NUM-YYYY     PIC 9(04).
           05  W-DATE-NUM-MM       PIC 9(02).
           05  W-DATE-NUM-DD       PIC 9(02).

       01  W-DATE-INT              PIC 9(09)  COMP.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKEREDI error: '.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(24)       VALUE
               'FAKEREDI seed text      '.
           05  W-SEED-KIND         PIC X(10).
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
       01  W-PARM-ORDERS           PIC 9(05).
       01  W-PARM-LINES            PIC 9(03).
       01  W-PARM-VARIANCE-PCT     PIC 9(03).
       01  W-PARM-SEED-NO          PIC 9(09).
       01  W-PARM-VARIANCE-LEN     PIC S9(4)  COMP VALUE 0.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
                   W-PO-COUNT TIMES
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

           DISPLAY 'FAKEREDI compiled on '
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

           IF      W-RUN-SEED-NO = 0
               PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
           END-IF

      **** Order numbers and each file's control numbers run on
      **** from seeded bases.

           MOVE 'BASES'            TO W-SEED-KIND
           MOVE 0                  TO W-SEED-ITEM-NO
           PERFORM SUB-2930-SEED-ITEM THRU SUB-2930-EXIT

           COMPUTE W-PO-BASE-NO    =  FAKRAND-RANDOM-NO * 80000000
                                      + 10000000

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-850-CONTROL-NO
                                   =  FAKRAND-RANDOM-NO * 800000000
                                      + 100000000

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-810-CONTROL-NO
                                   =  FAKRAND-RANDOM-NO * 800000000
                                      + 100000000

      **** Orders are dated in the year ending three weeks ago.

           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-DATE-NUM
           COMPUTE W-DATE-INT      =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)
           SUBTRACT 21           FROM W-DATE-INT
           PERFORM SUB-2910-INT-TO-TEXT THRU SUB-2910-EXIT
           MOVE W-DATE-TEXT        TO W-PO-WINDOW-TO
           SUBTRACT 364          FROM W-DATE-INT
           PERFORM SUB-2910-INT-TO-TEXT THRU SUB-2910-EXIT
           MOVE W-DATE-TEXT        TO W-PO-WINDOW-FROM

           PERFORM SUB-1300-BUILD-ONE-COMPANY THRU SUB-1300-EXIT
               VARYING W-CO-DX FROM 1 BY 1
                 UNTIL W-CO-DX > W-CO-CNT

           PERFORM SUB-1400-BUILD-ONE-ITEM THRU SUB-1400-EXIT
               VARYING W-ITEM-DX FROM 1 BY 1
                 UNTIL W-ITEM-DX > W-ITEM-CNT

           OPEN OUTPUT POFILE
                       INVFILE
                       KEYFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-ORDERS
                        W-PARM-LINES
                        W-PARM-VARIANCE-PCT
                                   COUNT IN W-PARM-VARIANCE-LEN
                        W-PARM-SEED-NO
           END-UNSTRING

           IF      W-PARM-ORDERS NUMERIC
           AND     W-PARM-ORDERS > 0
               MOVE W-PARM-ORDERS  TO W-PO-COUNT
           END-IF

           IF      W-PARM-LINES NUMERIC
           AND     W-PARM-LINES > 0
               IF      W-PARM-LINES > W-MAX-LINES-LIMIT
                   DISPLAY W-ERROR-MSG
                           'lines per order more than 20: '
                           W-PARM-TEXT
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF
               MOVE W-PARM-LINES   TO W-MAX-LINES
           END-IF

      **** A zero variance rate is a real choice - every invoice
      **** matches - so it is taken whenever one was given.

           IF      W-PARM-VARIANCE-LEN > 0
               IF      W-PARM-VARIANCE-PCT NOT NUMERIC
               OR      W-PARM-VARIANCE-PCT > 100
                   DISPLAY W-ERROR-MSG
                           'variance rate not 0-100: '
                           W-PARM-TEXT
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF
               MOVE W-PARM-VARIANCE-PCT
                                   TO W-VARIANCE-PCT
           END-IF

           IF      W-PARM-SEED-NO NUMERIC
           AND     W-PARM-SEED-NO > 0
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
       SUB-1300-BUILD-ONE-COMPANY.
      *---------------------------

           MOVE 'COMPANY'          TO W-SEED-KIND
           MOVE W-CO-DX            TO W-SEED-ITEM-NO
           PERFORM SUB-2930-SEED-ITEM THRU SUB-2930-EXIT

           SET  COMPANY-PROFILE    TO TRUE
           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT

      **** The nine-digit EIN is the interchange ID.

           IF      FAKER-RESPONSE-GOOD
           AND     FAKER-COMPANY-EIN(1 : 9) NUMERIC
               MOVE SPACES         TO W-CO-NAME(W-CO-DX)
               STRING FUNCTION TRIM(FAKER-COMPANY-NAME)
                      ' '
                      FUNCTION TRIM(FAKER-COMPANY-SUFFIX)
                                   DELIMITED SIZE
                                   INTO W-CO-NAME(W-CO-DX)
               MOVE FAKER-COMPANY-EIN(1 : 9)
                                   TO W-CO-ID(W-CO-DX)
           ELSE
               MOVE 'Synthetic Trading Partner'
                                   TO W-CO-NAME(W-CO-DX)
               COMPUTE W-CONTROL-NO
                                   =  W-CO-DX + 990000000
               MOVE W-CONTROL-NO   TO W-CO-ID(W-CO-DX)
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1400-BUILD-ONE-ITEM.
      *------------------------

           MOVE 'ITEM'             TO W-SEED-KIND
           MOVE W-ITEM-DX          TO W-SEED-ITEM-NO
           PERFORM SUB-2930-SEED-ITEM THRU SUB-2930-EXIT

           SET  PRODUCT-PROFILE    TO TRUE
           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT

           MOVE FAKER-PRODUCT-PRICE
                                   TO W-AMOUNT-TEXT

           IF      FAKER-RESPONSE-GOOD
           AND     FAKER-PRODUCT-UPC NUMERIC
           AND     W-AMOUNT-DOLLARS NUMERIC
           AND     W-AMOUNT-PENNIES NUMERIC
               MOVE FAKER-PRODUCT-UPC
                                   TO W-ITEM-UPC(W-ITEM-DX)
               MOVE FAKER-PRODUCT-SKU
                                   TO W-ITEM-SKU(W-ITEM-DX)
               MOVE FAKER-PRODUCT-NAME
                                   TO W-ITEM-NAME(W-ITEM-DX)
               COMPUTE W-ITEM-PRICE-CENTS(W-ITEM-DX)
                                   =  W-AMOUNT-DOLLARS * 100
                                      + W-AMOUNT-PENNIES
           ELSE
               MOVE '036000291452' TO W-ITEM-UPC(W-ITEM-DX)
               MOVE 'OFF-000000'   TO W-ITEM-SKU(W-ITEM-DX)
               MOVE 'Classic Pen Set'
                                   TO W-ITEM-NAME(W-ITEM-DX)
               MOVE 995            TO W-ITEM-PRICE-CENTS(W-ITEM-DX)
           END-IF
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           ADD  1                  TO W-PO-NO

           MOVE 'ORDER'            TO W-SEED-KIND
           MOVE W-PO-NO            TO W-SEED-ITEM-NO
           PERFORM SUB-2930-SEED-ITEM THRU SUB-2930-EXIT

           COMPUTE W-PO-SERIAL     =  W-PO-BASE-NO + W-PO-NO
           MOVE SPACES             TO W-PO-NUMBER
                                      W-INVOICE-NUMBER
           STRING 'PO'
                  W-PO-SERIAL      DELIMITED SIZE
                                   INTO W-PO-NUMBER
           STRING 'IN'
                  W-PO-SERIAL      DELIMITED SIZE
                                   INTO W-INVOICE-NUMBER

      **** Buyer and a different seller.

           COMPUTE W-BUYER-DX      =  FAKRAND-RANDOM-NO * W-CO-CNT + 1

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-CO-SPAN       =  W-CO-CNT - 1
           COMPUTE W-SELLER-DX     =  FAKRAND-RANDOM-NO * W-CO-SPAN
                                      + 1
           IF      W-SELLER-DX NOT < W-BUYER-DX
               ADD  1              TO W-SELLER-DX
           END-IF

      **** Order date, and the invoice three to twenty days later.

           MOVE W-PO-WINDOW-FROM   TO FAKER-DATE-FROM
           MOVE W-PO-WINDOW-TO     TO FAKER-DATE-TO
           SET  TEMPORAL-DATE      TO TRUE
           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT
           MOVE SPACES             TO FAKER-DATE-FROM
                                      FAKER-DATE-TO

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 10)
                                   TO W-DATE-TEXT
           ELSE
               MOVE W-PO-WINDOW-TO TO W-DATE-TEXT
           END-IF
           PERFORM SUB-2900-TEXT-TO-INT THRU SUB-2900-EXIT
           MOVE W-DATE-NUM         TO W-PO-DATE
           MOVE W-DATE-INT         TO W-PO-DATE-INT

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-INV-DAYS      =  FAKRAND-RANDOM-NO * 18 + 3
           COMPUTE W-DATE-INT      =  W-PO-DATE-INT + W-INV-DAYS
           COMPUTE W-INV-DATE      =  FUNCTION DATE-OF-INTEGER
                                          (W-DATE-INT)

      **** The lines, invoiced as ordered to begin with.

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-LINE-CNT      =  FAKRAND-RANDOM-NO * W-MAX-LINES
                                      + 1

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-ITEM-START    =  FAKRAND-RANDOM-NO * W-ITEM-CNT

           PERFORM SUB-2100-DRAW-LINE THRU SUB-2100-EXIT
               VARYING W-LINE-DX FROM 1 BY 1
                 UNTIL W-LINE-DX > W-LINE-CNT

           MOVE W-LINE-CNT         TO W-INV-LINE-CNT

           PERFORM SUB-2200-DRAW-VARIANCE THRU SUB-2200-EXIT

           PERFORM SUB-2300-WRITE-850 THRU SUB-2300-EXIT

           PERFORM SUB-2400-WRITE-810 THRU SUB-2400-EXIT

           PERFORM SUB-2600-WRITE-KEY THRU SUB-2600-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-DRAW-LINE.
      *-------------------

           COMPUTE W-LN-ITEM-DX(W-LINE-DX)
                                   =  FUNCTION MOD(W-ITEM-START
                                                   + W-LINE-DX - 1,
                                                   W-ITEM-CNT)
                                      + 1

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-LN-PO-QTY(W-LINE-DX)
                                   =  FAKRAND-RANDOM-NO * 100 + 1

           MOVE W-ITEM-PRICE-CENTS(W-LN-ITEM-DX(W-LINE-DX))
                                   TO W-LN-PO-PRICE(W-LINE-DX)
           MOVE W-LN-PO-QTY(W-LINE-DX)
                                   TO W-LN-INV-QTY(W-LINE-DX)
           MOVE W-LN-PO-PRICE(W-LINE-DX)
                                   TO W-LN-INV-PRICE(W-LINE-DX)
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-DRAW-VARIANCE.
      *-----------------------

           MOVE 'MATCH'            TO W-VERDICT
           MOVE 0                  TO W-VARIANCE-LINE

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           IF      FAKRAND-RANDOM-NO * 100 NOT < W-VARIANCE-PCT
               ADD  1              TO W-MATCH-CNT
               GO TO SUB-2200-EXIT
           END-IF

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-VARIANCE-LINE =  FAKRAND-RANDOM-NO * W-LINE-CNT
                                      + 1

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           EVALUATE TRUE
             WHEN FAKRAND-RANDOM-NO < 0.34
               MOVE 'QTY'          TO W-VERDICT
               ADD  1              TO W-QTY-CNT
               PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
               COMPUTE W-LN-INV-QTY(W-VARIANCE-LINE)
                                   =  FAKRAND-RANDOM-NO * 10
                                      + W-LN-PO-QTY(W-VARIANCE-LINE)
                                      + 1

      **** Two to fifteen percent over the ordered price, and never
      **** less than a cent over.

             WHEN FAKRAND-RANDOM-NO < 0.67
               MOVE 'PRICE'        TO W-VERDICT
               ADD  1              TO W-PRICE-CNT
               PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
               COMPUTE W-PRICE-FACTOR
                                   =  FAKRAND-RANDOM-NO * 0.13 + 1.02
               COMPUTE W-LN-INV-PRICE(W-VARIANCE-LINE) ROUNDED
                                   =  W-LN-PO-PRICE(W-VARIANCE-LINE)
                                      * W-PRICE-FACTOR
               IF      W-LN-INV-PRICE(W-VARIANCE-LINE)
                           NOT > W-LN-PO-PRICE(W-VARIANCE-LINE)
                   COMPUTE W-LN-INV-PRICE(W-VARIANCE-LINE)
                                   =  W-LN-PO-PRICE(W-VARIANCE-LINE)
                                      + 1
               END-IF

      **** The next catalog item after the order's last line.

             WHEN OTHER
               MOVE 'NOTORD'       TO W-VERDICT
               ADD  1              TO W-NOTORD-CNT
               ADD  1              TO W-INV-LINE-CNT
               MOVE W-INV-LINE-CNT TO W-VARIANCE-LINE
                                      W-LINE-DX
               PERFORM SUB-2100-DRAW-LINE THRU SUB-2100-EXIT
               MOVE 0              TO W-LN-PO-QTY(W-LINE-DX)
           END-EVALUATE
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-WRITE-850.
      *-------------------

           SET  W-DOC-850          TO TRUE
           MOVE W-CO-ID(W-BUYER-DX)
                                   TO W-SENDER-ID
           MOVE W-CO-ID(W-SELLER-DX)
                                   TO W-RECEIVER-ID
           MOVE W-PO-DATE          TO W-DOC-DATE
           ADD  1                  TO W-850-CONTROL-NO
           MOVE W-850-CONTROL-NO   TO W-CONTROL-NO

           PERFORM SUB-2500-OPEN-ENVELOPE THRU SUB-2500-EXIT

           MOVE SPACES             TO W-SEGMENT
           STRING 'ST*850*0001~'   DELIMITED SIZE
                                   INTO W-SEGMENT
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT

           MOVE SPACES             TO W-SEGMENT
           STRING 'BEG*00*SA*'
                  W-PO-NUMBER      DELIMITED SPACE
                  '**'
                  W-PO-DATE
                  '~'              DELIMITED SIZE
                                   INTO W-SEGMENT
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT

           PERFORM SUB-2450-PARTIES THRU SUB-2450-EXIT

           MOVE 0                  TO W-PO-TOTAL-CENTS
                                      W-QTY-HASH

           PERFORM SUB-2310-PUT-PO1 THRU SUB-2310-EXIT
               VARYING W-LINE-DX FROM 1 BY 1
                 UNTIL W-LINE-DX > W-LINE-CNT

           MOVE W-LINE-CNT         TO W-EDIT-COUNT
           MOVE W-QTY-HASH         TO W-EDIT-CENTS
           MOVE SPACES             TO W-SEGMENT
           STRING 'CTT*'
                  FUNCTION TRIM(W-EDIT-COUNT)
                  '*'
                  FUNCTION TRIM(W-EDIT-CENTS)
                  '~'              DELIMITED SIZE
                                   INTO W-SEGMENT
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT

           PERFORM SUB-2550-CLOSE-ENVELOPE THRU SUB-2550-EXIT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-PUT-PO1.
      *-----------------

           ADD  1                  TO W-LINES-850
           ADD  W-LN-PO-QTY(W-LINE-DX)
                                   TO W-QTY-HASH
           COMPUTE W-PO-TOTAL-CENTS
                                   =  W-PO-TOTAL-CENTS
                                      + W-LN-PO-QTY(W-LINE-DX)
                                      * W-LN-PO-PRICE(W-LINE-DX)

           MOVE W-LINE-DX          TO W-EDIT-COUNT
           MOVE W-LN-PO-QTY(W-LINE-DX)
                                   TO W-EDIT-QTY
           COMPUTE W-EDIT-PRICE    =  W-LN-PO-PRICE(W-LINE-DX) / 100

           MOVE SPACES             TO W-SEGMENT
           STRING 'PO1*'
                  FUNCTION TRIM(W-EDIT-COUNT)
                  '*'
                  FUNCTION TRIM(W-EDIT-QTY)
                  '*EA*'
                  FUNCTION TRIM(W-EDIT-PRICE)
                  '**UP*'
                  W-ITEM-UPC(W-LN-ITEM-DX(W-LINE-DX))
                  '*VN*'
                  W-ITEM-SKU(W-LN-ITEM-DX(W-LINE-DX))
                  '~'              DELIMITED SIZE
                                   INTO W-SEGMENT
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT

           PERFORM SUB-2320-PUT-PID THRU SUB-2320-EXIT
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-PUT-PID.
      *-----------------

      **** Free-form item description of the line in hand.

           MOVE SPACES             TO W-SEGMENT
           STRING 'PID*F****'
                  FUNCTION TRIM(W-ITEM-NAME(W-LN-ITEM-DX(W-LINE-DX)))
                  '~'              DELIMITED SIZE
                                   INTO W-SEGMENT
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2400-WRITE-810.
      *-------------------

           SET  W-DOC-810          TO TRUE
           MOVE W-CO-ID(W-SELLER-DX)
                                   TO W-SENDER-ID
           MOVE W-CO-ID(W-BUYER-DX)
                                   TO W-RECEIVER-ID
           MOVE W-INV-DATE         TO W-DOC-DATE
           ADD  1                  TO W-810-CONTROL-NO
           MOVE W-810-CONTROL-NO   TO W-CONTROL-NO

           PERFORM SUB-2500-OPEN-ENVELOPE THRU SUB-2500-EXIT

           MOVE SPACES             TO W-SEGMENT
           STRING 'ST*810*0001~'   DELIMITED SIZE
                                   INTO W-SEGMENT
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT

           MOVE SPACES             TO W-SEGMENT
           STRING 'BIG*'
                  W-INV-DATE
                  '*'
                  W-INVOICE-NUMBER DELIMITED SPACE
                  '*'
                  W-PO-DATE
                  '*'
                  W-PO-NUMBER      DELIMITED SPACE
                  '~'              DELIMITED SIZE
                                   INTO W-SEGMENT
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT

           PERFORM SUB-2450-PARTIES THRU SUB-2450-EXIT

           MOVE 0                  TO W-INV-TOTAL-CENTS

           PERFORM SUB-2410-PUT-IT1 THRU SUB-2410-EXIT
               VARYING W-LINE-DX FROM 1 BY 1
                 UNTIL W-LINE-DX > W-INV-LINE-CNT

      **** TDS carries the invoice total with two implied decimals.

           MOVE W-INV-TOTAL-CENTS  TO W-EDIT-CENTS
           MOVE SPACES             TO W-SEGMENT
           STRING 'TDS*'
                  FUNCTION TRIM(W-EDIT-CENTS)
                  '~'              DELIMITED SIZE
                                   INTO W-SEGMENT
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT

           MOVE W-INV-LINE-CNT     TO W-EDIT-COUNT
           MOVE SPACES             TO W-SEGMENT
           STRING 'CTT*'
                  FUNCTION TRIM(W-EDIT-COUNT)
                  '~'              DELIMITED SIZE
                                   INTO W-SEGMENT
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT

           PERFORM SUB-2550-CLOSE-ENVELOPE THRU SUB-2550-EXIT
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-PUT-IT1.
      *-----------------

           ADD  1                  TO W-LINES-810
           COMPUTE W-INV-TOTAL-CENTS
                                   =  W-INV-TOTAL-CENTS
                                      + W-LN-INV-QTY(W-LINE-DX)
                                      * W-LN-INV-PRICE(W-LINE-DX)

           MOVE W-LINE-DX          TO W-EDIT-COUNT
           MOVE W-LN-INV-QTY(W-LINE-DX)
                                   TO W-EDIT-QTY
           COMPUTE W-EDIT-PRICE    =  W-LN-INV-PRICE(W-LINE-DX) / 100

           MOVE SPACES             TO W-SEGMENT
           STRING 'IT1*'
                  FUNCTION TRIM(W-EDIT-COUNT)
                  '*'
                  FUNCTION TRIM(W-EDIT-QTY)
                  '*EA*'
                  FUNCTION TRIM(W-EDIT-PRICE)
                  '**UP*'
                  W-ITEM-UPC(W-LN-ITEM-DX(W-LINE-DX))
                  '*VN*'
                  W-ITEM-SKU(W-LN-ITEM-DX(W-LINE-DX))
                  '~'              DELIMITED SIZE
                                   INTO W-SEGMENT
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT

           PERFORM SUB-2320-PUT-PID THRU SUB-2320-EXIT
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2450-PARTIES.
      *-----------------

      **** Buyer and seller by name and interchange ID (qualifier
      **** 24, employer's identification number).

           MOVE SPACES             TO W-SEGMENT
           STRING 'N1*BY*'
                  FUNCTION TRIM(W-CO-NAME(W-BUYER-DX))
                  '*24*'
                  W-CO-ID(W-BUYER-DX)
                  '~'              DELIMITED SIZE
                                   INTO W-SEGMENT
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT

           MOVE SPACES             TO W-SEGMENT
           STRING 'N1*SE*'
                  FUNCTION TRIM(W-CO-NAME(W-SELLER-DX))
                  '*24*'
                  W-CO-ID(W-SELLER-DX)
                  '~'              DELIMITED SIZE
                                   INTO W-SEGMENT
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2500-OPEN-ENVELOPE.
      *-----------------------

      **** One interchange, one group, one transaction set - the
      **** group control number is the interchange's.

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-DOC-MINUTES   =  FAKRAND-RANDOM-NO * 720 + 360
           DIVIDE W-DOC-MINUTES    BY 60
                                   GIVING W-DOC-HH
                                   REMAINDER W-DOC-MM

           MOVE W-SENDER-ID        TO W-ISA-SENDER-ID
           MOVE W-RECEIVER-ID      TO W-ISA-RECEIVER-ID
           MOVE W-DOC-DATE(3 : 6)  TO W-ISA-DATE
           STRING W-DOC-HH
                  W-DOC-MM         DELIMITED SIZE
                                   INTO W-ISA-TIME
           MOVE W-CONTROL-NO       TO W-ISA-CONTROL-NO

           MOVE W-ISA-SEGMENT      TO W-SEGMENT
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT

           MOVE SPACES             TO W-SEGMENT
           MOVE 1                  TO W-SEGMENT-PTR
           IF      W-DOC-850
               STRING 'GS*PO*'     DELIMITED SIZE
                                   INTO W-SEGMENT
                                   WITH POINTER W-SEGMENT-PTR
           ELSE
               STRING 'GS*IN*'     DELIMITED SIZE
                                   INTO W-SEGMENT
                                   WITH POINTER W-SEGMENT-PTR
           END-IF
           STRING W-SENDER-ID
                  '*'
                  W-RECEIVER-ID
                  '*'
                  W-DOC-DATE
                  '*'
                  W-DOC-HH
                  W-DOC-MM
                  '*'
                  W-CONTROL-NO
                  '*X*004010~'     DELIMITED SIZE
                                   INTO W-SEGMENT
                                   WITH POINTER W-SEGMENT-PTR
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT

      **** SE counts from ST.

           MOVE 0                  TO W-SEG-CNT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-CLOSE-ENVELOPE.
      *------------------------

           ADD  1                  TO W-SEG-CNT
           MOVE W-SEG-CNT          TO W-EDIT-COUNT

           MOVE SPACES             TO W-SEGMENT
           STRING 'SE*'
                  FUNCTION TRIM(W-EDIT-COUNT)
                  '*0001~'         DELIMITED SIZE
                                   INTO W-SEGMENT
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT

           MOVE SPACES             TO W-SEGMENT
           STRING 'GE*1*'
                  W-CONTROL-NO
                  '~'              DELIMITED SIZE
                                   INTO W-SEGMENT
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT

           MOVE SPACES             TO W-SEGMENT
           STRING 'IEA*1*'
                  W-CONTROL-NO
                  '~'              DELIMITED SIZE
                                   INTO W-SEGMENT
           PERFORM SUB-2700-PUT-SEGMENT THRU SUB-2700-EXIT
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2600-WRITE-KEY.
      *-------------------

           MOVE SPACES             TO KEYFILE-REC
           MOVE W-PO-NUMBER        TO KEY-PO-NUMBER
           MOVE W-INVOICE-NUMBER   TO KEY-INVOICE-NUMBER
           MOVE W-CO-ID(W-BUYER-DX)
                                   TO KEY-BUYER-ID
           MOVE W-CO-ID(W-SELLER-DX)
                                   TO KEY-SELLER-ID
           MOVE W-VERDICT          TO KEY-VERDICT
           MOVE W-VARIANCE-LINE    TO KEY-LINE-NO
           MOVE W-PO-TOTAL-CENTS   TO KEY-PO-TOTAL-CENTS
           MOVE W-INV-TOTAL-CENTS  TO KEY-INV-TOTAL-CENTS

           IF      W-VARIANCE-LINE = 0
               MOVE 0              TO KEY-ORDERED-QTY
                                      KEY-RECEIVED-QTY
                                      KEY-INVOICED-QTY
                                      KEY-PO-PRICE-CENTS
                                      KEY-INV-PRICE-CENTS
           ELSE
               MOVE W-ITEM-UPC(W-LN-ITEM-DX(W-VARIANCE-LINE))
                                   TO KEY-UPC
               MOVE W-LN-PO-QTY(W-VARIANCE-LINE)
                                   TO KEY-ORDERED-QTY
                                      KEY-RECEIVED-QTY
               MOVE W-LN-INV-QTY(W-VARIANCE-LINE)
                                   TO KEY-INVOICED-QTY
               MOVE W-LN-INV-PRICE(W-VARIANCE-LINE)
                                   TO KEY-INV-PRICE-CENTS
               IF      W-LN-PO-QTY(W-VARIANCE-LINE) = 0
                   MOVE 0          TO KEY-PO-PRICE-CENTS
               ELSE
                   MOVE W-LN-PO-PRICE(W-VARIANCE-LINE)
                                   TO KEY-PO-PRICE-CENTS
               END-IF
           END-IF

           WRITE KEYFILE-REC
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2700-PUT-SEGMENT.
      *---------------------

           ADD  1                  TO W-SEG-CNT

           IF      W-DOC-850
               WRITE POFILE-REC  FROM W-SEGMENT
           ELSE
               WRITE INVFILE-REC FROM W-SEGMENT
           END-IF
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2900-TEXT-TO-INT.
      *---------------------

           MOVE W-DATE-TEXT-YYYY   TO W-DATE-NUM-YYYY
           MOVE W-DATE-TEXT-MM     TO W-DATE-NUM-MM
           MOVE W-DATE-TEXT-DD     TO W-DATE-NUM-DD

           COMPUTE W-DATE-INT      =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-2910-INT-TO-TEXT.
      *---------------------

           COMPUTE W-DATE-NUM      =  FUNCTION DATE-OF-INTEGER
                                          (W-DATE-INT)

           MOVE SPACES             TO W-DATE-TEXT
           STRING W-DATE-NUM-YYYY  '-'
                  W-DATE-NUM-MM    '-'
                  W-DATE-NUM-DD    DELIMITED SIZE
                                   INTO W-DATE-TEXT
           .
       SUB-2910-EXIT.
           EXIT.
      /
       SUB-2930-SEED-ITEM.
      *-------------------

           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER
           .
       SUB-2930-EXIT.
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

           MOVE 'FAKEREDI'         TO FAKER-CALLING-PROGRAM

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

           CLOSE POFILE
                 INVFILE
                 KEYFILE
           .
       SUB-3000-DISPLAY.

           MOVE W-PO-NO            TO W-DISP-NUM
           DISPLAY 'Purchase orders:          '
                   W-DISP-NUM

           MOVE W-LINES-850        TO W-DISP-NUM
           DISPLAY '    PO1 lines:            '
                   W-DISP-NUM

           MOVE W-LINES-810        TO W-DISP-NUM
           DISPLAY 'Invoice IT1 lines:        '
                   W-DISP-NUM

           MOVE W-MATCH-CNT        TO W-DISP-NUM
           DISPLAY '    Invoices matching:    '
                   W-DISP-NUM

           MOVE W-QTY-CNT          TO W-DISP-NUM
           DISPLAY '    Quantity variance:    '
                   W-DISP-NUM

           MOVE W-PRICE-CNT        TO W-DISP-NUM
           DISPLAY '    Price variance:       '
                   W-DISP-NUM

           MOVE W-NOTORD-CNT       TO W-DISP-NUM
           DISPLAY '    Item not ordered:     '
                   W-DISP-NUM

           DISPLAY 'FAKEREDI run seed:        '
                   W-RUN-SEED-NO

           DISPLAY 'FAKEREDI completed'
           .
       SUB-3000-EXIT.
           EXIT.
