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

       PROGRAM-ID.             FAKPROD.

      **** PRODUCT provider - catalog merchandise for order-entry,
      **** EDI, point-of-sale and card-transaction test beds:
      ****   PRODUCT-SKU        the retailer's stock-keeping unit -
      ****                      the category's three-letter prefix,
      ****                      a hyphen and six digits.
      ****   PRODUCT-NAME       a description built as adjective +
      ****                      material + item, e.g. "Compact Steel
      ****                      Toolbox".
      ****   PRODUCT-CATEGORY   the merchandise category.
      ****   PRODUCT-PRICE      a list price as DDDD.CC.
      ****   PRODUCT-PROFILE    all of the above plus a UPC-A from
      ****                      FAKBARC, its modulus-10 check digit
      ****                      included.
      **** Every call builds one whole product - category first, then
      **** an item of that category, a material that suits it, an
      **** adjective, and a list price inside the category's price
      **** band - and returns it on the FAKER-PRODUCT fields, so the
      **** SKU, name, category and price of any one call always agree
      **** with one another.  FAKER-RESULT carries the piece the
      **** function asked for (the name, for PRODUCT-PROFILE).
      ****
      **** The four tables in FAKPRODW honour FAKERTAB's DISABLE,
      **** ENABLE and REWEIGHT overrides - see SUB-1155.  A category
      **** whose items are all disabled is never drawn.

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
           SELECT OVRFILE        ASSIGN 'Data\FAKER Table Overrides.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-OVRFILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  OVRFILE.

      **** FAKERTAB's persistent override state, one line per (table,
      **** entry) pair - the layout FAKPERS reads.  OVR-WEIGHT is the
      **** 9-digit fraction the FAKPRODW weights are compiled as, the
      **** decimal point assumed in front: 080000000 is weight 0.08.

       01  OVRFILE-REC.
           05  OVR-TABLE-NAME      PIC X(30).
           05  FILLER              PIC X(01).
           05  OVR-ENTRY-TEXT      PIC X(30).
           05  FILLER              PIC X(01).
           05  OVR-STATUS          PIC X(08).
               88  OVR-IS-DISABLED                 VALUE 'DISABLED'.
           05  FILLER              PIC X(01).
           05  OVR-WEIGHT          PIC 9(09).

       WORKING-STORAGE SECTION.
      *------------------------

       COPY FAKERWS1.

       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.
       01  W-FAKBARC-PROG          PIC X(08)       VALUE 'FAKBARC'.
       01  W-SAVE-FUNCTION         PIC X(30).

       01  W-OVRFILE-STATUS        PIC X(02).

       01  W-OVRFILE-EOF-SW        PIC X(01)       VALUE 'N'.
           88  W-OVRFILE-EOF                       VALUE 'Y'.

       01  W-OVR-WEIGHT-FRACTION   PIC SV9(9) COMP.
       01  W-OVR-FOUND-DX          PIC S9(4)  COMP.

      **** Draw weights after overrides: per category, the total
      **** weight of its active items and of the active materials
      **** that suit it.  A category with no active item counts
      **** nothing towards W-PROD-CATEGORY-TOT.

       01  W-PROD-CATEGORY-TOTS.
           05  W-PROD-CATEGORY-ITEM-TOT
                                   PIC S99V9(9)
                                              COMP OCCURS 10.
           05  W-PROD-CATEGORY-MAT-TOT
                                   PIC S99V9(9)
                                              COMP OCCURS 10.
       01  W-PROD-CATEGORY-TOT     PIC S99V9(9)
                                              COMP.
       01  W-PROD-CAT-NO           PIC S9(4)  COMP.

      **** Weighted draw work: the point drawn inside the table's
      **** total, the running sum the walk has reached, and the
      **** last eligible entry passed (taken when rounding leaves
      **** the point at the very top of the total).

       01  W-PROD-DRAW-TOT         PIC S99V9(9)
                                              COMP.
       01  W-PROD-DRAW-POINT       PIC S99V9(9)
                                              COMP.
       01  W-PROD-RUNNING          PIC S99V9(9)
                                              COMP.
       01  W-PROD-LAST-DX          PIC S9(4)  COMP.

      **** The product being built.  W-PROD-MATERIAL-DX is 0 when no
      **** active material suits the category, W-PROD-ADJECTIVE-DX
      **** 0 when every adjective is disabled.

       01  W-PROD-CATEGORY-DX      PIC S9(4)  COMP.
       01  W-PROD-ITEM-DX          PIC S9(4)  COMP.
       01  W-PROD-MATERIAL-DX      PIC S9(4)  COMP.
       01  W-PROD-ADJECTIVE-DX     PIC S9(4)  COMP.
       01  W-PROD-SKU              PIC X(10).
       01  W-PROD-SKU-NO           PIC 9(06).
       01  W-PROD-NAME             PIC X(36).
       01  W-PROD-NAME-PTR         PIC S9(4)  COMP.
       01  W-PROD-UPC              PIC X(12).

      **** List price: whole dollars drawn between the band's floor
      **** and ceiling, plus 99 cents.

       01  W-PROD-DOLLARS-LO       PIC 9(05).
       01  W-PROD-DOLLARS-HI       PIC 9(05).
       01  W-PROD-DOLLARS-SPAN     PIC 9(05).
       01  W-PROD-DOLLARS          PIC 9(05).
       01  W-PROD-PRICE            PIC 9(05)V99.
       01  W-PROD-PRICE-EDIT       PIC 9(04).99.

       01  W-FAKRAND-PARAMETER.    COPY FAKRANDL.

       COPY FAKPRODW.
      /
       LINKAGE SECTION.
      *----------------

       01  L-PARAMETER.            COPY FAKERLNK.
      /
       PROCEDURE DIVISION USING L-PARAMETER.
      *==================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-START-UP.
      *------------------

           IF      W-NOT-FIRST-CALL
               GO TO SUB-1000-EXIT
           END-IF

           SET W-NOT-FIRST-CALL    TO TRUE
           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKPROD  compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1155-READ-TABLE-OVERRIDES THRU SUB-1155-EXIT

           PERFORM SUB-1100-SUM-WEIGHTS THRU SUB-1100-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-SUM-WEIGHTS.
      *---------------------

           INITIALIZE W-PROD-CATEGORY-TOTS

           MOVE 0                  TO W-PROD-CATEGORY-TOT
                                      PRODUCT-CATEGORY-WEIGHT-TOT
                                      PRODUCT-ADJECTIVE-WEIGHT-TOT

           PERFORM SUB-1110-SUM-ITEM THRU SUB-1110-EXIT
               VARYING PI-DX FROM 1 BY 1
                 UNTIL PI-DX > PRODUCT-ITEM-CNT

           PERFORM SUB-1120-SUM-MATERIAL THRU SUB-1120-EXIT
               VARYING PM-DX FROM 1 BY 1
                 UNTIL PM-DX > PRODUCT-MATERIAL-CNT

           PERFORM SUB-1130-SUM-CATEGORY THRU SUB-1130-EXIT
               VARYING PC-DX FROM 1 BY 1
                 UNTIL PC-DX > PRODUCT-CATEGORY-CNT

           PERFORM SUB-1140-SUM-ADJECTIVE THRU SUB-1140-EXIT
               VARYING PA-DX FROM 1 BY 1
                 UNTIL PA-DX > PRODUCT-ADJECTIVE-CNT

      D    DISPLAY 'FAKPROD weight totals: '
      D    DISPLAY '    ' PRODUCT-CATEGORY-WEIGHT-TOT
      D    DISPLAY '    ' W-PROD-CATEGORY-TOT
      D    DISPLAY '    ' PRODUCT-ADJECTIVE-WEIGHT-TOT
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-SUM-ITEM.
      *------------------

           MOVE PRODUCT-ITEM-CATEGORY(PI-DX)
                                   TO W-PROD-CAT-NO

           IF      W-PROD-CAT-NO > 0
           AND     W-PROD-CAT-NO NOT > PRODUCT-CATEGORY-CNT
               ADD  PRODUCT-ITEM-WEIGHT(PI-DX)
                 TO W-PROD-CATEGORY-ITEM-TOT(W-PROD-CAT-NO)
           END-IF
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1120-SUM-MATERIAL.
      *----------------------

           PERFORM SUB-1121-SUM-MATERIAL-FIT THRU SUB-1121-EXIT
               VARYING W-PROD-CAT-NO FROM 1 BY 1
                 UNTIL W-PROD-CAT-NO > PRODUCT-CATEGORY-CNT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1121-SUM-MATERIAL-FIT.
      *--------------------------

           IF      PRODUCT-MATERIAL-FITS(PM-DX) (W-PROD-CAT-NO : 1)
                                   = 'Y'
               ADD  PRODUCT-MATERIAL-WEIGHT(PM-DX)
                 TO W-PROD-CATEGORY-MAT-TOT(W-PROD-CAT-NO)
           END-IF
           .
       SUB-1121-EXIT.
           EXIT.
      /
       SUB-1130-SUM-CATEGORY.
      *----------------------

           ADD  PRODUCT-CATEGORY-WEIGHT(PC-DX)
             TO PRODUCT-CATEGORY-WEIGHT-TOT

           SET  W-PROD-CAT-NO      TO PC-DX

           IF      W-PROD-CATEGORY-ITEM-TOT(W-PROD-CAT-NO) > 0
               ADD  PRODUCT-CATEGORY-WEIGHT(PC-DX)
                 TO W-PROD-CATEGORY-TOT
           END-IF
           .
       SUB-1130-EXIT.
           EXIT.
      /
       SUB-1140-SUM-ADJECTIVE.
      *-----------------------

           ADD  PRODUCT-ADJECTIVE-WEIGHT(PA-DX)
             TO PRODUCT-ADJECTIVE-WEIGHT-TOT
           .
       SUB-1140-EXIT.
           EXIT.
      /
       SUB-1155-READ-TABLE-OVERRIDES.
      *------------------------------

      **** OVRFILE is the persistent override state FAKERTAB keeps
      **** from its ADD, DISABLE, ENABLE and REWEIGHT transactions.
      **** A record for one of the four PRODUCT tables disables or
      **** reweights the compiled entry of the same text; an entry
      **** that is not compiled in (an ADD) is skipped, as FAKPERS
      **** skips one - an item would have no category, nor a
      **** material the categories it suits.  A missing file is not
      **** an error.

           OPEN INPUT OVRFILE

           IF      W-OVRFILE-STATUS = '00'
               PERFORM SUB-1156-READ-OVRFILE THRU SUB-1156-EXIT

               PERFORM SUB-1157-APPLY-TABLE-OVERRIDE THRU SUB-1157-EXIT
                   UNTIL W-OVRFILE-EOF

               CLOSE OVRFILE
           END-IF
           .
       SUB-1155-EXIT.
           EXIT.
      /
       SUB-1156-READ-OVRFILE.
      *----------------------

           READ OVRFILE
               AT END
                   SET  W-OVRFILE-EOF
                                   TO TRUE
           END-READ
           .
       SUB-1156-EXIT.
           EXIT.
      /
       SUB-1157-APPLY-TABLE-OVERRIDE.
      *------------------------------

           IF      OVR-IS-DISABLED
               MOVE 0              TO W-OVR-WEIGHT-FRACTION
           ELSE
               COMPUTE W-OVR-WEIGHT-FRACTION
                                   =  OVR-WEIGHT / 1000000000
           END-IF

           MOVE 0                  TO W-OVR-FOUND-DX

           EVALUATE OVR-TABLE-NAME
             WHEN 'PRODUCT-CATEGORIES'
               PERFORM SUB-1158-FIND-CATEGORY THRU SUB-1158-EXIT
                   VARYING PC-DX FROM 1 BY 1
                     UNTIL PC-DX > PRODUCT-CATEGORY-CNT
                     OR    W-OVR-FOUND-DX > 0

               IF      W-OVR-FOUND-DX > 0
                   MOVE W-OVR-WEIGHT-FRACTION
                     TO PRODUCT-CATEGORY-WEIGHT(W-OVR-FOUND-DX)
               END-IF

             WHEN 'PRODUCT-ITEMS'
               PERFORM SUB-1159-FIND-ITEM THRU SUB-1159-EXIT
                   VARYING PI-DX FROM 1 BY 1
                     UNTIL PI-DX > PRODUCT-ITEM-CNT
                     OR    W-OVR-FOUND-DX > 0

               IF      W-OVR-FOUND-DX > 0
                   MOVE W-OVR-WEIGHT-FRACTION
                     TO PRODUCT-ITEM-WEIGHT(W-OVR-FOUND-DX)
               END-IF

             WHEN 'PRODUCT-MATERIALS'
               PERFORM SUB-1160-FIND-MATERIAL THRU SUB-1160-EXIT
                   VARYING PM-DX FROM 1 BY 1
                     UNTIL PM-DX > PRODUCT-MATERIAL-CNT
                     OR    W-OVR-FOUND-DX > 0

               IF      W-OVR-FOUND-DX > 0
                   MOVE W-OVR-WEIGHT-FRACTION
                     TO PRODUCT-MATERIAL-WEIGHT(W-OVR-FOUND-DX)
               END-IF

             WHEN 'PRODUCT-ADJECTIVES'
               PERFORM SUB-1161-FIND-ADJECTIVE THRU SUB-1161-EXIT
                   VARYING PA-DX FROM 1 BY 1
                     UNTIL PA-DX > PRODUCT-ADJECTIVE-CNT
                     OR    W-OVR-FOUND-DX > 0

               IF      W-OVR-FOUND-DX > 0
                   MOVE W-OVR-WEIGHT-FRACTION
                     TO PRODUCT-ADJECTIVE-WEIGHT(W-OVR-FOUND-DX)
               END-IF

             WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM SUB-1156-READ-OVRFILE THRU SUB-1156-EXIT
           .
       SUB-1157-EXIT.
           EXIT.
      /
       SUB-1158-FIND-CATEGORY.
      *-----------------------

           IF      PRODUCT-CATEGORY-NAME(PC-DX) = OVR-ENTRY-TEXT
               SET  W-OVR-FOUND-DX TO PC-DX
           END-IF
           .
       SUB-1158-EXIT.
           EXIT.
      /
       SUB-1159-FIND-ITEM.
      *-------------------

           IF      PRODUCT-ITEM(PI-DX) = OVR-ENTRY-TEXT
               SET  W-OVR-FOUND-DX TO PI-DX
           END-IF
           .
       SUB-1159-EXIT.
           EXIT.
      /
       SUB-1160-FIND-MATERIAL.
      *-----------------------

           IF      PRODUCT-MATERIAL(PM-DX) = OVR-ENTRY-TEXT
               SET  W-OVR-FOUND-DX TO PM-DX
           END-IF
           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1161-FIND-ADJECTIVE.
      *------------------------

           IF      PRODUCT-ADJECTIVE(PA-DX) = OVR-ENTRY-TEXT
               SET  W-OVR-FOUND-DX TO PA-DX
           END-IF
           .
       SUB-1161-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           MOVE 0                  TO FAKER-INFO-CNT
           SET  FI-DX              TO FAKER-INFO-CNT
           MOVE LOW-VALUES         TO FAKER-INFO-OCCS

           EVALUATE TRUE
             WHEN PRODUCT-SKU
             WHEN PRODUCT-NAME
             WHEN PRODUCT-CATEGORY
             WHEN PRODUCT-PRICE
             WHEN PRODUCT-PROFILE
               PERFORM SUB-9010-PRODUCT THRU SUB-9010-EXIT

             WHEN OTHER
               SET  FAKER-UNKNOWN-FUNCTION
                                   IN L-PARAMETER
                                   TO TRUE
               STRING 'Unknown FAKPROD function "'
                       FAKER-PROVIDER-FUNCTION
                                   IN L-PARAMETER
                       '"'  DELIMITED SIZE
                                 INTO FAKER-RESPONSE-MSG
                                   IN L-PARAMETER
               GO TO SUB-2000-EXIT
           END-EVALUATE

           IF      NOT FAKER-RESPONSE-GOOD
               GO TO SUB-2000-EXIT
           END-IF

           SET  FAKER-INFO-CNT     TO FI-DX

           MOVE W-FAKER-RESULT     TO FAKER-RESULT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

      D    IF      FAKER-RESPONSE-GOOD
      D        DISPLAY 'FAKPROD completed successfully'
      D    ELSE
      D        DISPLAY 'FAKPROD ended with error '
      D                FAKER-RESPONSE-CODE
      D                ': '
      D                FAKER-RESPONSE-MSG
      D    END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9010-PRODUCT.
      *-----------------

      **** The UPC comes first: FAKBARC starts the trace afresh, so
      **** its entry leads this call's.

           MOVE SPACES             TO W-PROD-UPC

           IF      PRODUCT-PROFILE
               PERFORM SUB-9790-UPC THRU SUB-9790-EXIT
           END-IF

           IF      W-PROD-CATEGORY-TOT NOT > 0
               SET  FAKER-TABLE-ENTRY-NOT-FOUND
                                   IN L-PARAMETER
                                   TO TRUE
               MOVE 'Every PRODUCT-CATEGORIES entry is disabled'
                                   TO FAKER-RESPONSE-MSG
                                      IN L-PARAMETER
               GO TO SUB-9010-EXIT
           END-IF

           PERFORM SUB-9710-DRAW-CATEGORY THRU SUB-9710-EXIT

           PERFORM SUB-9720-DRAW-ITEM THRU SUB-9720-EXIT

           PERFORM SUB-9730-DRAW-MATERIAL THRU SUB-9730-EXIT

           PERFORM SUB-9740-DRAW-ADJECTIVE THRU SUB-9740-EXIT

           PERFORM SUB-9750-BUILD-NAME THRU SUB-9750-EXIT

           PERFORM SUB-9760-DRAW-PRICE THRU SUB-9760-EXIT

           PERFORM SUB-9770-DRAW-SKU THRU SUB-9770-EXIT

           MOVE SPACES             TO FAKER-RESULT-FIELDS
           MOVE W-PROD-SKU         TO FAKER-PRODUCT-SKU
           MOVE W-PROD-NAME        TO FAKER-PRODUCT-NAME
           MOVE PRODUCT-CATEGORY-NAME(W-PROD-CATEGORY-DX)
                                   TO FAKER-PRODUCT-CATEGORY
           MOVE W-PROD-PRICE-EDIT  TO FAKER-PRODUCT-PRICE
           MOVE W-PROD-UPC         TO FAKER-PRODUCT-UPC

           MOVE SPACES             TO W-FAKER-RESULT

           EVALUATE TRUE
             WHEN PRODUCT-SKU
               MOVE W-PROD-SKU     TO W-FAKER-RESULT
             WHEN PRODUCT-CATEGORY
               MOVE PRODUCT-CATEGORY-NAME(W-PROD-CATEGORY-DX)
                                   TO W-FAKER-RESULT
             WHEN PRODUCT-PRICE
               MOVE W-PROD-PRICE-EDIT
                                   TO W-FAKER-RESULT
             WHEN OTHER
               MOVE W-PROD-NAME    TO W-FAKER-RESULT
           END-EVALUATE
           .
       SUB-9010-EXIT.
           EXIT.
      /
       SUB-9710-DRAW-CATEGORY.
      *-----------------------

           MOVE W-PROD-CATEGORY-TOT
                                   TO W-PROD-DRAW-TOT
           PERFORM SUB-9800-DRAW-POINT THRU SUB-9800-EXIT

           MOVE 0                  TO W-PROD-CATEGORY-DX

           PERFORM SUB-9711-CATEGORY-STEP THRU SUB-9711-EXIT
               VARYING PC-DX FROM 1 BY 1
                 UNTIL PC-DX > PRODUCT-CATEGORY-CNT
                 OR    W-PROD-CATEGORY-DX > 0

           IF      W-PROD-CATEGORY-DX = 0
               MOVE W-PROD-LAST-DX TO W-PROD-CATEGORY-DX
           END-IF

           SET  FI-DX           UP BY 1
           MOVE 'PRODUCT-CATEGORIES'
                                   TO FAKER-TABLE(FI-DX)
           MOVE W-PROD-DRAW-POINT  TO FAKER-RANDOM-NO-SUB(FI-DX)
           MOVE W-PROD-CATEGORY-DX TO FAKER-TABLE-ENTRY(FI-DX)
           .
       SUB-9710-EXIT.
           EXIT.
      /
       SUB-9711-CATEGORY-STEP.
      *-----------------------

           SET  W-PROD-CAT-NO      TO PC-DX

           IF      W-PROD-CATEGORY-ITEM-TOT(W-PROD-CAT-NO) > 0
           AND     PRODUCT-CATEGORY-WEIGHT(PC-DX) > 0
               ADD  PRODUCT-CATEGORY-WEIGHT(PC-DX)
                 TO W-PROD-RUNNING
               SET  W-PROD-LAST-DX TO PC-DX

               IF      W-PROD-RUNNING > W-PROD-DRAW-POINT
                   SET  W-PROD-CATEGORY-DX
                                   TO PC-DX
               END-IF
           END-IF
           .
       SUB-9711-EXIT.
           EXIT.
      /
       SUB-9720-DRAW-ITEM.
      *-------------------

      **** Only the drawn category's items take part.

           MOVE W-PROD-CATEGORY-ITEM-TOT(W-PROD-CATEGORY-DX)
                                   TO W-PROD-DRAW-TOT
           PERFORM SUB-9800-DRAW-POINT THRU SUB-9800-EXIT

           MOVE 0                  TO W-PROD-ITEM-DX

           PERFORM SUB-9721-ITEM-STEP THRU SUB-9721-EXIT
               VARYING PI-DX FROM 1 BY 1
                 UNTIL PI-DX > PRODUCT-ITEM-CNT
                 OR    W-PROD-ITEM-DX > 0

           IF      W-PROD-ITEM-DX = 0
               MOVE W-PROD-LAST-DX TO W-PROD-ITEM-DX
           END-IF

           SET  FI-DX           UP BY 1
           MOVE 'PRODUCT-ITEMS'    TO FAKER-TABLE(FI-DX)
           MOVE W-PROD-DRAW-POINT  TO FAKER-RANDOM-NO-SUB(FI-DX)
           MOVE W-PROD-ITEM-DX     TO FAKER-TABLE-ENTRY(FI-DX)
           .
       SUB-9720-EXIT.
           EXIT.
      /
       SUB-9721-ITEM-STEP.
      *-------------------

           IF      PRODUCT-ITEM-CATEGORY(PI-DX) = W-PROD-CATEGORY-DX
           AND     PRODUCT-ITEM-WEIGHT(PI-DX) > 0
               ADD  PRODUCT-ITEM-WEIGHT(PI-DX)
                 TO W-PROD-RUNNING
               SET  W-PROD-LAST-DX TO PI-DX

               IF      W-PROD-RUNNING > W-PROD-DRAW-POINT
                   SET  W-PROD-ITEM-DX
                                   TO PI-DX
               END-IF
           END-IF
           .
       SUB-9721-EXIT.
           EXIT.
      /
       SUB-9730-DRAW-MATERIAL.
      *-----------------------

      **** Only the active materials that suit the drawn category
      **** take part; when there are none the name goes without.

           MOVE 0                  TO W-PROD-MATERIAL-DX

           IF      W-PROD-CATEGORY-MAT-TOT(W-PROD-CATEGORY-DX) NOT > 0
               GO TO SUB-9730-EXIT
           END-IF

           MOVE W-PROD-CATEGORY-MAT-TOT(W-PROD-CATEGORY-DX)
                                   TO W-PROD-DRAW-TOT
           PERFORM SUB-9800-DRAW-POINT THRU SUB-9800-EXIT

           PERFORM SUB-9731-MATERIAL-STEP THRU SUB-9731-EXIT
               VARYING PM-DX FROM 1 BY 1
                 UNTIL PM-DX > PRODUCT-MATERIAL-CNT
                 OR    W-PROD-MATERIAL-DX > 0

           IF      W-PROD-MATERIAL-DX = 0
               MOVE W-PROD-LAST-DX TO W-PROD-MATERIAL-DX
           END-IF

           SET  FI-DX           UP BY 1
           MOVE 'PRODUCT-MATERIALS'
                                   TO FAKER-TABLE(FI-DX)
           MOVE W-PROD-DRAW-POINT  TO FAKER-RANDOM-NO-SUB(FI-DX)
           MOVE W-PROD-MATERIAL-DX TO FAKER-TABLE-ENTRY(FI-DX)
           .
       SUB-9730-EXIT.
           EXIT.
      /
       SUB-9731-MATERIAL-STEP.
      *-----------------------

           IF      PRODUCT-MATERIAL-FITS(PM-DX)
                                   (W-PROD-CATEGORY-DX : 1) = 'Y'
           AND     PRODUCT-MATERIAL-WEIGHT(PM-DX) > 0
               ADD  PRODUCT-MATERIAL-WEIGHT(PM-DX)
                 TO W-PROD-RUNNING
               SET  W-PROD-LAST-DX TO PM-DX

               IF      W-PROD-RUNNING > W-PROD-DRAW-POINT
                   SET  W-PROD-MATERIAL-DX
                                   TO PM-DX
               END-IF
           END-IF
           .
       SUB-9731-EXIT.
           EXIT.
      /
       SUB-9740-DRAW-ADJECTIVE.
      *------------------------

           MOVE 0                  TO W-PROD-ADJECTIVE-DX

           IF      PRODUCT-ADJECTIVE-WEIGHT-TOT NOT > 0
               GO TO SUB-9740-EXIT
           END-IF

           MOVE PRODUCT-ADJECTIVE-WEIGHT-TOT
                                   TO W-PROD-DRAW-TOT
           PERFORM SUB-9800-DRAW-POINT THRU SUB-9800-EXIT

           PERFORM SUB-9741-ADJECTIVE-STEP THRU SUB-9741-EXIT
               VARYING PA-DX FROM 1 BY 1
                 UNTIL PA-DX > PRODUCT-ADJECTIVE-CNT
                 OR    W-PROD-ADJECTIVE-DX > 0

           IF      W-PROD-ADJECTIVE-DX = 0
               MOVE W-PROD-LAST-DX TO W-PROD-ADJECTIVE-DX
           END-IF

           SET  FI-DX           UP BY 1
           MOVE 'PRODUCT-ADJECTIVES'
                                   TO FAKER-TABLE(FI-DX)
           MOVE W-PROD-DRAW-POINT  TO FAKER-RANDOM-NO-SUB(FI-DX)
           MOVE W-PROD-ADJECTIVE-DX
                                   TO FAKER-TABLE-ENTRY(FI-DX)
           .
       SUB-9740-EXIT.
           EXIT.
      /
       SUB-9741-ADJECTIVE-STEP.
      *------------------------

           IF      PRODUCT-ADJECTIVE-WEIGHT(PA-DX) > 0
               ADD  PRODUCT-ADJECTIVE-WEIGHT(PA-DX)
                 TO W-PROD-RUNNING
               SET  W-PROD-LAST-DX TO PA-DX

               IF      W-PROD-RUNNING > W-PROD-DRAW-POINT
                   SET  W-PROD-ADJECTIVE-DX
                                   TO PA-DX
               END-IF
           END-IF
           .
       SUB-9741-EXIT.
           EXIT.
      /
       SUB-9750-BUILD-NAME.
      *--------------------

      **** Adjectives and materials are single words; an item may be
      **** two.

           MOVE SPACES             TO W-PROD-NAME
           MOVE 1                  TO W-PROD-NAME-PTR

           IF      W-PROD-ADJECTIVE-DX > 0
               STRING PRODUCT-ADJECTIVE(W-PROD-ADJECTIVE-DX)
                                   DELIMITED SPACE
                      ' '          DELIMITED SIZE
                                 INTO W-PROD-NAME
                              POINTER W-PROD-NAME-PTR
           END-IF

           IF      W-PROD-MATERIAL-DX > 0
               STRING PRODUCT-MATERIAL(W-PROD-MATERIAL-DX)
                                   DELIMITED SPACE
                      ' '          DELIMITED SIZE
                                 INTO W-PROD-NAME
                              POINTER W-PROD-NAME-PTR
           END-IF

           STRING PRODUCT-ITEM(W-PROD-ITEM-DX)
                                   DELIMITED '  '
                                 INTO W-PROD-NAME
                              POINTER W-PROD-NAME-PTR
           .
       SUB-9750-EXIT.
           EXIT.
      /
       SUB-9760-DRAW-PRICE.
      *--------------------

      **** Whole dollars from the band's floor to its ceiling, each
      **** equally likely, plus 99 cents - so every price stays
      **** inside the band.

           MOVE PRODUCT-CATEGORY-PRICE-MIN(W-PROD-CATEGORY-DX)
                                   TO W-PROD-DOLLARS-LO
           MOVE PRODUCT-CATEGORY-PRICE-MAX(W-PROD-CATEGORY-DX)
                                   TO W-PROD-DOLLARS-HI

           COMPUTE W-PROD-DOLLARS-SPAN
                                   =  W-PROD-DOLLARS-HI
                                      - W-PROD-DOLLARS-LO
                                      + 1

           PERFORM SUB-9901-CALL-FAKRAND THRU SUB-9901-EXIT

           COMPUTE W-PROD-DOLLARS  =  FAKRAND-RANDOM-NO
                                      * W-PROD-DOLLARS-SPAN

           ADD  W-PROD-DOLLARS-LO  TO W-PROD-DOLLARS

           IF      W-PROD-DOLLARS > W-PROD-DOLLARS-HI
               MOVE W-PROD-DOLLARS-HI
                                   TO W-PROD-DOLLARS
           END-IF

           COMPUTE W-PROD-PRICE    =  W-PROD-DOLLARS + 0.99

           MOVE W-PROD-PRICE       TO W-PROD-PRICE-EDIT

           SET  FI-DX           UP BY 1
           MOVE 'PRODUCT-PRICE'    TO FAKER-TABLE(FI-DX)
           MOVE FAKRAND-RANDOM-NO  TO FAKER-RANDOM-NO-SUB(FI-DX)
           MOVE W-PROD-CATEGORY-DX TO FAKER-TABLE-ENTRY(FI-DX)
           .
       SUB-9760-EXIT.
           EXIT.
      /
       SUB-9770-DRAW-SKU.
      *------------------

           PERFORM SUB-9901-CALL-FAKRAND THRU SUB-9901-EXIT

           COMPUTE W-PROD-SKU-NO   =  FAKRAND-RANDOM-NO * 1000000

           MOVE SPACES             TO W-PROD-SKU
           STRING PRODUCT-CATEGORY-CODE(W-PROD-CATEGORY-DX)
                  '-'
                  W-PROD-SKU-NO    DELIMITED SIZE
                                 INTO W-PROD-SKU
           .
       SUB-9770-EXIT.
           EXIT.
      /
       SUB-9790-UPC.
      *-------------

      **** UPC-A off FAKBARC, provider function saved and restored
      **** around the side trip, the FAKSECU idiom.

           MOVE FAKER-PROVIDER-FUNCTION
                                   IN L-PARAMETER
                                   TO W-SAVE-FUNCTION

           SET  BARCODE-UPCA       TO TRUE

           CALL W-FAKBARC-PROG  USING L-PARAMETER

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT   IN L-PARAMETER(1 : 12)
                                   TO W-PROD-UPC
           END-IF

           MOVE W-SAVE-FUNCTION    TO FAKER-PROVIDER-FUNCTION
                                      IN L-PARAMETER
           SET  FI-DX              TO FAKER-INFO-CNT
           .
       SUB-9790-EXIT.
           EXIT.
      /
       SUB-9800-DRAW-POINT.
      *--------------------

      **** A point inside W-PROD-DRAW-TOT, for the step paragraphs
      **** to walk their running weight up to.

           PERFORM SUB-9901-CALL-FAKRAND THRU SUB-9901-EXIT

           COMPUTE W-PROD-DRAW-POINT
                                   =  FAKRAND-RANDOM-NO
                                      * W-PROD-DRAW-TOT

           MOVE 0                  TO W-PROD-RUNNING
                                      W-PROD-LAST-DX
           .
       SUB-9800-EXIT.
           EXIT.
      /
       SUB-9901-CALL-FAKRAND.
      *----------------------

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           IF      FAKER-RESOLVED-SEED-NO
                                   IN L-PARAMETER = 0
               MOVE FAKRAND-RESOLVED-SEED-NO
                                   TO FAKER-RESOLVED-SEED-NO
                                      IN L-PARAMETER
           END-IF
           .
       SUB-9901-EXIT.
           EXIT.
