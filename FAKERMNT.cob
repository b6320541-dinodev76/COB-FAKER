      ****     add/replace of one entry;
      ****   option 3 - provider weight overrides (the files the
      ****     providers' SUB-1150-READ-WEIGHT-OVERRIDES paragraphs
      ****     read): validated append of one table/entry/weight;
      ****   option 5 - FAKERGEN product catalog (PRDFILE): browse
      ****     of the deposit and loan products plus validated
      ****     add/replace or removal of one product;
      ****   option 6 - approve or reject a pending change.
      **** Run-control and override-master changes are under dual
      **** control: options 1 and 2 only capture the change as
      **** PENDING on the change history (see FAKERCHG) under the
      **** operator's initials, as FAKERTAB does for its
      **** transactions, and the control file or OVRFILE is written
      **** only when a different operator approves the change through
      **** option 6.  FAKERMCK reports the history.
      **** Every applied change is stamped - date, time, operator
      **** initials from the sign-on screen, and what changed - on
      **** the maintenance audit trail.
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-HOLFILE-STATUS.

           SELECT PRDFILE           ASSIGN 'Data\FAKERGEN Products.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-PRDFILE-STATUS.

           SELECT MNTAUDIT            ASSIGN 'Data\FAKERMNT Audit.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-MNTAUDIT-STATUS.

           SELECT CHGFILE         ASSIGN 'Data\FAKER Change History.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CHGFILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  FILLER              PIC X(01).
           05  HOL-DATE            PIC X(10).

       FD  PRDFILE.

      **** The product catalog FAKERGEN assigns D and L products
      **** from - see its SUB-1900-LOAD-PRODUCTS.

       01  PRDFILE-REC.
           05  PRD-CODE            PIC X(04).
           05  FILLER              PIC X(01).
           05  PRD-CLASS           PIC X(01).
           05  FILLER              PIC X(01).
           05  PRD-TYPE            PIC X(04).
           05  FILLER              PIC X(01).
           05  PRD-RATE-BP         PIC 9(04).
           05  FILLER              PIC X(01).
           05  PRD-FEE-CENTS       PIC 9(05).
           05  FILLER              PIC X(01).
           05  PRD-MIN-BAL-CENTS   PIC 9(09).
           05  FILLER              PIC X(01).
           05  PRD-TERM-MIN        PIC 9(03).
           05  FILLER              PIC X(01).
           05  PRD-TERM-MAX        PIC 9(03).
           05  FILLER              PIC X(01).
           05  PRD-WEIGHT          PIC 9(03).
           05  FILLER              PIC X(01).
           05  PRD-DESCRIPTION     PIC X(30).

       FD  MNTAUDIT.

       01  MNTAUDIT-REC.
           05  FILLER              PIC X(01).
           05  MNT-CHANGE-TEXT     PIC X(70).

       FD  CHGFILE.

       01  CHGFILE-REC             PIC X(168).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-OVRFILE-STATUS        PIC X(02).
       01  W-WGTFILE-STATUS        PIC X(02).
       01  W-MNTAUDIT-STATUS       PIC X(02).
       01  W-CHGFILE-STATUS        PIC X(02).
       01  W-WGTFILE-PATH          PIC X(40).

       01  W-EOF-SW                PIC X(01).
       01  W-OVR-MAX               PIC S9(4)  COMP VALUE 200.
       01  W-OVR-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-OVR-DX                PIC S9(4)  COMP.
       01  W-OVR-FOUND-DX          PIC S9(4)  COMP.
       01  W-OVR-TABLE-WS.
           05  W-OVR-OCCS          OCCURS 200.
               10  W-OVR-REC-WS    PIC X(81).
               10  W-FED-DD        PIC 9(02).
       01  W-FED-DX                PIC S9(4)  COMP.

      **** Product-catalog maintenance state - the catalog loaded
      **** whole, edited in memory, and written back.

       01  W-PRDFILE-STATUS        PIC X(02).
       01  W-SCR-PRD-ACTION        PIC X(01)       VALUE SPACE.
       01  W-SCR-PRD-CODE          PIC X(04)       VALUE SPACES.
       01  W-SCR-PRD-CLASS         PIC X(01)       VALUE SPACE.
       01  W-SCR-PRD-TYPE          PIC X(04)       VALUE SPACES.
       01  W-SCR-PRD-RATE          PIC X(04)       VALUE SPACES.
       01  W-SCR-PRD-FEE           PIC X(05)       VALUE SPACES.
       01  W-SCR-PRD-MIN-BAL       PIC X(09)       VALUE SPACES.
       01  W-SCR-PRD-TERM-MIN      PIC X(03)       VALUE SPACES.
       01  W-SCR-PRD-TERM-MAX      PIC X(03)       VALUE SPACES.
       01  W-SCR-PRD-WEIGHT        PIC X(03)       VALUE SPACES.
       01  W-SCR-PRD-DESC          PIC X(30)       VALUE SPACES.

       01  W-PRD-MAX               PIC S9(4)  COMP VALUE 50.
       01  W-PRD-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-PRD-DX                PIC S9(4)  COMP.
       01  W-PRD-FOUND-DX          PIC S9(4)  COMP.
       01  W-PRD-TABLE-WS.
           05  W-PRD-OCCS          OCCURS 50.
               10  W-PRD-REC-WS    PIC X(80).

      **** Dual-control state - the change history loaded whole for
      **** approval and written back, and the approval entry fields.

       01  W-SCR-CHG-ID            PIC X(06)       VALUE SPACES.
       01  W-SCR-CHG-DECISION      PIC X(01)       VALUE SPACE.

       01  W-CHG-MAX               PIC S9(4)  COMP VALUE 5000.
       01  W-CHG-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-CHG-DX                PIC S9(4)  COMP.
       01  W-CHG-FOUND-DX          PIC S9(4)  COMP.
       01  W-CHG-WANTED-ID         PIC 9(06).
       01  W-CHG-NEXT-ID           PIC 9(06).
       01  W-CHG-NEW-REC           PIC X(168).
       01  W-CHG-OVERFLOW-SW       PIC X(01).
           88  W-CHG-OVERFLOW                      VALUE 'Y'.
       01  W-CHG-TABLE-WS.
           05  W-CHG-OCCS          OCCURS 5000.
               10  W-CHG-REC-WS    PIC X(168).

       01  W-STAMP-DATE            PIC X(10).
       01  W-STAMP-TIME            PIC X(08).

       COPY FAKERCHG.

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY-MM-DD
                                   PIC 9(08).
           05  LINE 7  COLUMN 10
               VALUE '4 - FAKTEMP HOLIDAY CALENDARS'.
           05  LINE 8  COLUMN 10
               VALUE '5 - FAKERGEN PRODUCT CATALOG'.
           05  LINE 9  COLUMN 10
               VALUE '6 - APPROVE PENDING CHANGES'.
           05  LINE 10 COLUMN 10
               VALUE 'X - EXIT'.
           05  LINE 11 COLUMN 10
               VALUE 'CHOICE: '.
           05  LINE 11 COLUMN 18  PIC X(01)
               USING W-MENU-CHOICE.
           05  LINE 13 COLUMN 10 PIC X(60)
               FROM W-MESSAGE.

       01  S-CONTROL-SCREEN.
               USING W-SCR-HOL-YEAR.
           05  LINE 9  COLUMN 10 PIC X(60)
               FROM W-MESSAGE.

       01  S-PRODUCT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COLUMN 10
               VALUE 'FAKERGEN PRODUCT CATALOG'.
           05  LINE 4  COLUMN 10
               VALUE 'ACTION (A=ADD/REPLACE R=REMOVE): '.
           05  LINE 4  COLUMN 44  PIC X(01)
               USING W-SCR-PRD-ACTION.
           05  LINE 5  COLUMN 10
               VALUE 'PRODUCT CODE:          '.
           05  LINE 5  COLUMN 34  PIC X(04)
               USING W-SCR-PRD-CODE.
           05  LINE 6  COLUMN 10
               VALUE 'CLASS (D=DEP L=LOAN):  '.
           05  LINE 6  COLUMN 34  PIC X(01)
               USING W-SCR-PRD-CLASS.
           05  LINE 7  COLUMN 10
               VALUE 'TYPE:                  '.
           05  LINE 7  COLUMN 34  PIC X(04)
               USING W-SCR-PRD-TYPE.
           05  LINE 8  COLUMN 10
               VALUE 'RATE TIER (BP):        '.
           05  LINE 8  COLUMN 34  PIC X(04)
               USING W-SCR-PRD-RATE.
           05  LINE 9  COLUMN 10
               VALUE 'MONTHLY FEE (CENTS):   '.
           05  LINE 9  COLUMN 34  PIC X(05)
               USING W-SCR-PRD-FEE.
           05  LINE 10 COLUMN 10
               VALUE 'MIN BALANCE (CENTS):   '.
           05  LINE 10 COLUMN 34  PIC X(09)
               USING W-SCR-PRD-MIN-BAL.
           05  LINE 11 COLUMN 10
               VALUE 'TERM MIN (MONTHS):     '.
           05  LINE 11 COLUMN 34  PIC X(03)
               USING W-SCR-PRD-TERM-MIN.
           05  LINE 12 COLUMN 10
               VALUE 'TERM MAX (MONTHS):     '.
           05  LINE 12 COLUMN 34  PIC X(03)
               USING W-SCR-PRD-TERM-MAX.
           05  LINE 13 COLUMN 10
               VALUE 'WEIGHT (1-999):        '.
           05  LINE 13 COLUMN 34  PIC X(03)
               USING W-SCR-PRD-WEIGHT.
           05  LINE 14 COLUMN 10
               VALUE 'DESCRIPTION:           '.
           05  LINE 14 COLUMN 34  PIC X(30)
               USING W-SCR-PRD-DESC.
           05  LINE 16 COLUMN 10 PIC X(60)
               FROM W-MESSAGE.

       01  S-APPROVE-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2  COLUMN 10
               VALUE 'APPROVE PENDING CHANGES'.
           05  LINE 4  COLUMN 10
               VALUE 'CHANGE ID:                     '.
           05  LINE 4  COLUMN 42  PIC X(06)
               USING W-SCR-CHG-ID.
           05  LINE 5  COLUMN 10
               VALUE 'DECISION (A=APPROVE R=REJECT): '.
           05  LINE 5  COLUMN 42  PIC X(01)
               USING W-SCR-CHG-DECISION.
           05  LINE 7  COLUMN 10 PIC X(60)
               FROM W-MESSAGE.
      /
       PROCEDURE DIVISION.
      *===================
             WHEN '4'
               PERFORM SUB-2400-HOLIDAY-CALENDARS THRU SUB-2400-EXIT

             WHEN '5'
               PERFORM SUB-2500-PRODUCT-CATALOG THRU SUB-2500-EXIT

             WHEN '6'
               PERFORM SUB-2600-APPROVE-CHANGES THRU SUB-2600-EXIT

             WHEN 'X'
               SET  W-DONE         TO TRUE

             WHEN OTHER
               MOVE 'INVALID CHOICE - ENTER 1, 2, 3, 4, 5, 6 OR X'
                                   TO W-MESSAGE
           END-EVALUATE
           .
               GO TO SUB-2100-EXIT
           END-IF

      **** Dual control: the new setting is held as a pending change
      **** and the control file is only rewritten (SUB-2130) when a
      **** second operator approves it through option 6.

           MOVE SPACES             TO CHANGE-REC
           SET  CHG-TARGET-CTL     TO TRUE
           MOVE W-SCR-TEMPLATE     TO CHG-CTL-TEMPLATE
           MOVE W-SCR-RECORDS      TO CHG-CTL-RECORDS
           MOVE W-SCR-SEED         TO CHG-CTL-SEED
           MOVE W-SCR-FORMAT       TO CHG-CTL-FORMAT
           MOVE W-SCR-PROFILE      TO CHG-CTL-PROFILE
           MOVE W-SCR-FREQLOG      TO CHG-CTL-FREQLOG

           PERFORM SUB-9400-ADD-PENDING-CHANGE THRU SUB-9400-EXIT

           PERFORM SUB-9100-WRITE-MNT-AUDIT THRU SUB-9100-EXIT
           .
       SUB-2120-EXIT.
           EXIT.
      /
       SUB-2130-WRITE-CONTROLS.
      *------------------------

           OPEN OUTPUT CTLFILE

      **** The template goes out FIRST so every setting after it
      **** overrides what the template bundled - the order FAKERGEN
      **** applies them in.

           IF      W-SCR-TEMPLATE NOT = SPACES
               MOVE SPACES         TO CTLFILE-LINE
               STRING 'TEMPLATE='
                      FUNCTION TRIM(W-SCR-TEMPLATE)
                                   DELIMITED SIZE
                                   INTO CTLFILE-LINE
               WRITE CTLFILE-LINE
           END-IF

           MOVE SPACES             TO CTLFILE-LINE
           STRING 'RECORDS='
                  FUNCTION TRIM(W-SCR-RECORDS)
                                   DELIMITED SIZE
                                   INTO CTLFILE-LINE
           WRITE CTLFILE-LINE

           IF      W-SCR-SEED NOT = SPACES
           AND     W-SCR-SEED NOT = '000000000'
               MOVE SPACES         TO CTLFILE-LINE
               STRING 'SEED='
                      FUNCTION TRIM(W-SCR-SEED)
                                   DELIMITED SIZE
                                   INTO CTLFILE-LINE
               WRITE CTLFILE-LINE
           END-IF

           MOVE SPACES             TO CTLFILE-LINE
           STRING 'FORMAT='        W-SCR-FORMAT
                                   DELIMITED SIZE
                                   INTO CTLFILE-LINE
           WRITE CTLFILE-LINE

           MOVE SPACES             TO CTLFILE-LINE
           STRING 'PROFILE='       W-SCR-PROFILE
                                   DELIMITED SIZE
                                   INTO CTLFILE-LINE
           WRITE CTLFILE-LINE

           MOVE SPACES             TO CTLFILE-LINE
           STRING 'FREQLOG='       W-SCR-FREQLOG
                                   DELIMITED SIZE
                                   INTO CTLFILE-LINE
           WRITE CTLFILE-LINE

           CLOSE CTLFILE
           .
       SUB-2130-EXIT.
           EXIT.
      /
       SUB-2200-OVERRIDE-MASTER.
      *-------------------------

      **** Loads the override master, shows the first screenful on
      **** the console as a browse, then accepts one validated
      **** add-or-replace keyed on table name plus entry text, held
      **** as a pending change until option 6 approves it.

           PERFORM SUB-2210-LOAD-OVERRIDES THRU SUB-2210-EXIT

           DISPLAY 'CURRENT OVERRIDE MASTER (FIRST 10):'

           MOVE 10                 TO W-BROWSE-LIMIT
               GO TO SUB-2200-EXIT
           END-IF

      **** Dual control: captured as a pending SET change - the
      **** replace-or-append happens in SUB-2640 on approval.

           MOVE SPACES             TO CHANGE-REC
           SET  CHG-TARGET-OVR     TO TRUE
           MOVE 'SET'              TO CHG-OVR-ACTION
           MOVE W-SCR-OVR-TABLE    TO CHG-OVR-TABLE-NAME
           MOVE W-SCR-OVR-ENTRY    TO CHG-OVR-ENTRY-TEXT
           MOVE W-SCR-OVR-STATUS   TO CHG-OVR-STATUS
           MOVE FUNCTION NUMVAL(W-SCR-OVR-WEIGHT)
                                   TO CHG-OVR-WEIGHT

           PERFORM SUB-9400-ADD-PENDING-CHANGE THRU SUB-9400-EXIT

           PERFORM SUB-9100-WRITE-MNT-AUDIT THRU SUB-9100-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-LOAD-OVERRIDES.
      *------------------------

           MOVE 'N'                TO W-EOF-SW
           MOVE 0                  TO W-OVR-CNT

           OPEN INPUT OVRFILE

           IF      W-OVRFILE-STATUS NOT = '00'
               GO TO SUB-2210-EXIT
           END-IF

           PERFORM SUB-2215-LOAD-ONE-OVERRIDE THRU SUB-2215-EXIT
               UNTIL W-EOF
                  OR W-OVR-CNT >= W-OVR-MAX

           CLOSE OVRFILE
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2215-LOAD-ONE-OVERRIDE.
      *---------------------------

           READ OVRFILE
               AT END
                   SET  W-EOF      TO TRUE
               NOT AT END
                   ADD  1          TO W-OVR-CNT
                   MOVE OVRFILE-REC
                                   TO W-OVR-REC-WS(W-OVR-CNT)
           END-READ
           .
       SUB-2215-EXIT.
           EXIT.
      /
       SUB-2220-FIND-OVERRIDE.
      *-----------------------

      **** Finds the table/entry pair now in OVRFILE-REC.

           MOVE 0                  TO W-OVR-FOUND-DX

           PERFORM SUB-2225-MATCH-ONE-OVERRIDE THRU SUB-2225-EXIT
               VARYING W-OVR-DX FROM 1 BY 1
                 UNTIL W-OVR-DX > W-OVR-CNT
                    OR W-OVR-FOUND-DX > 0
           .
       SUB-2220-EXIT.
           EXIT.
      /
       SUB-2225-MATCH-ONE-OVERRIDE.
      *----------------------------

           IF      W-OVR-REC-WS(W-OVR-DX)(1 : 61)
                       = OVRFILE-REC(1 : 61)
               MOVE W-OVR-DX       TO W-OVR-FOUND-DX
           END-IF
           .
       SUB-2225-EXIT.
           EXIT.
      /
       SUB-2230-REWRITE-OVERRIDES.
      *---------------------------

           OPEN OUTPUT OVRFILE

           PERFORM SUB-2235-WRITE-ONE-OVERRIDE THRU SUB-2235-EXIT
               VARYING W-OVR-DX FROM 1 BY 1
                 UNTIL W-OVR-DX > W-OVR-CNT

           CLOSE OVRFILE
           .
       SUB-2230-EXIT.
           EXIT.
      /
       SUB-2235-WRITE-ONE-OVERRIDE.
      *----------------------------

           MOVE W-OVR-REC-WS(W-OVR-DX)
                                   TO OVRFILE-REC
           WRITE OVRFILE-REC
           .
       SUB-2235-EXIT.
           EXIT.
      /
       SUB-2300-WEIGHT-OVERRIDES.
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2500-PRODUCT-CATALOG.
      *-------------------------

      **** Loads the product catalog, lists the current products,
      **** accepts one validated action - add or replace a product
      **** keyed on its code, or remove one - and writes the whole
      **** catalog back.  A class/type mismatch, a non-numeric
      **** amount or an inverted term range is rejected at entry
      **** time rather than skipped by the next generation run.

           MOVE 'N'                TO W-EOF-SW
           MOVE 0                  TO W-PRD-CNT

           OPEN INPUT PRDFILE

           IF      W-PRDFILE-STATUS = '00'
               PERFORM UNTIL W-EOF
                          OR W-PRD-CNT >= W-PRD-MAX
                   READ PRDFILE
                       AT END
                           SET  W-EOF
                                   TO TRUE
                       NOT AT END
                           ADD  1  TO W-PRD-CNT
                           MOVE PRDFILE-REC
                                   TO W-PRD-REC-WS(W-PRD-CNT)
                   END-READ
               END-PERFORM

               CLOSE PRDFILE
           END-IF

           DISPLAY 'CURRENT PRODUCT CATALOG:'

           PERFORM VARYING W-BROWSE-DX FROM 1 BY 1
                     UNTIL W-BROWSE-DX > W-PRD-CNT
               DISPLAY '    '
                       W-PRD-REC-WS(W-BROWSE-DX)
           END-PERFORM

           DISPLAY S-PRODUCT-SCREEN
           ACCEPT  S-PRODUCT-SCREEN

           MOVE 'Y'                TO W-VALID-SW

           IF      W-SCR-PRD-CODE = SPACES
               MOVE 'PRODUCT CODE IS REQUIRED'
                                   TO W-MESSAGE
               GO TO SUB-2500-EXIT
           END-IF

           MOVE 0                  TO W-PRD-FOUND-DX

           PERFORM VARYING W-PRD-DX FROM 1 BY 1
                     UNTIL W-PRD-DX > W-PRD-CNT
                        OR W-PRD-FOUND-DX > 0
               IF      W-PRD-REC-WS(W-PRD-DX)(1 : 4) = W-SCR-PRD-CODE
                   MOVE W-PRD-DX   TO W-PRD-FOUND-DX
               END-IF
           END-PERFORM

           EVALUATE W-SCR-PRD-ACTION
             WHEN 'A'
               PERFORM SUB-2510-ADD-PRODUCT THRU SUB-2510-EXIT

             WHEN 'R'
               PERFORM SUB-2520-REMOVE-PRODUCT THRU SUB-2520-EXIT

             WHEN OTHER
               MOVE 'ACTION MUST BE A OR R'
                                   TO W-MESSAGE
               GO TO SUB-2500-EXIT
           END-EVALUATE

           IF      NOT W-VALID
               GO TO SUB-2500-EXIT
           END-IF

           OPEN OUTPUT PRDFILE

           PERFORM VARYING W-PRD-DX FROM 1 BY 1
                     UNTIL W-PRD-DX > W-PRD-CNT
               MOVE W-PRD-REC-WS(W-PRD-DX)
                                   TO PRDFILE-REC
               WRITE PRDFILE-REC
           END-PERFORM

           CLOSE PRDFILE

           PERFORM SUB-9100-WRITE-MNT-AUDIT THRU SUB-9100-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-ADD-PRODUCT.
      *---------------------

           PERFORM SUB-2515-VALIDATE-PRODUCT THRU SUB-2515-EXIT

           IF      NOT W-VALID
               GO TO SUB-2510-EXIT
           END-IF

           MOVE SPACES             TO PRDFILE-REC
           MOVE W-SCR-PRD-CODE     TO PRD-CODE
           MOVE W-SCR-PRD-CLASS    TO PRD-CLASS
           MOVE W-SCR-PRD-TYPE     TO PRD-TYPE
           MOVE FUNCTION NUMVAL(W-SCR-PRD-RATE)
                                   TO PRD-RATE-BP
           MOVE FUNCTION NUMVAL(W-SCR-PRD-FEE)
                                   TO PRD-FEE-CENTS
           MOVE FUNCTION NUMVAL(W-SCR-PRD-MIN-BAL)
                                   TO PRD-MIN-BAL-CENTS
           MOVE FUNCTION NUMVAL(W-SCR-PRD-TERM-MIN)
                                   TO PRD-TERM-MIN
           MOVE FUNCTION NUMVAL(W-SCR-PRD-TERM-MAX)
                                   TO PRD-TERM-MAX
           MOVE FUNCTION NUMVAL(W-SCR-PRD-WEIGHT)
                                   TO PRD-WEIGHT
           MOVE W-SCR-PRD-DESC     TO PRD-DESCRIPTION

      **** The rules that span fields, checked on the numbers as
      **** they will be written.

           IF      PRD-WEIGHT = 0
               MOVE 'N'            TO W-VALID-SW
               MOVE 'WEIGHT MUST BE 1-999'
                                   TO W-MESSAGE
               GO TO SUB-2510-EXIT
           END-IF

           IF      PRD-TERM-MIN > PRD-TERM-MAX
               MOVE 'N'            TO W-VALID-SW
               MOVE 'TERM MIN MUST NOT EXCEED TERM MAX'
                                   TO W-MESSAGE
               GO TO SUB-2510-EXIT
           END-IF

           IF     (PRD-CLASS = 'L' OR PRD-TYPE = 'CD  ')
           AND     PRD-TERM-MIN = 0
               MOVE 'N'            TO W-VALID-SW
               MOVE 'A LOAN OR CD NEEDS A TERM OF AT LEAST 1 MONTH'
                                   TO W-MESSAGE
               GO TO SUB-2510-EXIT
           END-IF

           IF      W-PRD-FOUND-DX > 0
               MOVE PRDFILE-REC    TO W-PRD-REC-WS(W-PRD-FOUND-DX)
               MOVE 'PRODUCT REPLACED'
                                   TO W-MESSAGE
               GO TO SUB-2510-EXIT
           END-IF

           IF      W-PRD-CNT >= W-PRD-MAX
               MOVE 'N'            TO W-VALID-SW
               MOVE 'PRODUCT CATALOG IS FULL'
                                   TO W-MESSAGE
               GO TO SUB-2510-EXIT
           END-IF

           ADD  1                  TO W-PRD-CNT
           MOVE PRDFILE-REC        TO W-PRD-REC-WS(W-PRD-CNT)

           MOVE 'PRODUCT ADDED'    TO W-MESSAGE
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2515-VALIDATE-PRODUCT.
      *--------------------------

           EVALUATE W-SCR-PRD-CLASS
             WHEN 'D'
               IF      W-SCR-PRD-TYPE NOT = 'DDA ' AND 'SAV '
                                        AND 'MMA ' AND 'CD  '
                   MOVE 'N'        TO W-VALID-SW
                   MOVE 'DEPOSIT TYPE MUST BE DDA, SAV, MMA OR CD'
                                   TO W-MESSAGE
                   GO TO SUB-2515-EXIT
               END-IF

             WHEN 'L'
               IF      W-SCR-PRD-TYPE NOT = 'AUTO' AND 'MTG '
                                        AND 'PERS' AND 'HELC'
                   MOVE 'N'        TO W-VALID-SW
                   MOVE 'LOAN TYPE MUST BE AUTO, MTG, PERS OR HELC'
                                   TO W-MESSAGE
                   GO TO SUB-2515-EXIT
               END-IF

             WHEN OTHER
               MOVE 'N'            TO W-VALID-SW
               MOVE 'CLASS MUST BE D OR L'
                                   TO W-MESSAGE
               GO TO SUB-2515-EXIT
           END-EVALUATE

           MOVE W-SCR-PRD-RATE     TO W-NUM-CHECK
           PERFORM SUB-9200-CHECK-NUMERIC THRU SUB-9200-EXIT

           IF      NOT W-VALID
               MOVE 'RATE TIER MUST BE NUMERIC BASIS POINTS'
                                   TO W-MESSAGE
               GO TO SUB-2515-EXIT
           END-IF

           MOVE W-SCR-PRD-FEE      TO W-NUM-CHECK
           PERFORM SUB-9200-CHECK-NUMERIC THRU SUB-9200-EXIT

           IF      NOT W-VALID
               MOVE 'MONTHLY FEE MUST BE NUMERIC CENTS'
                                   TO W-MESSAGE
               GO TO SUB-2515-EXIT
           END-IF

           MOVE W-SCR-PRD-MIN-BAL  TO W-NUM-CHECK
           PERFORM SUB-9200-CHECK-NUMERIC THRU SUB-9200-EXIT

           IF      NOT W-VALID
               MOVE 'MIN BALANCE MUST BE NUMERIC CENTS'
                                   TO W-MESSAGE
               GO TO SUB-2515-EXIT
           END-IF

           MOVE W-SCR-PRD-TERM-MIN TO W-NUM-CHECK
           PERFORM SUB-9200-CHECK-NUMERIC THRU SUB-9200-EXIT

           IF      NOT W-VALID
               MOVE 'TERM MIN MUST BE NUMERIC MONTHS'
                                   TO W-MESSAGE
               GO TO SUB-2515-EXIT
           END-IF

           MOVE W-SCR-PRD-TERM-MAX TO W-NUM-CHECK
           PERFORM SUB-9200-CHECK-NUMERIC THRU SUB-9200-EXIT

           IF      NOT W-VALID
               MOVE 'TERM MAX MUST BE NUMERIC MONTHS'
                                   TO W-MESSAGE
               GO TO SUB-2515-EXIT
           END-IF

           MOVE W-SCR-PRD-WEIGHT   TO W-NUM-CHECK
           PERFORM SUB-9200-CHECK-NUMERIC THRU SUB-9200-EXIT

           IF      NOT W-VALID
               MOVE 'WEIGHT MUST BE 1-999'
                                   TO W-MESSAGE
           END-IF
           .
       SUB-2515-EXIT.
           EXIT.
      /
       SUB-2520-REMOVE-PRODUCT.
      *------------------------

           IF      W-PRD-FOUND-DX = 0
               MOVE 'N'            TO W-VALID-SW
               MOVE 'PRODUCT CODE NOT IN CATALOG'
                                   TO W-MESSAGE
               GO TO SUB-2520-EXIT
           END-IF

           PERFORM VARYING W-PRD-DX FROM W-PRD-FOUND-DX BY 1
                     UNTIL W-PRD-DX >= W-PRD-CNT
               MOVE W-PRD-REC-WS(W-PRD-DX + 1)
                                   TO W-PRD-REC-WS(W-PRD-DX)
           END-PERFORM

           SUBTRACT 1            FROM W-PRD-CNT

           MOVE 'PRODUCT REMOVED'  TO W-MESSAGE
           .
       SUB-2520-EXIT.
           EXIT.
      /
       SUB-2600-APPROVE-CHANGES.
      *-------------------------

      **** The checker's side of dual control: lists the pending
      **** changes, then approves or rejects one.  An approval applies
      **** the change to OVRFILE or the control file there and then;
      **** a maker can never check their own change.

           PERFORM SUB-2610-LOAD-CHANGES THRU SUB-2610-EXIT

           IF      W-CHG-OVERFLOW
               MOVE 'CHANGE HISTORY TOO LARGE - ARCHIVE IT FIRST'
                                   TO W-MESSAGE
               GO TO SUB-2600-EXIT
           END-IF

           DISPLAY 'CHANGES PENDING APPROVAL:'

           PERFORM SUB-2620-SHOW-ONE-PENDING THRU SUB-2620-EXIT
               VARYING W-CHG-DX FROM 1 BY 1
                 UNTIL W-CHG-DX > W-CHG-CNT

           MOVE SPACES             TO W-SCR-CHG-ID
                                      W-SCR-CHG-DECISION

           DISPLAY S-APPROVE-SCREEN
           ACCEPT  S-APPROVE-SCREEN

           MOVE W-SCR-CHG-ID       TO W-NUM-CHECK
           PERFORM SUB-9200-CHECK-NUMERIC THRU SUB-9200-EXIT

           IF      NOT W-VALID
               MOVE 'CHANGE ID MUST BE NUMERIC'
                                   TO W-MESSAGE
               GO TO SUB-2600-EXIT
           END-IF

           MOVE FUNCTION NUMVAL(W-SCR-CHG-ID)
                                   TO W-CHG-WANTED-ID
           MOVE 0                  TO W-CHG-FOUND-DX

           PERFORM SUB-2630-MATCH-ONE-CHANGE THRU SUB-2630-EXIT
               VARYING W-CHG-DX FROM 1 BY 1
                 UNTIL W-CHG-DX > W-CHG-CNT
                    OR W-CHG-FOUND-DX > 0

           IF      W-CHG-FOUND-DX = 0
               MOVE 'NO SUCH CHANGE'
                                   TO W-MESSAGE
               GO TO SUB-2600-EXIT
           END-IF

           MOVE W-CHG-REC-WS(W-CHG-FOUND-DX)
                                   TO CHANGE-REC

           IF      NOT CHG-PENDING
               MOVE 'CHANGE IS NOT PENDING'
                                   TO W-MESSAGE
               GO TO SUB-2600-EXIT
           END-IF

           IF      CHG-MAKER-ID = W-OPERATOR
               MOVE 'A CHANGE MUST BE CHECKED BY A DIFFERENT USER'
                                   TO W-MESSAGE
               GO TO SUB-2600-EXIT
           END-IF

           MOVE 'Y'                TO W-VALID-SW

           EVALUATE W-SCR-CHG-DECISION
             WHEN 'A'
               IF      CHG-TARGET-CTL
                   PERFORM SUB-2650-APPLY-CTL-CHANGE
                                   THRU SUB-2650-EXIT
               ELSE
                   PERFORM SUB-2640-APPLY-OVR-CHANGE
                                   THRU SUB-2640-EXIT
               END-IF
               SET  CHG-APPROVED   TO TRUE

             WHEN 'R'
               SET  CHG-REJECTED   TO TRUE

             WHEN OTHER
               MOVE 'DECISION MUST BE A OR R'
                                   TO W-MESSAGE
               GO TO SUB-2600-EXIT
           END-EVALUATE

           IF      NOT W-VALID
               GO TO SUB-2600-EXIT
           END-IF

           PERFORM SUB-9110-STAMP-NOW THRU SUB-9110-EXIT

           MOVE W-OPERATOR         TO CHG-CHECKER-ID
           MOVE W-STAMP-DATE       TO CHG-CHECKED-DATE
           MOVE W-STAMP-TIME       TO CHG-CHECKED-TIME

           MOVE CHANGE-REC         TO W-CHG-REC-WS(W-CHG-FOUND-DX)

           PERFORM SUB-2660-REWRITE-CHANGES THRU SUB-2660-EXIT

           MOVE SPACES             TO W-MESSAGE

           IF      CHG-APPROVED
               STRING 'CHANGE '    CHG-CHANGE-ID
                      ' APPROVED AND APPLIED'
                                   DELIMITED SIZE
                                   INTO W-MESSAGE
           ELSE
               STRING 'CHANGE '    CHG-CHANGE-ID
                      ' REJECTED'  DELIMITED SIZE
                                   INTO W-MESSAGE
           END-IF

           PERFORM SUB-9100-WRITE-MNT-AUDIT THRU SUB-9100-EXIT
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-LOAD-CHANGES.
      *----------------------

      **** The whole history, and the next change number; a history
      **** longer than the table is never rewritten from it.

           MOVE 'N'                TO W-EOF-SW
                                      W-CHG-OVERFLOW-SW
           MOVE 0                  TO W-CHG-CNT
                                      W-CHG-NEXT-ID

           OPEN INPUT CHGFILE

           IF      W-CHGFILE-STATUS NOT = '00'
               GO TO SUB-2610-EXIT
           END-IF

           PERFORM SUB-2615-LOAD-ONE-CHANGE THRU SUB-2615-EXIT
               UNTIL W-EOF

           CLOSE CHGFILE
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2615-LOAD-ONE-CHANGE.
      *-------------------------

           READ CHGFILE          INTO CHANGE-REC
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2615-EXIT
           END-READ

           IF      CHG-CHANGE-ID NUMERIC
           AND     CHG-CHANGE-ID > W-CHG-NEXT-ID
               MOVE CHG-CHANGE-ID  TO W-CHG-NEXT-ID
           END-IF

           IF      W-CHG-CNT >= W-CHG-MAX
               SET  W-CHG-OVERFLOW TO TRUE
               GO TO SUB-2615-EXIT
           END-IF

           ADD  1                  TO W-CHG-CNT
           MOVE CHANGE-REC         TO W-CHG-REC-WS(W-CHG-CNT)
           .
       SUB-2615-EXIT.
           EXIT.
      /
       SUB-2620-SHOW-ONE-PENDING.
      *--------------------------

           MOVE W-CHG-REC-WS(W-CHG-DX)
                                   TO CHANGE-REC

           IF      CHG-PENDING
               DISPLAY '    '
                       CHG-CHANGE-ID    ' '
                       CHG-TARGET       ' '
                       CHG-MAKER-ID     ' '
                       CHG-MADE-DATE    ' '
                       CHG-DETAIL(1 : 79)
           END-IF
           .
       SUB-2620-EXIT.
           EXIT.
      /
       SUB-2630-MATCH-ONE-CHANGE.
      *--------------------------

           IF      W-CHG-REC-WS(W-CHG-DX)(1 : 6) = W-CHG-WANTED-ID
               MOVE W-CHG-DX       TO W-CHG-FOUND-DX
           END-IF
           .
       SUB-2630-EXIT.
           EXIT.
      /
       SUB-2640-APPLY-OVR-CHANGE.
      *--------------------------

      **** Applied against the override master as it stands now: a
      **** change the master has moved on from (an ADD of an entry
      **** that now exists, or a change to one that no longer does)
      **** is refused and left pending, for the checker to reject.

           PERFORM SUB-2210-LOAD-OVERRIDES THRU SUB-2210-EXIT

           MOVE SPACES             TO OVRFILE-REC
           MOVE CHG-OVR-TABLE-NAME TO OVR-TABLE-NAME
           MOVE CHG-OVR-ENTRY-TEXT TO OVR-ENTRY-TEXT

           PERFORM SUB-2220-FIND-OVERRIDE THRU SUB-2220-EXIT

           IF      W-OVR-FOUND-DX > 0
               MOVE W-OVR-REC-WS(W-OVR-FOUND-DX)
                                   TO OVRFILE-REC
           END-IF

           EVALUATE CHG-OVR-ACTION
             WHEN 'ADD'
               IF      W-OVR-FOUND-DX > 0
                   MOVE 'N'        TO W-VALID-SW
                   MOVE 'ENTRY NOW EXISTS - REJECT THE CHANGE'
                                   TO W-MESSAGE
                   GO TO SUB-2640-EXIT
               END-IF
               MOVE 'ACTIVE'       TO OVR-STATUS
               MOVE CHG-OVR-WEIGHT TO OVR-WEIGHT

             WHEN 'DISABLE'
             WHEN 'ENABLE'
             WHEN 'REWEIGHT'
               IF      W-OVR-FOUND-DX = 0
                   MOVE 'N'        TO W-VALID-SW
                   MOVE 'ENTRY NO LONGER EXISTS - REJECT THE CHANGE'
                                   TO W-MESSAGE
                   GO TO SUB-2640-EXIT
               END-IF
               EVALUATE CHG-OVR-ACTION
                 WHEN 'DISABLE'
                   MOVE 'DISABLED' TO OVR-STATUS
                 WHEN 'ENABLE'
                   MOVE 'ACTIVE'   TO OVR-STATUS
                 WHEN OTHER
                   MOVE CHG-OVR-WEIGHT
                                   TO OVR-WEIGHT
               END-EVALUATE

             WHEN OTHER
               MOVE CHG-OVR-STATUS TO OVR-STATUS
               MOVE CHG-OVR-WEIGHT TO OVR-WEIGHT
           END-EVALUATE

           IF      W-OVR-FOUND-DX > 0
               MOVE OVRFILE-REC    TO W-OVR-REC-WS(W-OVR-FOUND-DX)
           ELSE
               IF      W-OVR-CNT >= W-OVR-MAX
                   MOVE 'N'        TO W-VALID-SW
                   MOVE 'OVERRIDE MASTER IS FULL'
                                   TO W-MESSAGE
                   GO TO SUB-2640-EXIT
               END-IF
               ADD  1              TO W-OVR-CNT
               MOVE OVRFILE-REC    TO W-OVR-REC-WS(W-OVR-CNT)
           END-IF

           PERFORM SUB-2230-REWRITE-OVERRIDES THRU SUB-2230-EXIT
           .
       SUB-2640-EXIT.
           EXIT.
      /
       SUB-2650-APPLY-CTL-CHANGE.
      *--------------------------

           MOVE CHG-CTL-TEMPLATE   TO W-SCR-TEMPLATE
           MOVE CHG-CTL-RECORDS    TO W-SCR-RECORDS
           MOVE CHG-CTL-SEED       TO W-SCR-SEED
           MOVE CHG-CTL-FORMAT     TO W-SCR-FORMAT
           MOVE CHG-CTL-PROFILE    TO W-SCR-PROFILE
           MOVE CHG-CTL-FREQLOG    TO W-SCR-FREQLOG

           PERFORM SUB-2130-WRITE-CONTROLS THRU SUB-2130-EXIT
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-2660-REWRITE-CHANGES.
      *-------------------------

           OPEN OUTPUT CHGFILE

           PERFORM SUB-2665-WRITE-ONE-CHANGE THRU SUB-2665-EXIT
               VARYING W-CHG-DX FROM 1 BY 1
                 UNTIL W-CHG-DX > W-CHG-CNT

           CLOSE CHGFILE
           .
       SUB-2660-EXIT.
           EXIT.
      /
       SUB-2665-WRITE-ONE-CHANGE.
      *--------------------------

           MOVE W-CHG-REC-WS(W-CHG-DX)
                                   TO CHGFILE-REC
           WRITE CHGFILE-REC
           .
       SUB-2665-EXIT.
           EXIT.
      /
       SUB-9300-CHECK-HOL-DATE.
      *------------------------

      **** 'YYYY-MM-DD', a real calendar date - anything else is
      **** rejected before it can reach the file.

           MOVE 'Y'                TO W-VALID-SW
           MOVE 0                  TO W-HOL-INT

           IF      W-SCR-HOL-DATE(1 : 4) NOT NUMERIC
           OR      W-SCR-HOL-DATE(5 : 1) NOT = '-'
           OR      W-SCR-HOL-DATE(6 : 2) NOT NUMERIC
           OR      W-SCR-HOL-DATE(8 : 1) NOT = '-'
           OR      W-SCR-HOL-DATE(9 : 2) NOT NUMERIC
               MOVE 'N'            TO W-VALID-SW
               MOVE 'DATE MUST BE YYYY-MM-DD'
                                   TO W-MESSAGE
               GO TO SUB-9300-EXIT
           END-IF

           MOVE W-SCR-HOL-DATE(1 : 4)
                                   TO W-HOL-NUM-YYYY
           MOVE W-SCR-HOL-DATE(6 : 2)
                                   TO W-HOL-NUM-MM
           MOVE W-SCR-HOL-DATE(9 : 2)
                                   TO W-HOL-NUM-DD

           IF      W-HOL-NUM-MM < 1 OR W-HOL-NUM-MM > 12
           OR      W-HOL-NUM-DD < 1 OR W-HOL-NUM-DD > 31
               MOVE 'N'            TO W-VALID-SW
               MOVE 'DATE IS NOT A REAL CALENDAR DATE'
                                   TO W-MESSAGE
               GO TO SUB-9300-EXIT
           END-IF

           COMPUTE W-HOL-INT       =  FUNCTION INTEGER-OF-DATE
                                          (W-HOL-DATE-NUM)

           IF      W-HOL-INT = 0
               MOVE 'N'            TO W-VALID-SW
               MOVE 'DATE IS NOT A REAL CALENDAR DATE'
                                   TO W-MESSAGE
           END-IF
           .
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9110-STAMP-NOW.
      *-------------------

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE

           MOVE SPACES             TO W-STAMP-DATE
                                      W-STAMP-TIME

           STRING W-CURRENT-YYYY   '-'
                  W-CURRENT-MM     '-'
                  W-CURRENT-DD     DELIMITED SIZE
                                      INTO W-STAMP-DATE

           STRING W-CURRENT-HH     ':'
                  W-CURRENT-MIN    ':'
                  W-CURRENT-SS     DELIMITED SIZE
                                      INTO W-STAMP-TIME
           .
       SUB-9110-EXIT.
           EXIT.
      /
       SUB-9200-CHECK-NUMERIC.
      *-----------------------
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9400-ADD-PENDING-CHANGE.
      *----------------------------

      **** Numbers the change built in CHANGE-REC, stamps it PENDING
      **** under the operator's initials and appends it to the
      **** change history.

           MOVE CHANGE-REC         TO W-CHG-NEW-REC

           PERFORM SUB-2610-LOAD-CHANGES THRU SUB-2610-EXIT

           MOVE W-CHG-NEW-REC      TO CHANGE-REC

           PERFORM SUB-9110-STAMP-NOW THRU SUB-9110-EXIT

           ADD  1                  TO W-CHG-NEXT-ID

           MOVE W-CHG-NEXT-ID      TO CHG-CHANGE-ID
           SET  CHG-PENDING        TO TRUE
           MOVE W-OPERATOR         TO CHG-MAKER-ID
           MOVE W-STAMP-DATE       TO CHG-MADE-DATE
           MOVE W-STAMP-TIME       TO CHG-MADE-TIME
           MOVE SPACES             TO CHG-CHECKER-ID
                                      CHG-CHECKED-DATE
                                      CHG-CHECKED-TIME

           OPEN EXTEND CHGFILE
           IF      W-CHGFILE-STATUS NOT = '00'
               OPEN OUTPUT CHGFILE
           END-IF

           WRITE CHGFILE-REC     FROM CHANGE-REC

           CLOSE CHGFILE

           MOVE SPACES             TO W-MESSAGE

           IF      CHG-TARGET-CTL
               STRING 'RUN CONTROLS CHANGE '
                      CHG-CHANGE-ID
                      ' PENDING APPROVAL'
                                   DELIMITED SIZE
                                   INTO W-MESSAGE
           ELSE
               STRING 'OVERRIDE MASTER CHANGE '
                      CHG-CHANGE-ID
                      ' PENDING APPROVAL'
                                   DELIMITED SIZE
                                   INTO W-MESSAGE
           END-IF
           .
       SUB-9400-EXIT.
           EXIT.
