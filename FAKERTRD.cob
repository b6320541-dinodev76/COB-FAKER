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

       PROGRAM-ID.             FAKERTRD.

      **** One day's brokerage trading over a profile-mode extract.
      **** Each 'V' brokerage account and the 'Q' positions behind it
      **** are the start of the trade date; a seeded share of the
      **** positions trade once or twice that day, a buy adding to
      **** the holding and a sell taking from it.  A sell is drawn
      **** only from the shares held at the moment it is booked -
      **** one in five sells the whole holding - so a position can
      **** close out but never go short, and a position sold out
      **** earlier in the day can only be bought back.
      ****
      **** The trade date is the extract's run date, or the next
      **** business day when that is not one; settlement is T+1,
      **** the business day after.  Both are cut on FAKTEMP's
      **** exchange calendar through TEMPORAL-BUSINESS-DAY, probing
      **** one day at a time, so neither falls on a weekend or an
      **** exchange holiday.
      ****
      **** A trade prices within three per cent of the position's
      **** start-of-day price and carries a flat commission; the net
      **** amount is principal plus commission on a buy (the
      **** customer pays) and principal less commission on a sell
      **** (the customer receives).  A buy adds its net amount to
      **** the cost basis; a sell relieves the average cost of the
      **** shares sold, and the net amount less the cost relieved is
      **** the realized gain or loss.
      ****
      **** The trade file carries one 'T' confirm record per trade.
      **** The end-of-day position file carries the 'V' and 'Q'
      **** records again, in the extract's own layout, with the
      **** quantity, cost and value each position ended the day at
      **** (a position sold out is dropped), so it can stand as the
      **** next day's start.  The reconciliation report proves each
      **** position: start-of-day quantity plus shares bought less
      **** shares sold is the end-of-day quantity, start-of-day cost
      **** plus cost bought less cost relieved is the end-of-day
      **** cost, and no sell in the day's sequence took more shares
      **** than were then held.
      ****
      **** PARM: trade rate percent of positions (default 30),
      **** commission in cents (default 495), optional seed -
      **** comma-delimited.  With no seed the extract's own run seed
      **** is used, so the same extract always trades the same way.

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
           SELECT TRDIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-TRDIN-STATUS.

           SELECT TRDFILE              ASSIGN 'Data\FAKERTRD Trades.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT POSFILE           ASSIGN 'Data\FAKERTRD Positions.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT RCNFILE              ASSIGN 'Data\FAKERTRD Recon.txt'
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

       FD  TRDIN.

      **** The extract is read through one buffer and picked apart
      **** by record type - the REDEFINES mirror FAKERGEN's
      **** GNRTFILE-V/Q record layouts field for field.

       01  TRDIN-REC               PIC X(320).

       01  FILLER REDEFINES TRDIN-REC.
           05  TIN-RECORD-TYPE     PIC X(01).
           05  TIN-REST            PIC X(319).

       01  TRDIN-V-REC REDEFINES TRDIN-REC.
           05  FILLER              PIC X(02).
           05  TIV-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  TIV-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  TIV-OPEN-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  TIV-POSITION-CNT    PIC 9(02).
           05  FILLER              PIC X(01).
           05  TIV-COST-BASIS-CENTS
                                   PIC 9(11).
           05  FILLER              PIC X(01).
           05  TIV-MARKET-VALUE-CENTS
                                   PIC 9(11).
           05  FILLER              PIC X(245).

       01  TRDIN-Q-REC REDEFINES TRDIN-REC.
           05  FILLER              PIC X(02).
           05  TIQ-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  TIQ-POSITION-SEQ    PIC 9(02).
           05  FILLER              PIC X(01).
           05  TIQ-SECURITY-ID     PIC X(12).
           05  FILLER              PIC X(01).
           05  TIQ-SECURITY-ID-TYPE
                                   PIC X(06).
           05  FILLER              PIC X(01).
           05  TIQ-ASSET-CLASS     PIC X(15).
           05  FILLER              PIC X(01).
           05  TIQ-QUANTITY        PIC 9(09).
           05  FILLER              PIC X(01).
           05  TIQ-PRICE-CENTS     PIC 9(09).
           05  FILLER              PIC X(01).
           05  TIQ-COST-BASIS-CENTS
                                   PIC 9(11).
           05  FILLER              PIC X(01).
           05  TIQ-MARKET-VALUE-CENTS
                                   PIC 9(11).
           05  FILLER              PIC X(01).
           05  TIQ-ISSUER-NAME     PIC X(35).
           05  FILLER              PIC X(170).

       FD  TRDFILE.

      **** One trade confirmation: what was traded, which way, when
      **** it settles and what the customer pays or receives.

       01  TRDFILE-REC.
           05  TD-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  TD-CONFIRM-NO       PIC 9(09).
           05  FILLER              PIC X(01).
           05  TD-ACCOUNT-ID       PIC X(19).
           05  FILLER              PIC X(01).
           05  TD-CUSTOMER-ID      PIC X(14).
           05  FILLER              PIC X(01).
           05  TD-POSITION-SEQ     PIC 9(02).
           05  FILLER              PIC X(01).
           05  TD-SECURITY-ID      PIC X(12).
           05  FILLER              PIC X(01).
           05  TD-SECURITY-ID-TYPE PIC X(06).
           05  FILLER              PIC X(01).
           05  TD-SIDE             PIC X(01).
               88  TD-SIDE-BUY                     VALUE 'B'.
               88  TD-SIDE-SELL                    VALUE 'S'.
           05  FILLER              PIC X(01).
           05  TD-TRADE-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  TD-SETTLE-DATE      PIC X(10).
           05  FILLER              PIC X(01).
           05  TD-QUANTITY         PIC 9(09).
           05  FILLER              PIC X(01).
           05  TD-PRICE-CENTS      PIC 9(09).
           05  FILLER              PIC X(01).
           05  TD-PRINCIPAL-CENTS  PIC 9(11).
           05  FILLER              PIC X(01).
           05  TD-COMMISSION-CENTS PIC 9(07).
           05  FILLER              PIC X(01).
           05  TD-NET-AMOUNT-CENTS PIC 9(11).
           05  FILLER              PIC X(01).
           05  TD-ASSET-CLASS      PIC X(15).
           05  FILLER              PIC X(01).
           05  TD-ISSUER-NAME      PIC X(35).

       FD  POSFILE.

      **** End-of-day positions, in FAKERGEN's 'V' and 'Q' layouts.

       01  POS-V-REC.
           05  PV-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  PV-ACCOUNT-ID       PIC X(19).
           05  FILLER              PIC X(01).
           05  PV-CUSTOMER-ID      PIC X(14).
           05  FILLER              PIC X(01).
           05  PV-OPEN-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  PV-POSITION-CNT     PIC 9(02).
           05  FILLER              PIC X(01).
           05  PV-COST-BASIS-CENTS PIC 9(11).
           05  FILLER              PIC X(01).
           05  PV-MARKET-VALUE-CENTS
                                   PIC 9(11).

       01  POS-Q-REC.
           05  PQ-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  PQ-ACCOUNT-ID       PIC X(19).
           05  FILLER              PIC X(01).
           05  PQ-POSITION-SEQ     PIC 9(02).
           05  FILLER              PIC X(01).
           05  PQ-SECURITY-ID      PIC X(12).
           05  FILLER              PIC X(01).
           05  PQ-SECURITY-ID-TYPE PIC X(06).
           05  FILLER              PIC X(01).
           05  PQ-ASSET-CLASS      PIC X(15).
           05  FILLER              PIC X(01).
           05  PQ-QUANTITY         PIC 9(09).
           05  FILLER              PIC X(01).
           05  PQ-PRICE-CENTS      PIC 9(09).
           05  FILLER              PIC X(01).
           05  PQ-COST-BASIS-CENTS PIC 9(11).
           05  FILLER              PIC X(01).
           05  PQ-MARKET-VALUE-CENTS
                                   PIC 9(11).
           05  FILLER              PIC X(01).
           05  PQ-ISSUER-NAME      PIC X(35).

       FD  RCNFILE.

      **** Column 1 is the carriage-control byte: '1' page eject,
      **** space single space - the FAKERRPT convention.

       01  RCNFILE-REC.
           05  RCN-CC              PIC X(01).
           05  RCN-LINE            PIC X(120).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-TRDIN-STATUS          PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-TRADE-PCT             PIC 9(03)  COMP VALUE 30.
       01  W-COMMISSION-CENTS      PIC 9(07)  COMP VALUE 495.
       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.
       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.

      **** The exchange calendar on FAKTEMP's holiday file.  Trading
      **** and settlement skip weekends whatever the file holds.

       01  W-EXCHANGE-CALENDAR     PIC X(08)       VALUE 'NYSE'.

       01  W-ACCOUNTS-READ         PIC 9(09)  COMP VALUE 0.
       01  W-POSITIONS-READ        PIC 9(09)  COMP VALUE 0.
       01  W-ORPHAN-CNT            PIC 9(09)  COMP VALUE 0.
       01  W-POS-FULL-CNT          PIC 9(09)  COMP VALUE 0.
       01  W-TRADE-FULL-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-TRADES-WRITTEN        PIC 9(09)  COMP VALUE 0.
       01  W-POSFILE-WRITTEN       PIC 9(09)  COMP VALUE 0.
       01  W-PROOF-OUT-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-OVERSELL-CNT          PIC 9(09)  COMP VALUE 0.
       01  W-CLOSED-OUT-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-SAVE-RUN-DATE         PIC X(10)       VALUE SPACES.
       01  W-SAVE-SEED-NO          PIC X(09)       VALUE SPACES.
       01  W-RUN-INT               PIC 9(09)  COMP VALUE 0.
       01  W-TRADE-DATE            PIC X(10)       VALUE SPACES.
       01  W-SETTLE-DATE           PIC X(10)       VALUE SPACES.
       01  W-DATES-CUT-SW          PIC X(01)       VALUE 'N'.
           88  W-DATES-CUT                         VALUE 'Y'.

      **** Business-day probe: one TEMPORAL-BUSINESS-DAY call per
      **** candidate day over a one-day window - a good response
      **** means the day is a business day.

       01  W-PROBE-TRIES           PIC S9(4)  COMP.
       01  W-PROBE-MAX             PIC S9(4)  COMP VALUE 15.
       01  W-PROBE-FOUND-SW        PIC X(01).
           88  W-PROBE-FOUND                       VALUE 'Y'.

      **** The account being traded, complete when the next account
      **** or end of file arrives - the extract writes each
      **** account's 'Q' positions directly behind its 'V' record.

       01  W-ACCT-PENDING-SW       PIC X(01)       VALUE 'N'.
           88  W-ACCT-PENDING                      VALUE 'Y'.
       01  W-ACCT-ID               PIC X(19).
       01  W-ACCT-CUST-ID          PIC X(14).
       01  W-ACCT-OPEN-DATE        PIC X(10).

       01  W-POS-MAX               PIC S9(4)  COMP VALUE 20.
       01  W-POS-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-POS-DX                PIC S9(4)  COMP.
       01  W-POS-TABLE.
           05  W-PS-OCCS           OCCURS 20.
               10  W-PS-SEQ        PIC 9(02).
               10  W-PS-SECURITY-ID
                                   PIC X(12).
               10  W-PS-ID-TYPE    PIC X(06).
               10  W-PS-ASSET-CLASS
                                   PIC X(15).
               10  W-PS-ISSUER     PIC X(35).
               10  W-PS-SOD-QTY    PIC S9(9)  COMP.
               10  W-PS-SOD-PRICE  PIC S9(9)  COMP.
               10  W-PS-SOD-COST   PIC S9(13) COMP.
               10  W-PS-SOD-VALUE  PIC S9(13) COMP.
               10  W-PS-HELD       PIC S9(9)  COMP.
               10  W-PS-COST       PIC S9(13) COMP.
               10  W-PS-RELIEVED   PIC S9(13) COMP.
               10  W-PS-REALIZED   PIC S9(13) COMP.
               10  W-PS-CLOSE-PRICE
                                   PIC S9(9)  COMP.

      **** The account's trades in booking order - the proof walks
      **** them again, independently of how they were booked.

       01  W-TR-MAX                PIC S9(4)  COMP VALUE 40.
       01  W-TR-CNT                PIC S9(4)  COMP VALUE 0.
       01  W-TR-DX                 PIC S9(4)  COMP.
       01  W-TR-TABLE.
           05  W-TR-OCCS           OCCURS 40.
               10  W-TR-POS-DX     PIC S9(4)  COMP.
               10  W-TR-SIDE       PIC X(01).
               10  W-TR-QTY        PIC S9(9)  COMP.
               10  W-TR-PRINCIPAL  PIC S9(13) COMP.
               10  W-TR-COMMISSION PIC S9(9)  COMP.

      **** One trade being booked.

       01  W-TRADES-THIS-POS       PIC S9(4)  COMP.
       01  W-TRADE-NO              PIC S9(4)  COMP.
       01  W-CONFIRM-NO            PIC 9(09)  COMP VALUE 0.
       01  W-TRD-SIDE              PIC X(01).
           88  W-TRD-BUY                           VALUE 'B'.
           88  W-TRD-SELL                          VALUE 'S'.
       01  W-TRD-QTY               PIC S9(9)  COMP.
       01  W-TRD-QTY-SCALE         PIC S9(9)  COMP.
       01  W-TRD-PRICE             PIC S9(9)  COMP.
       01  W-TRD-PRINCIPAL         PIC S9(13) COMP.
       01  W-TRD-COMMISSION        PIC S9(9)  COMP.
       01  W-TRD-NET               PIC S9(13) COMP.
       01  W-TRD-RELIEVED          PIC S9(13) COMP.

      **** One position's proof.

       01  W-PF-BOUGHT             PIC S9(9)  COMP.
       01  W-PF-SOLD               PIC S9(9)  COMP.
       01  W-PF-RUNNING            PIC S9(9)  COMP.
       01  W-PF-BUY-COST           PIC S9(13) COMP.
       01  W-PF-EOD-VALUE          PIC S9(13) COMP.
       01  W-PF-PROOF-SW           PIC X(01).
           88  W-PF-PROOF-OK                       VALUE 'Y'.
       01  W-PF-OVERSOLD-SW        PIC X(01).
           88  W-PF-OVERSOLD                       VALUE 'Y'.

      **** End-of-day account totals.

       01  W-ACCT-EOD-CNT          PIC S9(4)  COMP.
       01  W-ACCT-EOD-COST         PIC S9(13) COMP.
       01  W-ACCT-EOD-VALUE        PIC S9(13) COMP.

      **** Run totals.

       01  W-BUY-CNT               PIC 9(09)  COMP VALUE 0.
       01  W-SELL-CNT              PIC 9(09)  COMP VALUE 0.
       01  W-TOT-SOD-QTY           PIC S9(13) COMP VALUE 0.
       01  W-TOT-BOUGHT            PIC S9(13) COMP VALUE 0.
       01  W-TOT-SOLD              PIC S9(13) COMP VALUE 0.
       01  W-TOT-EOD-QTY           PIC S9(13) COMP VALUE 0.
       01  W-TOT-SOD-COST          PIC S9(15) COMP VALUE 0.
       01  W-TOT-BUY-COST          PIC S9(15) COMP VALUE 0.
       01  W-TOT-RELIEVED          PIC S9(15) COMP VALUE 0.
       01  W-TOT-EOD-COST          PIC S9(15) COMP VALUE 0.
       01  W-TOT-SOD-VALUE         PIC S9(15) COMP VALUE 0.
       01  W-TOT-EOD-VALUE         PIC S9(15) COMP VALUE 0.
       01  W-TOT-BUY-PRINCIPAL     PIC S9(15) COMP VALUE 0.
       01  W-TOT-SELL-PRINCIPAL    PIC S9(15) COMP VALUE 0.
       01  W-TOT-COMMISSION        PIC S9(15) COMP VALUE 0.
       01  W-TOT-NET-BUYS          PIC S9(15) COMP VALUE 0.
       01  W-TOT-NET-SELLS         PIC S9(15) COMP VALUE 0.
       01  W-TOT-REALIZED          PIC S9(15) COMP VALUE 0.

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

       01  W-QTY-EDIT              PIC ZZZ,ZZZ,ZZ9.
       01  W-VALUE-EDIT            PIC ZZ,ZZZ,ZZ9.99.
       01  W-GAIN-EDIT             PIC --,---,--9.99.
       01  W-TOTAL-EDIT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  W-SIGNED-TOTAL-EDIT     PIC -,---,---,---,--9.99.
       01  W-EDIT-CENTS            PIC S9(13)V9(02)
                                              COMP.
       01  W-BUILD-LINE            PIC X(120).

       01  W-PAGE-NO               PIC 9(05)  COMP VALUE 0.
       01  W-PAGE-DISP             PIC ZZ,ZZ9.
       01  W-LINE-CNT              PIC 9(03)  COMP VALUE 99.
       01  W-LINES-PER-PAGE        PIC 9(03)  COMP VALUE 55.

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERTRD error: '.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(34)       VALUE
               'FAKERTRD account seed text        '.
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

       01  W-FAKER-PARAMETER.      COPY FAKERLNK.

       01  W-PARM-TEXT             PIC X(40)       VALUE SPACES.
       01  W-PARM-TRADE-PCT        PIC 9(03).
       01  W-PARM-COMMISSION       PIC 9(07).
       01  W-PARM-SEED-NO          PIC 9(09).
       01  W-PARM-TRADE-LEN        PIC S9(4)  COMP VALUE 0.
       01  W-PARM-COMMISSION-LEN   PIC S9(4)  COMP VALUE 0.
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

           DISPLAY 'FAKERTRD compiled on '
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

           OPEN INPUT TRDIN

           IF      W-TRDIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open TRDIN, status '
                       W-TRDIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

      **** The run date defaults to today until the extract's
      **** header says otherwise.

           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-DATE-NUM
           PERFORM SUB-2920-NUM-TO-TEXT THRU SUB-2920-EXIT
           MOVE W-DATE-TEXT        TO W-SAVE-RUN-DATE
           COMPUTE W-RUN-INT       =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)

           OPEN OUTPUT TRDFILE
                       POSFILE
                       RCNFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-TRADE-PCT
                                   COUNT IN W-PARM-TRADE-LEN
                        W-PARM-COMMISSION
                                   COUNT IN W-PARM-COMMISSION-LEN
                        W-PARM-SEED-NO
           END-UNSTRING

      **** A zero rate or a zero commission is a real choice, so
      **** each is taken only when one was given.

           IF      W-PARM-TRADE-LEN > 0
           AND     W-PARM-TRADE-PCT NUMERIC
               IF      W-PARM-TRADE-PCT > 100
                   DISPLAY W-ERROR-MSG
                           'trade rate over 100: '
                           W-PARM-TRADE-PCT
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF

               MOVE W-PARM-TRADE-PCT
                                   TO W-TRADE-PCT
           END-IF

           IF      W-PARM-COMMISSION-LEN > 0
           AND     W-PARM-COMMISSION NUMERIC
               MOVE W-PARM-COMMISSION
                                   TO W-COMMISSION-CENTS
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
       SUB-1300-CUT-TRADE-DATES.
      *-------------------------

      **** Trade date: the run date when it is a business day, the
      **** next one when not.  Settlement: the business day after
      **** the trade date.  Cut once, before the first account is
      **** traded, since each probe is a FAKER call of its own.

           SET  W-DATES-CUT        TO TRUE

           MOVE W-RUN-INT          TO W-DATE-INT
           PERFORM SUB-1310-NEXT-BUSINESS-DAY THRU SUB-1310-EXIT
           PERFORM SUB-2910-INT-TO-TEXT THRU SUB-2910-EXIT
           MOVE W-DATE-TEXT        TO W-TRADE-DATE

           ADD  1                  TO W-DATE-INT
           PERFORM SUB-1310-NEXT-BUSINESS-DAY THRU SUB-1310-EXIT
           PERFORM SUB-2910-INT-TO-TEXT THRU SUB-2910-EXIT
           MOVE W-DATE-TEXT        TO W-SETTLE-DATE
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-NEXT-BUSINESS-DAY.
      *---------------------------

      **** Steps W-DATE-INT forward to the first business day on or
      **** after it.  A calendar so crowded that no business day
      **** turns up within W-PROBE-MAX days leaves the last day
      **** tried and says so.

           MOVE 'N'                TO W-PROBE-FOUND-SW

           PERFORM SUB-1320-PROBE-ONE-DAY THRU SUB-1320-EXIT
               VARYING W-PROBE-TRIES FROM 1 BY 1
                 UNTIL W-PROBE-FOUND
                    OR W-PROBE-TRIES > W-PROBE-MAX

           IF      NOT W-PROBE-FOUND
               DISPLAY W-ERROR-MSG
                       'no business day found: '
                       FAKER-RESPONSE-MSG
           END-IF
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1320-PROBE-ONE-DAY.
      *-----------------------

           PERFORM SUB-2910-INT-TO-TEXT THRU SUB-2910-EXIT

           SET  TEMPORAL-BUSINESS-DAY
                                   TO TRUE
           MOVE W-DATE-TEXT        TO FAKER-DATE-FROM
                                      FAKER-DATE-TO
           MOVE W-EXCHANGE-CALENDAR
                                   TO FAKER-CALENDAR-ID
           MOVE 'FAKERTRD'         TO FAKER-CALLING-PROGRAM

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           MOVE SPACES             TO FAKER-DATE-FROM
                                      FAKER-DATE-TO
                                      FAKER-CALENDAR-ID

           IF      FAKER-RESPONSE-GOOD
               SET  W-PROBE-FOUND  TO TRUE
           ELSE
               IF      W-PROBE-TRIES < W-PROBE-MAX
                   ADD  1          TO W-DATE-INT
               END-IF
           END-IF
           .
       SUB-1320-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           READ TRDIN
               AT END
                   SET  W-EOF      TO TRUE

                   IF      W-ACCT-PENDING
                       PERFORM SUB-2400-TRADE-ACCOUNT THRU SUB-2400-EXIT
                   END-IF

                   GO TO SUB-2000-EXIT
           END-READ

           EVALUATE TIN-RECORD-TYPE
             WHEN 'H'
               PERFORM SUB-2050-HOLD-HEADER THRU SUB-2050-EXIT

             WHEN 'V'
               IF      W-ACCT-PENDING
                   PERFORM SUB-2400-TRADE-ACCOUNT THRU SUB-2400-EXIT
               END-IF

               PERFORM SUB-2100-START-ACCOUNT THRU SUB-2100-EXIT

             WHEN 'Q'
               PERFORM SUB-2200-HOLD-POSITION THRU SUB-2200-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-HOLD-HEADER.
      *---------------------

           MOVE TRDIN-REC(23 : 9)  TO W-SAVE-SEED-NO

           MOVE TRDIN-REC(3 : 10)  TO W-DATE-TEXT

           IF      W-DATE-TEXT-YYYY NUMERIC
           AND     W-DATE-TEXT-MM NUMERIC
           AND     W-DATE-TEXT-DD NUMERIC
               MOVE W-DATE-TEXT    TO W-SAVE-RUN-DATE
               PERFORM SUB-2900-TEXT-TO-INT THRU SUB-2900-EXIT
               MOVE W-DATE-INT     TO W-RUN-INT
           END-IF

      **** No seed on the PARM: trade with the extract's own.

           IF      W-RUN-SEED-NO = 0
           AND     W-SAVE-SEED-NO NUMERIC
               MOVE W-SAVE-SEED-NO TO W-RUN-SEED-NO
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-START-ACCOUNT.
      *-----------------------

           IF      NOT W-DATES-CUT
               PERFORM SUB-1300-CUT-TRADE-DATES THRU SUB-1300-EXIT
           END-IF

           IF      W-RUN-SEED-NO = 0
               PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
           END-IF

           ADD  1                  TO W-ACCOUNTS-READ

           SET  W-ACCT-PENDING     TO TRUE

           MOVE TIV-ACCOUNT-ID     TO W-ACCT-ID
           MOVE TIV-CUSTOMER-ID    TO W-ACCT-CUST-ID
           MOVE TIV-OPEN-DATE      TO W-ACCT-OPEN-DATE

           MOVE 0                  TO W-POS-CNT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-HOLD-POSITION.
      *-----------------------

           ADD  1                  TO W-POSITIONS-READ

           IF      NOT W-ACCT-PENDING
           OR      TIQ-ACCOUNT-ID NOT = W-ACCT-ID
               ADD  1              TO W-ORPHAN-CNT
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-POS-CNT >= W-POS-MAX
               ADD  1              TO W-POS-FULL-CNT
               GO TO SUB-2200-EXIT
           END-IF

           IF      TIQ-QUANTITY NOT NUMERIC
           OR      TIQ-PRICE-CENTS NOT NUMERIC
           OR      TIQ-COST-BASIS-CENTS NOT NUMERIC
           OR      TIQ-MARKET-VALUE-CENTS NOT NUMERIC
               ADD  1              TO W-ORPHAN-CNT
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-POS-CNT
           MOVE TIQ-POSITION-SEQ   TO W-PS-SEQ(W-POS-CNT)
           MOVE TIQ-SECURITY-ID    TO W-PS-SECURITY-ID(W-POS-CNT)
           MOVE TIQ-SECURITY-ID-TYPE
                                   TO W-PS-ID-TYPE(W-POS-CNT)
           MOVE TIQ-ASSET-CLASS    TO W-PS-ASSET-CLASS(W-POS-CNT)
           MOVE TIQ-ISSUER-NAME    TO W-PS-ISSUER(W-POS-CNT)
           MOVE TIQ-QUANTITY       TO W-PS-SOD-QTY(W-POS-CNT)
                                      W-PS-HELD(W-POS-CNT)
           MOVE TIQ-PRICE-CENTS    TO W-PS-SOD-PRICE(W-POS-CNT)
                                      W-PS-CLOSE-PRICE(W-POS-CNT)
           MOVE TIQ-COST-BASIS-CENTS
                                   TO W-PS-SOD-COST(W-POS-CNT)
                                      W-PS-COST(W-POS-CNT)
           MOVE TIQ-MARKET-VALUE-CENTS
                                   TO W-PS-SOD-VALUE(W-POS-CNT)
           MOVE 0                  TO W-PS-RELIEVED(W-POS-CNT)
                                      W-PS-REALIZED(W-POS-CNT)
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2400-TRADE-ACCOUNT.
      *-----------------------

           MOVE 'N'                TO W-ACCT-PENDING-SW
           MOVE 0                  TO W-TR-CNT

      **** The account's own stream: the same seed trades the same
      **** account the same way.

           MOVE W-ACCOUNTS-READ    TO W-SEED-ITEM-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           PERFORM SUB-2500-TRADE-ONE-POSITION THRU SUB-2500-EXIT
               VARYING W-POS-DX FROM 1 BY 1
                 UNTIL W-POS-DX > W-POS-CNT

           MOVE 0                  TO W-ACCT-EOD-CNT
                                      W-ACCT-EOD-COST
                                      W-ACCT-EOD-VALUE

           PERFORM SUB-2700-PROVE-POSITION THRU SUB-2700-EXIT
               VARYING W-POS-DX FROM 1 BY 1
                 UNTIL W-POS-DX > W-POS-CNT

           PERFORM SUB-2750-WRITE-EOD-ACCOUNT THRU SUB-2750-EXIT
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2450-NEXT-RANDOM.
      *---------------------

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE SPACES             TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2500-TRADE-ONE-POSITION.
      *----------------------------

      **** W-TRADE-PCT of the positions trade; one in four of those
      **** trades twice in the day.

           PERFORM SUB-2450-NEXT-RANDOM THRU SUB-2450-EXIT

           IF      FAKRAND-RANDOM-NO * 100 NOT < W-TRADE-PCT
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2450-NEXT-RANDOM THRU SUB-2450-EXIT

           IF      FAKRAND-RANDOM-NO < 0.25
               MOVE 2              TO W-TRADES-THIS-POS
           ELSE
               MOVE 1              TO W-TRADES-THIS-POS
           END-IF

           PERFORM SUB-2600-BOOK-TRADE THRU SUB-2600-EXIT
               VARYING W-TRADE-NO FROM 1 BY 1
                 UNTIL W-TRADE-NO > W-TRADES-THIS-POS
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2600-BOOK-TRADE.
      *--------------------

           IF      W-TR-CNT >= W-TR-MAX
               ADD  1              TO W-TRADE-FULL-CNT
               GO TO SUB-2600-EXIT
           END-IF

      **** Side: nothing held can only be bought; otherwise an even
      **** chance either way.

           IF      W-PS-HELD(W-POS-DX) = 0
               SET  W-TRD-BUY      TO TRUE
           ELSE
               PERFORM SUB-2450-NEXT-RANDOM THRU SUB-2450-EXIT
               IF      FAKRAND-RANDOM-NO < 0.5
                   SET  W-TRD-SELL TO TRUE
               ELSE
                   SET  W-TRD-BUY  TO TRUE
               END-IF
           END-IF

      **** Quantity: a sell takes one share up to every share held
      **** (all of them one time in five); a buy is up to the size
      **** of the start-of-day holding, ten at least.

           PERFORM SUB-2450-NEXT-RANDOM THRU SUB-2450-EXIT

           IF      W-TRD-SELL
               IF      FAKRAND-RANDOM-NO < 0.2
                   MOVE W-PS-HELD(W-POS-DX)
                                   TO W-TRD-QTY
               ELSE
                   PERFORM SUB-2450-NEXT-RANDOM THRU SUB-2450-EXIT
                   COMPUTE W-TRD-QTY
                                   =  FAKRAND-RANDOM-NO
                                      * W-PS-HELD(W-POS-DX) + 1
               END-IF
               IF      W-TRD-QTY > W-PS-HELD(W-POS-DX)
                   MOVE W-PS-HELD(W-POS-DX)
                                   TO W-TRD-QTY
               END-IF
           ELSE
               MOVE W-PS-SOD-QTY(W-POS-DX)
                                   TO W-TRD-QTY-SCALE
               IF      W-TRD-QTY-SCALE < 10
                   MOVE 10         TO W-TRD-QTY-SCALE
               END-IF
               COMPUTE W-TRD-QTY   =  FAKRAND-RANDOM-NO
                                      * W-TRD-QTY-SCALE + 1
           END-IF

      **** Price within three per cent of the start-of-day price.

           PERFORM SUB-2450-NEXT-RANDOM THRU SUB-2450-EXIT
           COMPUTE W-TRD-PRICE ROUNDED
                                   =  W-PS-SOD-PRICE(W-POS-DX)
                                      * (FAKRAND-RANDOM-NO * 0.06
                                         + 0.97)
           IF      W-TRD-PRICE < 1
               MOVE 1              TO W-TRD-PRICE
           END-IF

           COMPUTE W-TRD-PRINCIPAL =  W-TRD-QTY * W-TRD-PRICE

           MOVE W-COMMISSION-CENTS TO W-TRD-COMMISSION

           IF      W-TRD-BUY
               COMPUTE W-TRD-NET   =  W-TRD-PRINCIPAL
                                      + W-TRD-COMMISSION

               ADD  W-TRD-QTY      TO W-PS-HELD(W-POS-DX)
               ADD  W-TRD-NET      TO W-PS-COST(W-POS-DX)

               ADD  1              TO W-BUY-CNT
               ADD  W-TRD-PRINCIPAL
                                   TO W-TOT-BUY-PRINCIPAL
               ADD  W-TRD-NET      TO W-TOT-NET-BUYS
           ELSE

      **** A sell never charges more commission than it raises.

               IF      W-TRD-COMMISSION > W-TRD-PRINCIPAL
                   MOVE W-TRD-PRINCIPAL
                                   TO W-TRD-COMMISSION
               END-IF

               COMPUTE W-TRD-NET   =  W-TRD-PRINCIPAL
                                      - W-TRD-COMMISSION

               IF      W-TRD-QTY = W-PS-HELD(W-POS-DX)
                   MOVE W-PS-COST(W-POS-DX)
                                   TO W-TRD-RELIEVED
               ELSE
                   COMPUTE W-TRD-RELIEVED ROUNDED
                                   =  W-PS-COST(W-POS-DX)
                                      * W-TRD-QTY
                                      / W-PS-HELD(W-POS-DX)
               END-IF

               SUBTRACT W-TRD-QTY  FROM W-PS-HELD(W-POS-DX)
               SUBTRACT W-TRD-RELIEVED
                                   FROM W-PS-COST(W-POS-DX)
               ADD  W-TRD-RELIEVED TO W-PS-RELIEVED(W-POS-DX)
               COMPUTE W-PS-REALIZED(W-POS-DX)
                                   =  W-PS-REALIZED(W-POS-DX)
                                      + W-TRD-NET
                                      - W-TRD-RELIEVED

               ADD  1              TO W-SELL-CNT
               ADD  W-TRD-PRINCIPAL
                                   TO W-TOT-SELL-PRINCIPAL
               ADD  W-TRD-NET      TO W-TOT-NET-SELLS
           END-IF

           ADD  W-TRD-COMMISSION   TO W-TOT-COMMISSION
           MOVE W-TRD-PRICE        TO W-PS-CLOSE-PRICE(W-POS-DX)

           ADD  1                  TO W-TR-CNT
           MOVE W-POS-DX           TO W-TR-POS-DX(W-TR-CNT)
           MOVE W-TRD-SIDE         TO W-TR-SIDE(W-TR-CNT)
           MOVE W-TRD-QTY          TO W-TR-QTY(W-TR-CNT)
           MOVE W-TRD-PRINCIPAL    TO W-TR-PRINCIPAL(W-TR-CNT)
           MOVE W-TRD-COMMISSION   TO W-TR-COMMISSION(W-TR-CNT)

           PERFORM SUB-2650-WRITE-CONFIRM THRU SUB-2650-EXIT
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2650-WRITE-CONFIRM.
      *-----------------------

           ADD  1                  TO W-CONFIRM-NO

           MOVE SPACES             TO TRDFILE-REC
           MOVE 'T'                TO TD-RECORD-TYPE
           MOVE W-CONFIRM-NO       TO TD-CONFIRM-NO
           MOVE W-ACCT-ID          TO TD-ACCOUNT-ID
           MOVE W-ACCT-CUST-ID     TO TD-CUSTOMER-ID
           MOVE W-PS-SEQ(W-POS-DX) TO TD-POSITION-SEQ
           MOVE W-PS-SECURITY-ID(W-POS-DX)
                                   TO TD-SECURITY-ID
           MOVE W-PS-ID-TYPE(W-POS-DX)
                                   TO TD-SECURITY-ID-TYPE
           MOVE W-TRD-SIDE         TO TD-SIDE
           MOVE W-TRADE-DATE       TO TD-TRADE-DATE
           MOVE W-SETTLE-DATE      TO TD-SETTLE-DATE
           MOVE W-TRD-QTY          TO TD-QUANTITY
           MOVE W-TRD-PRICE        TO TD-PRICE-CENTS
           MOVE W-TRD-PRINCIPAL    TO TD-PRINCIPAL-CENTS
           MOVE W-TRD-COMMISSION   TO TD-COMMISSION-CENTS
           MOVE W-TRD-NET          TO TD-NET-AMOUNT-CENTS
           MOVE W-PS-ASSET-CLASS(W-POS-DX)
                                   TO TD-ASSET-CLASS
           MOVE W-PS-ISSUER(W-POS-DX)
                                   TO TD-ISSUER-NAME

           WRITE TRDFILE-REC
           ADD  1                  TO W-TRADES-WRITTEN
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-2700-PROVE-POSITION.
      *------------------------

      **** Walk the account's trades again in booking order, this
      **** position's only, rolling the start-of-day quantity
      **** forward: every sell must find the shares it took, and
      **** the roll must land on the end-of-day holding.

           MOVE 0                  TO W-PF-BOUGHT
                                      W-PF-SOLD
                                      W-PF-BUY-COST
           MOVE W-PS-SOD-QTY(W-POS-DX)
                                   TO W-PF-RUNNING
           MOVE 'N'                TO W-PF-OVERSOLD-SW

           PERFORM SUB-2710-PROVE-ONE-TRADE THRU SUB-2710-EXIT
               VARYING W-TR-DX FROM 1 BY 1
                 UNTIL W-TR-DX > W-TR-CNT

           SET  W-PF-PROOF-OK      TO TRUE

           IF      W-PS-SOD-QTY(W-POS-DX)
                   + W-PF-BOUGHT - W-PF-SOLD
                                   NOT = W-PS-HELD(W-POS-DX)
           OR      W-PF-RUNNING    NOT = W-PS-HELD(W-POS-DX)
               MOVE 'N'            TO W-PF-PROOF-SW
           END-IF

           IF      W-PS-SOD-COST(W-POS-DX)
                   + W-PF-BUY-COST - W-PS-RELIEVED(W-POS-DX)
                                   NOT = W-PS-COST(W-POS-DX)
               MOVE 'N'            TO W-PF-PROOF-SW
           END-IF

           IF      W-PF-OVERSOLD
               MOVE 'N'            TO W-PF-PROOF-SW
               ADD  1              TO W-OVERSELL-CNT
           END-IF

           IF      NOT W-PF-PROOF-OK
               ADD  1              TO W-PROOF-OUT-CNT
           END-IF

           COMPUTE W-PF-EOD-VALUE  =  W-PS-HELD(W-POS-DX)
                                      * W-PS-CLOSE-PRICE(W-POS-DX)

           IF      W-PS-HELD(W-POS-DX) = 0
               ADD  1              TO W-CLOSED-OUT-CNT
           ELSE
               ADD  1              TO W-ACCT-EOD-CNT
               ADD  W-PS-COST(W-POS-DX)
                                   TO W-ACCT-EOD-COST
               ADD  W-PF-EOD-VALUE TO W-ACCT-EOD-VALUE
           END-IF

           ADD  W-PS-SOD-QTY(W-POS-DX)
                                   TO W-TOT-SOD-QTY
           ADD  W-PF-BOUGHT        TO W-TOT-BOUGHT
           ADD  W-PF-SOLD          TO W-TOT-SOLD
           ADD  W-PS-HELD(W-POS-DX)
                                   TO W-TOT-EOD-QTY
           ADD  W-PS-SOD-COST(W-POS-DX)
                                   TO W-TOT-SOD-COST
           ADD  W-PF-BUY-COST      TO W-TOT-BUY-COST
           ADD  W-PS-RELIEVED(W-POS-DX)
                                   TO W-TOT-RELIEVED
           ADD  W-PS-COST(W-POS-DX)
                                   TO W-TOT-EOD-COST
           ADD  W-PS-SOD-VALUE(W-POS-DX)
                                   TO W-TOT-SOD-VALUE
           ADD  W-PF-EOD-VALUE     TO W-TOT-EOD-VALUE
           ADD  W-PS-REALIZED(W-POS-DX)
                                   TO W-TOT-REALIZED

           PERFORM SUB-2800-PRINT-POSITION THRU SUB-2800-EXIT
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2710-PROVE-ONE-TRADE.
      *-------------------------

           IF      W-TR-POS-DX(W-TR-DX) NOT = W-POS-DX
               GO TO SUB-2710-EXIT
           END-IF

           IF      W-TR-SIDE(W-TR-DX) = 'B'
               ADD  W-TR-QTY(W-TR-DX)
                                   TO W-PF-BOUGHT
                                      W-PF-RUNNING
               COMPUTE W-PF-BUY-COST
                                   =  W-PF-BUY-COST
                                      + W-TR-PRINCIPAL(W-TR-DX)
                                      + W-TR-COMMISSION(W-TR-DX)
           ELSE
               IF      W-TR-QTY(W-TR-DX) > W-PF-RUNNING
                   SET  W-PF-OVERSOLD
                                   TO TRUE
               END-IF
               ADD  W-TR-QTY(W-TR-DX)
                                   TO W-PF-SOLD
               SUBTRACT W-TR-QTY(W-TR-DX)
                                 FROM W-PF-RUNNING
           END-IF
           .
       SUB-2710-EXIT.
           EXIT.
      /
       SUB-2750-WRITE-EOD-ACCOUNT.
      *---------------------------

           MOVE SPACES             TO POS-V-REC
           MOVE 'V'                TO PV-RECORD-TYPE
           MOVE W-ACCT-ID          TO PV-ACCOUNT-ID
           MOVE W-ACCT-CUST-ID     TO PV-CUSTOMER-ID
           MOVE W-ACCT-OPEN-DATE   TO PV-OPEN-DATE
           MOVE W-ACCT-EOD-CNT     TO PV-POSITION-CNT
           MOVE W-ACCT-EOD-COST    TO PV-COST-BASIS-CENTS
           MOVE W-ACCT-EOD-VALUE   TO PV-MARKET-VALUE-CENTS

           WRITE POS-V-REC
           ADD  1                  TO W-POSFILE-WRITTEN

           PERFORM SUB-2760-WRITE-EOD-POSITION THRU SUB-2760-EXIT
               VARYING W-POS-DX FROM 1 BY 1
                 UNTIL W-POS-DX > W-POS-CNT
           .
       SUB-2750-EXIT.
           EXIT.
      /
       SUB-2760-WRITE-EOD-POSITION.
      *----------------------------

           IF      W-PS-HELD(W-POS-DX) = 0
               GO TO SUB-2760-EXIT
           END-IF

           MOVE SPACES             TO POS-Q-REC
           MOVE 'Q'                TO PQ-RECORD-TYPE
           MOVE W-ACCT-ID          TO PQ-ACCOUNT-ID
           MOVE W-PS-SEQ(W-POS-DX) TO PQ-POSITION-SEQ
           MOVE W-PS-SECURITY-ID(W-POS-DX)
                                   TO PQ-SECURITY-ID
           MOVE W-PS-ID-TYPE(W-POS-DX)
                                   TO PQ-SECURITY-ID-TYPE
           MOVE W-PS-ASSET-CLASS(W-POS-DX)
                                   TO PQ-ASSET-CLASS
           MOVE W-PS-HELD(W-POS-DX)
                                   TO PQ-QUANTITY
           MOVE W-PS-CLOSE-PRICE(W-POS-DX)
                                   TO PQ-PRICE-CENTS
           MOVE W-PS-COST(W-POS-DX)
                                   TO PQ-COST-BASIS-CENTS
           COMPUTE PQ-MARKET-VALUE-CENTS
                                   =  W-PS-HELD(W-POS-DX)
                                      * W-PS-CLOSE-PRICE(W-POS-DX)
           MOVE W-PS-ISSUER(W-POS-DX)
                                   TO PQ-ISSUER-NAME

           WRITE POS-Q-REC
           ADD  1                  TO W-POSFILE-WRITTEN
           .
       SUB-2760-EXIT.
           EXIT.
      /
       SUB-2800-PRINT-POSITION.
      *------------------------

           IF      W-LINE-CNT >= W-LINES-PER-PAGE
               PERFORM SUB-2810-PRINT-HEADINGS THRU SUB-2810-EXIT
           END-IF

           MOVE W-ACCT-ID          TO W-BUILD-LINE(1 : 19)
           MOVE W-PS-SEQ(W-POS-DX) TO W-BUILD-LINE(21 : 2)
           MOVE W-PS-SECURITY-ID(W-POS-DX)
                                   TO W-BUILD-LINE(24 : 12)

           MOVE W-PS-SOD-QTY(W-POS-DX)
                                   TO W-QTY-EDIT
           MOVE W-QTY-EDIT         TO W-BUILD-LINE(37 : 11)

           MOVE W-PF-BOUGHT        TO W-QTY-EDIT
           MOVE W-QTY-EDIT         TO W-BUILD-LINE(49 : 11)

           MOVE W-PF-SOLD          TO W-QTY-EDIT
           MOVE W-QTY-EDIT         TO W-BUILD-LINE(61 : 11)

           MOVE W-PS-HELD(W-POS-DX)
                                   TO W-QTY-EDIT
           MOVE W-QTY-EDIT         TO W-BUILD-LINE(73 : 11)

           COMPUTE W-EDIT-CENTS    =  W-PF-EOD-VALUE / 100
           MOVE W-EDIT-CENTS       TO W-VALUE-EDIT
           MOVE W-VALUE-EDIT       TO W-BUILD-LINE(85 : 13)

           COMPUTE W-EDIT-CENTS    =  W-PS-REALIZED(W-POS-DX) / 100
           MOVE W-EDIT-CENTS       TO W-GAIN-EDIT
           MOVE W-GAIN-EDIT        TO W-BUILD-LINE(99 : 13)

           IF      W-PF-PROOF-OK
               MOVE 'OK'           TO W-BUILD-LINE(118 : 3)
           ELSE
               MOVE 'OUT'          TO W-BUILD-LINE(118 : 3)
           END-IF

           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2810-PRINT-HEADINGS.
      *------------------------

           ADD  1                  TO W-PAGE-NO
           MOVE W-PAGE-NO          TO W-PAGE-DISP

           MOVE SPACES             TO RCNFILE-REC
           MOVE '1'                TO RCN-CC
           STRING 'COB-FAKER BROKERAGE TRADE RECONCILIATION'
                  '   TRADE DATE '
                  W-TRADE-DATE
                  '   SETTLES '
                  W-SETTLE-DATE
                  '   SEED '
                  W-SAVE-SEED-NO
                  '   PAGE '
                  W-PAGE-DISP      DELIMITED SIZE
                                   INTO RCN-LINE
           WRITE RCNFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           MOVE 'ACCOUNT ID'       TO W-BUILD-LINE(1 : 10)
           MOVE 'SQ'               TO W-BUILD-LINE(21 : 2)
           MOVE 'SECURITY'         TO W-BUILD-LINE(24 : 8)
           MOVE '    SOD QTY'      TO W-BUILD-LINE(37 : 11)
           MOVE '     BOUGHT'      TO W-BUILD-LINE(49 : 11)
           MOVE '       SOLD'      TO W-BUILD-LINE(61 : 11)
           MOVE '    EOD QTY'      TO W-BUILD-LINE(73 : 11)
           MOVE '    EOD VALUE'    TO W-BUILD-LINE(85 : 13)
           MOVE ' REALIZED G/L'    TO W-BUILD-LINE(99 : 13)
           MOVE 'PRF'              TO W-BUILD-LINE(118 : 3)
           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           MOVE ALL '-'            TO W-BUILD-LINE(1 : 120)
           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           MOVE 4                  TO W-LINE-CNT
           .
       SUB-2810-EXIT.
           EXIT.
      /
       SUB-2890-REPORT-LINE.
      *---------------------

           MOVE SPACES             TO RCNFILE-REC
           MOVE ' '                TO RCN-CC
           MOVE W-BUILD-LINE       TO RCN-LINE

           WRITE RCNFILE-REC
           ADD  1                  TO W-LINE-CNT

           MOVE SPACES             TO W-BUILD-LINE
           .
       SUB-2890-EXIT.
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

           PERFORM SUB-2920-NUM-TO-TEXT THRU SUB-2920-EXIT
           .
       SUB-2910-EXIT.
           EXIT.
      /
       SUB-2920-NUM-TO-TEXT.
      *---------------------

           MOVE SPACES             TO W-DATE-TEXT
           STRING W-DATE-NUM-YYYY  '-'
                  W-DATE-NUM-MM    '-'
                  W-DATE-NUM-DD    DELIMITED SIZE
                                   INTO W-DATE-TEXT
           .
       SUB-2920-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

           PERFORM SUB-3300-PRINT-TOTALS THRU SUB-3300-EXIT

           CLOSE TRDIN
                 TRDFILE
                 POSFILE
                 RCNFILE

           IF      W-POS-FULL-CNT > 0
           OR      W-TRADE-FULL-CNT > 0
               MOVE W-POS-FULL-CNT TO W-DISP-NUM
               DISPLAY W-ERROR-MSG
                       'position table full, not traded: '
                       W-DISP-NUM
               MOVE W-TRADE-FULL-CNT
                                   TO W-DISP-NUM
               DISPLAY W-ERROR-MSG
                       'trade table full, not booked:    '
                       W-DISP-NUM
               MOVE 4              TO RETURN-CODE
           END-IF

           IF      W-PROOF-OUT-CNT > 0
               MOVE W-PROOF-OUT-CNT
                                   TO W-DISP-NUM
               DISPLAY W-ERROR-MSG
                       'positions out of proof: '
                       W-DISP-NUM
               MOVE 4              TO RETURN-CODE
           END-IF

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERTRD Trades.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERTRD Positions.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERTRD Recon.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-ACCOUNTS-READ    TO W-DISP-NUM
           DISPLAY 'Accounts traded:          '
                   W-DISP-NUM

           MOVE W-POSITIONS-READ   TO W-DISP-NUM
           DISPLAY 'Positions read:           '
                   W-DISP-NUM

           MOVE W-TRADES-WRITTEN   TO W-DISP-NUM
           DISPLAY 'Trades confirmed:         '
                   W-DISP-NUM

           MOVE W-POSFILE-WRITTEN  TO W-DISP-NUM
           DISPLAY 'POSFILE records written:  '
                   W-DISP-NUM

           MOVE W-RUN-SEED-NO      TO W-DISP-NUM
           DISPLAY 'FAKERTRD run seed:        '
                   W-DISP-NUM

           DISPLAY 'FAKERTRD completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3300-PRINT-TOTALS.
      *----------------------

           MOVE 99                 TO W-LINE-CNT
           PERFORM SUB-2810-PRINT-HEADINGS THRU SUB-2810-EXIT

           MOVE 'RUN TOTALS'       TO W-BUILD-LINE
           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT
           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           MOVE 'START-OF-DAY QUANTITY:       '
                                   TO W-BUILD-LINE
           MOVE W-TOT-SOD-QTY      TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE '  PLUS SHARES BOUGHT:        '
                                   TO W-BUILD-LINE
           MOVE W-TOT-BOUGHT       TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE '  LESS SHARES SOLD:          '
                                   TO W-BUILD-LINE
           MOVE W-TOT-SOLD         TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'END-OF-DAY QUANTITY:         '
                                   TO W-BUILD-LINE
           MOVE W-TOT-EOD-QTY      TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           MOVE 'START-OF-DAY COST BASIS:     '
                                   TO W-BUILD-LINE
           MOVE W-TOT-SOD-COST     TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE '  PLUS COST OF BUYS:         '
                                   TO W-BUILD-LINE
           MOVE W-TOT-BUY-COST     TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE '  LESS COST RELIEVED:        '
                                   TO W-BUILD-LINE
           MOVE W-TOT-RELIEVED     TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE 'END-OF-DAY COST BASIS:       '
                                   TO W-BUILD-LINE
           MOVE W-TOT-EOD-COST     TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           MOVE 'BUY PRINCIPAL:               '
                                   TO W-BUILD-LINE
           MOVE W-TOT-BUY-PRINCIPAL
                                   TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE 'SELL PRINCIPAL:              '
                                   TO W-BUILD-LINE
           MOVE W-TOT-SELL-PRINCIPAL
                                   TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE 'COMMISSIONS:                 '
                                   TO W-BUILD-LINE
           MOVE W-TOT-COMMISSION   TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE 'NET PAID ON BUYS:            '
                                   TO W-BUILD-LINE
           MOVE W-TOT-NET-BUYS     TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE 'NET RECEIVED ON SELLS:       '
                                   TO W-BUILD-LINE
           MOVE W-TOT-NET-SELLS    TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE 'REALIZED GAIN/LOSS:          '
                                   TO W-BUILD-LINE
           COMPUTE W-EDIT-CENTS    =  W-TOT-REALIZED / 100
           MOVE W-EDIT-CENTS       TO W-SIGNED-TOTAL-EDIT
           MOVE W-SIGNED-TOTAL-EDIT
                                   TO W-BUILD-LINE(30 : 20)
           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           MOVE 'START-OF-DAY MARKET VALUE:   '
                                   TO W-BUILD-LINE
           MOVE W-TOT-SOD-VALUE    TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE 'END-OF-DAY MARKET VALUE:     '
                                   TO W-BUILD-LINE
           MOVE W-TOT-EOD-VALUE    TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           MOVE 'ACCOUNTS:                    '
                                   TO W-BUILD-LINE
           MOVE W-ACCOUNTS-READ    TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'POSITIONS:                   '
                                   TO W-BUILD-LINE
           MOVE W-POSITIONS-READ   TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'BUYS:                        '
                                   TO W-BUILD-LINE
           MOVE W-BUY-CNT          TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'SELLS:                       '
                                   TO W-BUILD-LINE
           MOVE W-SELL-CNT         TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'POSITIONS CLOSED OUT:        '
                                   TO W-BUILD-LINE
           MOVE W-CLOSED-OUT-CNT   TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'SELLS OVER SHARES HELD:      '
                                   TO W-BUILD-LINE
           MOVE W-OVERSELL-CNT     TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'POSITIONS OUT OF PROOF:      '
                                   TO W-BUILD-LINE
           MOVE W-PROOF-OUT-CNT    TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'UNMATCHED POSITION RECORDS:  '
                                   TO W-BUILD-LINE
           MOVE W-ORPHAN-CNT       TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3350-TOTAL-LINE.
      *--------------------

           COMPUTE W-EDIT-CENTS    =  W-EDIT-CENTS / 100
           MOVE W-EDIT-CENTS       TO W-TOTAL-EDIT
           MOVE W-TOTAL-EDIT       TO W-BUILD-LINE(30 : 20)

           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT
           .
       SUB-3350-EXIT.
           EXIT.
      /
       SUB-3360-COUNT-LINE.
      *--------------------

           MOVE W-DISP-NUM         TO W-BUILD-LINE(39 : 11)

           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT
           .
       SUB-3360-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
