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

       PROGRAM-ID.             FAKERCDR.

      **** Call-detail records between the customers of a profile-
      **** mode extract - the feed for telecom billing (FAKERRAT
      **** rates it) and for the fraud team's detection rules.  A
      **** customer with a usable NANP telephone number is a
      **** subscriber, and each of its numbers is a line for the
      **** days it was in service: the 'P' record's number from the
      **** end of the last 'E' contact-history period, each history
      **** number for its own effective period.  A call is always
      **** made from the number in service on the call date.
      ****
      **** Each subscriber makes voice calls and sends SMS in the
      **** window of months up to the run date, between 07:00 and
      **** 23:00 by FAKTEMP's TEMPORAL-DATETIME: about a third to
      **** other subscribers (on-net, at the number they held that
      **** day), most of the rest to outside US numbers - half of
      **** them drawn by FAKPHON in the subscriber's own state - and
      **** one in ten abroad, to everyday destinations.  The
      **** 07:00-23:00 window is the subscriber's own local day: a
      **** subscriber whose 'A' record carries a US state or a
      **** Canadian province has every call stamped in that zone,
      **** the start time local and the UTC offset in force
      **** appended to the CDR (blank for a subscriber with no
      **** zone), so rating and the fraud rules see odd hours as
      **** the subscriber lived them.
      ****
      **** A seeded share of the subscribers has a fraud pattern
      **** planted after its ordinary traffic:
      ****     IRSF     - international revenue-share fraud: one
      ****                night, from about 01:00, eight to twenty
      ****                long voice calls back to back into one
      ****                number range of a high-cost destination;
      ****     SMSBLAST - one day, fifty to two hundred SMS within
      ****                the hour to as many different numbers.
      **** The answer key carries one line per plant: subscriber,
      **** pattern, number, date, the first and last CDR sequence
      **** numbers it covers and the destination country code.
      ****
      **** PARM: months of traffic (default 1, at most 24), average
      **** events per subscriber per month (default 20), fraud
      **** plant percent of subscribers (default 5), optional seed -
      **** comma-delimited.  With no seed the extract's own run seed
      **** is used, so the same extract always gives the same
      **** traffic.

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
           SELECT CDRIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CDRIN-STATUS.

           SELECT CDRFILE              ASSIGN 'Data\FAKERCDR Calls.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT KEYFILE              ASSIGN 'Data\FAKERCDR Anskey.txt'
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

       FD  CDRIN.

       01  CDRIN-REC               PIC X(320).

       01  FILLER REDEFINES CDRIN-REC.
           05  CIN-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(319).

       01  CDRIN-P-REC REDEFINES CDRIN-REC.
           05  FILLER              PIC X(95).
           05  CIP-TELEPHONE-AREA-CODE
                                   PIC X(03).
           05  FILLER              PIC X(01).
           05  CIP-TELEPHONE-PREFIX
                                   PIC X(03).
           05  FILLER              PIC X(01).
           05  CIP-TELEPHONE-SUFFIX
                                   PIC X(04).
           05  FILLER              PIC X(06).
           05  CIP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(193).

       01  CDRIN-A-REC REDEFINES CDRIN-REC.
           05  FILLER              PIC X(62).
           05  CIA-STATE           PIC X(10).
           05  FILLER              PIC X(11).
           05  CIA-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(223).

       01  CDRIN-E-REC REDEFINES CDRIN-REC.
           05  FILLER              PIC X(02).
           05  CIE-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(03).
           05  CIE-EFFECTIVE-DATE  PIC X(10).
           05  FILLER              PIC X(01).
           05  CIE-END-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  CIE-ACTIVE-SW       PIC X(01).
           05  FILLER              PIC X(01).
           05  CIE-TELEPHONE-AREA  PIC X(03).
           05  FILLER              PIC X(01).
           05  CIE-TELEPHONE-PREFIX
                                   PIC X(03).
           05  FILLER              PIC X(01).
           05  CIE-TELEPHONE-SUFFIX
                                   PIC X(04).
           05  FILLER              PIC X(265).

       FD  CDRFILE.

      **** A call-detail record 'C' per voice call or SMS, in
      **** subscriber order, then a trailer 'T'.  Numbers are the
      **** dialled digits with the country code - 1 and ten digits
      **** for a NANP number.

       01  CDR-CALL-REC.
           05  CD-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  CD-CDR-SEQ          PIC 9(09).
           05  FILLER              PIC X(01).
           05  CD-SUBSCRIBER-ID    PIC X(14).
           05  FILLER              PIC X(01).
           05  CD-CALL-TYPE        PIC X(05).
               88  CD-VOICE                        VALUE 'VOICE'.
               88  CD-SMS                          VALUE 'SMS'.
           05  FILLER              PIC X(01).
           05  CD-ORIG-NUMBER      PIC X(15).
           05  FILLER              PIC X(01).
           05  CD-TERM-NUMBER      PIC X(15).
           05  FILLER              PIC X(01).
           05  CD-START-STAMP      PIC X(19).
           05  FILLER              PIC X(01).
           05  CD-DURATION-SECS    PIC 9(05).
           05  FILLER              PIC X(01).
           05  CD-UTC-OFFSET       PIC X(06).

       01  CDR-TRAILER-REC.
           05  CT-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  CT-CDR-COUNT        PIC 9(09).
           05  FILLER              PIC X(01).
           05  CT-DURATION-TOTAL   PIC 9(12).

       FD  KEYFILE.

       01  KEYFILE-REC.
           05  KEY-SUBSCRIBER-ID   PIC X(14).
           05  FILLER              PIC X(01).
           05  KEY-PATTERN         PIC X(08).
           05  FILLER              PIC X(01).
           05  KEY-ORIG-NUMBER     PIC X(15).
           05  FILLER              PIC X(01).
           05  KEY-DATE            PIC X(10).
           05  FILLER              PIC X(01).
           05  KEY-FIRST-CDR-SEQ   PIC 9(09).
           05  FILLER              PIC X(01).
           05  KEY-LAST-CDR-SEQ    PIC 9(09).
           05  FILLER              PIC X(01).
           05  KEY-CDR-COUNT       PIC 9(05).
           05  FILLER              PIC X(01).
           05  KEY-COUNTRY-CODE    PIC X(03).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CDRIN-STATUS          PIC X(02).

       01  W-CDRIN-EOF-SW          PIC X(01)       VALUE 'N'.
           88  W-CDRIN-EOF                         VALUE 'Y'.

       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-SAVE-SEED-NO          PIC X(09)       VALUE SPACES.
       01  W-MONTHS                PIC 9(02)  COMP VALUE 1.
       01  W-MONTHS-MAX            PIC 9(02)  COMP VALUE 24.
       01  W-AVG-EVENTS            PIC 9(05)  COMP VALUE 20.
       01  W-FRAUD-PCT             PIC 9(03)  COMP VALUE 5.
       01  W-ON-NET-PCT            PIC 9(03)  COMP VALUE 35.
       01  W-ABROAD-PCT            PIC 9(03)  COMP VALUE 10.
       01  W-SMS-PCT               PIC 9(03)  COMP VALUE 40.
       01  W-IRSF-PCT              PIC 9(03)  COMP VALUE 60.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.
       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.

      **** FAKADDR's US states, by the ordinal FAKER-SESSION-ID
      **** carries - probed once at start-up, so a subscriber's
      **** state abbreviation leads back to the ordinal FAKPHON
      **** draws that state's area codes by.

       01  W-ST-MAX                PIC S9(4)  COMP VALUE 60.
       01  W-ST-CNT                PIC S9(4)  COMP VALUE 0.
       01  W-ST-DX                 PIC S9(4)  COMP.
       01  W-ST-DONE-SW            PIC X(01).
           88  W-ST-DONE                           VALUE 'Y'.
       01  W-ST-TABLE.
           05  W-ST-ABBR           PIC X(02)       OCCURS 60.

      **** Subscribers, in extract order, each with its lines - a
      **** customer's lines sit together, the 'P' number first.

       01  W-CUS-MAX               PIC S9(9)  COMP VALUE 5000.
       01  W-CUS-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-CUS-DX                PIC S9(9)  COMP.
       01  W-CUS-TABLE.
           05  W-CUS-OCCS          OCCURS 5000.
               10  W-CUS-ID        PIC X(14).
               10  W-CUS-ST-ORD    PIC S9(4)  COMP.
               10  W-CUS-TZ-STATE  PIC X(02).
               10  W-CUS-P-LINE    PIC S9(9)  COMP.
               10  W-CUS-LINE-FIRST
                                   PIC S9(9)  COMP.
               10  W-CUS-LINE-CNT  PIC S9(4)  COMP.

       01  W-LINE-MAX              PIC S9(9)  COMP VALUE 20000.
       01  W-LINE-CNT              PIC S9(9)  COMP VALUE 0.
       01  W-LINE-DX               PIC S9(9)  COMP.
       01  W-LINE-TABLE.
           05  W-LINE-OCCS         OCCURS 20000.
               10  W-LINE-NUMBER   PIC X(10).
               10  W-LINE-FROM-INT PIC 9(09)  COMP.
               10  W-LINE-TO-INT   PIC 9(09)  COMP.

      **** Everyday international destinations, and the high-cost
      **** ones revenue-share fraud dials into: country code and
      **** the length of the national number.

       01  W-DESTINATIONS.
           05  W-DEST-CNT          PIC S9(4)  COMP VALUE 8.
           05  W-DEST-OCCS-DATA.
               10  FILLER          PIC X(05)       VALUE '44 10'.
               10  FILLER          PIC X(05)       VALUE '52 10'.
               10  FILLER          PIC X(05)       VALUE '91 10'.
               10  FILLER          PIC X(05)       VALUE '63 10'.
               10  FILLER          PIC X(05)       VALUE '33 09'.
               10  FILLER          PIC X(05)       VALUE '49 10'.
               10  FILLER          PIC X(05)       VALUE '86 11'.
               10  FILLER          PIC X(05)       VALUE '81 10'.
           05  FILLER REDEFINES W-DEST-OCCS-DATA.
               10  W-DEST-OCCS                     OCCURS 8.
                   15  W-DEST-CC   PIC X(03).
                   15  W-DEST-NAT-LEN
                                   PIC 9(02).

       01  W-PREMIUM-DESTINATIONS.
           05  W-PREM-CNT          PIC S9(4)  COMP VALUE 6.
           05  W-PREM-OCCS-DATA.
               10  FILLER          PIC X(05)       VALUE '37108'.
               10  FILLER          PIC X(05)       VALUE '53 08'.
               10  FILLER          PIC X(05)       VALUE '25208'.
               10  FILLER          PIC X(05)       VALUE '22409'.
               10  FILLER          PIC X(05)       VALUE '67605'.
               10  FILLER          PIC X(05)       VALUE '88210'.
           05  FILLER REDEFINES W-PREM-OCCS-DATA.
               10  W-PREM-OCCS                     OCCURS 6.
                   15  W-PREM-CC   PIC X(03).
                   15  W-PREM-NAT-LEN
                                   PIC 9(02).
       01  W-DEST-DX               PIC S9(4)  COMP.

      **** Traffic window and the event in hand.

       01  W-RUN-INT               PIC 9(09)  COMP VALUE 0.
       01  W-RUN-DATE              PIC X(10)       VALUE SPACES.
       01  W-WINDOW-FROM-INT       PIC 9(09)  COMP.
       01  W-WINDOW-FROM-DATE      PIC X(10).
       01  W-EVENTS                PIC 9(07)  COMP.
       01  W-CDR-SEQ               PIC 9(09)  COMP VALUE 0.
       01  W-DURATION-TOTAL        PIC 9(12)  COMP VALUE 0.
       01  W-EVENT-STAMP           PIC X(19).
       01  W-EVENT-OFFSET          PIC X(06).
       01  W-EVENT-INT             PIC 9(09)  COMP.
       01  W-EVENT-SECS            PIC 9(07)  COMP.
       01  W-DURATION              PIC 9(05)  COMP.
       01  W-CALL-TYPE             PIC X(05).
       01  W-ORIG-NUMBER           PIC X(15).
       01  W-TERM-NUMBER           PIC X(15).
       01  W-NUMBER-OK-SW          PIC X(01).
           88  W-NUMBER-OK                         VALUE 'Y'.

       01  W-LOOK-CUS-DX           PIC S9(9)  COMP.
       01  W-LOOK-INT              PIC 9(09)  COMP.
       01  W-LOOK-NUMBER           PIC X(10).
       01  W-PICK                  PIC S9(9)  COMP.
       01  W-SCAN                  PIC S9(9)  COMP.
       01  W-PEER-DX               PIC S9(9)  COMP.

       01  W-NATIONAL              PIC X(12).
       01  W-NAT-LEN               PIC 9(02)  COMP.
       01  W-DIGIT-DX              PIC 9(02)  COMP.
       01  W-DIGIT                 PIC 9(01).
       01  W-RANGE-LEN             PIC 9(02)  COMP.
       01  W-RANGE-DIGITS          PIC X(12).

       01  W-TIME-HH               PIC 9(02).
       01  W-TIME-MM               PIC 9(02).
       01  W-TIME-SS               PIC 9(02).
       01  W-TIME-REST             PIC 9(07)  COMP.
       01  W-DAY-SECS              PIC 9(07)  COMP VALUE 86400.
       01  W-GAP-SECS              PIC 9(05)  COMP.

      **** Plants.

       01  W-PLANT-PATTERN         PIC X(08).
       01  W-PLANT-CC              PIC X(03).
       01  W-PLANT-CNT             PIC 9(05)  COMP.
       01  W-PLANT-FIRST-SEQ       PIC 9(09)  COMP.
       01  W-PLANT-DATE            PIC X(10).

       01  W-TALLY.
           05  W-SUBSCRIBER-CNT    PIC 9(09)  COMP VALUE 0.
           05  W-HISTORY-LINE-CNT  PIC 9(09)  COMP VALUE 0.
           05  W-VOICE-CNT         PIC 9(09)  COMP VALUE 0.
           05  W-SMS-CNT           PIC 9(09)  COMP VALUE 0.
           05  W-ON-NET-CNT        PIC 9(09)  COMP VALUE 0.
           05  W-ABROAD-CNT        PIC 9(09)  COMP VALUE 0.
           05  W-NO-LINE-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-IRSF-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-SMSBLAST-CNT      PIC 9(09)  COMP VALUE 0.
           05  W-TABLE-FULL-CNT    PIC 9(09)  COMP VALUE 0.

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

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERCDR error: '.

      **** Each subscriber's traffic and each plant draw from a seed
      **** of their own, so a change to the plant rate leaves the
      **** ordinary traffic where it was.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(24)       VALUE
               'FAKERCDR seed text      '.
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
       01  W-PARM-MONTHS           PIC 9(02).
       01  W-PARM-EVENTS           PIC 9(05).
       01  W-PARM-FRAUD-PCT        PIC 9(03).
       01  W-PARM-SEED-NO          PIC 9(09).
       01  W-PARM-FRAUD-LEN        PIC S9(4)  COMP VALUE 0.
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

           DISPLAY 'FAKERCDR compiled on '
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

           PERFORM SUB-1250-LOAD-STATES THRU SUB-1250-EXIT

           PERFORM SUB-1300-LOAD-SUBSCRIBERS THRU SUB-1300-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-RUN-INT = 0
               DISPLAY W-ERROR-MSG
                       'no header run date - not a FAKERGEN extract'
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-RUN-SEED-NO = 0
               PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
           END-IF

      **** The window: the months up to and including the run date,
      **** thirty days to the month.

           COMPUTE W-WINDOW-FROM-INT
                                   =  W-RUN-INT - W-MONTHS * 30 + 1
           MOVE W-WINDOW-FROM-INT  TO W-DATE-INT
           PERFORM SUB-2910-INT-TO-TEXT THRU SUB-2910-EXIT
           MOVE W-DATE-TEXT        TO W-WINDOW-FROM-DATE

           OPEN OUTPUT CDRFILE
                       KEYFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-MONTHS
                        W-PARM-EVENTS
                        W-PARM-FRAUD-PCT
                                   COUNT IN W-PARM-FRAUD-LEN
                        W-PARM-SEED-NO
           END-UNSTRING

           IF      W-PARM-MONTHS NUMERIC
           AND     W-PARM-MONTHS > 0
               IF      W-PARM-MONTHS > W-MONTHS-MAX
                   DISPLAY W-ERROR-MSG
                           'months more than 24: '
                           W-PARM-TEXT
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF
               MOVE W-PARM-MONTHS  TO W-MONTHS
           END-IF

           IF      W-PARM-EVENTS NUMERIC
           AND     W-PARM-EVENTS > 0
               MOVE W-PARM-EVENTS  TO W-AVG-EVENTS
           END-IF

      **** A zero plant rate is a real choice - clean traffic - so
      **** it is taken whenever one was given.

           IF      W-PARM-FRAUD-LEN > 0
               IF      W-PARM-FRAUD-PCT NOT NUMERIC
               OR      W-PARM-FRAUD-PCT > 100
                   DISPLAY W-ERROR-MSG
                           'fraud plant rate not 0-100: '
                           W-PARM-TEXT
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF
               MOVE W-PARM-FRAUD-PCT
                                   TO W-FRAUD-PCT
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
       SUB-1250-LOAD-STATES.
      *---------------------

      **** ADDRESS-STATE-ABBR with each ordinal held in the session
      **** returns that ordinal's state; FAKADDR holds an ordinal
      **** past the end of its table to the last one, so the first
      **** ordinal that comes back smaller marks the end.

           MOVE 'N'                TO W-ST-DONE-SW

           PERFORM SUB-1260-PROBE-ONE-STATE THRU SUB-1260-EXIT
               VARYING W-ST-DX FROM 1 BY 1
                 UNTIL W-ST-DX > W-ST-MAX
                    OR W-ST-DONE

           MOVE 0                  TO FAKER-SESSION-ID
           .
       SUB-1250-EXIT.
           EXIT.
      /
       SUB-1260-PROBE-ONE-STATE.
      *-------------------------

           MOVE W-ST-DX            TO FAKER-SESSION-ID
           MOVE SPACES             TO FAKER-COUNTRY
           SET  ADDRESS-STATE-ABBR TO TRUE

           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT

           IF      NOT FAKER-RESPONSE-GOOD
           OR      FAKER-SESSION-ID < W-ST-DX
               SET  W-ST-DONE      TO TRUE
               GO TO SUB-1260-EXIT
           END-IF

           MOVE FAKER-RESULT(1 : 2)
                                   TO W-ST-ABBR(W-ST-DX)
           MOVE W-ST-DX            TO W-ST-CNT
           .
       SUB-1260-EXIT.
           EXIT.
      /
       SUB-1300-LOAD-SUBSCRIBERS.
      *--------------------------

           OPEN INPUT CDRIN

           IF      W-CDRIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open CDRIN, status '
                       W-CDRIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM SUB-1310-TAKE-ONE-RECORD THRU SUB-1310-EXIT
               UNTIL W-CDRIN-EOF

           CLOSE CDRIN
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-TAKE-ONE-RECORD.
      *-------------------------

           READ CDRIN
               AT END
                   SET  W-CDRIN-EOF
                                   TO TRUE
                   GO TO SUB-1310-EXIT
           END-READ

           EVALUATE CIN-RECORD-TYPE
             WHEN 'H'
               MOVE CDRIN-REC(3 : 10)
                                   TO W-DATE-TEXT
               IF      W-DATE-TEXT-YYYY NUMERIC
               AND     W-DATE-TEXT-MM NUMERIC
               AND     W-DATE-TEXT-DD NUMERIC
                   PERFORM SUB-2900-TEXT-TO-INT THRU SUB-2900-EXIT
                   MOVE W-DATE-INT TO W-RUN-INT
                   MOVE W-DATE-TEXT
                                   TO W-RUN-DATE
               END-IF

      **** No seed on the PARM: draw with the extract's own.

               MOVE CDRIN-REC(23 : 9)
                                   TO W-SAVE-SEED-NO
               IF      W-RUN-SEED-NO = 0
               AND     W-SAVE-SEED-NO NUMERIC
                   MOVE W-SAVE-SEED-NO
                                   TO W-RUN-SEED-NO
               END-IF

             WHEN 'P'
               PERFORM SUB-1320-ADD-SUBSCRIBER THRU SUB-1320-EXIT

             WHEN 'A'
               PERFORM SUB-1330-HOLD-STATE THRU SUB-1330-EXIT

             WHEN 'E'
               PERFORM SUB-1350-ADD-HISTORY-LINE THRU SUB-1350-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1320-ADD-SUBSCRIBER.
      *------------------------

           IF      W-CUS-CNT >= W-CUS-MAX
           OR      W-LINE-CNT >= W-LINE-MAX
               ADD  1              TO W-TABLE-FULL-CNT
               GO TO SUB-1320-EXIT
           END-IF

           ADD  1                  TO W-CUS-CNT
           MOVE CIP-CUSTOMER-ID    TO W-CUS-ID(W-CUS-CNT)
           MOVE SPACES             TO W-CUS-TZ-STATE(W-CUS-CNT)
           MOVE 0                  TO W-CUS-ST-ORD(W-CUS-CNT)
                                      W-CUS-P-LINE(W-CUS-CNT)
                                      W-CUS-LINE-CNT(W-CUS-CNT)
           COMPUTE W-CUS-LINE-FIRST(W-CUS-CNT)
                                   =  W-LINE-CNT + 1

      **** The current number is in service until the run date; its
      **** start moves up as contact history turns up.

           IF      CIP-TELEPHONE-AREA-CODE NUMERIC
           AND     CIP-TELEPHONE-PREFIX NUMERIC
           AND     CIP-TELEPHONE-SUFFIX NUMERIC
               ADD  1              TO W-LINE-CNT
                                      W-CUS-LINE-CNT(W-CUS-CNT)
               MOVE W-LINE-CNT     TO W-CUS-P-LINE(W-CUS-CNT)
               STRING CIP-TELEPHONE-AREA-CODE
                      CIP-TELEPHONE-PREFIX
                      CIP-TELEPHONE-SUFFIX
                                   DELIMITED SIZE
                                   INTO W-LINE-NUMBER(W-LINE-CNT)
               MOVE 0              TO W-LINE-FROM-INT(W-LINE-CNT)
               MOVE 999999999      TO W-LINE-TO-INT(W-LINE-CNT)
           END-IF
           .
       SUB-1320-EXIT.
           EXIT.
      /
       SUB-1330-HOLD-STATE.
      *--------------------

           IF      W-CUS-CNT = 0
           OR      CIA-CUSTOMER-ID NOT = W-CUS-ID(W-CUS-CNT)
           OR      CIA-STATE(3 : 8) NOT = SPACES
               GO TO SUB-1330-EXIT
           END-IF

           MOVE CIA-STATE(1 : 2)   TO W-CUS-TZ-STATE(W-CUS-CNT)

           PERFORM SUB-1340-MATCH-STATE THRU SUB-1340-EXIT
               VARYING W-ST-DX FROM 1 BY 1
                 UNTIL W-ST-DX > W-ST-CNT
                    OR W-CUS-ST-ORD(W-CUS-CNT) > 0
           .
       SUB-1330-EXIT.
           EXIT.
      /
       SUB-1340-MATCH-STATE.
      *---------------------

           IF      W-ST-ABBR(W-ST-DX) = CIA-STATE(1 : 2)
               MOVE W-ST-DX        TO W-CUS-ST-ORD(W-CUS-CNT)
           END-IF
           .
       SUB-1340-EXIT.
           EXIT.
      /
       SUB-1350-ADD-HISTORY-LINE.
      *--------------------------

      **** A history period runs from its effective date to the day
      **** before its end date, when the next number took over - so
      **** the current number starts no earlier than the last end.

           IF      W-CUS-CNT = 0
           OR      CIE-CUSTOMER-ID NOT = W-CUS-ID(W-CUS-CNT)
           OR      CIE-ACTIVE-SW = 'Y'
               GO TO SUB-1350-EXIT
           END-IF

           MOVE CIE-END-DATE       TO W-DATE-TEXT
           IF      W-DATE-TEXT-YYYY NOT NUMERIC
           OR      W-DATE-TEXT-MM NOT NUMERIC
           OR      W-DATE-TEXT-DD NOT NUMERIC
               GO TO SUB-1350-EXIT
           END-IF
           PERFORM SUB-2900-TEXT-TO-INT THRU SUB-2900-EXIT

           IF      W-CUS-P-LINE(W-CUS-CNT) > 0
           AND     W-DATE-INT
                       > W-LINE-FROM-INT(W-CUS-P-LINE(W-CUS-CNT))
               MOVE W-DATE-INT
                     TO W-LINE-FROM-INT(W-CUS-P-LINE(W-CUS-CNT))
           END-IF

           IF      CIE-TELEPHONE-AREA NOT NUMERIC
           OR      CIE-TELEPHONE-PREFIX NOT NUMERIC
           OR      CIE-TELEPHONE-SUFFIX NOT NUMERIC
               GO TO SUB-1350-EXIT
           END-IF

           IF      W-LINE-CNT >= W-LINE-MAX
               ADD  1              TO W-TABLE-FULL-CNT
               GO TO SUB-1350-EXIT
           END-IF

           ADD  1                  TO W-LINE-CNT
                                      W-CUS-LINE-CNT(W-CUS-CNT)
                                      W-HISTORY-LINE-CNT
           COMPUTE W-LINE-TO-INT(W-LINE-CNT)
                                   =  W-DATE-INT - 1
           STRING CIE-TELEPHONE-AREA
                  CIE-TELEPHONE-PREFIX
                  CIE-TELEPHONE-SUFFIX
                                   DELIMITED SIZE
                                   INTO W-LINE-NUMBER(W-LINE-CNT)

           MOVE CIE-EFFECTIVE-DATE TO W-DATE-TEXT
           IF      W-DATE-TEXT-YYYY NUMERIC
           AND     W-DATE-TEXT-MM NUMERIC
           AND     W-DATE-TEXT-DD NUMERIC
               PERFORM SUB-2900-TEXT-TO-INT THRU SUB-2900-EXIT
               MOVE W-DATE-INT     TO W-LINE-FROM-INT(W-LINE-CNT)
           ELSE
               MOVE 0              TO W-LINE-FROM-INT(W-LINE-CNT)
           END-IF
           .
       SUB-1350-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           PERFORM SUB-2100-SUBSCRIBER THRU SUB-2100-EXIT
               VARYING W-CUS-DX FROM 1 BY 1
                 UNTIL W-CUS-DX > W-CUS-CNT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-SUBSCRIBER.
      *--------------------

           IF      W-CUS-LINE-CNT(W-CUS-DX) = 0
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-SUBSCRIBER-CNT

           MOVE 'TRAFFIC'          TO W-SEED-KIND
           MOVE W-CUS-DX           TO W-SEED-ITEM-NO
           PERFORM SUB-2930-SEED-ITEM THRU SUB-2930-EXIT

      **** Half to one and a half times the average.

           COMPUTE W-EVENTS        =  W-AVG-EVENTS * W-MONTHS
           COMPUTE W-EVENTS        =  W-EVENTS * FAKRAND-RANDOM-NO
                                      + W-EVENTS / 2

           PERFORM SUB-2200-ONE-EVENT THRU SUB-2200-EXIT
               W-EVENTS TIMES

           MOVE 'PLANT'            TO W-SEED-KIND
           PERFORM SUB-2930-SEED-ITEM THRU SUB-2930-EXIT

           IF      FAKRAND-RANDOM-NO * 100 < W-FRAUD-PCT
               PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
               IF      FAKRAND-RANDOM-NO * 100 < W-IRSF-PCT
                   PERFORM SUB-2500-PLANT-IRSF THRU SUB-2500-EXIT
               ELSE
                   PERFORM SUB-2600-PLANT-SMSBLAST THRU SUB-2600-EXIT
               END-IF
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-ONE-EVENT.
      *-------------------

           MOVE W-WINDOW-FROM-DATE TO FAKER-DATE-FROM
           MOVE W-RUN-DATE         TO FAKER-DATE-TO
           MOVE '07:00:00'         TO FAKER-TIME-FROM
           MOVE '22:59:59'         TO FAKER-TIME-TO
           MOVE W-CUS-TZ-STATE(W-CUS-DX)
                                   TO FAKER-TZ-STATE
           SET  TEMPORAL-DATETIME  TO TRUE

           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT

           MOVE SPACES             TO FAKER-DATE-FROM
                                      FAKER-DATE-TO
                                      FAKER-TIME-FROM
                                      FAKER-TIME-TO
                                      FAKER-TZ-STATE

           IF      NOT FAKER-RESPONSE-GOOD
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-CUS-TZ-STATE(W-CUS-DX) = SPACES
               MOVE FAKER-RESULT(1 : 19)
                                   TO W-EVENT-STAMP
               MOVE SPACES         TO W-EVENT-OFFSET
           ELSE
               MOVE FAKER-TEMPORAL-LOCAL
                                   TO W-EVENT-STAMP
               MOVE FAKER-TEMPORAL-OFFSET
                                   TO W-EVENT-OFFSET
           END-IF
           MOVE W-EVENT-STAMP(1 : 10)
                                   TO W-DATE-TEXT
           PERFORM SUB-2900-TEXT-TO-INT THRU SUB-2900-EXIT
           MOVE W-DATE-INT         TO W-EVENT-INT

      **** The number the subscriber held that day - none, in a
      **** history gap, and the event is not made.

           MOVE W-CUS-DX           TO W-LOOK-CUS-DX
           MOVE W-EVENT-INT        TO W-LOOK-INT
           PERFORM SUB-2800-NUMBER-AT-DATE THRU SUB-2800-EXIT

           IF      W-LOOK-NUMBER = SPACES
               ADD  1              TO W-NO-LINE-CNT
               GO TO SUB-2200-EXIT
           END-IF

           MOVE SPACES             TO W-ORIG-NUMBER
           STRING '1'
                  W-LOOK-NUMBER    DELIMITED SIZE
                                   INTO W-ORIG-NUMBER

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           IF      FAKRAND-RANDOM-NO * 100 < W-SMS-PCT
               MOVE 'SMS'          TO W-CALL-TYPE
               MOVE 0              TO W-DURATION
           ELSE
               MOVE 'VOICE'        TO W-CALL-TYPE
               PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
               COMPUTE W-DURATION  =  FAKRAND-RANDOM-NO
                                      * FAKRAND-RANDOM-NO * 1800
                                      + 5
           END-IF

      **** On-net, abroad, or an outside US number.

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           EVALUATE TRUE
             WHEN FAKRAND-RANDOM-NO * 100 < W-ON-NET-PCT
               PERFORM SUB-2300-ON-NET-PARTY THRU SUB-2300-EXIT
               IF      NOT W-NUMBER-OK
                   PERFORM SUB-2310-OUTSIDE-NUMBER THRU SUB-2310-EXIT
               END-IF
             WHEN FAKRAND-RANDOM-NO * 100
                                   < W-ON-NET-PCT + W-ABROAD-PCT
               PERFORM SUB-2320-ABROAD-NUMBER THRU SUB-2320-EXIT
             WHEN OTHER
               PERFORM SUB-2310-OUTSIDE-NUMBER THRU SUB-2310-EXIT
           END-EVALUATE

           IF      NOT W-NUMBER-OK
               GO TO SUB-2200-EXIT
           END-IF

           PERFORM SUB-2700-WRITE-CDR THRU SUB-2700-EXIT
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-ON-NET-PARTY.
      *----------------------

      **** A seeded starting point, then the first other subscriber
      **** round the table with a number in service that day.

           MOVE 'N'                TO W-NUMBER-OK-SW
           MOVE 0                  TO W-PEER-DX

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-PICK          =  FAKRAND-RANDOM-NO * W-CUS-CNT

           PERFORM SUB-2305-TRY-ONE-PEER THRU SUB-2305-EXIT
               VARYING W-SCAN FROM 1 BY 1
                 UNTIL W-SCAN > W-CUS-CNT
                    OR W-NUMBER-OK

           IF      W-NUMBER-OK
               ADD  1              TO W-ON-NET-CNT
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2305-TRY-ONE-PEER.
      *----------------------

           COMPUTE W-LOOK-CUS-DX   =  FUNCTION MOD(W-PICK + W-SCAN - 1,
                                                   W-CUS-CNT)
                                      + 1

           IF      W-LOOK-CUS-DX = W-CUS-DX
           OR      W-CUS-LINE-CNT(W-LOOK-CUS-DX) = 0
               GO TO SUB-2305-EXIT
           END-IF

           PERFORM SUB-2800-NUMBER-AT-DATE THRU SUB-2800-EXIT

           IF      W-LOOK-NUMBER = SPACES
               GO TO SUB-2305-EXIT
           END-IF

           MOVE SPACES             TO W-TERM-NUMBER
           STRING '1'
                  W-LOOK-NUMBER    DELIMITED SIZE
                                   INTO W-TERM-NUMBER
           SET  W-NUMBER-OK        TO TRUE
           .
       SUB-2305-EXIT.
           EXIT.
      /
       SUB-2310-OUTSIDE-NUMBER.
      *------------------------

      **** Half the outside numbers are in the subscriber's own
      **** state, by FAKPHON's state area codes.

           MOVE 'N'                TO W-NUMBER-OK-SW

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           IF      FAKRAND-RANDOM-NO < 0.5
               MOVE W-CUS-ST-ORD(W-CUS-DX)
                                   TO FAKER-SESSION-ID
           END-IF

           MOVE SPACES             TO FAKER-COUNTRY
           SET  TELEPHONE          TO TRUE
           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT
           MOVE 0                  TO FAKER-SESSION-ID

           IF      NOT FAKER-RESPONSE-GOOD
           OR      FAKER-TELEPHONE-AREA-CODE NOT NUMERIC
           OR      FAKER-TELEPHONE-PREFIX NOT NUMERIC
           OR      FAKER-TELEPHONE-SUFFIX NOT NUMERIC
               GO TO SUB-2310-EXIT
           END-IF

           MOVE SPACES             TO W-TERM-NUMBER
           STRING '1'
                  FAKER-TELEPHONE-AREA-CODE
                  FAKER-TELEPHONE-PREFIX
                  FAKER-TELEPHONE-SUFFIX
                                   DELIMITED SIZE
                                   INTO W-TERM-NUMBER
           SET  W-NUMBER-OK        TO TRUE
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-ABROAD-NUMBER.
      *-----------------------

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-DEST-DX       =  FAKRAND-RANDOM-NO * W-DEST-CNT
                                      + 1

           MOVE W-DEST-NAT-LEN(W-DEST-DX)
                                   TO W-NAT-LEN
           MOVE 0                  TO W-RANGE-LEN
           PERFORM SUB-2850-DRAW-NATIONAL THRU SUB-2850-EXIT

           MOVE SPACES             TO W-TERM-NUMBER
           STRING W-DEST-CC(W-DEST-DX)
                                   DELIMITED SPACE
                  W-NATIONAL(1 : W-NAT-LEN)
                                   DELIMITED SIZE
                                   INTO W-TERM-NUMBER
           SET  W-NUMBER-OK        TO TRUE
           ADD  1                  TO W-ABROAD-CNT
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2500-PLANT-IRSF.
      *--------------------

      **** One night, one high-cost number range, long calls back to
      **** back from about 01:00.

           MOVE 'IRSF'             TO W-PLANT-PATTERN

           PERFORM SUB-2650-PLANT-DAY THRU SUB-2650-EXIT

           IF      W-LOOK-NUMBER = SPACES
               ADD  1              TO W-NO-LINE-CNT
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-DEST-DX       =  FAKRAND-RANDOM-NO * W-PREM-CNT
                                      + 1
           MOVE W-PREM-CC(W-DEST-DX)
                                   TO W-PLANT-CC
           MOVE W-PREM-NAT-LEN(W-DEST-DX)
                                   TO W-NAT-LEN

      **** The range: every digit of the national number but the
      **** last two is shared by the whole burst.

           MOVE 0                  TO W-RANGE-LEN
           PERFORM SUB-2850-DRAW-NATIONAL THRU SUB-2850-EXIT
           MOVE W-NATIONAL         TO W-RANGE-DIGITS
           COMPUTE W-RANGE-LEN     =  W-NAT-LEN - 2

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-EVENT-SECS    =  FAKRAND-RANDOM-NO * 3600 + 3600

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-PLANT-CNT     =  FAKRAND-RANDOM-NO * 13 + 8

           MOVE 'VOICE'            TO W-CALL-TYPE
           COMPUTE W-PLANT-FIRST-SEQ
                                   =  W-CDR-SEQ + 1

           PERFORM SUB-2510-IRSF-CALL THRU SUB-2510-EXIT
               W-PLANT-CNT TIMES

           ADD  1                  TO W-IRSF-CNT
           PERFORM SUB-2690-WRITE-KEY THRU SUB-2690-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-IRSF-CALL.
      *-------------------

           PERFORM SUB-2850-DRAW-NATIONAL THRU SUB-2850-EXIT

           MOVE SPACES             TO W-TERM-NUMBER
           STRING W-PLANT-CC       DELIMITED SPACE
                  W-NATIONAL(1 : W-NAT-LEN)
                                   DELIMITED SIZE
                                   INTO W-TERM-NUMBER

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-DURATION      =  FAKRAND-RANDOM-NO * 1200 + 600

           PERFORM SUB-2860-SECS-TO-STAMP THRU SUB-2860-EXIT
           PERFORM SUB-2700-WRITE-CDR THRU SUB-2700-EXIT

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-GAP-SECS      =  FAKRAND-RANDOM-NO * 115 + 5
           ADD  W-DURATION
                W-GAP-SECS         TO W-EVENT-SECS
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2600-PLANT-SMSBLAST.
      *------------------------

      **** One day, an hour or so of SMS to a different outside
      **** number each time, from between 09:00 and 20:00.

           MOVE 'SMSBLAST'         TO W-PLANT-PATTERN
           MOVE SPACES             TO W-PLANT-CC

           PERFORM SUB-2650-PLANT-DAY THRU SUB-2650-EXIT

           IF      W-LOOK-NUMBER = SPACES
               ADD  1              TO W-NO-LINE-CNT
               GO TO SUB-2600-EXIT
           END-IF

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-EVENT-SECS    =  FAKRAND-RANDOM-NO * 39600
                                      + 32400

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-PLANT-CNT     =  FAKRAND-RANDOM-NO * 151 + 50

           COMPUTE W-PLANT-FIRST-SEQ
                                   =  W-CDR-SEQ + 1

           PERFORM SUB-2610-SMSBLAST-TEXT THRU SUB-2610-EXIT
               W-PLANT-CNT TIMES

           ADD  1                  TO W-SMSBLAST-CNT
           PERFORM SUB-2690-WRITE-KEY THRU SUB-2690-EXIT
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-SMSBLAST-TEXT.
      *-----------------------

           PERFORM SUB-2310-OUTSIDE-NUMBER THRU SUB-2310-EXIT

           IF      W-NUMBER-OK
               MOVE 'SMS'          TO W-CALL-TYPE
               MOVE 0              TO W-DURATION
               PERFORM SUB-2860-SECS-TO-STAMP THRU SUB-2860-EXIT
               PERFORM SUB-2700-WRITE-CDR THRU SUB-2700-EXIT
           END-IF

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-EVENT-SECS    =  W-EVENT-SECS
                                      + FAKRAND-RANDOM-NO * 18 + 2
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2650-PLANT-DAY.
      *-------------------

      **** The plant's day, and the number the subscriber held on
      **** it.

           MOVE W-WINDOW-FROM-DATE TO FAKER-DATE-FROM
           MOVE W-RUN-DATE         TO FAKER-DATE-TO
           SET  TEMPORAL-DATE      TO TRUE
           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT
           MOVE SPACES             TO FAKER-DATE-FROM
                                      FAKER-DATE-TO

           MOVE SPACES             TO W-LOOK-NUMBER
           IF      NOT FAKER-RESPONSE-GOOD
               GO TO SUB-2650-EXIT
           END-IF

           MOVE FAKER-RESULT(1 : 10)
                                   TO W-PLANT-DATE
                                      W-DATE-TEXT
           PERFORM SUB-2900-TEXT-TO-INT THRU SUB-2900-EXIT
           MOVE W-DATE-INT         TO W-EVENT-INT

           MOVE W-CUS-DX           TO W-LOOK-CUS-DX
           MOVE W-EVENT-INT        TO W-LOOK-INT
           PERFORM SUB-2800-NUMBER-AT-DATE THRU SUB-2800-EXIT

           MOVE SPACES             TO W-ORIG-NUMBER
           STRING '1'
                  W-LOOK-NUMBER    DELIMITED SIZE
                                   INTO W-ORIG-NUMBER
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-2690-WRITE-KEY.
      *-------------------

           MOVE SPACES             TO KEYFILE-REC
           MOVE W-CUS-ID(W-CUS-DX) TO KEY-SUBSCRIBER-ID
           MOVE W-PLANT-PATTERN    TO KEY-PATTERN
           MOVE W-ORIG-NUMBER      TO KEY-ORIG-NUMBER
           MOVE W-PLANT-DATE       TO KEY-DATE
           MOVE W-PLANT-FIRST-SEQ  TO KEY-FIRST-CDR-SEQ
           MOVE W-CDR-SEQ          TO KEY-LAST-CDR-SEQ
           COMPUTE KEY-CDR-COUNT   =  W-CDR-SEQ - W-PLANT-FIRST-SEQ + 1
           MOVE W-PLANT-CC         TO KEY-COUNTRY-CODE

           WRITE KEYFILE-REC
           .
       SUB-2690-EXIT.
           EXIT.
      /
       SUB-2700-WRITE-CDR.
      *-------------------

           ADD  1                  TO W-CDR-SEQ

           MOVE SPACES             TO CDR-CALL-REC
           MOVE 'C'                TO CD-RECORD-TYPE
           MOVE W-CDR-SEQ          TO CD-CDR-SEQ
           MOVE W-CUS-ID(W-CUS-DX) TO CD-SUBSCRIBER-ID
           MOVE W-CALL-TYPE        TO CD-CALL-TYPE
           MOVE W-ORIG-NUMBER      TO CD-ORIG-NUMBER
           MOVE W-TERM-NUMBER      TO CD-TERM-NUMBER
           MOVE W-EVENT-STAMP      TO CD-START-STAMP
           MOVE W-EVENT-OFFSET     TO CD-UTC-OFFSET
           MOVE W-DURATION         TO CD-DURATION-SECS

           WRITE CDR-CALL-REC

           ADD  W-DURATION         TO W-DURATION-TOTAL

           IF      CD-SMS
               ADD  1              TO W-SMS-CNT
           ELSE
               ADD  1              TO W-VOICE-CNT
           END-IF
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2800-NUMBER-AT-DATE.
      *------------------------

      **** W-LOOK-CUS-DX's number in service on W-LOOK-INT, or
      **** spaces.

           MOVE SPACES             TO W-LOOK-NUMBER

           PERFORM SUB-2805-TRY-ONE-LINE THRU SUB-2805-EXIT
               VARYING W-LINE-DX FROM W-CUS-LINE-FIRST(W-LOOK-CUS-DX)
                    BY 1
                 UNTIL W-LINE-DX > W-CUS-LINE-FIRST(W-LOOK-CUS-DX)
                                   + W-CUS-LINE-CNT(W-LOOK-CUS-DX) - 1
                    OR W-LOOK-NUMBER NOT = SPACES
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2805-TRY-ONE-LINE.
      *----------------------

           IF      W-LOOK-INT NOT < W-LINE-FROM-INT(W-LINE-DX)
           AND     W-LOOK-INT NOT > W-LINE-TO-INT(W-LINE-DX)
               MOVE W-LINE-NUMBER(W-LINE-DX)
                                   TO W-LOOK-NUMBER
           END-IF
           .
       SUB-2805-EXIT.
           EXIT.
      /
       SUB-2850-DRAW-NATIONAL.
      *-----------------------

      **** W-NAT-LEN digits into W-NATIONAL, the first never 0; the
      **** first W-RANGE-LEN are kept from W-RANGE-DIGITS.

           MOVE SPACES             TO W-NATIONAL

           PERFORM SUB-2855-DRAW-ONE-DIGIT THRU SUB-2855-EXIT
               VARYING W-DIGIT-DX FROM 1 BY 1
                 UNTIL W-DIGIT-DX > W-NAT-LEN
           .
       SUB-2850-EXIT.
           EXIT.
      /
       SUB-2855-DRAW-ONE-DIGIT.
      *------------------------

           IF      W-DIGIT-DX NOT > W-RANGE-LEN
               MOVE W-RANGE-DIGITS(W-DIGIT-DX : 1)
                                   TO W-NATIONAL(W-DIGIT-DX : 1)
               GO TO SUB-2855-EXIT
           END-IF

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           IF      W-DIGIT-DX = 1
               COMPUTE W-DIGIT     =  FAKRAND-RANDOM-NO * 9 + 1
           ELSE
               COMPUTE W-DIGIT     =  FAKRAND-RANDOM-NO * 10
           END-IF

           MOVE W-DIGIT            TO W-NATIONAL(W-DIGIT-DX : 1)
           .
       SUB-2855-EXIT.
           EXIT.
      /
       SUB-2860-SECS-TO-STAMP.
      *-----------------------

      **** W-EVENT-SECS after midnight of W-EVENT-INT into
      **** W-EVENT-STAMP - a burst running past midnight carries
      **** into the next day.

           MOVE W-EVENT-INT        TO W-DATE-INT
           MOVE W-EVENT-SECS       TO W-TIME-REST

           IF      W-TIME-REST NOT < W-DAY-SECS
               ADD  1              TO W-DATE-INT
               SUBTRACT W-DAY-SECS FROM W-TIME-REST
           END-IF

           PERFORM SUB-2910-INT-TO-TEXT THRU SUB-2910-EXIT

           DIVIDE W-TIME-REST      BY 3600
                                   GIVING W-TIME-HH
                                   REMAINDER W-TIME-REST
           DIVIDE W-TIME-REST      BY 60
                                   GIVING W-TIME-MM
                                   REMAINDER W-TIME-REST
           MOVE W-TIME-REST        TO W-TIME-SS

           MOVE SPACES             TO W-EVENT-STAMP
           STRING W-DATE-TEXT      ' '
                  W-TIME-HH        ':'
                  W-TIME-MM        ':'
                  W-TIME-SS        DELIMITED SIZE
                                   INTO W-EVENT-STAMP

      **** A zoned subscriber's planted stamp is put through FAKTEMP
      **** too - no draw, so the plant's stream is undisturbed - for
      **** its offset, and to move a 02:xx stamp on the spring-
      **** forward night past the hour that never happened.

           MOVE SPACES             TO W-EVENT-OFFSET

           IF      W-CUS-TZ-STATE(W-CUS-DX) = SPACES
               GO TO SUB-2860-EXIT
           END-IF

           MOVE W-EVENT-STAMP(1 : 10)
                                   TO FAKER-DATE-FROM
           MOVE W-EVENT-STAMP(12 : 8)
                                   TO FAKER-TIME-FROM
           MOVE W-CUS-TZ-STATE(W-CUS-DX)
                                   TO FAKER-TZ-STATE
           SET  TEMPORAL-TIMEZONE  TO TRUE

           PERFORM SUB-2950-CALL-FAKER THRU SUB-2950-EXIT

           MOVE SPACES             TO FAKER-DATE-FROM
                                      FAKER-TIME-FROM
                                      FAKER-TZ-STATE

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-TEMPORAL-LOCAL
                                   TO W-EVENT-STAMP
               MOVE FAKER-TEMPORAL-OFFSET
                                   TO W-EVENT-OFFSET
           END-IF
           .
       SUB-2860-EXIT.
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

           MOVE 'FAKERCDR'         TO FAKER-CALLING-PROGRAM

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

           MOVE SPACES             TO CDR-TRAILER-REC
           MOVE 'T'                TO CT-RECORD-TYPE
           MOVE W-CDR-SEQ          TO CT-CDR-COUNT
           MOVE W-DURATION-TOTAL   TO CT-DURATION-TOTAL

           WRITE CDR-TRAILER-REC

           CLOSE CDRFILE
                 KEYFILE

           IF      W-TABLE-FULL-CNT > 0
               MOVE W-TABLE-FULL-CNT
                                   TO W-DISP-NUM
               DISPLAY W-ERROR-MSG
                       'tables full, items skipped: '
                       W-DISP-NUM
               MOVE 4              TO RETURN-CODE
           END-IF

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERCDR Calls.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERCDR Anskey.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-SUBSCRIBER-CNT   TO W-DISP-NUM
           DISPLAY 'Subscribers:              '
                   W-DISP-NUM

           MOVE W-HISTORY-LINE-CNT TO W-DISP-NUM
           DISPLAY '    History numbers:      '
                   W-DISP-NUM

           MOVE W-CDR-SEQ          TO W-DISP-NUM
           DISPLAY 'CDRs written:             '
                   W-DISP-NUM

           MOVE W-VOICE-CNT        TO W-DISP-NUM
           DISPLAY '    Voice:                '
                   W-DISP-NUM

           MOVE W-SMS-CNT          TO W-DISP-NUM
           DISPLAY '    SMS:                  '
                   W-DISP-NUM

           MOVE W-ON-NET-CNT       TO W-DISP-NUM
           DISPLAY '    On-net:               '
                   W-DISP-NUM

           MOVE W-ABROAD-CNT       TO W-DISP-NUM
           DISPLAY '    Abroad:               '
                   W-DISP-NUM

           MOVE W-NO-LINE-CNT      TO W-DISP-NUM
           DISPLAY 'Events with no number:    '
                   W-DISP-NUM

           MOVE W-IRSF-CNT         TO W-DISP-NUM
           DISPLAY 'Planted IRSF:             '
                   W-DISP-NUM

           MOVE W-SMSBLAST-CNT     TO W-DISP-NUM
           DISPLAY 'Planted SMSBLAST:         '
                   W-DISP-NUM

           DISPLAY 'FAKERCDR run seed:        '
                   W-RUN-SEED-NO

           DISPLAY 'FAKERCDR completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
