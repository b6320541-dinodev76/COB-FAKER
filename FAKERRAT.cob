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

       PROGRAM-ID.             FAKERRAT.

      **** Rating of a FAKERCDR call-detail file and the bill summary
      **** per subscriber.  Each CDR is classed by its terminating
      **** number:
      ****     LOCAL - a NANP number in the originating number's own
      ****             area code;
      ****     LD    - any other NANP number;
      ****     INTL  - anything else, priced by the longest country
      ****             code in the rate table it starts with (three,
      ****             two, then one digit), or at the default
      ****             international rate when none matches.
      **** A voice call is billed by the minute begun, an SMS by the
      **** message.  Charges are in cents.
      ****
      **** The rated file is each CDR with its class, country code,
      **** billed units, rate and charge.  The CDR file is in
      **** subscriber order, so the bills come from a control break
      **** on the subscriber: voice calls and minutes, SMS, and the
      **** local, long-distance and international charges.  The
      **** input trailer's count and duration must prove out.

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
           SELECT RATIN                ASSIGN 'Data\FAKERCDR Calls.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-RATIN-STATUS.

           SELECT RATFILE              ASSIGN 'Data\FAKERRAT Rated.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT BILLFILE             ASSIGN 'Data\FAKERRAT Bills.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  RATIN.

       01  RATIN-REC.
           05  RIC-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(01).
           05  RIC-CDR-SEQ         PIC 9(09).
           05  FILLER              PIC X(01).
           05  RIC-SUBSCRIBER-ID   PIC X(14).
           05  FILLER              PIC X(01).
           05  RIC-CALL-TYPE       PIC X(05).
               88  RIC-VOICE                       VALUE 'VOICE'.
               88  RIC-SMS                         VALUE 'SMS'.
           05  FILLER              PIC X(01).
           05  RIC-ORIG-NUMBER     PIC X(15).
           05  FILLER              PIC X(01).
           05  RIC-TERM-NUMBER     PIC X(15).
           05  FILLER              PIC X(01).
           05  RIC-START-STAMP     PIC X(19).
           05  FILLER              PIC X(01).
           05  RIC-DURATION-SECS   PIC 9(05).

       01  RATIN-TRAILER-REC.
           05  RIT-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(01).
           05  RIT-CDR-COUNT       PIC 9(09).
           05  FILLER              PIC X(01).
           05  RIT-DURATION-TOTAL  PIC 9(12).

       FD  RATFILE.

       01  RATFILE-REC.
           05  RR-CDR              PIC X(91).
           05  FILLER              PIC X(01).
           05  RR-CLASS            PIC X(05).
               88  RR-LOCAL                        VALUE 'LOCAL'.
               88  RR-LONG-DISTANCE                VALUE 'LD'.
               88  RR-INTERNATIONAL                VALUE 'INTL'.
           05  FILLER              PIC X(01).
           05  RR-COUNTRY-CODE     PIC X(03).
           05  FILLER              PIC X(01).
           05  RR-BILLED-UNITS     PIC 9(05).
           05  FILLER              PIC X(01).
           05  RR-RATE-CENTS       PIC 9(05).
           05  FILLER              PIC X(01).
           05  RR-CHARGE-CENTS     PIC 9(09).

       FD  BILLFILE.

      **** A bill 'B' per subscriber, then a trailer 'T'.

       01  BILL-SUMMARY-REC.
           05  BS-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  BS-SUBSCRIBER-ID    PIC X(14).
           05  FILLER              PIC X(01).
           05  BS-VOICE-CALLS      PIC 9(07).
           05  FILLER              PIC X(01).
           05  BS-VOICE-MINUTES    PIC 9(07).
           05  FILLER              PIC X(01).
           05  BS-SMS-COUNT        PIC 9(07).
           05  FILLER              PIC X(01).
           05  BS-LOCAL-CENTS      PIC 9(09).
           05  FILLER              PIC X(01).
           05  BS-LD-CENTS         PIC 9(09).
           05  FILLER              PIC X(01).
           05  BS-INTL-CENTS       PIC 9(09).
           05  FILLER              PIC X(01).
           05  BS-TOTAL-CENTS      PIC 9(09).

       01  BILL-TRAILER-REC.
           05  BT-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  BT-BILL-COUNT       PIC 9(09).
           05  FILLER              PIC X(01).
           05  BT-CDR-COUNT        PIC 9(09).
           05  FILLER              PIC X(01).
           05  BT-TOTAL-CENTS      PIC 9(12).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RATIN-STATUS          PIC X(02).

       01  W-RATIN-EOF-SW          PIC X(01)       VALUE 'N'.
           88  W-RATIN-EOF                         VALUE 'Y'.

       01  W-TRAILER-SEEN-SW       PIC X(01)       VALUE 'N'.
           88  W-TRAILER-SEEN                      VALUE 'Y'.

       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-DISP-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

      **** Domestic rates, cents a minute or a message.

       01  W-LOCAL-VOICE-CENTS     PIC 9(03)  COMP VALUE 5.
       01  W-LD-VOICE-CENTS        PIC 9(03)  COMP VALUE 10.
       01  W-DOMESTIC-SMS-CENTS    PIC 9(03)  COMP VALUE 10.
       01  W-INTL-VOICE-CENTS      PIC 9(03)  COMP VALUE 45.
       01  W-INTL-SMS-CENTS        PIC 9(03)  COMP VALUE 25.

      **** International rates by country code: voice cents a
      **** minute, SMS cents a message.

       01  W-RATE-TABLE.
           05  W-RATE-CNT          PIC S9(4)  COMP VALUE 13.
           05  W-RATE-OCCS-DATA.
               10  FILLER          PIC X(09)       VALUE '44 020015'.
               10  FILLER          PIC X(09)       VALUE '33 020015'.
               10  FILLER          PIC X(09)       VALUE '49 020015'.
               10  FILLER          PIC X(09)       VALUE '52 025015'.
               10  FILLER          PIC X(09)       VALUE '91 030015'.
               10  FILLER          PIC X(09)       VALUE '86 030015'.
               10  FILLER          PIC X(09)       VALUE '63 035015'.
               10  FILLER          PIC X(09)       VALUE '371180025'.
               10  FILLER          PIC X(09)       VALUE '53 120025'.
               10  FILLER          PIC X(09)       VALUE '252250025'.
               10  FILLER          PIC X(09)       VALUE '224200025'.
               10  FILLER          PIC X(09)       VALUE '676220025'.
               10  FILLER          PIC X(09)       VALUE '882300025'.
           05  FILLER REDEFINES W-RATE-OCCS-DATA.
               10  W-RATE-OCCS                     OCCURS 13.
                   15  W-RATE-CC   PIC X(03).
                   15  W-RATE-VOICE-CENTS
                                   PIC 9(03).
                   15  W-RATE-SMS-CENTS
                                   PIC 9(03).
       01  W-RATE-DX               PIC S9(4)  COMP.
       01  W-RATE-FOUND-DX         PIC S9(4)  COMP.
       01  W-CC-LEN                PIC S9(4)  COMP.

      **** The CDR in hand.

       01  W-CLASS                 PIC X(05).
       01  W-COUNTRY-CODE          PIC X(03).
       01  W-UNITS                 PIC 9(05)  COMP.
       01  W-RATE-CENTS            PIC 9(05)  COMP.
       01  W-CHARGE-CENTS          PIC 9(09)  COMP.

      **** The subscriber's bill.

       01  W-BILL-OPEN-SW          PIC X(01)       VALUE 'N'.
           88  W-BILL-OPEN                         VALUE 'Y'.
       01  W-BILL.
           05  W-BILL-SUBSCRIBER-ID
                                   PIC X(14).
           05  W-BILL-VOICE-CALLS  PIC 9(07)  COMP.
           05  W-BILL-VOICE-MINUTES
                                   PIC 9(07)  COMP.
           05  W-BILL-SMS-COUNT    PIC 9(07)  COMP.
           05  W-BILL-LOCAL-CENTS  PIC 9(09)  COMP.
           05  W-BILL-LD-CENTS     PIC 9(09)  COMP.
           05  W-BILL-INTL-CENTS   PIC 9(09)  COMP.
           05  W-BILL-TOTAL-CENTS  PIC 9(09)  COMP.

       01  W-TALLY.
           05  W-CDR-CNT           PIC 9(09)  COMP VALUE 0.
           05  W-DURATION-TOTAL    PIC 9(12)  COMP VALUE 0.
           05  W-LOCAL-CNT         PIC 9(09)  COMP VALUE 0.
           05  W-LD-CNT            PIC 9(09)  COMP VALUE 0.
           05  W-INTL-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-BILL-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-TOTAL-CENTS       PIC 9(12)  COMP VALUE 0.
           05  W-INPUT-BREAK-CNT   PIC 9(09)  COMP VALUE 0.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERRAT error: '.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

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

           DISPLAY 'FAKERRAT compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           OPEN INPUT RATIN

           IF      W-RATIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open RATIN, status '
                       W-RATIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT RATFILE
                       BILLFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           PERFORM SUB-2100-TAKE-ONE-RECORD THRU SUB-2100-EXIT
               UNTIL W-RATIN-EOF

           CLOSE RATIN

           IF      W-BILL-OPEN
               PERFORM SUB-2500-WRITE-BILL THRU SUB-2500-EXIT
           END-IF

           IF      NOT W-TRAILER-SEEN
               DISPLAY W-ERROR-MSG
                       'no CDR file trailer'
               ADD  1              TO W-INPUT-BREAK-CNT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-TAKE-ONE-RECORD.
      *-------------------------

           READ RATIN
               AT END
                   SET  W-RATIN-EOF
                                   TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           EVALUATE RIC-RECORD-TYPE
             WHEN 'C'
               PERFORM SUB-2200-RATE-CDR THRU SUB-2200-EXIT

             WHEN 'T'
               PERFORM SUB-2800-PROVE-FILE THRU SUB-2800-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-RATE-CDR.
      *------------------

           IF      RIC-DURATION-SECS NOT NUMERIC
           OR      RIC-ORIG-NUMBER = SPACES
           OR      RIC-TERM-NUMBER = SPACES
               DISPLAY W-ERROR-MSG
                       'CDR not rated: '
                       RATIN-REC(1 : 50)
               ADD  1              TO W-INPUT-BREAK-CNT
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-CDR-CNT
           ADD  RIC-DURATION-SECS  TO W-DURATION-TOTAL

      **** A new subscriber closes the last one's bill.

           IF      W-BILL-OPEN
           AND     RIC-SUBSCRIBER-ID NOT = W-BILL-SUBSCRIBER-ID
               PERFORM SUB-2500-WRITE-BILL THRU SUB-2500-EXIT
           END-IF

           IF      NOT W-BILL-OPEN
               INITIALIZE W-BILL
               MOVE RIC-SUBSCRIBER-ID
                                   TO W-BILL-SUBSCRIBER-ID
               SET  W-BILL-OPEN    TO TRUE
           END-IF

           PERFORM SUB-2300-CLASSIFY THRU SUB-2300-EXIT

           IF      RIC-SMS
               MOVE 1              TO W-UNITS
               ADD  1              TO W-BILL-SMS-COUNT
           ELSE
               COMPUTE W-UNITS     =  RIC-DURATION-SECS / 60
               IF      W-UNITS * 60 < RIC-DURATION-SECS
                   ADD  1          TO W-UNITS
               END-IF
               ADD  1              TO W-BILL-VOICE-CALLS
               ADD  W-UNITS        TO W-BILL-VOICE-MINUTES
           END-IF

           COMPUTE W-CHARGE-CENTS  =  W-UNITS * W-RATE-CENTS

           EVALUATE W-CLASS
             WHEN 'LOCAL'
               ADD  1              TO W-LOCAL-CNT
               ADD  W-CHARGE-CENTS TO W-BILL-LOCAL-CENTS
             WHEN 'LD'
               ADD  1              TO W-LD-CNT
               ADD  W-CHARGE-CENTS TO W-BILL-LD-CENTS
             WHEN OTHER
               ADD  1              TO W-INTL-CNT
               ADD  W-CHARGE-CENTS TO W-BILL-INTL-CENTS
           END-EVALUATE

           ADD  W-CHARGE-CENTS     TO W-BILL-TOTAL-CENTS
                                      W-TOTAL-CENTS

           MOVE SPACES             TO RATFILE-REC
           MOVE RATIN-REC          TO RR-CDR
           MOVE W-CLASS            TO RR-CLASS
           MOVE W-COUNTRY-CODE     TO RR-COUNTRY-CODE
           MOVE W-UNITS            TO RR-BILLED-UNITS
           MOVE W-RATE-CENTS       TO RR-RATE-CENTS
           MOVE W-CHARGE-CENTS     TO RR-CHARGE-CENTS

           WRITE RATFILE-REC
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-CLASSIFY.
      *------------------

      **** 1 and ten digits is a NANP number: local in the caller's
      **** own area code, long distance otherwise.

           IF      RIC-TERM-NUMBER(1 : 1) = '1'
           AND     RIC-TERM-NUMBER(2 : 10) NUMERIC
           AND     RIC-TERM-NUMBER(12 : 4) = SPACES
               MOVE '1'            TO W-COUNTRY-CODE
               IF      RIC-TERM-NUMBER(2 : 3)
                                   =  RIC-ORIG-NUMBER(2 : 3)
                   MOVE 'LOCAL'    TO W-CLASS
                   MOVE W-LOCAL-VOICE-CENTS
                                   TO W-RATE-CENTS
               ELSE
                   MOVE 'LD'       TO W-CLASS
                   MOVE W-LD-VOICE-CENTS
                                   TO W-RATE-CENTS
               END-IF
               IF      RIC-SMS
                   MOVE W-DOMESTIC-SMS-CENTS
                                   TO W-RATE-CENTS
               END-IF
               GO TO SUB-2300-EXIT
           END-IF

      **** International: the longest country code that matches.

           MOVE 'INTL'             TO W-CLASS
           MOVE 0                  TO W-RATE-FOUND-DX

           PERFORM SUB-2310-TRY-LENGTH THRU SUB-2310-EXIT
               VARYING W-CC-LEN FROM 3 BY -1
                 UNTIL W-CC-LEN < 1
                    OR W-RATE-FOUND-DX > 0

           IF      W-RATE-FOUND-DX = 0
               MOVE SPACES         TO W-COUNTRY-CODE
               IF      RIC-SMS
                   MOVE W-INTL-SMS-CENTS
                                   TO W-RATE-CENTS
               ELSE
                   MOVE W-INTL-VOICE-CENTS
                                   TO W-RATE-CENTS
               END-IF
               GO TO SUB-2300-EXIT
           END-IF

           MOVE W-RATE-CC(W-RATE-FOUND-DX)
                                   TO W-COUNTRY-CODE
           IF      RIC-SMS
               MOVE W-RATE-SMS-CENTS(W-RATE-FOUND-DX)
                                   TO W-RATE-CENTS
           ELSE
               MOVE W-RATE-VOICE-CENTS(W-RATE-FOUND-DX)
                                   TO W-RATE-CENTS
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-TRY-LENGTH.
      *--------------------

           PERFORM SUB-2320-TRY-ONE-RATE THRU SUB-2320-EXIT
               VARYING W-RATE-DX FROM 1 BY 1
                 UNTIL W-RATE-DX > W-RATE-CNT
                    OR W-RATE-FOUND-DX > 0
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-TRY-ONE-RATE.
      *----------------------

           IF      W-RATE-CC(W-RATE-DX)(W-CC-LEN + 1 :) = SPACES
           AND     W-RATE-CC(W-RATE-DX)(1 : W-CC-LEN)
                                   =  RIC-TERM-NUMBER(1 : W-CC-LEN)
               MOVE W-RATE-DX      TO W-RATE-FOUND-DX
           END-IF
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2500-WRITE-BILL.
      *--------------------

           MOVE SPACES             TO BILL-SUMMARY-REC
           MOVE 'B'                TO BS-RECORD-TYPE
           MOVE W-BILL-SUBSCRIBER-ID
                                   TO BS-SUBSCRIBER-ID
           MOVE W-BILL-VOICE-CALLS TO BS-VOICE-CALLS
           MOVE W-BILL-VOICE-MINUTES
                                   TO BS-VOICE-MINUTES
           MOVE W-BILL-SMS-COUNT   TO BS-SMS-COUNT
           MOVE W-BILL-LOCAL-CENTS TO BS-LOCAL-CENTS
           MOVE W-BILL-LD-CENTS    TO BS-LD-CENTS
           MOVE W-BILL-INTL-CENTS  TO BS-INTL-CENTS
           MOVE W-BILL-TOTAL-CENTS TO BS-TOTAL-CENTS

           WRITE BILL-SUMMARY-REC

           ADD  1                  TO W-BILL-CNT
           MOVE 'N'                TO W-BILL-OPEN-SW
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2800-PROVE-FILE.
      *--------------------

           SET  W-TRAILER-SEEN     TO TRUE

           IF      RIT-CDR-COUNT NOT = W-CDR-CNT
           OR      RIT-DURATION-TOTAL NOT = W-DURATION-TOTAL
               DISPLAY W-ERROR-MSG
                       'CDR file trailer does not prove: '
                       RATIN-REC(1 : 30)
               ADD  1              TO W-INPUT-BREAK-CNT
           END-IF
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

           MOVE SPACES             TO BILL-TRAILER-REC
           MOVE 'T'                TO BT-RECORD-TYPE
           MOVE W-BILL-CNT         TO BT-BILL-COUNT
           MOVE W-CDR-CNT          TO BT-CDR-COUNT
           MOVE W-TOTAL-CENTS      TO BT-TOTAL-CENTS

           WRITE BILL-TRAILER-REC

           CLOSE RATFILE
                 BILLFILE

           IF      W-INPUT-BREAK-CNT > 0
               MOVE 4              TO RETURN-CODE
           END-IF
           .
       SUB-3000-DISPLAY.

           MOVE W-CDR-CNT          TO W-DISP-NUM
           DISPLAY 'CDRs rated:               '
                   W-DISP-NUM

           MOVE W-LOCAL-CNT        TO W-DISP-NUM
           DISPLAY '    Local:                '
                   W-DISP-NUM

           MOVE W-LD-CNT           TO W-DISP-NUM
           DISPLAY '    Long distance:        '
                   W-DISP-NUM

           MOVE W-INTL-CNT         TO W-DISP-NUM
           DISPLAY '    International:        '
                   W-DISP-NUM

           MOVE W-BILL-CNT         TO W-DISP-NUM
           DISPLAY 'Bills written:            '
                   W-DISP-NUM

           COMPUTE W-DISP-AMOUNT   =  W-TOTAL-CENTS / 100
           DISPLAY 'Total charges:         '
                   W-DISP-AMOUNT

           MOVE W-INPUT-BREAK-CNT  TO W-DISP-NUM
           DISPLAY 'CDR file breaks:          '
                   W-DISP-NUM

           DISPLAY 'FAKERRAT completed'
           .
       SUB-3000-EXIT.
           EXIT.
