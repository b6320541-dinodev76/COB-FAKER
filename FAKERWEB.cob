      **** hammering 404s) for the alerting rules to find.
      ****
      **** PARM: lines, anomaly bursts, window from-date, window
      **** to-date (both YYYY-MM-DD), optional seed, optional user
      **** source - comma-delimited, any value blank for its
      **** default.
      ****
      **** User source E takes the visitors from the profile
      **** extract instead of FAKINET usernames: each line belongs
      **** to an extract customer (its customer ID in the CLF user
      **** field) and is stamped in that customer's own time zone,
      **** from the state on its 'A' record - local time with the
      **** real UTC offset in the bracket stamp, so a login at an
      **** odd local hour looks odd to the analytics.  A customer
      **** with no US/Canadian state keeps the +0000 stamp.

       ENVIRONMENT DIVISION.
      *=====================
       FILE-CONTROL.
           SELECT WEBFILE             ASSIGN 'Data\FAKERWEB Access.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT USERPOOL             ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-USERPOOL-STATUS.

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

       01  WEBFILE-REC             PIC X(250).

       FD  USERPOOL.

      **** The extract's address record (GNRTFILE-A-REC).

       01  USERPOOL-A-REC.
           05  UPA-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(01).
           05  UPA-ADDRESS-STREET  PIC X(35).
           05  UPA-ADDRESS-CITY    PIC X(25).
           05  UPA-ADDRESS-STATE   PIC X(10).
           05  UPA-ADDRESS-POSTCODE
                                   PIC X(10).
           05  FILLER              PIC X(01).
           05  UPA-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(223).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.

       01  W-USERPOOL-STATUS       PIC X(02).
       01  W-USER-SOURCE-SW        PIC X(01)       VALUE SPACE.
           88  W-USERS-FROM-EXTRACT                VALUE 'E'.
       01  W-USERPOOL-EOF-SW       PIC X(01)       VALUE 'N'.
           88  W-USERPOOL-EOF                      VALUE 'Y'.

      **** The extract visitor pool: each customer's ID and the
      **** state its time zone comes from.

       01  W-USR-MAX               PIC S9(4)  COMP VALUE 1000.
       01  W-USR-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-USR-DX                PIC S9(4)  COMP.
       01  W-USR-TABLE.
           05  W-USR-OCCS          OCCURS 1000.
               10  W-USR-ID        PIC X(14).
               10  W-USR-TZ-STATE  PIC X(10).
       01  W-TZ-STATE              PIC X(10)       VALUE SPACES.
       01  W-CLF-OFFSET            PIC X(05).

       01  W-IP-ADDRESS            PIC X(15).
       01  W-USERNAME              PIC X(20).
       01  W-URL                   PIC X(60).

       01  W-BUILD-LINE            PIC X(250).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERWEB error: '.

       01  W-PARM-FROM             PIC X(10).
       01  W-PARM-TO               PIC X(10).
       01  W-PARM-SEED-NO          PIC 9(09).
       01  W-PARM-SOURCE           PIC X(01).
      /
       PROCEDURE DIVISION.
      *===================

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      W-LYV-TOO-NEW
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-2000-WRITE-ONE-LINE THRU SUB-2000-EXIT
               W-LINE-COUNT TIMES

               PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
           END-IF

           IF      W-USERS-FROM-EXTRACT
               PERFORM SUB-8900-CHECK-LAYOUT-VERSION
                                   THRU SUB-8900-EXIT

               IF      W-LYV-TOO-NEW
                   GO TO SUB-1000-EXIT
               END-IF

               PERFORM SUB-1300-LOAD-USER-POOL THRU SUB-1300-EXIT

               IF      W-USR-CNT = 0
                   DISPLAY W-ERROR-MSG
                           'no customers on the extract'
                   MOVE 8          TO RETURN-CODE
                   MOVE 0          TO W-LINE-COUNT
                                      W-BURST-COUNT
               END-IF
           END-IF

           OPEN OUTPUT WEBFILE
           .
       SUB-1000-EXIT.
                        W-PARM-FROM
                        W-PARM-TO
                        W-PARM-SEED-NO
                        W-PARM-SOURCE
           END-UNSTRING

           IF      W-PARM-LINES NUMERIC
           AND     W-PARM-SEED-NO > 0
               MOVE W-PARM-SEED-NO TO W-RUN-SEED-NO
           END-IF

           IF      W-PARM-SOURCE = 'E'
               MOVE 'E'            TO W-USER-SOURCE-SW
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-LOAD-USER-POOL.
      *------------------------

           OPEN INPUT USERPOOL

           IF      W-USERPOOL-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open USERPOOL, status '
                       W-USERPOOL-STATUS
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM SUB-1310-LOAD-ONE-USER THRU SUB-1310-EXIT
               UNTIL W-USERPOOL-EOF
                  OR W-USR-CNT >= W-USR-MAX

           CLOSE USERPOOL

           MOVE W-USR-CNT          TO W-DISP-NUM
           DISPLAY 'USERPOOL customers loaded:'
                   W-DISP-NUM
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-LOAD-ONE-USER.
      *-----------------------

           READ USERPOOL
               AT END
                   SET  W-USERPOOL-EOF
                                   TO TRUE
                   GO TO SUB-1310-EXIT
           END-READ

           IF      UPA-RECORD-TYPE NOT = 'A'
           OR      UPA-CUSTOMER-ID = SPACES
               GO TO SUB-1310-EXIT
           END-IF

      **** Only a two-letter state or province names a zone - a
      **** country-mix customer's county leaves it unzoned.

           ADD  1                  TO W-USR-CNT
           MOVE UPA-CUSTOMER-ID    TO W-USR-ID(W-USR-CNT)
           MOVE SPACES             TO W-USR-TZ-STATE(W-USR-CNT)
           IF      UPA-ADDRESS-STATE(3 : 8) = SPACES
               MOVE UPA-ADDRESS-STATE
                                   TO W-USR-TZ-STATE(W-USR-CNT)
           END-IF
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-2000-WRITE-ONE-LINE.
      *------------------------
       SUB-2200-DRAW-LINE-FIELDS.
      *--------------------------

      **** USERNAME, URL and TIMESTAMP off the line's stream - an
      **** extract visitor is a customer drawn from the pool.

           IF      W-USERS-FROM-EXTRACT
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-USR-DX    =  FAKRAND-RANDOM-NO * W-USR-CNT
                                      + 1
               IF      W-USR-DX > W-USR-CNT
                   MOVE W-USR-CNT  TO W-USR-DX
               END-IF
               MOVE W-USR-ID(W-USR-DX)
                                   TO W-USERNAME
               MOVE W-USR-TZ-STATE(W-USR-DX)
                                   TO W-TZ-STATE
           ELSE
               SET  INTERNET-USERNAME
                                   TO TRUE
               PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

               IF      FAKER-RESPONSE-GOOD
                   MOVE FAKER-RESULT(1 : 20)
                                   TO W-USERNAME
               ELSE
                   MOVE '-'        TO W-USERNAME
               END-IF
           END-IF

           SET  INTERNET-URL       TO TRUE
           END-IF

           SET  TEMPORAL-DATETIME  TO TRUE
           MOVE W-TZ-STATE         TO FAKER-TZ-STATE
           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE SPACES             TO FAKER-DATE-FROM
                                      FAKER-DATE-TO
                                      FAKER-TZ-STATE
           MOVE '+0000'            TO W-CLF-OFFSET

           EVALUATE TRUE
             WHEN NOT FAKER-RESPONSE-GOOD
               MOVE '2026-01-01 00:00:00'
                                   TO W-TIMESTAMP
             WHEN W-TZ-STATE NOT = SPACES
               MOVE FAKER-TEMPORAL-LOCAL
                                   TO W-TIMESTAMP
               STRING FAKER-TEMPORAL-OFFSET(1 : 3)
                      FAKER-TEMPORAL-OFFSET(5 : 2)
                                   DELIMITED SIZE
                                   INTO W-CLF-OFFSET
             WHEN OTHER
               MOVE FAKER-RESULT(1 : 19)
                                   TO W-TIMESTAMP
           END-EVALUATE

      **** The CLF bracket stamp: dd/Mon/yyyy:hh:mm:ss +hhmm - local
      **** time and its offset for a zoned visitor, else +0000.

           MOVE 1                  TO W-MM
           IF      W-TIMESTAMP(6 : 2) NUMERIC
                  W-TIMESTAMP(1 : 4)
                  ':'
                  W-TIMESTAMP(12 : 8)
                  ' '
                  W-CLF-OFFSET     DELIMITED SIZE
                                   INTO W-CLF-STAMP
           .
       SUB-2200-EXIT.
           DISPLAY 'FAKERWEB run seed:        '
                   W-RUN-SEED-NO

      **** Register the log cut from the extract's customers in the
      **** shared lineage file (COPY FAKERPD8).

           IF      W-USERS-FROM-EXTRACT
           AND     RETURN-CODE < 8
               MOVE 'Data\FAKERWEB Access.txt'
                                   TO W-LIN-OUTPUT-PATH
               PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           END-IF

           DISPLAY 'FAKERWEB completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
