      ****                          window;
      ****   TEMPORAL-BUSINESS-DAY  a date in the window that is a
      ****                          weekday and not on the holiday
      ****                          calendar file;
      ****   TEMPORAL-TIMEZONE      no draw - the caller's own local
      ****                          date and time stamped in a
      ****                          state's zone.
      **** A FAKER-TZ-STATE on TEMPORAL-DATETIME puts the draw in that
      **** state's zone (FAKTEMPW): the intraday window becomes the
      **** customer's local hours and the timestamp comes back in
      **** ISO 8601 form with its UTC offset, daylight saving
      **** applied by the state's own rule.
      **** FAKER-DAY-WEIGHT 'W' biases TEMPORAL-DATE/-DATETIME
      **** toward weekdays.  The holiday calendar (one YYYY-MM-DD
      **** per record) is read once at start-up, the same optional-
       01  W-CURRENT-DATE-NUM      PIC 9(08).
       01  W-TODAY-INT             PIC 9(09)  COMP.

      **** Time-zone work: the local instant as a day number and
      **** seconds into the day, the offset in force (minutes east
      **** of UTC, so negative across the Americas), the daylight-
      **** saving window in local day numbers and the local
      **** second-of-day each transition happens at, and the same
      **** instant in UTC.

       01  W-ZONE-SW               PIC X(01).
           88  W-ZONE-FOUND                        VALUE 'Y'.
           88  W-ZONE-UTC                          VALUE 'U'.
       01  W-DST-SW                PIC X(01).
           88  W-DST-IN-FORCE                      VALUE 'Y'.
       01  W-LOCAL-INT             PIC 9(09)  COMP.
       01  W-LOCAL-SECS            PIC S9(09) COMP.
       01  W-STD-OFFSET-MINS       PIC S9(09) COMP.
       01  W-OFFSET-MINS           PIC S9(09) COMP.
       01  W-OFFSET-ABS            PIC S9(09) COMP.
       01  W-OFFSET-SECS           PIC S9(09) COMP.
       01  W-DST-START-INT         PIC 9(09)  COMP.
       01  W-DST-END-INT           PIC 9(09)  COMP.
       01  W-DST-START-SECS        PIC S9(09) COMP.
       01  W-DST-END-SECS          PIC S9(09) COMP.
       01  W-GAP-END-SECS          PIC S9(09) COMP.
       01  W-RULE-YYYY             PIC 9(04).
       01  W-RULE-MM               PIC 9(02).
       01  W-RULE-NTH              PIC 9(01).
       01  W-RULE-INT              PIC 9(09)  COMP.
       01  W-UTC-TOTAL             PIC S9(15) COMP.
       01  W-UTC-INT               PIC 9(09)  COMP.
       01  W-UTC-SECS              PIC 9(09)  COMP.
       01  W-FMT-INT               PIC 9(09)  COMP.
       01  W-FMT-SECS              PIC 9(09)  COMP.
       01  W-ZONE-NAME             PIC X(04).

       01  W-OFFSET-TEXT           PIC X(06).
       01  FILLER REDEFINES W-OFFSET-TEXT.
           05  W-OFFSET-TEXT-SIGN  PIC X(01).
           05  W-OFFSET-TEXT-HH    PIC 9(02).
           05  FILLER              PIC X(01).
           05  W-OFFSET-TEXT-MM    PIC 9(02).

       COPY FAKTEMPW.

       01  W-FAKRAND-PARAMETER.    COPY FAKRANDL.
      /
       LINKAGE SECTION.
             WHEN TEMPORAL-BUSINESS-DAY
               PERFORM SUB-9010-DRAW-DATE THRU SUB-9010-EXIT

             WHEN TEMPORAL-TIMEZONE
               PERFORM SUB-9050-STAMP-LOCAL THRU SUB-9050-EXIT

             WHEN OTHER
               SET  FAKER-UNKNOWN-FUNCTION
                                   IN L-PARAMETER
           COMPUTE W-TODAY-INT     =  FUNCTION INTEGER-OF-DATE
                                          (W-CURRENT-DATE-NUM)

      **** A zoned timestamp needs its zone before anything is
      **** drawn, so an unknown state costs the stream nothing.

           MOVE 'N'                TO W-ZONE-SW

           IF      TEMPORAL-DATETIME
           AND     FAKER-TZ-STATE IN L-PARAMETER NOT = SPACES
               PERFORM SUB-9060-FIND-ZONE THRU SUB-9060-EXIT

               IF      NOT W-ZONE-FOUND
                   GO TO SUB-9010-EXIT
               END-IF
           END-IF

           IF      FAKER-DATE-FROM IN L-PARAMETER = SPACES
               COMPUTE W-FROM-INT  =  W-TODAY-INT - 364
           ELSE

           IF      TEMPORAL-DATETIME
               PERFORM SUB-9030-DRAW-TIME THRU SUB-9030-EXIT

               IF      W-ZONE-FOUND
                   MOVE W-DRAWN-INT
                                   TO W-LOCAL-INT
                   PERFORM SUB-9200-APPLY-ZONE THRU SUB-9200-EXIT
               END-IF
           END-IF
           .
       SUB-9010-EXIT.
                                   =  FAKRAND-RANDOM-NO
                                      * W-TIME-DRAWN-SECS
                                      + W-TIME-FROM-SECS
           MOVE W-TIME-DRAWN-SECS  TO W-LOCAL-SECS

           DIVIDE W-TIME-DRAWN-SECS
                                   BY 3600
           .
       SUB-9030-EXIT.
           EXIT.
      /
       SUB-9050-STAMP-LOCAL.
      *---------------------

      **** TEMPORAL-TIMEZONE: no draw - the caller's local date
      **** (FAKER-DATE-FROM, default today) and time
      **** (FAKER-TIME-FROM, default midnight) stamped in
      **** FAKER-TZ-STATE's zone, or in UTC when no state is given.

           MOVE 'N'                TO W-ZONE-SW

           IF      FAKER-TZ-STATE IN L-PARAMETER = SPACES
               SET  W-ZONE-UTC     TO TRUE
           ELSE
               PERFORM SUB-9060-FIND-ZONE THRU SUB-9060-EXIT

               IF      NOT W-ZONE-FOUND
                   GO TO SUB-9050-EXIT
               END-IF
           END-IF

           IF      FAKER-DATE-FROM IN L-PARAMETER = SPACES
               MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-CURRENT-DATE-NUM
               COMPUTE W-DRAWN-INT =  FUNCTION INTEGER-OF-DATE
                                          (W-CURRENT-DATE-NUM)
           ELSE
               MOVE FAKER-DATE-FROM
                                   IN L-PARAMETER
                                   TO W-DATE-TEXT
               PERFORM SUB-9100-TEXT-TO-INT THRU SUB-9100-EXIT
           END-IF

           IF      FAKER-TIME-FROM IN L-PARAMETER = SPACES
               MOVE 0              TO W-TIME-DRAWN-SECS
           ELSE
               MOVE FAKER-TIME-FROM
                                   IN L-PARAMETER
                                   TO W-TIME-TEXT
               PERFORM SUB-9110-TIME-TO-SECS THRU SUB-9110-EXIT
           END-IF

           IF      W-DRAWN-INT = 0
           OR      W-TIME-DRAWN-SECS > 86399
               SET  FAKER-TABLE-ENTRY-NOT-FOUND
                                   IN L-PARAMETER
                                   TO TRUE
               MOVE 'Unusable FAKER-DATE-FROM/FAKER-TIME-FROM stamp'
                                   TO FAKER-RESPONSE-MSG
                                      IN L-PARAMETER
               GO TO SUB-9050-EXIT
           END-IF

           MOVE W-DRAWN-INT        TO W-LOCAL-INT
           MOVE W-TIME-DRAWN-SECS  TO W-LOCAL-SECS

           PERFORM SUB-9200-APPLY-ZONE THRU SUB-9200-EXIT
           .
       SUB-9050-EXIT.
           EXIT.
      /
       SUB-9060-FIND-ZONE.
      *-------------------

      **** Only a bare two-letter abbreviation can name a zone - a
      **** longer region (a UK county off a country-mix 'A' record)
      **** is a miss, never a false match on its first two letters.

           MOVE 'N'                TO W-ZONE-SW

           IF      FAKER-TZ-STATE IN L-PARAMETER(3 : 8) = SPACES
               SET  TZ-DX          TO 1

               SEARCH TIME-ZONE
                   WHEN TZ-STATE(TZ-DX)
                               = FAKER-TZ-STATE IN L-PARAMETER(1 : 2)
                       SET  W-ZONE-FOUND
                                   TO TRUE
               END-SEARCH
           END-IF

           IF      NOT W-ZONE-FOUND
               SET  FAKER-TABLE-ENTRY-NOT-FOUND
                                   IN L-PARAMETER
                                   TO TRUE
               STRING 'No time zone for FAKER-TZ-STATE "'
                       FAKER-TZ-STATE
                                   IN L-PARAMETER
                       '"'  DELIMITED SIZE
                                 INTO FAKER-RESPONSE-MSG
                                   IN L-PARAMETER
           END-IF
           .
       SUB-9060-EXIT.
           EXIT.
      /
       SUB-9100-TEXT-TO-INT.
      *---------------------
           .
       SUB-9110-EXIT.
           EXIT.
      /
       SUB-9200-APPLY-ZONE.
      *--------------------

      **** W-LOCAL-INT/W-LOCAL-SECS is the local instant.  Settle
      **** whether daylight saving is in force (moving a time the
      **** spring-forward hour skips on by the hour), then build the
      **** ISO 8601 result and the FAKER-TEMPORAL fields.

           MOVE 'N'                TO W-DST-SW
           MOVE 0                  TO W-STD-OFFSET-MINS

           IF      W-ZONE-UTC
               MOVE 'UTC'          TO W-ZONE-NAME
           ELSE
               COMPUTE W-STD-OFFSET-MINS
                                   =  TZ-STD-HH(TZ-DX) * 60
               ADD  TZ-STD-MM(TZ-DX)
                                   TO W-STD-OFFSET-MINS
               IF      TZ-STD-SIGN(TZ-DX) = '-'
                   COMPUTE W-STD-OFFSET-MINS
                                   =  0 - W-STD-OFFSET-MINS
               END-IF
               MOVE TZ-STD-NAME(TZ-DX)
                                   TO W-ZONE-NAME

               EVALUATE TZ-DST-RULE(TZ-DX)
                 WHEN 'U'
                   PERFORM SUB-9210-US-RULE THRU SUB-9210-EXIT
                   PERFORM SUB-9230-TEST-DST THRU SUB-9230-EXIT
                 WHEN 'E'
                   PERFORM SUB-9220-EU-RULE THRU SUB-9220-EXIT
                   PERFORM SUB-9230-TEST-DST THRU SUB-9230-EXIT
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF

           MOVE W-STD-OFFSET-MINS  TO W-OFFSET-MINS

           IF      W-DST-IN-FORCE
               ADD  60             TO W-OFFSET-MINS
               MOVE TZ-DST-NAME(TZ-DX)
                                   TO W-ZONE-NAME
           END-IF

      **** The offset as +HH:MM/-HH:MM - UTC itself is +00:00.

           IF      W-OFFSET-MINS < 0
               MOVE '-'            TO W-OFFSET-TEXT-SIGN
               COMPUTE W-OFFSET-ABS
                                   =  0 - W-OFFSET-MINS
           ELSE
               MOVE '+'            TO W-OFFSET-TEXT-SIGN
               MOVE W-OFFSET-MINS  TO W-OFFSET-ABS
           END-IF

           MOVE ':'                TO W-OFFSET-TEXT(4 : 1)
           DIVIDE W-OFFSET-ABS     BY 60
                                   GIVING W-OFFSET-TEXT-HH
                                   REMAINDER W-OFFSET-TEXT-MM

      **** The same instant in UTC: local less the offset, carried
      **** across midnight (and the year end) by the day number.

           COMPUTE W-UTC-TOTAL     =  W-LOCAL-INT * 86400
           ADD  W-LOCAL-SECS       TO W-UTC-TOTAL
           COMPUTE W-OFFSET-SECS   =  W-OFFSET-MINS * 60
           SUBTRACT W-OFFSET-SECS  FROM W-UTC-TOTAL

           DIVIDE W-UTC-TOTAL      BY 86400
                                   GIVING W-UTC-INT
                                   REMAINDER W-UTC-SECS

           MOVE SPACES             TO FAKER-TEMPORAL

           MOVE W-LOCAL-INT        TO W-FMT-INT
           MOVE W-LOCAL-SECS       TO W-FMT-SECS
           PERFORM SUB-9260-FORMAT-STAMP THRU SUB-9260-EXIT

           STRING W-DATE-TEXT      ' '
                  W-TIME-TEXT      DELIMITED SIZE
                                   INTO FAKER-TEMPORAL-LOCAL

           MOVE SPACES             TO W-FAKER-RESULT
           STRING W-DATE-TEXT      'T'
                  W-TIME-TEXT
                  W-OFFSET-TEXT    DELIMITED SIZE
                                   INTO W-FAKER-RESULT

           MOVE W-UTC-INT          TO W-FMT-INT
           MOVE W-UTC-SECS         TO W-FMT-SECS
           PERFORM SUB-9260-FORMAT-STAMP THRU SUB-9260-EXIT

           STRING W-DATE-TEXT      'T'
                  W-TIME-TEXT      'Z'
                                   DELIMITED SIZE
                                   INTO FAKER-TEMPORAL-UTC

           MOVE W-OFFSET-TEXT      TO FAKER-TEMPORAL-OFFSET
           MOVE W-ZONE-NAME        TO FAKER-TEMPORAL-ZONE

           IF      W-DST-IN-FORCE
               MOVE 'Y'            TO FAKER-TEMPORAL-DST
           ELSE
               MOVE 'N'            TO FAKER-TEMPORAL-DST
           END-IF
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9210-US-RULE.
      *-----------------

      **** United States/Canada: from 2007 the second Sunday of
      **** March to the first Sunday of November; 1987-2006 the first
      **** Sunday of April to the last Sunday of October; before
      **** that the last Sunday of April to the last Sunday of
      **** October.  Both transitions happen at 02:00 local - the
      **** clock jumps 02:00 to 03:00 in spring, and falls back from
      **** 02:00 daylight to 01:00 in autumn.

           COMPUTE W-DATE-NUM      =  FUNCTION DATE-OF-INTEGER
                                          (W-LOCAL-INT)
           MOVE W-DATE-NUM-YYYY    TO W-RULE-YYYY

           EVALUATE TRUE
             WHEN W-RULE-YYYY >= 2007
               MOVE 3              TO W-RULE-MM
               MOVE 2              TO W-RULE-NTH
               PERFORM SUB-9240-NTH-SUNDAY THRU SUB-9240-EXIT
               MOVE W-RULE-INT     TO W-DST-START-INT

               MOVE 11             TO W-RULE-MM
               MOVE 1              TO W-RULE-NTH
               PERFORM SUB-9240-NTH-SUNDAY THRU SUB-9240-EXIT
               MOVE W-RULE-INT     TO W-DST-END-INT

             WHEN W-RULE-YYYY >= 1987
               MOVE 4              TO W-RULE-MM
               MOVE 1              TO W-RULE-NTH
               PERFORM SUB-9240-NTH-SUNDAY THRU SUB-9240-EXIT
               MOVE W-RULE-INT     TO W-DST-START-INT

               MOVE 10             TO W-RULE-MM
               PERFORM SUB-9250-LAST-SUNDAY THRU SUB-9250-EXIT
               MOVE W-RULE-INT     TO W-DST-END-INT

             WHEN OTHER
               MOVE 4              TO W-RULE-MM
               PERFORM SUB-9250-LAST-SUNDAY THRU SUB-9250-EXIT
               MOVE W-RULE-INT     TO W-DST-START-INT

               MOVE 10             TO W-RULE-MM
               PERFORM SUB-9250-LAST-SUNDAY THRU SUB-9250-EXIT
               MOVE W-RULE-INT     TO W-DST-END-INT
           END-EVALUATE

           MOVE 7200               TO W-DST-START-SECS
                                      W-DST-END-SECS
           .
       SUB-9210-EXIT.
           EXIT.
      /
       SUB-9220-EU-RULE.
      *-----------------

      **** European Union: the last Sunday of March to the last
      **** Sunday of October, both at 01:00 UTC - in local terms
      **** 01:00 plus the standard offset in spring, plus the summer
      **** offset in autumn.

           COMPUTE W-DATE-NUM      =  FUNCTION DATE-OF-INTEGER
                                          (W-LOCAL-INT)
           MOVE W-DATE-NUM-YYYY    TO W-RULE-YYYY

           MOVE 3                  TO W-RULE-MM
           PERFORM SUB-9250-LAST-SUNDAY THRU SUB-9250-EXIT
           MOVE W-RULE-INT         TO W-DST-START-INT

           MOVE 10                 TO W-RULE-MM
           PERFORM SUB-9250-LAST-SUNDAY THRU SUB-9250-EXIT
           MOVE W-RULE-INT         TO W-DST-END-INT

           COMPUTE W-DST-START-SECS
                                   =  W-STD-OFFSET-MINS * 60
           ADD  3600               TO W-DST-START-SECS
           COMPUTE W-DST-END-SECS  =  W-DST-START-SECS + 3600
           .
       SUB-9220-EXIT.
           EXIT.
      /
       SUB-9230-TEST-DST.
      *------------------

      **** In force strictly between the transition days; on the
      **** spring day from W-DST-START-SECS on (a time inside the
      **** skipped hour moves on by the hour), on the autumn day
      **** until W-DST-END-SECS (so the repeated hour reads as its
      **** first, daylight, occurrence).

           EVALUATE TRUE
             WHEN W-LOCAL-INT > W-DST-START-INT
             AND  W-LOCAL-INT < W-DST-END-INT
               SET  W-DST-IN-FORCE TO TRUE

             WHEN W-LOCAL-INT = W-DST-START-INT
             AND  W-LOCAL-SECS >= W-DST-START-SECS
               SET  W-DST-IN-FORCE TO TRUE
               COMPUTE W-GAP-END-SECS
                                   =  W-DST-START-SECS + 3600
               IF      W-LOCAL-SECS < W-GAP-END-SECS
                   ADD  3600       TO W-LOCAL-SECS
               END-IF

             WHEN W-LOCAL-INT = W-DST-END-INT
             AND  W-LOCAL-SECS < W-DST-END-SECS
               SET  W-DST-IN-FORCE TO TRUE

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-9230-EXIT.
           EXIT.
      /
       SUB-9240-NTH-SUNDAY.
      *--------------------

      **** The W-RULE-NTH Sunday of W-RULE-MM in W-RULE-YYYY.  The
      **** integer date's remainder by 7 is 0 on a Sunday.

           MOVE W-RULE-YYYY        TO W-DATE-NUM-YYYY
           MOVE W-RULE-MM          TO W-DATE-NUM-MM
           MOVE 1                  TO W-DATE-NUM-DD
           COMPUTE W-RULE-INT      =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)

           DIVIDE W-RULE-INT       BY 7
                                   GIVING W-DOW-QUOT
                                   REMAINDER W-DAY-OF-WEEK

           IF      W-DAY-OF-WEEK > 0
               COMPUTE W-RULE-INT  =  W-RULE-INT + 7 - W-DAY-OF-WEEK
           END-IF

           COMPUTE W-DOW-QUOT      =  W-RULE-NTH - 1
           COMPUTE W-DOW-QUOT      =  W-DOW-QUOT * 7
           ADD  W-DOW-QUOT         TO W-RULE-INT
           .
       SUB-9240-EXIT.
           EXIT.
      /
       SUB-9250-LAST-SUNDAY.
      *---------------------

      **** The last Sunday of W-RULE-MM (March, April or October -
      **** never December) in W-RULE-YYYY: back from the month's
      **** last day to its Sunday.

           MOVE W-RULE-YYYY        TO W-DATE-NUM-YYYY
           COMPUTE W-DATE-NUM-MM   =  W-RULE-MM + 1
           MOVE 1                  TO W-DATE-NUM-DD
           COMPUTE W-RULE-INT      =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)
           SUBTRACT 1              FROM W-RULE-INT

           DIVIDE W-RULE-INT       BY 7
                                   GIVING W-DOW-QUOT
                                   REMAINDER W-DAY-OF-WEEK

           SUBTRACT W-DAY-OF-WEEK  FROM W-RULE-INT
           .
       SUB-9250-EXIT.
           EXIT.
      /
       SUB-9260-FORMAT-STAMP.
      *----------------------

      **** W-FMT-INT/W-FMT-SECS to W-DATE-TEXT (YYYY-MM-DD) and
      **** W-TIME-TEXT (HH:MM:SS).

           COMPUTE W-DATE-NUM      =  FUNCTION DATE-OF-INTEGER
                                          (W-FMT-INT)

           MOVE SPACES             TO W-DATE-TEXT
           STRING W-DATE-NUM-YYYY  '-'
                  W-DATE-NUM-MM    '-'
                  W-DATE-NUM-DD    DELIMITED SIZE
                                   INTO W-DATE-TEXT

           DIVIDE W-FMT-SECS       BY 3600
                                   GIVING W-TIME-HH
                                   REMAINDER W-FMT-SECS
           DIVIDE W-FMT-SECS       BY 60
                                   GIVING W-TIME-MM
                                   REMAINDER W-FMT-SECS
           MOVE W-FMT-SECS         TO W-TIME-SS

           MOVE SPACES             TO W-TIME-TEXT
           STRING W-TIME-HH        ':'
                  W-TIME-MM        ':'
                  W-TIME-SS        DELIMITED SIZE
                                   INTO W-TIME-TEXT
           .
       SUB-9260-EXIT.
           EXIT.
      /
       SUB-9901-CALL-FAKRAND.
      *----------------------
