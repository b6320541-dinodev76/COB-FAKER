      **** requests funnel through this one task, which passes its
      **** own audit qualifier, so the always-open AUDTFILE inside
      **** FAKER is written by exactly one writer - the same audit
      **** trail, batch and online, with no interleaving.  Every
      **** call it makes carries the requesting client's ID as the
      **** FAKER charge ID, so the FAKERCBK chargeback can bill the
      **** calls to the client's team.
      ****
      **** Client authorization: every request is checked against the
      **** client registry (CLTFILE) before it is served.  A client
      **** ID is registered to its owning team with a per-hour
      **** request quota, and granted provider functions - by name,
      **** by prefix ('PERSON-*') or all of them ('*') - each with
      **** an optional customer-ID range a lookup must fall in.  A
      **** request outside the grant, or over the hour's quota, goes
      **** to the dead-letter file with the refusal reason and is
      **** not answered.  Legacy lines (no client ID) are served only
      **** when the registry carries a client of '-', which no real
      **** client ID can be (a hyphen marks a function).  The registry
      **** is re-read at the top of every clock hour, when the hour's
      **** usage starts again from zero, and the status line lists
      **** each client's usage against its quota.  The client's
      **** team is also the team the FAKERRSV hold check compares.
      ****
      **** Master maintenance: the batch updaters (FAKERDLA,
      **** FAKERPRG) hold the KSDS exclusively while they run (COPY
      **** FAKERPD6).  Every poll checks the hold; while it is held
      **** the service closes GNRKFILE and answers GET with 'MASTER
      **** UNDER MAINTENANCE' and the holder's name rather than data
      **** that is about to change, and reopens it and resumes by
      **** itself as soon as the hold is released.
      ****
      **** MQ channel: alongside the request file the service also
      **** serves an MQ request queue, named with the queue manager
      **** and the backout queue in 'Data\FAKERSRV MQ.txt':
      ****
      ****   QMGR=name            (blank: the default queue manager)
      ****   REQUESTQ=name        (absent: file channel only)
      ****   BACKOUTQ=name
      ****   BACKOUTLIMIT=n       (default 3)
      ****
      **** A message body is a request line exactly as on the file.
      **** Every answer the file channel would write as a response
      **** record goes instead as a reply message, of the same
      **** layout, to the message's reply-to queue, carrying the
      **** message's correlation ID.  A message the file channel
      **** would dead-letter - and one that is not a string, is
      **** longer than a request line, names no reply-to queue,
      **** cannot be replied to, or has been backed out
      **** BACKOUTLIMIT times - goes to the backout queue with the
      **** reason, in the dead-letter layout; the dead-letter file
      **** takes it if the backout queue will not.  Each message is
      **** got, answered and committed as one unit of work.  While
      **** the request queue is idle the service waits on it, not on
      **** the clock, so an MQ request is answered as soon as it
      **** lands.  Calls made for either channel go through the one
      **** FAKER audit trail alike, and the status line shows both
      **** channels' depth and service.

       ENVIRONMENT DIVISION.
      *=====================
      -                                      ''
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-RSVFILE-STATUS.

      **** The client registry - who may ask for what, and how often.

           SELECT CLTFILE             ASSIGN 'Data\FAKERSRV Clients.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CLTFILE-STATUS.

      **** The batch updaters' exclusive hold on the KSDS.

           SELECT HOLDFILE           ASSIGN 'Data\FAKERGEN Ksdshold.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-HOLDFILE-STATUS.

      **** The MQ channel's queue names.

           SELECT MQCFILE                 ASSIGN 'Data\FAKERSRV MQ.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-MQCFILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  FILLER              PIC X(01).
           05  RSV-EXPIRY-DATE     PIC X(10).

      **** One grant per record; '*' in column 1 is a comment.  The
      **** team and quota are taken from the client's first record.
      **** A zero quota sets no hourly ceiling; blank range IDs allow
      **** any customer.

       FD  CLTFILE.

       01  CLTFILE-REC.
           05  CLT-CLIENT-ID       PIC X(04).
           05  FILLER              PIC X(01).
           05  CLT-TEAM            PIC X(08).
           05  FILLER              PIC X(01).
           05  CLT-HOURLY-QUOTA    PIC 9(06).
           05  FILLER              PIC X(01).
           05  CLT-FUNCTION        PIC X(30).
           05  FILLER              PIC X(01).
           05  CLT-FROM-ID         PIC X(14).
           05  FILLER              PIC X(01).
           05  CLT-TO-ID           PIC X(14).

       FD  HOLDFILE.

       01  HOLDFILE-REC            PIC X(80).

      **** One keyword=value setting per record; '*' in column 1 is a
      **** comment.

       FD  MQCFILE.

       01  MQCFILE-REC             PIC X(80).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RSPFILE-STATUS        PIC X(02).
       01  W-DLQFILE-STATUS        PIC X(02).
       01  W-GNRKFILE-STATUS       PIC X(02).
       01  W-HOLDFILE-STATUS       PIC X(02).

       01  W-REQ-EOF-SW            PIC X(01).
           88  W-REQ-EOF                           VALUE 'Y'.
       01  W-KSDS-OPEN-SW          PIC X(01)       VALUE 'N'.
           88  W-KSDS-OPEN                         VALUE 'Y'.

       01  W-KSDS-MAINT-SW         PIC X(01)       VALUE 'N'.
           88  W-KSDS-MAINT                        VALUE 'Y'.

       01  W-REQUEST-NO            PIC 9(09)  COMP VALUE 0.
       01  W-SWEEP-REQUESTS        PIC 9(04)  COMP.
       01  W-DEAD-LETTERS          PIC 9(09)  COMP VALUE 0.
           05  FILLER              PIC X(95).

      **** The reservation registry, loaded at start-up.  The
      **** requesting client's registered team is the team name for
      **** the check, so a client may read its own team's holds.

       01  W-RSVFILE-STATUS        PIC X(02).
       01  W-RSV-EOF-SW            PIC X(01)       VALUE 'N'.
           05  W-RSV-DD            PIC 9(02).
           05  FILLER              PIC X(13).

      **** The client registry, loaded at start-up and again at the
      **** top of each clock hour.

       01  W-CLTFILE-STATUS        PIC X(02).
       01  W-CLT-EOF-SW            PIC X(01).
           88  W-CLT-EOF                           VALUE 'Y'.
       01  W-CLT-MAX               PIC S9(4)  COMP VALUE 100.
       01  W-CLT-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-CLT-DX                PIC S9(4)  COMP.
       01  W-CLT-REQ-DX            PIC S9(4)  COMP.
       01  W-CLT-TABLE.
           05  W-CLT-OCCS          OCCURS 100.
               10  W-CLT-ID-WS     PIC X(04).
               10  W-CLT-TEAM-WS   PIC X(08).
               10  W-CLT-QUOTA-WS  PIC 9(06).
               10  W-CLT-USED-WS   PIC 9(09)  COMP.
               10  W-CLT-REFUSED-WS
                                   PIC 9(09)  COMP.
       01  W-GRT-MAX               PIC S9(4)  COMP VALUE 500.
       01  W-GRT-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-GRT-DX                PIC S9(4)  COMP.
       01  W-GRT-TABLE.
           05  W-GRT-OCCS          OCCURS 500.
               10  W-GRT-CLT-DX    PIC S9(4)  COMP.
               10  W-GRT-FUNCTION-WS
                                   PIC X(30).
               10  W-GRT-PREFIX-LEN
                                   PIC S9(4)  COMP.
               10  W-GRT-FROM-WS   PIC X(14).
               10  W-GRT-TO-WS     PIC X(14).
       01  W-REQ-CLIENT-KEY        PIC X(04).
       01  W-FUNCTION-GRANTED-SW   PIC X(01).
           88  W-FUNCTION-GRANTED                  VALUE 'Y'.
       01  W-REQUEST-GRANTED-SW    PIC X(01).
           88  W-REQUEST-GRANTED                   VALUE 'Y'.
       01  W-REFUSED-SW            PIC X(01).
           88  W-REFUSED                           VALUE 'Y'.
       01  W-REFUSALS              PIC 9(09)  COMP VALUE 0.
       01  W-DISP-QUOTA            PIC ZZZ,ZZ9.
       01  W-QUOTA-HOUR            PIC X(10)       VALUE SPACES.
       01  W-CLOCK-NOW.
           05  W-CLOCK-HOUR        PIC X(10).
           05  FILLER              PIC X(11).

      **** The exclusive hold on the KSDS (COPY FAKERPD6); the
      **** service only ever reads it.

       COPY FAKERKHD.

       01  W-KHD-HOLDER            PIC X(08)       VALUE 'FAKERSRV'.
       01  W-KHD-TAKEN-SW          PIC X(01)       VALUE 'N'.
           88  W-KHD-TAKEN                         VALUE 'Y'.
       01  W-KHD-TAKEN-DATE        PIC X(10).
       01  W-KHD-TAKEN-TIME        PIC X(08).
       01  W-KHD-NOW-DATE          PIC X(10).
       01  W-KHD-NOW-TIME          PIC X(08).
       01  W-KHD-NOW.
           05  W-KHD-NOW-YYYY      PIC 9(04).
           05  W-KHD-NOW-MM        PIC 9(02).
           05  W-KHD-NOW-DD        PIC 9(02).
           05  W-KHD-NOW-HH        PIC 9(02).
           05  W-KHD-NOW-MIN       PIC 9(02).
           05  W-KHD-NOW-SS        PIC 9(02).
           05  FILLER              PIC X(07).

      **** The request being served, off either channel.

       01  W-REQ-TEXT              PIC X(50).
       01  W-CHANNEL-SW            PIC X(01)       VALUE 'F'.
           88  W-FILE-CHANNEL                      VALUE 'F'.
           88  W-MQ-CHANNEL                        VALUE 'M'.
       01  W-FILE-SERVED           PIC 9(09)  COMP VALUE 0.

      **** The MQ channel (see 'Data\FAKERSRV MQ.txt').

       01  W-MQCFILE-STATUS        PIC X(02).
       01  W-MQC-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-MQC-EOF                           VALUE 'Y'.
       01  W-MQC-NAME              PIC X(20).
       01  W-MQC-VALUE             PIC X(60).
       01  W-MQC-NUM-TEXT          PIC X(60).
       01  W-MQC-NUM-LEN           PIC S9(4)  COMP.

       01  W-MQ-QMGR-NAME          PIC X(48)       VALUE SPACES.
       01  W-MQ-REQUEST-Q          PIC X(48)       VALUE SPACES.
       01  W-MQ-BACKOUT-Q          PIC X(48)       VALUE SPACES.
       01  W-MQ-BACKOUT-LIMIT      PIC 9(04)       VALUE 3.

       01  W-MQ-CONNECTED-SW       PIC X(01)       VALUE 'N'.
           88  W-MQ-CONNECTED                      VALUE 'Y'.
       01  W-MQ-QUEUE-OPEN-SW      PIC X(01)       VALUE 'N'.
           88  W-MQ-QUEUE-OPEN                     VALUE 'Y'.
       01  W-MQ-ACTIVE-SW          PIC X(01)       VALUE 'N'.
           88  W-MQ-ACTIVE                         VALUE 'Y'.
       01  W-MQ-EMPTY-SW           PIC X(01).
           88  W-MQ-EMPTY                          VALUE 'Y'.
       01  W-MQ-REPLY-FAILED-SW    PIC X(01).
           88  W-MQ-REPLY-FAILED                   VALUE 'Y'.
       01  W-MQ-BACKOUT-DONE-SW    PIC X(01).
           88  W-MQ-BACKOUT-DONE                   VALUE 'Y'.

      **** Messages taken per poll before the request file gets its
      **** turn again, and how long an idle poll waits on the queue.

       01  W-MQ-POLL-GETS          PIC 9(04)  COMP.
       01  W-MQ-POLL-GET-MAX       PIC 9(04)  COMP VALUE 100.
       01  W-MQ-WAIT-MS            PIC S9(9)  BINARY.
       01  W-MQ-IDLE-WAIT-MS       PIC S9(9)  BINARY VALUE 1000.

       01  W-MQ-GETS               PIC 9(09)  COMP VALUE 0.
       01  W-MQ-SERVED             PIC 9(09)  COMP VALUE 0.
       01  W-MQ-REPLIES            PIC 9(09)  COMP VALUE 0.
       01  W-MQ-BACKOUTS           PIC 9(09)  COMP VALUE 0.
       01  W-MQ-FAILED-CALL        PIC X(08).
       01  W-DISP-REASON           PIC 9(04).

       01  W-MQ-HCONN              PIC S9(9)  BINARY VALUE 0.
       01  W-MQ-HOBJ               PIC S9(9)  BINARY VALUE 0.
       01  W-MQ-OPTIONS            PIC S9(9)  BINARY.
       01  W-MQ-COMPCODE           PIC S9(9)  BINARY.
       01  W-MQ-REASON             PIC S9(9)  BINARY.
       01  W-MQ-BUFFER-LEN         PIC S9(9)  BINARY.
       01  W-MQ-DATA-LEN           PIC S9(9)  BINARY.
       01  W-MQ-BUFFER             PIC X(200).

       01  W-MQ-SELECTOR-CNT       PIC S9(9)  BINARY VALUE 1.
       01  W-MQ-SELECTOR           PIC S9(9)  BINARY.
       01  W-MQ-INTATTR-CNT        PIC S9(9)  BINARY VALUE 1.
       01  W-MQ-INTATTR            PIC S9(9)  BINARY.
       01  W-MQ-CHARATTR-LEN       PIC S9(9)  BINARY VALUE 0.
       01  W-MQ-CHARATTR           PIC X(01).

       01  W-MQCONN-PROG           PIC X(08)       VALUE 'MQCONN'.
       01  W-MQOPEN-PROG           PIC X(08)       VALUE 'MQOPEN'.
       01  W-MQGET-PROG            PIC X(08)       VALUE 'MQGET'.
       01  W-MQPUT1-PROG           PIC X(08)       VALUE 'MQPUT1'.
       01  W-MQINQ-PROG            PIC X(08)       VALUE 'MQINQ'.
       01  W-MQCMIT-PROG           PIC X(08)       VALUE 'MQCMIT'.
       01  W-MQCLOSE-PROG          PIC X(08)       VALUE 'MQCLOSE'.
       01  W-MQDISC-PROG           PIC X(08)       VALUE 'MQDISC'.

      **** The MQ API structures.  The request's descriptor is kept
      **** whole while it is served - its correlation ID and reply-to
      **** queue go on every reply, and all of it on a backout.

       01  W-MQ-CONSTANTS.
           COPY CMQV.
       01  W-MQ-OD.
           COPY CMQODV.
       01  W-MQ-DEFAULT-MD.
           COPY CMQMDV.
       01  W-MQ-REQUEST-MD.
           COPY CMQMDV.
       01  W-MQ-PUT-MD.
           COPY CMQMDV.
       01  W-MQ-GMO.
           COPY CMQGMOV.
       01  W-MQ-PMO.
           COPY CMQPMOV.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERSRV error: '.


           MOVE 'SRV'              TO FAKER-AUDIT-QUALIFIER

      **** The keyed extract, for GET lookups - unless a batch
      **** updater holds it, when the first free poll opens it.

           PERFORM SUB-1300-CHECK-KSDS-HOLD THRU SUB-1300-EXIT

           IF      NOT W-KSDS-MAINT
               PERFORM SUB-1310-OPEN-KSDS THRU SUB-1310-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE

           PERFORM SUB-1100-LOAD-RESERVATIONS THRU SUB-1100-EXIT

           PERFORM SUB-1200-LOAD-CLIENTS THRU SUB-1200-EXIT

           PERFORM SUB-1400-START-MQ THRU SUB-1400-EXIT

           DISPLAY 'FAKERSRV service started'
           .
       SUB-1000-EXIT.
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-CLIENTS.
      *----------------------

      **** (Re)loads the client registry and starts the quota hour;
      **** with no registry every request is refused.

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CLOCK-NOW
           MOVE W-CLOCK-HOUR       TO W-QUOTA-HOUR

           MOVE 0                  TO W-CLT-CNT
                                      W-GRT-CNT
           MOVE 'N'                TO W-CLT-EOF-SW

           OPEN INPUT CLTFILE

           IF      W-CLTFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'no client registry, status '
                       W-CLTFILE-STATUS
                       ' - every request refused'
               GO TO SUB-1200-EXIT
           END-IF

           PERFORM SUB-1210-LOAD-ONE-GRANT THRU SUB-1210-EXIT
               UNTIL W-CLT-EOF

           CLOSE CLTFILE

           MOVE W-CLT-CNT          TO W-DISP-NUM
           MOVE W-GRT-CNT          TO W-DISP-NUM-2
           DISPLAY 'FAKERSRV clients registered: '
                   W-DISP-NUM
                   '  grants: '
                   W-DISP-NUM-2
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1210-LOAD-ONE-GRANT.
      *------------------------

           READ CLTFILE
               AT END
                   SET  W-CLT-EOF  TO TRUE
                   GO TO SUB-1210-EXIT
           END-READ

           IF      CLTFILE-REC(1 : 1) = '*'
           OR      CLTFILE-REC = SPACES
               GO TO SUB-1210-EXIT
           END-IF

           IF      CLT-CLIENT-ID = SPACES
           OR      CLT-FUNCTION = SPACES
           OR      CLT-HOURLY-QUOTA NOT NUMERIC
               DISPLAY W-ERROR-MSG
                       'client registry line skipped: '
                       CLTFILE-REC(1 : 50)
               GO TO SUB-1210-EXIT
           END-IF

           MOVE CLT-CLIENT-ID      TO W-REQ-CLIENT-KEY
           MOVE 0                  TO W-CLT-REQ-DX

           PERFORM SUB-2310-FIND-CLIENT THRU SUB-2310-EXIT
               VARYING W-CLT-DX FROM 1 BY 1
                 UNTIL W-CLT-DX > W-CLT-CNT
                    OR W-CLT-REQ-DX > 0

           IF      W-CLT-REQ-DX = 0
               IF      W-CLT-CNT >= W-CLT-MAX
                   DISPLAY W-ERROR-MSG
                           'client registry full - skipped client '
                           CLT-CLIENT-ID
                   GO TO SUB-1210-EXIT
               END-IF

               ADD  1              TO W-CLT-CNT
               MOVE W-CLT-CNT      TO W-CLT-REQ-DX
               MOVE CLT-CLIENT-ID  TO W-CLT-ID-WS(W-CLT-CNT)
               MOVE CLT-TEAM       TO W-CLT-TEAM-WS(W-CLT-CNT)
               MOVE CLT-HOURLY-QUOTA
                                   TO W-CLT-QUOTA-WS(W-CLT-CNT)
               MOVE 0              TO W-CLT-USED-WS(W-CLT-CNT)
                                      W-CLT-REFUSED-WS(W-CLT-CNT)
           END-IF

           IF      W-GRT-CNT >= W-GRT-MAX
               DISPLAY W-ERROR-MSG
                       'client registry full - skipped grant '
                       CLTFILE-REC(1 : 50)
               GO TO SUB-1210-EXIT
           END-IF

      **** The grant's prefix length: the characters ahead of a '*',
      **** or the whole name when there is none (an exact grant).

           ADD  1                  TO W-GRT-CNT
           MOVE W-CLT-REQ-DX       TO W-GRT-CLT-DX(W-GRT-CNT)
           MOVE CLT-FUNCTION       TO W-GRT-FUNCTION-WS(W-GRT-CNT)
           MOVE CLT-FROM-ID        TO W-GRT-FROM-WS(W-GRT-CNT)
           MOVE CLT-TO-ID          TO W-GRT-TO-WS(W-GRT-CNT)
           MOVE 0                  TO W-GRT-PREFIX-LEN(W-GRT-CNT)

           INSPECT CLT-FUNCTION
                   TALLYING W-GRT-PREFIX-LEN(W-GRT-CNT)
                   FOR CHARACTERS BEFORE INITIAL '*'
           .
       SUB-1210-EXIT.
           EXIT.
      /
       SUB-1300-CHECK-KSDS-HOLD.
      *-------------------------

      **** Steps aside while a batch updater holds the KSDS, and
      **** comes back when the hold is released.

           PERFORM SUB-8800-READ-KSDS-HOLD THRU SUB-8800-EXIT

           IF      KHD-HELD
               IF      NOT W-KSDS-MAINT
                   SET  W-KSDS-MAINT
                                   TO TRUE

                   IF      W-KSDS-OPEN
                       CLOSE GNRKFILE
                       MOVE 'N'    TO W-KSDS-OPEN-SW
                   END-IF

                   DISPLAY 'FAKERSRV: GNRKFILE held by '
                           KHD-HOLDER
                           ' since '
                           KHD-TAKEN-DATE ' '
                           KHD-TAKEN-TIME
                           ' - GET paused'
               END-IF

               GO TO SUB-1300-EXIT
           END-IF

           IF      W-KSDS-MAINT
               MOVE 'N'            TO W-KSDS-MAINT-SW

               DISPLAY 'FAKERSRV: GNRKFILE hold released - '
                       'GET resumed'

               PERFORM SUB-1310-OPEN-KSDS THRU SUB-1310-EXIT
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-OPEN-KSDS.
      *-------------------

      **** A missing KSDS just means GET requests answer with an
      **** error until one exists.

           OPEN I-O GNRKFILE

           IF      W-GNRKFILE-STATUS = '00'
               SET  W-KSDS-OPEN    TO TRUE
           ELSE
               DISPLAY 'FAKERSRV: no GNRKFILE - GET disabled, '
                       'status '
                       W-GNRKFILE-STATUS
           END-IF
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1400-START-MQ.
      *------------------

      **** Connects to the queue manager and opens the request queue.
      **** With no settings, or no request queue named, the service
      **** runs on the request file alone as it always has; any MQ
      **** failure here leaves it the same way, and says why.

           OPEN INPUT MQCFILE

           IF      W-MQCFILE-STATUS NOT = '00'
               DISPLAY 'FAKERSRV: no MQ settings - file channel only'
               GO TO SUB-1400-EXIT
           END-IF

           PERFORM SUB-1410-READ-MQ-SETTING THRU SUB-1410-EXIT
               UNTIL W-MQC-EOF

           CLOSE MQCFILE

           IF      W-MQ-REQUEST-Q = SPACES
               DISPLAY 'FAKERSRV: no MQ request queue - file channel '
                       'only'
               GO TO SUB-1400-EXIT
           END-IF

           IF      W-MQ-BACKOUT-Q = SPACES
               DISPLAY W-ERROR-MSG
                       'no MQ backout queue - file channel only'
               GO TO SUB-1400-EXIT
           END-IF

           CALL W-MQCONN-PROG   USING W-MQ-QMGR-NAME
                                      W-MQ-HCONN
                                      W-MQ-COMPCODE
                                      W-MQ-REASON

           IF      W-MQ-COMPCODE = MQCC-FAILED
               MOVE 'MQCONN'       TO W-MQ-FAILED-CALL
               PERFORM SUB-9400-MQ-FAILED THRU SUB-9400-EXIT
               GO TO SUB-1400-EXIT
           END-IF

           SET  W-MQ-CONNECTED     TO TRUE

           MOVE MQOT-Q             TO MQOD-OBJECTTYPE
           MOVE W-MQ-REQUEST-Q     TO MQOD-OBJECTNAME
           MOVE SPACES             TO MQOD-OBJECTQMGRNAME

           COMPUTE W-MQ-OPTIONS    =  MQOO-INPUT-SHARED
                                   +  MQOO-INQUIRE
                                   +  MQOO-FAIL-IF-QUIESCING

           CALL W-MQOPEN-PROG   USING W-MQ-HCONN
                                      W-MQ-OD
                                      W-MQ-OPTIONS
                                      W-MQ-HOBJ
                                      W-MQ-COMPCODE
                                      W-MQ-REASON

           IF      W-MQ-COMPCODE = MQCC-FAILED
               MOVE 'MQOPEN'       TO W-MQ-FAILED-CALL
               PERFORM SUB-9400-MQ-FAILED THRU SUB-9400-EXIT
               GO TO SUB-1400-EXIT
           END-IF

           SET  W-MQ-QUEUE-OPEN    TO TRUE
           SET  W-MQ-ACTIVE        TO TRUE

           MOVE W-MQ-BACKOUT-LIMIT TO W-DISP-REASON
           DISPLAY 'FAKERSRV: serving MQ queue '
                   FUNCTION TRIM(W-MQ-REQUEST-Q)
                   ' - backout queue '
                   FUNCTION TRIM(W-MQ-BACKOUT-Q)
                   ' after '
                   W-DISP-REASON
                   ' backouts'
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-1410-READ-MQ-SETTING.
      *-------------------------

           READ MQCFILE
               AT END
                   SET  W-MQC-EOF  TO TRUE
                   GO TO SUB-1410-EXIT
           END-READ

           IF      MQCFILE-REC = SPACES
           OR      MQCFILE-REC(1 : 1) = '*'
               GO TO SUB-1410-EXIT
           END-IF

           MOVE SPACES             TO W-MQC-NAME
                                      W-MQC-VALUE

           UNSTRING MQCFILE-REC    DELIMITED BY '='
                   INTO W-MQC-NAME
                        W-MQC-VALUE
           END-UNSTRING

           EVALUATE W-MQC-NAME
             WHEN 'QMGR'
               MOVE W-MQC-VALUE    TO W-MQ-QMGR-NAME

             WHEN 'REQUESTQ'
               MOVE W-MQC-VALUE    TO W-MQ-REQUEST-Q

             WHEN 'BACKOUTQ'
               MOVE W-MQC-VALUE    TO W-MQ-BACKOUT-Q

             WHEN 'BACKOUTLIMIT'
               MOVE SPACES         TO W-MQC-NUM-TEXT
               MOVE 0              TO W-MQC-NUM-LEN
               UNSTRING W-MQC-VALUE
                                   DELIMITED BY SPACE
                       INTO W-MQC-NUM-TEXT
                       COUNT IN W-MQC-NUM-LEN
               END-UNSTRING
               IF      W-MQC-NUM-LEN > 0
               AND     W-MQC-NUM-LEN < 5
               AND     W-MQC-NUM-TEXT(1 : W-MQC-NUM-LEN) NUMERIC
                   MOVE W-MQC-NUM-TEXT(1 : W-MQC-NUM-LEN)
                                   TO W-MQ-BACKOUT-LIMIT
               ELSE
                   DISPLAY W-ERROR-MSG
                           'MQ setting not numeric, ignored: '
                           MQCFILE-REC(1 : 40)
               END-IF

             WHEN OTHER
               DISPLAY W-ERROR-MSG
                       'unknown MQ setting, ignored: '
                       MQCFILE-REC(1 : 40)
           END-EVALUATE
           .
       SUB-1410-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

      **** One poll: sweep whatever requests have arrived, answer
      **** them all, clear the request file, then take what is on
      **** the MQ request queue; with nothing on either, wait a
      **** second - on the queue, when there is one.

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CLOCK-NOW

           IF      W-CLOCK-HOUR NOT = W-QUOTA-HOUR
               PERFORM SUB-1200-LOAD-CLIENTS THRU SUB-1200-EXIT
           END-IF

           PERFORM SUB-1300-CHECK-KSDS-HOLD THRU SUB-1300-EXIT

           MOVE 'N'                TO W-REQ-EOF-SW
           MOVE 0                  TO W-SWEEP-REQUESTS
               END-IF
           END-IF

           MOVE 0                  TO W-MQ-POLL-GETS

           IF      W-MQ-ACTIVE
           AND     NOT W-SHUTDOWN
               MOVE 0              TO W-MQ-WAIT-MS
               MOVE 'N'            TO W-MQ-EMPTY-SW
               PERFORM SUB-2500-SERVE-ONE-MESSAGE THRU SUB-2500-EXIT
                   UNTIL W-MQ-EMPTY
                      OR W-SHUTDOWN
                      OR NOT W-MQ-ACTIVE
                      OR W-MQ-POLL-GETS >= W-MQ-POLL-GET-MAX
           END-IF

           IF      W-SWEEP-REQUESTS = 0
           AND     W-MQ-POLL-GETS = 0
           AND     NOT W-SHUTDOWN
               ADD  1              TO W-IDLE-POLLS

               IF      W-MQ-ACTIVE
                   MOVE W-MQ-IDLE-WAIT-MS
                                   TO W-MQ-WAIT-MS
                   PERFORM SUB-2500-SERVE-ONE-MESSAGE
                                   THRU SUB-2500-EXIT
               ELSE
                   CALL W-SLEEP-PROG
                                USING W-SLEEP-SECONDS
               END-IF
           END-IF

           ADD  1                  TO W-STATUS-POLLS

               MOVE W-SWEEP-REQUESTS
                                   TO W-DISP-NUM
               MOVE W-FILE-SERVED  TO W-DISP-NUM-2
               DISPLAY 'FAKERSRV status: file queue depth '
                       W-DISP-NUM
                       '  served '
                       W-DISP-NUM-2

               PERFORM SUB-2060-SHOW-MQ-STATUS THRU SUB-2060-EXIT

               IF      W-KSDS-MAINT
                   DISPLAY 'FAKERSRV status: GNRKFILE held by '
                           KHD-HOLDER
                           ' since '
                           KHD-TAKEN-DATE ' '
                           KHD-TAKEN-TIME
               END-IF

               PERFORM SUB-2050-SHOW-ONE-CLIENT THRU SUB-2050-EXIT
                   VARYING W-CLT-DX FROM 1 BY 1
                     UNTIL W-CLT-DX > W-CLT-CNT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-SHOW-ONE-CLIENT.
      *-------------------------

           MOVE W-CLT-USED-WS(W-CLT-DX)
                                   TO W-DISP-NUM
           MOVE W-CLT-REFUSED-WS(W-CLT-DX)
                                   TO W-DISP-NUM-2

           IF      W-CLT-QUOTA-WS(W-CLT-DX) = 0
               DISPLAY 'FAKERSRV client '
                       W-CLT-ID-WS(W-CLT-DX)
                       ' team '
                       W-CLT-TEAM-WS(W-CLT-DX)
                       ' used '
                       W-DISP-NUM
                       ' of no quota  refused '
                       W-DISP-NUM-2
           ELSE
               MOVE W-CLT-QUOTA-WS(W-CLT-DX)
                                   TO W-DISP-QUOTA
               DISPLAY 'FAKERSRV client '
                       W-CLT-ID-WS(W-CLT-DX)
                       ' team '
                       W-CLT-TEAM-WS(W-CLT-DX)
                       ' used '
                       W-DISP-NUM
                       ' of '
                       W-DISP-QUOTA
                       '  refused '
                       W-DISP-NUM-2
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2060-SHOW-MQ-STATUS.
      *------------------------

           IF      NOT W-MQ-ACTIVE
               DISPLAY 'FAKERSRV status: MQ channel not active'
               GO TO SUB-2060-EXIT
           END-IF

      **** The depth is what is waiting on the request queue now.

           MOVE MQIA-CURRENT-Q-DEPTH
                                   TO W-MQ-SELECTOR
           MOVE 0                  TO W-MQ-INTATTR

           CALL W-MQINQ-PROG    USING W-MQ-HCONN
                                      W-MQ-HOBJ
                                      W-MQ-SELECTOR-CNT
                                      W-MQ-SELECTOR
                                      W-MQ-INTATTR-CNT
                                      W-MQ-INTATTR
                                      W-MQ-CHARATTR-LEN
                                      W-MQ-CHARATTR
                                      W-MQ-COMPCODE
                                      W-MQ-REASON

           IF      W-MQ-COMPCODE = MQCC-FAILED
               MOVE W-MQ-REASON    TO W-DISP-REASON
               DISPLAY 'FAKERSRV status: MQ   queue depth unknown, '
                       'reason '
                       W-DISP-REASON
               MOVE 0              TO W-MQ-INTATTR
           END-IF

           MOVE W-MQ-INTATTR       TO W-DISP-NUM
           MOVE W-MQ-SERVED        TO W-DISP-NUM-2
           DISPLAY 'FAKERSRV status: MQ   queue depth '
                   W-DISP-NUM
                   '  served '
                   W-DISP-NUM-2

           MOVE W-MQ-REPLIES       TO W-DISP-NUM
           MOVE W-MQ-BACKOUTS      TO W-DISP-NUM-2
           DISPLAY 'FAKERSRV status: MQ   replies    '
                   W-DISP-NUM
                   '  backed out '
                   W-DISP-NUM-2
           .
       SUB-2060-EXIT.
           EXIT.
      /
       SUB-2100-SERVE-ONE-REQUEST.
      *---------------------------

           ADD  1                  TO W-SWEEP-REQUESTS

           SET  W-FILE-CHANNEL     TO TRUE
           MOVE REQFILE-REC        TO W-REQ-TEXT

           PERFORM SUB-2110-SERVE-REQUEST THRU SUB-2110-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2110-SERVE-REQUEST.
      *-----------------------

      **** One request line in W-REQ-TEXT, off either channel.

           IF      W-REQ-TEXT(1 : 8) = 'SHUTDOWN'
               SET  W-SHUTDOWN     TO TRUE
               GO TO SUB-2110-EXIT
           END-IF

           PERFORM SUB-2150-PARSE-REQUEST THRU SUB-2150-EXIT
               MOVE 'NO FUNCTION ON REQUEST'
                                   TO DLQ-REASON
               PERFORM SUB-2160-DEAD-LETTER THRU SUB-2160-EXIT
               GO TO SUB-2110-EXIT
           END-IF

           PERFORM SUB-2300-CHECK-GRANT THRU SUB-2300-EXIT

           IF      W-REFUSED
               GO TO SUB-2110-EXIT
           END-IF

           IF      W-REQ-FUNCTION = 'GET'
               PERFORM SUB-2200-CALL-FAKER THRU SUB-2200-EXIT
           END-IF
           .
       SUB-2110-EXIT.
           EXIT.
      /
       SUB-2150-PARSE-REQUEST.
                                      W-REQ-FUNCTION
                                      W-REQ-CUSTOMER-ID

           UNSTRING W-REQ-TEXT     DELIMITED BY ','
                   INTO W-REQ-TOKEN-1
                        W-REQ-TOKEN-2
                        W-REQ-TOKEN-3
      *---------------------

      **** Malformed requests no longer vanish - they land here with
      **** the reason, for the tester to fix and resubmit.  An MQ
      **** request goes to the backout queue in the same layout,
      **** and here only if the backout queue will not take it.

           ADD  1                  TO W-DEAD-LETTERS

           MOVE SPACE              TO DLQFILE-REC(31 : 1)
           MOVE W-REQ-TEXT         TO DLQ-REQUEST-TEXT

           IF      W-MQ-CHANNEL
               PERFORM SUB-9300-PUT-BACKOUT THRU SUB-9300-EXIT

               IF      W-MQ-BACKOUT-DONE
                   GO TO SUB-2160-EXIT
               END-IF
           END-IF

           OPEN EXTEND DLQFILE
           IF      W-DLQFILE-STATUS NOT = '00'
               OPEN OUTPUT DLQFILE
           END-IF

           WRITE DLQFILE-REC

           CLOSE DLQFILE

           ADD  1                  TO W-REQUEST-NO

           IF      W-MQ-CHANNEL
               ADD  1              TO W-MQ-SERVED
           ELSE
               ADD  1              TO W-FILE-SERVED
           END-IF

           MOVE W-REQ-FUNCTION     TO FAKER-PROVIDER-FUNCTION
           MOVE W-REQ-CUSTOMER-ID  TO FAKER-CUSTOMER-ID
           MOVE 'FAKERSRV'         TO FAKER-CALLING-PROGRAM
           MOVE W-REQ-CLIENT-KEY   TO FAKER-CHARGE-ID

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-CHECK-GRANT.
      *---------------------

      **** The client registry gate, ahead of the FAKERRSV hold check:
      **** a registered client, a granted function, the customer (on
      **** any request that names one) inside that grant's range, and
      **** room left in the hour's quota - the first failure refuses
      **** the request unanswered.

           MOVE 'N'                TO W-REFUSED-SW
                                      W-FUNCTION-GRANTED-SW
                                      W-REQUEST-GRANTED-SW

           IF      W-REQ-CLIENT-ID = SPACES
               MOVE '-'            TO W-REQ-CLIENT-KEY
           ELSE
               MOVE W-REQ-CLIENT-ID
                                   TO W-REQ-CLIENT-KEY
           END-IF

           MOVE 0                  TO W-CLT-REQ-DX

           PERFORM SUB-2310-FIND-CLIENT THRU SUB-2310-EXIT
               VARYING W-CLT-DX FROM 1 BY 1
                 UNTIL W-CLT-DX > W-CLT-CNT
                    OR W-CLT-REQ-DX > 0

           IF      W-CLT-REQ-DX = 0
               MOVE 'CLIENT NOT REGISTERED'
                                   TO DLQ-REASON
               PERFORM SUB-2390-REFUSE THRU SUB-2390-EXIT
               GO TO SUB-2300-EXIT
           END-IF

           PERFORM SUB-2320-MATCH-ONE-GRANT THRU SUB-2320-EXIT
               VARYING W-GRT-DX FROM 1 BY 1
                 UNTIL W-GRT-DX > W-GRT-CNT
                    OR W-REQUEST-GRANTED

           IF      NOT W-FUNCTION-GRANTED
               MOVE 'FUNCTION NOT GRANTED'
                                   TO DLQ-REASON
               PERFORM SUB-2390-REFUSE THRU SUB-2390-EXIT
               GO TO SUB-2300-EXIT
           END-IF

           IF      NOT W-REQUEST-GRANTED
               MOVE 'CUSTOMER OUTSIDE GRANTED RANGE'
                                   TO DLQ-REASON
               PERFORM SUB-2390-REFUSE THRU SUB-2390-EXIT
               GO TO SUB-2300-EXIT
           END-IF

           IF      W-CLT-QUOTA-WS(W-CLT-REQ-DX) > 0
           AND     W-CLT-USED-WS(W-CLT-REQ-DX)
                       >= W-CLT-QUOTA-WS(W-CLT-REQ-DX)
               MOVE 'HOURLY QUOTA EXCEEDED'
                                   TO DLQ-REASON
               PERFORM SUB-2390-REFUSE THRU SUB-2390-EXIT
               GO TO SUB-2300-EXIT
           END-IF

           ADD  1                  TO W-CLT-USED-WS(W-CLT-REQ-DX)
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2310-FIND-CLIENT.
      *---------------------

           IF      W-CLT-ID-WS(W-CLT-DX) = W-REQ-CLIENT-KEY
               MOVE W-CLT-DX       TO W-CLT-REQ-DX
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-MATCH-ONE-GRANT.
      *-------------------------

           IF      W-GRT-CLT-DX(W-GRT-DX) NOT = W-CLT-REQ-DX
               GO TO SUB-2320-EXIT
           END-IF

      **** A grant of '*' alone has no prefix and covers every
      **** function.

           IF      W-GRT-PREFIX-LEN(W-GRT-DX) > 0
               IF      W-REQ-FUNCTION(1 : W-GRT-PREFIX-LEN(W-GRT-DX))
                           NOT = W-GRT-FUNCTION-WS(W-GRT-DX)
                                   (1 : W-GRT-PREFIX-LEN(W-GRT-DX))
                   GO TO SUB-2320-EXIT
               END-IF
           END-IF

           SET  W-FUNCTION-GRANTED TO TRUE

      **** Blank range IDs leave that end of the range open.

           IF      W-REQ-CUSTOMER-ID = SPACES
               SET  W-REQUEST-GRANTED
                                   TO TRUE
               GO TO SUB-2320-EXIT
           END-IF

           IF      W-REQ-CUSTOMER-ID >= W-GRT-FROM-WS(W-GRT-DX)
           AND    (W-GRT-TO-WS(W-GRT-DX) = SPACES
           OR      W-REQ-CUSTOMER-ID <= W-GRT-TO-WS(W-GRT-DX))
               SET  W-REQUEST-GRANTED
                                   TO TRUE
           END-IF
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2390-REFUSE.
      *----------------

           SET  W-REFUSED          TO TRUE
           ADD  1                  TO W-REFUSALS

           IF      W-CLT-REQ-DX > 0
               ADD  1              TO W-CLT-REFUSED-WS(W-CLT-REQ-DX)
           END-IF

           PERFORM SUB-2160-DEAD-LETTER THRU SUB-2160-EXIT
           .
       SUB-2390-EXIT.
           EXIT.
      /
       SUB-2400-SERVE-GET.
      *-------------------

           ADD  1                  TO W-REQUEST-NO

           IF      W-MQ-CHANNEL
               ADD  1              TO W-MQ-SERVED
           ELSE
               ADD  1              TO W-FILE-SERVED
           END-IF

           IF      W-REQ-CUSTOMER-ID = SPACES
               MOVE 'GET NEEDS A CUSTOMER ID'
                                   TO DLQ-REASON
               GO TO SUB-2400-EXIT
           END-IF

           IF      W-KSDS-MAINT
               MOVE SPACES         TO RSPFILE-REC
               MOVE W-REQUEST-NO   TO RSP-REQUEST-NO
               MOVE 'GET'          TO RSP-PROVIDER-FUNCTION
               MOVE 103            TO RSP-RESPONSE-CODE
               MOVE SPACES         TO RSP-RESULT
               STRING 'MASTER UNDER MAINTENANCE BY '
                      KHD-HOLDER
                      ' SINCE '
                      KHD-TAKEN-DATE ' '
                      KHD-TAKEN-TIME
                                   DELIMITED SIZE
                                   INTO RSP-RESULT
               PERFORM SUB-9100-WRITE-RESPONSE THRU SUB-9100-EXIT
               GO TO SUB-2400-EXIT
           END-IF

           IF      NOT W-KSDS-OPEN
               MOVE SPACES         TO RSPFILE-REC
               MOVE W-REQUEST-NO   TO RSP-REQUEST-NO
           PERFORM VARYING W-RSV-DX FROM 1 BY 1
                     UNTIL W-RSV-DX > W-RSV-CNT
                        OR W-RSV-HELD-DX > 0
               IF      W-RSV-TEAM-WS(W-RSV-DX)
                           NOT = W-CLT-TEAM-WS(W-CLT-REQ-DX)
               AND     W-RSV-EXPIRY-WS(W-RSV-DX) >= W-TODAY-TEXT
               AND     W-REQ-CUSTOMER-ID >= W-RSV-FROM-WS(W-RSV-DX)
               AND     W-REQ-CUSTOMER-ID <= W-RSV-TO-WS(W-RSV-DX)
           MOVE W-REQ-CUSTOMER-ID  TO W-DET-CUSTOMER-ID
                                      FAKER-CUSTOMER-ID
           MOVE 'FAKERSRV'         TO FAKER-CALLING-PROGRAM
           MOVE W-REQ-CLIENT-KEY   TO FAKER-CHARGE-ID

           SET  TAXID-SSN-HYPHEN   TO TRUE
           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER
           .
       SUB-2480-EXIT.
           EXIT.
      /
       SUB-2500-SERVE-ONE-MESSAGE.
      *---------------------------

      **** One message off the MQ request queue, waiting up to
      **** W-MQ-WAIT-MS for it.  The get, the replies and any backout
      **** are one unit of work, committed once the message is dealt
      **** with - a service that dies part-way leaves the message on
      **** the queue, its backout count one higher.

           MOVE W-MQ-DEFAULT-MD    TO W-MQ-REQUEST-MD

           COMPUTE MQGMO-OPTIONS   =  MQGMO-SYNCPOINT
                                   +  MQGMO-ACCEPT-TRUNCATED-MSG
                                   +  MQGMO-CONVERT
                                   +  MQGMO-FAIL-IF-QUIESCING

           IF      W-MQ-WAIT-MS > 0
               ADD  MQGMO-WAIT     TO MQGMO-OPTIONS
               MOVE W-MQ-WAIT-MS   TO MQGMO-WAITINTERVAL
           ELSE
               ADD  MQGMO-NO-WAIT  TO MQGMO-OPTIONS
               MOVE 0              TO MQGMO-WAITINTERVAL
           END-IF

      **** A request line is 50 bytes; anything longer is cut there
      **** and backed out as malformed.

           MOVE SPACES             TO W-MQ-BUFFER
           MOVE LENGTH OF W-REQ-TEXT
                                   TO W-MQ-BUFFER-LEN
           MOVE 0                  TO W-MQ-DATA-LEN

           CALL W-MQGET-PROG    USING W-MQ-HCONN
                                      W-MQ-HOBJ
                                      W-MQ-REQUEST-MD
                                      W-MQ-GMO
                                      W-MQ-BUFFER-LEN
                                      W-MQ-BUFFER
                                      W-MQ-DATA-LEN
                                      W-MQ-COMPCODE
                                      W-MQ-REASON

           IF      W-MQ-REASON = MQRC-NO-MSG-AVAILABLE
               SET  W-MQ-EMPTY     TO TRUE
               GO TO SUB-2500-EXIT
           END-IF

           IF      W-MQ-COMPCODE = MQCC-FAILED
               MOVE 'MQGET'        TO W-MQ-FAILED-CALL
               PERFORM SUB-9400-MQ-FAILED THRU SUB-9400-EXIT
               GO TO SUB-2500-EXIT
           END-IF

           ADD  1                  TO W-MQ-GETS
                                      W-MQ-POLL-GETS
           MOVE 0                  TO W-IDLE-POLLS

           SET  W-MQ-CHANNEL       TO TRUE
           MOVE 'N'                TO W-MQ-REPLY-FAILED-SW
           MOVE W-MQ-BUFFER        TO W-REQ-TEXT

           PERFORM SUB-2510-CHECK-MESSAGE THRU SUB-2510-EXIT

      **** A reply that could not be put leaves the request with no
      **** answer - it is backed out rather than lost.

           IF      W-MQ-REPLY-FAILED
               MOVE 'REPLY-TO QUEUE UNREACHABLE'
                                   TO DLQ-REASON
               PERFORM SUB-2160-DEAD-LETTER THRU SUB-2160-EXIT
           END-IF

           SET  W-FILE-CHANNEL     TO TRUE

           CALL W-MQCMIT-PROG   USING W-MQ-HCONN
                                      W-MQ-COMPCODE
                                      W-MQ-REASON

           IF      W-MQ-COMPCODE = MQCC-FAILED
               MOVE 'MQCMIT'       TO W-MQ-FAILED-CALL
               PERFORM SUB-9400-MQ-FAILED THRU SUB-9400-EXIT
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-CHECK-MESSAGE.
      *-----------------------

      **** What the file channel could never see: a message backed
      **** out too often, cut short, not text, or with nowhere to
      **** send the answer.  Anything else is served as a request
      **** line.

           IF      W-MQ-BACKOUT-LIMIT > 0
           AND     MQMD-BACKOUTCOUNT IN W-MQ-REQUEST-MD
                       >= W-MQ-BACKOUT-LIMIT
               MOVE 'BACKOUT LIMIT REACHED'
                                   TO DLQ-REASON
               PERFORM SUB-2160-DEAD-LETTER THRU SUB-2160-EXIT
               GO TO SUB-2510-EXIT
           END-IF

           IF      W-MQ-REASON = MQRC-TRUNCATED-MSG-ACCEPTED
               MOVE 'MESSAGE LONGER THAN 50 BYTES'
                                   TO DLQ-REASON
               PERFORM SUB-2160-DEAD-LETTER THRU SUB-2160-EXIT
               GO TO SUB-2510-EXIT
           END-IF

           IF      MQMD-FORMAT IN W-MQ-REQUEST-MD NOT = MQFMT-STRING
               MOVE 'MESSAGE FORMAT NOT MQSTR'
                                   TO DLQ-REASON
               PERFORM SUB-2160-DEAD-LETTER THRU SUB-2160-EXIT
               GO TO SUB-2510-EXIT
           END-IF

           IF      W-REQ-TEXT = SPACES
               MOVE 'EMPTY MESSAGE'
                                   TO DLQ-REASON
               PERFORM SUB-2160-DEAD-LETTER THRU SUB-2160-EXIT
               GO TO SUB-2510-EXIT
           END-IF

           IF      W-REQ-TEXT(1 : 8) NOT = 'SHUTDOWN'
           AND     MQMD-REPLYTOQ IN W-MQ-REQUEST-MD = SPACES
               MOVE 'NO REPLY-TO QUEUE ON MESSAGE'
                                   TO DLQ-REASON
               PERFORM SUB-2160-DEAD-LETTER THRU SUB-2160-EXIT
               GO TO SUB-2510-EXIT
           END-IF

           PERFORM SUB-2110-SERVE-REQUEST THRU SUB-2110-EXIT
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-9100-WRITE-RESPONSE.
      *------------------------

      **** Responses route to the requesting client's own file, so
      **** the open-write-close per answer is what keeps concurrent
      **** pollers out of each other's values.  An MQ request's
      **** answer goes back as a reply message instead.

           IF      W-MQ-CHANNEL
               PERFORM SUB-9200-PUT-REPLY THRU SUB-9200-EXIT
               GO TO SUB-9100-EXIT
           END-IF

           OPEN EXTEND RSPFILE
           IF      W-RSPFILE-STATUS NOT = '00'
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9200-PUT-REPLY.
      *-------------------

      **** The response record, as a reply message on the request's
      **** reply-to queue under the request's correlation ID - put
      **** in the request's unit of work, so it is sent only when
      **** the request is committed as served.  After one reply has
      **** failed, the rest of that request's answer is not tried.

           IF      W-MQ-REPLY-FAILED
               GO TO SUB-9200-EXIT
           END-IF

           MOVE W-MQ-DEFAULT-MD    TO W-MQ-PUT-MD
           MOVE MQMT-REPLY         TO MQMD-MSGTYPE IN W-MQ-PUT-MD
           MOVE MQFMT-STRING       TO MQMD-FORMAT IN W-MQ-PUT-MD
           MOVE MQMD-CORRELID IN W-MQ-REQUEST-MD
                                   TO MQMD-CORRELID IN W-MQ-PUT-MD
           MOVE MQMD-PERSISTENCE IN W-MQ-REQUEST-MD
                                   TO MQMD-PERSISTENCE IN W-MQ-PUT-MD

           MOVE MQOT-Q             TO MQOD-OBJECTTYPE
           MOVE MQMD-REPLYTOQ IN W-MQ-REQUEST-MD
                                   TO MQOD-OBJECTNAME
           MOVE MQMD-REPLYTOQMGR IN W-MQ-REQUEST-MD
                                   TO MQOD-OBJECTQMGRNAME

           COMPUTE MQPMO-OPTIONS   =  MQPMO-SYNCPOINT
                                   +  MQPMO-NEW-MSG-ID
                                   +  MQPMO-FAIL-IF-QUIESCING

           MOVE RSPFILE-REC        TO W-MQ-BUFFER
           MOVE LENGTH OF RSPFILE-REC
                                   TO W-MQ-BUFFER-LEN

           CALL W-MQPUT1-PROG   USING W-MQ-HCONN
                                      W-MQ-OD
                                      W-MQ-PUT-MD
                                      W-MQ-PMO
                                      W-MQ-BUFFER-LEN
                                      W-MQ-BUFFER
                                      W-MQ-COMPCODE
                                      W-MQ-REASON

           IF      W-MQ-COMPCODE = MQCC-FAILED
               SET  W-MQ-REPLY-FAILED
                                   TO TRUE
               MOVE W-MQ-REASON    TO W-DISP-REASON
               DISPLAY W-ERROR-MSG
                       'reply to '
                       FUNCTION TRIM(MQOD-OBJECTNAME)
                       ' failed, reason '
                       W-DISP-REASON
           ELSE
               ADD  1              TO W-MQ-REPLIES
           END-IF
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9300-PUT-BACKOUT.
      *---------------------

      **** The request message to the backout queue with the reason
      **** ahead of it, in the dead-letter layout.  It keeps the
      **** request's descriptor - message and correlation IDs and
      **** reply-to queue - so the sender can find it there.

           MOVE 'N'                TO W-MQ-BACKOUT-DONE-SW

           MOVE W-MQ-REQUEST-MD    TO W-MQ-PUT-MD
           MOVE MQMT-DATAGRAM      TO MQMD-MSGTYPE IN W-MQ-PUT-MD
           MOVE MQFMT-STRING       TO MQMD-FORMAT IN W-MQ-PUT-MD

           MOVE MQOT-Q             TO MQOD-OBJECTTYPE
           MOVE W-MQ-BACKOUT-Q     TO MQOD-OBJECTNAME
           MOVE SPACES             TO MQOD-OBJECTQMGRNAME

           COMPUTE MQPMO-OPTIONS   =  MQPMO-SYNCPOINT
                                   +  MQPMO-FAIL-IF-QUIESCING

           MOVE DLQFILE-REC        TO W-MQ-BUFFER
           MOVE LENGTH OF DLQFILE-REC
                                   TO W-MQ-BUFFER-LEN

           CALL W-MQPUT1-PROG   USING W-MQ-HCONN
                                      W-MQ-OD
                                      W-MQ-PUT-MD
                                      W-MQ-PMO
                                      W-MQ-BUFFER-LEN
                                      W-MQ-BUFFER
                                      W-MQ-COMPCODE
                                      W-MQ-REASON

           IF      W-MQ-COMPCODE = MQCC-FAILED
               MOVE W-MQ-REASON    TO W-DISP-REASON
               DISPLAY W-ERROR-MSG
                       'backout to '
                       FUNCTION TRIM(W-MQ-BACKOUT-Q)
                       ' failed, reason '
                       W-DISP-REASON
                       ' - dead-letter file used'
           ELSE
               SET  W-MQ-BACKOUT-DONE
                                   TO TRUE
               ADD  1              TO W-MQ-BACKOUTS
           END-IF
           .
       SUB-9300-EXIT.
           EXIT.
      /
       SUB-9400-MQ-FAILED.
      *-------------------

      **** A queue-manager call failed outright.  The MQ channel is
      **** stopped; the file channel carries on regardless.

           MOVE W-MQ-REASON        TO W-DISP-REASON

           DISPLAY W-ERROR-MSG
                   W-MQ-FAILED-CALL
                   ' failed, reason '
                   W-DISP-REASON
                   ' - MQ channel stopped, file channel continues'

           MOVE 'N'                TO W-MQ-ACTIVE-SW
           .
       SUB-9400-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------
               CLOSE GNRKFILE
           END-IF

           PERFORM SUB-3100-STOP-MQ THRU SUB-3100-EXIT

           MOVE W-REQUEST-NO       TO W-DISP-NUM
           DISPLAY 'FAKERSRV requests served: '
                   W-DISP-NUM

           MOVE W-FILE-SERVED      TO W-DISP-NUM
           DISPLAY 'FAKERSRV   on the file:   '
                   W-DISP-NUM

           MOVE W-MQ-SERVED        TO W-DISP-NUM
           DISPLAY 'FAKERSRV   on MQ:         '
                   W-DISP-NUM

           MOVE W-MQ-GETS          TO W-DISP-NUM
           DISPLAY 'FAKERSRV MQ messages got: '
                   W-DISP-NUM

           MOVE W-MQ-REPLIES       TO W-DISP-NUM
           DISPLAY 'FAKERSRV MQ replies put:  '
                   W-DISP-NUM

           MOVE W-MQ-BACKOUTS      TO W-DISP-NUM
           DISPLAY 'FAKERSRV MQ backed out:   '
                   W-DISP-NUM

           MOVE W-DEAD-LETTERS     TO W-DISP-NUM
           DISPLAY 'FAKERSRV dead letters:    '
                   W-DISP-NUM

           MOVE W-REFUSALS         TO W-DISP-NUM
           DISPLAY 'FAKERSRV of which refused:'
                   W-DISP-NUM

           IF      W-SHUTDOWN
               DISPLAY 'FAKERSRV: shutdown request honoured'
           ELSE
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-STOP-MQ.
      *-----------------

      **** Closes the request queue and leaves the queue manager.  A
      **** channel stopped by a failure may have lost its connection
      **** already, so these calls' own failures are of no account.

           IF      NOT W-MQ-CONNECTED
               GO TO SUB-3100-EXIT
           END-IF

           IF      W-MQ-QUEUE-OPEN
               MOVE MQCO-NONE      TO W-MQ-OPTIONS
               CALL W-MQCLOSE-PROG
                                USING W-MQ-HCONN
                                      W-MQ-HOBJ
                                      W-MQ-OPTIONS
                                      W-MQ-COMPCODE
                                      W-MQ-REASON
               MOVE 'N'            TO W-MQ-QUEUE-OPEN-SW
           END-IF

           CALL W-MQDISC-PROG   USING W-MQ-HCONN
                                      W-MQ-COMPCODE
                                      W-MQ-REASON

           MOVE 'N'                TO W-MQ-CONNECTED-SW
                                      W-MQ-ACTIVE-SW
           .
       SUB-3100-EXIT.
           EXIT.
      /
       COPY FAKERPD6.
