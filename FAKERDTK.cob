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

       PROGRAM-ID.             FAKERDTK.

      **** Controlled detokenization - the only way back from a
      **** masked test record to the real customer.  Takes a list of
      **** substitute values (DTKIFILE: provider function, or spaces
      **** for any, and the substitute) and, for a requester on the
      **** authorization list with a ticket to quote, looks each one
      **** up in FAKERMSK's token vault (see FAKERVLT), deciphers the
      **** production original under the vault key and returns it on
      **** DTKOFILE.
      ****
      **** PARM: requester ID and ticket number, comma delimited -
      **** e.g. 'JSMITH01,INC0045123'.  The requester must be on
      **** AUTHFILE with an expiry date not yet passed and the ticket
      **** must not be blank, or nothing is released: every request
      **** line is logged DENIED and the run ends RETURN-CODE 8.
      ****
      **** Every request line - released, not found, ambiguous or
      **** denied - is appended to the detokenization audit trail
      **** (AUDTFILE) with the date, time, requester, ticket, the
      **** substitute asked for and the vault serial released.  The
      **** original value itself is never written to the audit trail.
      **** PARM 'REPORT' instead prints the compliance report over
      **** the whole trail: one line per detokenization run with its
      **** released, not-found, ambiguous and denied counts, and the
      **** totals.
      ****
      **** A substitute the vault holds for two different originals
      **** (two production values that happened to draw the same fake
      **** value) comes back MULTIPLE with nothing released - asking
      **** again with the provider function narrows it.  A request
      **** that finds nothing ends the run RETURN-CODE 4.
      ****
      **** DTKOFILE carries production data: it is held under the
      **** same data set security as the vault and its key.

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
           SELECT DTKIFILE             ASSIGN 'Data\FAKERDTK Request.txt
      -                                      ''
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-DTKIFILE-STATUS.

           SELECT DTKOFILE           ASSIGN 'Data\FAKERDTK Response.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT AUTHFILE           ASSIGN 'Data\FAKERDTK Authlist.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-AUTHFILE-STATUS.

           SELECT VLTFILE              ASSIGN 'Data\FAKERMSK Vault.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-VLTFILE-STATUS.

           SELECT KEYFILE              ASSIGN 'Data\FAKERMSK Vaultkey.tx
      -                                      't'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-KEYFILE-STATUS.

      **** The audit trail accumulates across runs - opened EXTEND,
      **** created on first use.

           SELECT AUDTFILE             ASSIGN 'Data\FAKERDTK Audit.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-AUDTFILE-STATUS.

           SELECT RPTFILE          ASSIGN 'Data\FAKERDTK Compliance.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  DTKIFILE.

       01  DTKIFILE-REC.
           05  REQ-PROVIDER-FUNCTION
                                   PIC X(30).
           05  FILLER              PIC X(01).
           05  REQ-SUBSTITUTE      PIC X(40).

       FD  DTKOFILE.

       01  DTKOFILE-REC.
           05  RSP-PROVIDER-FUNCTION
                                   PIC X(30).
           05  FILLER              PIC X(01).
           05  RSP-SUBSTITUTE      PIC X(40).
           05  FILLER              PIC X(01).
           05  RSP-OUTCOME         PIC X(08).
           05  FILLER              PIC X(01).
           05  RSP-ORIGINAL        PIC X(40).

      **** One authorized requester per record; '*' in column 1 is a
      **** comment.  The expiry date is the last day the authority
      **** holds (99999999 for a standing one).

       FD  AUTHFILE.

       01  AUTHFILE-REC.
           05  AUTH-REQUESTER      PIC X(08).
           05  FILLER              PIC X(01).
           05  AUTH-EXPIRY-DATE    PIC 9(08).
           05  FILLER              PIC X(01).
           05  AUTH-NAME           PIC X(30).

       FD  VLTFILE.

       01  VLTFILE-REC             PIC X(133).

       FD  KEYFILE.

       01  KEYFILE-REC.
           05  KEY-TEXT            PIC X(32).
           05  FILLER              PIC X(48).

       FD  AUDTFILE.

       01  AUDTFILE-REC.
           05  AUD-DATE            PIC 9(08).
           05  FILLER              PIC X(01).
           05  AUD-TIME            PIC 9(06).
           05  FILLER              PIC X(01).
           05  AUD-REQUESTER       PIC X(08).
           05  FILLER              PIC X(01).
           05  AUD-TICKET          PIC X(16).
           05  FILLER              PIC X(01).
           05  AUD-OUTCOME         PIC X(08).
               88  AUD-RELEASED                    VALUE 'RELEASED'.
               88  AUD-NOT-FOUND                   VALUE 'NOTFOUND'.
               88  AUD-MULTIPLE                    VALUE 'MULTIPLE'.
               88  AUD-DENIED                      VALUE 'DENIED'.
           05  FILLER              PIC X(01).
           05  AUD-REASON          PIC X(20).
           05  FILLER              PIC X(01).
           05  AUD-PROVIDER-FUNCTION
                                   PIC X(30).
           05  FILLER              PIC X(01).
           05  AUD-SUBSTITUTE      PIC X(40).
           05  FILLER              PIC X(01).
           05  AUD-VLT-SERIAL      PIC 9(09).

       FD  RPTFILE.

       01  RPTFILE-REC             PIC X(132).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-DTKIFILE-STATUS       PIC X(02).
       01  W-AUTHFILE-STATUS       PIC X(02).
       01  W-VLTFILE-STATUS        PIC X(02).
       01  W-KEYFILE-STATUS        PIC X(02).
       01  W-AUDTFILE-STATUS       PIC X(02).

       01  W-DTKIFILE-EOF-SW       PIC X(01)       VALUE 'N'.
           88  W-DTKIFILE-EOF                      VALUE 'Y'.
       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-AUTHFILE-EOF                      VALUE 'Y'.
       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-VLTFILE-EOF                       VALUE 'Y'.
       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-AUDTFILE-EOF                      VALUE 'Y'.

       01  W-PARM-TEXT             PIC X(40)       VALUE SPACES.
       01  W-RUN-MODE-SW           PIC X(01)       VALUE 'D'.
           88  RUN-DETOKENIZE                      VALUE 'D'.
           88  RUN-REPORT                          VALUE 'R'.
       01  W-REQUESTER             PIC X(08)       VALUE SPACES.
       01  W-TICKET                PIC X(16)       VALUE SPACES.

      **** Why a run released nothing - spaces while it may proceed.

       01  W-DENY-REASON           PIC X(20)       VALUE SPACES.
           88  W-AUTHORIZED                        VALUE SPACES.

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY-MM-DD
                                   PIC 9(08).
           05  W-CURRENT-HH-MM-SS  PIC 9(06).
           05  FILLER              PIC X(07).

      **** The request list, held while the vault is read through
      **** once.  W-REQ-MATCHES counts the vault tokens whose
      **** original differs from the one already found.

       01  W-REQ-MAX               PIC S9(4)  COMP VALUE 1000.
       01  W-REQ-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-REQ-OVER-CNT          PIC 9(09)  COMP VALUE 0.
       01  W-REQ-DX                PIC S9(4)  COMP.
       01  W-REQ-TABLE.
           05  W-REQ-OCCS          OCCURS 1000.
               10  W-REQ-FUNCTION  PIC X(30).
               10  W-REQ-SUBSTITUTE
                                   PIC X(40).
               10  W-REQ-ORIGINAL  PIC X(40).
               10  W-REQ-SERIAL    PIC 9(09).
               10  W-REQ-MATCHES   PIC S9(4)  COMP.

       01  W-RELEASED-CNT          PIC 9(09)  COMP VALUE 0.
       01  W-NOT-FOUND-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-MULTIPLE-CNT          PIC 9(09)  COMP VALUE 0.
       01  W-DENIED-CNT            PIC 9(09)  COMP VALUE 0.
       01  W-TOKENS-READ           PIC 9(09)  COMP VALUE 0.

      **** Compliance report control break: one detokenization run
      **** is every audit record sharing its date, time, requester
      **** and ticket.

       01  W-RUN-KEY.
           05  W-RUN-DATE          PIC 9(08).
           05  W-RUN-TIME          PIC 9(06).
           05  W-RUN-REQUESTER     PIC X(08).
           05  W-RUN-TICKET        PIC X(16).
       01  W-AUD-KEY.
           05  W-AUD-DATE          PIC 9(08).
           05  W-AUD-TIME          PIC 9(06).
           05  W-AUD-REQUESTER     PIC X(08).
           05  W-AUD-TICKET        PIC X(16).
       01  W-RUN-RELEASED          PIC 9(09)  COMP.
       01  W-RUN-NOT-FOUND         PIC 9(09)  COMP.
       01  W-RUN-MULTIPLE          PIC 9(09)  COMP.
       01  W-RUN-DENIED            PIC 9(09)  COMP.
       01  W-RUN-CNT               PIC 9(09)  COMP VALUE 0.
       01  W-DENIED-RUN-CNT        PIC 9(09)  COMP VALUE 0.

       01  W-RPT-HEADING-1.
           05  FILLER              PIC X(40)       VALUE
               'FAKERDTK DETOKENIZATION AUDIT REPORT'.
           05  FILLER              PIC X(09)       VALUE 'RUN DATE '.
           05  W-RPT-RUN-DATE      PIC 9999/99/99.
       01  W-RPT-HEADING-2.
           05  FILLER              PIC X(45)       VALUE
               'DATE       TIME     REQUESTER TICKET'.
           05  FILLER              PIC X(41)       VALUE
               'RELEASED  NOT FOUND   MULTIPLE     DENIED'.
       01  W-RPT-DETAIL.
           05  W-RPT-DATE          PIC 9999/99/99.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-RPT-HH            PIC 9(02).
           05  FILLER              PIC X(01)       VALUE ':'.
           05  W-RPT-MM            PIC 9(02).
           05  FILLER              PIC X(01)       VALUE ':'.
           05  W-RPT-SS            PIC 9(02).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-RPT-REQUESTER     PIC X(08).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-RPT-TICKET        PIC X(16).
           05  W-RPT-RELEASED      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(04)       VALUE SPACES.
           05  W-RPT-NOT-FOUND     PIC ZZZ,ZZ9.
           05  FILLER              PIC X(04)       VALUE SPACES.
           05  W-RPT-MULTIPLE      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(04)       VALUE SPACES.
           05  W-RPT-DENIED        PIC ZZZ,ZZ9.
       01  W-RPT-DETAIL-TIME REDEFINES W-RPT-DETAIL.
           05  FILLER              PIC X(11).
           05  W-RPT-TIME-TEXT     PIC X(08).
           05  FILLER              PIC X(61).
       01  W-RPT-TIME-SPLIT.
           05  W-RPT-TIME-HH       PIC 9(02).
           05  W-RPT-TIME-MM       PIC 9(02).
           05  W-RPT-TIME-SS       PIC 9(02).
       01  W-BUILD-LINE            PIC X(132).

       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERDTK error: '.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).

       01  W-CIPH-PROG             PIC X(08)       VALUE 'FAKCIPH'.
       01  W-CIPH-PARAMETER.       COPY FAKCIPHL.

       COPY FAKERVLT.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RUN-REPORT
               PERFORM SUB-4000-COMPLIANCE-REPORT THRU SUB-4000-EXIT
           ELSE
               PERFORM SUB-2000-DETOKENIZE THRU SUB-2000-EXIT

               PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           END-IF
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKERDTK compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           IF      W-PARM-TEXT = 'REPORT'
               SET  RUN-REPORT     TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           UNSTRING W-PARM-TEXT    DELIMITED ','
               INTO W-REQUESTER
                    W-TICKET
           END-UNSTRING

           DISPLAY 'FAKERDTK requester: '
                   W-REQUESTER
                   ' ticket: '
                   W-TICKET

           PERFORM SUB-1100-LOAD-REQUESTS THRU SUB-1100-EXIT

           PERFORM SUB-1200-CHECK-AUTHORITY THRU SUB-1200-EXIT

           IF      W-AUTHORIZED
               PERFORM SUB-1300-OPEN-VAULT THRU SUB-1300-EXIT
           END-IF

           OPEN EXTEND AUDTFILE

           IF      W-AUDTFILE-STATUS NOT = '00'
               OPEN OUTPUT AUDTFILE
           END-IF

           OPEN OUTPUT DTKOFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-REQUESTS.
      *-----------------------

      **** Lines past W-REQ-MAX are not looked up: they are logged
      **** DENIED (REQUEST LIMIT) as they are read, once the audit
      **** trail is open, and the requester resubmits them.

           OPEN INPUT DTKIFILE

           IF      W-DTKIFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open DTKIFILE, status '
                       W-DTKIFILE-STATUS
               MOVE 'NO REQUEST FILE'
                                   TO W-DENY-REASON
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-READ-REQUEST THRU SUB-1110-EXIT
               UNTIL W-DTKIFILE-EOF

           CLOSE DTKIFILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-READ-REQUEST.
      *----------------------

           READ DTKIFILE
               AT END
                   SET  W-DTKIFILE-EOF
                                   TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           IF      REQ-SUBSTITUTE = SPACES
               GO TO SUB-1110-EXIT
           END-IF

           IF      W-REQ-CNT >= W-REQ-MAX
               ADD  1              TO W-REQ-OVER-CNT
               GO TO SUB-1110-EXIT
           END-IF

           ADD  1                  TO W-REQ-CNT
           MOVE REQ-PROVIDER-FUNCTION
                                   TO W-REQ-FUNCTION(W-REQ-CNT)
           MOVE REQ-SUBSTITUTE     TO W-REQ-SUBSTITUTE(W-REQ-CNT)
           MOVE SPACES             TO W-REQ-ORIGINAL(W-REQ-CNT)
           MOVE 0                  TO W-REQ-SERIAL(W-REQ-CNT)
                                      W-REQ-MATCHES(W-REQ-CNT)
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1200-CHECK-AUTHORITY.
      *-------------------------

      **** The requester must be named, carry a ticket, and hold a
      **** current entry on the authorization list.

           IF      NOT W-AUTHORIZED
               GO TO SUB-1200-EXIT
           END-IF

           IF      W-REQUESTER = SPACES
               MOVE 'NO REQUESTER ID'
                                   TO W-DENY-REASON
               GO TO SUB-1200-EXIT
           END-IF

           IF      W-TICKET = SPACES
               MOVE 'NO TICKET NUMBER'
                                   TO W-DENY-REASON
               GO TO SUB-1200-EXIT
           END-IF

           MOVE 'NOT AUTHORIZED'   TO W-DENY-REASON

           OPEN INPUT AUTHFILE

           IF      W-AUTHFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open AUTHFILE, status '
                       W-AUTHFILE-STATUS
               MOVE 'NO AUTH LIST' TO W-DENY-REASON
               GO TO SUB-1200-EXIT
           END-IF

           PERFORM SUB-1210-CHECK-ONE-AUTH THRU SUB-1210-EXIT
               UNTIL W-AUTHFILE-EOF
                  OR W-AUTHORIZED

           CLOSE AUTHFILE
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1210-CHECK-ONE-AUTH.
      *------------------------

           READ AUTHFILE
               AT END
                   SET  W-AUTHFILE-EOF
                                   TO TRUE
                   GO TO SUB-1210-EXIT
           END-READ

           IF      AUTHFILE-REC(1 : 1) = '*'
           OR      AUTH-REQUESTER NOT = W-REQUESTER
               GO TO SUB-1210-EXIT
           END-IF

           IF      AUTH-EXPIRY-DATE NOT NUMERIC
           OR      AUTH-EXPIRY-DATE < W-CURRENT-YYYY-MM-DD
               MOVE 'AUTHORITY EXPIRED'
                                   TO W-DENY-REASON
               GO TO SUB-1210-EXIT
           END-IF

           MOVE SPACES             TO W-DENY-REASON
           .
       SUB-1210-EXIT.
           EXIT.
      /
       SUB-1300-OPEN-VAULT.
      *--------------------

      **** The same key check FAKERMSK makes before it adds a token:
      **** the header must decipher to VAULT-KEY-CHECK.

           OPEN INPUT KEYFILE

           IF      W-KEYFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open the vault key file, status '
                       W-KEYFILE-STATUS
               MOVE 'NO VAULT KEY' TO W-DENY-REASON
               GO TO SUB-1300-EXIT
           END-IF

           READ KEYFILE
               AT END
                   MOVE SPACES     TO KEYFILE-REC
           END-READ

           CLOSE KEYFILE

           IF      KEY-TEXT = SPACES
               MOVE 'NO VAULT KEY' TO W-DENY-REASON
               GO TO SUB-1300-EXIT
           END-IF

           MOVE KEY-TEXT           TO CIPH-KEY

           OPEN INPUT VLTFILE

           IF      W-VLTFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open the token vault, status '
                       W-VLTFILE-STATUS
               MOVE 'NO TOKEN VAULT'
                                   TO W-DENY-REASON
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM SUB-1310-READ-VAULT-REC THRU SUB-1310-EXIT

           IF      W-VLTFILE-EOF
           OR      NOT VLT-HEADER
               MOVE 'VAULT HEADER MISSING'
                                   TO W-DENY-REASON
               CLOSE VLTFILE
               GO TO SUB-1300-EXIT
           END-IF

           MOVE VLT-CIPHER-TEXT    TO CIPH-TEXT
           MOVE 0                  TO CIPH-TWEAK
           SET  CIPH-DECIPHER      TO TRUE
           CALL W-CIPH-PROG     USING W-CIPH-PARAMETER

           IF      CIPH-TEXT NOT = VAULT-KEY-CHECK
               DISPLAY W-ERROR-MSG
                       'the token vault does not open under this key'
               MOVE 'VAULT KEY MISMATCH'
                                   TO W-DENY-REASON
               CLOSE VLTFILE
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-READ-VAULT-REC.
      *------------------------

           READ VLTFILE          INTO VAULT-REC
               AT END
                   SET  W-VLTFILE-EOF
                                   TO TRUE
           END-READ
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-2000-DETOKENIZE.
      *--------------------

      **** One pass of the vault, every token matched against every
      **** outstanding request; then one response and one audit
      **** record per request, in request order.

           IF      W-AUTHORIZED
               PERFORM SUB-2100-MATCH-ONE-TOKEN THRU SUB-2100-EXIT
                   UNTIL W-VLTFILE-EOF

               CLOSE VLTFILE
           ELSE
               DISPLAY W-ERROR-MSG
                       'nothing released - '
                       W-DENY-REASON
           END-IF

           PERFORM SUB-2300-ANSWER-ONE-REQUEST THRU SUB-2300-EXIT
               VARYING W-REQ-DX FROM 1 BY 1
                 UNTIL W-REQ-DX > W-REQ-CNT

           IF      W-REQ-OVER-CNT > 0
               PERFORM SUB-2400-LOG-OVER-LIMIT THRU SUB-2400-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-MATCH-ONE-TOKEN.
      *-------------------------

           PERFORM SUB-1310-READ-VAULT-REC THRU SUB-1310-EXIT

           IF      W-VLTFILE-EOF
           OR      NOT VLT-TOKEN
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-TOKENS-READ

           PERFORM SUB-2200-MATCH-ONE-REQUEST THRU SUB-2200-EXIT
               VARYING W-REQ-DX FROM 1 BY 1
                 UNTIL W-REQ-DX > W-REQ-CNT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-MATCH-ONE-REQUEST.
      *---------------------------

           IF      VLT-SUBSTITUTE NOT = W-REQ-SUBSTITUTE(W-REQ-DX)
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-REQ-FUNCTION(W-REQ-DX) NOT = SPACES
           AND     W-REQ-FUNCTION(W-REQ-DX) NOT = VLT-PROVIDER-FUNCTION
               GO TO SUB-2200-EXIT
           END-IF

           MOVE VLT-CIPHER-TEXT    TO CIPH-TEXT
           MOVE VLT-SERIAL         TO CIPH-TWEAK
           SET  CIPH-DECIPHER      TO TRUE
           CALL W-CIPH-PROG     USING W-CIPH-PARAMETER

      **** The same original vaulted twice (a value minted again once
      **** FAKERMSK's table was full) is still one answer.

           IF      W-REQ-MATCHES(W-REQ-DX) > 0
           AND     CIPH-TEXT = W-REQ-ORIGINAL(W-REQ-DX)
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-REQ-MATCHES(W-REQ-DX)

           IF      W-REQ-MATCHES(W-REQ-DX) = 1
               MOVE CIPH-TEXT      TO W-REQ-ORIGINAL(W-REQ-DX)
               MOVE VLT-SERIAL     TO W-REQ-SERIAL(W-REQ-DX)
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-ANSWER-ONE-REQUEST.
      *----------------------------

           MOVE SPACES             TO DTKOFILE-REC
                                      AUDTFILE-REC
           MOVE W-REQ-FUNCTION(W-REQ-DX)
                                   TO RSP-PROVIDER-FUNCTION
                                      AUD-PROVIDER-FUNCTION
           MOVE W-REQ-SUBSTITUTE(W-REQ-DX)
                                   TO RSP-SUBSTITUTE
                                      AUD-SUBSTITUTE
           MOVE 0                  TO AUD-VLT-SERIAL

           EVALUATE TRUE
             WHEN NOT W-AUTHORIZED
               SET  AUD-DENIED     TO TRUE
               MOVE W-DENY-REASON  TO AUD-REASON
               ADD  1              TO W-DENIED-CNT

             WHEN W-REQ-MATCHES(W-REQ-DX) = 0
               SET  AUD-NOT-FOUND  TO TRUE
               MOVE 'NOT IN VAULT' TO AUD-REASON
               ADD  1              TO W-NOT-FOUND-CNT

             WHEN W-REQ-MATCHES(W-REQ-DX) > 1
               SET  AUD-MULTIPLE   TO TRUE
               MOVE 'SEVERAL ORIGINALS'
                                   TO AUD-REASON
               ADD  1              TO W-MULTIPLE-CNT

             WHEN OTHER
               SET  AUD-RELEASED   TO TRUE
               MOVE W-REQ-SERIAL(W-REQ-DX)
                                   TO AUD-VLT-SERIAL
               MOVE W-REQ-ORIGINAL(W-REQ-DX)
                                   TO RSP-ORIGINAL
               ADD  1              TO W-RELEASED-CNT
           END-EVALUATE

           MOVE AUD-OUTCOME        TO RSP-OUTCOME

           IF      W-AUTHORIZED
               WRITE DTKOFILE-REC
           END-IF

           PERFORM SUB-2500-WRITE-AUDIT THRU SUB-2500-EXIT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-LOG-OVER-LIMIT.
      *------------------------

      **** Reopens the request list to log each line past the limit.

           OPEN INPUT DTKIFILE

           MOVE 0                  TO W-REQ-DX
           MOVE 'N'                TO W-DTKIFILE-EOF-SW

           PERFORM SUB-2410-LOG-ONE-OVER THRU SUB-2410-EXIT
               UNTIL W-DTKIFILE-EOF

           CLOSE DTKIFILE
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-LOG-ONE-OVER.
      *----------------------

           READ DTKIFILE
               AT END
                   SET  W-DTKIFILE-EOF
                                   TO TRUE
                   GO TO SUB-2410-EXIT
           END-READ

           IF      REQ-SUBSTITUTE = SPACES
               GO TO SUB-2410-EXIT
           END-IF

           ADD  1                  TO W-REQ-DX

           IF      W-REQ-DX <= W-REQ-MAX
               GO TO SUB-2410-EXIT
           END-IF

           MOVE SPACES             TO AUDTFILE-REC
           MOVE REQ-PROVIDER-FUNCTION
                                   TO AUD-PROVIDER-FUNCTION
           MOVE REQ-SUBSTITUTE     TO AUD-SUBSTITUTE
           MOVE 0                  TO AUD-VLT-SERIAL
           SET  AUD-DENIED         TO TRUE
           MOVE 'REQUEST LIMIT'    TO AUD-REASON
           ADD  1                  TO W-DENIED-CNT

           PERFORM SUB-2500-WRITE-AUDIT THRU SUB-2500-EXIT
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2500-WRITE-AUDIT.
      *---------------------

           MOVE W-CURRENT-YYYY-MM-DD
                                   TO AUD-DATE
           MOVE W-CURRENT-HH-MM-SS TO AUD-TIME
           MOVE W-REQUESTER        TO AUD-REQUESTER
           MOVE W-TICKET           TO AUD-TICKET

           WRITE AUDTFILE-REC
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE DTKOFILE
                 AUDTFILE

           MOVE W-REQ-CNT          TO W-DISP-NUM
           DISPLAY 'Requests read:            '
                   W-DISP-NUM

           MOVE W-TOKENS-READ      TO W-DISP-NUM
           DISPLAY 'Vault tokens read:        '
                   W-DISP-NUM

           MOVE W-RELEASED-CNT     TO W-DISP-NUM
           DISPLAY 'Originals released:       '
                   W-DISP-NUM

           MOVE W-NOT-FOUND-CNT    TO W-DISP-NUM
           DISPLAY 'Not found:                '
                   W-DISP-NUM

           MOVE W-MULTIPLE-CNT     TO W-DISP-NUM
           DISPLAY 'Ambiguous (MULTIPLE):     '
                   W-DISP-NUM

           MOVE W-DENIED-CNT       TO W-DISP-NUM
           DISPLAY 'Denied:                   '
                   W-DISP-NUM

           EVALUATE TRUE
             WHEN NOT W-AUTHORIZED
             WHEN W-DENIED-CNT > 0
               MOVE 8              TO RETURN-CODE
             WHEN W-NOT-FOUND-CNT > 0
             WHEN W-MULTIPLE-CNT > 0
               MOVE 4              TO RETURN-CODE
           END-EVALUATE

           DISPLAY 'FAKERDTK completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-4000-COMPLIANCE-REPORT.
      *---------------------------

      **** The audit trail is in time order, each run's records
      **** together, so a run is a control break on W-RUN-KEY.

           OPEN OUTPUT RPTFILE

           MOVE W-CURRENT-YYYY-MM-DD
                                   TO W-RPT-RUN-DATE
           WRITE RPTFILE-REC     FROM W-RPT-HEADING-1
           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC
           WRITE RPTFILE-REC     FROM W-RPT-HEADING-2

           OPEN INPUT AUDTFILE

           IF      W-AUDTFILE-STATUS NOT = '00'
               MOVE '(no detokenization has been logged)'
                                   TO RPTFILE-REC
               WRITE RPTFILE-REC
               CLOSE RPTFILE
               DISPLAY 'FAKERDTK completed'
               GO TO SUB-4000-EXIT
           END-IF

           PERFORM SUB-4100-READ-AUDIT THRU SUB-4100-EXIT

           PERFORM SUB-4200-REPORT-ONE-RUN THRU SUB-4200-EXIT
               UNTIL W-AUDTFILE-EOF

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE SPACES             TO W-RPT-DETAIL
           MOVE 'ALL RUNS'         TO W-RPT-TIME-TEXT
           MOVE W-RELEASED-CNT     TO W-RPT-RELEASED
           MOVE W-NOT-FOUND-CNT    TO W-RPT-NOT-FOUND
           MOVE W-MULTIPLE-CNT     TO W-RPT-MULTIPLE
           MOVE W-DENIED-CNT       TO W-RPT-DENIED
           WRITE RPTFILE-REC     FROM W-RPT-DETAIL

           MOVE W-RUN-CNT          TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'DETOKENIZATION RUNS: '
                                   DELIMITED SIZE
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           MOVE W-DENIED-RUN-CNT   TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'RUNS WITH DENIALS:   '
                                   DELIMITED SIZE
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           WRITE RPTFILE-REC     FROM W-BUILD-LINE

           CLOSE AUDTFILE
                 RPTFILE

           MOVE W-RUN-CNT          TO W-DISP-NUM
           DISPLAY 'Detokenization runs:      '
                   W-DISP-NUM

           MOVE W-DENIED-RUN-CNT   TO W-DISP-NUM
           DISPLAY 'Runs with denials:        '
                   W-DISP-NUM

           DISPLAY 'FAKERDTK completed'
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-READ-AUDIT.
      *--------------------

           READ AUDTFILE
               AT END
                   SET  W-AUDTFILE-EOF
                                   TO TRUE
                   GO TO SUB-4100-EXIT
           END-READ

           MOVE AUD-DATE           TO W-AUD-DATE
           MOVE AUD-TIME           TO W-AUD-TIME
           MOVE AUD-REQUESTER      TO W-AUD-REQUESTER
           MOVE AUD-TICKET         TO W-AUD-TICKET
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-REPORT-ONE-RUN.
      *------------------------

           MOVE W-AUD-KEY          TO W-RUN-KEY
           MOVE 0                  TO W-RUN-RELEASED
                                      W-RUN-NOT-FOUND
                                      W-RUN-MULTIPLE
                                      W-RUN-DENIED

           PERFORM SUB-4210-COUNT-ONE-AUDIT THRU SUB-4210-EXIT
               UNTIL W-AUDTFILE-EOF
                  OR W-AUD-KEY NOT = W-RUN-KEY

           ADD  1                  TO W-RUN-CNT

           IF      W-RUN-DENIED > 0
               ADD  1              TO W-DENIED-RUN-CNT
           END-IF

           MOVE SPACES             TO W-RPT-DETAIL
           MOVE W-RUN-DATE         TO W-RPT-DATE
           MOVE W-RUN-TIME         TO W-RPT-TIME-SPLIT
           MOVE W-RPT-TIME-HH      TO W-RPT-HH
           MOVE W-RPT-TIME-MM      TO W-RPT-MM
           MOVE W-RPT-TIME-SS      TO W-RPT-SS
           MOVE ':'                TO W-RPT-TIME-TEXT(3 : 1)
                                      W-RPT-TIME-TEXT(6 : 1)
           MOVE W-RUN-REQUESTER    TO W-RPT-REQUESTER
           MOVE W-RUN-TICKET       TO W-RPT-TICKET
           MOVE W-RUN-RELEASED     TO W-RPT-RELEASED
           MOVE W-RUN-NOT-FOUND    TO W-RPT-NOT-FOUND
           MOVE W-RUN-MULTIPLE     TO W-RPT-MULTIPLE
           MOVE W-RUN-DENIED       TO W-RPT-DENIED
           WRITE RPTFILE-REC     FROM W-RPT-DETAIL
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4210-COUNT-ONE-AUDIT.
      *-------------------------

           EVALUATE TRUE
             WHEN AUD-RELEASED
               ADD  1              TO W-RUN-RELEASED
                                      W-RELEASED-CNT
             WHEN AUD-NOT-FOUND
               ADD  1              TO W-RUN-NOT-FOUND
                                      W-NOT-FOUND-CNT
             WHEN AUD-MULTIPLE
               ADD  1              TO W-RUN-MULTIPLE
                                      W-MULTIPLE-CNT
             WHEN OTHER
               ADD  1              TO W-RUN-DENIED
                                      W-DENIED-CNT
           END-EVALUATE

           PERFORM SUB-4100-READ-AUDIT THRU SUB-4100-EXIT
           .
       SUB-4210-EXIT.
           EXIT.
