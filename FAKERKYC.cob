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

       PROGRAM-ID.             FAKERKYC.

      **** CIP/KYC identity-verification test data off the extract's
      **** identity documents (FAKERGEN IDDOCS=Y).  Every customer
      **** with an 'I' record is the onboarding system's verification
      **** request - the name, tax ID, date of birth and address off
      **** the 'P' and 'A' records plus the document - and this job
      **** writes the response the verification vendor would send
      **** back: one record per request, carrying the check result
      **** for each element (Y verified, N not verified, D the tax ID
      **** belongs to a deceased person, E the document has
      **** expired), what the vendor holds on file where it differs,
      **** a score and the overall outcome:
      ****     PASS  - everything verified;
      ****     REFER - the name does not match the tax ID on file, or
      ****             the document has expired: manual review;
      ****     FAIL  - the tax ID is on file with another date of
      ****             birth, or belongs to a deceased person.
      **** The reason code gives the worst finding - DECD, SDOB,
      **** NMIS, DEXP (NONE on a pass).
      ****
      **** Deceased customers and expired documents already on the
      **** extract come back as they are.  Of the rest, a share are
      **** planted: an expired document, a name mismatch (the
      **** vendor's surname is the previous customer's) or an SSN/DOB
      **** mismatch (the vendor's date of birth is years out).  The
      **** answer key carries one line per request that ought not to
      **** pass - the expected outcome, the reason, and whether it
      **** was planted - so a customer not on the key must pass.
      ****
      **** PARM: percent of customers planted (default 15), optional
      **** seed (default the extract's own) - comma-delimited.

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
           SELECT KYCIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-KYCIN-STATUS.

           SELECT KYCFILE            ASSIGN 'Data\FAKERKYC Response.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT KEYFILE             ASSIGN 'Data\FAKERKYC Anskey.txt'
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

       FD  KYCIN.

       01  KYCIN-REC.
           05  KIN-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(319).

       01  KYCIN-P-REC.
           05  FILLER              PIC X(02).
           05  KIP-TAXID           PIC X(11).
           05  FILLER              PIC X(11).
           05  KIP-FIRST-NAME      PIC X(25).
           05  KIP-LAST-NAME       PIC X(35).
           05  FILLER              PIC X(29).
           05  KIP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  KIP-DATE-OF-BIRTH   PIC X(10).
           05  FILLER              PIC X(62).
           05  KIP-DATE-OF-DEATH   PIC X(10).
           05  FILLER              PIC X(110).

       01  KYCIN-A-REC.
           05  FILLER              PIC X(02).
           05  KIA-STREET          PIC X(35).
           05  KIA-CITY            PIC X(25).
           05  KIA-STATE           PIC X(10).
           05  KIA-POSTCODE        PIC X(10).
           05  FILLER              PIC X(01).
           05  KIA-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(223).

       01  KYCIN-I-REC.
           05  FILLER              PIC X(02).
           05  KII-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  KII-DOC-TYPE        PIC X(04).
           05  FILLER              PIC X(01).
           05  KII-DOC-NUMBER      PIC X(20).
           05  FILLER              PIC X(01).
           05  KII-ISSUER          PIC X(10).
           05  FILLER              PIC X(01).
           05  KII-ISSUE-DATE      PIC X(10).
           05  FILLER              PIC X(01).
           05  KII-EXPIRY-DATE     PIC X(10).
           05  FILLER              PIC X(245).

       FD  KYCFILE.

      **** The vendor's response.  The on-file name, date of birth
      **** and document expiry are what the vendor's sources hold -
      **** the same as submitted wherever the element verified.

       01  KYCFILE-REC.
           05  KYC-REQUEST-NO      PIC 9(08).
           05  FILLER              PIC X(01).
           05  KYC-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  KYC-OUTCOME         PIC X(05).
           05  FILLER              PIC X(01).
           05  KYC-SCORE           PIC 9(03).
           05  FILLER              PIC X(01).
           05  KYC-REASON-CODE     PIC X(04).
           05  FILLER              PIC X(01).
           05  KYC-NAME-CHECK      PIC X(01).
           05  KYC-TAXID-CHECK     PIC X(01).
           05  KYC-DOB-CHECK       PIC X(01).
           05  KYC-ADDRESS-CHECK   PIC X(01).
           05  KYC-DOC-CHECK       PIC X(01).
           05  FILLER              PIC X(01).
           05  KYC-TAXID           PIC X(11).
           05  FILLER              PIC X(01).
           05  KYC-DOC-TYPE        PIC X(04).
           05  FILLER              PIC X(01).
           05  KYC-DOC-NUMBER      PIC X(20).
           05  FILLER              PIC X(01).
           05  KYC-DOC-ISSUER      PIC X(10).
           05  FILLER              PIC X(01).
           05  KYC-FILE-FIRST-NAME PIC X(25).
           05  FILLER              PIC X(01).
           05  KYC-FILE-LAST-NAME  PIC X(35).
           05  FILLER              PIC X(01).
           05  KYC-FILE-DOB        PIC X(10).
           05  FILLER              PIC X(01).
           05  KYC-FILE-DOC-EXPIRY PIC X(10).
           05  FILLER              PIC X(01).
           05  KYC-REASON-TEXT     PIC X(30).

       FD  KEYFILE.

       01  KEYFILE-REC.
           05  KEY-REQUEST-NO      PIC 9(08).
           05  FILLER              PIC X(01).
           05  KEY-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  KEY-EXPECT          PIC X(05).
           05  FILLER              PIC X(01).
           05  KEY-REASON-CODE     PIC X(04).
           05  FILLER              PIC X(01).
           05  KEY-PLANTED         PIC X(01).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-KYCIN-STATUS          PIC X(02).

       01  W-KYCIN-EOF-SW          PIC X(01)       VALUE 'N'.
           88  W-KYCIN-EOF                         VALUE 'Y'.

       01  W-PLANT-PCT             PIC 9(03)  COMP VALUE 15.
       01  W-DRAW                  PIC 9(03)  COMP.
       01  W-YEARS                 PIC 9(02)  COMP.
       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-SAVE-SEED-NO          PIC X(09)       VALUE SPACES.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.
       01  W-TODAY                 PIC X(10).

      **** The customer whose 'P' and 'A' records were read last,
      **** and the surname of the customer before them - the name
      **** a planted mismatch finds on file.

       01  W-CUR-CUSTOMER-ID       PIC X(14)       VALUE SPACES.
       01  W-CUR-TAXID             PIC X(11).
       01  W-CUR-FIRST-NAME        PIC X(25).
       01  W-CUR-LAST-NAME         PIC X(35).
       01  W-CUR-DOB               PIC X(10).
       01  W-CUR-DOD               PIC X(10).
       01  W-CUR-ADDRESS-SW        PIC X(01)       VALUE 'N'.
           88  W-CUR-ADDRESS                       VALUE 'Y'.
       01  W-CUR-SUBMITTED-SW      PIC X(01)       VALUE 'N'.
           88  W-CUR-SUBMITTED                     VALUE 'Y'.
       01  W-PREV-LAST-NAME        PIC X(35)       VALUE SPACES.

      **** What the vendor holds on file for the request.

       01  W-FILE-LAST-NAME        PIC X(35).
       01  W-FILE-DOB              PIC X(10).
       01  FILLER REDEFINES W-FILE-DOB.
           05  W-FILE-DOB-YYYY     PIC 9(04).
           05  FILLER              PIC X(06).
       01  W-FILE-DOC-EXPIRY       PIC X(10).
       01  FILLER REDEFINES W-FILE-DOC-EXPIRY.
           05  W-FILE-EXPIRY-YYYY  PIC 9(04).
           05  FILLER              PIC X(06).

       01  W-PLANT-KIND            PIC X(04).
           88  W-PLANT-NONE                        VALUE SPACES.
           88  W-PLANT-EXPIRED                     VALUE 'DEXP'.
           88  W-PLANT-NAME                        VALUE 'NMIS'.
           88  W-PLANT-DOB                         VALUE 'SDOB'.
       01  W-KEY-PLANTED           PIC X(01).

       01  W-TALLY.
           05  W-CUSTOMERS-READ    PIC 9(09)  COMP VALUE 0.
           05  W-SUBMITTED-CNT     PIC 9(09)  COMP VALUE 0.
           05  W-NO-DOC-CNT        PIC 9(09)  COMP VALUE 0.
           05  W-PASS-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-REFER-CNT         PIC 9(09)  COMP VALUE 0.
           05  W-FAIL-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-DECD-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-SDOB-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-NMIS-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-DEXP-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-PLANTED-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-KEYS-WRITTEN      PIC 9(09)  COMP VALUE 0.

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY      PIC 9(04).
           05  W-CURRENT-MM        PIC 9(02).
           05  W-CURRENT-DD        PIC 9(02).
           05  FILLER              PIC X(13).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERKYC error: '.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(34)       VALUE
               'FAKERKYC request seed text        '.
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

       01  W-PARM-TEXT             PIC X(40)       VALUE SPACES.
       01  W-PARM-PCT              PIC X(03).
       01  W-PARM-PCT-NUM          PIC 9(03).
       01  W-PARM-SEED-NO          PIC 9(09).
       01  W-PARM-PCT-LEN          PIC S9(4)  COMP VALUE 0.
       01  W-PARM-SEED-NO-LEN      PIC S9(4)  COMP VALUE 0.
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
                   UNTIL W-KYCIN-EOF
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

           DISPLAY 'FAKERKYC compiled on '
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

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE

           MOVE SPACES             TO W-TODAY
           STRING W-CURRENT-YYYY   '-'
                  W-CURRENT-MM     '-'
                  W-CURRENT-DD     DELIMITED SIZE
                                   INTO W-TODAY

           OPEN INPUT KYCIN

           IF      W-KYCIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open KYCIN, status '
                       W-KYCIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT KYCFILE
                       KEYFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-PCT
                                   COUNT IN W-PARM-PCT-LEN
                        W-PARM-SEED-NO
                                   COUNT IN W-PARM-SEED-NO-LEN
           END-UNSTRING

      **** Zero is a real choice - only what the extract already
      **** carries comes back unverified - so the percent is taken
      **** whenever one was given.

           IF      W-PARM-PCT-LEN > 0
               IF      W-PARM-PCT-LEN > 3
               OR      W-PARM-PCT(1 : W-PARM-PCT-LEN) NOT NUMERIC
                   DISPLAY W-ERROR-MSG
                           'plant percent not 0-100: '
                           W-PARM-TEXT(1 : W-PARM-PCT-LEN)
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF

               MOVE W-PARM-PCT(1 : W-PARM-PCT-LEN)
                                   TO W-PARM-PCT-NUM

               IF      W-PARM-PCT-NUM > 100
                   DISPLAY W-ERROR-MSG
                           'plant percent not 0-100: '
                           W-PARM-TEXT(1 : W-PARM-PCT-LEN)
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF

               MOVE W-PARM-PCT-NUM TO W-PLANT-PCT
           END-IF

           IF      W-PARM-SEED-NO-LEN > 0
               IF      W-PARM-SEED-NO NOT NUMERIC
               OR      W-PARM-SEED-NO = 0
                   DISPLAY W-ERROR-MSG
                           'invalid seed: '
                           W-PARM-TEXT
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF

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
       SUB-2000-PROCESS.
      *-----------------

           READ KYCIN
               AT END
                   SET  W-KYCIN-EOF
                                   TO TRUE
                   PERFORM SUB-2150-CLOSE-CUSTOMER THRU SUB-2150-EXIT
                   GO TO SUB-2000-EXIT
           END-READ

           EVALUATE KIN-RECORD-TYPE
             WHEN 'H'

      **** No seed on the PARM: draw with the extract's own.

               MOVE KYCIN-REC(23 : 9)
                                   TO W-SAVE-SEED-NO
               IF      W-RUN-SEED-NO = 0
               AND     W-SAVE-SEED-NO NUMERIC
                   MOVE W-SAVE-SEED-NO
                                   TO W-RUN-SEED-NO
               END-IF

             WHEN 'P'
               PERFORM SUB-2100-NEW-CUSTOMER THRU SUB-2100-EXIT

             WHEN 'A'
               IF      KIA-CUSTOMER-ID = W-CUR-CUSTOMER-ID
                   SET  W-CUR-ADDRESS
                                   TO TRUE
               END-IF

             WHEN 'I'
               IF      KII-CUSTOMER-ID = W-CUR-CUSTOMER-ID
               AND     NOT W-CUR-SUBMITTED
                   PERFORM SUB-2200-VERIFY THRU SUB-2200-EXIT
               END-IF

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-NEW-CUSTOMER.
      *----------------------

           PERFORM SUB-2150-CLOSE-CUSTOMER THRU SUB-2150-EXIT

           ADD  1                  TO W-CUSTOMERS-READ

           MOVE KIP-CUSTOMER-ID    TO W-CUR-CUSTOMER-ID
           MOVE KIP-TAXID          TO W-CUR-TAXID
           MOVE KIP-FIRST-NAME     TO W-CUR-FIRST-NAME
           MOVE KIP-LAST-NAME      TO W-CUR-LAST-NAME
           MOVE KIP-DATE-OF-BIRTH  TO W-CUR-DOB
           MOVE KIP-DATE-OF-DEATH  TO W-CUR-DOD
           MOVE 'N'                TO W-CUR-ADDRESS-SW
                                      W-CUR-SUBMITTED-SW
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-CLOSE-CUSTOMER.
      *------------------------

      **** A customer with no identity document on file never went
      **** for verification.  Either way their surname becomes the
      **** one the next planted name mismatch finds on file.

           IF      W-CUR-CUSTOMER-ID = SPACES
               GO TO SUB-2150-EXIT
           END-IF

           IF      NOT W-CUR-SUBMITTED
               ADD  1              TO W-NO-DOC-CNT
           END-IF

           IF      W-CUR-LAST-NAME NOT = SPACES
               MOVE W-CUR-LAST-NAME
                                   TO W-PREV-LAST-NAME
           END-IF

           MOVE SPACES             TO W-CUR-CUSTOMER-ID
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-VERIFY.
      *----------------

      **** Each request draws from its own seed - its place in the
      **** response file plus the run seed - so a rerun answers
      **** every request the same way.

           SET  W-CUR-SUBMITTED    TO TRUE
           ADD  1                  TO W-SUBMITTED-CNT

           IF      W-RUN-SEED-NO = 0
               PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
           END-IF

           MOVE W-SUBMITTED-CNT    TO W-SEED-ITEM-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           MOVE SPACES             TO KYCFILE-REC
           MOVE W-SUBMITTED-CNT    TO KYC-REQUEST-NO
           MOVE W-CUR-CUSTOMER-ID  TO KYC-CUSTOMER-ID
           MOVE W-CUR-TAXID        TO KYC-TAXID
           MOVE KII-DOC-TYPE       TO KYC-DOC-TYPE
           MOVE KII-DOC-NUMBER     TO KYC-DOC-NUMBER
           MOVE KII-ISSUER         TO KYC-DOC-ISSUER

           MOVE W-CUR-LAST-NAME    TO W-FILE-LAST-NAME
           MOVE W-CUR-DOB          TO W-FILE-DOB
           MOVE KII-EXPIRY-DATE    TO W-FILE-DOC-EXPIRY
           MOVE SPACES             TO W-PLANT-KIND

      **** Only a request the extract leaves clean can be planted -
      **** a deceased customer or an expired document already comes
      **** back unverified on its own.

           COMPUTE W-DRAW          =  FAKRAND-RANDOM-NO * 100

           IF      W-DRAW < W-PLANT-PCT
           AND     W-CUR-DOD = SPACES
           AND     KII-EXPIRY-DATE NOT < W-TODAY
               PERFORM SUB-2300-PLANT THRU SUB-2300-EXIT
           END-IF

           PERFORM SUB-2400-CHECK-ELEMENTS THRU SUB-2400-EXIT

           MOVE W-CUR-FIRST-NAME   TO KYC-FILE-FIRST-NAME
           MOVE W-FILE-LAST-NAME   TO KYC-FILE-LAST-NAME
           MOVE W-FILE-DOB         TO KYC-FILE-DOB
           MOVE W-FILE-DOC-EXPIRY  TO KYC-FILE-DOC-EXPIRY

           PERFORM SUB-2500-DECIDE THRU SUB-2500-EXIT

           WRITE KYCFILE-REC

           IF      KYC-OUTCOME NOT = 'PASS '
               PERFORM SUB-2800-WRITE-KEY THRU SUB-2800-EXIT
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-PLANT.
      *---------------

      **** One finding per planted request, evenly: the issuer has
      **** the document expiring a year before it was issued (a
      **** superseded credential), the vendor's name for the tax ID
      **** is somebody else's surname, or the vendor's date of birth
      **** for it is one to nine years earlier.  A surname mismatch
      **** needs a different surname to find, and a date-of-birth
      **** mismatch a readable date of birth - failing that, the
      **** document is the one planted.

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           COMPUTE W-DRAW          =  FAKRAND-RANDOM-NO * 3

           EVALUATE TRUE
             WHEN W-DRAW = 1
             AND  W-PREV-LAST-NAME NOT = SPACES
             AND  W-PREV-LAST-NAME NOT = W-CUR-LAST-NAME
               SET  W-PLANT-NAME   TO TRUE
               MOVE W-PREV-LAST-NAME
                                   TO W-FILE-LAST-NAME

             WHEN W-DRAW = 2
             AND  W-CUR-DOB(1 : 4) NUMERIC
               SET  W-PLANT-DOB    TO TRUE
               PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
               COMPUTE W-YEARS     =  FAKRAND-RANDOM-NO * 9 + 1
               SUBTRACT W-YEARS  FROM W-FILE-DOB-YYYY
               IF      W-FILE-DOB(6 : 5) = '02-29'
                   MOVE '02-28'    TO W-FILE-DOB(6 : 5)
               END-IF

             WHEN KII-ISSUE-DATE(1 : 4) NUMERIC
               SET  W-PLANT-EXPIRED
                                   TO TRUE
               MOVE KII-ISSUE-DATE TO W-FILE-DOC-EXPIRY
               SUBTRACT 1        FROM W-FILE-EXPIRY-YYYY
               IF      W-FILE-DOC-EXPIRY(6 : 5) = '02-29'
                   MOVE '02-28'    TO W-FILE-DOC-EXPIRY(6 : 5)
               END-IF

             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF      NOT W-PLANT-NONE
               ADD  1              TO W-PLANTED-CNT
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-CHECK-ELEMENTS.
      *------------------------

           MOVE 'Y'                TO KYC-NAME-CHECK
                                      KYC-TAXID-CHECK
                                      KYC-DOB-CHECK
                                      KYC-DOC-CHECK

           IF      W-CUR-ADDRESS
               MOVE 'Y'            TO KYC-ADDRESS-CHECK
           ELSE
               MOVE 'N'            TO KYC-ADDRESS-CHECK
           END-IF

           IF      W-FILE-LAST-NAME NOT = W-CUR-LAST-NAME
               MOVE 'N'            TO KYC-NAME-CHECK
           END-IF

           IF      W-FILE-DOB NOT = W-CUR-DOB
               MOVE 'N'            TO KYC-TAXID-CHECK
                                      KYC-DOB-CHECK
           END-IF

           IF      W-CUR-DOD NOT = SPACES
               MOVE 'D'            TO KYC-TAXID-CHECK
           END-IF

           IF      W-FILE-DOC-EXPIRY < W-TODAY
               MOVE 'E'            TO KYC-DOC-CHECK
           END-IF
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-DECIDE.
      *----------------

      **** The worst finding decides: a deceased tax ID, then a
      **** date of birth the tax ID is not on file with, fail; a
      **** name mismatch, then an expired document, refer.  The score
      **** falls in the outcome's band - 80 to 99 for a pass, 40 to
      **** 79 for a refer, under 40 for a fail.

           EVALUATE TRUE
             WHEN KYC-TAXID-CHECK = 'D'
               MOVE 'FAIL '        TO KYC-OUTCOME
               MOVE 'DECD'         TO KYC-REASON-CODE
               MOVE 'TAX ID ISSUED TO DECEASED'
                                   TO KYC-REASON-TEXT
               ADD  1              TO W-DECD-CNT
             WHEN KYC-DOB-CHECK = 'N'
               MOVE 'FAIL '        TO KYC-OUTCOME
               MOVE 'SDOB'         TO KYC-REASON-CODE
               MOVE 'TAX ID/DATE OF BIRTH MISMATCH'
                                   TO KYC-REASON-TEXT
               ADD  1              TO W-SDOB-CNT
             WHEN KYC-NAME-CHECK = 'N'
               MOVE 'REFER'        TO KYC-OUTCOME
               MOVE 'NMIS'         TO KYC-REASON-CODE
               MOVE 'NAME DOES NOT MATCH TAX ID'
                                   TO KYC-REASON-TEXT
               ADD  1              TO W-NMIS-CNT
             WHEN KYC-DOC-CHECK = 'E'
               MOVE 'REFER'        TO KYC-OUTCOME
               MOVE 'DEXP'         TO KYC-REASON-CODE
               MOVE 'IDENTITY DOCUMENT EXPIRED'
                                   TO KYC-REASON-TEXT
               ADD  1              TO W-DEXP-CNT
             WHEN OTHER
               MOVE 'PASS '        TO KYC-OUTCOME
               MOVE 'NONE'         TO KYC-REASON-CODE
               MOVE 'ALL ELEMENTS VERIFIED'
                                   TO KYC-REASON-TEXT
           END-EVALUATE

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           EVALUATE KYC-OUTCOME
             WHEN 'PASS '
               COMPUTE KYC-SCORE   =  FAKRAND-RANDOM-NO * 20 + 80
               ADD  1              TO W-PASS-CNT
             WHEN 'REFER'
               COMPUTE KYC-SCORE   =  FAKRAND-RANDOM-NO * 40 + 40
               ADD  1              TO W-REFER-CNT
             WHEN OTHER
               COMPUTE KYC-SCORE   =  FAKRAND-RANDOM-NO * 40
               ADD  1              TO W-FAIL-CNT
           END-EVALUATE
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2800-WRITE-KEY.
      *-------------------

           IF      W-PLANT-NONE
               MOVE 'N'            TO W-KEY-PLANTED
           ELSE
               MOVE 'Y'            TO W-KEY-PLANTED
           END-IF

           MOVE SPACES             TO KEYFILE-REC
           MOVE KYC-REQUEST-NO     TO KEY-REQUEST-NO
           MOVE KYC-CUSTOMER-ID    TO KEY-CUSTOMER-ID
           MOVE KYC-OUTCOME        TO KEY-EXPECT
           MOVE KYC-REASON-CODE    TO KEY-REASON-CODE
           MOVE W-KEY-PLANTED      TO KEY-PLANTED

           WRITE KEYFILE-REC
           ADD  1                  TO W-KEYS-WRITTEN
           .
       SUB-2800-EXIT.
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
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

           CLOSE KYCIN
                 KYCFILE
                 KEYFILE

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERKYC Response.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERKYC Anskey.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-CUSTOMERS-READ   TO W-DISP-NUM
           DISPLAY 'KYCIN customers read:     '
                   W-DISP-NUM

           MOVE W-SUBMITTED-CNT    TO W-DISP-NUM
           DISPLAY 'Requests verified:        '
                   W-DISP-NUM

           MOVE W-NO-DOC-CNT       TO W-DISP-NUM
           DISPLAY 'No document (not sent):   '
                   W-DISP-NUM

           MOVE W-PASS-CNT         TO W-DISP-NUM
           DISPLAY '    PASS:                 '
                   W-DISP-NUM

           MOVE W-REFER-CNT        TO W-DISP-NUM
           DISPLAY '    REFER:                '
                   W-DISP-NUM

           MOVE W-NMIS-CNT         TO W-DISP-NUM
           DISPLAY '        name mismatch:    '
                   W-DISP-NUM

           MOVE W-DEXP-CNT         TO W-DISP-NUM
           DISPLAY '        document expired: '
                   W-DISP-NUM

           MOVE W-FAIL-CNT         TO W-DISP-NUM
           DISPLAY '    FAIL:                 '
                   W-DISP-NUM

           MOVE W-SDOB-CNT         TO W-DISP-NUM
           DISPLAY '        SSN/DOB mismatch: '
                   W-DISP-NUM

           MOVE W-DECD-CNT         TO W-DISP-NUM
           DISPLAY '        deceased:         '
                   W-DISP-NUM

           MOVE W-PLANTED-CNT      TO W-DISP-NUM
           DISPLAY 'Planted findings:         '
                   W-DISP-NUM

           MOVE W-KEYS-WRITTEN     TO W-DISP-NUM
           DISPLAY 'Answer key records:       '
                   W-DISP-NUM

           DISPLAY 'FAKERKYC run seed:        '
                   W-RUN-SEED-NO

           DISPLAY 'FAKERKYC completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
