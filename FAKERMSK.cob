      **** and recomputed over the substitute on output.  The
      **** provider-substitution and keyed-consistency behaviour is
      **** identical on every path - one XREFFILE serves all three.
      ****
      **** Multi-record-type files (FAKERGEN's own P/A/B/C extract is
      **** one) mask each record type to its own layout: a RECORD-
      **** TYPE entry in the field map opens a group of mappings that
      **** apply only to records carrying that value at that position
      **** (field number, under 'D') - see SUB-2600-SELECT-RECORD-
      **** TYPE.  Once a map has any group, a record matching none of
      **** them is counted and rejected to REJFILE, never passed
      **** through, and the run ends RETURN-CODE 4.
      ****
      **** PARM byte 2 'V' keeps the keyed mappings in the token
      **** vault (see FAKERVLT) instead of the plain XREFFILE: each
      **** production original is stored enciphered under the vault
      **** key, so the only way back from a masked test record to
      **** the real customer is the FAKERDTK detokenization utility,
      **** with its authorization list and audit trail.  A vault
      **** that does not open under the key ends the run RETURN-CODE
      **** 8 before a record is masked.

       ENVIRONMENT DIVISION.
      *=====================
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-XREFFILE-STATUS.

      **** The token vault and its key, in place of XREFFILE under
      **** PARM byte 2 'V' - opened EXTEND across runs in the same way.

           SELECT VLTFILE              ASSIGN 'Data\FAKERMSK Vault.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-VLTFILE-STATUS.

           SELECT KEYFILE              ASSIGN 'Data\FAKERMSK Vaultkey.tx
      -                                      't'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-KEYFILE-STATUS.

      **** Periodic checkpoint for the quarterly full-volume runs -
      **** the FAKERGEN CKPTFILE discipline applied to masking.  A
      **** resubmission after a failure skips the already-masked
      **** 'D' substitutes deterministically by the field's original
      **** value so the same production value always maps to the same
      **** fake value (see SUB-2300-MASK-DETERMINISTIC).
      ****
      **** A record whose function column reads RECORD-TYPE is a
      **** record-type test instead: the position and length of the
      **** type code and, behind the keyword, the value it must hold.
      **** The mappings that follow it, up to the next RECORD-TYPE,
      **** apply only to records of that type; mappings ahead of the
      **** first one apply to every record.  For example
      ****     0001 001 RECORD-TYPE P
      ****     0003 025 PERSON-NAME                    R

       01  MAPFILE-REC.
           05  MAP-POSITION        PIC 9(04).
           05  FILLER              PIC X(01).
           05  MAP-PROVIDER-FUNCTION
                                   PIC X(30).
           05  MAP-RECORD-TYPE-TEST
                                   REDEFINES MAP-PROVIDER-FUNCTION.
               10  MAP-TYPE-KEYWORD
                                   PIC X(12).
                   88  MAP-RECORD-TYPE             VALUE
                                                   'RECORD-TYPE'.
               10  MAP-TYPE-VALUE  PIC X(18).
           05  FILLER              PIC X(01).
           05  MAP-MODE            PIC X(01).

           05  FILLER              PIC X(01).
           05  XRF-SUBSTITUTE      PIC X(40).

       FD  VLTFILE.

       01  VLTFILE-REC             PIC X(133).

       FD  KEYFILE.

       01  KEYFILE-REC.
           05  KEY-TEXT            PIC X(32).
           05  FILLER              PIC X(48).

       FD  CKPTFILE.

       01  CKPTFILE-REC.
           05  CKPT-RECORD-NO      PIC 9(09).
           05  FILLER              PIC X(01).
           05  CKPT-REJ-CNT        PIC 9(09).
           05  FILLER              PIC X(01).
           05  CKPT-UNMATCHED-CNT  PIC 9(09).

       WORKING-STORAGE SECTION.
      *------------------------
           88  W-SKIP-EOF                          VALUE 'Y'.
       01  W-MAPFILE-STATUS        PIC X(02).
       01  W-XREFFILE-STATUS       PIC X(02).
       01  W-VLTFILE-STATUS        PIC X(02).
       01  W-KEYFILE-STATUS        PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
       01  W-RECORDS-READ          PIC 9(09)  COMP VALUE 0.
       01  W-RECORDS-WRITTEN       PIC 9(09)  COMP VALUE 0.
       01  W-REJFILE-RECS          PIC 9(09)  COMP VALUE 0.
       01  W-UNMATCHED-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.

      **** The field map, loaded once at start-up - room for every
      **** record type's mappings in a multi-record file.  W-MAP-
      **** GROUP is the record-type group the mapping belongs to, 0
      **** for one that applies to every record.

       01  W-MAP-MAX               PIC S9(4)  COMP VALUE 200.
       01  W-MAP-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-MAP-DX                PIC S9(4)  COMP.
       01  W-MAP-TABLE.
           05  W-MAP-OCCS          OCCURS 200.
               10  W-MAP-GROUP     PIC S9(4)  COMP.
               10  W-MAP-POSITION  PIC S9(4)  COMP.
               10  W-MAP-LENGTH    PIC S9(4)  COMP.
               10  W-MAP-FUNCTION  PIC X(30).
                                   PIC X(01).
                   88  W-MAP-VARCHAR               VALUE 'V'.

      **** Record-type groups, in field map order - the first whose
      **** test a record passes masks it.  W-CURRENT-GROUP is the
      **** group mappings are being loaded into, -1 while the
      **** mappings under an unusable RECORD-TYPE are being skipped.

       01  W-GRP-MAX               PIC S9(4)  COMP VALUE 50.
       01  W-GRP-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-GRP-DX                PIC S9(4)  COMP.
       01  W-GRP-TABLE.
           05  W-GRP-OCCS          OCCURS 50.
               10  W-GRP-POSITION  PIC S9(4)  COMP.
               10  W-GRP-LENGTH    PIC S9(4)  COMP.
               10  W-GRP-VALUE     PIC X(18).
       01  W-CURRENT-GROUP         PIC S9(4)  COMP VALUE 0.
       01  W-SELECTED-GROUP        PIC S9(4)  COMP.

      **** In-memory copy of the cross-reference master, loaded at
      **** start-up and searched by provider function plus original
      **** value on every deterministic field.  Once the table fills,
               10  W-XREF-SUBSTITUTE
                                   PIC X(40).

      **** Token-vault mode (PARM byte 2 'V').  W-VLT-SERIAL is the
      **** last serial on the vault, so the next token minted takes
      **** the one after it.

       01  W-VAULT-SW              PIC X(01)       VALUE 'N'.
           88  VAULT-MODE                          VALUE 'Y'.
       01  W-VAULT-OK-SW           PIC X(01).
           88  W-VAULT-OK                          VALUE 'Y'.
       01  W-VLT-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-VLT-EOF                           VALUE 'Y'.
       01  W-VLT-SERIAL            PIC 9(09)  COMP VALUE 0.
       01  W-VLT-TOKENS-ADDED      PIC 9(09)  COMP VALUE 0.
       01  W-TODAY                 PIC 9(08).
       01  W-CIPH-PROG             PIC X(08)       VALUE 'FAKCIPH'.
       01  W-CIPH-PARAMETER.       COPY FAKCIPHL.

       COPY FAKERVLT.

       01  W-ORIGINAL-VALUE        PIC X(40).
       01  W-SUBSTITUTE-VALUE      PIC X(40).
       01  W-RESOLVE-OK-SW         PIC X(01).
                                   TO W-INPUT-FORMAT-SW
           END-IF

           IF      W-PARM-TEXT(2 : 1) = 'V'
               SET  VAULT-MODE     TO TRUE
               DISPLAY 'FAKERMSK keyed mappings kept in the token vault'
           END-IF

           DISPLAY 'FAKERMSK input format: '
                   W-INPUT-FORMAT-SW

               OPEN OUTPUT REJFILE
           END-IF

           IF      VAULT-MODE
               PERFORM SUB-1170-LOAD-VAULT THRU SUB-1170-EXIT

               IF      NOT W-VAULT-OK
                   MOVE 8          TO RETURN-CODE
                   SET  W-EOF      TO TRUE
               END-IF
           ELSE
               PERFORM SUB-1150-LOAD-XREF THRU SUB-1150-EXIT
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
                           MOVE CKPT-REJ-CNT
                                   TO W-REJFILE-RECS
                       END-IF
                       IF      CKPT-UNMATCHED-CNT NUMERIC
                           MOVE CKPT-UNMATCHED-CNT
                                   TO W-UNMATCHED-CNT
                           SUBTRACT W-UNMATCHED-CNT
                                   FROM W-RECORDS-WRITTEN
                       END-IF
                   END-IF
           END-READ

           MOVE SPACES             TO CKPTFILE-REC
           MOVE W-RECORDS-READ     TO CKPT-RECORD-NO
           MOVE W-REJFILE-RECS     TO CKPT-REJ-CNT
           MOVE W-UNMATCHED-CNT    TO CKPT-UNMATCHED-CNT

           WRITE CKPTFILE-REC

           .
       SUB-1160-EXIT.
           EXIT.
      /
       SUB-1170-LOAD-VAULT.
      *--------------------

      **** The vault counterpart of SUB-1150-LOAD-XREF: every token is
      **** deciphered into the same in-memory cross-reference, so
      **** keyed substitution behaves exactly as it does on the plain
      **** XREFFILE.  A missing vault is a first run - it is created
      **** with its key-check header.  A missing key, or a header
      **** that does not decipher under it, stops the run: appending
      **** under the wrong key would leave tokens nobody can reverse.

           MOVE 'N'                TO W-VAULT-OK-SW
           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-TODAY

           OPEN INPUT KEYFILE

           IF      W-KEYFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open the vault key file, status '
                       W-KEYFILE-STATUS
               GO TO SUB-1170-EXIT
           END-IF

           READ KEYFILE
               AT END
                   MOVE SPACES     TO KEYFILE-REC
           END-READ

           CLOSE KEYFILE

           IF      KEY-TEXT = SPACES
               DISPLAY W-ERROR-MSG
                       'the vault key file holds no key'
               GO TO SUB-1170-EXIT
           END-IF

           MOVE KEY-TEXT           TO CIPH-KEY

           OPEN INPUT VLTFILE

           IF      W-VLTFILE-STATUS NOT = '00'
               OPEN OUTPUT VLTFILE

               MOVE SPACES         TO VAULT-REC
               SET  VLT-HEADER     TO TRUE
               MOVE 0              TO VLT-SERIAL
               MOVE 'TOKEN VAULT'  TO VLT-PROVIDER-FUNCTION
               MOVE VAULT-KEY-CHECK
                                   TO CIPH-TEXT
               MOVE 0              TO CIPH-TWEAK
               SET  CIPH-ENCIPHER  TO TRUE
               CALL W-CIPH-PROG USING W-CIPH-PARAMETER
               MOVE CIPH-TEXT      TO VLT-CIPHER-TEXT
               MOVE W-TODAY        TO VLT-CREATED-DATE
               WRITE VLTFILE-REC   FROM VAULT-REC

               MOVE 'Y'            TO W-VAULT-OK-SW
               GO TO SUB-1170-EXIT
           END-IF

           PERFORM SUB-1180-READ-VAULT-REC THRU SUB-1180-EXIT

           IF      W-VLT-EOF
           OR      NOT VLT-HEADER
               DISPLAY W-ERROR-MSG
                       'the token vault has no header record'
               CLOSE VLTFILE
               GO TO SUB-1170-EXIT
           END-IF

           MOVE VLT-CIPHER-TEXT    TO CIPH-TEXT
           MOVE 0                  TO CIPH-TWEAK
           SET  CIPH-DECIPHER      TO TRUE
           CALL W-CIPH-PROG     USING W-CIPH-PARAMETER

           IF      CIPH-TEXT NOT = VAULT-KEY-CHECK
               DISPLAY W-ERROR-MSG
                       'the token vault does not open under this key'
               CLOSE VLTFILE
               GO TO SUB-1170-EXIT
           END-IF

           PERFORM SUB-1180-READ-VAULT-REC THRU SUB-1180-EXIT

           PERFORM UNTIL W-VLT-EOF
               IF      VLT-TOKEN
                   MOVE VLT-SERIAL TO W-VLT-SERIAL

                   IF      W-XREF-CNT < W-XREF-MAX
                       MOVE VLT-CIPHER-TEXT
                                   TO CIPH-TEXT
                       MOVE VLT-SERIAL
                                   TO CIPH-TWEAK
                       SET  CIPH-DECIPHER
                                   TO TRUE
                       CALL W-CIPH-PROG
                                USING W-CIPH-PARAMETER

                       ADD  1      TO W-XREF-CNT
                       SET  W-XR-DX
                                   TO W-XREF-CNT
                       MOVE VLT-PROVIDER-FUNCTION
                                   TO W-XREF-FUNCTION(W-XR-DX)
                       MOVE CIPH-TEXT
                                   TO W-XREF-ORIGINAL(W-XR-DX)
                       MOVE VLT-SUBSTITUTE
                                   TO W-XREF-SUBSTITUTE(W-XR-DX)
                   END-IF
               END-IF

               PERFORM SUB-1180-READ-VAULT-REC THRU SUB-1180-EXIT
           END-PERFORM

           CLOSE VLTFILE

           OPEN EXTEND VLTFILE

           MOVE 'Y'                TO W-VAULT-OK-SW
           .
       SUB-1170-EXIT.
           EXIT.
      /
       SUB-1180-READ-VAULT-REC.
      *------------------------

           READ VLTFILE          INTO VAULT-REC
               AT END
                   SET  W-VLT-EOF  TO TRUE
           END-READ
           .
       SUB-1180-EXIT.
           EXIT.
      /
       SUB-1100-READ-MAPFILE.
      *----------------------
      **** 1-based field number, so the only reach check is against
      **** the field table.

           IF      MAP-RECORD-TYPE
               PERFORM SUB-1130-LOAD-RECORD-TYPE THRU SUB-1130-EXIT
               GO TO SUB-1120-READ
           END-IF

           IF      W-CURRENT-GROUP < 0
               DISPLAY W-ERROR-MSG
                       'field map record skipped (no usable '
                       'RECORD-TYPE): '
                       MAPFILE-REC
               GO TO SUB-1120-READ
           END-IF

           IF      MAP-POSITION NUMERIC
           AND     MAP-LENGTH NUMERIC
           AND     MAP-POSITION > 0
                AND MAP-POSITION <= W-FLD-MAX))
           AND     MAP-PROVIDER-FUNCTION NOT = SPACES
               ADD  1              TO W-MAP-CNT
               MOVE W-CURRENT-GROUP
                                   TO W-MAP-GROUP(W-MAP-CNT)
               MOVE MAP-POSITION   TO W-MAP-POSITION(W-MAP-CNT)
               MOVE MAP-LENGTH     TO W-MAP-LENGTH(W-MAP-CNT)
               MOVE MAP-PROVIDER-FUNCTION
                       'field map record skipped: '
                       MAPFILE-REC
           END-IF
           .
       SUB-1120-READ.

           PERFORM SUB-1110-READ-MAP-REC THRU SUB-1110-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1130-LOAD-RECORD-TYPE.
      *--------------------------

      **** A RECORD-TYPE test that cannot be applied is reported, and
      **** the mappings under it are skipped with it - masking them
      **** against the previous group's records would be worse than
      **** rejecting that type's records outright.

           IF      MAP-POSITION NUMERIC
           AND     MAP-LENGTH NUMERIC
           AND     MAP-POSITION > 0
           AND     MAP-LENGTH > 0
           AND     MAP-LENGTH <= LENGTH OF W-GRP-VALUE(1)
           AND    (MAP-POSITION + MAP-LENGTH - 1
                       <= LENGTH OF MSKIFILE-REC
                OR (INPUT-FORMAT-DELIMITED
                AND MAP-POSITION <= W-FLD-MAX))
           AND     W-GRP-CNT < W-GRP-MAX
               ADD  1              TO W-GRP-CNT
               MOVE MAP-POSITION   TO W-GRP-POSITION(W-GRP-CNT)
               MOVE MAP-LENGTH     TO W-GRP-LENGTH(W-GRP-CNT)
               MOVE MAP-TYPE-VALUE TO W-GRP-VALUE(W-GRP-CNT)
               MOVE W-GRP-CNT      TO W-CURRENT-GROUP
           ELSE
               DISPLAY W-ERROR-MSG
                       'RECORD-TYPE skipped with its mappings: '
                       MAPFILE-REC
               MOVE -1             TO W-CURRENT-GROUP
           END-IF
           .
       SUB-1130-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------
                   ADD  1          TO W-RECORDS-READ

                   IF      INPUT-FORMAT-DELIMITED
                       PERFORM SUB-2510-PARSE-DELIMITED
                                   THRU SUB-2510-EXIT
                   END-IF

                   PERFORM SUB-2600-SELECT-RECORD-TYPE
                                   THRU SUB-2600-EXIT

                   EVALUATE TRUE
                     WHEN W-GRP-CNT > 0
                      AND W-SELECTED-GROUP = 0
                       PERFORM SUB-9140-REJECT-RECORD-TYPE
                                   THRU SUB-9140-EXIT
                     WHEN INPUT-FORMAT-DELIMITED
                       PERFORM SUB-2500-MASK-DELIMITED
                                   THRU SUB-2500-EXIT
                       WRITE MSKOFILE-REC
                       ADD  1      TO W-RECORDS-WRITTEN
                     WHEN OTHER
                       MOVE MSKIFILE-REC
                                   TO MSKOFILE-REC

                       PERFORM SUB-2200-MASK-FIELD THRU SUB-2200-EXIT
                           VARYING W-MAP-DX FROM 1 BY 1
                             UNTIL W-MAP-DX > W-MAP-CNT

                       WRITE MSKOFILE-REC
                       ADD  1      TO W-RECORDS-WRITTEN
                   END-EVALUATE

                   PERFORM SUB-2150-CHECKPOINT-IF-DUE
                                   THRU SUB-2150-EXIT
       SUB-2200-MASK-FIELD.
      *--------------------

           IF      W-MAP-GROUP(W-MAP-DX) > 0
           AND     W-MAP-GROUP(W-MAP-DX) NOT = W-SELECTED-GROUP
               GO TO SUB-2200-EXIT
           END-IF

           MOVE W-MAP-FUNCTION(W-MAP-DX)
                                   TO FAKER-PROVIDER-FUNCTION

       SUB-2500-MASK-DELIMITED.
      *------------------------

      **** One delimited record, already parsed into its fields
      **** (quotes honoured) for the record-type test: substitute the
      **** mapped field numbers, and rebuild - re-quoting what
      **** arrived quoted, every field at its own new length,
      **** everything unmapped byte-identical.

           PERFORM SUB-2520-MASK-ONE-FIELD THRU SUB-2520-EXIT
               VARYING W-MAP-DX FROM 1 BY 1
               GO TO SUB-2520-EXIT
           END-IF

           IF      W-MAP-GROUP(W-MAP-DX) > 0
           AND     W-MAP-GROUP(W-MAP-DX) NOT = W-SELECTED-GROUP
               GO TO SUB-2520-EXIT
           END-IF

           MOVE W-MAP-POSITION(W-MAP-DX)
                                   TO W-FLD-DX

           .
       SUB-2535-EXIT.
           EXIT.
      /
       SUB-2600-SELECT-RECORD-TYPE.
      *----------------------------

      **** The first record-type group whose test the record passes -
      **** 0 when there is none, or when the map has no groups and
      **** every mapping applies to every record.

           MOVE 0                  TO W-SELECTED-GROUP

           PERFORM SUB-2610-TEST-RECORD-TYPE THRU SUB-2610-EXIT
               VARYING W-GRP-DX FROM 1 BY 1
                 UNTIL W-GRP-DX > W-GRP-CNT
                    OR W-SELECTED-GROUP > 0
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-TEST-RECORD-TYPE.
      *--------------------------

           IF      INPUT-FORMAT-DELIMITED
               IF      W-GRP-POSITION(W-GRP-DX) <= W-FLD-CNT
               AND     W-FLD-TEXT(W-GRP-POSITION(W-GRP-DX))
                             (1 : W-GRP-LENGTH(W-GRP-DX))
                           = W-GRP-VALUE(W-GRP-DX)
                             (1 : W-GRP-LENGTH(W-GRP-DX))
                   MOVE W-GRP-DX   TO W-SELECTED-GROUP
               END-IF
           ELSE
               IF      MSKIFILE-REC(W-GRP-POSITION(W-GRP-DX) :
                                    W-GRP-LENGTH(W-GRP-DX))
                           = W-GRP-VALUE(W-GRP-DX)
                             (1 : W-GRP-LENGTH(W-GRP-DX))
                   MOVE W-GRP-DX   TO W-SELECTED-GROUP
               END-IF
           END-IF
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2310-RECORD-XREF.
      *---------------------

      **** Under the token vault every new pair is written, even once
      **** the in-memory table is full - a mapping missing from the
      **** vault could never be reversed.

           IF      VAULT-MODE
               PERFORM SUB-2320-RECORD-VAULT THRU SUB-2320-EXIT
           END-IF

           IF      W-XREF-CNT < W-XREF-MAX
               ADD  1              TO W-XREF-CNT
               SET  W-XR-DX        TO W-XREF-CNT
               MOVE W-SUBSTITUTE-VALUE
                                   TO W-XREF-SUBSTITUTE(W-XR-DX)

               IF      NOT VAULT-MODE
                   MOVE SPACES     TO XREFFILE-REC
                   MOVE FAKER-PROVIDER-FUNCTION
                                   TO XRF-PROVIDER-FUNCTION
                   MOVE W-ORIGINAL-VALUE
                                   TO XRF-ORIGINAL
                   MOVE W-SUBSTITUTE-VALUE
                                   TO XRF-SUBSTITUTE

                   WRITE XREFFILE-REC
               END-IF
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2320-RECORD-VAULT.
      *----------------------

           ADD  1                  TO W-VLT-SERIAL
                                      W-VLT-TOKENS-ADDED

           MOVE W-ORIGINAL-VALUE   TO CIPH-TEXT
           MOVE W-VLT-SERIAL       TO CIPH-TWEAK
           SET  CIPH-ENCIPHER      TO TRUE
           CALL W-CIPH-PROG     USING W-CIPH-PARAMETER

           MOVE SPACES             TO VAULT-REC
           SET  VLT-TOKEN          TO TRUE
           MOVE W-VLT-SERIAL       TO VLT-SERIAL
           MOVE FAKER-PROVIDER-FUNCTION
                                   TO VLT-PROVIDER-FUNCTION
           MOVE W-SUBSTITUTE-VALUE TO VLT-SUBSTITUTE
           MOVE CIPH-TEXT          TO VLT-CIPHER-TEXT
           MOVE W-TODAY            TO VLT-CREATED-DATE

           WRITE VLTFILE-REC    FROM VAULT-REC
           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2100-CALL-FAKER.
      *--------------------
           CLOSE MSKIFILE
                 MSKOFILE
                 REJFILE

           IF      VAULT-MODE
               CLOSE VLTFILE
           ELSE
               CLOSE XREFFILE
           END-IF

      **** The run completed - clear the checkpoint down so the next
      **** submission starts clean.
           DISPLAY 'REJFILE records written:  '
                   W-DISP-NUM

           MOVE W-UNMATCHED-CNT    TO W-DISP-NUM
           DISPLAY 'Unmatched record types:   '
                   W-DISP-NUM

           IF      VAULT-MODE
               MOVE W-VLT-TOKENS-ADDED
                                   TO W-DISP-NUM
               DISPLAY 'Vault tokens added:       '
                       W-DISP-NUM
           END-IF

           IF      W-UNMATCHED-CNT > 0
               MOVE 4              TO RETURN-CODE
           END-IF

           DISPLAY 'FAKERMSK completed'
           .
       SUB-3000-EXIT.
           .
       SUB-9130-EXIT.
           EXIT.
      /
       SUB-9140-REJECT-RECORD-TYPE.
      *----------------------------

      **** A record of a type the map has no group for is never
      **** passed through - it could carry personal data anywhere.

           ADD  1                  TO W-UNMATCHED-CNT
           ADD  1                  TO W-REJFILE-RECS

           MOVE SPACES             TO REJFILE-REC
           MOVE W-RECORDS-READ     TO REJ-RECORD-NO
           MOVE 'RECORD-TYPE'      TO REJ-PROVIDER-FUNCTION
           MOVE 0                  TO REJ-RESPONSE-CODE
           MOVE 'record type matches no field map group'
                                   TO REJ-RESPONSE-MSG

           WRITE REJFILE-REC
           .
       SUB-9140-EXIT.
           EXIT.
