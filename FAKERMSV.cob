      **** FAIL, and the job ends RETURN-CODE 8 on any violation -
      **** one leaked column is an incident, and this check is the
      **** difference between mechanical and visual.
      ****
      **** A field map with RECORD-TYPE groups is applied exactly as
      **** FAKERMSK applies it: each input record is checked against
      **** its own type's mappings (plus those ahead of the first
      **** group), and an input record of a type no group matches -
      **** one FAKERMSK rejected rather than wrote - is counted and
      **** stepped over without reading an output record, so the pair
      **** stays in step.

       ENVIRONMENT DIVISION.
      *=====================
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
       01  W-MAP-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-MAP-EOF                           VALUE 'Y'.

       01  W-RECORDS-READ          PIC 9(09)  COMP VALUE 0.
       01  W-RECORDS-CHECKED       PIC 9(09)  COMP VALUE 0.
       01  W-UNMATCHED-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-UNCHANGED-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-RESIDUE-CNT           PIC 9(09)  COMP VALUE 0.
       01  W-SSN-PATTERN-CNT       PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-MAP-MAX               PIC S9(4)  COMP VALUE 200.
       01  W-MAP-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-MAP-DX                PIC S9(4)  COMP.
       01  W-MAP-DX2               PIC S9(4)  COMP.
       01  W-MAP-TABLE.
           05  W-MAP-OCCS          OCCURS 200.
               10  W-MAP-GROUP     PIC S9(4)  COMP.
               10  W-MAP-POSITION  PIC S9(4)  COMP.
               10  W-MAP-LENGTH    PIC S9(4)  COMP.
               10  W-MAP-FUNCTION  PIC X(30).

      **** Record-type groups as FAKERMSK loads them - see its
      **** SUB-1130-LOAD-RECORD-TYPE.

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

       01  W-ORIG-VALUE            PIC X(80).
       01  W-ORIG-TRIM-LEN         PIC S9(4)  COMP.
       01  W-SCAN-DX               PIC S9(4)  COMP.
               AT END
                   SET  W-MAP-EOF  TO TRUE
               NOT AT END
                   IF      MAP-RECORD-TYPE
                       PERFORM SUB-1120-LOAD-RECORD-TYPE
                                   THRU SUB-1120-EXIT
                   ELSE
                   IF      W-CURRENT-GROUP >= 0
                   AND     MAP-POSITION NUMERIC
                   AND     MAP-LENGTH NUMERIC
                   AND     MAP-POSITION > 0
                   AND     MAP-LENGTH > 0
                   AND     MAP-POSITION + MAP-LENGTH - 1
                               <= LENGTH OF MSKIFILE-REC
                       ADD  1      TO W-MAP-CNT
                       MOVE W-CURRENT-GROUP
                                   TO W-MAP-GROUP(W-MAP-CNT)
                       MOVE MAP-POSITION
                                   TO W-MAP-POSITION(W-MAP-CNT)
                       MOVE MAP-LENGTH
                       MOVE MAP-PROVIDER-FUNCTION
                                   TO W-MAP-FUNCTION(W-MAP-CNT)
                   END-IF
                   END-IF
           END-READ
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1120-LOAD-RECORD-TYPE.
      *--------------------------

           IF      MAP-POSITION NUMERIC
           AND     MAP-LENGTH NUMERIC
           AND     MAP-POSITION > 0
           AND     MAP-LENGTH > 0
           AND     MAP-LENGTH <= LENGTH OF W-GRP-VALUE(1)
           AND     MAP-POSITION + MAP-LENGTH - 1
                       <= LENGTH OF MSKIFILE-REC
           AND     W-GRP-CNT < W-GRP-MAX
               ADD  1              TO W-GRP-CNT
               MOVE MAP-POSITION   TO W-GRP-POSITION(W-GRP-CNT)
               MOVE MAP-LENGTH     TO W-GRP-LENGTH(W-GRP-CNT)
               MOVE MAP-TYPE-VALUE TO W-GRP-VALUE(W-GRP-CNT)
               MOVE W-GRP-CNT      TO W-CURRENT-GROUP
           ELSE
               MOVE -1             TO W-CURRENT-GROUP
           END-IF
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------
           READ MSKIFILE
               AT END
                   SET  W-IN-EOF   TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           ADD  1                  TO W-RECORDS-READ
           MOVE W-RECORDS-READ     TO W-REC-NO-DISP

           PERFORM SUB-2050-SELECT-RECORD-TYPE THRU SUB-2050-EXIT

           IF      W-GRP-CNT > 0
           AND     W-SELECTED-GROUP = 0
               ADD  1              TO W-UNMATCHED-CNT
               GO TO SUB-2000-EXIT
           END-IF

           READ MSKOFILE
               AT END
                   SET  W-OUT-EOF  TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           ADD  1                  TO W-RECORDS-CHECKED

           PERFORM SUB-2100-CHECK-ONE-FIELD THRU SUB-2100-EXIT
               VARYING W-MAP-DX FROM 1 BY 1
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-SELECT-RECORD-TYPE.
      *----------------------------

           MOVE 0                  TO W-SELECTED-GROUP

           PERFORM SUB-2060-TEST-RECORD-TYPE THRU SUB-2060-EXIT
               VARYING W-GRP-DX FROM 1 BY 1
                 UNTIL W-GRP-DX > W-GRP-CNT
                    OR W-SELECTED-GROUP > 0
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2060-TEST-RECORD-TYPE.
      *--------------------------

           IF      MSKIFILE-REC(W-GRP-POSITION(W-GRP-DX) :
                                W-GRP-LENGTH(W-GRP-DX))
                       = W-GRP-VALUE(W-GRP-DX)
                         (1 : W-GRP-LENGTH(W-GRP-DX))
               MOVE W-GRP-DX       TO W-SELECTED-GROUP
           END-IF
           .
       SUB-2060-EXIT.
           EXIT.
      /
       SUB-2100-CHECK-ONE-FIELD.
      *-------------------------

           IF      W-MAP-GROUP(W-MAP-DX) > 0
           AND     W-MAP-GROUP(W-MAP-DX) NOT = W-SELECTED-GROUP
               GO TO SUB-2100-EXIT
           END-IF

      **** The mapped field must have changed, and its original
      **** value must not survive ANYWHERE in the output record.

               IF      W-SCAN-DX >= W-MAP-POSITION(W-MAP-DX2)
               AND     W-SCAN-END <= W-MAP-POSITION(W-MAP-DX2)
                                     + W-MAP-LENGTH(W-MAP-DX2) - 1
               AND    (W-MAP-GROUP(W-MAP-DX2) = 0
                OR     W-MAP-GROUP(W-MAP-DX2) = W-SELECTED-GROUP)
                   SET  W-IN-MAPPED-FIELD
                                   TO TRUE
               END-IF
           MOVE W-BUILD-LINE       TO CRTFILE-REC
           WRITE CRTFILE-REC

           IF      W-GRP-CNT > 0
               MOVE W-UNMATCHED-CNT
                                   TO W-DISP-NUM
               MOVE SPACES         TO W-BUILD-LINE
               STRING 'TYPE UNMAPPED, NOT SHIPPED: '
                      W-DISP-NUM   DELIMITED SIZE
                                   INTO W-BUILD-LINE
               MOVE W-BUILD-LINE   TO CRTFILE-REC
               WRITE CRTFILE-REC
           END-IF

           IF      W-UNCHANGED-CNT = 0
           AND     W-RESIDUE-CNT = 0
           AND     W-SSN-PATTERN-CNT = 0
           DISPLAY 'Records checked:          '
                   W-DISP-NUM

           MOVE W-UNMATCHED-CNT    TO W-DISP-NUM
           DISPLAY 'Unmatched record types:   '
                   W-DISP-NUM

           MOVE W-UNCHANGED-CNT    TO W-DISP-NUM
           DISPLAY 'Unchanged mapped fields:  '
                   W-DISP-NUM
