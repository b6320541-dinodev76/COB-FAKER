      ****   RELEASE,team                     drop the team's holds;
      ****   REPORT (or blank)                list current holds,
      ****     marking each ACTIVE or EXPIRED.
      ****
      **** Every hold taken and every hold released is also appended,
      **** dated, to the hold history, which the registry itself
      **** cannot show once a hold is gone - the FAKERCBK chargeback
      **** works each team's customer-days held out of it.

       ENVIRONMENT DIVISION.
      *=====================
      -                                      ''
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-RSVFILE-STATUS.

           SELECT HISFILE            ASSIGN 'Data\FAKERRSV History.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-HISFILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  FILLER              PIC X(01).
           05  RSV-EXPIRY-DATE     PIC X(10).

       FD  HISFILE.

       01  HISFILE-REC.
           05  HIS-EVENT           PIC X(07).
               88  HIS-HOLD                        VALUE 'HOLD   '.
               88  HIS-RELEASE                     VALUE 'RELEASE'.
           05  FILLER              PIC X(01).
           05  HIS-DATE            PIC X(10).
           05  FILLER              PIC X(01).
           05  HIS-TEAM            PIC X(08).
           05  FILLER              PIC X(01).
           05  HIS-FROM-ID         PIC X(14).
           05  FILLER              PIC X(01).
           05  HIS-TO-ID           PIC X(14).
           05  FILLER              PIC X(01).
           05  HIS-EXPIRY-DATE     PIC X(10).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RSVFILE-STATUS        PIC X(02).
       01  W-HISFILE-STATUS        PIC X(02).

       01  W-RSV-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-RSV-EOF                           VALUE 'Y'.

           CLOSE RSVFILE

           PERFORM SUB-9100-OPEN-HISTORY THRU SUB-9100-EXIT

           MOVE SPACES             TO HISFILE-REC
           SET  HIS-HOLD           TO TRUE
           MOVE W-TODAY-TEXT       TO HIS-DATE
           MOVE W-PARM-TEAM        TO HIS-TEAM
           MOVE W-PARM-FROM-ID     TO HIS-FROM-ID
           MOVE W-PARM-TO-ID       TO HIS-TO-ID
           MOVE W-PARM-EXPIRY      TO HIS-EXPIRY-DATE

           WRITE HISFILE-REC

           CLOSE HISFILE

           DISPLAY 'FAKERRSV: hold taken for '
                   W-PARM-TEAM
           .

           OPEN OUTPUT RSVFILE

           PERFORM SUB-9100-OPEN-HISTORY THRU SUB-9100-EXIT

           PERFORM SUB-2210-KEEP-ONE-HOLD THRU SUB-2210-EXIT
               VARYING W-HOLD-DX FROM 1 BY 1
                 UNTIL W-HOLD-DX > W-HOLD-CNT

           CLOSE RSVFILE
                 HISFILE

           DISPLAY 'FAKERRSV: holds released for '
                   W-PARM-TEAM
      *-----------------------

           IF      W-HOLD-TEAM(W-HOLD-DX) = W-PARM-TEAM
               MOVE SPACES         TO HISFILE-REC
               SET  HIS-RELEASE    TO TRUE
               MOVE W-TODAY-TEXT   TO HIS-DATE
               MOVE W-HOLD-TEAM(W-HOLD-DX)
                                   TO HIS-TEAM
               MOVE W-HOLD-FROM-ID(W-HOLD-DX)
                                   TO HIS-FROM-ID
               MOVE W-HOLD-TO-ID(W-HOLD-DX)
                                   TO HIS-TO-ID
               MOVE W-HOLD-EXPIRY(W-HOLD-DX)
                                   TO HIS-EXPIRY-DATE
               WRITE HISFILE-REC
               GO TO SUB-2210-EXIT
           END-IF

           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9100-OPEN-HISTORY.
      *----------------------

           OPEN EXTEND HISFILE
           IF      W-HISFILE-STATUS NOT = '00'
               OPEN OUTPUT HISFILE
           END-IF
           .
       SUB-9100-EXIT.
           EXIT.
