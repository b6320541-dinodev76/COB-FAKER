      **** way FAKERGEN reads CTLFILE - that per-provider wiring is
      **** follow-on work, table by table, and isn't part of this
      **** maintenance utility itself.
      ****
      **** Dual control: FAKERTAB no longer rewrites OVRFILE.  Each
      **** transaction that passes validation (against the live
      **** override master, with the earlier transactions of the same
      **** run folded in) is appended to the change history (see
      **** FAKERCHG) as a PENDING change under the maker's ID, which
      **** is the PARM and is required.  It reaches OVRFILE only when
      **** a second user approves it through FAKERMNT option 6.

       FILE-CONTROL.
           SELECT TXNFILE        ASSIGN 'Data\FAKERTAB Transactions.txt'

           SELECT REJFILE        ASSIGN 'Data\FAKERTAB Reject.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT CHGFILE         ASSIGN 'Data\FAKER Change History.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CHGFILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  FILLER              PIC X(01).
           05  REJ-REASON          PIC X(60).

       FD  CHGFILE.

       01  CHGFILE-REC             PIC X(168).

       WORKING-STORAGE SECTION.
      *------------------------

           05  FILLER              PIC X(07).

       01  W-OVRFILE-STATUS        PIC X(02).
       01  W-CHGFILE-STATUS        PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TXNFILE-EOF                       VALUE 'Y'.
      **** Add a FILLER line here (and nowhere else) to let FAKERTAB
      **** accept transactions against another table.

       01  W-KNOWN-TABLE-CNT       PIC S9(4)  COMP VALUE 14.
       01  W-KNOWN-TABLE-OCCS.
           05  FILLER              PIC X(30)       VALUE
                                                'FIRST-NAMES-MALE'.
                                                'CITY-SUFFIXES'.
           05  FILLER              PIC X(30)       VALUE
                                                'STREET-SUFFIXES'.
           05  FILLER              PIC X(30)       VALUE
                                                'PRODUCT-CATEGORIES'.
           05  FILLER              PIC X(30)       VALUE
                                                'PRODUCT-ITEMS'.
           05  FILLER              PIC X(30)       VALUE
                                                'PRODUCT-MATERIALS'.
           05  FILLER              PIC X(30)       VALUE
                                                'PRODUCT-ADJECTIVES'.
       01  FILLER REDEFINES W-KNOWN-TABLE-OCCS.
           05  W-KNOWN-TABLE-NAME  PIC X(30)       OCCURS 14
                                                   INDEXED W-KT-DX.

      **** In-memory cache of every (table, entry) override this run
           88  W-TABLE-NOT-VALID                   VALUE 'N'.

       01  W-DISP-NUM              PIC ZZ,ZZZ,ZZ9.

      **** The maker's ID off the PARM, and the next change number on
      **** the change history.

       01  W-MAKER-ID              PIC X(08)       VALUE SPACES.
       01  W-CHG-NEXT-ID           PIC 9(06)       VALUE 0.
       01  W-RUN-DATE              PIC X(10).
       01  W-RUN-TIME              PIC X(08).

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERTAB error: '.

       COPY FAKERCHG.
      /
       PROCEDURE DIVISION.
      *===================

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-9300-READ-TXNFILE THRU SUB-9300-EXIT

               PERFORM SUB-2000-PROCESS-TXN THRU SUB-2000-EXIT
                   UNTIL W-TXNFILE-EOF

               PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           END-IF
           .
       MAIN-EXIT.
           STOP RUN.
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           ACCEPT W-MAKER-ID       FROM COMMAND-LINE

           IF      W-MAKER-ID = SPACES
               DISPLAY W-ERROR-MSG
                       'PARM must give the maker''s ID'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-OVRFILE THRU SUB-1100-EXIT

           OPEN INPUT  TXNFILE
                OUTPUT REJFILE

           PERFORM SUB-1200-WRITE-HEADER THRU SUB-1200-EXIT

           PERFORM SUB-1300-OPEN-CHGFILE THRU SUB-1300-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-OPEN-CHGFILE.
      *----------------------

      **** Finds the next change number, then leaves the change
      **** history open for this run's pending changes to be added.

           OPEN INPUT  CHGFILE

           IF      W-CHGFILE-STATUS = '00'
               PERFORM SUB-1310-READ-ONE-CHANGE THRU SUB-1310-EXIT
                   UNTIL W-CHGFILE-STATUS NOT = '00'

               CLOSE CHGFILE
           END-IF

           ADD  1                  TO W-CHG-NEXT-ID

           OPEN EXTEND CHGFILE
           IF      W-CHGFILE-STATUS NOT = '00'
               OPEN OUTPUT CHGFILE
           END-IF

           MOVE SPACES             TO W-RUN-DATE
                                      W-RUN-TIME
           STRING W-CURRENT-YYYY   '-'
                  W-CURRENT-MM     '-'
                  W-CURRENT-DD     DELIMITED SIZE
                                      INTO W-RUN-DATE
           STRING W-CURRENT-HH     ':'
                  W-CURRENT-MIN    ':'
                  W-CURRENT-SS     DELIMITED SIZE
                                      INTO W-RUN-TIME
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-READ-ONE-CHANGE.
      *-------------------------

           READ CHGFILE          INTO CHANGE-REC
               AT END
                   GO TO SUB-1310-EXIT
           END-READ

           IF      CHG-CHANGE-ID NUMERIC
           AND     CHG-CHANGE-ID > W-CHG-NEXT-ID
               MOVE CHG-CHANGE-ID  TO W-CHG-NEXT-ID
           END-IF
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS-TXN.
      *---------------------
      *-------------------

           CLOSE TXNFILE
                 CHGFILE

           MOVE SPACES             TO RPTFILE-TRL-REC
           MOVE 'T'                TO RT-RECORD-TYPE
           DISPLAY 'TXNFILE records read:    ' W-DISP-NUM

           MOVE W-APPLIED-CNT      TO W-DISP-NUM
           DISPLAY 'Changes pending approval:' W-DISP-NUM

           MOVE W-REJECTED-CNT     TO W-DISP-NUM
           DISPLAY 'Transactions rejected:   ' W-DISP-NUM
           WRITE RPTFILE-REC

           ADD  1                  TO W-APPLIED-CNT

           PERFORM SUB-9160-WRITE-CHANGE THRU SUB-9160-EXIT
           .
       SUB-9150-EXIT.
           EXIT.
      /
       SUB-9160-WRITE-CHANGE.
      *----------------------

           MOVE SPACES             TO CHANGE-REC
           MOVE W-CHG-NEXT-ID      TO CHG-CHANGE-ID
           SET  CHG-TARGET-OVR     TO TRUE
           SET  CHG-PENDING        TO TRUE
           MOVE W-MAKER-ID         TO CHG-MAKER-ID
           MOVE W-RUN-DATE         TO CHG-MADE-DATE
           MOVE W-RUN-TIME         TO CHG-MADE-TIME
           MOVE TXN-ACTION         TO CHG-OVR-ACTION
           MOVE TXN-TABLE-NAME     TO CHG-OVR-TABLE-NAME
           MOVE TXN-ENTRY-TEXT     TO CHG-OVR-ENTRY-TEXT
           MOVE W-OVR-STATUS(W-OV-DX)
                                   TO CHG-OVR-STATUS
           MOVE W-OVR-WEIGHT(W-OV-DX)
                                   TO CHG-OVR-WEIGHT

           WRITE CHGFILE-REC     FROM CHANGE-REC

           ADD  1                  TO W-CHG-NEXT-ID
           .
       SUB-9160-EXIT.
           EXIT.
      /
       SUB-9300-READ-TXNFILE.
      *----------------------
           .
       SUB-9310-EXIT.
           EXIT.
