           SELECT GNRTFILE             ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-GNRTFILE-STATUS.

           SELECT LYVFILE              ASSIGN DYNAMIC W-LYV-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LYVFILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  T-DETAIL-COUNT      PIC 9(09).
           05  FILLER              PIC X(309).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-SAVE-SEED-NO           PIC 9(09).
       01  W-SAVE-DETAIL-COUNT      PIC 9(09).

       COPY FAKERLYV.

       01  W-ERROR-MSG              PIC X(21)       VALUE
           '**** FAKERLOG error: '.

       MAIN.
      *-----

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
