           SELECT CMPNEW               ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CMPNEW-STATUS.

           SELECT LYVFILE              ASSIGN DYNAMIC W-LYV-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LYVFILE-STATUS.
      /
       DATA DIVISION.
      *==============

       01  CMPNEW-REC              PIC X(320).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-DIFF-FIELD            PIC X(30).
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       COPY FAKERLYV.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERCMP error: '.

       MAIN.
      *-----

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               GO TO MAIN-EXIT
           END-IF

           MOVE 'Data\FAKERGEN Baseline.txt'
                                   TO W-LYV-PATH

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
