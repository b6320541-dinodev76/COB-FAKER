
           SELECT F99FILE              ASSIGN 'Data\FAKER99I Forms.txt'
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
           05  F99-CC              PIC X(01).
           05  F99-LINE            PIC X(120).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------


       01  W-BUILD-LINE            PIC X(120).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKER99I error: '.

       MAIN.
      *-----

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT

           CLOSE F99IN
                 F99FILE

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKER99I Forms.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
