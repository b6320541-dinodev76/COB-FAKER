      **** the KSDS and the change log disagree, because a master
      **** file that silently drifts from its own maintenance log is
      **** the defect this job exists to catch.
      ****
      **** The run takes the exclusive hold on the KSDS (COPY
      **** FAKERPD6) before it opens it and releases it when the run
      **** ends, so FAKERSRV answers 'master under maintenance'
      **** meanwhile instead of serving a half-applied master; the
      **** job will not start while another job holds it.  Before it
      **** takes the hold it checks the layout version stamped on the
      **** FAKERDLT output (COPY FAKERPD7) and will not apply an
      **** extract newer than it understands.

       ENVIRONMENT DIVISION.
      *=====================
           SELECT DLTIN                ASSIGN 'Data\FAKERDLT Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-DLTIN-STATUS.

           SELECT HOLDFILE           ASSIGN 'Data\FAKERGEN Ksdshold.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-HOLDFILE-STATUS.

           SELECT LYVFILE              ASSIGN DYNAMIC W-LYV-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LYVFILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  CHG-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  CHG-CHANGE-CODE     PIC X(08).
           05  FILLER              PIC X(92).

       FD  DLTIN.

       01  DLTIN-REC               PIC X(320).

       FD  HOLDFILE.

       01  HOLDFILE-REC            PIC X(80).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-GNRKFILE-STATUS       PIC X(02).
       01  W-CHGFILE-STATUS        PIC X(02).
       01  W-DLTIN-STATUS          PIC X(02).
       01  W-HOLDFILE-STATUS       PIC X(02).

       01  W-CHG-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-CHG-EOF                           VALUE 'Y'.
           05  W-DET-DOB           PIC X(10).
           05  FILLER              PIC X(02).

      **** The exclusive hold on the KSDS (COPY FAKERPD6).

       COPY FAKERKHD.

       01  W-KHD-HOLDER            PIC X(08)       VALUE 'FAKERDLA'.
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

       COPY FAKERLYV.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERDLA error: '.


               PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           END-IF

           PERFORM SUB-8820-RELEASE-KSDS-HOLD THRU SUB-8820-EXIT
           .
       MAIN-EXIT.
           STOP RUN.
               GO TO SUB-1000-EXIT
           END-IF

      **** DLTIN carries the extract's 'H' record across unchanged.

           MOVE 'Data\FAKERDLT Output.txt'
                                   TO W-LYV-PATH

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-8810-TAKE-KSDS-HOLD THRU SUB-8810-EXIT

           IF      NOT W-KHD-TAKEN
               DISPLAY W-ERROR-MSG
                       'GNRKFILE is held by '
                       KHD-HOLDER
                       ' since '
                       KHD-TAKEN-DATE ' '
                       KHD-TAKEN-TIME
               DISPLAY W-ERROR-MSG
                       'if that job has ended, clear the hold with '
                       'FAKERHLD and rerun'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN I-O GNRKFILE

           IF      W-GNRKFILE-STATUS NOT = '00'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD6.
      /
       COPY FAKERPD7.
