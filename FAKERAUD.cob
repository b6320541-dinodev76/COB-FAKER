
       FD  AUDIN1.

       01  AUDIN1-REC              PIC X(84).

       FD  AUDIN2.

       01  AUDIN2-REC              PIC X(84).

       FD  AUDOUT.

       01  AUDOUT-REC              PIC X(84).

       WORKING-STORAGE SECTION.
      *------------------------
       01  W-IN2-EOF-SW            PIC X(01).
           88  W-IN2-EOF                           VALUE 'Y'.

       01  W-IN1-HELD              PIC X(84).
       01  W-IN2-HELD              PIC X(84).

      **** The chronological merge key is the record's leading
      **** 'YYYY-MM-DD HH:MM:SS' stamp - the first 19 characters of
