      **** entirely (every record dropped).  The change log states
      **** exactly what happened to whom, keyed by customer ID, so
      **** the load job's detected changes are graded against known
      **** truth.  A surname change also leaves the retired surname
      **** on the day-2 file as a PREV alias ('N') record, so the
      **** name history survives for matching and screening.  The
      **** trailer is recomputed over the day-2 file so its control
      **** count stays honest.
      ****
      **** PARM: change rate percent, optional seed - the same PARM
      **** changes the same customers the same way.

           SELECT CHGFILE              ASSIGN 'Data\FAKERDLT Chglog.txt'
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

      **** One record per changed customer: the ID and what changed
      **** - ADDR address move, NAME surname change, NEWACCT account
      **** opened, ACCTCLS account closed, DELETE customer gone -
      **** and the day-2 date it happened.  An ADDR entry also
      **** carries the address the customer moved to, so a move-
      **** update job can work from the log alone.

       01  CHGFILE-REC.
           05  CHG-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  CHG-CHANGE-CODE     PIC X(08).
           05  FILLER              PIC X(01).
           05  CHG-CHANGE-DATE     PIC X(10).
           05  FILLER              PIC X(01).
           05  CHG-NEW-ADDRESS.
               10  CHG-NEW-STREET  PIC X(35).
               10  CHG-NEW-CITY    PIC X(25).
               10  CHG-NEW-STATE   PIC X(10).
               10  CHG-NEW-POSTCODE
                                   PIC X(10).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-TODAY-TEXT            PIC X(10).

      **** A mover's new address, drawn at their 'P' record so the
      **** change log can carry it, and laid over the 'A' record
      **** when it comes by.

       01  W-NEW-ADDRESS.
           05  W-NEW-STREET        PIC X(35).
           05  W-NEW-CITY          PIC X(25).
           05  W-NEW-STATE         PIC X(10).
           05  W-NEW-POSTCODE      PIC X(10).

      **** A surname changer's retired surname, written as a PREV
      **** alias at the end of their record set: its period opens
      **** where the latest former surname already on file closed
      **** (at birth when there is none) and ends on the day-2 date,
      **** and it takes the next alias sequence after theirs.

       01  W-PREV-DUE-SW           PIC X(01)       VALUE 'N'.
           88  W-PREV-DUE                          VALUE 'Y'.
       01  W-PREV-FIRST-NAME       PIC X(25).
       01  W-PREV-LAST-NAME        PIC X(35).
       01  W-PREV-FROM-DATE        PIC X(10).
       01  W-PREV-ALIAS-CNT        PIC 9(01).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERDLT error: '.

       MAIN.
      *-----

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
                   PERFORM SUB-2600-FLUSH-NEW-ACCOUNT
                                   THRU SUB-2600-EXIT

                   PERFORM SUB-2700-FLUSH-PREV-ALIAS
                                   THRU SUB-2700-EXIT

                   GO TO SUB-2000-EXIT
           END-READ

             WHEN 'P'
               PERFORM SUB-2600-FLUSH-NEW-ACCOUNT THRU SUB-2600-EXIT

               PERFORM SUB-2700-FLUSH-PREV-ALIAS THRU SUB-2700-EXIT

               PERFORM SUB-2100-DECIDE-FATE THRU SUB-2100-EXIT

               IF      W-FATE = 5
                   PERFORM SUB-9100-COPY-RECORD THRU SUB-9100-EXIT
               END-IF

             WHEN 'N'
               IF      W-FATE = 5
                   CONTINUE
               ELSE
                   IF      W-PREV-DUE
                       PERFORM SUB-2350-NOTE-ALIAS
                                   THRU SUB-2350-EXIT
                   END-IF
                   PERFORM SUB-9100-COPY-RECORD THRU SUB-9100-EXIT
               END-IF

             WHEN OTHER
               IF      W-FATE = 5
                   CONTINUE

           MOVE SPACES             TO CHGFILE-REC
           MOVE W-CUR-CUSTOMER-ID  TO CHG-CUSTOMER-ID
           MOVE W-TODAY-TEXT       TO CHG-CHANGE-DATE

      **** The ACCTCLS entry is NOT written here: at the P record
      **** nothing says whether this customer has an account at all,
           EVALUATE W-FATE
             WHEN 1
               MOVE 'ADDR'         TO CHG-CHANGE-CODE
               PERFORM SUB-2150-DRAW-ADDRESS THRU SUB-2150-EXIT
               MOVE W-NEW-ADDRESS  TO CHG-NEW-ADDRESS
             WHEN 2
               MOVE 'NAME'         TO CHG-CHANGE-CODE
             WHEN 3
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-DRAW-ADDRESS.
      *----------------------

      **** A fresh FAKADDR address - the move the history-tracking
      **** tables should version.

           MOVE SPACES             TO W-NEW-ADDRESS

           SET  ADDRESS-ADDRESS    TO TRUE
           MOVE 0                  TO FAKER-SESSION-ID

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-ADDRESS-STREET
                                   TO W-NEW-STREET
               MOVE FAKER-ADDRESS-CITY
                                   TO W-NEW-CITY
               MOVE FAKER-ADDRESS-STATE
                                   TO W-NEW-STATE
               MOVE FAKER-ADDRESS-POSTCODE
                                   TO W-NEW-POSTCODE
           END-IF
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-CHANGE-ADDRESS.
      *------------------------

      **** The new address lands over the old one in place.

           IF      W-NEW-STREET = SPACES
               GO TO SUB-2200-EXIT
           END-IF

           MOVE W-NEW-STREET       TO DLTIN-REC(3 : 35)
           MOVE W-NEW-CITY         TO DLTIN-REC(38 : 25)
           MOVE W-NEW-STATE        TO DLTIN-REC(63 : 10)
           MOVE W-NEW-POSTCODE     TO DLTIN-REC(73 : 10)
           .
       SUB-2200-EXIT.
           EXIT.
      /

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           IF      NOT FAKER-RESPONSE-GOOD
           OR      FAKER-RESULT(1 : 35) = DLTIN-REC(50 : 35)
               GO TO SUB-2300-EXIT
           END-IF

           MOVE DLTIN-REC(25 : 25) TO W-PREV-FIRST-NAME
           MOVE DLTIN-REC(50 : 35) TO W-PREV-LAST-NAME
           MOVE DLTIN-REC(129 : 10)
                                   TO W-PREV-FROM-DATE
           MOVE 0                  TO W-PREV-ALIAS-CNT
           SET  W-PREV-DUE         TO TRUE

           MOVE FAKER-RESULT(1 : 35)
                                   TO DLTIN-REC(50 : 35)
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2350-NOTE-ALIAS.
      *--------------------

      **** Counts the changer's aliases already on file, and moves
      **** the retired surname's start up to the latest date a
      **** former surname gave way.

           ADD  1                  TO W-PREV-ALIAS-CNT

           IF      (DLTIN-REC(20 : 4) = 'MAID'
           OR       DLTIN-REC(20 : 4) = 'PREV')
           AND     DLTIN-REC(97 : 10) NOT = SPACES
           AND     DLTIN-REC(97 : 10) > W-PREV-FROM-DATE
               MOVE DLTIN-REC(97 : 10)
                                   TO W-PREV-FROM-DATE
           END-IF
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2400-CLOSE-ACCOUNT.
      *-----------------------
           MOVE SPACES             TO CHGFILE-REC
           MOVE W-CUR-CUSTOMER-ID  TO CHG-CUSTOMER-ID
           MOVE 'ACCTCLS'          TO CHG-CHANGE-CODE
           MOVE W-TODAY-TEXT       TO CHG-CHANGE-DATE

           WRITE CHGFILE-REC
           .
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2700-FLUSH-PREV-ALIAS.
      *--------------------------

      **** The retired surname closes the changer's record set as
      **** an 'N' record laid out the way FAKERGEN writes them.

           IF      NOT W-PREV-DUE
               GO TO SUB-2700-EXIT
           END-IF

           MOVE 'N'                TO W-PREV-DUE-SW

           MOVE SPACES             TO DLTOUT-REC
           MOVE 'N'                TO DLTOUT-REC(1 : 1)
           MOVE W-CUR-CUSTOMER-ID  TO DLTOUT-REC(3 : 14)
           ADD  1                  TO W-PREV-ALIAS-CNT
           MOVE W-PREV-ALIAS-CNT   TO DLTOUT-REC(18 : 1)
           MOVE 'PREV'             TO DLTOUT-REC(20 : 4)
           MOVE W-PREV-FIRST-NAME  TO DLTOUT-REC(25 : 25)
           MOVE W-PREV-LAST-NAME   TO DLTOUT-REC(50 : 35)
           MOVE W-PREV-FROM-DATE   TO DLTOUT-REC(86 : 10)
           MOVE W-TODAY-TEXT       TO DLTOUT-REC(97 : 10)

           WRITE DLTOUT-REC

           ADD  1                  TO W-DETAILS-WRITTEN
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-9100-COPY-RECORD.
      *---------------------
           CLOSE DLTIN
                 DLTOUT
                 CHGFILE

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERDLT Output.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERDLT Chglog.txt'
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
