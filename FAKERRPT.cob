      **** the paginated, carriage-control formatted report business
      **** users actually read - one labeled block per customer with
      **** the name, address, telephone, masked-down SSN (only the
      **** serial shows), bank and company fields, the other
      **** customers holding a role on the customer's accounts
      **** (joint owner, payable-on-death beneficiary, authorized
      **** signer, custodian) off the O records, page headers
      **** carrying the run date and seed from the H record, and a
      **** totals page tied back to the T record - the page that
      **** goes in the UAT evidence packet instead of a hand-built
           SELECT RPTFILE              ASSIGN 'Data\FAKERRPT Listing.txt
      -                                      ''
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
           05  RPT-CC              PIC X(01).
           05  RPT-LINE            PIC X(120).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

           05  W-CUST-BANK-ROUT    PIC X(10).
           05  W-CUST-COMPANY      PIC X(50).

      **** The O records under the current customer's accounts,
      **** printed at the foot of the block.

       01  W-ROLE-MAX              PIC S9(4)  COMP VALUE 20.
       01  W-ROLE-CNT              PIC S9(4)  COMP VALUE 0.
       01  W-ROLE-DX               PIC S9(4)  COMP.
       01  W-ROLE-TABLE.
           05  W-ROLE-OCCS         OCCURS 20.
               10  W-ROLE-ACCOUNT-ID
                                   PIC X(19).
               10  W-ROLE-CODE     PIC X(04).
               10  W-ROLE-PARTY-ID PIC X(14).
               10  W-ROLE-EFF-DATE PIC X(10).
       01  W-ROLE-DESC             PIC X(16).

       01  W-ROLE-JOINT-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-ROLE-POD-CNT          PIC 9(09)  COMP VALUE 0.
       01  W-ROLE-SIGNER-CNT       PIC 9(09)  COMP VALUE 0.
       01  W-ROLE-CUSTODIAN-CNT    PIC 9(09)  COMP VALUE 0.

       01  W-PENDING-SW            PIC X(01)       VALUE 'N'.
           88  W-CUSTOMER-PENDING                  VALUE 'Y'.

       01  W-BUILD-LINE            PIC X(120).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERRPT error: '.

       MAIN.
      *-----

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
                       END-IF

                       MOVE SPACES TO W-CUST
                       MOVE 0      TO W-ROLE-CNT
                       SET  W-CUSTOMER-PENDING
                                   TO TRUE

                       MOVE RPTIN-REC(3 : 50)
                                   TO W-CUST-COMPANY

                     WHEN 'O'
                       ADD  1      TO W-DETAILS-READ
                       PERFORM SUB-2100-GATHER-ROLE
                                   THRU SUB-2100-EXIT

                     WHEN OTHER
                       ADD  1      TO W-DETAILS-READ
                   END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-GATHER-ROLE.
      *---------------------

           EVALUATE RPTIN-REC(23 : 4)
             WHEN 'JOIN'
               ADD  1              TO W-ROLE-JOINT-CNT
             WHEN 'POD '
               ADD  1              TO W-ROLE-POD-CNT
             WHEN 'AUTH'
               ADD  1              TO W-ROLE-SIGNER-CNT
             WHEN 'CUST'
               ADD  1              TO W-ROLE-CUSTODIAN-CNT
           END-EVALUATE

           IF      NOT W-CUSTOMER-PENDING
           OR      W-ROLE-CNT >= W-ROLE-MAX
               GO TO SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-ROLE-CNT
           MOVE RPTIN-REC(3 : 19)  TO W-ROLE-ACCOUNT-ID(W-ROLE-CNT)
           MOVE RPTIN-REC(23 : 4)  TO W-ROLE-CODE(W-ROLE-CNT)
           MOVE RPTIN-REC(28 : 14) TO W-ROLE-PARTY-ID(W-ROLE-CNT)
           MOVE RPTIN-REC(43 : 10) TO W-ROLE-EFF-DATE(W-ROLE-CNT)
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2500-PRINT-CUSTOMER.
      *------------------------

           MOVE 'N'                TO W-PENDING-SW

           IF      W-LINE-NO + 9 + W-ROLE-CNT > W-PAGE-LINES
               PERFORM SUB-2600-PAGE-HEADER THRU SUB-2600-EXIT
           END-IF

                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           PERFORM SUB-2550-PRINT-ONE-ROLE THRU SUB-2550-EXIT
               VARYING W-ROLE-DX FROM 1 BY 1
                 UNTIL W-ROLE-DX > W-ROLE-CNT

           MOVE SPACES             TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-PRINT-ONE-ROLE.
      *------------------------

           EVALUATE W-ROLE-CODE(W-ROLE-DX)
             WHEN 'JOIN'
               MOVE 'JOINT OWNER'  TO W-ROLE-DESC
             WHEN 'POD '
               MOVE 'POD BENEFICIARY'
                                   TO W-ROLE-DESC
             WHEN 'AUTH'
               MOVE 'AUTH SIGNER'  TO W-ROLE-DESC
             WHEN 'CUST'
               MOVE 'CUSTODIAN'    TO W-ROLE-DESC
             WHEN OTHER
               MOVE W-ROLE-CODE(W-ROLE-DX)
                                   TO W-ROLE-DESC
           END-EVALUATE

           MOVE SPACES             TO W-BUILD-LINE
           STRING '  ROLE:      ACCT '
                  W-ROLE-ACCOUNT-ID(W-ROLE-DX)
                  '  '
                  W-ROLE-DESC
                  ' '
                  W-ROLE-PARTY-ID(W-ROLE-DX)
                  '  FROM '
                  W-ROLE-EFF-DATE(W-ROLE-DX)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2600-PAGE-HEADER.
      *---------------------
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE W-ROLE-JOINT-CNT   TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'JOINT OWNER ROLES:       '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE W-ROLE-POD-CNT     TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'POD BENEFICIARY ROLES:   '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE W-ROLE-SIGNER-CNT  TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'AUTH SIGNER ROLES:       '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE W-ROLE-CUSTODIAN-CNT
                                   TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'CUSTODIAN ROLES:         '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE W-DETAILS-READ     TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'DETAIL RECORDS READ:     '

           CLOSE RPTIN
                 RPTFILE

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERRPT Listing.txt'
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
