
       COPY FAKERWS1.

       01  W-EIN-SEQUENCE          PIC 9(8).
       01  W-AREA-COMP             PIC 9(03)  COMP.
       01  W-AREA                  PIC 9(03).
       01  W-GROUP                 PIC 9(02).
