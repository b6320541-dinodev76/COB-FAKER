      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

      **** RECEIPT: one acknowledgment per verification of a delivered
      **** extract set, appended by the receiving side's FAKERVFY to
      **** 'Data\FAKERDLV Receipts.txt' whenever the manifest it
      **** verified carries a '*DELIVERY*' stamp, and sent back to
      **** the delivering side with the rest of the day's returns.
      **** FAKERDLV matches it to its delivery log by delivery ID.
      ****
      ****     RCP-DELIVERY-ID    the ID FAKERDLV SEND stamped on the
      ****                        manifest.
      ****     RCP-MANIFEST-PATH  the manifest verified.
      ****     RCP-VERIFY-...     when it was verified.
      ****     RCP-RESULT         CLEAN, or FAILED when any manifest
      ****                        entry did not verify.
      ****     RCP-FILES-...      manifest entries checked / failed.
      ****     RCP-RECORD-TOTAL   the records the receiver counted.
      ****     RCP-CRC-TOTAL      the sum of the CRC32s it computed -
      ****                        on a clean receipt both totals equal
      ****                        the ones FAKERDLV logged at sending.

       01  RECEIPT-REC.
           05  RCP-DELIVERY-ID     PIC 9(06).
           05  FILLER              PIC X(01).
           05  RCP-MANIFEST-PATH   PIC X(40).
           05  FILLER              PIC X(01).
           05  RCP-VERIFY-DATE     PIC X(10).
           05  FILLER              PIC X(01).
           05  RCP-VERIFY-TIME     PIC X(08).
           05  FILLER              PIC X(01).
           05  RCP-RESULT          PIC X(06).
               88  RCP-CLEAN                       VALUE 'CLEAN '.
               88  RCP-FAILED                      VALUE 'FAILED'.
           05  FILLER              PIC X(01).
           05  RCP-FILES-CHECKED   PIC 9(04).
           05  FILLER              PIC X(01).
           05  RCP-FILES-FAILED    PIC 9(04).
           05  FILLER              PIC X(01).
           05  RCP-RECORD-TOTAL    PIC 9(11).
           05  FILLER              PIC X(01).
           05  RCP-CRC-TOTAL       PIC 9(12).
