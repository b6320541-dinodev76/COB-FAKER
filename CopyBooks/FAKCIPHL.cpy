      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

      **** Input fields:
      ****     CIPH-REQUEST:
      ****         'E' enciphers CIPH-TEXT in place, 'D' deciphers it.
      ****     CIPH-KEY:
      ****         The vault key, as read from the protected key file.
      ****     CIPH-TWEAK:
      ****         The value's own serial number - the same key and
      ****         text under two different tweaks encipher
      ****         differently, so equal originals never show as equal
      ****         ciphertext.  Deciphering must pass the tweak the
      ****         text was enciphered under.
      **** Input/output field:
      ****     CIPH-TEXT:
      ****         The value to encipher or decipher.  Printable
      ****         characters stay printable (the vault is a text
      ****         file); any other byte passes through unchanged.

           05  CIPH-REQUEST        PIC X(01).
               88  CIPH-ENCIPHER                   VALUE 'E'.
               88  CIPH-DECIPHER                   VALUE 'D'.

           05  CIPH-KEY            PIC X(32).

           05  CIPH-TWEAK          PIC 9(09)  COMP.

           05  CIPH-TEXT           PIC X(40).
