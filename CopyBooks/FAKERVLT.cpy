      *========================== COB-FAKER ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-10-15  1.0      First release
      *================================================================*

      **** TOKEN-VAULT: the reversible form of FAKERMSK's cross-
      **** reference, 'Data\FAKERMSK Vault.txt', written by FAKERMSK
      **** under PARM byte 2 'V' and read back only by FAKERMSK
      **** itself and by the FAKERDTK detokenization utility.
      ****
      ****     VLT-REC-TYPE       'H' - the single header record, first
      ****                              on the file: VLT-CIPHER-TEXT
      ****                              holds VAULT-KEY-CHECK
      ****                              enciphered under serial 0, so
      ****                              a wrong key is caught before a
      ****                              single value is read or added;
      ****                        'T' - one token: the substitute in
      ****                              the clear (it is fake data) and
      ****                              the production original
      ****                              enciphered under the token's
      ****                              serial number (see FAKCIPH).
      ****     VLT-SERIAL         1, 2, 3 ... in the order the tokens
      ****                        were minted, across every run.
      ****     VLT-CREATED-DATE   the day the token was minted.
      ****
      **** The vault and its key file ('Data\FAKERMSK Vaultkey.txt')
      **** are held under data set security that grants read access
      **** to the masking and detokenization jobs alone.

       01  VAULT-REC.
           05  VLT-REC-TYPE        PIC X(01).
               88  VLT-HEADER                      VALUE 'H'.
               88  VLT-TOKEN                       VALUE 'T'.
           05  FILLER              PIC X(01).
           05  VLT-SERIAL          PIC 9(09).
           05  FILLER              PIC X(01).
           05  VLT-PROVIDER-FUNCTION
                                   PIC X(30).
           05  FILLER              PIC X(01).
           05  VLT-SUBSTITUTE      PIC X(40).
           05  FILLER              PIC X(01).
           05  VLT-CIPHER-TEXT     PIC X(40).
           05  FILLER              PIC X(01).
           05  VLT-CREATED-DATE    PIC 9(08).


       01  VAULT-KEY-CHECK         PIC X(40)       VALUE
           'COB-FAKER TOKEN VAULT KEY CHECK'.
