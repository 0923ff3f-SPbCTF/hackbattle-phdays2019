*> ------------------------------------------------------------------
*> CRYPWORK - WORKING-STORAGE for the contents cipher in STORCRYP.
*> COPYed wherever STORCRYP is, so every program enciphers with the
*> same keys and work fields.  The caller moves the text to SC-TEXT,
*> performs 9800 (encipher) or 9820 (decipher) and takes the result
*> from the same field.  9800 hands back the generation it used in
*> SC-KEY-GEN; before 9820 the caller moves the record's own
*> generation there.
*> ------------------------------------------------------------------
77  SC-TEXT                        PIC X(60).
77  SC-TEXT-LEN                    PIC 9(02)   COMP.
77  SC-CHAR-VAL                    PIC S9(04)  COMP.
77  SC-KEY-VAL                     PIC 9(04)   COMP.
77  SC-KEY-IDX                     PIC 9(02)   COMP.
*> The key generations, loaded from CIPHKEYS by 9870.  The table is
*> subscripted by generation number; a generation with no key on
*> file (never added, or retired) holds spaces.
77  SC-KEY-GEN                     PIC 9(02).
77  SC-CURRENT-GEN                 PIC 9(02)   VALUE 0.
77  SC-CIPHER-KEY                  PIC X(16).
01  SC-KEY-SWITCHES.
    05  SC-KEY-MISSING-SWITCH      PIC X(01)   VALUE "N".
        88  SC-KEY-MISSING                     VALUE "Y".
01  SC-KEY-TABLE.
    05  SC-KEY-ENTRY               OCCURS 99 TIMES.
        10  SC-KEY-STATE           PIC X(01).
        10  SC-KEY-TEXT            PIC X(16).
