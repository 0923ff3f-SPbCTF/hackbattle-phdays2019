*> cryptographically strong, but a copied dataset or backup tape is
*> no longer a plaintext dump: a rolling key-shift over the
*> printable range (a Vigenere, in old money).  Requires CRYPWORK
*> in WORKING-STORAGE and a CIPHER-KEY-FILE SELECT (indexed on
*> CK-KEY-GEN, status CK-FILE-STATUS) with CKEYREC under its FD.
*>
*> The keys come off CIPHKEYS, one per generation, loaded by 9870
*> before anything is enciphered or deciphered.  9800 always
*> enciphers under the current generation and returns it in
*> SC-KEY-GEN for the caller to store in SF-KEY-GEN; 9820 deciphers
*> under whatever generation the caller moved to SC-KEY-GEN, so a
*> record keeps reading correctly until STORRKEY re-keys it.  If the
*> generation wanted has no key loaded, SC-KEY-MISSING is set and
*> the text is left alone by 9800, or replaced by a notice by 9820,
*> so ciphertext is never shown as if it were the contents.
*>
*> Only the text up to the last non-space character is touched, and
*> an enciphered byte is never a space, so a record's trimmed
*> counts and the segment conventions are undisturbed.
*> ------------------------------------------------------------------
9800-ENCIPHER-CONTENTS.
  MOVE "N" TO SC-KEY-MISSING-SWITCH
  IF SC-CURRENT-GEN = 0
    MOVE "Y" TO SC-KEY-MISSING-SWITCH
    MOVE 0 TO SC-KEY-GEN
    GO TO 9800-EXIT
  END-IF
  MOVE SC-CURRENT-GEN TO SC-KEY-GEN
  MOVE SC-KEY-TEXT (SC-CURRENT-GEN) TO SC-CIPHER-KEY
  PERFORM 9840-FIND-TEXT-LENGTH THRU 9840-EXIT
  PERFORM 9810-ENCIPHER-ONE-CHAR THRU 9810-EXIT
    VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-TEXT-LEN.
  EXIT.

9820-DECIPHER-CONTENTS.
  MOVE "N" TO SC-KEY-MISSING-SWITCH
  IF SC-KEY-GEN NOT NUMERIC OR SC-KEY-GEN = 0
    MOVE "Y" TO SC-KEY-MISSING-SWITCH
  ELSE
    IF SC-KEY-TEXT (SC-KEY-GEN) = SPACE
      MOVE "Y" TO SC-KEY-MISSING-SWITCH
    END-IF
  END-IF
  IF SC-KEY-MISSING
    MOVE SPACES TO SC-TEXT
    STRING "*** KEY GENERATION " SC-KEY-GEN
           " NOT ON FILE ***" DELIMITED BY SIZE
      INTO SC-TEXT
    GO TO 9820-EXIT
  END-IF
  MOVE SC-KEY-TEXT (SC-KEY-GEN) TO SC-CIPHER-KEY
  PERFORM 9840-FIND-TEXT-LENGTH THRU 9840-EXIT
  PERFORM 9830-DECIPHER-ONE-CHAR THRU 9830-EXIT
    VARYING SC-IDX FROM 1 BY 1 UNTIL SC-IDX > SC-TEXT-LEN.
        (FUNCTION ORD (SC-CIPHER-KEY (SC-KEY-IDX:1)), 95).
9860-EXIT.
  EXIT.

9870-LOAD-CIPHER-KEYS.
*> Loads every current and active generation off CIPHKEYS.  No
*> CIPHKEYS, or no current row on it, leaves SC-CURRENT-GEN at zero;
*> the caller must then refuse to write any contents.
  MOVE SPACES TO SC-KEY-TABLE
  MOVE 0 TO SC-CURRENT-GEN
  OPEN INPUT CIPHER-KEY-FILE
  IF CK-FILE-STATUS NOT = "00"
    GO TO 9870-EXIT
  END-IF
  PERFORM 9875-LOAD-ONE-KEY THRU 9875-EXIT
    UNTIL CK-FILE-STATUS NOT = "00"
  CLOSE CIPHER-KEY-FILE.
9870-EXIT.
  EXIT.

9875-LOAD-ONE-KEY.
  READ CIPHER-KEY-FILE NEXT RECORD
    AT END
      GO TO 9875-EXIT
  END-READ
  IF CK-KEY-GEN NOT NUMERIC OR CK-KEY-GEN = 0
     OR CK-STATE-RETIRED OR CK-CIPHER-KEY = SPACE
    GO TO 9875-EXIT
  END-IF
  MOVE CK-STATE      TO SC-KEY-STATE (CK-KEY-GEN)
  MOVE CK-CIPHER-KEY TO SC-KEY-TEXT (CK-KEY-GEN)
  IF CK-STATE-CURRENT
    MOVE CK-KEY-GEN TO SC-CURRENT-GEN
  END-IF.
9875-EXIT.
  EXIT.
