*> ------------------------------------------------------------------
*> MODIFICATION HISTORY.
*>   2019-07-03  DK   Original version.
*>   2019-07-16  DK   Enciphers under the current CIPHKEYS key
*>                    generation and stamps it on each record; will
*>                    not run without a current key.
*>   2019-07-18  DK   Saved image follows STORREC to 111 bytes
*>                    (SF-KEEP-UNTIL).
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. STORENC.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SJ-FILE-STATUS.

    SELECT CIPHER-KEY-FILE ASSIGN TO "CIPHKEYS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CK-KEY-GEN
        FILE STATUS IS CK-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STORAGE-FILE.
FD  STORAGE-JOURNAL-FILE.
    COPY SJRNLREC.

FD  CIPHER-KEY-FILE.
    COPY CKEYREC.

WORKING-STORAGE SECTION.
77  SF-FILE-STATUS                 PIC X(02).
77  SJ-FILE-STATUS                 PIC X(02).
77  CK-FILE-STATUS                 PIC X(02).

77  SE-SF-SAVED-RECORD             PIC X(111).
77  SE-SF-ACTION-DATE              PIC 9(08).
77  SE-SF-ACTION-TIME              PIC 9(08).

  DISPLAY "# STORFILE CONTENTS ENCIPHER - RUN ONCE   #"
  DISPLAY "###########################################"

  PERFORM 9870-LOAD-CIPHER-KEYS THRU 9870-EXIT
  IF SC-CURRENT-GEN = 0
    DISPLAY "NO CURRENT KEY ON CIPHKEYS - CANNOT CONVERT."
    MOVE 12 TO RETURN-CODE
    GOBACK
  END-IF
  DISPLAY "CIPHER KEY GENERATION " SC-CURRENT-GEN

  OPEN I-O STORAGE-FILE
  IF SF-FILE-STATUS = "35"
    DISPLAY "NO STORFILE ON FILE - NOTHING TO CONVERT."
  MOVE SF-CONTENTS TO SC-TEXT
  PERFORM 9800-ENCIPHER-CONTENTS THRU 9800-EXIT
  MOVE SC-TEXT TO SF-CONTENTS
  MOVE SC-KEY-GEN TO SF-KEY-GEN
  REWRITE SF-RECORD
    INVALID KEY
      DISPLAY "COULD NOT REWRITE " SF-OWNER-LOGIN " " SF-ITEM-NAME
