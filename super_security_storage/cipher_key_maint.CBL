*> ****************************************************************
*> PROGRAM:      CKEYMNT
*> AUTHOR:       D. Kravchenko, Applications Group
*> INSTALLATION: SPBCTF DATA CENTER
*> DATE-WRITTEN: 2019-07-16
*> DATE-COMPILED:
*> ------------------------------------------------------------------
*> REMARKS.
*>   Contents-cipher key maintenance on CIPHKEYS (CKEYREC).  One
*>   SYSIN card per run:
*>     cols  1-8   action  ADD / RETIRE / LIST (blank = LIST)
*>     cols 10-11  key generation, 01-99
*>     cols 13-28  the 16-character key (ADD only)
*>     cols 30-39  login of the security officer making the change
*>   The card for an ADD carries a key, so it is kept on the
*>   protected key-card dataset the JCL points at, never inline.
*>
*>   ADD makes the new generation current - everything written from
*>   then on is enciphered under it - and leaves the old current
*>   generation active for deciphering.  Generation numbers only
*>   ever go up and are never reused, so an old journal or archive
*>   row can never be read under the wrong key.  The online system
*>   reads CIPHKEYS again each time a user opens the storage and
*>   again just before an add, change or restore is enciphered, so
*>   once the ADD is on file nothing new goes out under the old
*>   generation, even from a console signed on before it; batch
*>   jobs load the keys at the start of each run.  STORRKEY moves
*>   what is already on file to the new generation.
*>
*>   RETIRE blanks an active generation's key for good.  It is
*>   refused while the generation is current, or while anything on
*>   STORFILE, STORJRNL or STORARC is still enciphered under it -
*>   that data would become unreadable.  Share rows and empty
*>   journal images carry no contents and do not count.
*>
*>   Every run counts the records under each generation on the three
*>   files and prints them beside the generation table.  ADD and
*>   RETIRE are audited under paragraph CIPHKEYS (a refused retire
*>   as KEYINUSE).  Any refusal ends RC=12.
*> ------------------------------------------------------------------
*> MODIFICATION HISTORY.
*>   2019-07-16  DK   Original version.
*>   2019-07-18  DK   STORARC row and journal image follow STORREC
*>                    to 111 bytes (SF-KEEP-UNTIL); the generation
*>                    stays at image offset 102.
*>   2019-07-30  DK   Remarks: the online system now reloads the
*>                    keys at every storage visit and write.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CKEYMNT.
AUTHOR. D. KRAVCHENKO.
INSTALLATION. SPBCTF DATA CENTER.
DATE-WRITTEN. 2019-07-16.
DATE-COMPILED.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LINUX.
OBJECT-COMPUTER. LINUX.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CIPHER-KEY-FILE ASSIGN TO "CIPHKEYS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CK-KEY-GEN
        FILE STATUS IS CK-FILE-STATUS.

    SELECT STORAGE-FILE ASSIGN TO "STORFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SF-KEY
        ALTERNATE RECORD KEY IS SF-GRANTEE-LOGIN
            WITH DUPLICATES
        SHARING WITH ALL OTHER
        FILE STATUS IS SF-FILE-STATUS.

    SELECT STORAGE-JOURNAL-FILE ASSIGN TO "STORJRNL"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SJ-FILE-STATUS.

    SELECT STORAGE-ARCHIVE-FILE ASSIGN TO "STORARC"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SA-FILE-STATUS.

    SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AL-FILE-STATUS.

    SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDITCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AK-KEY
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS AK-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CIPHER-KEY-FILE.
    COPY CKEYREC.

FD  STORAGE-FILE.
    COPY STORREC.

FD  STORAGE-JOURNAL-FILE.
    COPY SJRNLREC.

FD  STORAGE-ARCHIVE-FILE.
01  SA-RECORD                      PIC X(111).

FD  AUDIT-LOG-FILE.
    COPY AUDITREC.

FD  AUDIT-CONTROL-FILE.
    COPY AUDCTREC.

WORKING-STORAGE SECTION.
77  CK-FILE-STATUS                 PIC X(02).
77  SF-FILE-STATUS                 PIC X(02).
77  SJ-FILE-STATUS                 PIC X(02).
77  SA-FILE-STATUS                 PIC X(02).
77  AL-FILE-STATUS                 PIC X(02).
77  AK-FILE-STATUS                 PIC X(02).

77  CM-GEN-IDX                     PIC 9(03)   COMP.
77  CM-SHOW-GEN                    PIC 9(02).
77  CM-CURRENT-GEN                 PIC 9(02)   VALUE 0.
77  CM-HIGHEST-GEN                 PIC 9(02)   VALUE 0.
77  CM-SPACE-COUNT                 PIC 9(02)   COMP.
77  CM-IN-USE-COUNT                PIC 9(07).
*> A record image as it sits on STORJRNL or STORARC; the record type
*> and generation are where STORREC puts them.
77  CM-IMAGE                       PIC X(111).

01  CM-CARD.
    05  CM-CARD-ACTION             PIC X(08).
        88  CM-ACTION-ADD                      VALUE "ADD".
        88  CM-ACTION-RETIRE                   VALUE "RETIRE".
        88  CM-ACTION-LIST                     VALUE "LIST" SPACE.
    05  FILLER                     PIC X(01).
    05  CM-CARD-GEN-X              PIC X(02).
    05  CM-CARD-GEN REDEFINES CM-CARD-GEN-X
                                   PIC 9(02).
    05  FILLER                     PIC X(01).
    05  CM-CARD-KEY                PIC X(16).
    05  FILLER                     PIC X(01).
    05  CM-CARD-OPERATOR           PIC X(10).
    05  FILLER                     PIC X(41).

01  CM-IMAGE-GEN-AREA.
    05  CM-IMAGE-GEN               PIC 9(02).

01  CM-SWITCHES.
    05  CM-EOF-SWITCH               PIC X(01)   VALUE "N".
        88  CM-END-OF-FILE                      VALUE "Y".
    05  CM-SCAN-SWITCH              PIC X(01)   VALUE "Y".
        88  CM-SCAN-COMPLETE                    VALUE "Y".
    05  CM-KEY-FOUND-SWITCH         PIC X(01)   VALUE "N".
        88  CM-KEY-FOUND                        VALUE "Y".

*> Records enciphered under each generation, subscripted by
*> generation + 1 so an unstamped record has a slot of its own.
01  CM-USAGE-TABLE.
    05  CM-USE-ENTRY               OCCURS 100 TIMES.
        10  CM-USE-SF              PIC 9(07)   COMP    VALUE 0.
        10  CM-USE-SJ              PIC 9(07)   COMP    VALUE 0.
        10  CM-USE-SA              PIC 9(07)   COMP    VALUE 0.

01  CM-GEN-LINE.
    05  FILLER                      PIC X(02)   VALUE SPACE.
    05  CM-GL-GEN                   PIC X(09).
    05  CM-GL-STATE                 PIC X(08).
    05  CM-GL-ADDED-DATE            PIC X(09).
    05  CM-GL-ADDED-BY              PIC X(11).
    05  CM-GL-SF                    PIC Z(07)9.
    05  FILLER                      PIC X(02)   VALUE SPACE.
    05  CM-GL-SJ                    PIC Z(07)9.
    05  FILLER                      PIC X(02)   VALUE SPACE.
    05  CM-GL-SA                    PIC Z(07)9.

01  CM-AUDIT-DETAIL.
    05  FILLER                      PIC X(04)   VALUE "GEN ".
    05  CM-AD-GEN                   PIC 9(02).
    05  CM-AD-TEXT                  PIC X(24).

    COPY AUDCWORK.

PROCEDURE DIVISION.

0000-MAINLINE.
  DISPLAY "###########################################"
  DISPLAY "# CONTENTS CIPHER KEY MAINTENANCE         #"
  DISPLAY "###########################################"

  MOVE SPACE TO CM-CARD
  ACCEPT CM-CARD
  IF NOT CM-ACTION-ADD AND NOT CM-ACTION-RETIRE
     AND NOT CM-ACTION-LIST
    DISPLAY "CARD ACTION '" CM-CARD-ACTION
            "' IS NOT ADD, RETIRE OR LIST."
    MOVE 12 TO RETURN-CODE
    GOBACK
  END-IF

  OPEN I-O CIPHER-KEY-FILE
  IF CK-FILE-STATUS = "35" OR CK-FILE-STATUS = "05"
    CLOSE CIPHER-KEY-FILE
    OPEN OUTPUT CIPHER-KEY-FILE
    CLOSE CIPHER-KEY-FILE
    OPEN I-O CIPHER-KEY-FILE
  END-IF
  PERFORM 1000-FIND-GENERATIONS THRU 1000-EXIT
  PERFORM 2000-COUNT-USAGE THRU 2000-EXIT

  IF CM-ACTION-ADD OR CM-ACTION-RETIRE
    PERFORM 1500-OPEN-AUDIT THRU 1500-EXIT
    IF CM-ACTION-ADD
      PERFORM 3000-ADD-GENERATION THRU 3000-EXIT
    ELSE
      PERFORM 4000-RETIRE-GENERATION THRU 4000-EXIT
    END-IF
    CLOSE AUDIT-LOG-FILE
    CLOSE AUDIT-CONTROL-FILE
  END-IF

  PERFORM 8000-PRINT-GENERATIONS THRU 8000-EXIT
  CLOSE CIPHER-KEY-FILE
  GOBACK.

1000-FIND-GENERATIONS.
*> The current generation and the highest ever added, retired or
*> not - the next ADD must go above it.
  MOVE "N" TO CM-EOF-SWITCH
  MOVE 0 TO CK-KEY-GEN
  START CIPHER-KEY-FILE KEY IS NOT LESS THAN CK-KEY-GEN
    INVALID KEY
      MOVE "Y" TO CM-EOF-SWITCH
  END-START
  PERFORM 1050-FIND-NEXT-GENERATION THRU 1050-EXIT
    UNTIL CM-END-OF-FILE.
1000-EXIT.
  EXIT.

1050-FIND-NEXT-GENERATION.
  READ CIPHER-KEY-FILE NEXT RECORD
    AT END
      MOVE "Y" TO CM-EOF-SWITCH
      GO TO 1050-EXIT
  END-READ
  IF CK-KEY-GEN > CM-HIGHEST-GEN
    MOVE CK-KEY-GEN TO CM-HIGHEST-GEN
  END-IF
  IF CK-STATE-CURRENT
    MOVE CK-KEY-GEN TO CM-CURRENT-GEN
  END-IF.
1050-EXIT.
  EXIT.

1500-OPEN-AUDIT.
  OPEN EXTEND AUDIT-LOG-FILE
  IF AL-FILE-STATUS = "35" OR AL-FILE-STATUS = "05"
    OPEN OUTPUT AUDIT-LOG-FILE
    CLOSE AUDIT-LOG-FILE
    OPEN EXTEND AUDIT-LOG-FILE
  END-IF

  OPEN I-O AUDIT-CONTROL-FILE
  IF AK-FILE-STATUS = "35" OR AK-FILE-STATUS = "05"
    CLOSE AUDIT-CONTROL-FILE
    OPEN OUTPUT AUDIT-CONTROL-FILE
    CLOSE AUDIT-CONTROL-FILE
    OPEN I-O AUDIT-CONTROL-FILE
  END-IF.
1500-EXIT.
  EXIT.

2000-COUNT-USAGE.
*> STORFILE is read while the online system is up; a record held at
*> a console stops the count, and the count is then incomplete -
*> no generation may be retired on it.
  OPEN INPUT STORAGE-FILE
  IF SF-FILE-STATUS = "00"
    MOVE "N" TO CM-EOF-SWITCH
    MOVE LOW-VALUES TO SF-KEY
    START STORAGE-FILE KEY IS NOT LESS THAN SF-KEY
      INVALID KEY
        MOVE "Y" TO CM-EOF-SWITCH
    END-START
    PERFORM 2100-COUNT-STORFILE THRU 2100-EXIT
      UNTIL CM-END-OF-FILE
    CLOSE STORAGE-FILE
  END-IF

  OPEN INPUT STORAGE-JOURNAL-FILE
  IF SJ-FILE-STATUS = "00"
    MOVE "N" TO CM-EOF-SWITCH
    PERFORM 2200-COUNT-STORJRNL THRU 2200-EXIT
      UNTIL CM-END-OF-FILE
    CLOSE STORAGE-JOURNAL-FILE
  END-IF

  OPEN INPUT STORAGE-ARCHIVE-FILE
  IF SA-FILE-STATUS = "00"
    MOVE "N" TO CM-EOF-SWITCH
    PERFORM 2300-COUNT-STORARC THRU 2300-EXIT
      UNTIL CM-END-OF-FILE
    CLOSE STORAGE-ARCHIVE-FILE
  END-IF.
2000-EXIT.
  EXIT.

2100-COUNT-STORFILE.
  READ STORAGE-FILE NEXT RECORD
    AT END
      MOVE "Y" TO CM-EOF-SWITCH
      GO TO 2100-EXIT
  END-READ
  IF SF-FILE-STATUS = "51"
    DISPLAY "STORFILE RECORD IN USE ONLINE - COUNT INCOMPLETE."
    MOVE "N" TO CM-SCAN-SWITCH
    MOVE "Y" TO CM-EOF-SWITCH
    GO TO 2100-EXIT
  END-IF
  MOVE SF-RECORD TO CM-IMAGE
  PERFORM 2900-FIND-IMAGE-GENERATION THRU 2900-EXIT
  IF CM-GEN-IDX > 0
    ADD 1 TO CM-USE-SF (CM-GEN-IDX)
  END-IF.
2100-EXIT.
  EXIT.

2200-COUNT-STORJRNL.
*> Both images of a row count: a REWRITE's before-image is still
*> readable history under the old generation.
  READ STORAGE-JOURNAL-FILE
    AT END
      MOVE "Y" TO CM-EOF-SWITCH
      GO TO 2200-EXIT
  END-READ
  MOVE SJ-BEFORE-IMAGE TO CM-IMAGE
  PERFORM 2900-FIND-IMAGE-GENERATION THRU 2900-EXIT
  IF CM-GEN-IDX > 0
    ADD 1 TO CM-USE-SJ (CM-GEN-IDX)
  END-IF
  MOVE SJ-AFTER-IMAGE TO CM-IMAGE
  PERFORM 2900-FIND-IMAGE-GENERATION THRU 2900-EXIT
  IF CM-GEN-IDX > 0
    ADD 1 TO CM-USE-SJ (CM-GEN-IDX)
  END-IF.
2200-EXIT.
  EXIT.

2300-COUNT-STORARC.
  READ STORAGE-ARCHIVE-FILE
    AT END
      MOVE "Y" TO CM-EOF-SWITCH
      GO TO 2300-EXIT
  END-READ
  MOVE SA-RECORD TO CM-IMAGE
  PERFORM 2900-FIND-IMAGE-GENERATION THRU 2900-EXIT
  IF CM-GEN-IDX > 0
    ADD 1 TO CM-USE-SA (CM-GEN-IDX)
  END-IF.
2300-EXIT.
  EXIT.

2900-FIND-IMAGE-GENERATION.
*> CM-GEN-IDX comes back 0 for an image with no enciphered contents
*> (empty, or a share row), 1 for contents with no generation
*> stamped, otherwise the generation + 1.
  MOVE 0 TO CM-GEN-IDX
  IF CM-IMAGE = SPACE OR CM-IMAGE (41:1) = "S"
     OR CM-IMAGE (42:60) = SPACE
    GO TO 2900-EXIT
  END-IF
  MOVE CM-IMAGE (102:2) TO CM-IMAGE-GEN-AREA
  IF CM-IMAGE-GEN NUMERIC
    COMPUTE CM-GEN-IDX = CM-IMAGE-GEN + 1
  ELSE
    MOVE 1 TO CM-GEN-IDX
  END-IF.
2900-EXIT.
  EXIT.

3000-ADD-GENERATION.
  IF CM-CARD-OPERATOR = SPACE
    DISPLAY "NO OPERATOR LOGIN IN COLUMNS 30-39 - NOT ADDED."
    MOVE 12 TO RETURN-CODE
    GO TO 3000-EXIT
  END-IF
  IF CM-CARD-GEN-X NOT NUMERIC OR CM-CARD-GEN = 0
    DISPLAY "GENERATION '" CM-CARD-GEN-X "' IS NOT 01-99 - NOT ADDED."
    MOVE 12 TO RETURN-CODE
    GO TO 3000-EXIT
  END-IF
  IF CM-CARD-GEN NOT > CM-HIGHEST-GEN
    DISPLAY "GENERATION " CM-CARD-GEN " IS NOT ABOVE " CM-HIGHEST-GEN
            ", THE HIGHEST ON FILE - NUMBERS ARE NEVER REUSED."
    MOVE 12 TO RETURN-CODE
    GO TO 3000-EXIT
  END-IF
  MOVE 0 TO CM-SPACE-COUNT
  INSPECT CM-CARD-KEY TALLYING CM-SPACE-COUNT FOR ALL SPACE
  IF CM-SPACE-COUNT > 0
    DISPLAY "THE KEY MUST BE 16 CHARACTERS WITH NO SPACES - "
            "NOT ADDED."
    MOVE 12 TO RETURN-CODE
    GO TO 3000-EXIT
  END-IF

*> The new generation goes on first, so there is never a moment
*> with no current key; a reader that sees both takes the higher.
  MOVE CM-CARD-GEN      TO CK-KEY-GEN
  MOVE "C"              TO CK-STATE
  MOVE CM-CARD-KEY      TO CK-CIPHER-KEY
  MOVE CM-CARD-OPERATOR TO CK-ADDED-BY
  ACCEPT CK-ADDED-DATE FROM DATE YYYYMMDD
  MOVE SPACE            TO CK-RETIRED-BY
  MOVE 0                TO CK-RETIRED-DATE
  WRITE CK-RECORD
    INVALID KEY
      DISPLAY "CANNOT ADD GENERATION " CM-CARD-GEN " - STATUS "
              CK-FILE-STATUS
      MOVE 12 TO RETURN-CODE
      GO TO 3000-EXIT
  END-WRITE

  IF CM-CURRENT-GEN > 0
    MOVE CM-CURRENT-GEN TO CK-KEY-GEN
    READ CIPHER-KEY-FILE
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "A" TO CK-STATE
        REWRITE CK-RECORD
    END-READ
    DISPLAY "GENERATION " CM-CURRENT-GEN
            " IS NOW KEPT FOR DECIPHERING ONLY."
  END-IF
  DISPLAY "GENERATION " CM-CARD-GEN " ADDED AS THE CURRENT KEY."
  DISPLAY "RUN STORRKEY TO MOVE STORFILE ONTO IT."

  MOVE CM-CARD-OPERATOR TO AL-LOGIN
  MOVE "CIPHKEYS"       TO AL-PARAGRAPH
  MOVE "KEYADDED"       TO AL-OUTCOME
  MOVE CM-CARD-GEN      TO CM-AD-GEN
  MOVE SPACE            TO CM-AD-TEXT
  STRING " CURRENT, WAS " CM-CURRENT-GEN DELIMITED BY SIZE
    INTO CM-AD-TEXT
  MOVE CM-AUDIT-DETAIL  TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
  MOVE CM-CARD-GEN      TO CM-CURRENT-GEN.
3000-EXIT.
  EXIT.

4000-RETIRE-GENERATION.
  IF CM-CARD-OPERATOR = SPACE
    DISPLAY "NO OPERATOR LOGIN IN COLUMNS 30-39 - NOT RETIRED."
    MOVE 12 TO RETURN-CODE
    GO TO 4000-EXIT
  END-IF
  IF CM-CARD-GEN-X NOT NUMERIC OR CM-CARD-GEN = 0
    DISPLAY "GENERATION '" CM-CARD-GEN-X "' IS NOT 01-99 - "
            "NOT RETIRED."
    MOVE 12 TO RETURN-CODE
    GO TO 4000-EXIT
  END-IF
  MOVE CM-CARD-GEN TO CK-KEY-GEN
  READ CIPHER-KEY-FILE
    INVALID KEY
      DISPLAY "NO GENERATION " CM-CARD-GEN " ON CIPHKEYS."
      MOVE 12 TO RETURN-CODE
      GO TO 4000-EXIT
  END-READ
  IF CK-STATE-CURRENT
    DISPLAY "GENERATION " CM-CARD-GEN " IS THE CURRENT KEY - ADD "
            "ITS SUCCESSOR AND RE-KEY FIRST."
    MOVE 12 TO RETURN-CODE
    GO TO 4000-EXIT
  END-IF
  IF CK-STATE-RETIRED
    DISPLAY "GENERATION " CM-CARD-GEN " IS ALREADY RETIRED."
    MOVE 12 TO RETURN-CODE
    GO TO 4000-EXIT
  END-IF
  IF NOT CM-SCAN-COMPLETE
    DISPLAY "USAGE COUNT INCOMPLETE - GENERATION " CM-CARD-GEN
            " NOT RETIRED; RUN AGAIN."
    MOVE 12 TO RETURN-CODE
    GO TO 4000-EXIT
  END-IF

  COMPUTE CM-GEN-IDX = CM-CARD-GEN + 1
  COMPUTE CM-IN-USE-COUNT = CM-USE-SF (CM-GEN-IDX)
      + CM-USE-SJ (CM-GEN-IDX) + CM-USE-SA (CM-GEN-IDX)
  IF CM-IN-USE-COUNT > 0
    DISPLAY "GENERATION " CM-CARD-GEN " STILL ENCIPHERS "
            CM-IN-USE-COUNT " RECORDS (SEE BELOW) - NOT RETIRED."
    MOVE 12 TO RETURN-CODE
    MOVE CM-CARD-OPERATOR TO AL-LOGIN
    MOVE "CIPHKEYS"       TO AL-PARAGRAPH
    MOVE "KEYINUSE"       TO AL-OUTCOME
    MOVE CM-CARD-GEN      TO CM-AD-GEN
    MOVE SPACE            TO CM-AD-TEXT
    STRING " IN USE " CM-IN-USE-COUNT DELIMITED BY SIZE
      INTO CM-AD-TEXT
    MOVE CM-AUDIT-DETAIL  TO AL-DETAIL
    PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
    GO TO 4000-EXIT
  END-IF

  MOVE "R"              TO CK-STATE
  MOVE SPACE            TO CK-CIPHER-KEY
  MOVE CM-CARD-OPERATOR TO CK-RETIRED-BY
  ACCEPT CK-RETIRED-DATE FROM DATE YYYYMMDD
  REWRITE CK-RECORD
    INVALID KEY
      DISPLAY "CANNOT RETIRE GENERATION " CM-CARD-GEN " - STATUS "
              CK-FILE-STATUS
      MOVE 12 TO RETURN-CODE
      GO TO 4000-EXIT
  END-REWRITE
  DISPLAY "GENERATION " CM-CARD-GEN " RETIRED - ITS KEY IS GONE."

  MOVE CM-CARD-OPERATOR TO AL-LOGIN
  MOVE "CIPHKEYS"       TO AL-PARAGRAPH
  MOVE "KEYRETIRED"     TO AL-OUTCOME
  MOVE CM-CARD-GEN      TO CM-AD-GEN
  MOVE " RETIRED"       TO CM-AD-TEXT
  MOVE CM-AUDIT-DETAIL  TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
4000-EXIT.
  EXIT.

8000-PRINT-GENERATIONS.
  DISPLAY " "
  DISPLAY "RECORDS ENCIPHERED UNDER EACH KEY GENERATION"
  IF NOT CM-SCAN-COMPLETE
    DISPLAY "(STORFILE COUNT INCOMPLETE - SEE ABOVE)"
  END-IF
  DISPLAY "  GEN      STATE   ADDED    BY          "
          "STORFILE  STORJRNL   STORARC"
  PERFORM 8100-PRINT-ONE-GENERATION THRU 8100-EXIT
    VARYING CM-GEN-IDX FROM 1 BY 1 UNTIL CM-GEN-IDX > 100.
8000-EXIT.
  EXIT.

8100-PRINT-ONE-GENERATION.
*> A generation is listed if CIPHKEYS has a row for it or anything
*> is still enciphered under it; slot 1 is the unstamped records.
  MOVE "N" TO CM-KEY-FOUND-SWITCH
  IF CM-GEN-IDX > 1
    COMPUTE CM-SHOW-GEN = CM-GEN-IDX - 1
    MOVE CM-SHOW-GEN TO CK-KEY-GEN
    READ CIPHER-KEY-FILE
      INVALID KEY
        CONTINUE
      NOT INVALID KEY
        MOVE "Y" TO CM-KEY-FOUND-SWITCH
    END-READ
  END-IF
  IF NOT CM-KEY-FOUND
     AND CM-USE-SF (CM-GEN-IDX) = 0
     AND CM-USE-SJ (CM-GEN-IDX) = 0
     AND CM-USE-SA (CM-GEN-IDX) = 0
    GO TO 8100-EXIT
  END-IF

  MOVE SPACE TO CM-GL-GEN CM-GL-STATE CM-GL-ADDED-DATE
                CM-GL-ADDED-BY
  IF CM-GEN-IDX = 1
    MOVE "UNSTAMPED" TO CM-GL-GEN
  ELSE
    MOVE CM-SHOW-GEN TO CM-GL-GEN (1:2)
  END-IF
  IF CM-KEY-FOUND
    EVALUATE TRUE
      WHEN CK-STATE-CURRENT
        MOVE "CURRENT" TO CM-GL-STATE
      WHEN CK-STATE-ACTIVE
        MOVE "ACTIVE"  TO CM-GL-STATE
      WHEN CK-STATE-RETIRED
        MOVE "RETIRED" TO CM-GL-STATE
    END-EVALUATE
    MOVE CK-ADDED-DATE TO CM-GL-ADDED-DATE
    MOVE CK-ADDED-BY   TO CM-GL-ADDED-BY
  ELSE
    IF CM-GEN-IDX > 1
      MOVE "NO KEY" TO CM-GL-STATE
    END-IF
  END-IF
  MOVE CM-USE-SF (CM-GEN-IDX) TO CM-GL-SF
  MOVE CM-USE-SJ (CM-GEN-IDX) TO CM-GL-SJ
  MOVE CM-USE-SA (CM-GEN-IDX) TO CM-GL-SA
  DISPLAY CM-GEN-LINE.
8100-EXIT.
  EXIT.

9500-WRITE-AUDIT-RECORD.
*> Caller moves AL-LOGIN, AL-PARAGRAPH, AL-OUTCOME and AL-DETAIL
*> before performing this paragraph; the timestamp, sequence number
*> and chain value are stamped here (AUDCHAIN).
  ACCEPT AL-DATE FROM DATE YYYYMMDD
  ACCEPT AL-TIME FROM TIME
  PERFORM 9505-CHAIN-AUDIT-RECORD THRU 9505-EXIT
  WRITE AL-RECORD
  PERFORM 9510-ADVANCE-AUDIT-CONTROL THRU 9510-EXIT.
9500-EXIT.
  EXIT.

    COPY AUDCHAIN.
