*> ****************************************************************
*> PROGRAM:      STORRKEY
*> AUTHOR:       D. Kravchenko, Applications Group
*> INSTALLATION: SPBCTF DATA CENTER
*> DATE-WRITTEN: 2019-07-16
*> DATE-COMPILED:
*> ------------------------------------------------------------------
*> REMARKS.
*>   Contents re-key.  Walks STORFILE in key order and moves every
*>   item and continuation segment that is not yet under the
*>   current CIPHKEYS generation onto it: deciphered under the
*>   record's own SF-KEY-GEN, enciphered under the current key
*>   (STORCRYP), rewritten and journaled to STORJRNL like any other
*>   storage change.  Share rows carry no contents and are passed
*>   over.  Once a run has finished with nothing left on an old
*>   generation, STORFILE no longer needs that key - see CKEYMNT
*>   for retiring it.
*>
*>   Runs while the online system is up: STORFILE is shared and
*>   each record is held only from its READ to its REWRITE.  A
*>   record in use at a console stops the walk there rather than
*>   waiting on it; the run checkpoints, ends RC=4 and is
*>   resubmitted with a RESTART card later.
*>
*>   Checkpoint/restart: every CHKPTINT records (PARMFILE) the run
*>   records the key of the last record finished, and its totals
*>   so far, on its BATCHRST record.  A RESTART card resumes the
*>   walk after that key.  A record re-keyed after the last
*>   checkpoint is simply found already current on the restart, so
*>   nothing is done twice.  A fresh run over an unfinished one
*>   ends RC=12, as in STORAPPL.
*>
*>   Prints control totals (earlier attempts, this run, total) and
*>   this run's records by key generation.  A record whose
*>   generation has no key on file cannot be re-keyed; it is listed
*>   and ends the run RC=8.  One audit row sums the run up.
*> ------------------------------------------------------------------
*> MODIFICATION HISTORY.
*>   2019-07-16  DK   Original version.
*>   2019-07-18  DK   Saved image follows STORREC to 111 bytes
*>                    (SF-KEEP-UNTIL); a re-key leaves the date as
*>                    it is.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. STORRKEY.
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
    SELECT STORAGE-FILE ASSIGN TO "STORFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SF-KEY
        ALTERNATE RECORD KEY IS SF-GRANTEE-LOGIN
            WITH DUPLICATES
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS SF-FILE-STATUS.

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

    SELECT STORAGE-JOURNAL-FILE ASSIGN TO "STORJRNL"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SJ-FILE-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-KEY
        FILE STATUS IS PR-FILE-STATUS.

    SELECT CIPHER-KEY-FILE ASSIGN TO "CIPHKEYS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CK-KEY-GEN
        FILE STATUS IS CK-FILE-STATUS.

    SELECT BATCH-RESTART-FILE ASSIGN TO "BATCHRST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BR-PROGRAM
        FILE STATUS IS BR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STORAGE-FILE.
    COPY STORREC.

FD  AUDIT-LOG-FILE.
    COPY AUDITREC.

FD  AUDIT-CONTROL-FILE.
    COPY AUDCTREC.

FD  STORAGE-JOURNAL-FILE.
    COPY SJRNLREC.

FD  PARAMETER-FILE.
    COPY PARMREC.

FD  CIPHER-KEY-FILE.
    COPY CKEYREC.

FD  BATCH-RESTART-FILE.
    COPY BRSTREC.

WORKING-STORAGE SECTION.
77  SF-FILE-STATUS                 PIC X(02).
77  AL-FILE-STATUS                 PIC X(02).
77  AK-FILE-STATUS                 PIC X(02).
77  SJ-FILE-STATUS                 PIC X(02).
77  PR-FILE-STATUS                 PIC X(02).
77  CK-FILE-STATUS                 PIC X(02).
77  BR-FILE-STATUS                 PIC X(02).

77  RK-SF-SAVED-RECORD             PIC X(111).
77  RK-SF-ACTION-DATE              PIC 9(08).
77  RK-SF-ACTION-TIME              PIC 9(08).

*> Restart bookkeeping.  RK-ROW-KEY is the key of the last record
*> finished, the key a checkpoint records and a restart resumes
*> after.
77  RK-ROW-KEY                     PIC X(40)   VALUE LOW-VALUES.
77  RK-ROWS-SINCE-CHECKPOINT       PIC 9(05)   COMP    VALUE 0.
77  RK-RUN-STATE                   PIC X(01).
77  RK-RUN-ATTEMPT                 PIC 9(03).
77  RK-RUN-START-DATE              PIC 9(08).
77  RK-RUN-START-TIME              PIC 9(08).
77  RK-GEN-IDX                     PIC 9(03)   COMP.
77  RK-SHOW-GEN                    PIC 9(02).

01  RK-RESTART-CARD.
    05  RK-RESTART-WORD            PIC X(07).
        88  RK-RESTART-REQUESTED               VALUE "RESTART".
    05  FILLER                     PIC X(73).

01  RK-SWITCHES.
    05  RK-SF-EOF-SWITCH            PIC X(01)   VALUE "N".
        88  RK-SF-END-OF-FILE                   VALUE "Y".
    05  RK-CHECKPOINT-SWITCH        PIC X(01)   VALUE "N".
        88  RK-CHECKPOINTING                    VALUE "Y".
    05  RK-BR-FOUND-SWITCH          PIC X(01)   VALUE "N".
        88  RK-BR-FOUND                         VALUE "Y".
    05  RK-BUSY-SWITCH              PIC X(01)   VALUE "N".
        88  RK-STOPPED-BUSY                     VALUE "Y".

    COPY CRYPWORK.

    COPY PARMWORK.

01  RK-COUNTS.
    05  RK-READ-COUNT               PIC 9(07)   COMP    VALUE 0.
    05  RK-REKEY-COUNT              PIC 9(07)   COMP    VALUE 0.
    05  RK-CURRENT-COUNT            PIC 9(07)   COMP    VALUE 0.
    05  RK-SHARE-COUNT              PIC 9(07)   COMP    VALUE 0.
    05  RK-NOKEY-COUNT              PIC 9(07)   COMP    VALUE 0.
    05  RK-FAIL-COUNT               PIC 9(07)   COMP    VALUE 0.

*> The same totals as committed by the earlier attempts of a
*> restarted run (BR-TOTAL 1-6), zero on a fresh run.
01  RK-EARLIER-COUNTS.
    05  RK-EARLIER-READ             PIC 9(07)   VALUE 0.
    05  RK-EARLIER-REKEYED          PIC 9(07)   VALUE 0.
    05  RK-EARLIER-CURRENT          PIC 9(07)   VALUE 0.
    05  RK-EARLIER-SHARES           PIC 9(07)   VALUE 0.
    05  RK-EARLIER-NOKEY            PIC 9(07)   VALUE 0.
    05  RK-EARLIER-FAILED           PIC 9(07)   VALUE 0.

*> This run's records by the generation they were found under,
*> subscripted by generation + 1 so an unstamped record (generation
*> zero, or not numeric at all) has a slot of its own.
01  RK-GEN-TABLE.
    05  RK-GEN-ENTRY               OCCURS 100 TIMES.
        10  RK-GEN-FOUND           PIC 9(07)   COMP    VALUE 0.
        10  RK-GEN-REKEYED         PIC 9(07)   COMP    VALUE 0.
        10  RK-GEN-NOKEY           PIC 9(07)   COMP    VALUE 0.

01  RK-TOTAL-LINE.
    05  RK-TL-LABEL                 PIC X(18).
    05  RK-TL-EARLIER               PIC Z(07)9.
    05  FILLER                      PIC X(02)   VALUE SPACE.
    05  RK-TL-THIS                  PIC Z(07)9.
    05  FILLER                      PIC X(02)   VALUE SPACE.
    05  RK-TL-TOTAL                 PIC Z(07)9.

01  RK-GEN-LINE.
    05  FILLER                      PIC X(02)   VALUE SPACE.
    05  RK-GL-GEN                   PIC X(09).
    05  RK-GL-FOUND                 PIC Z(07)9.
    05  FILLER                      PIC X(02)   VALUE SPACE.
    05  RK-GL-REKEYED               PIC Z(07)9.
    05  FILLER                      PIC X(02)   VALUE SPACE.
    05  RK-GL-NOKEY                 PIC Z(07)9.

01  RK-AUDIT-DETAIL.
    05  FILLER                      PIC X(07)   VALUE "TO GEN ".
    05  RK-AD-GEN                   PIC 9(02).
    05  FILLER                      PIC X(09)   VALUE " REKEYED ".
    05  RK-AD-COUNT                 PIC 9(07).

    COPY AUDCWORK.

PROCEDURE DIVISION.

0000-MAINLINE.
  DISPLAY "###########################################"
  DISPLAY "# STORFILE CONTENTS RE-KEY                #"
  DISPLAY "###########################################"

  PERFORM 9900-LOAD-PARAMETERS THRU 9900-EXIT
  MOVE "CHKPTINT" TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT
  PERFORM 9870-LOAD-CIPHER-KEYS THRU 9870-EXIT
  IF SC-CURRENT-GEN = 0
    DISPLAY "NO CURRENT KEY ON CIPHKEYS - CANNOT RE-KEY."
    MOVE 12 TO RETURN-CODE
    GOBACK
  END-IF
  DISPLAY "CIPHER KEY GENERATION " SC-CURRENT-GEN

  PERFORM 1500-GET-RESTART-CARD THRU 1500-EXIT
  PERFORM 1000-OPEN-FILES THRU 1000-EXIT
  IF NOT RK-SF-END-OF-FILE
    PERFORM 1600-ESTABLISH-RUN THRU 1600-EXIT
  END-IF
  PERFORM 2000-REKEY-NEXT-RECORD THRU 2000-EXIT
    UNTIL RK-SF-END-OF-FILE
  IF RK-CHECKPOINTING
    IF RK-STOPPED-BUSY
      PERFORM 7000-TAKE-CHECKPOINT THRU 7000-EXIT
      DISPLAY "RUN STOPPED EARLY - BATCHRST LEFT OPEN; RESUBMIT"
              " WITH A RESTART CARD."
    ELSE
      PERFORM 7100-END-RUN THRU 7100-EXIT
    END-IF
    PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
    PERFORM 8500-AUDIT-RUN THRU 8500-EXIT
  END-IF
  PERFORM 9000-CLOSE-FILES THRU 9000-EXIT

  IF RETURN-CODE < 4 AND RK-STOPPED-BUSY
    MOVE 4 TO RETURN-CODE
  END-IF
  IF RETURN-CODE < 8
     AND (RK-NOKEY-COUNT > 0 OR RK-FAIL-COUNT > 0)
    MOVE 8 TO RETURN-CODE
  END-IF
  GOBACK.

1000-OPEN-FILES.
  OPEN I-O STORAGE-FILE
  IF SF-FILE-STATUS = "35"
    DISPLAY "NO STORFILE ON FILE - NOTHING TO RE-KEY."
    MOVE "Y" TO RK-SF-EOF-SWITCH
    GO TO 1000-EXIT
  END-IF

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
  END-IF

  OPEN EXTEND STORAGE-JOURNAL-FILE
  IF SJ-FILE-STATUS = "35" OR SJ-FILE-STATUS = "05"
    OPEN OUTPUT STORAGE-JOURNAL-FILE
    CLOSE STORAGE-JOURNAL-FILE
    OPEN EXTEND STORAGE-JOURNAL-FILE
  END-IF

  OPEN I-O BATCH-RESTART-FILE
  IF BR-FILE-STATUS = "35" OR BR-FILE-STATUS = "05"
    CLOSE BATCH-RESTART-FILE
    OPEN OUTPUT BATCH-RESTART-FILE
    CLOSE BATCH-RESTART-FILE
    OPEN I-O BATCH-RESTART-FILE
  END-IF.
1000-EXIT.
  EXIT.

1500-GET-RESTART-CARD.
*> One optional card: RESTART resumes an unfinished run after the
*> last record its checkpoint names.  Anything else - or no card at
*> all - is a fresh run from the top of STORFILE.
  MOVE SPACE TO RK-RESTART-CARD
  ACCEPT RK-RESTART-CARD
  IF RK-RESTART-REQUESTED
    DISPLAY "RESTART REQUESTED"
  END-IF.
1500-EXIT.
  EXIT.

1600-ESTABLISH-RUN.
*> Squares the restart card with this program's BATCHRST record: a
*> fresh run over an unfinished one, or a restart with nothing to
*> resume, stops here with RC=12 before anything is touched.
  MOVE "N" TO RK-BR-FOUND-SWITCH
  MOVE "STORRKEY" TO BR-PROGRAM
  READ BATCH-RESTART-FILE
    INVALID KEY
      MOVE SPACE TO BR-RUN-STATE
    NOT INVALID KEY
      MOVE "Y" TO RK-BR-FOUND-SWITCH
  END-READ

  IF RK-RESTART-REQUESTED
    IF NOT RK-BR-FOUND OR NOT BR-RUN-OPEN
      DISPLAY "NO UNFINISHED RUN ON BATCHRST - NOTHING TO RESTART."
      MOVE 12 TO RETURN-CODE
      MOVE "Y" TO RK-SF-EOF-SWITCH
      GO TO 1600-EXIT
    END-IF
    PERFORM 1700-RESUME-RUN THRU 1700-EXIT
    GO TO 1600-EXIT
  END-IF

  IF RK-BR-FOUND AND BR-RUN-OPEN
    DISPLAY "PREVIOUS RUN STOPPED AFTER " BR-LAST-KEY
    DISPLAY "RESUBMIT WITH A RESTART CARD."
    MOVE 12 TO RETURN-CODE
    MOVE "Y" TO RK-SF-EOF-SWITCH
    GO TO 1600-EXIT
  END-IF

  MOVE "O" TO RK-RUN-STATE
  MOVE 1   TO RK-RUN-ATTEMPT
  ACCEPT RK-RUN-START-DATE FROM DATE YYYYMMDD
  ACCEPT RK-RUN-START-TIME FROM TIME
  PERFORM 7050-BUILD-RESTART-RECORD THRU 7050-EXIT
  IF RK-BR-FOUND
    REWRITE BR-RECORD
  ELSE
    WRITE BR-RECORD
  END-IF
  IF BR-FILE-STATUS NOT = "00"
    DISPLAY "CANNOT RECORD THE RUN ON BATCHRST - STATUS "
            BR-FILE-STATUS
    MOVE 12 TO RETURN-CODE
    MOVE "Y" TO RK-SF-EOF-SWITCH
    GO TO 1600-EXIT
  END-IF
  MOVE "Y" TO RK-CHECKPOINT-SWITCH

  MOVE LOW-VALUES TO SF-KEY
  START STORAGE-FILE KEY IS NOT LESS THAN SF-KEY
    INVALID KEY
      MOVE "Y" TO RK-SF-EOF-SWITCH
  END-START.
1600-EXIT.
  EXIT.

1700-RESUME-RUN.
  COMPUTE RK-RUN-ATTEMPT = BR-ATTEMPT-NO + 1
  DISPLAY "ATTEMPT " RK-RUN-ATTEMPT " RESUMES AFTER " BR-LAST-KEY
  DISPLAY "  (CHECKPOINT " BR-CHECKPOINT-DATE " "
          BR-CHECKPOINT-TIME ")"

*> The record area is untouched since the READ in 1600.
  MOVE BR-TOTAL (1)      TO RK-EARLIER-READ
  MOVE BR-TOTAL (2)      TO RK-EARLIER-REKEYED
  MOVE BR-TOTAL (3)      TO RK-EARLIER-CURRENT
  MOVE BR-TOTAL (4)      TO RK-EARLIER-SHARES
  MOVE BR-TOTAL (5)      TO RK-EARLIER-NOKEY
  MOVE BR-TOTAL (6)      TO RK-EARLIER-FAILED
  MOVE BR-LAST-KEY       TO RK-ROW-KEY
  MOVE BR-STARTED-DATE   TO RK-RUN-START-DATE
  MOVE BR-STARTED-TIME   TO RK-RUN-START-TIME
  MOVE "O" TO RK-RUN-STATE
  PERFORM 7050-BUILD-RESTART-RECORD THRU 7050-EXIT
  REWRITE BR-RECORD
  IF BR-FILE-STATUS NOT = "00"
    DISPLAY "CANNOT RECORD THE RESTART ON BATCHRST - STATUS "
            BR-FILE-STATUS
    MOVE 12 TO RETURN-CODE
    MOVE "Y" TO RK-SF-EOF-SWITCH
    GO TO 1700-EXIT
  END-IF
  MOVE "Y" TO RK-CHECKPOINT-SWITCH

  MOVE RK-ROW-KEY TO SF-KEY
  START STORAGE-FILE KEY IS GREATER THAN SF-KEY
    INVALID KEY
      MOVE "Y" TO RK-SF-EOF-SWITCH
  END-START.
1700-EXIT.
  EXIT.

2000-REKEY-NEXT-RECORD.
*> Every record before this one is finished, so this is where an
*> interval's worth of them is committed.
  IF RK-ROWS-SINCE-CHECKPOINT >= PM-CHECKPOINT-INTERVAL
    PERFORM 7000-TAKE-CHECKPOINT THRU 7000-EXIT
  END-IF
  READ STORAGE-FILE NEXT RECORD
    AT END
      MOVE "Y" TO RK-SF-EOF-SWITCH
      GO TO 2000-EXIT
  END-READ
*> A record held at a console: stop here, after the last record
*> finished, rather than wait on it or walk past it.
  IF SF-FILE-STATUS = "51"
    DISPLAY "RECORD AFTER " RK-ROW-KEY
    DISPLAY "  IS IN USE ONLINE - STOPPING THE WALK HERE."
    MOVE "Y" TO RK-BUSY-SWITCH
    MOVE "Y" TO RK-SF-EOF-SWITCH
    GO TO 2000-EXIT
  END-IF
  ADD 1 TO RK-READ-COUNT
  ADD 1 TO RK-ROWS-SINCE-CHECKPOINT
  MOVE SF-KEY TO RK-ROW-KEY

  IF NOT SF-ITEM-RECORD AND NOT SF-SEGMENT-RECORD
    ADD 1 TO RK-SHARE-COUNT
    GO TO 2000-EXIT
  END-IF
  IF SF-KEY-GEN NUMERIC
    COMPUTE RK-GEN-IDX = SF-KEY-GEN + 1
  ELSE
    MOVE 1 TO RK-GEN-IDX
  END-IF
  ADD 1 TO RK-GEN-FOUND (RK-GEN-IDX)
  IF SF-KEY-GEN NUMERIC AND SF-KEY-GEN = SC-CURRENT-GEN
    ADD 1 TO RK-CURRENT-COUNT
    GO TO 2000-EXIT
  END-IF

  MOVE SF-RECORD   TO RK-SF-SAVED-RECORD
  MOVE SF-CONTENTS TO SC-TEXT
  MOVE SF-KEY-GEN  TO SC-KEY-GEN
  PERFORM 9820-DECIPHER-CONTENTS THRU 9820-EXIT
  IF SC-KEY-MISSING
    ADD 1 TO RK-NOKEY-COUNT
    ADD 1 TO RK-GEN-NOKEY (RK-GEN-IDX)
    DISPLAY "NO KEY FOR GENERATION " SF-KEY-GEN " - "
            SF-OWNER-LOGIN " " SF-ITEM-NAME " " SF-GRANTEE-LOGIN
    GO TO 2000-EXIT
  END-IF
  PERFORM 9800-ENCIPHER-CONTENTS THRU 9800-EXIT
  MOVE SC-TEXT    TO SF-CONTENTS
  MOVE SC-KEY-GEN TO SF-KEY-GEN

  PERFORM 9575-STAMP-SF-ACTION THRU 9575-EXIT
  REWRITE SF-RECORD
    INVALID KEY
      ADD 1 TO RK-FAIL-COUNT
      DISPLAY "COULD NOT REWRITE " SF-OWNER-LOGIN " "
              SF-ITEM-NAME " " SF-GRANTEE-LOGIN
              " - STATUS " SF-FILE-STATUS
    NOT INVALID KEY
      ADD 1 TO RK-REKEY-COUNT
      ADD 1 TO RK-GEN-REKEYED (RK-GEN-IDX)
      PERFORM 9585-JOURNAL-SF-REWRITE THRU 9585-EXIT
  END-REWRITE.
2000-EXIT.
  EXIT.

7000-TAKE-CHECKPOINT.
  PERFORM 7050-BUILD-RESTART-RECORD THRU 7050-EXIT
  REWRITE BR-RECORD
  IF BR-FILE-STATUS = "00"
    DISPLAY "CHECKPOINT AT RECORD " BR-ROWS-COMMITTED
  ELSE
    DISPLAY "CHECKPOINT AT RECORD " BR-ROWS-COMMITTED
            " NOT RECORDED - STATUS " BR-FILE-STATUS
  END-IF
  MOVE 0 TO RK-ROWS-SINCE-CHECKPOINT.
7000-EXIT.
  EXIT.

7050-BUILD-RESTART-RECORD.
*> The whole record is rebuilt from working storage each time, so
*> nothing depends on the record area surviving the last REWRITE.
*> BR-TOTAL 1-6: records read, re-keyed, already current, share
*> rows, no key on file, rewrite failed.  A re-key is safe to
*> repeat, so BR-INTERVAL is recorded for the operator only.
  MOVE "STORRKEY"            TO BR-PROGRAM
  MOVE RK-RUN-STATE          TO BR-RUN-STATE
  MOVE RK-RUN-ATTEMPT        TO BR-ATTEMPT-NO
  MOVE PM-CHECKPOINT-INTERVAL TO BR-INTERVAL
  COMPUTE BR-ROWS-COMMITTED = RK-EARLIER-READ + RK-READ-COUNT
  MOVE RK-ROW-KEY            TO BR-LAST-KEY
  MOVE ZERO                  TO BR-TOTALS
  COMPUTE BR-TOTAL (1) = RK-EARLIER-READ + RK-READ-COUNT
  COMPUTE BR-TOTAL (2) = RK-EARLIER-REKEYED + RK-REKEY-COUNT
  COMPUTE BR-TOTAL (3) = RK-EARLIER-CURRENT + RK-CURRENT-COUNT
  COMPUTE BR-TOTAL (4) = RK-EARLIER-SHARES + RK-SHARE-COUNT
  COMPUTE BR-TOTAL (5) = RK-EARLIER-NOKEY + RK-NOKEY-COUNT
  COMPUTE BR-TOTAL (6) = RK-EARLIER-FAILED + RK-FAIL-COUNT
  MOVE RK-RUN-START-DATE     TO BR-STARTED-DATE
  MOVE RK-RUN-START-TIME     TO BR-STARTED-TIME
  ACCEPT BR-CHECKPOINT-DATE FROM DATE YYYYMMDD
  ACCEPT BR-CHECKPOINT-TIME FROM TIME.
7050-EXIT.
  EXIT.

7100-END-RUN.
*> STORFILE is exhausted: the final checkpoint closes the record,
*> so the next run starts fresh.
  MOVE "E" TO RK-RUN-STATE
  PERFORM 7000-TAKE-CHECKPOINT THRU 7000-EXIT
  DISPLAY "RUN COMPLETE - BATCHRST CLOSED AFTER ATTEMPT "
          RK-RUN-ATTEMPT.
7100-EXIT.
  EXIT.

8000-PRINT-TOTALS.
  DISPLAY " "
  DISPLAY "CONTROL TOTALS         EARLIER  THIS RUN     TOTAL"
  MOVE "RECORDS READ .... " TO RK-TL-LABEL
  MOVE RK-EARLIER-READ     TO RK-TL-EARLIER
  MOVE RK-READ-COUNT       TO RK-TL-THIS
  COMPUTE RK-TL-TOTAL = RK-EARLIER-READ + RK-READ-COUNT
  DISPLAY RK-TOTAL-LINE
  MOVE "RE-KEYED ........ " TO RK-TL-LABEL
  MOVE RK-EARLIER-REKEYED  TO RK-TL-EARLIER
  MOVE RK-REKEY-COUNT      TO RK-TL-THIS
  COMPUTE RK-TL-TOTAL = RK-EARLIER-REKEYED + RK-REKEY-COUNT
  DISPLAY RK-TOTAL-LINE
  MOVE "ALREADY CURRENT . " TO RK-TL-LABEL
  MOVE RK-EARLIER-CURRENT  TO RK-TL-EARLIER
  MOVE RK-CURRENT-COUNT    TO RK-TL-THIS
  COMPUTE RK-TL-TOTAL = RK-EARLIER-CURRENT + RK-CURRENT-COUNT
  DISPLAY RK-TOTAL-LINE
  MOVE "SHARE ROWS ...... " TO RK-TL-LABEL
  MOVE RK-EARLIER-SHARES   TO RK-TL-EARLIER
  MOVE RK-SHARE-COUNT      TO RK-TL-THIS
  COMPUTE RK-TL-TOTAL = RK-EARLIER-SHARES + RK-SHARE-COUNT
  DISPLAY RK-TOTAL-LINE
  MOVE "NO KEY ON FILE .. " TO RK-TL-LABEL
  MOVE RK-EARLIER-NOKEY    TO RK-TL-EARLIER
  MOVE RK-NOKEY-COUNT      TO RK-TL-THIS
  COMPUTE RK-TL-TOTAL = RK-EARLIER-NOKEY + RK-NOKEY-COUNT
  DISPLAY RK-TOTAL-LINE
  MOVE "REWRITE FAILED .. " TO RK-TL-LABEL
  MOVE RK-EARLIER-FAILED   TO RK-TL-EARLIER
  MOVE RK-FAIL-COUNT       TO RK-TL-THIS
  COMPUTE RK-TL-TOTAL = RK-EARLIER-FAILED + RK-FAIL-COUNT
  DISPLAY RK-TOTAL-LINE

  IF RK-READ-COUNT NOT = RK-REKEY-COUNT + RK-CURRENT-COUNT
       + RK-SHARE-COUNT + RK-NOKEY-COUNT + RK-FAIL-COUNT
     OR RK-EARLIER-READ NOT = RK-EARLIER-REKEYED
       + RK-EARLIER-CURRENT + RK-EARLIER-SHARES
       + RK-EARLIER-NOKEY + RK-EARLIER-FAILED
    DISPLAY "TOTALS DO NOT TIE BACK TO THE RECORDS READ - "
            "INVESTIGATE."
  END-IF

  DISPLAY " "
  DISPLAY "THIS RUN BY KEY GENERATION FOUND UNDER"
  DISPLAY "  GENERATION    FOUND  RE-KEYED    NO KEY"
  PERFORM 8100-PRINT-ONE-GENERATION THRU 8100-EXIT
    VARYING RK-GEN-IDX FROM 1 BY 1 UNTIL RK-GEN-IDX > 100.
8000-EXIT.
  EXIT.

8100-PRINT-ONE-GENERATION.
  IF RK-GEN-FOUND (RK-GEN-IDX) = 0
    GO TO 8100-EXIT
  END-IF
  IF RK-GEN-IDX = 1
    MOVE "UNSTAMPED" TO RK-GL-GEN
  ELSE
    COMPUTE RK-SHOW-GEN = RK-GEN-IDX - 1
    MOVE SPACE       TO RK-GL-GEN
    MOVE RK-SHOW-GEN TO RK-GL-GEN (1:2)
    IF RK-SHOW-GEN = SC-CURRENT-GEN
      MOVE "CUR" TO RK-GL-GEN (4:3)
    END-IF
  END-IF
  MOVE RK-GEN-FOUND (RK-GEN-IDX)   TO RK-GL-FOUND
  MOVE RK-GEN-REKEYED (RK-GEN-IDX) TO RK-GL-REKEYED
  MOVE RK-GEN-NOKEY (RK-GEN-IDX)   TO RK-GL-NOKEY
  DISPLAY RK-GEN-LINE.
8100-EXIT.
  EXIT.

8500-AUDIT-RUN.
*> One row for the whole run: how far it got and under which key.
  MOVE "STORRKEY"       TO AL-LOGIN
  MOVE "STORRKEY"       TO AL-PARAGRAPH
  IF RK-STOPPED-BUSY
    MOVE "STOPPED"      TO AL-OUTCOME
  ELSE
    MOVE "REKEYED"      TO AL-OUTCOME
  END-IF
  MOVE SC-CURRENT-GEN   TO RK-AD-GEN
  COMPUTE RK-AD-COUNT = RK-EARLIER-REKEYED + RK-REKEY-COUNT
  MOVE RK-AUDIT-DETAIL  TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
8500-EXIT.
  EXIT.

9000-CLOSE-FILES.
  CLOSE STORAGE-FILE
  CLOSE AUDIT-LOG-FILE
  CLOSE AUDIT-CONTROL-FILE
  CLOSE STORAGE-JOURNAL-FILE
  CLOSE BATCH-RESTART-FILE.
9000-EXIT.
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

9575-STAMP-SF-ACTION.
*> Each record re-keyed is an action of its own.
  ACCEPT RK-SF-ACTION-DATE FROM DATE YYYYMMDD
  ACCEPT RK-SF-ACTION-TIME FROM TIME.
9575-EXIT.
  EXIT.

9585-JOURNAL-SF-REWRITE.
*> Performed directly after a successful REWRITE of SF-RECORD; the
*> before-image was saved at READ time in RK-SF-SAVED-RECORD.
  MOVE "REW"      TO SJ-ACTION
  MOVE SF-KEY     TO SJ-KEY
  MOVE RK-SF-SAVED-RECORD TO SJ-BEFORE-IMAGE
  MOVE SF-RECORD  TO SJ-AFTER-IMAGE
  PERFORM 9595-WRITE-SF-JOURNAL-RECORD THRU 9595-EXIT.
9585-EXIT.
  EXIT.

9595-WRITE-SF-JOURNAL-RECORD.
  MOVE RK-SF-ACTION-DATE TO SJ-DATE
  MOVE RK-SF-ACTION-TIME TO SJ-TIME
  WRITE SJ-RECORD.
9595-EXIT.
  EXIT.

    COPY STORCRYP.

    COPY PARMLOAD.

    COPY AUDCHAIN.
