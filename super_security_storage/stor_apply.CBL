*>   against STORFILE under the same rules the online maintenance
*>   paragraphs enforce - the owner must exist and hold VIP, the
*>   add respects the account's quota tier and rejects duplicate
*>   names, contents may not run past the LINELIM parameter's line
*>   count, the share grantee must exist on the master - and every
*>   applied change is journaled to STORJRNL and audited.  Prints
*>   an applied/rejected report with a reason per reject and
*>   control totals that tie back to the input; any reject ends
*>     CONTENTS  X(600)  up to ten 60-byte lines; line 1 goes on
*>                       the item record, the rest become the
*>                       "#01"-"#09" continuation segments
*>     KEEP-UNTIL X(08)  optional retention date, YYYYMMDD and
*>                       after the run date ("A" and "R" rows).
*>                       Blank on an add means no limit; blank on
*>                       a replace leaves the item's date as it
*>                       is, and 00000000 clears it
*>
*>   Checkpoint/restart: every CHKPTINT rows (PARMFILE) the run
*>   commits how far it has got, and its totals so far, to its
*>   BATCHRST record.  A run that stops part-way leaves the record
*>   open, and the next run refuses to start from the top (that
*>   would reject every applied row as a duplicate).  Resubmit with
*>   a SYSIN card reading RESTART: the run skips the committed rows,
*>   proves the last one skipped is the row the checkpoint named,
*>   and carries on.  The rows after the checkpoint may already have
*>   been applied before the stop, so for those alone an add whose
*>   item is already there with the same contents, a delete whose
*>   item is already gone or a share already granted is finished
*>   off (segments rebuilt, leftovers removed) and counted ALREADY
*>   APPLIED instead of rejected.  The report shows the earlier
*>   attempts' totals and this run's side by side; both tie back
*>   to the input.
*> ------------------------------------------------------------------
*> MODIFICATION HISTORY.
*>   2019-07-01  DK   Original version.
*>                    the online writers.
*>   2019-07-06  DK   Share grantees starting with "#" rejected -
*>                    the segment-tag invariant in STORREC.
*>   2019-07-10  DK   Standard tier and content line limit taken
*>                    from the shared PARMFILE (parameters ITEMQUOT
*>                    and LINELIM); contents longer than the limit
*>                    are rejected as the online 5410 would stop
*>                    taking lines.  The values used head the
*>                    report.
*>   2019-07-12  DK   Audit rows numbered and chained through the
*>                    shared AUDITCTL control record (AUDCHAIN),
*>                    the same as the online writer.
*>   2019-07-14  DK   Checkpoint/restart through BATCHRST and a
*>                    RESTART card; earlier-attempt and this-run
*>                    control totals reported separately.
*>   2019-07-16  DK   Contents enciphered under the current CIPHKEYS
*>                    generation, stamped on the record; no current
*>                    key ends the run RC=12 before anything is
*>                    read.  The restart check for an add already
*>                    applied compares plaintext, so a re-key run in
*>                    between cannot hide it.
*>   2019-07-18  DK   KEEP-UNTIL column on add and replace rows,
*>                    checked as the online 5430 does and stored on
*>                    the item's SF-KEEP-UNTIL for STOREXP.
*>   2019-07-26  DK   The owner is told through their MSGFILE inbox
*>                    (MSGSEND) of every row applied or rejected
*>                    under their name, once the owner is known to
*>                    the master (2900); a share's grantee is told
*>                    of the grant.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. STORAPPL.
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

    SELECT MESSAGE-FILE ASSIGN TO "MSGFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MG-KEY
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS MG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANSACTION-FILE.
    05  TX-CONTENTS                PIC X(600).
    05  TX-CONTENT-LINE REDEFINES TX-CONTENTS
            OCCURS 10 TIMES        PIC X(60).
    05  TX-KEEP-UNTIL              PIC X(08).
    05  TX-KEEP-UNTIL-DATE REDEFINES TX-KEEP-UNTIL
                                   PIC 9(08).

FD  USER-MASTER-FILE.
    COPY USERMREC.
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

FD  MESSAGE-FILE.
    COPY MSGREC.

WORKING-STORAGE SECTION.
77  TX-FILE-STATUS                 PIC X(02).
77  UM-FILE-STATUS                 PIC X(02).
77  SF-FILE-STATUS                 PIC X(02).
77  AL-FILE-STATUS                 PIC X(02).
77  AK-FILE-STATUS                 PIC X(02).
77  SJ-FILE-STATUS                 PIC X(02).
77  PR-FILE-STATUS                 PIC X(02).
77  CK-FILE-STATUS                 PIC X(02).
77  BR-FILE-STATUS                 PIC X(02).
77  MG-FILE-STATUS                 PIC X(02).

77  TA-SF-SAVED-RECORD             PIC X(111).
77  TA-SF-ACTION-DATE              PIC 9(08).
77  TA-SF-ACTION-TIME              PIC 9(08).

77  TA-QUOTA                       PIC 9(02).
*> Run date, and the keep-until date 3400 settles for the row.
77  TA-TODAY-DATE                  PIC 9(08).
77  TA-KEEP-UNTIL                  PIC 9(08).
77  TA-OWN-ITEM-COUNT              PIC 9(04)   COMP.
77  TA-LINE-COUNT                  PIC 9(02)   COMP.
77  TA-SEG-IDX                     PIC 9(02)   COMP.

*> Restart bookkeeping.  TA-ROW-KEY is the owner/item/grantee of the
*> last row read, the key a checkpoint records; rows up to
*> TA-IN-DOUBT-ROWS of a restarted run are the ones the stopped
*> attempt may already have applied.
77  TA-ROW-KEY                     PIC X(40)   VALUE SPACE.
77  TA-ROWS-SINCE-CHECKPOINT       PIC 9(05)   COMP    VALUE 0.
77  TA-IN-DOUBT-ROWS               PIC 9(05)   COMP    VALUE 0.
77  TA-SKIP-COUNT                  PIC 9(07)   COMP    VALUE 0.
77  TA-RUN-STATE                   PIC X(01).
77  TA-RUN-ATTEMPT                 PIC 9(03).
77  TA-RUN-START-DATE              PIC 9(08).
77  TA-RUN-START-TIME              PIC 9(08).

01  TA-RESTART-CARD.
    05  TA-RESTART-WORD            PIC X(07).
        88  TA-RESTART-REQUESTED               VALUE "RESTART".
    05  FILLER                     PIC X(73).

01  TA-SEG-TAG.
    05  FILLER                     PIC X(01)   VALUE "#".
    05  TA-SEG-TAG-NO              PIC 9(02).

*> The owner's message for a row: "Batch <op> of item <item>
*> <outcome>"; 2900 fills it from the counts the row moved.
77  TA-APPLIED-BEFORE              PIC 9(05)   COMP.
77  TA-REJECT-BEFORE               PIC 9(05)   COMP.

01  TA-MSG-TEXT.
    05  FILLER                     PIC X(06)   VALUE "Batch ".
    05  TA-MSG-OP                  PIC X(08).
    05  FILLER                     PIC X(09)   VALUE " of item ".
    05  TA-MSG-ITEM                PIC X(20).
    05  FILLER                     PIC X(01)   VALUE SPACE.
    05  TA-MSG-OUTCOME             PIC X(16).

01  TA-MSG-SHARE-TEXT.
    05  TA-MSG-SHARE-OWNER         PIC X(10).
    05  FILLER                     PIC X(08)   VALUE "'s item ".
    05  TA-MSG-SHARE-ITEM          PIC X(20).
    05  FILLER                     PIC X(22)
        VALUE " is shared with you".

01  TA-SHARE-DETAIL.
    05  TA-SHARE-DETAIL-ITEM       PIC X(20).
    05  TA-SHARE-DETAIL-WHOM       PIC X(10).
        88  TA-TX-END-OF-FILE                   VALUE "Y".
    05  TA-SF-EOF-SWITCH            PIC X(01)   VALUE "N".
        88  TA-SF-END-OF-FILE                   VALUE "Y".
    05  TA-CHECKPOINT-SWITCH        PIC X(01)   VALUE "N".
        88  TA-CHECKPOINTING                    VALUE "Y".
    05  TA-BR-FOUND-SWITCH          PIC X(01)   VALUE "N".
        88  TA-BR-FOUND                         VALUE "Y".
    05  TA-IN-DOUBT-SWITCH          PIC X(01)   VALUE "N".
        88  TA-ROW-IN-DOUBT                     VALUE "Y".
    05  TA-REDRIVE-SWITCH           PIC X(01)   VALUE "N".
        88  TA-ROW-REDRIVEN                     VALUE "Y".
    05  TA-KEEP-VALID-SWITCH        PIC X(01)   VALUE "N".
        88  TA-KEEP-VALID                       VALUE "Y".

    COPY CRYPWORK.

    COPY PARMWORK.

01  TA-COUNTS.
    05  TA-READ-COUNT               PIC 9(05)   COMP    VALUE 0.
    05  TA-APPLIED-COUNT            PIC 9(05)   COMP    VALUE 0.
    05  TA-REJECT-COUNT             PIC 9(05)   COMP    VALUE 0.
    05  TA-REDRIVE-COUNT            PIC 9(05)   COMP    VALUE 0.

*> The same totals as committed by the earlier attempts of a
*> restarted run (BR-TOTAL 1-4), zero on a fresh run.
01  TA-EARLIER-COUNTS.
    05  TA-EARLIER-READ             PIC 9(07)   VALUE 0.
    05  TA-EARLIER-APPLIED          PIC 9(07)   VALUE 0.
    05  TA-EARLIER-REJECTED         PIC 9(07)   VALUE 0.
    05  TA-EARLIER-REDRIVEN         PIC 9(07)   VALUE 0.

01  TA-TOTAL-LINE.
    05  TA-TL-LABEL                 PIC X(18).
    05  TA-TL-EARLIER               PIC Z(07)9.
    05  FILLER                      PIC X(02)   VALUE SPACE.
    05  TA-TL-THIS                  PIC Z(07)9.
    05  FILLER                      PIC X(02)   VALUE SPACE.
    05  TA-TL-TOTAL                 PIC Z(07)9.

    COPY AUDCWORK.

    COPY MSGWORK.

PROCEDURE DIVISION.

  DISPLAY "# STORAGE TRANSACTION APPLY               #"
  DISPLAY "###########################################"

  PERFORM 9900-LOAD-PARAMETERS THRU 9900-EXIT
  MOVE "ITEMQUOT" TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT
  MOVE "LINELIM"  TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT
  MOVE "CHKPTINT" TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT
  PERFORM 9870-LOAD-CIPHER-KEYS THRU 9870-EXIT
  IF SC-CURRENT-GEN = 0
    DISPLAY "NO CURRENT KEY ON CIPHKEYS - CANNOT APPLY."
    MOVE 12 TO RETURN-CODE
    GOBACK
  END-IF
  DISPLAY "CIPHER KEY GENERATION " SC-CURRENT-GEN
  ACCEPT TA-TODAY-DATE FROM DATE YYYYMMDD
  PERFORM 1500-GET-RESTART-CARD THRU 1500-EXIT
  PERFORM 1000-OPEN-FILES THRU 1000-EXIT
  IF NOT TA-TX-END-OF-FILE
    PERFORM 1600-ESTABLISH-RUN THRU 1600-EXIT
  END-IF
  PERFORM 2000-APPLY-NEXT-TRAN THRU 2000-EXIT
    UNTIL TA-TX-END-OF-FILE
  IF TA-CHECKPOINTING
    PERFORM 7100-END-RUN THRU 7100-EXIT
  END-IF
  PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
  PERFORM 9000-CLOSE-FILES THRU 9000-EXIT

  IF RETURN-CODE < 4
     AND (TA-REJECT-COUNT > 0 OR TA-EARLIER-REJECTED > 0)
    MOVE 4 TO RETURN-CODE
  END-IF
  GOBACK.
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
  END-IF

  OPEN I-O MESSAGE-FILE
  IF MG-FILE-STATUS = "35" OR MG-FILE-STATUS = "05"
    CLOSE MESSAGE-FILE
    OPEN OUTPUT MESSAGE-FILE
    CLOSE MESSAGE-FILE
    OPEN I-O MESSAGE-FILE
  END-IF.
1000-EXIT.
  EXIT.

1500-GET-RESTART-CARD.
*> One optional card: RESTART resumes an unfinished run after its
*> last checkpoint.  Anything else - or no card at all - is a
*> fresh run from the top of STORTRAN.
  MOVE SPACE TO TA-RESTART-CARD
  ACCEPT TA-RESTART-CARD
  IF TA-RESTART-REQUESTED
    DISPLAY "RESTART REQUESTED"
  END-IF.
1500-EXIT.
  EXIT.

1600-ESTABLISH-RUN.
*> Squares the restart card with this program's BATCHRST record: a
*> fresh run over an unfinished one, or a restart with nothing to
*> resume, stops here with RC=12 before anything is applied.
  MOVE "N" TO TA-BR-FOUND-SWITCH
  MOVE "STORAPPL" TO BR-PROGRAM
  READ BATCH-RESTART-FILE
    INVALID KEY
      MOVE SPACE TO BR-RUN-STATE
    NOT INVALID KEY
      MOVE "Y" TO TA-BR-FOUND-SWITCH
  END-READ

  IF TA-RESTART-REQUESTED
    IF NOT TA-BR-FOUND OR NOT BR-RUN-OPEN
      DISPLAY "NO UNFINISHED RUN ON BATCHRST - NOTHING TO RESTART."
      MOVE 12 TO RETURN-CODE
      MOVE "Y" TO TA-TX-EOF-SWITCH
      GO TO 1600-EXIT
    END-IF
    PERFORM 1700-RESUME-RUN THRU 1700-EXIT
    GO TO 1600-EXIT
  END-IF

  IF TA-BR-FOUND AND BR-RUN-OPEN
    DISPLAY "PREVIOUS RUN STOPPED AFTER ROW " BR-ROWS-COMMITTED
            " - RESUBMIT WITH A RESTART CARD."
    MOVE 12 TO RETURN-CODE
    MOVE "Y" TO TA-TX-EOF-SWITCH
    GO TO 1600-EXIT
  END-IF

  MOVE "O" TO TA-RUN-STATE
  MOVE 1   TO TA-RUN-ATTEMPT
  ACCEPT TA-RUN-START-DATE FROM DATE YYYYMMDD
  ACCEPT TA-RUN-START-TIME FROM TIME
  PERFORM 7050-BUILD-RESTART-RECORD THRU 7050-EXIT
  IF TA-BR-FOUND
    REWRITE BR-RECORD
  ELSE
    WRITE BR-RECORD
  END-IF
  IF BR-FILE-STATUS NOT = "00"
    DISPLAY "CANNOT RECORD THE RUN ON BATCHRST - STATUS "
            BR-FILE-STATUS
    MOVE 12 TO RETURN-CODE
    MOVE "Y" TO TA-TX-EOF-SWITCH
    GO TO 1600-EXIT
  END-IF
  MOVE "Y" TO TA-CHECKPOINT-SWITCH.
1600-EXIT.
  EXIT.

1700-RESUME-RUN.
  COMPUTE TA-RUN-ATTEMPT = BR-ATTEMPT-NO + 1
  DISPLAY "ATTEMPT " TA-RUN-ATTEMPT " RESUMES AFTER ROW "
          BR-ROWS-COMMITTED " (CHECKPOINT " BR-CHECKPOINT-DATE
          " " BR-CHECKPOINT-TIME ")"

  PERFORM 1750-SKIP-COMMITTED-ROW THRU 1750-EXIT
    UNTIL TA-SKIP-COUNT >= BR-ROWS-COMMITTED
       OR TA-TX-END-OF-FILE
  IF TA-SKIP-COUNT < BR-ROWS-COMMITTED
    DISPLAY "STORTRAN HOLDS ONLY " TA-SKIP-COUNT " ROWS - NOT THE"
            " INPUT THE CHECKPOINT WAS TAKEN ON."
    MOVE 12 TO RETURN-CODE
    MOVE "Y" TO TA-TX-EOF-SWITCH
    GO TO 1700-EXIT
  END-IF
  IF TA-ROW-KEY NOT = BR-LAST-KEY
    DISPLAY "ROW " TA-SKIP-COUNT " IS " TA-ROW-KEY
    DISPLAY "CHECKPOINT NAMES " BR-LAST-KEY
    DISPLAY "STORTRAN IS NOT THE INPUT THE CHECKPOINT WAS TAKEN ON."
    MOVE 12 TO RETURN-CODE
    MOVE "Y" TO TA-TX-EOF-SWITCH
    GO TO 1700-EXIT
  END-IF

*> The record area is untouched since the READ in 1600.
  MOVE BR-TOTAL (1)      TO TA-EARLIER-READ
  MOVE BR-TOTAL (2)      TO TA-EARLIER-APPLIED
  MOVE BR-TOTAL (3)      TO TA-EARLIER-REJECTED
  MOVE BR-TOTAL (4)      TO TA-EARLIER-REDRIVEN
  MOVE BR-INTERVAL       TO TA-IN-DOUBT-ROWS
  MOVE BR-STARTED-DATE   TO TA-RUN-START-DATE
  MOVE BR-STARTED-TIME   TO TA-RUN-START-TIME
  MOVE "O" TO TA-RUN-STATE
  PERFORM 7050-BUILD-RESTART-RECORD THRU 7050-EXIT
  REWRITE BR-RECORD
  IF BR-FILE-STATUS NOT = "00"
    DISPLAY "CANNOT RECORD THE RESTART ON BATCHRST - STATUS "
            BR-FILE-STATUS
    MOVE 12 TO RETURN-CODE
    MOVE "Y" TO TA-TX-EOF-SWITCH
    GO TO 1700-EXIT
  END-IF
  MOVE "Y" TO TA-CHECKPOINT-SWITCH.
1700-EXIT.
  EXIT.

1750-SKIP-COMMITTED-ROW.
  READ TRANSACTION-FILE
    AT END
      MOVE "Y" TO TA-TX-EOF-SWITCH
      GO TO 1750-EXIT
  END-READ
  ADD 1 TO TA-SKIP-COUNT
  MOVE TX-RECORD (2:40) TO TA-ROW-KEY.
1750-EXIT.
  EXIT.

2000-APPLY-NEXT-TRAN.
*> Every row before this one is finished, so this is where an
*> interval's worth of them is committed.
  IF TA-CHECKPOINTING
     AND TA-ROWS-SINCE-CHECKPOINT >= PM-CHECKPOINT-INTERVAL
    PERFORM 7000-TAKE-CHECKPOINT THRU 7000-EXIT
  END-IF
  READ TRANSACTION-FILE
    AT END
      MOVE "Y" TO TA-TX-EOF-SWITCH
      GO TO 2000-EXIT
  END-READ
  ADD 1 TO TA-READ-COUNT
  ADD 1 TO TA-ROWS-SINCE-CHECKPOINT
  MOVE TX-RECORD (2:40) TO TA-ROW-KEY
  MOVE "N" TO TA-REDRIVE-SWITCH
  IF TA-READ-COUNT <= TA-IN-DOUBT-ROWS
    MOVE "Y" TO TA-IN-DOUBT-SWITCH
  ELSE
    MOVE "N" TO TA-IN-DOUBT-SWITCH
  END-IF

  IF TX-OWNER = SPACE
    ADD 1 TO TA-REJECT-COUNT
      DISPLAY "REJECTED " TX-OWNER " " TX-ITEM " - NO SUCH OWNER"
      GO TO 2000-EXIT
  END-READ
  MOVE TA-APPLIED-COUNT TO TA-APPLIED-BEFORE
  MOVE TA-REJECT-COUNT  TO TA-REJECT-BEFORE
  IF UM-VIP NOT = 1
    ADD 1 TO TA-REJECT-COUNT
    DISPLAY "REJECTED " TX-OWNER " " TX-ITEM " - OWNER NOT VIP"
    PERFORM 2900-TELL-OWNER THRU 2900-EXIT
    GO TO 2000-EXIT
  END-IF
  IF UM-ITEM-QUOTA NUMERIC AND UM-ITEM-QUOTA > 0
    MOVE UM-ITEM-QUOTA TO TA-QUOTA
  ELSE
    MOVE PM-ITEM-QUOTA TO TA-QUOTA
  END-IF

  PERFORM 9575-STAMP-SF-ACTION THRU 9575-EXIT
      PERFORM 5000-APPLY-DELETE THRU 5000-EXIT
    WHEN TX-OP-SHARE
      PERFORM 6000-APPLY-SHARE THRU 6000-EXIT
  END-EVALUATE
  PERFORM 2900-TELL-OWNER THRU 2900-EXIT.
2000-EXIT.
  EXIT.

2900-TELL-OWNER.
*> One message to the owner per row that was applied or rejected
*> under their name.  A row found already applied before a restart
*> moved neither count - its message went out on the earlier
*> attempt.
  IF TA-APPLIED-COUNT > TA-APPLIED-BEFORE
    MOVE "was applied"  TO TA-MSG-OUTCOME
  ELSE
    IF TA-REJECT-COUNT > TA-REJECT-BEFORE
      MOVE "was rejected" TO TA-MSG-OUTCOME
    ELSE
      GO TO 2900-EXIT
    END-IF
  END-IF
  EVALUATE TRUE
    WHEN TX-OP-ADD
      MOVE "add"      TO TA-MSG-OP
    WHEN TX-OP-REPLACE
      MOVE "replace"  TO TA-MSG-OP
    WHEN TX-OP-DELETE
      MOVE "delete"   TO TA-MSG-OP
    WHEN TX-OP-SHARE
      MOVE "share"    TO TA-MSG-OP
  END-EVALUATE
  MOVE TX-ITEM      TO TA-MSG-ITEM
  MOVE SPACE        TO MG-RECORD
  MOVE TX-OWNER     TO MG-RECIPIENT
  MOVE "STORAPPL"   TO MG-SENDER
  IF TA-APPLIED-COUNT > TA-APPLIED-BEFORE
    MOVE "APPLIED"  TO MG-SUBJECT
  ELSE
    MOVE "REJECTED" TO MG-SUBJECT
  END-IF
  MOVE TA-MSG-TEXT  TO MG-TEXT
  PERFORM 9950-SEND-MESSAGE THRU 9950-EXIT.
2900-EXIT.
  EXIT.

3000-APPLY-ADD.
*> Checked ahead of the quota, which the stopped attempt's own add
*> would otherwise use up.
  IF TA-ROW-IN-DOUBT
    PERFORM 3050-CHECK-ALREADY-ADDED THRU 3050-EXIT
    IF TA-ROW-REDRIVEN
      GO TO 3000-EXIT
    END-IF
  END-IF

  PERFORM 3100-COUNT-OWN-ITEMS THRU 3100-EXIT
  IF TA-OWN-ITEM-COUNT >= TA-QUOTA
    ADD 1 TO TA-REJECT-COUNT
  END-IF

  PERFORM 3200-COUNT-CONTENT-LINES THRU 3200-EXIT
  IF TA-LINE-COUNT > PM-LINE-LIMIT
    ADD 1 TO TA-REJECT-COUNT
    DISPLAY "REJECTED " TX-OWNER " " TX-ITEM " - MORE THAN "
            PM-LINE-LIMIT " LINES"
    GO TO 3000-EXIT
  END-IF
  MOVE 0 TO TA-KEEP-UNTIL
  PERFORM 3400-CHECK-KEEP-UNTIL THRU 3400-EXIT
  IF NOT TA-KEEP-VALID
    GO TO 3000-EXIT
  END-IF
  MOVE TX-OWNER TO SF-OWNER-LOGIN
  MOVE TX-ITEM  TO SF-ITEM-NAME
  MOVE SPACE    TO SF-GRANTEE-LOGIN
  MOVE TX-CONTENT-LINE (1) TO SC-TEXT
  PERFORM 9800-ENCIPHER-CONTENTS THRU 9800-EXIT
  MOVE SC-TEXT  TO SF-CONTENTS
  MOVE SC-KEY-GEN TO SF-KEY-GEN
  MOVE TA-KEEP-UNTIL TO SF-KEEP-UNTIL
  WRITE SF-RECORD
    INVALID KEY
      ADD 1 TO TA-REJECT-COUNT
3000-EXIT.
  EXIT.

3050-CHECK-ALREADY-ADDED.
*> An item already on file under this name with exactly this row's
*> first line is the stopped attempt's add: its segments may be
*> short, so they are rebuilt from the row.  Anything else falls
*> through to the ordinary add and its duplicate reject.
  MOVE TX-OWNER TO SF-OWNER-LOGIN
  MOVE TX-ITEM  TO SF-ITEM-NAME
  MOVE SPACE    TO SF-GRANTEE-LOGIN
  READ STORAGE-FILE
    INVALID KEY
      GO TO 3050-EXIT
  END-READ
  MOVE SF-CONTENTS TO SC-TEXT
  MOVE SF-KEY-GEN  TO SC-KEY-GEN
  PERFORM 9820-DECIPHER-CONTENTS THRU 9820-EXIT
  IF SC-KEY-MISSING OR SC-TEXT NOT = TX-CONTENT-LINE (1)
    GO TO 3050-EXIT
  END-IF
  PERFORM 3200-COUNT-CONTENT-LINES THRU 3200-EXIT
  PERFORM 4100-DELETE-SEGMENTS THRU 4100-EXIT
  PERFORM 3300-WRITE-SEGMENTS THRU 3300-EXIT
  PERFORM 3900-COUNT-REDRIVEN THRU 3900-EXIT.
3050-EXIT.
  EXIT.

3100-COUNT-OWN-ITEMS.
  MOVE 0 TO TA-OWN-ITEM-COUNT
  MOVE "N" TO TA-SF-EOF-SWITCH
  MOVE TX-CONTENT-LINE (TA-SEG-IDX + 1) TO SC-TEXT
  PERFORM 9800-ENCIPHER-CONTENTS THRU 9800-EXIT
  MOVE SC-TEXT     TO SF-CONTENTS
  MOVE SC-KEY-GEN  TO SF-KEY-GEN
  MOVE 0           TO SF-KEEP-UNTIL
  WRITE SF-RECORD
    INVALID KEY
      DISPLAY "COULD NOT STORE SEGMENT " TA-SEG-TAG-NO " OF "
3350-EXIT.
  EXIT.

3400-CHECK-KEEP-UNTIL.
*> The row's KEEP-UNTIL under the online 5430 rules.  The caller
*> loads TA-KEEP-UNTIL with the date in force (zero on an add); a
*> blank column leaves it, 00000000 clears it, and anything else
*> must be a real date after the run date or the row is rejected.
  MOVE "N" TO TA-KEEP-VALID-SWITCH
  IF TX-KEEP-UNTIL = SPACE
    MOVE "Y" TO TA-KEEP-VALID-SWITCH
    GO TO 3400-EXIT
  END-IF
  IF TX-KEEP-UNTIL = "00000000"
    MOVE 0   TO TA-KEEP-UNTIL
    MOVE "Y" TO TA-KEEP-VALID-SWITCH
    GO TO 3400-EXIT
  END-IF
  IF TX-KEEP-UNTIL NOT NUMERIC
    ADD 1 TO TA-REJECT-COUNT
    DISPLAY "REJECTED " TX-OWNER " " TX-ITEM " - KEEP-UNTIL '"
            TX-KEEP-UNTIL "' NOT YYYYMMDD"
    GO TO 3400-EXIT
  END-IF
  IF FUNCTION TEST-DATE-YYYYMMDD (TX-KEEP-UNTIL-DATE) NOT = 0
    ADD 1 TO TA-REJECT-COUNT
    DISPLAY "REJECTED " TX-OWNER " " TX-ITEM " - KEEP-UNTIL '"
            TX-KEEP-UNTIL "' NOT YYYYMMDD"
    GO TO 3400-EXIT
  END-IF
  IF TX-KEEP-UNTIL-DATE NOT > TA-TODAY-DATE
    ADD 1 TO TA-REJECT-COUNT
    DISPLAY "REJECTED " TX-OWNER " " TX-ITEM " - KEEP-UNTIL "
            TX-KEEP-UNTIL " NOT AFTER TODAY"
    GO TO 3400-EXIT
  END-IF
  MOVE TX-KEEP-UNTIL-DATE TO TA-KEEP-UNTIL
  MOVE "Y" TO TA-KEEP-VALID-SWITCH.
3400-EXIT.
  EXIT.

3900-COUNT-REDRIVEN.
*> An in-doubt row found already applied: not a reject, and audited
*> as REDRIVEN so the activity report does not count the change
*> twice.
  MOVE "Y" TO TA-REDRIVE-SWITCH
  ADD 1 TO TA-REDRIVE-COUNT
  DISPLAY "ALREADY  " TX-OP "       " TX-OWNER " " TX-ITEM
          " - APPLIED BEFORE THE RESTART"
  MOVE TX-OWNER   TO AL-LOGIN
  MOVE "STORAGE"  TO AL-PARAGRAPH
  MOVE "REDRIVEN" TO AL-OUTCOME
  MOVE TX-ITEM    TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT.
3900-EXIT.
  EXIT.

4000-APPLY-REPLACE.
  MOVE TX-OWNER TO SF-OWNER-LOGIN
  MOVE TX-ITEM  TO SF-ITEM-NAME
  END-READ
  MOVE SF-RECORD TO TA-SF-SAVED-RECORD
  PERFORM 3200-COUNT-CONTENT-LINES THRU 3200-EXIT
  IF TA-LINE-COUNT > PM-LINE-LIMIT
    ADD 1 TO TA-REJECT-COUNT
    DISPLAY "REJECTED " TX-OWNER " " TX-ITEM " - MORE THAN "
            PM-LINE-LIMIT " LINES"
    GO TO 4000-EXIT
  END-IF
  MOVE SF-KEEP-UNTIL TO TA-KEEP-UNTIL
  IF TA-KEEP-UNTIL NOT NUMERIC
    MOVE 0 TO TA-KEEP-UNTIL
  END-IF
  PERFORM 3400-CHECK-KEEP-UNTIL THRU 3400-EXIT
  IF NOT TA-KEEP-VALID
    GO TO 4000-EXIT
  END-IF
  MOVE TX-CONTENT-LINE (1) TO SC-TEXT
  PERFORM 9800-ENCIPHER-CONTENTS THRU 9800-EXIT
  MOVE SC-TEXT   TO SF-CONTENTS
  MOVE SC-KEY-GEN TO SF-KEY-GEN
  MOVE TA-KEEP-UNTIL TO SF-KEEP-UNTIL
  REWRITE SF-RECORD
    INVALID KEY
      ADD 1 TO TA-REJECT-COUNT
  MOVE SPACE    TO SF-GRANTEE-LOGIN
  READ STORAGE-FILE
    INVALID KEY
      IF TA-ROW-IN-DOUBT
*> The stopped attempt took the item; finish off anything it left.
        PERFORM 4100-DELETE-SEGMENTS THRU 4100-EXIT
        PERFORM 5100-DELETE-SHARES THRU 5100-EXIT
        PERFORM 3900-COUNT-REDRIVEN THRU 3900-EXIT
        GO TO 5000-EXIT
      END-IF
      ADD 1 TO TA-REJECT-COUNT
      DISPLAY "REJECTED " TX-OWNER " " TX-ITEM " - NO SUCH ITEM"
      GO TO 5000-EXIT
  MOVE TX-GRANTEE TO SF-GRANTEE-LOGIN
  MOVE "S"        TO SF-REC-TYPE
  MOVE SPACE      TO SF-CONTENTS
  MOVE 0          TO SF-KEY-GEN
  MOVE 0          TO SF-KEEP-UNTIL
  WRITE SF-RECORD
    INVALID KEY
      IF TA-ROW-IN-DOUBT
        PERFORM 3900-COUNT-REDRIVEN THRU 3900-EXIT
        GO TO 6000-EXIT
      END-IF
      ADD 1 TO TA-REJECT-COUNT
      DISPLAY "REJECTED " TX-OWNER " " TX-ITEM " - ALREADY"
              " SHARED WITH " TX-GRANTEE
  MOVE TX-ITEM    TO TA-SHARE-DETAIL-ITEM
  MOVE TX-GRANTEE TO TA-SHARE-DETAIL-WHOM
  MOVE TA-SHARE-DETAIL TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
  MOVE SPACE      TO MG-RECORD
  MOVE TX-GRANTEE TO MG-RECIPIENT
  MOVE "STORAPPL" TO MG-SENDER
  MOVE "SHARED"   TO MG-SUBJECT
  MOVE TX-OWNER   TO TA-MSG-SHARE-OWNER
  MOVE TX-ITEM    TO TA-MSG-SHARE-ITEM
  MOVE TA-MSG-SHARE-TEXT TO MG-TEXT
  PERFORM 9950-SEND-MESSAGE THRU 9950-EXIT.
6000-EXIT.
  EXIT.

7000-TAKE-CHECKPOINT.
  PERFORM 7050-BUILD-RESTART-RECORD THRU 7050-EXIT
  REWRITE BR-RECORD
  IF BR-FILE-STATUS = "00"
    DISPLAY "CHECKPOINT AT ROW " BR-ROWS-COMMITTED
  ELSE
    DISPLAY "CHECKPOINT AT ROW " BR-ROWS-COMMITTED
            " NOT RECORDED - STATUS " BR-FILE-STATUS
  END-IF
  MOVE 0 TO TA-ROWS-SINCE-CHECKPOINT.
7000-EXIT.
  EXIT.

7050-BUILD-RESTART-RECORD.
*> The whole record is rebuilt from working storage each time, so
*> nothing depends on the record area surviving the last REWRITE.
*> BR-TOTAL 1-4: rows read, applied, rejected, already applied.
  MOVE "STORAPPL"            TO BR-PROGRAM
  MOVE TA-RUN-STATE          TO BR-RUN-STATE
  MOVE TA-RUN-ATTEMPT        TO BR-ATTEMPT-NO
*> BR-INTERVAL is how many rows past the commit point a stopped run
*> may already have applied: this run's interval, or what is left of
*> an earlier attempt's wider window if that is more.
  MOVE PM-CHECKPOINT-INTERVAL TO BR-INTERVAL
  IF TA-IN-DOUBT-ROWS > TA-READ-COUNT + PM-CHECKPOINT-INTERVAL
    COMPUTE BR-INTERVAL = TA-IN-DOUBT-ROWS - TA-READ-COUNT
  END-IF
  COMPUTE BR-ROWS-COMMITTED = TA-EARLIER-READ + TA-READ-COUNT
  MOVE TA-ROW-KEY            TO BR-LAST-KEY
  MOVE ZERO                  TO BR-TOTALS
  COMPUTE BR-TOTAL (1) = TA-EARLIER-READ + TA-READ-COUNT
  COMPUTE BR-TOTAL (2) = TA-EARLIER-APPLIED + TA-APPLIED-COUNT
  COMPUTE BR-TOTAL (3) = TA-EARLIER-REJECTED + TA-REJECT-COUNT
  COMPUTE BR-TOTAL (4) = TA-EARLIER-REDRIVEN + TA-REDRIVE-COUNT
  MOVE TA-RUN-START-DATE     TO BR-STARTED-DATE
  MOVE TA-RUN-START-TIME     TO BR-STARTED-TIME
  ACCEPT BR-CHECKPOINT-DATE FROM DATE YYYYMMDD
  ACCEPT BR-CHECKPOINT-TIME FROM TIME.
7050-EXIT.
  EXIT.

7100-END-RUN.
*> The input is exhausted: the final checkpoint closes the record,
*> so the next run starts fresh.
  MOVE "E" TO TA-RUN-STATE
  PERFORM 7000-TAKE-CHECKPOINT THRU 7000-EXIT
  DISPLAY "RUN COMPLETE - BATCHRST CLOSED AFTER ATTEMPT "
          TA-RUN-ATTEMPT.
7100-EXIT.
  EXIT.

8000-PRINT-TOTALS.
  DISPLAY " "
  DISPLAY "CONTROL TOTALS         EARLIER  THIS RUN     TOTAL"
  MOVE "ROWS READ ....... " TO TA-TL-LABEL
  MOVE TA-EARLIER-READ     TO TA-TL-EARLIER
  MOVE TA-READ-COUNT       TO TA-TL-THIS
  COMPUTE TA-TL-TOTAL = TA-EARLIER-READ + TA-READ-COUNT
  DISPLAY TA-TOTAL-LINE
  MOVE "APPLIED ......... " TO TA-TL-LABEL
  MOVE TA-EARLIER-APPLIED  TO TA-TL-EARLIER
  MOVE TA-APPLIED-COUNT    TO TA-TL-THIS
  COMPUTE TA-TL-TOTAL = TA-EARLIER-APPLIED + TA-APPLIED-COUNT
  DISPLAY TA-TOTAL-LINE
  MOVE "ALREADY APPLIED . " TO TA-TL-LABEL
  MOVE TA-EARLIER-REDRIVEN TO TA-TL-EARLIER
  MOVE TA-REDRIVE-COUNT    TO TA-TL-THIS
  COMPUTE TA-TL-TOTAL = TA-EARLIER-REDRIVEN + TA-REDRIVE-COUNT
  DISPLAY TA-TOTAL-LINE
  MOVE "REJECTED ........ " TO TA-TL-LABEL
  MOVE TA-EARLIER-REJECTED TO TA-TL-EARLIER
  MOVE TA-REJECT-COUNT     TO TA-TL-THIS
  COMPUTE TA-TL-TOTAL = TA-EARLIER-REJECTED + TA-REJECT-COUNT
  DISPLAY TA-TOTAL-LINE
  COMPUTE TA-TL-TOTAL = TA-SKIP-COUNT + TA-READ-COUNT
  DISPLAY "ROWS ON INPUT ..................... " TA-TL-TOTAL

*> Each attempt's rows must be accounted for by its own outcomes,
*> and the rows skipped on a restart must be exactly the rows the
*> earlier attempts committed.
  IF TA-READ-COUNT NOT =
     TA-APPLIED-COUNT + TA-REJECT-COUNT + TA-REDRIVE-COUNT
     OR TA-EARLIER-READ NOT = TA-EARLIER-APPLIED
        + TA-EARLIER-REJECTED + TA-EARLIER-REDRIVEN
     OR TA-SKIP-COUNT NOT = TA-EARLIER-READ
    DISPLAY "TOTALS DO NOT TIE BACK TO THE INPUT - INVESTIGATE."
  END-IF.
8000-EXIT.
  CLOSE USER-MASTER-FILE
  CLOSE STORAGE-FILE
  CLOSE AUDIT-LOG-FILE
  CLOSE AUDIT-CONTROL-FILE
  CLOSE STORAGE-JOURNAL-FILE
  CLOSE BATCH-RESTART-FILE
  CLOSE MESSAGE-FILE.
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

  EXIT.

    COPY STORCRYP.

    COPY PARMLOAD.

    COPY AUDCHAIN.

    COPY MSGSEND.
