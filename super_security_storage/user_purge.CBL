*>   carries a disposition for the leaver's storage items: transfer
*>   them to a named manager's login, write them to the STORARC
*>   archive dataset before the purge, or purge outright.  A
*>   delete also removes any VIPREQ request row, any OPERAUTH
*>   operator authority, any SESSFILE session row and any MSGFILE
*>   messages the leaver had; the manager gets a message for each
*>   item transferred.  Every master change is journaled to UMJRNL
*>   and every storage change to STORJRNL, and every action lands
*>   in the audit log.  Prints an accept/reject report with a
*>   reason per rejected row and control totals that tie back to
*>   the input, USERLOAD-style; any reject ends RC=4 so the rejects
*>   go back to HR.
*>
*>   LVRFEED row layout:
*>     LOGIN        X(10)  account to offboard
*>     DISPOSITION  X(01)  on "K": "T" transfer / "A" archive /
*>                         space purge outright
*>     MANAGER      X(10)  receiving login when DISPOSITION "T"
*>
*>   Checkpoint/restart works as in STORAPPL: every CHKPTINT rows
*>   (PARMFILE) the run commits its position and totals to its
*>   BATCHRST record, an unfinished run must be resumed with a
*>   RESTART card, and the report splits the earlier attempts'
*>   totals from this run's.  For the rows after the checkpoint -
*>   the ones the stopped attempt may have been part-way through - a
*>   delete whose login is already gone counts ALREADY APPLIED, and
*>   a transfer treats the manager's identical copies as its own
*>   earlier work instead of a name clash, so the leaver's items are
*>   transferred and purged in full.  An archive row re-driven this
*>   way may leave a second copy of an item on STORARC.
*> ------------------------------------------------------------------
*> MODIFICATION HISTORY.
*>   2019-06-30  DK   Original version.
*>                    the leaver's VIPREQ row, so RECONCIL does
*>                    not report an orphaned request the next
*>                    night.
*>   2019-07-08  DK   A delete also removes the leaver's OPERAUTH
*>                    row (audited AUTHDEL), so a departed
*>                    operator's VIP-ADMIN authority cannot pass to
*>                    a later account of the same name.
*>   2019-07-12  DK   Audit rows numbered and chained through the
*>                    shared AUDITCTL control record (AUDCHAIN),
*>                    the same as the online writer.
*>   2019-07-14  DK   Checkpoint/restart through BATCHRST and a
*>                    RESTART card; earlier-attempt and this-run
*>                    control totals reported separately.  Reads
*>                    PARMFILE for the checkpoint interval.
*>   2019-07-16  DK   STORARC rows and the saved STORFILE image
*>                    follow STORREC to 103 bytes (SF-KEY-GEN), so
*>                    an archived item keeps its key generation.
*>   2019-07-18  DK   STORARC rows and the saved image follow STORREC
*>                    to 111 bytes (SF-KEEP-UNTIL); a transferred
*>                    item keeps its keep-until date.
*>   2019-07-26  DK   The manager is told of each item transferred
*>                    to them through their MSGFILE inbox (MSGSEND);
*>                    a delete drops the leaver's own messages, as
*>                    the online delete does.
*>   2019-07-29  DK   A delete also removes the leaver's SESSFILE
*>                    row, as the online delete does, so a session
*>                    still signed on ends at its next input and a
*>                    later account of the same name does not meet
*>                    a stale row.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. USERPURG.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AL-FILE-STATUS.

    SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDITCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AK-KEY
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS AK-FILE-STATUS.

    SELECT USER-JOURNAL-FILE ASSIGN TO "UMJRNL"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS VR-LOGIN
        FILE STATUS IS VR-FILE-STATUS.

    SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OA-LOGIN
        FILE STATUS IS OA-FILE-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-KEY
        FILE STATUS IS PR-FILE-STATUS.

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

    SELECT ACTIVE-SESSION-FILE ASSIGN TO "SESSFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SN-LOGIN
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS SN-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  LEAVER-FEED-FILE.
FD  AUDIT-LOG-FILE.
    COPY AUDITREC.

FD  AUDIT-CONTROL-FILE.
    COPY AUDCTREC.

FD  USER-JOURNAL-FILE.
    COPY JRNLREC.

    COPY SJRNLREC.

FD  STORAGE-ARCHIVE-FILE.
01  SA-RECORD                      PIC X(111).

FD  VIP-REQUEST-FILE.
    COPY VIPRQREC.

FD  OPERATOR-AUTH-FILE.
    COPY OPERREC.

FD  PARAMETER-FILE.
    COPY PARMREC.

FD  BATCH-RESTART-FILE.
    COPY BRSTREC.

FD  MESSAGE-FILE.
    COPY MSGREC.

FD  ACTIVE-SESSION-FILE.
    COPY SESSREC.

WORKING-STORAGE SECTION.
77  LV-FILE-STATUS                 PIC X(02).
77  UM-FILE-STATUS                 PIC X(02).
77  SF-FILE-STATUS                 PIC X(02).
77  RS-FILE-STATUS                 PIC X(02).
77  AL-FILE-STATUS                 PIC X(02).
77  AK-FILE-STATUS                 PIC X(02).
77  JN-FILE-STATUS                 PIC X(02).
77  SJ-FILE-STATUS                 PIC X(02).
77  SA-FILE-STATUS                 PIC X(02).
77  VR-FILE-STATUS                 PIC X(02).
77  OA-FILE-STATUS                 PIC X(02).
77  PR-FILE-STATUS                 PIC X(02).
77  BR-FILE-STATUS                 PIC X(02).
77  MG-FILE-STATUS                 PIC X(02).
77  SN-FILE-STATUS                 PIC X(02).

*> Before-images for the journals, as in the online program.
77  UP-UM-SAVED-RECORD             PIC X(153).
77  UP-SF-SAVED-RECORD             PIC X(111).
77  UP-SF-ACTION-DATE              PIC 9(08).
77  UP-SF-ACTION-TIME              PIC 9(08).

77  UP-LEAVER                      PIC X(10).
77  UP-MANAGER                     PIC X(10).

*> Restart bookkeeping, as in STORAPPL.  UP-ROW-KEY is the last
*> leaver row read, the key a checkpoint records.
77  UP-ROW-KEY                     PIC X(40)   VALUE SPACE.
77  UP-ROWS-SINCE-CHECKPOINT       PIC 9(05)   COMP    VALUE 0.
77  UP-IN-DOUBT-ROWS               PIC 9(05)   COMP    VALUE 0.
77  UP-SKIP-COUNT                  PIC 9(07)   COMP    VALUE 0.
77  UP-RUN-STATE                   PIC X(01).
77  UP-RUN-ATTEMPT                 PIC 9(03).
77  UP-RUN-START-DATE              PIC 9(08).
77  UP-RUN-START-TIME              PIC 9(08).

01  UP-RESTART-CARD.
    05  UP-RESTART-WORD            PIC X(07).
        88  UP-RESTART-REQUESTED               VALUE "RESTART".
    05  FILLER                     PIC X(73).

01  UP-SWITCHES.
    05  UP-LV-EOF-SWITCH            PIC X(01)   VALUE "N".
        88  UP-LV-END-OF-FILE                   VALUE "Y".
        88  UP-TRANSFER-CLASH                   VALUE "Y".
    05  UP-ARCHIVE-OPEN-SWITCH      PIC X(01)   VALUE "N".
        88  UP-ARCHIVE-OPEN                     VALUE "Y".
    05  UP-CHECKPOINT-SWITCH        PIC X(01)   VALUE "N".
        88  UP-CHECKPOINTING                    VALUE "Y".
    05  UP-BR-FOUND-SWITCH          PIC X(01)   VALUE "N".
        88  UP-BR-FOUND                         VALUE "Y".
    05  UP-IN-DOUBT-SWITCH          PIC X(01)   VALUE "N".
        88  UP-ROW-IN-DOUBT                     VALUE "Y".
    05  UP-MG-EOF-SWITCH            PIC X(01)   VALUE "N".
        88  UP-MG-END-OF-FILE                   VALUE "Y".

*> The manager's message for each item transferred to them.
01  UP-MSG-ITEM-TEXT.
    05  UP-MSG-ITEM-OWNER           PIC X(10).
    05  FILLER                      PIC X(08)   VALUE "'s item ".
    05  UP-MSG-ITEM-NAME            PIC X(20).
    05  FILLER                      PIC X(22)
        VALUE " is transferred to you".

01  UP-COUNTS.
    05  UP-READ-COUNT               PIC 9(05)   COMP    VALUE 0.
    05  UP-REJECT-COUNT             PIC 9(05)   COMP    VALUE 0.
    05  UP-XFER-COUNT               PIC 9(05)   COMP    VALUE 0.
    05  UP-ARCH-COUNT               PIC 9(05)   COMP    VALUE 0.
    05  UP-REDRIVE-COUNT            PIC 9(05)   COMP    VALUE 0.

*> The same totals as committed by the earlier attempts of a
*> restarted run (BR-TOTAL 1-7), zero on a fresh run.
01  UP-EARLIER-COUNTS.
    05  UP-EARLIER-READ             PIC 9(07)   VALUE 0.
    05  UP-EARLIER-DISABLED         PIC 9(07)   VALUE 0.
    05  UP-EARLIER-DELETED          PIC 9(07)   VALUE 0.
    05  UP-EARLIER-REJECTED         PIC 9(07)   VALUE 0.
    05  UP-EARLIER-MOVED            PIC 9(07)   VALUE 0.
    05  UP-EARLIER-ARCHIVED         PIC 9(07)   VALUE 0.
    05  UP-EARLIER-REDRIVEN         PIC 9(07)   VALUE 0.

01  UP-TOTAL-LINE.
    05  UP-TL-LABEL                 PIC X(18).
    05  UP-TL-EARLIER               PIC Z(07)9.
    05  FILLER                      PIC X(02)   VALUE SPACE.
    05  UP-TL-THIS                  PIC Z(07)9.
    05  FILLER                      PIC X(02)   VALUE SPACE.
    05  UP-TL-TOTAL                 PIC Z(07)9.

    COPY PARMWORK.

    COPY AUDCWORK.

    COPY MSGWORK.

PROCEDURE DIVISION.

  DISPLAY "# OFFBOARDING - HR LEAVER FEED            #"
  DISPLAY "###########################################"

  PERFORM 9900-LOAD-PARAMETERS THRU 9900-EXIT
  MOVE "CHKPTINT" TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT
  PERFORM 1500-GET-RESTART-CARD THRU 1500-EXIT
  PERFORM 1000-OPEN-FILES THRU 1000-EXIT
  IF NOT UP-LV-END-OF-FILE
    PERFORM 1600-ESTABLISH-RUN THRU 1600-EXIT
  END-IF
  PERFORM 2000-PROCESS-NEXT-LEAVER THRU 2000-EXIT
    UNTIL UP-LV-END-OF-FILE
  IF UP-CHECKPOINTING
    PERFORM 7100-END-RUN THRU 7100-EXIT
  END-IF
  PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
  PERFORM 9000-CLOSE-FILES THRU 9000-EXIT

  IF RETURN-CODE < 4
     AND (UP-REJECT-COUNT > 0 OR UP-EARLIER-REJECTED > 0)
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

  OPEN EXTEND USER-JOURNAL-FILE
  IF JN-FILE-STATUS = "35" OR JN-FILE-STATUS = "05"
    OPEN OUTPUT USER-JOURNAL-FILE
    OPEN I-O VIP-REQUEST-FILE
  END-IF

  OPEN I-O OPERATOR-AUTH-FILE
  IF OA-FILE-STATUS = "35" OR OA-FILE-STATUS = "05"
    CLOSE OPERATOR-AUTH-FILE
    OPEN OUTPUT OPERATOR-AUTH-FILE
    CLOSE OPERATOR-AUTH-FILE
    OPEN I-O OPERATOR-AUTH-FILE
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
  END-IF

  OPEN I-O ACTIVE-SESSION-FILE
  IF SN-FILE-STATUS = "35" OR SN-FILE-STATUS = "05"
    CLOSE ACTIVE-SESSION-FILE
    OPEN OUTPUT ACTIVE-SESSION-FILE
    CLOSE ACTIVE-SESSION-FILE
    OPEN I-O ACTIVE-SESSION-FILE
  END-IF

*> The archive only opens when some row actually asks for it, so a
*> run with no archive rows leaves the dataset untouched.
  MOVE "N" TO UP-ARCHIVE-OPEN-SWITCH.
1000-EXIT.
  EXIT.

1500-GET-RESTART-CARD.
*> One optional card: RESTART resumes an unfinished run after its
*> last checkpoint.  Anything else - or no card at all - is a
*> fresh run from the top of LVRFEED.
  MOVE SPACE TO UP-RESTART-CARD
  ACCEPT UP-RESTART-CARD
  IF UP-RESTART-REQUESTED
    DISPLAY "RESTART REQUESTED"
  END-IF.
1500-EXIT.
  EXIT.

1600-ESTABLISH-RUN.
*> Squares the restart card with this program's BATCHRST record: a
*> fresh run over an unfinished one, or a restart with nothing to
*> resume, stops here with RC=12 before anyone is offboarded.
  MOVE "N" TO UP-BR-FOUND-SWITCH
  MOVE "USERPURG" TO BR-PROGRAM
  READ BATCH-RESTART-FILE
    INVALID KEY
      MOVE SPACE TO BR-RUN-STATE
    NOT INVALID KEY
      MOVE "Y" TO UP-BR-FOUND-SWITCH
  END-READ

  IF UP-RESTART-REQUESTED
    IF NOT UP-BR-FOUND OR NOT BR-RUN-OPEN
      DISPLAY "NO UNFINISHED RUN ON BATCHRST - NOTHING TO RESTART."
      MOVE 12 TO RETURN-CODE
      MOVE "Y" TO UP-LV-EOF-SWITCH
      GO TO 1600-EXIT
    END-IF
    PERFORM 1700-RESUME-RUN THRU 1700-EXIT
    GO TO 1600-EXIT
  END-IF

  IF UP-BR-FOUND AND BR-RUN-OPEN
    DISPLAY "PREVIOUS RUN STOPPED AFTER ROW " BR-ROWS-COMMITTED
            " - RESUBMIT WITH A RESTART CARD."
    MOVE 12 TO RETURN-CODE
    MOVE "Y" TO UP-LV-EOF-SWITCH
    GO TO 1600-EXIT
  END-IF

  MOVE "O" TO UP-RUN-STATE
  MOVE 1   TO UP-RUN-ATTEMPT
  ACCEPT UP-RUN-START-DATE FROM DATE YYYYMMDD
  ACCEPT UP-RUN-START-TIME FROM TIME
  PERFORM 7050-BUILD-RESTART-RECORD THRU 7050-EXIT
  IF UP-BR-FOUND
    REWRITE BR-RECORD
  ELSE
    WRITE BR-RECORD
  END-IF
  IF BR-FILE-STATUS NOT = "00"
    DISPLAY "CANNOT RECORD THE RUN ON BATCHRST - STATUS "
            BR-FILE-STATUS
    MOVE 12 TO RETURN-CODE
    MOVE "Y" TO UP-LV-EOF-SWITCH
    GO TO 1600-EXIT
  END-IF
  MOVE "Y" TO UP-CHECKPOINT-SWITCH.
1600-EXIT.
  EXIT.

1700-RESUME-RUN.
  COMPUTE UP-RUN-ATTEMPT = BR-ATTEMPT-NO + 1
  DISPLAY "ATTEMPT " UP-RUN-ATTEMPT " RESUMES AFTER ROW "
          BR-ROWS-COMMITTED " (CHECKPOINT " BR-CHECKPOINT-DATE
          " " BR-CHECKPOINT-TIME ")"

  PERFORM 1750-SKIP-COMMITTED-ROW THRU 1750-EXIT
    UNTIL UP-SKIP-COUNT >= BR-ROWS-COMMITTED
       OR UP-LV-END-OF-FILE
  IF UP-SKIP-COUNT < BR-ROWS-COMMITTED
    DISPLAY "LVRFEED HOLDS ONLY " UP-SKIP-COUNT " ROWS - NOT THE"
            " INPUT THE CHECKPOINT WAS TAKEN ON."
    MOVE 12 TO RETURN-CODE
    MOVE "Y" TO UP-LV-EOF-SWITCH
    GO TO 1700-EXIT
  END-IF
  IF UP-ROW-KEY NOT = BR-LAST-KEY
    DISPLAY "ROW " UP-SKIP-COUNT " IS " UP-ROW-KEY
    DISPLAY "CHECKPOINT NAMES " BR-LAST-KEY
    DISPLAY "LVRFEED IS NOT THE INPUT THE CHECKPOINT WAS TAKEN ON."
    MOVE 12 TO RETURN-CODE
    MOVE "Y" TO UP-LV-EOF-SWITCH
    GO TO 1700-EXIT
  END-IF

*> The record area is untouched since the READ in 1600.
  MOVE BR-TOTAL (1)      TO UP-EARLIER-READ
  MOVE BR-TOTAL (2)      TO UP-EARLIER-DISABLED
  MOVE BR-TOTAL (3)      TO UP-EARLIER-DELETED
  MOVE BR-TOTAL (4)      TO UP-EARLIER-REJECTED
  MOVE BR-TOTAL (5)      TO UP-EARLIER-MOVED
  MOVE BR-TOTAL (6)      TO UP-EARLIER-ARCHIVED
  MOVE BR-TOTAL (7)      TO UP-EARLIER-REDRIVEN
  MOVE BR-INTERVAL       TO UP-IN-DOUBT-ROWS
  MOVE BR-STARTED-DATE   TO UP-RUN-START-DATE
  MOVE BR-STARTED-TIME   TO UP-RUN-START-TIME
  MOVE "O" TO UP-RUN-STATE
  PERFORM 7050-BUILD-RESTART-RECORD THRU 7050-EXIT
  REWRITE BR-RECORD
  IF BR-FILE-STATUS NOT = "00"
    DISPLAY "CANNOT RECORD THE RESTART ON BATCHRST - STATUS "
            BR-FILE-STATUS
    MOVE 12 TO RETURN-CODE
    MOVE "Y" TO UP-LV-EOF-SWITCH
    GO TO 1700-EXIT
  END-IF
  MOVE "Y" TO UP-CHECKPOINT-SWITCH.
1700-EXIT.
  EXIT.

1750-SKIP-COMMITTED-ROW.
  READ LEAVER-FEED-FILE
    AT END
      MOVE "Y" TO UP-LV-EOF-SWITCH
      GO TO 1750-EXIT
  END-READ
  ADD 1 TO UP-SKIP-COUNT
  MOVE LV-RECORD TO UP-ROW-KEY.
1750-EXIT.
  EXIT.

2000-PROCESS-NEXT-LEAVER.
*> Every row before this one is finished, so this is where an
*> interval's worth of them is committed.
  IF UP-CHECKPOINTING
     AND UP-ROWS-SINCE-CHECKPOINT >= PM-CHECKPOINT-INTERVAL
    PERFORM 7000-TAKE-CHECKPOINT THRU 7000-EXIT
  END-IF
  READ LEAVER-FEED-FILE
    AT END
      MOVE "Y" TO UP-LV-EOF-SWITCH
      GO TO 2000-EXIT
  END-READ
  ADD 1 TO UP-READ-COUNT
  ADD 1 TO UP-ROWS-SINCE-CHECKPOINT
  MOVE LV-RECORD TO UP-ROW-KEY
  IF UP-READ-COUNT <= UP-IN-DOUBT-ROWS
    MOVE "Y" TO UP-IN-DOUBT-SWITCH
  ELSE
    MOVE "N" TO UP-IN-DOUBT-SWITCH
  END-IF

  IF LV-LOGIN = SPACE
    ADD 1 TO UP-REJECT-COUNT
  MOVE LV-LOGIN TO UM-LOGIN
  READ USER-MASTER-FILE
    INVALID KEY
*> The master record goes last in 4000, so a delete the stopped
*> attempt got that far with is complete.
      IF UP-ROW-IN-DOUBT AND LV-ACTION-DELETE
        ADD 1 TO UP-REDRIVE-COUNT
        DISPLAY "ALREADY  " LV-LOGIN " - DELETED BEFORE THE RESTART"
        GO TO 2000-EXIT
      END-IF
      ADD 1 TO UP-REJECT-COUNT
      DISPLAY "REJECTED " LV-LOGIN " - NO SUCH LOGIN"
      GO TO 2000-EXIT
    PERFORM 4300-ARCHIVE-STORAGE THRU 4300-EXIT
  END-IF
  PERFORM 4400-PURGE-STORAGE THRU 4400-EXIT
  PERFORM 4500-PURGE-MESSAGES THRU 4500-EXIT

  MOVE UP-LEAVER TO RS-LOGIN
  DELETE RESTART-FILE
      CONTINUE
  END-DELETE

*> A leaver who was an operator loses their VIP-ADMIN authority
*> with the account, and security sees it go in the audit log.
  MOVE UP-LEAVER TO OA-LOGIN
  DELETE OPERATOR-AUTH-FILE
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
      MOVE UP-LEAVER  TO AL-LOGIN
      MOVE "USERPURG" TO AL-PARAGRAPH
      MOVE "AUTHDEL"  TO AL-OUTCOME
      MOVE "operator authority removed" TO AL-DETAIL
      PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
  END-DELETE

*> A session still signed on under the login ends at its next input.
  MOVE UP-LEAVER TO SN-LOGIN
  DELETE ACTIVE-SESSION-FILE
    INVALID KEY
      CONTINUE
  END-DELETE

  MOVE UP-LEAVER TO UM-LOGIN
  DELETE USER-MASTER-FILE
    INVALID KEY
  IF NOT SF-ITEM-RECORD
    GO TO 4150-EXIT
  END-IF
  MOVE SF-RECORD TO UP-SF-SAVED-RECORD
  MOVE UP-MANAGER     TO SF-OWNER-LOGIN
  MOVE SPACE          TO SF-GRANTEE-LOGIN
  READ STORAGE-FILE
    INVALID KEY
      CONTINUE
    NOT INVALID KEY
*> On a re-driven row the manager's item may be the stopped
*> attempt's own copy; only a different item is a clash.
      IF UP-ROW-IN-DOUBT
         AND SF-RECORD (41:) = UP-SF-SAVED-RECORD (41:)
        CONTINUE
      ELSE
        MOVE "Y" TO UP-CLASH-SWITCH
        MOVE "Y" TO UP-SF-EOF-SWITCH
      END-IF
  END-READ
*> Re-establish the walk just past the record we were on.
  MOVE UP-SF-SAVED-RECORD (1:40) TO SF-KEY
  MOVE UP-MANAGER TO SF-OWNER-LOGIN
  WRITE SF-RECORD
    INVALID KEY
*> A re-driven row finds the stopped attempt's copies already there.
      IF UP-ROW-IN-DOUBT
        IF SF-ITEM-RECORD
          ADD 1 TO UP-XFER-COUNT
        END-IF
      ELSE
        DISPLAY "COULD NOT TRANSFER " SF-ITEM-NAME " TO " UP-MANAGER
      END-IF
    NOT INVALID KEY
      PERFORM 9580-JOURNAL-SF-WRITE THRU 9580-EXIT
      IF SF-ITEM-RECORD
        ADD 1 TO UP-XFER-COUNT
        PERFORM 4260-TELL-MANAGER THRU 4260-EXIT
      END-IF
  END-WRITE
  MOVE UP-SF-SAVED-RECORD (1:40) TO SF-KEY
4250-EXIT.
  EXIT.

4260-TELL-MANAGER.
  MOVE SPACE         TO MG-RECORD
  MOVE UP-MANAGER    TO MG-RECIPIENT
  MOVE "USERPURG"    TO MG-SENDER
  MOVE "TRANSFER"    TO MG-SUBJECT
  MOVE UP-LEAVER     TO UP-MSG-ITEM-OWNER
  MOVE SF-ITEM-NAME  TO UP-MSG-ITEM-NAME
  MOVE UP-MSG-ITEM-TEXT TO MG-TEXT
  PERFORM 9950-SEND-MESSAGE THRU 9950-EXIT.
4260-EXIT.
  EXIT.

4300-ARCHIVE-STORAGE.
*> Copies every item and continuation segment to the archive
*> dataset before the purge takes them out.  The rows go over as
4450-EXIT.
  EXIT.

4500-PURGE-MESSAGES.
*> Nobody will sign on as the leaver again to read these.  Each
*> delete takes the row out of the leaver's run of keys, so the
*> walk re-positions at the start of the run every time.
  MOVE "N" TO UP-MG-EOF-SWITCH
  PERFORM 4550-PURGE-NEXT-MESSAGE THRU 4550-EXIT
    UNTIL UP-MG-END-OF-FILE.
4500-EXIT.
  EXIT.

4550-PURGE-NEXT-MESSAGE.
  MOVE LOW-VALUES TO MG-KEY
  MOVE UP-LEAVER  TO MG-RECIPIENT
  START MESSAGE-FILE KEY IS NOT LESS THAN MG-KEY
    INVALID KEY
      MOVE "Y" TO UP-MG-EOF-SWITCH
      GO TO 4550-EXIT
  END-START
  READ MESSAGE-FILE NEXT RECORD
    AT END
      MOVE "Y" TO UP-MG-EOF-SWITCH
      GO TO 4550-EXIT
  END-READ
  IF MG-FILE-STATUS = "51"
     OR MG-RECIPIENT NOT = UP-LEAVER
    MOVE "Y" TO UP-MG-EOF-SWITCH
    GO TO 4550-EXIT
  END-IF
  DELETE MESSAGE-FILE
    INVALID KEY
      MOVE "Y" TO UP-MG-EOF-SWITCH
  END-DELETE.
4550-EXIT.
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
  MOVE 0 TO UP-ROWS-SINCE-CHECKPOINT.
7000-EXIT.
  EXIT.

7050-BUILD-RESTART-RECORD.
*> The whole record is rebuilt from working storage each time, so
*> nothing depends on the record area surviving the last REWRITE.
*> BR-TOTAL 1-7: rows read, disabled, deleted, rejected, items
*> moved, items archived, already applied.
  MOVE "USERPURG"            TO BR-PROGRAM
  MOVE UP-RUN-STATE          TO BR-RUN-STATE
  MOVE UP-RUN-ATTEMPT        TO BR-ATTEMPT-NO
*> BR-INTERVAL is how many rows past the commit point a stopped run
*> may already have processed: this run's interval, or what is left
*> of an earlier attempt's wider window if that is more.
  MOVE PM-CHECKPOINT-INTERVAL TO BR-INTERVAL
  IF UP-IN-DOUBT-ROWS > UP-READ-COUNT + PM-CHECKPOINT-INTERVAL
    COMPUTE BR-INTERVAL = UP-IN-DOUBT-ROWS - UP-READ-COUNT
  END-IF
  COMPUTE BR-ROWS-COMMITTED = UP-EARLIER-READ + UP-READ-COUNT
  MOVE UP-ROW-KEY            TO BR-LAST-KEY
  MOVE ZERO                  TO BR-TOTALS
  COMPUTE BR-TOTAL (1) = UP-EARLIER-READ + UP-READ-COUNT
  COMPUTE BR-TOTAL (2) = UP-EARLIER-DISABLED + UP-DISABLE-COUNT
  COMPUTE BR-TOTAL (3) = UP-EARLIER-DELETED + UP-DELETE-COUNT
  COMPUTE BR-TOTAL (4) = UP-EARLIER-REJECTED + UP-REJECT-COUNT
  COMPUTE BR-TOTAL (5) = UP-EARLIER-MOVED + UP-XFER-COUNT
  COMPUTE BR-TOTAL (6) = UP-EARLIER-ARCHIVED + UP-ARCH-COUNT
  COMPUTE BR-TOTAL (7) = UP-EARLIER-REDRIVEN + UP-REDRIVE-COUNT
  MOVE UP-RUN-START-DATE     TO BR-STARTED-DATE
  MOVE UP-RUN-START-TIME     TO BR-STARTED-TIME
  ACCEPT BR-CHECKPOINT-DATE FROM DATE YYYYMMDD
  ACCEPT BR-CHECKPOINT-TIME FROM TIME.
7050-EXIT.
  EXIT.

7100-END-RUN.
*> The input is exhausted: the final checkpoint closes the record,
*> so the next run starts fresh.
  MOVE "E" TO UP-RUN-STATE
  PERFORM 7000-TAKE-CHECKPOINT THRU 7000-EXIT
  DISPLAY "RUN COMPLETE - BATCHRST CLOSED AFTER ATTEMPT "
          UP-RUN-ATTEMPT.
7100-EXIT.
  EXIT.

8000-PRINT-TOTALS.
  DISPLAY " "
  DISPLAY "CONTROL TOTALS         EARLIER  THIS RUN     TOTAL"
  MOVE "ROWS READ ....... " TO UP-TL-LABEL
  MOVE UP-EARLIER-READ     TO UP-TL-EARLIER
  MOVE UP-READ-COUNT       TO UP-TL-THIS
  COMPUTE UP-TL-TOTAL = UP-EARLIER-READ + UP-READ-COUNT
  DISPLAY UP-TOTAL-LINE
  MOVE "DISABLED ........ " TO UP-TL-LABEL
  MOVE UP-EARLIER-DISABLED TO UP-TL-EARLIER
  MOVE UP-DISABLE-COUNT    TO UP-TL-THIS
  COMPUTE UP-TL-TOTAL = UP-EARLIER-DISABLED + UP-DISABLE-COUNT
  DISPLAY UP-TOTAL-LINE
  MOVE "DELETED ......... " TO UP-TL-LABEL
  MOVE UP-EARLIER-DELETED  TO UP-TL-EARLIER
  MOVE UP-DELETE-COUNT     TO UP-TL-THIS
  COMPUTE UP-TL-TOTAL = UP-EARLIER-DELETED + UP-DELETE-COUNT
  DISPLAY UP-TOTAL-LINE
  MOVE "ALREADY APPLIED . " TO UP-TL-LABEL
  MOVE UP-EARLIER-REDRIVEN TO UP-TL-EARLIER
  MOVE UP-REDRIVE-COUNT    TO UP-TL-THIS
  COMPUTE UP-TL-TOTAL = UP-EARLIER-REDRIVEN + UP-REDRIVE-COUNT
  DISPLAY UP-TOTAL-LINE
  MOVE "REJECTED ........ " TO UP-TL-LABEL
  MOVE UP-EARLIER-REJECTED TO UP-TL-EARLIER
  MOVE UP-REJECT-COUNT     TO UP-TL-THIS
  COMPUTE UP-TL-TOTAL = UP-EARLIER-REJECTED + UP-REJECT-COUNT
  DISPLAY UP-TOTAL-LINE
  MOVE "ITEMS MOVED ..... " TO UP-TL-LABEL
  MOVE UP-EARLIER-MOVED    TO UP-TL-EARLIER
  MOVE UP-XFER-COUNT       TO UP-TL-THIS
  COMPUTE UP-TL-TOTAL = UP-EARLIER-MOVED + UP-XFER-COUNT
  DISPLAY UP-TOTAL-LINE
  MOVE "ITEMS ARCHIVED .. " TO UP-TL-LABEL
  MOVE UP-EARLIER-ARCHIVED TO UP-TL-EARLIER
  MOVE UP-ARCH-COUNT       TO UP-TL-THIS
  COMPUTE UP-TL-TOTAL = UP-EARLIER-ARCHIVED + UP-ARCH-COUNT
  DISPLAY UP-TOTAL-LINE
  COMPUTE UP-TL-TOTAL = UP-SKIP-COUNT + UP-READ-COUNT
  DISPLAY "ROWS ON INPUT ..................... " UP-TL-TOTAL

*> Each attempt's rows must be accounted for by its own outcomes,
*> and the rows skipped on a restart must be exactly the rows the
*> earlier attempts committed.
  IF UP-READ-COUNT NOT = UP-DISABLE-COUNT + UP-DELETE-COUNT
        + UP-REJECT-COUNT + UP-REDRIVE-COUNT
     OR UP-EARLIER-READ NOT = UP-EARLIER-DISABLED
        + UP-EARLIER-DELETED + UP-EARLIER-REJECTED
        + UP-EARLIER-REDRIVEN
     OR UP-SKIP-COUNT NOT = UP-EARLIER-READ
    DISPLAY "TOTALS DO NOT TIE BACK TO THE INPUT - INVESTIGATE."
  END-IF.
8000-EXIT.
  CLOSE STORAGE-FILE
  CLOSE RESTART-FILE
  CLOSE AUDIT-LOG-FILE
  CLOSE AUDIT-CONTROL-FILE
  CLOSE USER-JOURNAL-FILE
  CLOSE STORAGE-JOURNAL-FILE
  CLOSE VIP-REQUEST-FILE
  CLOSE OPERATOR-AUTH-FILE
  CLOSE BATCH-RESTART-FILE
  CLOSE MESSAGE-FILE
  CLOSE ACTIVE-SESSION-FILE
  IF UP-ARCHIVE-OPEN
    CLOSE STORAGE-ARCHIVE-FILE
  END-IF.

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

  WRITE SJ-RECORD.
9595-EXIT.
  EXIT.

    COPY PARMLOAD.

    COPY AUDCHAIN.

    COPY MSGSEND.
