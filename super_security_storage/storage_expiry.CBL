*> ****************************************************************
*> PROGRAM:      STOREXP
*> AUTHOR:       D. Kravchenko, Applications Group
*> INSTALLATION: SPBCTF DATA CENTER
*> DATE-WRITTEN: 2019-07-18
*> DATE-COMPILED:
*> ------------------------------------------------------------------
*> REMARKS.
*>   Nightly retention run.  Walks STORFILE in key order looking at
*>   the keep-until date an owner may set on an item (SF-KEEP-UNTIL,
*>   online 5400/5500 or a STORAPPL row):
*>     - an item whose date falls within the next EXPWARN days
*>       (PARMFILE) is listed as a warning and audited EXPWARN
*>       under the owner's login, every night until it goes;
*>     - an item whose date has arrived is removed: the item, its
*>       segments and its share grants are deleted, each delete
*>       journaled to STORJRNL under one action stamp, the item and
*>       its continuation segments copied to STORARC as stored
*>       (enciphered) as each delete succeeds, and the removal
*>       audited EXPIRED under the owner's login.  A record that
*>       cannot be deleted is not archived, so a later night's
*>       retry archives it once.
*>   Items with no date (zero) are never touched.
*>
*>   Runs while the online system is up: STORFILE is shared and a
*>   record is held only from its READ to its DELETE.  A record in
*>   use at a console stops the walk there (RC=4); a rerun simply
*>   picks up what is left, since a removed item is gone and a
*>   warning is harmless to repeat.  A segment or share that cannot
*>   be removed after its item has gone is listed and ends the run
*>   RC=8 - RECONCIL will show it until it is taken out by hand.
*>
*>   The owner is also told through their MSGFILE inbox (MSGSEND):
*>   once per item and keep-until date for a warning - a nightly
*>   repeat is left off while the first is still in the inbox - and
*>   once for a removal.
*>
*>   Prints a line per warning and per removal, then control
*>   totals.
*> ------------------------------------------------------------------
*> MODIFICATION HISTORY.
*>   2019-07-18  DK   Original version.
*>   2019-07-26  DK   Warnings and removals also go to the owner's
*>                    MSGFILE inbox (3100, 4800).
*>   2019-07-29  DK   Archive a record to STORARC only once its
*>                    delete has succeeded (4000, 4100), so a failed
*>                    removal is not archived again each night.
*>   2019-07-30  DK   Warning total relabelled ITEMS WARNED - it
*>                    counts items, not owners.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. STOREXP.
AUTHOR. D. KRAVCHENKO.
INSTALLATION. SPBCTF DATA CENTER.
DATE-WRITTEN. 2019-07-18.
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

    SELECT STORAGE-JOURNAL-FILE ASSIGN TO "STORJRNL"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SJ-FILE-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-KEY
        FILE STATUS IS PR-FILE-STATUS.

    SELECT MESSAGE-FILE ASSIGN TO "MSGFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MG-KEY
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS MG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  STORAGE-FILE.
    COPY STORREC.

*> One archived STORFILE record, exactly as it was stored.  Must be
*> as long as SF-RECORD in STORREC.
FD  STORAGE-ARCHIVE-FILE.
01  SA-RECORD                      PIC X(111).

FD  AUDIT-LOG-FILE.
    COPY AUDITREC.

FD  AUDIT-CONTROL-FILE.
    COPY AUDCTREC.

FD  STORAGE-JOURNAL-FILE.
    COPY SJRNLREC.

FD  PARAMETER-FILE.
    COPY PARMREC.

FD  MESSAGE-FILE.
    COPY MSGREC.

WORKING-STORAGE SECTION.
77  SF-FILE-STATUS                 PIC X(02).
77  SA-FILE-STATUS                 PIC X(02).
77  AL-FILE-STATUS                 PIC X(02).
77  AK-FILE-STATUS                 PIC X(02).
77  SJ-FILE-STATUS                 PIC X(02).
77  PR-FILE-STATUS                 PIC X(02).
77  MG-FILE-STATUS                 PIC X(02).

77  EX-SF-SAVED-RECORD             PIC X(111).
77  EX-SF-ACTION-DATE              PIC 9(08).
77  EX-SF-ACTION-TIME              PIC 9(08).

77  EX-TODAY-DATE                  PIC 9(08).
77  EX-DAYS-LEFT                   PIC S9(07)  COMP.
77  EX-SHOW-DAYS                   PIC 9(03).
77  EX-SEG-IDX                     PIC 9(02)   COMP.
77  EX-LAST-KEY                    PIC X(40)   VALUE LOW-VALUES.

*> The item being removed, and what its removal took with it.
77  EX-ITEM-OWNER                  PIC X(10).
77  EX-ITEM-NAME                   PIC X(20).
77  EX-ITEM-KEEP-UNTIL             PIC 9(08).
77  EX-ITEM-SEGS                   PIC 9(02)   COMP.
77  EX-ITEM-SHARES                 PIC 9(04)   COMP.
77  EX-ITEM-LEFT                   PIC 9(04)   COMP.
77  EX-SHOW-SEGS                   PIC 9(02).
77  EX-SHOW-SHARES                 PIC 9(04).

01  EX-SEG-TAG.
    05  FILLER                     PIC X(01)   VALUE "#".
    05  EX-SEG-TAG-NO              PIC 9(02).

01  EX-SWITCHES.
    05  EX-SF-EOF-SWITCH            PIC X(01)   VALUE "N".
        88  EX-SF-END-OF-FILE                   VALUE "Y".
    05  EX-BUSY-SWITCH              PIC X(01)   VALUE "N".
        88  EX-STOPPED-BUSY                     VALUE "Y".
    05  EX-SHARE-EOF-SWITCH         PIC X(01)   VALUE "N".
        88  EX-SHARES-DONE                      VALUE "Y".
    05  EX-MG-EOF-SWITCH            PIC X(01)   VALUE "N".
        88  EX-MG-END-OF-FILE                   VALUE "Y".
    05  EX-WARNED-SWITCH            PIC X(01)   VALUE "N".
        88  EX-ALREADY-WARNED                   VALUE "Y".

    COPY PARMWORK.

01  EX-COUNTS.
    05  EX-READ-COUNT               PIC 9(07)   COMP    VALUE 0.
    05  EX-ITEM-COUNT               PIC 9(07)   COMP    VALUE 0.
    05  EX-DATED-COUNT              PIC 9(07)   COMP    VALUE 0.
    05  EX-WARN-COUNT               PIC 9(07)   COMP    VALUE 0.
    05  EX-REMOVE-COUNT             PIC 9(07)   COMP    VALUE 0.
    05  EX-SEG-COUNT                PIC 9(07)   COMP    VALUE 0.
    05  EX-SHARE-COUNT              PIC 9(07)   COMP    VALUE 0.
    05  EX-BAD-DATE-COUNT           PIC 9(07)   COMP    VALUE 0.
    05  EX-FAIL-COUNT               PIC 9(07)   COMP    VALUE 0.
    05  EX-LEFT-COUNT               PIC 9(07)   COMP    VALUE 0.

01  EX-TOTAL-LINE.
    05  EX-TL-LABEL                 PIC X(28).
    05  EX-TL-COUNT                 PIC Z(07)9.

*> The owner's messages.  A warning's text carries the date, so the
*> same item warned under a new date is told again.
01  EX-MSG-WARN-TEXT.
    05  FILLER                      PIC X(10)   VALUE "Your item ".
    05  EX-MW-ITEM                  PIC X(20).
    05  FILLER                      PIC X(15)
        VALUE " is kept until ".
    05  EX-MW-DATE                  PIC 9(08).
    05  FILLER                      PIC X(07)   VALUE SPACE.

01  EX-MSG-GONE-TEXT.
    05  FILLER                      PIC X(10)   VALUE "Your item ".
    05  EX-MX-ITEM                  PIC X(20).
    05  FILLER                      PIC X(21)
        VALUE " removed, kept until ".
    05  EX-MX-DATE                  PIC 9(08).
    05  FILLER                      PIC X(01)   VALUE SPACE.

01  EX-AUDIT-DETAIL.
    05  EX-AD-ITEM                  PIC X(20).
    05  FILLER                      PIC X(01)   VALUE SPACE.
    05  EX-AD-DATE                  PIC 9(08).

    COPY AUDCWORK.

    COPY MSGWORK.

PROCEDURE DIVISION.

0000-MAINLINE.
  DISPLAY "###########################################"
  DISPLAY "# STORAGE RETENTION EXPIRY                #"
  DISPLAY "###########################################"

  PERFORM 9900-LOAD-PARAMETERS THRU 9900-EXIT
  MOVE "EXPWARN" TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT
  ACCEPT EX-TODAY-DATE FROM DATE YYYYMMDD
  DISPLAY "RUN DATE " EX-TODAY-DATE
  DISPLAY " "

  PERFORM 1000-OPEN-FILES THRU 1000-EXIT
  PERFORM 2000-EXAMINE-NEXT-RECORD THRU 2000-EXIT
    UNTIL EX-SF-END-OF-FILE
  PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
  PERFORM 9000-CLOSE-FILES THRU 9000-EXIT

  IF RETURN-CODE < 4
     AND (EX-STOPPED-BUSY OR EX-BAD-DATE-COUNT > 0)
    MOVE 4 TO RETURN-CODE
  END-IF
  IF RETURN-CODE < 8
     AND (EX-FAIL-COUNT > 0 OR EX-LEFT-COUNT > 0)
    MOVE 8 TO RETURN-CODE
  END-IF
  GOBACK.

1000-OPEN-FILES.
  OPEN I-O STORAGE-FILE
  IF SF-FILE-STATUS = "35"
    DISPLAY "NO STORFILE ON FILE - NOTHING TO EXPIRE."
    MOVE "Y" TO EX-SF-EOF-SWITCH
    GO TO 1000-EXIT
  END-IF

  OPEN EXTEND STORAGE-ARCHIVE-FILE
  IF SA-FILE-STATUS = "35" OR SA-FILE-STATUS = "05"
    OPEN OUTPUT STORAGE-ARCHIVE-FILE
    CLOSE STORAGE-ARCHIVE-FILE
    OPEN EXTEND STORAGE-ARCHIVE-FILE
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

  OPEN I-O MESSAGE-FILE
  IF MG-FILE-STATUS = "35" OR MG-FILE-STATUS = "05"
    CLOSE MESSAGE-FILE
    OPEN OUTPUT MESSAGE-FILE
    CLOSE MESSAGE-FILE
    OPEN I-O MESSAGE-FILE
  END-IF

  MOVE LOW-VALUES TO SF-KEY
  START STORAGE-FILE KEY IS NOT LESS THAN SF-KEY
    INVALID KEY
      MOVE "Y" TO EX-SF-EOF-SWITCH
  END-START.
1000-EXIT.
  EXIT.

2000-EXAMINE-NEXT-RECORD.
  READ STORAGE-FILE NEXT RECORD
    AT END
      MOVE "Y" TO EX-SF-EOF-SWITCH
      GO TO 2000-EXIT
  END-READ
*> A record held at a console: stop here rather than wait on it.
*> Nothing is half done - the next run starts again from the top.
  IF SF-FILE-STATUS = "51"
    DISPLAY "RECORD AFTER " EX-LAST-KEY
    DISPLAY "  IS IN USE ONLINE - STOPPING THE WALK HERE."
    MOVE "Y" TO EX-BUSY-SWITCH
    MOVE "Y" TO EX-SF-EOF-SWITCH
    GO TO 2000-EXIT
  END-IF
  ADD 1 TO EX-READ-COUNT
  MOVE SF-KEY TO EX-LAST-KEY

  IF NOT SF-ITEM-RECORD
    GO TO 2000-EXIT
  END-IF
  ADD 1 TO EX-ITEM-COUNT
  IF SF-KEEP-UNTIL NOT NUMERIC OR SF-KEEP-UNTIL = 0
    GO TO 2000-EXIT
  END-IF
  ADD 1 TO EX-DATED-COUNT
  IF FUNCTION TEST-DATE-YYYYMMDD (SF-KEEP-UNTIL) NOT = 0
    ADD 1 TO EX-BAD-DATE-COUNT
    DISPLAY "BAD DATE " SF-OWNER-LOGIN " " SF-ITEM-NAME
            " KEEP-UNTIL " SF-KEEP-UNTIL " - LEFT ALONE"
    GO TO 2000-EXIT
  END-IF

  IF SF-KEEP-UNTIL NOT > EX-TODAY-DATE
    PERFORM 4000-EXPIRE-ITEM THRU 4000-EXIT
    PERFORM 4900-STEP-PAST-ITEM THRU 4900-EXIT
    GO TO 2000-EXIT
  END-IF
  COMPUTE EX-DAYS-LEFT =
      FUNCTION INTEGER-OF-DATE (SF-KEEP-UNTIL)
    - FUNCTION INTEGER-OF-DATE (EX-TODAY-DATE)
  IF EX-DAYS-LEFT <= PM-EXPIRY-WARN-DAYS
    PERFORM 3000-WARN-OWNER THRU 3000-EXIT
  END-IF.
2000-EXIT.
  EXIT.

3000-WARN-OWNER.
  ADD 1 TO EX-WARN-COUNT
  MOVE EX-DAYS-LEFT TO EX-SHOW-DAYS
  DISPLAY "WARNING  " SF-OWNER-LOGIN " " SF-ITEM-NAME
          " KEEP-UNTIL " SF-KEEP-UNTIL " - " EX-SHOW-DAYS
          " DAYS LEFT"
  MOVE SF-OWNER-LOGIN   TO AL-LOGIN
  MOVE "STOREXP"        TO AL-PARAGRAPH
  MOVE "EXPWARN"        TO AL-OUTCOME
  MOVE SF-ITEM-NAME     TO EX-AD-ITEM
  MOVE SF-KEEP-UNTIL    TO EX-AD-DATE
  MOVE EX-AUDIT-DETAIL  TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
  PERFORM 3100-MESSAGE-WARNING THRU 3100-EXIT.
3000-EXIT.
  EXIT.

3100-MESSAGE-WARNING.
*> The report and audit log repeat the warning nightly; the inbox
*> gets it once, unless the owner has since had it purged or the
*> date has changed.
  MOVE SF-ITEM-NAME  TO EX-MW-ITEM
  MOVE SF-KEEP-UNTIL TO EX-MW-DATE
  MOVE "N" TO EX-WARNED-SWITCH
  MOVE "N" TO EX-MG-EOF-SWITCH
  MOVE LOW-VALUES     TO MG-KEY
  MOVE SF-OWNER-LOGIN TO MG-RECIPIENT
  START MESSAGE-FILE KEY IS NOT LESS THAN MG-KEY
    INVALID KEY
      MOVE "Y" TO EX-MG-EOF-SWITCH
  END-START
  PERFORM 3150-CHECK-NEXT-MESSAGE THRU 3150-EXIT
    UNTIL EX-MG-END-OF-FILE
  IF EX-ALREADY-WARNED
    GO TO 3100-EXIT
  END-IF
  MOVE SPACE            TO MG-RECORD
  MOVE SF-OWNER-LOGIN   TO MG-RECIPIENT
  MOVE "STOREXP"        TO MG-SENDER
  MOVE "EXPIRING"       TO MG-SUBJECT
  MOVE EX-MSG-WARN-TEXT TO MG-TEXT
  PERFORM 9950-SEND-MESSAGE THRU 9950-EXIT.
3100-EXIT.
  EXIT.

3150-CHECK-NEXT-MESSAGE.
  READ MESSAGE-FILE NEXT RECORD
    AT END
      MOVE "Y" TO EX-MG-EOF-SWITCH
      GO TO 3150-EXIT
  END-READ
*> A message held at the owner's console: send again rather than
*> wait - a second copy does no harm.
  IF MG-FILE-STATUS = "51"
     OR MG-RECIPIENT NOT = SF-OWNER-LOGIN
    MOVE "Y" TO EX-MG-EOF-SWITCH
    GO TO 3150-EXIT
  END-IF
  IF MG-SUBJECT = "EXPIRING"
     AND MG-TEXT = EX-MSG-WARN-TEXT
    MOVE "Y" TO EX-WARNED-SWITCH
    MOVE "Y" TO EX-MG-EOF-SWITCH
  END-IF.
3150-EXIT.
  EXIT.

4000-EXPIRE-ITEM.
*> The item record is in the record area, held since the READ.  It
*> comes off STORFILE with its segments and shares under one action
*> stamp, each record archived as its delete succeeds, and the walk
*> picks up again after everything filed under the item's name.
  MOVE SF-OWNER-LOGIN TO EX-ITEM-OWNER
  MOVE SF-ITEM-NAME   TO EX-ITEM-NAME
  MOVE SF-KEEP-UNTIL  TO EX-ITEM-KEEP-UNTIL
  MOVE 0 TO EX-ITEM-SEGS
  MOVE 0 TO EX-ITEM-SHARES
  MOVE 0 TO EX-ITEM-LEFT

  PERFORM 9575-STAMP-SF-ACTION THRU 9575-EXIT
  MOVE SF-RECORD TO EX-SF-SAVED-RECORD
  DELETE STORAGE-FILE
    INVALID KEY
      ADD 1 TO EX-FAIL-COUNT
      DISPLAY "COULD NOT REMOVE " EX-ITEM-OWNER " " EX-ITEM-NAME
              " - STATUS " SF-FILE-STATUS
      GO TO 4000-EXIT
  END-DELETE
  MOVE EX-SF-SAVED-RECORD TO SA-RECORD
  WRITE SA-RECORD
  PERFORM 9590-JOURNAL-SF-DELETE THRU 9590-EXIT

  PERFORM 4100-REMOVE-ONE-SEGMENT THRU 4100-EXIT
    VARYING EX-SEG-IDX FROM 1 BY 1 UNTIL EX-SEG-IDX > 9
  MOVE "N" TO EX-SHARE-EOF-SWITCH
  PERFORM 4200-REMOVE-NEXT-SHARE THRU 4200-EXIT
    UNTIL EX-SHARES-DONE

  ADD 1 TO EX-REMOVE-COUNT
  MOVE EX-ITEM-SEGS   TO EX-SHOW-SEGS
  MOVE EX-ITEM-SHARES TO EX-SHOW-SHARES
  DISPLAY "REMOVED  " EX-ITEM-OWNER " " EX-ITEM-NAME
          " KEEP-UNTIL " EX-ITEM-KEEP-UNTIL " - SEGMENTS "
          EX-SHOW-SEGS " SHARES " EX-SHOW-SHARES
  IF EX-ITEM-LEFT > 0
    ADD EX-ITEM-LEFT TO EX-LEFT-COUNT
    MOVE EX-ITEM-LEFT TO EX-SHOW-SHARES
    DISPLAY "         " EX-SHOW-SHARES " SEGMENT/SHARE ROWS LEFT"
            " BEHIND - REMOVE BY HAND"
  END-IF
  MOVE EX-ITEM-OWNER      TO AL-LOGIN
  MOVE "STOREXP"          TO AL-PARAGRAPH
  MOVE "EXPIRED"          TO AL-OUTCOME
  MOVE EX-ITEM-NAME       TO EX-AD-ITEM
  MOVE EX-ITEM-KEEP-UNTIL TO EX-AD-DATE
  MOVE EX-AUDIT-DETAIL    TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
  PERFORM 4800-MESSAGE-REMOVAL THRU 4800-EXIT.
4000-EXIT.
  EXIT.

4100-REMOVE-ONE-SEGMENT.
*> The "#01"-"#09" tags are deterministic, so each segment comes
*> back with a keyed read, is deleted and archived beside its item.
  MOVE EX-ITEM-OWNER TO SF-OWNER-LOGIN
  MOVE EX-ITEM-NAME  TO SF-ITEM-NAME
  MOVE EX-SEG-IDX    TO EX-SEG-TAG-NO
  MOVE EX-SEG-TAG    TO SF-GRANTEE-LOGIN
  READ STORAGE-FILE
    INVALID KEY
      GO TO 4100-EXIT
  END-READ
  IF SF-FILE-STATUS = "51"
    ADD 1 TO EX-ITEM-LEFT
    DISPLAY "         SEGMENT " EX-SEG-TAG " IN USE ONLINE"
    GO TO 4100-EXIT
  END-IF
  MOVE SF-RECORD TO EX-SF-SAVED-RECORD
  DELETE STORAGE-FILE
    INVALID KEY
      ADD 1 TO EX-ITEM-LEFT
    NOT INVALID KEY
      MOVE EX-SF-SAVED-RECORD TO SA-RECORD
      WRITE SA-RECORD
      ADD 1 TO EX-ITEM-SEGS
      ADD 1 TO EX-SEG-COUNT
      PERFORM 9590-JOURNAL-SF-DELETE THRU 9590-EXIT
  END-DELETE.
4100-EXIT.
  EXIT.

4200-REMOVE-NEXT-SHARE.
*> The online 5650 sweep: keep re-positioning just past the item's
*> segment tags and deleting share rows until something else comes
*> up.  Positioning after "#99" steps over any segment left behind.
  MOVE EX-ITEM-OWNER TO SF-OWNER-LOGIN
  MOVE EX-ITEM-NAME  TO SF-ITEM-NAME
  MOVE "#99"         TO SF-GRANTEE-LOGIN
  START STORAGE-FILE KEY IS GREATER THAN SF-KEY
    INVALID KEY
      MOVE "Y" TO EX-SHARE-EOF-SWITCH
      GO TO 4200-EXIT
  END-START
  READ STORAGE-FILE NEXT RECORD
    AT END
      MOVE "Y" TO EX-SHARE-EOF-SWITCH
      GO TO 4200-EXIT
  END-READ
  IF SF-FILE-STATUS = "51"
    ADD 1 TO EX-ITEM-LEFT
    DISPLAY "         A SHARE OF THE ITEM IS IN USE ONLINE"
    MOVE "Y" TO EX-SHARE-EOF-SWITCH
    GO TO 4200-EXIT
  END-IF
  IF SF-OWNER-LOGIN NOT = EX-ITEM-OWNER
     OR SF-ITEM-NAME NOT = EX-ITEM-NAME
     OR NOT SF-SHARE-RECORD
    MOVE "Y" TO EX-SHARE-EOF-SWITCH
    GO TO 4200-EXIT
  END-IF
  MOVE SF-RECORD TO EX-SF-SAVED-RECORD
  DELETE STORAGE-FILE
    INVALID KEY
      ADD 1 TO EX-ITEM-LEFT
      MOVE "Y" TO EX-SHARE-EOF-SWITCH
    NOT INVALID KEY
      ADD 1 TO EX-ITEM-SHARES
      ADD 1 TO EX-SHARE-COUNT
      PERFORM 9590-JOURNAL-SF-DELETE THRU 9590-EXIT
  END-DELETE.
4200-EXIT.
  EXIT.

4800-MESSAGE-REMOVAL.
  MOVE EX-ITEM-NAME       TO EX-MX-ITEM
  MOVE EX-ITEM-KEEP-UNTIL TO EX-MX-DATE
  MOVE SPACE              TO MG-RECORD
  MOVE EX-ITEM-OWNER      TO MG-RECIPIENT
  MOVE "STOREXP"          TO MG-SENDER
  MOVE "EXPIRED"          TO MG-SUBJECT
  MOVE EX-MSG-GONE-TEXT   TO MG-TEXT
  PERFORM 9950-SEND-MESSAGE THRU 9950-EXIT.
4800-EXIT.
  EXIT.

4900-STEP-PAST-ITEM.
*> Past the item's segments and shares: no login is made of
*> HIGH-VALUES, so the next record read is the next item.
  MOVE EX-ITEM-OWNER TO SF-OWNER-LOGIN
  MOVE EX-ITEM-NAME  TO SF-ITEM-NAME
  MOVE HIGH-VALUES   TO SF-GRANTEE-LOGIN
  START STORAGE-FILE KEY IS GREATER THAN SF-KEY
    INVALID KEY
      MOVE "Y" TO EX-SF-EOF-SWITCH
  END-START.
4900-EXIT.
  EXIT.

8000-PRINT-TOTALS.
  DISPLAY " "
  DISPLAY "CONTROL TOTALS"
  MOVE "RECORDS READ .............. " TO EX-TL-LABEL
  MOVE EX-READ-COUNT      TO EX-TL-COUNT
  DISPLAY EX-TOTAL-LINE
  MOVE "ITEMS EXAMINED ............ " TO EX-TL-LABEL
  MOVE EX-ITEM-COUNT      TO EX-TL-COUNT
  DISPLAY EX-TOTAL-LINE
  MOVE "ITEMS WITH A KEEP-UNTIL ... " TO EX-TL-LABEL
  MOVE EX-DATED-COUNT     TO EX-TL-COUNT
  DISPLAY EX-TOTAL-LINE
  MOVE "ITEMS WARNED .............. " TO EX-TL-LABEL
  MOVE EX-WARN-COUNT      TO EX-TL-COUNT
  DISPLAY EX-TOTAL-LINE
  MOVE "ITEMS REMOVED ............. " TO EX-TL-LABEL
  MOVE EX-REMOVE-COUNT    TO EX-TL-COUNT
  DISPLAY EX-TOTAL-LINE
  MOVE "  SEGMENTS REMOVED ........ " TO EX-TL-LABEL
  MOVE EX-SEG-COUNT       TO EX-TL-COUNT
  DISPLAY EX-TOTAL-LINE
  MOVE "  SHARES REMOVED .......... " TO EX-TL-LABEL
  MOVE EX-SHARE-COUNT     TO EX-TL-COUNT
  DISPLAY EX-TOTAL-LINE
  MOVE "  ROWS LEFT BEHIND ........ " TO EX-TL-LABEL
  MOVE EX-LEFT-COUNT      TO EX-TL-COUNT
  DISPLAY EX-TOTAL-LINE
  MOVE "ITEMS NOT REMOVED ......... " TO EX-TL-LABEL
  MOVE EX-FAIL-COUNT      TO EX-TL-COUNT
  DISPLAY EX-TOTAL-LINE
  MOVE "BAD KEEP-UNTIL DATES ...... " TO EX-TL-LABEL
  MOVE EX-BAD-DATE-COUNT  TO EX-TL-COUNT
  DISPLAY EX-TOTAL-LINE
  IF EX-STOPPED-BUSY
    DISPLAY "RUN STOPPED EARLY - RERUN ONCE THE RECORD IS FREE."
  END-IF.
8000-EXIT.
  EXIT.

9000-CLOSE-FILES.
  CLOSE STORAGE-FILE
  CLOSE STORAGE-ARCHIVE-FILE
  CLOSE AUDIT-LOG-FILE
  CLOSE AUDIT-CONTROL-FILE
  CLOSE STORAGE-JOURNAL-FILE
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

9575-STAMP-SF-ACTION.
*> Each expired item - with its segments and shares - is one
*> action.
  ACCEPT EX-SF-ACTION-DATE FROM DATE YYYYMMDD
  ACCEPT EX-SF-ACTION-TIME FROM TIME.
9575-EXIT.
  EXIT.

9590-JOURNAL-SF-DELETE.
*> Performed directly after a successful DELETE; the before-image
*> was saved at READ time in EX-SF-SAVED-RECORD.
  MOVE "DEL"      TO SJ-ACTION
  MOVE EX-SF-SAVED-RECORD (1:40) TO SJ-KEY
  MOVE EX-SF-SAVED-RECORD TO SJ-BEFORE-IMAGE
  MOVE SPACE      TO SJ-AFTER-IMAGE
  PERFORM 9595-WRITE-SF-JOURNAL-RECORD THRU 9595-EXIT.
9590-EXIT.
  EXIT.

9595-WRITE-SF-JOURNAL-RECORD.
  MOVE EX-SF-ACTION-DATE TO SJ-DATE
  MOVE EX-SF-ACTION-TIME TO SJ-TIME
  WRITE SJ-RECORD.
9595-EXIT.
  EXIT.

    COPY PARMLOAD.

    COPY AUDCHAIN.

    COPY MSGSEND.
