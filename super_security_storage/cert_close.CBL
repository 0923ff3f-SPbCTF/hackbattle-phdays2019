*> ****************************************************************
*> PROGRAM:      CERTCLS
*> AUTHOR:       D. Kravchenko, Applications Group
*> INSTALLATION: SPBCTF DATA CENTER
*> DATE-WRITTEN: 2019-07-20
*> DATE-COMPILED:
*> ------------------------------------------------------------------
*> REMARKS.
*>   Closes the access certification campaign CERTEXT opened.  Run
*>   on or after the campaign's due date (before it the run refuses,
*>   RC=12).  Walks CERTFILE and, for every row nobody certified or
*>   revoked:
*>     - a share grant is revoked - the share row comes off STORFILE,
*>       journaled to STORJRNL and audited UNSHARED under the
*>       owner's login;
*>     - a VIP holder loses VIP - the master record is rewritten,
*>       journaled to UMJRNL and audited REVOKED under the holder's
*>       login;
*>   both under paragraph CERTCLS, and the row is marked closed
*>   ("X").  The owner and grantee of a revoked share, and the
*>   holder who lost VIP, are told through their MSGFILE inbox.  A
*>   grant already gone by the close - the owner revoked it the
*>   ordinary way, the item was deleted or expired, the account
*>   lost VIP or left - has nothing to revoke and is marked "G".  A
*>   share renamed along with its owner's or grantee's login
*>   during the campaign is no longer under the extracted key and
*>   is picked up by the next campaign.
*>
*>   Runs while the online system is up.  A record in use at a
*>   console leaves its row pending and ends the run RC=4; a rerun
*>   closes what is left, since closed rows are not touched again.
*>   A revoke that fails outright ends RC=8.
*>
*>   Prints a completion line per owner, then the campaign's
*>   completion statistics - certified, revoked by the reviewer,
*>   revoked at the close - for share grants, VIP holders and
*>   overall.  Every run reports the whole campaign, rows closed by
*>   an earlier run included.
*> ------------------------------------------------------------------
*> MODIFICATION HISTORY.
*>   2019-07-20  DK   Original version.
*>   2019-07-26  DK   Inbox messages on a share or VIP revoked at
*>                    the close (3100, 4100).
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. CERTCLS.
AUTHOR. D. KRAVCHENKO.
INSTALLATION. SPBCTF DATA CENTER.
DATE-WRITTEN. 2019-07-20.
DATE-COMPILED.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LINUX.
OBJECT-COMPUTER. LINUX.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CERTIFICATION-FILE ASSIGN TO "CERTFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CT-KEY
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS CT-FILE-STATUS.

    SELECT STORAGE-FILE ASSIGN TO "STORFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SF-KEY
        ALTERNATE RECORD KEY IS SF-GRANTEE-LOGIN
            WITH DUPLICATES
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS SF-FILE-STATUS.

    SELECT USER-MASTER-FILE ASSIGN TO "USERMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS UM-LOGIN
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS UM-FILE-STATUS.

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

    SELECT USER-JOURNAL-FILE ASSIGN TO "UMJRNL"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS JN-FILE-STATUS.

    SELECT MESSAGE-FILE ASSIGN TO "MSGFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MG-KEY
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS MG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CERTIFICATION-FILE.
    COPY CERTREC.

FD  STORAGE-FILE.
    COPY STORREC.

FD  USER-MASTER-FILE.
    COPY USERMREC.

FD  AUDIT-LOG-FILE.
    COPY AUDITREC.

FD  AUDIT-CONTROL-FILE.
    COPY AUDCTREC.

FD  STORAGE-JOURNAL-FILE.
    COPY SJRNLREC.

FD  USER-JOURNAL-FILE.
    COPY JRNLREC.

FD  MESSAGE-FILE.
    COPY MSGREC.

WORKING-STORAGE SECTION.
77  CT-FILE-STATUS                 PIC X(02).
77  SF-FILE-STATUS                 PIC X(02).
77  UM-FILE-STATUS                 PIC X(02).
77  AL-FILE-STATUS                 PIC X(02).
77  AK-FILE-STATUS                 PIC X(02).
77  SJ-FILE-STATUS                 PIC X(02).
77  JN-FILE-STATUS                 PIC X(02).
77  MG-FILE-STATUS                 PIC X(02).

*> Before-images for the journals.  Must be as long as SF-RECORD
*> in STORREC and UM-RECORD in USERMREC.
77  CC-SF-SAVED-RECORD             PIC X(111).
77  CC-UM-SAVED-RECORD             PIC X(153).
77  CC-SF-ACTION-DATE              PIC 9(08).
77  CC-SF-ACTION-TIME              PIC 9(08).

77  CC-TODAY-DATE                  PIC 9(08).
77  CC-CAMPAIGN-DATE               PIC 9(08).
77  CC-DUE-DATE                    PIC 9(08).
77  CC-LAST-KEY                    PIC X(41)   VALUE LOW-VALUES.
*> What became of the pending row in hand: "X" revoked, "G" gone,
*> "P" left pending (busy or failed).
77  CC-NEW-STATUS                  PIC X(01).

01  CC-SWITCHES.
    05  CC-CT-EOF-SWITCH            PIC X(01)   VALUE "N".
        88  CC-CT-END-OF-FILE                   VALUE "Y".
    05  CC-STOP-SWITCH              PIC X(01)   VALUE "N".
        88  CC-RUN-STOPPED                      VALUE "Y".
    05  CC-BUSY-SWITCH              PIC X(01)   VALUE "N".
        88  CC-STOPPED-BUSY                     VALUE "Y".

*> Per-owner completion, printed at each change of owner.
77  CC-CURRENT-OWNER               PIC X(10)   VALUE SPACE.
01  CC-OWNER-COUNTS.
    05  CC-OWN-TOTAL                PIC 9(05)   COMP    VALUE 0.
    05  CC-OWN-CERTIFIED            PIC 9(05)   COMP    VALUE 0.
    05  CC-OWN-REVOKED              PIC 9(05)   COMP    VALUE 0.
    05  CC-OWN-CLOSED               PIC 9(05)   COMP    VALUE 0.

01  CC-OWNER-LINE.
    05  FILLER                      PIC X(06)   VALUE "OWNER ".
    05  CC-OL-OWNER                 PIC X(10).
    05  FILLER                      PIC X(08)   VALUE " GRANTS ".
    05  CC-OL-TOTAL                 PIC ZZZZ9.
    05  FILLER                      PIC X(11)   VALUE " CERTIFIED ".
    05  CC-OL-CERTIFIED             PIC ZZZZ9.
    05  FILLER                      PIC X(09)   VALUE " REVOKED ".
    05  CC-OL-REVOKED               PIC ZZZZ9.
    05  FILLER                      PIC X(13)   VALUE " UNREVIEWED ".
    05  CC-OL-CLOSED                PIC ZZZZ9.
    05  FILLER                      PIC X(01)   VALUE SPACE.
    05  CC-OL-PCT                   PIC ZZ9.
    05  FILLER                      PIC X(10)   VALUE "% COMPLETE".

*> Campaign statistics: subscript 1 share grants, 2 VIP holders,
*> 3 both together.
01  CC-STATS-TABLE.
    05  CC-STATS-ENTRY OCCURS 3 TIMES.
        10  CC-ST-TOTAL             PIC 9(07)   COMP.
        10  CC-ST-CERTIFIED         PIC 9(07)   COMP.
        10  CC-ST-REVOKED           PIC 9(07)   COMP.
        10  CC-ST-CLOSE-REVOKED     PIC 9(07)   COMP.
        10  CC-ST-GONE              PIC 9(07)   COMP.
        10  CC-ST-PENDING           PIC 9(07)   COMP.
77  CC-ST-IDX                      PIC 9(01)   COMP.
77  CC-PCT                         PIC 9(03)   COMP.

01  CC-COUNTS.
    05  CC-REVOKE-COUNT             PIC 9(07)   COMP    VALUE 0.
    05  CC-BUSY-COUNT               PIC 9(07)   COMP    VALUE 0.
    05  CC-FAIL-COUNT               PIC 9(07)   COMP    VALUE 0.

01  CC-TOTAL-LINE.
    05  CC-TL-LABEL                 PIC X(28).
    05  CC-TL-COUNT                 PIC Z(07)9.

01  CC-PCT-LINE.
    05  CC-PL-LABEL                 PIC X(28).
    05  CC-PL-PCT                   PIC Z(06)9.
    05  FILLER                      PIC X(01)   VALUE "%".

01  CC-SHARE-DETAIL.
    05  CC-SD-ITEM                  PIC X(20).
    05  CC-SD-GRANTEE               PIC X(10).

*> Inbox texts: the owner's and the grantee's view of a revoked
*> share.
01  CC-MSG-OWNER-TEXT.
    05  FILLER                      PIC X(21)
        VALUE "Uncertified share of ".
    05  CC-MO-ITEM                  PIC X(20).
    05  FILLER                      PIC X(04)   VALUE " to ".
    05  CC-MO-GRANTEE               PIC X(10).
01  CC-MSG-GRANTEE-TEXT.
    05  CC-MG-OWNER                 PIC X(10).
    05  FILLER                      PIC X(08)   VALUE "'s item ".
    05  CC-MG-ITEM                  PIC X(20).
    05  FILLER                      PIC X(14)
        VALUE " not certified".

    COPY AUDCWORK.
    COPY MSGWORK.

PROCEDURE DIVISION.

0000-MAINLINE.
  DISPLAY "###########################################"
  DISPLAY "# ACCESS CERTIFICATION CLOSE-OUT          #"
  DISPLAY "###########################################"

  ACCEPT CC-TODAY-DATE FROM DATE YYYYMMDD
  DISPLAY "RUN DATE " CC-TODAY-DATE
  MOVE 0 TO CC-ST-TOTAL (1) CC-ST-CERTIFIED (1) CC-ST-REVOKED (1)
            CC-ST-CLOSE-REVOKED (1) CC-ST-GONE (1) CC-ST-PENDING (1)
  MOVE CC-STATS-ENTRY (1) TO CC-STATS-ENTRY (2)
  MOVE CC-STATS-ENTRY (1) TO CC-STATS-ENTRY (3)

  PERFORM 1000-OPEN-FILES THRU 1000-EXIT
  IF NOT CC-RUN-STOPPED
    PERFORM 1500-CHECK-DUE-DATE THRU 1500-EXIT
  END-IF
  IF NOT CC-RUN-STOPPED
    DISPLAY " "
    MOVE LOW-VALUES TO CT-KEY
    START CERTIFICATION-FILE KEY IS NOT LESS THAN CT-KEY
      INVALID KEY
        MOVE "Y" TO CC-CT-EOF-SWITCH
    END-START
    PERFORM 2000-CLOSE-NEXT-ROW THRU 2000-EXIT
      UNTIL CC-CT-END-OF-FILE
    PERFORM 2500-PRINT-OWNER-LINE THRU 2500-EXIT
    PERFORM 8000-PRINT-STATISTICS THRU 8000-EXIT
  END-IF
  PERFORM 9000-CLOSE-FILES THRU 9000-EXIT

  IF RETURN-CODE < 4 AND CC-STOPPED-BUSY
    MOVE 4 TO RETURN-CODE
  END-IF
  IF RETURN-CODE < 8 AND CC-FAIL-COUNT > 0
    MOVE 8 TO RETURN-CODE
  END-IF
  GOBACK.

1000-OPEN-FILES.
  OPEN I-O CERTIFICATION-FILE
  IF CT-FILE-STATUS = "35"
    DISPLAY "NO CERTFILE ON FILE - NO CAMPAIGN TO CLOSE."
    MOVE "Y" TO CC-STOP-SWITCH
    GO TO 1000-EXIT
  END-IF

  OPEN I-O STORAGE-FILE
  IF SF-FILE-STATUS = "35" OR SF-FILE-STATUS = "05"
    CLOSE STORAGE-FILE
    OPEN OUTPUT STORAGE-FILE
    CLOSE STORAGE-FILE
    OPEN I-O STORAGE-FILE
  END-IF

  OPEN I-O USER-MASTER-FILE
  IF UM-FILE-STATUS = "35"
    DISPLAY "NO USER MASTER ON FILE - CANNOT CLOSE THE CAMPAIGN."
    MOVE "Y" TO CC-STOP-SWITCH
    MOVE 12 TO RETURN-CODE
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

  OPEN EXTEND USER-JOURNAL-FILE
  IF JN-FILE-STATUS = "35" OR JN-FILE-STATUS = "05"
    OPEN OUTPUT USER-JOURNAL-FILE
    CLOSE USER-JOURNAL-FILE
    OPEN EXTEND USER-JOURNAL-FILE
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

1500-CHECK-DUE-DATE.
*> Every row of the campaign carries the same dates, so the first
*> one speaks for it.  Reviewers have until the due date.
  MOVE LOW-VALUES TO CT-KEY
  START CERTIFICATION-FILE KEY IS NOT LESS THAN CT-KEY
    INVALID KEY
      DISPLAY "CERTFILE IS EMPTY - NO CAMPAIGN TO CLOSE."
      MOVE "Y" TO CC-STOP-SWITCH
      GO TO 1500-EXIT
  END-START
  READ CERTIFICATION-FILE NEXT RECORD
    AT END
      DISPLAY "CERTFILE IS EMPTY - NO CAMPAIGN TO CLOSE."
      MOVE "Y" TO CC-STOP-SWITCH
      GO TO 1500-EXIT
  END-READ
  IF CT-FILE-STATUS = "51"
    DISPLAY "CERTFILE IS IN USE ONLINE - RERUN IN A MOMENT."
    MOVE "Y" TO CC-STOP-SWITCH
    MOVE "Y" TO CC-BUSY-SWITCH
    GO TO 1500-EXIT
  END-IF
  MOVE CT-CAMPAIGN-DATE TO CC-CAMPAIGN-DATE
  MOVE CT-DUE-DATE      TO CC-DUE-DATE
  DISPLAY "CAMPAIGN " CC-CAMPAIGN-DATE "   DUE " CC-DUE-DATE
  IF CC-TODAY-DATE < CC-DUE-DATE
    DISPLAY "THE CAMPAIGN IS NOT DUE UNTIL " CC-DUE-DATE
            " - REVIEWERS STILL HAVE TIME.  NOTHING CLOSED."
    MOVE "Y" TO CC-STOP-SWITCH
    MOVE 12 TO RETURN-CODE
  END-IF.
1500-EXIT.
  EXIT.

2000-CLOSE-NEXT-ROW.
  READ CERTIFICATION-FILE NEXT RECORD
    AT END
      MOVE "Y" TO CC-CT-EOF-SWITCH
      GO TO 2000-EXIT
  END-READ
*> A row held at a console is being decided right now: stop here
*> and let the rerun finish the job once the reviewer is done.
  IF CT-FILE-STATUS = "51"
    DISPLAY "ROW AFTER " CC-LAST-KEY
    DISPLAY "  IS IN USE ONLINE - STOPPING HERE."
    MOVE "Y" TO CC-BUSY-SWITCH
    MOVE "Y" TO CC-CT-EOF-SWITCH
    GO TO 2000-EXIT
  END-IF
  MOVE CT-KEY TO CC-LAST-KEY

  IF CT-SHARE-GRANT
    MOVE 1 TO CC-ST-IDX
    IF CT-OWNER-LOGIN NOT = CC-CURRENT-OWNER
      PERFORM 2500-PRINT-OWNER-LINE THRU 2500-EXIT
      MOVE CT-OWNER-LOGIN TO CC-CURRENT-OWNER
    END-IF
  ELSE
    PERFORM 2500-PRINT-OWNER-LINE THRU 2500-EXIT
    MOVE 2 TO CC-ST-IDX
  END-IF

  IF CT-STATUS-PENDING
    MOVE "P" TO CC-NEW-STATUS
    IF CT-SHARE-GRANT
      PERFORM 3000-REVOKE-SHARE THRU 3000-EXIT
    ELSE
      PERFORM 4000-REVOKE-VIP THRU 4000-EXIT
    END-IF
    IF CC-NEW-STATUS NOT = "P"
      MOVE CC-NEW-STATUS TO CT-STATUS
      MOVE "CERTCLS"     TO CT-DECIDED-BY
      MOVE CC-TODAY-DATE TO CT-DECIDED-DATE
      REWRITE CT-RECORD
        INVALID KEY
          ADD 1 TO CC-FAIL-COUNT
          DISPLAY "COULD NOT MARK CERTFILE ROW " CT-KEY
      END-REWRITE
    END-IF
  END-IF
  PERFORM 2100-TALLY-ROW THRU 2100-EXIT.
2000-EXIT.
  EXIT.

2100-TALLY-ROW.
*> Counts the row as it now stands, in its own kind and overall.
  ADD 1 TO CC-ST-TOTAL (CC-ST-IDX) CC-ST-TOTAL (3)
  EVALUATE TRUE
    WHEN CT-STATUS-CERTIFIED
      ADD 1 TO CC-ST-CERTIFIED (CC-ST-IDX) CC-ST-CERTIFIED (3)
    WHEN CT-STATUS-REVOKED
      ADD 1 TO CC-ST-REVOKED (CC-ST-IDX) CC-ST-REVOKED (3)
    WHEN CT-STATUS-CLOSE-REVOKED
      ADD 1 TO CC-ST-CLOSE-REVOKED (CC-ST-IDX)
               CC-ST-CLOSE-REVOKED (3)
    WHEN CT-STATUS-GONE
      ADD 1 TO CC-ST-GONE (CC-ST-IDX) CC-ST-GONE (3)
    WHEN OTHER
      ADD 1 TO CC-ST-PENDING (CC-ST-IDX) CC-ST-PENDING (3)
  END-EVALUATE
  IF CT-SHARE-GRANT
    ADD 1 TO CC-OWN-TOTAL
    EVALUATE TRUE
      WHEN CT-STATUS-CERTIFIED
        ADD 1 TO CC-OWN-CERTIFIED
      WHEN CT-STATUS-REVOKED
        ADD 1 TO CC-OWN-REVOKED
      WHEN OTHER
        ADD 1 TO CC-OWN-CLOSED
    END-EVALUATE
  END-IF.
2100-EXIT.
  EXIT.

2500-PRINT-OWNER-LINE.
  IF CC-CURRENT-OWNER = SPACE
    GO TO 2500-EXIT
  END-IF
  MOVE CC-CURRENT-OWNER TO CC-OL-OWNER
  MOVE CC-OWN-TOTAL     TO CC-OL-TOTAL
  MOVE CC-OWN-CERTIFIED TO CC-OL-CERTIFIED
  MOVE CC-OWN-REVOKED   TO CC-OL-REVOKED
  MOVE CC-OWN-CLOSED    TO CC-OL-CLOSED
  MOVE 0 TO CC-PCT
  IF CC-OWN-TOTAL > 0
    COMPUTE CC-PCT = (CC-OWN-CERTIFIED + CC-OWN-REVOKED) * 100
                   / CC-OWN-TOTAL
  END-IF
  MOVE CC-PCT TO CC-OL-PCT
  DISPLAY CC-OWNER-LINE
  MOVE SPACE TO CC-CURRENT-OWNER
  MOVE 0 TO CC-OWN-TOTAL
  MOVE 0 TO CC-OWN-CERTIFIED
  MOVE 0 TO CC-OWN-REVOKED
  MOVE 0 TO CC-OWN-CLOSED.
2500-EXIT.
  EXIT.

3000-REVOKE-SHARE.
*> The same removal the owner's own revoke (online 5910) makes.
  MOVE CT-OWNER-LOGIN   TO SF-OWNER-LOGIN
  MOVE CT-ITEM-NAME     TO SF-ITEM-NAME
  MOVE CT-GRANTEE-LOGIN TO SF-GRANTEE-LOGIN
  READ STORAGE-FILE
    INVALID KEY
      MOVE "G" TO CC-NEW-STATUS
      GO TO 3000-EXIT
  END-READ
  IF SF-FILE-STATUS = "51"
    ADD 1 TO CC-BUSY-COUNT
    MOVE "Y" TO CC-BUSY-SWITCH
    DISPLAY "IN USE   " CT-OWNER-LOGIN " " CT-ITEM-NAME " "
            CT-GRANTEE-LOGIN " - LEFT PENDING"
    GO TO 3000-EXIT
  END-IF
  IF NOT SF-SHARE-RECORD
    MOVE "G" TO CC-NEW-STATUS
    GO TO 3000-EXIT
  END-IF
  MOVE SF-RECORD TO CC-SF-SAVED-RECORD
  PERFORM 9575-STAMP-SF-ACTION THRU 9575-EXIT
  DELETE STORAGE-FILE
    INVALID KEY
      ADD 1 TO CC-FAIL-COUNT
      DISPLAY "COULD NOT REVOKE " CT-OWNER-LOGIN " " CT-ITEM-NAME
              " " CT-GRANTEE-LOGIN " - STATUS " SF-FILE-STATUS
      GO TO 3000-EXIT
  END-DELETE
  PERFORM 9590-JOURNAL-SF-DELETE THRU 9590-EXIT
  MOVE "X" TO CC-NEW-STATUS
  ADD 1 TO CC-REVOKE-COUNT
  DISPLAY "REVOKED  " CT-OWNER-LOGIN " " CT-ITEM-NAME " "
          CT-GRANTEE-LOGIN " - NOT CERTIFIED"
  MOVE CT-OWNER-LOGIN   TO AL-LOGIN
  MOVE "CERTCLS"        TO AL-PARAGRAPH
  MOVE "UNSHARED"       TO AL-OUTCOME
  MOVE CT-ITEM-NAME     TO CC-SD-ITEM
  MOVE CT-GRANTEE-LOGIN TO CC-SD-GRANTEE
  MOVE CC-SHARE-DETAIL  TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
  PERFORM 3100-MESSAGE-SHARE-REVOKE THRU 3100-EXIT.
3000-EXIT.
  EXIT.

3100-MESSAGE-SHARE-REVOKE.
  MOVE CT-ITEM-NAME      TO CC-MO-ITEM
  MOVE CT-GRANTEE-LOGIN  TO CC-MO-GRANTEE
  MOVE SPACE             TO MG-RECORD
  MOVE CT-OWNER-LOGIN    TO MG-RECIPIENT
  MOVE "CERTCLS"         TO MG-SENDER
  MOVE "UNSHARED"        TO MG-SUBJECT
  MOVE CC-MSG-OWNER-TEXT TO MG-TEXT
  PERFORM 9950-SEND-MESSAGE THRU 9950-EXIT

  MOVE CT-OWNER-LOGIN    TO CC-MG-OWNER
  MOVE CT-ITEM-NAME      TO CC-MG-ITEM
  MOVE SPACE             TO MG-RECORD
  MOVE CT-GRANTEE-LOGIN  TO MG-RECIPIENT
  MOVE "CERTCLS"         TO MG-SENDER
  MOVE "UNSHARED"        TO MG-SUBJECT
  MOVE CC-MSG-GRANTEE-TEXT TO MG-TEXT
  PERFORM 9950-SEND-MESSAGE THRU 9950-EXIT.
3100-EXIT.
  EXIT.

4000-REVOKE-VIP.
*> The same record change VIP-ADMIN option R makes.
  MOVE CT-OWNER-LOGIN TO UM-LOGIN
  READ USER-MASTER-FILE
    INVALID KEY
      MOVE "G" TO CC-NEW-STATUS
      GO TO 4000-EXIT
  END-READ
  IF UM-FILE-STATUS = "51"
    ADD 1 TO CC-BUSY-COUNT
    MOVE "Y" TO CC-BUSY-SWITCH
    DISPLAY "IN USE   VIP " CT-OWNER-LOGIN " - LEFT PENDING"
    GO TO 4000-EXIT
  END-IF
  IF UM-VIP NOT = 1
    MOVE "G" TO CC-NEW-STATUS
    GO TO 4000-EXIT
  END-IF
  MOVE UM-RECORD TO CC-UM-SAVED-RECORD
  MOVE 0 TO UM-VIP
  REWRITE UM-RECORD
    INVALID KEY
      ADD 1 TO CC-FAIL-COUNT
      DISPLAY "COULD NOT REVOKE VIP " CT-OWNER-LOGIN
              " - STATUS " UM-FILE-STATUS
      GO TO 4000-EXIT
  END-REWRITE
  PERFORM 9565-JOURNAL-UM-REWRITE THRU 9565-EXIT
  MOVE "X" TO CC-NEW-STATUS
  ADD 1 TO CC-REVOKE-COUNT
  DISPLAY "REVOKED  VIP " CT-OWNER-LOGIN " - NOT CERTIFIED"
  MOVE CT-OWNER-LOGIN TO AL-LOGIN
  MOVE "CERTCLS"      TO AL-PARAGRAPH
  MOVE "REVOKED"      TO AL-OUTCOME
  MOVE "VIP not certified by due date" TO AL-DETAIL
  PERFORM 9500-WRITE-AUDIT-RECORD THRU 9500-EXIT
  PERFORM 4100-MESSAGE-VIP-REVOKE THRU 4100-EXIT.
4000-EXIT.
  EXIT.

4100-MESSAGE-VIP-REVOKE.
  MOVE SPACE          TO MG-RECORD
  MOVE CT-OWNER-LOGIN TO MG-RECIPIENT
  MOVE "CERTCLS"      TO MG-SENDER
  MOVE "VIP"          TO MG-SUBJECT
  MOVE "Your VIP status was not certified and is revoked"
                      TO MG-TEXT
  PERFORM 9950-SEND-MESSAGE THRU 9950-EXIT.
4100-EXIT.
  EXIT.

8000-PRINT-STATISTICS.
  DISPLAY " "
  DISPLAY "CAMPAIGN COMPLETION - SHARE GRANTS"
  MOVE 1 TO CC-ST-IDX
  PERFORM 8100-PRINT-ONE-KIND THRU 8100-EXIT
  DISPLAY " "
  DISPLAY "CAMPAIGN COMPLETION - VIP HOLDERS"
  MOVE 2 TO CC-ST-IDX
  PERFORM 8100-PRINT-ONE-KIND THRU 8100-EXIT
  DISPLAY " "
  DISPLAY "CAMPAIGN COMPLETION - OVERALL"
  MOVE 3 TO CC-ST-IDX
  PERFORM 8100-PRINT-ONE-KIND THRU 8100-EXIT
  DISPLAY " "
  MOVE "REVOKED BY THIS RUN ....... " TO CC-TL-LABEL
  MOVE CC-REVOKE-COUNT    TO CC-TL-COUNT
  DISPLAY CC-TOTAL-LINE
  MOVE "LEFT PENDING - IN USE ..... " TO CC-TL-LABEL
  MOVE CC-BUSY-COUNT      TO CC-TL-COUNT
  DISPLAY CC-TOTAL-LINE
  MOVE "REVOKES FAILED ............ " TO CC-TL-LABEL
  MOVE CC-FAIL-COUNT      TO CC-TL-COUNT
  DISPLAY CC-TOTAL-LINE
  IF CC-STOPPED-BUSY
    DISPLAY "CAMPAIGN NOT FULLY CLOSED - RERUN ONCE THE RECORDS"
            " ARE FREE."
  END-IF.
8000-EXIT.
  EXIT.

8100-PRINT-ONE-KIND.
*> Completion is the share of rows a reviewer actually decided.
  MOVE "IN CAMPAIGN ............... " TO CC-TL-LABEL
  MOVE CC-ST-TOTAL (CC-ST-IDX)         TO CC-TL-COUNT
  DISPLAY CC-TOTAL-LINE
  MOVE "  CERTIFIED ............... " TO CC-TL-LABEL
  MOVE CC-ST-CERTIFIED (CC-ST-IDX)     TO CC-TL-COUNT
  DISPLAY CC-TOTAL-LINE
  MOVE "  REVOKED BY REVIEWER ..... " TO CC-TL-LABEL
  MOVE CC-ST-REVOKED (CC-ST-IDX)       TO CC-TL-COUNT
  DISPLAY CC-TOTAL-LINE
  MOVE "  REVOKED AT CLOSE ........ " TO CC-TL-LABEL
  MOVE CC-ST-CLOSE-REVOKED (CC-ST-IDX) TO CC-TL-COUNT
  DISPLAY CC-TOTAL-LINE
  MOVE "  GONE BEFORE CLOSE ....... " TO CC-TL-LABEL
  MOVE CC-ST-GONE (CC-ST-IDX)          TO CC-TL-COUNT
  DISPLAY CC-TOTAL-LINE
  MOVE "  STILL PENDING ........... " TO CC-TL-LABEL
  MOVE CC-ST-PENDING (CC-ST-IDX)       TO CC-TL-COUNT
  DISPLAY CC-TOTAL-LINE
  MOVE 0 TO CC-PCT
  IF CC-ST-TOTAL (CC-ST-IDX) > 0
    COMPUTE CC-PCT = (CC-ST-CERTIFIED (CC-ST-IDX)
                    + CC-ST-REVOKED (CC-ST-IDX)) * 100
                   / CC-ST-TOTAL (CC-ST-IDX)
  END-IF
  MOVE "  REVIEWED ................ " TO CC-PL-LABEL
  MOVE CC-PCT TO CC-PL-PCT
  DISPLAY CC-PCT-LINE.
8100-EXIT.
  EXIT.

9000-CLOSE-FILES.
  CLOSE CERTIFICATION-FILE
  CLOSE STORAGE-FILE
  CLOSE USER-MASTER-FILE
  CLOSE AUDIT-LOG-FILE
  CLOSE AUDIT-CONTROL-FILE
  CLOSE STORAGE-JOURNAL-FILE
  CLOSE USER-JOURNAL-FILE
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

9550-WRITE-JOURNAL-RECORD.
*> Caller sets JN-ACTION, JN-LOGIN and both images; the timestamp
*> is stamped here.
  ACCEPT JN-DATE FROM DATE YYYYMMDD
  ACCEPT JN-TIME FROM TIME
  WRITE JN-RECORD.
9550-EXIT.
  EXIT.

9565-JOURNAL-UM-REWRITE.
*> Performed directly after a successful REWRITE; the before-image
*> was saved at READ time in CC-UM-SAVED-RECORD.
  MOVE "REW"      TO JN-ACTION
  MOVE UM-LOGIN   TO JN-LOGIN
  MOVE CC-UM-SAVED-RECORD TO JN-BEFORE-IMAGE
  MOVE UM-RECORD  TO JN-AFTER-IMAGE
  PERFORM 9550-WRITE-JOURNAL-RECORD THRU 9550-EXIT.
9565-EXIT.
  EXIT.

9575-STAMP-SF-ACTION.
*> Each revoked share is one action.
  ACCEPT CC-SF-ACTION-DATE FROM DATE YYYYMMDD
  ACCEPT CC-SF-ACTION-TIME FROM TIME.
9575-EXIT.
  EXIT.

9590-JOURNAL-SF-DELETE.
*> Performed directly after a successful DELETE; the before-image
*> was saved at READ time in CC-SF-SAVED-RECORD.
  MOVE "DEL"      TO SJ-ACTION
  MOVE CC-SF-SAVED-RECORD (1:40) TO SJ-KEY
  MOVE CC-SF-SAVED-RECORD TO SJ-BEFORE-IMAGE
  MOVE SPACE      TO SJ-AFTER-IMAGE
  PERFORM 9595-WRITE-SF-JOURNAL-RECORD THRU 9595-EXIT.
9590-EXIT.
  EXIT.

9595-WRITE-SF-JOURNAL-RECORD.
  MOVE CC-SF-ACTION-DATE TO SJ-DATE
  MOVE CC-SF-ACTION-TIME TO SJ-TIME
  WRITE SJ-RECORD.
9595-EXIT.
  EXIT.

    COPY AUDCHAIN.

    COPY MSGSEND.
