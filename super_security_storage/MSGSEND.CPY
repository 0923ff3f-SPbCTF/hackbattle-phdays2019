*> ------------------------------------------------------------------
*> MSGSEND - leave a message in a user's inbox.
*> COPYed into Security-storage and every batch that leaves
*> messages, so all of them stamp and key rows the same way.
*> Requires MSGWORK in WORKING-STORAGE and a MESSAGE-FILE SELECT
*> (indexed on MG-KEY, status MG-FILE-STATUS) with MSGREC under its
*> FD, opened I-O or OUTPUT.
*>
*> The caller moves SPACE to MG-RECORD, fills MG-RECIPIENT,
*> MG-SENDER, MG-SUBJECT and MG-TEXT and performs 9950.  9950 stamps
*> the row, marks it unread and writes it, stepping MG-SEQ past any
*> row already holding the same key.  A message is a courtesy: one
*> that cannot be written leaves MG-SENT off and the caller's own
*> work stands.
*> ------------------------------------------------------------------
9950-SEND-MESSAGE.
  MOVE "N" TO MG-SENT-SWITCH
  IF MG-RECIPIENT = SPACE
    GO TO 9950-EXIT
  END-IF
  ACCEPT MG-STAMP-DATE FROM DATE YYYYMMDD
  ACCEPT MG-STAMP-TIME FROM TIME
  MOVE MG-STAMP-DATE TO MG-SENT-DATE
  MOVE MG-STAMP-TIME TO MG-SENT-TIME
  MOVE 0             TO MG-SEQ
  MOVE "N"           TO MG-READ-SWITCH
  MOVE 0             TO MG-READ-DATE
  MOVE "22"          TO MG-FILE-STATUS
  PERFORM 9955-WRITE-MESSAGE THRU 9955-EXIT
    UNTIL MG-SENT
       OR MG-FILE-STATUS NOT = "22"
       OR MG-SEQ = 99.
9950-EXIT.
  EXIT.

9955-WRITE-MESSAGE.
  WRITE MG-RECORD
    INVALID KEY
      IF MG-FILE-STATUS = "22"
        ADD 1 TO MG-SEQ
      END-IF
    NOT INVALID KEY
      MOVE "Y" TO MG-SENT-SWITCH
  END-WRITE.
9955-EXIT.
  EXIT.
