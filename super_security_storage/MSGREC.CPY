*> ------------------------------------------------------------------
*> MSGREC - shared MESSAGE-FILE (MSGFILE) record layout.
*> One row per notice left for a user about something done to their
*> account or items - a password reset, a share granted or revoked,
*> an item restored, transferred, applied or rejected, a quota
*> change, an expiry warning, a certification notice.  The recipient
*> leads the key, so a user's messages come back off the index in
*> the order they were sent; MG-SEQ tells apart two messages sent to
*> the same login in the same hundredth of a second.  A message is
*> shown at the next sign-on and marked read with that date; the
*> MSGPURG batch drops read messages once they are MSGKEEP days old.
*> Written through MSGSEND.  COPYed into Security-storage, MSGPURG
*> and every batch that leaves messages.
*> ------------------------------------------------------------------
01  MG-RECORD.
    05  MG-KEY.
        10  MG-RECIPIENT           PIC X(10).
        10  MG-SENT-DATE           PIC 9(08).
        10  MG-SENT-TIME           PIC 9(08).
        10  MG-SEQ                 PIC 9(02).
*>  The program or console login that left the message.
    05  MG-SENDER                  PIC X(10).
*>  A one-word heading - PWRESET, SHARED, EXPIRING and so on.
    05  MG-SUBJECT                 PIC X(10).
    05  MG-TEXT                    PIC X(60).
    05  MG-READ-SWITCH             PIC X(01).
        88  MG-UNREAD                          VALUE "N".
        88  MG-IS-READ                         VALUE "Y".
    05  MG-READ-DATE               PIC 9(08).
    05  FILLER                     PIC X(03).
