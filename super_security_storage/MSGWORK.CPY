*> ------------------------------------------------------------------
*> MSGWORK - WORKING-STORAGE for the message paragraphs in MSGSEND.
*> COPYed wherever MSGSEND is.  The caller supplies MG-FILE-STATUS
*> for the MESSAGE-FILE SELECT.
*> ------------------------------------------------------------------
77  MG-STAMP-DATE                  PIC 9(08).
77  MG-STAMP-TIME                  PIC 9(08).

01  MG-SWITCHES.
    05  MG-SENT-SWITCH              PIC X(01)   VALUE "N".
        88  MG-SENT                             VALUE "Y".
