*> ------------------------------------------------------------------
*> AUDITREC - shared AUDIT-LOG-FILE record layout.
*> COPYed into Security-storage and the batch writers, and into
*> every reader of the log and its archives, so none of them can
*> drift out of sync on this layout.
*> ------------------------------------------------------------------
01  AL-RECORD.
    05  AL-LOGIN                   PIC X(10).
    05  AL-DETAIL                  PIC X(30).
    05  AL-DATE                    PIC 9(08).
    05  AL-TIME                    PIC 9(08).
*>  Tamper evidence.  AL-SEQ-NO runs unbroken across every writer
*>  and every archive generation (AUDITCTL holds the last one
*>  issued); AL-CHAIN-VALUE is computed by AUDCHAIN over the
*>  previous row's chain value, this row's sequence number and the
*>  81 bytes above, so a removed, reordered or altered row breaks
*>  the chain where AUDITVFY can point at it.  A row that could not
*>  get a number (control record held too long) carries zero in
*>  both and AUDITVFY lists it as unchained.
    05  AL-SEQ-NO                  PIC 9(09).
    05  AL-CHAIN-VALUE             PIC 9(12).
