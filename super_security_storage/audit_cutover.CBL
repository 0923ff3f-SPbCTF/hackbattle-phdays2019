*>   starts a fresh, empty AUDITLOG.  On any disagreement the live
*>   log is left untouched and a nonzero return code is set, so a
*>   failed night can simply be re-run.
*>
*>   The audit chain needs nothing from the cutover to carry on:
*>   the last sequence number and chain value issued live on
*>   AUDITCTL, which the cutover leaves alone, so tomorrow's first
*>   row chains onto tonight's last archived one.  The cutover
*>   prints that hand-over point and checks the log's last row
*>   against AUDITCTL; a mismatch means rows went missing off the
*>   end of the log and ends RC=4 (the cutover still goes ahead -
*>   AUDITVFY over the archives says where).
*> ------------------------------------------------------------------
*> MODIFICATION HISTORY.
*>   2019-06-20  DK   Original version.
*>                    is already cataloged, say so and end RC=8
*>                    instead of reporting a completed cutover, so
*>                    the next night cannot double-archive the rows.
*>   2019-07-12  DK   Prints the audit-chain hand-over point off
*>                    AUDITCTL and checks the archived log ends on
*>                    it (RC=4 if not).
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. AUDITCUT.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AC-FILE-STATUS.

    SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDITCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AK-KEY
        FILE STATUS IS AK-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-LOG-FILE.
FD  AUDIT-ARCHIVE-FILE.
    COPY AUDITREC REPLACING LEADING ==AL== BY ==AC==.

FD  AUDIT-CONTROL-FILE.
    COPY AUDCTREC.

WORKING-STORAGE SECTION.
77  AL-FILE-STATUS                 PIC X(02).
77  AC-FILE-STATUS                 PIC X(02).
77  AK-FILE-STATUS                 PIC X(02).
77  AC-LAST-SEQ-NO                 PIC 9(09)   VALUE 0.
77  AC-LAST-CHAIN-VALUE            PIC 9(12)   VALUE 0.

01  AC-SWITCHES.
    05  AC-EOF-SWITCH               PIC X(01)   VALUE "N".

  DISPLAY "RECORDS READ ...... " AC-IN-COUNT
  DISPLAY "RECORDS ARCHIVED .. " AC-OUT-COUNT
  PERFORM 3000-CHECK-CHAIN-HANDOVER THRU 3000-EXIT

  IF AC-COPY-FAILED OR AC-IN-COUNT NOT = AC-OUT-COUNT
    DISPLAY "CUTOVER ABANDONED - LIVE LOG LEFT UNTOUCHED."
      GO TO 2000-EXIT
  END-READ
  ADD 1 TO AC-IN-COUNT
  IF AL-SEQ-NO NOT = 0
    MOVE AL-SEQ-NO      TO AC-LAST-SEQ-NO
    MOVE AL-CHAIN-VALUE TO AC-LAST-CHAIN-VALUE
  END-IF
  MOVE AL-RECORD TO AC-RECORD
  WRITE AC-RECORD
  IF AC-FILE-STATUS NOT = "00"
  END-IF.
2000-EXIT.
  EXIT.

3000-CHECK-CHAIN-HANDOVER.
  OPEN INPUT AUDIT-CONTROL-FILE
  IF AK-FILE-STATUS NOT = "00"
    DISPLAY "NO AUDITCTL ON FILE - NO CHAIN TO HAND OVER."
    GO TO 3000-EXIT
  END-IF
  MOVE "AUDITLOG" TO AK-KEY
  READ AUDIT-CONTROL-FILE
    INVALID KEY
      DISPLAY "NO CHAIN RECORD ON AUDITCTL - NO CHAIN TO HAND OVER."
      CLOSE AUDIT-CONTROL-FILE
      GO TO 3000-EXIT
  END-READ
  CLOSE AUDIT-CONTROL-FILE
  DISPLAY "CHAIN HANDED OVER AT SEQ " AK-LAST-SEQ-NO
          " VALUE " AK-LAST-CHAIN-VALUE
  IF AC-IN-COUNT > 0
     AND (AC-LAST-SEQ-NO NOT = AK-LAST-SEQ-NO
          OR AC-LAST-CHAIN-VALUE NOT = AK-LAST-CHAIN-VALUE)
    DISPLAY "WARNING - ARCHIVED LOG ENDS AT SEQ " AC-LAST-SEQ-NO
            " BUT AUDITCTL HAS ISSUED " AK-LAST-SEQ-NO
    DISPLAY "ROWS MAY HAVE BEEN REMOVED FROM THE END OF THE LOG -"
            " RUN AUDITVFY."
    MOVE 4 TO RETURN-CODE
  END-IF.
3000-EXIT.
  EXIT.
