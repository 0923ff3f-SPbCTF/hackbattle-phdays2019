*>   End-of-day batch step that reads the AUDIT-LOG file written by
*>   Security-storage and prints a summary of the day's activity -
*>   registrations, successful/failed logins, VIP grants/revocations
*>   and storage opens - grouped by login - followed by each login's
*>   sessions: how many ended (logged out or timed out), their total
*>   and average length, and sign-ons refused as already signed on.
*> ------------------------------------------------------------------
*> MODIFICATION HISTORY.
*>   2019-06-09  DK   Original version.
*>                    day re-run from its AUDITARC archive
*>                    generation.  A blank or missing card keeps the
*>                    old report-everything behaviour.
*>   2019-07-24  DK   Session section: SESSION LOGOUT/TIMEOUT rows
*>                    counted per login with the session length
*>                    their detail carries, plus LOGIN REFUSED.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. AUDITRPT.
    05  AR-EOF-SWITCH               PIC X(01)   VALUE "N".
        88  AR-END-OF-FILE                      VALUE "Y".

*> Detail of a SESSION LOGOUT or TIMEOUT row as Security-storage
*> writes it (SS-SESSION-DETAIL there).
01  AR-SESSION-DETAIL.
    05  FILLER                      PIC X(16).
    05  AR-SESSION-SECS             PIC 9(07).
    05  FILLER                      PIC X(07).

77  AR-TOTAL-MINS                   PIC 9(07).
77  AR-AVG-MINS                     PIC 9(05).

01  AR-PARM-CARD.
    05  AR-FROM-DATE                PIC 9(08).
    05  FILLER                      PIC X(01).
        10  AR-TAB-VIP-GRANTS        PIC 9(05)   COMP.
        10  AR-TAB-VIP-REVOKES       PIC 9(05)   COMP.
        10  AR-TAB-STORAGE-OPENS     PIC 9(05)   COMP.
        10  AR-TAB-SESSIONS          PIC 9(05)   COMP.
        10  AR-TAB-TIMEOUTS          PIC 9(05)   COMP.
        10  AR-TAB-REFUSED           PIC 9(05)   COMP.
        10  AR-TAB-SESSION-SECS      PIC 9(09)   COMP.

PROCEDURE DIVISION.

      MOVE 0 TO AR-TAB-VIP-GRANTS (AR-LOGIN-COUNT)
      MOVE 0 TO AR-TAB-VIP-REVOKES (AR-LOGIN-COUNT)
      MOVE 0 TO AR-TAB-STORAGE-OPENS (AR-LOGIN-COUNT)
      MOVE 0 TO AR-TAB-SESSIONS (AR-LOGIN-COUNT)
      MOVE 0 TO AR-TAB-TIMEOUTS (AR-LOGIN-COUNT)
      MOVE 0 TO AR-TAB-REFUSED (AR-LOGIN-COUNT)
      MOVE 0 TO AR-TAB-SESSION-SECS (AR-LOGIN-COUNT)
      MOVE AR-LOGIN-COUNT TO AR-FOUND-IDX
    ELSE
      DISPLAY "WARNING - more than 200 distinct logins in audit log; "
    IF AL-OUTCOME = "LOCKOUT"
      ADD 1 TO AR-TAB-LOCKOUTS (AR-FOUND-IDX)
    END-IF
    IF AL-OUTCOME = "REFUSED"
      ADD 1 TO AR-TAB-REFUSED (AR-FOUND-IDX)
    END-IF
  END-IF

  IF AL-PARAGRAPH = "SESSION"
     AND (AL-OUTCOME = "LOGOUT" OR AL-OUTCOME = "TIMEOUT")
    ADD 1 TO AR-TAB-SESSIONS (AR-FOUND-IDX)
    IF AL-OUTCOME = "TIMEOUT"
      ADD 1 TO AR-TAB-TIMEOUTS (AR-FOUND-IDX)
    END-IF
    MOVE AL-DETAIL TO AR-SESSION-DETAIL
    IF AR-SESSION-SECS NUMERIC
      ADD AR-SESSION-SECS TO AR-TAB-SESSION-SECS (AR-FOUND-IDX)
    END-IF
  END-IF

  IF AL-PARAGRAPH = "VIPADMIN"
  DISPLAY " "
  DISPLAY "LOGIN      REGISTER  LOGIN-OK  LOGIN-FAIL  LOCKOUT  VIP-GRANT  VIP-REVOKE  STOR-OPEN"
  PERFORM 3100-PRINT-LOGIN-LINE THRU 3100-EXIT
    VARYING AR-IDX FROM 1 BY 1 UNTIL AR-IDX > AR-LOGIN-COUNT

  DISPLAY " "
  DISPLAY "LOGIN      SESSIONS  TIMEOUTS  TOTAL-MINS  AVG-MINS  REFUSED"
  PERFORM 3200-PRINT-SESSION-LINE THRU 3200-EXIT
    VARYING AR-IDX FROM 1 BY 1 UNTIL AR-IDX > AR-LOGIN-COUNT.
3000-EXIT.
  EXIT.
          AR-TAB-STORAGE-OPENS (AR-IDX).
3100-EXIT.
  EXIT.

3200-PRINT-SESSION-LINE.
*> Logins with no session activity are left off this section.
  IF AR-TAB-SESSIONS (AR-IDX) = 0 AND AR-TAB-REFUSED (AR-IDX) = 0
    GO TO 3200-EXIT
  END-IF
  COMPUTE AR-TOTAL-MINS = AR-TAB-SESSION-SECS (AR-IDX) / 60
  IF AR-TAB-SESSIONS (AR-IDX) = 0
    MOVE 0 TO AR-AVG-MINS
  ELSE
    COMPUTE AR-AVG-MINS = AR-TAB-SESSION-SECS (AR-IDX)
                        / AR-TAB-SESSIONS (AR-IDX) / 60
  END-IF
  DISPLAY AR-TAB-LOGIN (AR-IDX)          " "
          AR-TAB-SESSIONS (AR-IDX)       "     "
          AR-TAB-TIMEOUTS (AR-IDX)       "     "
          AR-TOTAL-MINS                  "     "
          AR-AVG-MINS                    "     "
          AR-TAB-REFUSED (AR-IDX).
3200-EXIT.
  EXIT.
