*>   Nightly security alerting off the AUDIT-LOG: where AUDITRPT
*>   tallies activity per login, this step looks for the shapes of
*>   an attack and prints each finding on an exceptions page:
*>     - password spraying: LOGIN FAILURE rows against SPRAYCNT
*>       (five) or more different logins inside a SPRAYWIN-second
*>       (ten-minute) window;
*>     - probing: DENYCNT (three) or more DENIED rows from OPENSTOR
*>       or VIPADMIN for the same login across the day;
*>     - off-hours administration: a VIPADMIN PWRESET or DELETED
*>       row recorded before DAYSTART (08:00) or from DAYEND
*>       (18:00) on (storage-item deletions audit under STORAGE
*>       and are not admin actions);
*>     - suspicious unlocks: a LOCKOUT followed by an UNLOCKED for
*>       the same login the same day;
*>     - heavy shared reading: a grantee reading READCNT (twenty)
*>       or more different shared items in one day, off the
*>       ACCSLOG read records rather than the AUDIT-LOG.  ACCSLOG
*>       is never cut over, so only the reads on the day(s) the
*>       scanned log covers - from its earliest to its latest row
*>       inside the card's range - are checked; older days were
*>       checked the night they were on the live log.
*>   Any finding sets a nonzero return code so the scheduler pages
*>   us, the way RECONCIL already does; a clean night says so.  The
*>   SYSIN card carries the same from/to date range AUDITRPT takes,
*>   so a past day can be re-scanned from its archive generation.
*>   The thresholds are system parameters off PARMFILE (defaults
*>   in brackets above) and the values used head the report.
*> ------------------------------------------------------------------
*> MODIFICATION HISTORY.
*>   2019-06-29  DK   Original version.
*>                    scheduled STORAPPL delete) also audits
*>                    outcome "DELETED" and was paging security
*>                    for non-events.
*>   2019-07-10  DK   Spraying window and threshold, denial
*>                    threshold and the admin working day taken
*>                    from the shared PARMFILE instead of being
*>                    compiled in; the values used head the report.
*>   2019-07-22  DK   Heavy shared reading: the ACCSLOG item read
*>                    records are tallied per grantee and day, each
*>                    item counted once, against READCNT.
*>   2019-07-29  DK   The read check covers only the day(s) on the
*>                    scanned log (2000, 7600), so a past heavy day
*>                    is not reported again every night and old
*>                    days do not fill the grantee-day table.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. AUDITALR.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AL-FILE-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-KEY
        FILE STATUS IS PR-FILE-STATUS.

    SELECT ACCESS-LOG-FILE ASSIGN TO "ACCSLOG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AC-KEY
        FILE STATUS IS AC-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-LOG-FILE.
    COPY AUDITREC.

FD  PARAMETER-FILE.
    COPY PARMREC.

FD  ACCESS-LOG-FILE.
    COPY ACCSREC.

WORKING-STORAGE SECTION.
77  AL-FILE-STATUS                 PIC X(02).
77  PR-FILE-STATUS                 PIC X(02).
77  AC-FILE-STATUS                 PIC X(02).

    COPY PARMWORK.

77  AA-ROW-SECS                    PIC 9(05)   COMP.
77  AA-ROW-HOUR                    PIC 9(02).
01  AA-SWITCHES.
    05  AA-EOF-SWITCH               PIC X(01)   VALUE "N".
        88  AA-END-OF-FILE                      VALUE "Y".
    05  AA-AC-EOF-SWITCH            PIC X(01)   VALUE "N".
        88  AA-AC-END-OF-FILE                   VALUE "Y".

*> Earliest and latest AL-DATE read inside the card's range: the
*> day(s) this log covers, which bound the ACCSLOG read check.
01  AA-LOG-DATES.
    05  AA-LOG-LOW-DATE             PIC 9(08)   VALUE 99999999.
    05  AA-LOG-HIGH-DATE            PIC 9(08)   VALUE 0.

01  AA-PARM-CARD.
    05  AA-FROM-DATE                PIC 9(08).
01  AA-COUNTS.
    05  AA-ROW-COUNT                PIC 9(07)   COMP    VALUE 0.
    05  AA-FINDING-COUNT            PIC 9(05)   COMP    VALUE 0.
    05  AA-READ-ROW-COUNT           PIC 9(07)   COMP    VALUE 0.

01  AA-INDEXES.
    05  AA-IDX                      PIC 9(04)   COMP.
        10  AA-LOCKOUT-LOGIN        PIC X(10).
        10  AA-LOCKOUT-DATE         PIC 9(08).

*> Shared items read per grantee per day.  ACCSLOG comes back in
*> owner/item order, so every read of one item sits together: an
*> entry remembers the last item it counted and a grantee reading
*> the same item again that day is not counted twice.
01  AA-READ-TABLE-AREA.
    05  AA-READ-USED                PIC 9(04)   COMP    VALUE 0.
    05  AA-READ-ENTRY OCCURS 200 TIMES.
        10  AA-READ-LOGIN           PIC X(10).
        10  AA-READ-DATE            PIC 9(08).
        10  AA-READ-TALLY           PIC 9(05)   COMP.
        10  AA-READ-LAST-ITEM       PIC X(30).

PROCEDURE DIVISION.

0000-MAINLINE.
  DISPLAY "###########################################"

  PERFORM 1500-GET-DATE-RANGE THRU 1500-EXIT
  PERFORM 1600-LOAD-PARAMETERS THRU 1600-EXIT
  PERFORM 1000-OPEN-AUDIT-LOG THRU 1000-EXIT
  PERFORM 2000-SCAN-NEXT-ROW THRU 2000-EXIT UNTIL AA-END-OF-FILE
  IF AL-FILE-STATUS NOT = "35"
    CLOSE AUDIT-LOG-FILE
  END-IF
  PERFORM 7000-REPORT-DENY-PROBES THRU 7000-EXIT
  PERFORM 7500-SCAN-ACCESS-LOG THRU 7500-EXIT
  PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT

  IF AA-FINDING-COUNT = 0
1500-EXIT.
  EXIT.

1600-LOAD-PARAMETERS.
  PERFORM 9900-LOAD-PARAMETERS THRU 9900-EXIT
  MOVE "SPRAYWIN" TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT
  MOVE "SPRAYCNT" TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT
  MOVE "DENYCNT"  TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT
  MOVE "DAYSTART" TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT
  MOVE "DAYEND"   TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT
  MOVE "READCNT"  TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT.
1600-EXIT.
  EXIT.

1000-OPEN-AUDIT-LOG.
  OPEN INPUT AUDIT-LOG-FILE
  IF AL-FILE-STATUS = "35"
    GO TO 2000-EXIT
  END-IF
  ADD 1 TO AA-ROW-COUNT
  IF AL-DATE < AA-LOG-LOW-DATE
    MOVE AL-DATE TO AA-LOG-LOW-DATE
  END-IF
  IF AL-DATE > AA-LOG-HIGH-DATE
    MOVE AL-DATE TO AA-LOG-HIGH-DATE
  END-IF

  IF AL-PARAGRAPH = "LOGIN" AND AL-OUTCOME = "FAILURE"
    PERFORM 3000-CHECK-SPRAYING THRU 3000-EXIT
  PERFORM 3100-COUNT-WINDOW-LOGIN THRU 3100-EXIT
    VARYING AA-IDX FROM 1 BY 1 UNTIL AA-IDX > AA-FAIL-FILLED

  IF AA-DISTINCT-COUNT >= PM-SPRAY-THRESHOLD
*>  One finding per window: stay quiet while this row is still
*>  inside the window already reported.
    IF AL-DATE = AA-SPRAY-REP-DATE
       AND AA-ROW-SECS - AA-SPRAY-REP-SECS <= PM-SPRAY-WINDOW
      CONTINUE
    ELSE
      ADD 1 TO AA-FINDING-COUNT
      DISPLAY "FINDING - PASSWORD SPRAYING: " AA-DISTINCT-COUNT
              " LOGINS FAILED WITHIN " PM-SPRAY-WINDOW
              " SECONDS ENDING " AL-DATE
              " " AL-TIME
      MOVE AL-DATE     TO AA-SPRAY-REP-DATE
      MOVE AA-ROW-SECS TO AA-SPRAY-REP-SECS
  IF AA-FAIL-DATE (AA-IDX) NOT = AL-DATE
    GO TO 3100-EXIT
  END-IF
  IF AA-ROW-SECS - AA-FAIL-SECS (AA-IDX) > PM-SPRAY-WINDOW
    GO TO 3100-EXIT
  END-IF
  MOVE 0 TO AA-FOUND-IDX

5000-CHECK-OFF-HOURS.
  MOVE AL-TIME (1:2) TO AA-ROW-HOUR
  IF AA-ROW-HOUR < PM-DAY-START-HOUR
     OR AA-ROW-HOUR >= PM-DAY-END-HOUR
    ADD 1 TO AA-FINDING-COUNT
    DISPLAY "FINDING - OFF-HOURS ADMIN ACTION: " AL-OUTCOME
            " FOR " AL-LOGIN " AT " AL-DATE " " AL-TIME
  EXIT.

7100-REPORT-ONE-PROBE.
  IF AA-DENY-TALLY (AA-IDX) >= PM-DENY-THRESHOLD
    ADD 1 TO AA-FINDING-COUNT
    DISPLAY "FINDING - REPEATED DENIALS: " AA-DENY-LOGIN (AA-IDX)
            " DENIED " AA-DENY-TALLY (AA-IDX) " TIMES"
7100-EXIT.
  EXIT.

7500-SCAN-ACCESS-LOG.
*> The item read records, for the day(s) on the log just scanned.
*> No ACCSLOG yet simply means nobody has read anybody else's item.
  IF AA-ROW-COUNT = 0
    DISPLAY "NO AUDIT LOG ROWS IN RANGE - READING NOT CHECKED."
    GO TO 7500-EXIT
  END-IF
  DISPLAY "READING CHECKED FROM " AA-LOG-LOW-DATE " TO "
          AA-LOG-HIGH-DATE
  OPEN INPUT ACCESS-LOG-FILE
  IF AC-FILE-STATUS = "35"
    DISPLAY "NO ITEM READ RECORDS ON FILE - READING NOT CHECKED."
    GO TO 7500-EXIT
  END-IF
  PERFORM 7600-TALLY-NEXT-READ THRU 7600-EXIT
    UNTIL AA-AC-END-OF-FILE
  CLOSE ACCESS-LOG-FILE
  PERFORM 7800-REPORT-ONE-READER THRU 7800-EXIT
    VARYING AA-IDX FROM 1 BY 1 UNTIL AA-IDX > AA-READ-USED.
7500-EXIT.
  EXIT.

7600-TALLY-NEXT-READ.
  READ ACCESS-LOG-FILE NEXT RECORD
    AT END
      MOVE "Y" TO AA-AC-EOF-SWITCH
      GO TO 7600-EXIT
  END-READ
  IF AC-READ-DATE < AA-FROM-DATE OR AC-READ-DATE > AA-TO-DATE
     OR AC-READ-DATE < AA-LOG-LOW-DATE
     OR AC-READ-DATE > AA-LOG-HIGH-DATE
    GO TO 7600-EXIT
  END-IF
  ADD 1 TO AA-READ-ROW-COUNT
*> Only grantees: the every-owner listing reads everything by
*> design and is the operator's view-all authority, not a share.
  IF NOT AC-VIA-SHARE
    GO TO 7600-EXIT
  END-IF
  MOVE 0 TO AA-FOUND-IDX
  PERFORM 7700-SEARCH-READER THRU 7700-EXIT
    VARYING AA-IDX FROM 1 BY 1 UNTIL AA-IDX > AA-READ-USED
  IF AA-FOUND-IDX = 0
    IF AA-READ-USED < 200
      ADD 1 TO AA-READ-USED
      MOVE AC-READER-LOGIN TO AA-READ-LOGIN (AA-READ-USED)
      MOVE AC-READ-DATE    TO AA-READ-DATE (AA-READ-USED)
      MOVE 1               TO AA-READ-TALLY (AA-READ-USED)
      MOVE AC-KEY (1:30)   TO AA-READ-LAST-ITEM (AA-READ-USED)
    ELSE
      DISPLAY "WARNING - MORE THAN 200 GRANTEE-DAYS ON ACCSLOG;"
              " READING CHECK MAY UNDER-REPORT."
    END-IF
  ELSE
    IF AA-READ-LAST-ITEM (AA-FOUND-IDX) NOT = AC-KEY (1:30)
      ADD 1 TO AA-READ-TALLY (AA-FOUND-IDX)
      MOVE AC-KEY (1:30) TO AA-READ-LAST-ITEM (AA-FOUND-IDX)
    END-IF
  END-IF.
7600-EXIT.
  EXIT.

7700-SEARCH-READER.
  IF AA-FOUND-IDX = 0
     AND AA-READ-LOGIN (AA-IDX) = AC-READER-LOGIN
     AND AA-READ-DATE (AA-IDX) = AC-READ-DATE
    MOVE AA-IDX TO AA-FOUND-IDX
  END-IF.
7700-EXIT.
  EXIT.

7800-REPORT-ONE-READER.
  IF AA-READ-TALLY (AA-IDX) >= PM-READ-THRESHOLD
    ADD 1 TO AA-FINDING-COUNT
    DISPLAY "FINDING - HEAVY SHARED READING: " AA-READ-LOGIN (AA-IDX)
            " READ " AA-READ-TALLY (AA-IDX) " SHARED ITEMS ON "
            AA-READ-DATE (AA-IDX)
  END-IF.
7800-EXIT.
  EXIT.

8000-PRINT-TOTALS.
  DISPLAY " "
  DISPLAY "AUDIT ROWS SCANNED ...... " AA-ROW-COUNT
  DISPLAY "ITEM READS SCANNED ...... " AA-READ-ROW-COUNT.
8000-EXIT.
  EXIT.

    COPY PARMLOAD.
