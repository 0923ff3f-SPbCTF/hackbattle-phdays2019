*> ------------------------------------------------------------------
*> SESSREC - shared ACTIVE-SESSION-FILE (SESSFILE) record layout.
*> One row per login signed on at either console, written at sign-on
*> and removed at logout, idle timeout or Quit.  SN-SESSION-ID is the
*> sign-on date and time, which tells the session holding the row
*> from any later one; SN-LAST-DATE/TIME is refreshed on every input
*> the session takes, so a row left behind by a console that died
*> shows as idle and the next sign-on may take it over.  COPYed into
*> Security-storage.
*> ------------------------------------------------------------------
01  SN-RECORD.
    05  SN-LOGIN                   PIC X(10).
    05  SN-SESSION-ID.
        10  SN-START-DATE          PIC 9(08).
        10  SN-START-TIME          PIC 9(08).
    05  SN-LAST-DATE               PIC 9(08).
    05  SN-LAST-TIME               PIC 9(08).
    05  FILLER                     PIC X(08).
