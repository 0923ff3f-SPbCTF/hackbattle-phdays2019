*> ****************************************************************
*> PROGRAM:      AUDITVFY
*> AUTHOR:       D. Kravchenko, Applications Group
*> INSTALLATION: SPBCTF DATA CENTER
*> DATE-WRITTEN: 2019-07-12
*> DATE-COMPILED:
*> ------------------------------------------------------------------
*> REMARKS.
*>   Audit trail chain verification.  Walks the AUDIT-LOG history in
*>   the order it was written - the JCL concatenates every AUDITARC
*>   generation, oldest first, ahead of the live log - and proves
*>   each row's AL-SEQ-NO follows the one before and its
*>   AL-CHAIN-VALUE recomputes (AUDCHAIN) from the row before it.
*>   Every break is printed with the row's position in the input
*>   (counting from 1 across the whole concatenation) and its
*>   sequence number, date and time:
*>     - GAP: sequence numbers missing - rows removed;
*>     - OUT OF ORDER: a number lower than one already seen - a
*>       row moved or replayed;
*>     - CHAIN BREAK: the number follows but the chain value does
*>       not - the row (or the one before it) was altered;
*>     - UNCHAINED: a row written without a number once the
*>       chain has started;
*>     - TAIL MISSING: AUDITCTL has issued numbers past the last
*>       row on the log - rows removed off the end.
*>   Any break ends RC=8 so the scheduler pages security.
*>
*>   Rows written before the chain was rolled out (padded to the
*>   new length by AUDCONV, so they carry sequence number zero)
*>   come ahead of the first numbered row.  They are pre-chain
*>   history, not breaks: they are counted and reported on one
*>   line, and the chain is checked from the first numbered row.
*>
*>   Once the oldest archive generations have aged off, the first
*>   row read no longer starts at 1; the walk then picks the chain
*>   up there and says so.  A SYSIN card "SSSSSSSSS CCCCCCCCCCCC" -
*>   the sequence number and chain value of the last row before
*>   the first one read, off an earlier run's report - anchors the
*>   first row so it is checked too.
*> ------------------------------------------------------------------
*> MODIFICATION HISTORY.
*>   2019-07-12  DK   Original version.
*>   2019-07-29  DK   Unnumbered rows ahead of the first numbered
*>                    row are pre-chain history, not UNCHAINED
*>                    breaks (2000, 5000).
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. AUDITVFY.
AUTHOR. D. KRAVCHENKO.
INSTALLATION. SPBCTF DATA CENTER.
DATE-WRITTEN. 2019-07-12.
DATE-COMPILED.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LINUX.
OBJECT-COMPUTER. LINUX.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AL-FILE-STATUS.

    SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDITCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AK-KEY
        FILE STATUS IS AK-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-LOG-FILE.
    COPY AUDITREC.

FD  AUDIT-CONTROL-FILE.
    COPY AUDCTREC.

WORKING-STORAGE SECTION.
77  AL-FILE-STATUS                 PIC X(02).
77  AK-FILE-STATUS                 PIC X(02).

77  AV-PREV-SEQ-NO                 PIC 9(09)   VALUE 0.
77  AV-PREV-CHAIN-VALUE            PIC 9(12)   VALUE 0.
77  AV-EXPECTED-SEQ-NO             PIC 9(09).
77  AV-MISSING-TO                  PIC 9(09).
77  AV-FIRST-SEQ-NO                PIC 9(09)   VALUE 0.

01  AV-SWITCHES.
    05  AV-EOF-SWITCH               PIC X(01)   VALUE "N".
        88  AV-END-OF-FILE                      VALUE "Y".
    05  AV-CHAIN-STARTED-SWITCH     PIC X(01)   VALUE "N".
        88  AV-CHAIN-STARTED                    VALUE "Y".

01  AV-ANCHOR-CARD.
    05  AV-ANCHOR-SEQ-NO            PIC 9(09).
    05  FILLER                      PIC X(01).
    05  AV-ANCHOR-CHAIN-VALUE       PIC 9(12).

01  AV-COUNTS.
    05  AV-ROW-COUNT                PIC 9(09)   COMP    VALUE 0.
    05  AV-CHAINED-COUNT            PIC 9(09)   COMP    VALUE 0.
    05  AV-GAP-COUNT                PIC 9(05)   COMP    VALUE 0.
    05  AV-ORDER-COUNT              PIC 9(05)   COMP    VALUE 0.
    05  AV-ALTERED-COUNT            PIC 9(05)   COMP    VALUE 0.
    05  AV-UNCHAINED-COUNT          PIC 9(05)   COMP    VALUE 0.
    05  AV-PRECHAIN-COUNT           PIC 9(09)   COMP    VALUE 0.
    05  AV-TAIL-COUNT               PIC 9(05)   COMP    VALUE 0.
    05  AV-BREAK-COUNT              PIC 9(05)   COMP    VALUE 0.

    COPY AUDCWORK.

PROCEDURE DIVISION.

0000-MAINLINE.
  DISPLAY "###########################################"
  DISPLAY "# AUDIT CHAIN VERIFICATION - SEC STORAGE  #"
  DISPLAY "###########################################"

  PERFORM 1500-GET-ANCHOR THRU 1500-EXIT
  OPEN INPUT AUDIT-LOG-FILE
  IF AL-FILE-STATUS = "35"
    DISPLAY "NO AUDIT LOG ON FILE - NOTHING TO VERIFY."
    MOVE "Y" TO AV-EOF-SWITCH
  END-IF
  PERFORM 2000-VERIFY-NEXT-ROW THRU 2000-EXIT UNTIL AV-END-OF-FILE
  IF AL-FILE-STATUS NOT = "35"
    CLOSE AUDIT-LOG-FILE
  END-IF
  IF AV-PRECHAIN-COUNT > 0
    DISPLAY "PRE-CHAIN HISTORY - " AV-PRECHAIN-COUNT
            " ROWS WRITTEN BEFORE SEQUENCE NUMBERS, NOT CHECKED"
  END-IF
  PERFORM 6000-CHECK-TAIL THRU 6000-EXIT
  PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT

  IF AV-BREAK-COUNT = 0
    DISPLAY "CHAIN INTACT - NO ROW REMOVED, MOVED OR ALTERED."
  ELSE
    DISPLAY "CHAIN BREAKS: " AV-BREAK-COUNT " - PAGE SECURITY."
    MOVE 8 TO RETURN-CODE
  END-IF
  GOBACK.

1500-GET-ANCHOR.
*> Optional card: sequence number and chain value of the row just
*> before the first one on this run's input.  Anything else - or no
*> card at all - leaves the walk to pick the chain up from the
*> first row.
  MOVE SPACE TO AV-ANCHOR-CARD
  ACCEPT AV-ANCHOR-CARD
  IF AV-ANCHOR-SEQ-NO NUMERIC AND AV-ANCHOR-CHAIN-VALUE NUMERIC
     AND AV-ANCHOR-SEQ-NO > 0
    MOVE AV-ANCHOR-SEQ-NO      TO AV-PREV-SEQ-NO
    MOVE AV-ANCHOR-CHAIN-VALUE TO AV-PREV-CHAIN-VALUE
    MOVE "Y" TO AV-CHAIN-STARTED-SWITCH
    DISPLAY "ANCHORED AFTER SEQ " AV-PREV-SEQ-NO
            " VALUE " AV-PREV-CHAIN-VALUE
  END-IF.
1500-EXIT.
  EXIT.

2000-VERIFY-NEXT-ROW.
  READ AUDIT-LOG-FILE
    AT END
      MOVE "Y" TO AV-EOF-SWITCH
      GO TO 2000-EXIT
  END-READ
  ADD 1 TO AV-ROW-COUNT

  IF AL-SEQ-NO = 0
    PERFORM 5000-REPORT-UNCHAINED THRU 5000-EXIT
    GO TO 2000-EXIT
  END-IF
  ADD 1 TO AV-CHAINED-COUNT
  IF AV-FIRST-SEQ-NO = 0
    MOVE AL-SEQ-NO TO AV-FIRST-SEQ-NO
  END-IF

*> The very first row ever written chains from zero; any other
*> first row can only be taken on trust unless a card anchored it.
  IF NOT AV-CHAIN-STARTED
    MOVE "Y" TO AV-CHAIN-STARTED-SWITCH
    IF AL-SEQ-NO NOT = 1
      DISPLAY "CHAIN PICKED UP AT SEQ " AL-SEQ-NO
              " (POSITION " AV-ROW-COUNT ") - EARLIER ROWS NOT"
              " ON THIS RUN"
      PERFORM 2900-ADVANCE-PREVIOUS THRU 2900-EXIT
      GO TO 2000-EXIT
    END-IF
  END-IF

  COMPUTE AV-EXPECTED-SEQ-NO = AV-PREV-SEQ-NO + 1
  IF AL-SEQ-NO > AV-EXPECTED-SEQ-NO
    PERFORM 3000-REPORT-GAP THRU 3000-EXIT
    PERFORM 2900-ADVANCE-PREVIOUS THRU 2900-EXIT
    GO TO 2000-EXIT
  END-IF
  IF AL-SEQ-NO < AV-EXPECTED-SEQ-NO
    PERFORM 3500-REPORT-OUT-OF-ORDER THRU 3500-EXIT
    GO TO 2000-EXIT
  END-IF

  MOVE AV-PREV-CHAIN-VALUE TO AK-CHAIN-PRIOR
  PERFORM 9520-LOAD-CHAIN-TEXT THRU 9520-EXIT
  PERFORM 9530-COMPUTE-CHAIN-VALUE THRU 9530-EXIT
  IF AK-CHAIN-RESULT NOT = AL-CHAIN-VALUE
    PERFORM 4000-REPORT-CHAIN-BREAK THRU 4000-EXIT
  END-IF
  PERFORM 2900-ADVANCE-PREVIOUS THRU 2900-EXIT.
2000-EXIT.
  EXIT.

2900-ADVANCE-PREVIOUS.
*> The stored value, not the recomputed one, is what the next row
*> was chained from - so one altered row is reported once.
  MOVE AL-SEQ-NO      TO AV-PREV-SEQ-NO
  MOVE AL-CHAIN-VALUE TO AV-PREV-CHAIN-VALUE.
2900-EXIT.
  EXIT.

3000-REPORT-GAP.
  ADD 1 TO AV-GAP-COUNT
  ADD 1 TO AV-BREAK-COUNT
  COMPUTE AV-MISSING-TO = AL-SEQ-NO - 1
  DISPLAY "GAP - SEQ " AV-EXPECTED-SEQ-NO " THRU " AV-MISSING-TO
          " MISSING BEFORE POSITION " AV-ROW-COUNT
          " (" AL-DATE " " AL-TIME ")".
3000-EXIT.
  EXIT.

3500-REPORT-OUT-OF-ORDER.
  ADD 1 TO AV-ORDER-COUNT
  ADD 1 TO AV-BREAK-COUNT
  DISPLAY "OUT OF ORDER - SEQ " AL-SEQ-NO " AT POSITION "
          AV-ROW-COUNT " FOLLOWS SEQ " AV-PREV-SEQ-NO
          " (" AL-DATE " " AL-TIME ")".
3500-EXIT.
  EXIT.

4000-REPORT-CHAIN-BREAK.
  ADD 1 TO AV-ALTERED-COUNT
  ADD 1 TO AV-BREAK-COUNT
  DISPLAY "CHAIN BREAK - SEQ " AL-SEQ-NO " AT POSITION "
          AV-ROW-COUNT " ALTERED (" AL-DATE " " AL-TIME " "
          AL-LOGIN " " AL-OUTCOME ")".
4000-EXIT.
  EXIT.

5000-REPORT-UNCHAINED.
*> Ahead of the first numbered row (and with no anchor card) a row
*> without a number predates the chain rollout.
  IF NOT AV-CHAIN-STARTED
    ADD 1 TO AV-PRECHAIN-COUNT
    GO TO 5000-EXIT
  END-IF
  ADD 1 TO AV-UNCHAINED-COUNT
  ADD 1 TO AV-BREAK-COUNT
  DISPLAY "UNCHAINED - ROW AT POSITION " AV-ROW-COUNT
          " CARRIES NO SEQUENCE NUMBER (" AL-DATE " " AL-TIME " "
          AL-LOGIN " " AL-OUTCOME ")".
5000-EXIT.
  EXIT.

6000-CHECK-TAIL.
*> AUDITCTL holds the last number issued to anybody; the log must
*> end on it, or rows were removed off the end.
  OPEN INPUT AUDIT-CONTROL-FILE
  IF AK-FILE-STATUS NOT = "00"
    DISPLAY "NO AUDITCTL ON FILE - END OF LOG NOT CHECKED."
    GO TO 6000-EXIT
  END-IF
  MOVE "AUDITLOG" TO AK-KEY
  READ AUDIT-CONTROL-FILE
    INVALID KEY
      DISPLAY "NO CHAIN RECORD ON AUDITCTL - END OF LOG NOT CHECKED."
      CLOSE AUDIT-CONTROL-FILE
      GO TO 6000-EXIT
  END-READ
  CLOSE AUDIT-CONTROL-FILE
  DISPLAY "AUDITCTL LAST ISSUED SEQ " AK-LAST-SEQ-NO
          " VALUE " AK-LAST-CHAIN-VALUE
  IF AK-LAST-SEQ-NO > AV-PREV-SEQ-NO
    ADD 1 TO AV-TAIL-COUNT
    ADD 1 TO AV-BREAK-COUNT
    COMPUTE AV-EXPECTED-SEQ-NO = AV-PREV-SEQ-NO + 1
    DISPLAY "TAIL MISSING - SEQ " AV-EXPECTED-SEQ-NO " THRU "
            AK-LAST-SEQ-NO " ISSUED BUT NOT ON THE LOG"
    GO TO 6000-EXIT
  END-IF
  IF AK-LAST-SEQ-NO = AV-PREV-SEQ-NO
     AND AK-LAST-CHAIN-VALUE NOT = AV-PREV-CHAIN-VALUE
    ADD 1 TO AV-ALTERED-COUNT
    ADD 1 TO AV-BREAK-COUNT
    DISPLAY "CHAIN BREAK - LAST ROW SEQ " AV-PREV-SEQ-NO
            " DOES NOT MATCH AUDITCTL - ALTERED"
  END-IF.
6000-EXIT.
  EXIT.

8000-PRINT-TOTALS.
  DISPLAY " "
  DISPLAY "AUDIT ROWS READ ......... " AV-ROW-COUNT
  DISPLAY "CHAINED ROWS ............ " AV-CHAINED-COUNT
  DISPLAY "PRE-CHAIN ROWS .......... " AV-PRECHAIN-COUNT
  DISPLAY "FIRST SEQ READ .......... " AV-FIRST-SEQ-NO
  DISPLAY "LAST SEQ READ ........... " AV-PREV-SEQ-NO
  DISPLAY "LAST CHAIN VALUE ........ " AV-PREV-CHAIN-VALUE
  DISPLAY "GAPS .................... " AV-GAP-COUNT
  DISPLAY "OUT OF ORDER ............ " AV-ORDER-COUNT
  DISPLAY "ALTERED ................. " AV-ALTERED-COUNT
  DISPLAY "UNCHAINED ............... " AV-UNCHAINED-COUNT
  DISPLAY "TAIL MISSING ............ " AV-TAIL-COUNT.
8000-EXIT.
  EXIT.

    COPY AUDCHAIN.
