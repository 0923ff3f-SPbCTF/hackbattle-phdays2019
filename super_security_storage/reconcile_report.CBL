*>     - PASSEXP rows that disagree with the current UM-PASSW-HASH;
*>     - accounts locked in USERMAST with no LOCKOUT audit row;
*>     - VIPREQ requests for logins that no longer exist;
*>     - OPERAUTH operator authority for logins that no longer
*>       exist;
*>   plus record counts and control totals per file for the run
*>   sheet.  A clean run says so explicitly; any exception sets a
*>   nonzero return code so the scheduler pages operations.
*>                    request whose login has left the master is
*>                    an exception, and pending requests are
*>                    counted for the run sheet.
*>   2019-07-08  DK   OPERAUTH operator authority reconciled: a row
*>                    whose login has left the master is an
*>                    exception (whoever registers that login next
*>                    would inherit it); operators are counted for
*>                    the run sheet.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. RECONCIL.
        RECORD KEY IS VR-LOGIN
        FILE STATUS IS VR-FILE-STATUS.

    SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OA-LOGIN
        FILE STATUS IS OA-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  USER-MASTER-FILE.
FD  VIP-REQUEST-FILE.
    COPY VIPRQREC.

FD  OPERATOR-AUTH-FILE.
    COPY OPERREC.

WORKING-STORAGE SECTION.
77  UM-FILE-STATUS                 PIC X(02).
77  AL-FILE-STATUS                 PIC X(02).
77  RS-FILE-STATUS                 PIC X(02).
77  PE-FILE-STATUS                 PIC X(02).
77  VR-FILE-STATUS                 PIC X(02).
77  OA-FILE-STATUS                 PIC X(02).

01  RC-SWITCHES.
    05  RC-UM-EOF-SWITCH            PIC X(01)   VALUE "N".
        88  RC-PE-END-OF-FILE                   VALUE "Y".
    05  RC-VR-EOF-SWITCH            PIC X(01)   VALUE "N".
        88  RC-VR-END-OF-FILE                   VALUE "Y".
    05  RC-OA-EOF-SWITCH            PIC X(01)   VALUE "N".
        88  RC-OA-END-OF-FILE                   VALUE "Y".
    05  RC-AUDITLOG-SWITCH          PIC X(01)   VALUE "Y".
        88  RC-AUDITLOG-PRESENT                 VALUE "Y".
    05  RC-PASSEXP-SWITCH           PIC X(01)   VALUE "Y".
    05  RC-PE-COUNT                 PIC 9(05)   COMP    VALUE 0.
    05  RC-VR-COUNT                 PIC 9(05)   COMP    VALUE 0.
    05  RC-VR-PENDING-COUNT         PIC 9(05)   COMP    VALUE 0.
    05  RC-OA-COUNT                 PIC 9(05)   COMP    VALUE 0.

01  RC-INDEXES.
    05  RC-LOCKOUT-COUNT            PIC 9(04)   COMP    VALUE 0.
  PERFORM 5000-CHECK-RESTFILE THRU 5000-EXIT
  PERFORM 6000-CHECK-PASSEXP THRU 6000-EXIT
  PERFORM 6500-CHECK-VIPREQ THRU 6500-EXIT
  PERFORM 6700-CHECK-OPERAUTH THRU 6700-EXIT
  PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
  PERFORM 9000-CLOSE-FILES THRU 9000-EXIT

  IF VR-FILE-STATUS = "35"
    DISPLAY "NOTE - NO VIPREQ ON FILE; REQUEST CHECKS SKIPPED."
    MOVE "Y" TO RC-VR-EOF-SWITCH
  END-IF

  OPEN INPUT OPERATOR-AUTH-FILE
  IF OA-FILE-STATUS = "35"
    DISPLAY "NOTE - NO OPERAUTH ON FILE; OPERATOR CHECKS SKIPPED."
    MOVE "Y" TO RC-OA-EOF-SWITCH
  END-IF.
1000-EXIT.
  EXIT.
6600-EXIT.
  EXIT.

6700-CHECK-OPERAUTH.
  IF RC-OA-END-OF-FILE
    GO TO 6700-EXIT
  END-IF
  MOVE LOW-VALUES TO OA-LOGIN
  START OPERATOR-AUTH-FILE KEY IS NOT LESS THAN OA-LOGIN
    INVALID KEY
      MOVE "Y" TO RC-OA-EOF-SWITCH
  END-START
  PERFORM 6800-CHECK-NEXT-OPERATOR THRU 6800-EXIT
    UNTIL RC-OA-END-OF-FILE.
6700-EXIT.
  EXIT.

6800-CHECK-NEXT-OPERATOR.
  READ OPERATOR-AUTH-FILE NEXT RECORD
    AT END
      MOVE "Y" TO RC-OA-EOF-SWITCH
      GO TO 6800-EXIT
  END-READ
  ADD 1 TO RC-OA-COUNT
  MOVE OA-LOGIN TO UM-LOGIN
  READ USER-MASTER-FILE
    INVALID KEY
      ADD 1 TO RC-EXCEPTION-COUNT
      DISPLAY "EXCEPTION - OPERATOR AUTHORITY FOR UNKNOWN LOGIN: "
              OA-LOGIN
  END-READ.
6800-EXIT.
  EXIT.

7000-PRINT-TOTALS.
  DISPLAY " "
  DISPLAY "CONTROL TOTALS"
  DISPLAY "PASSEXP ROWS ............ " RC-PE-COUNT
  DISPLAY "VIPREQ REQUESTS ......... " RC-VR-COUNT
  DISPLAY "  OF WHICH PENDING ...... " RC-VR-PENDING-COUNT
  DISPLAY "OPERAUTH OPERATORS ...... " RC-OA-COUNT
  DISPLAY " ".
7000-EXIT.
  EXIT.
  CLOSE STORAGE-FILE
  CLOSE RESTART-FILE
  CLOSE VIP-REQUEST-FILE
  CLOSE OPERATOR-AUTH-FILE
  IF RC-AUDITLOG-PRESENT
    CLOSE AUDIT-LOG-FILE
  END-IF
