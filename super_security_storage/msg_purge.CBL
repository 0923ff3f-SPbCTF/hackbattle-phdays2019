*> ****************************************************************
*> PROGRAM:      MSGPURG
*> AUTHOR:       D. Kravchenko, Applications Group
*> INSTALLATION: SPBCTF DATA CENTER
*> DATE-WRITTEN: 2019-07-26
*> DATE-COMPILED:
*> ------------------------------------------------------------------
*> REMARKS.
*>   Nightly inbox housekeeping.  Walks MSGFILE in key order and
*>   deletes every message its recipient has read (shown at sign-on
*>   or listed from main menu option 3) once the read date is
*>   MSGKEEP days (PARMFILE) or more in the past.  Unread messages
*>   are never touched, however old - they wait for the next
*>   sign-on.  A user can clear read messages sooner themselves
*>   from option 3.
*>
*>   Runs while the online system is up: MSGFILE is shared and a
*>   message is held only from its READ to its DELETE.  A message
*>   in use at a console stops the walk there (RC=4); a rerun simply
*>   picks up what is left.  A delete that fails is listed and ends
*>   the run RC=8.
*>
*>   Prints a line per failure, then control totals.
*> ------------------------------------------------------------------
*> MODIFICATION HISTORY.
*>   2019-07-26  DK   Original version.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. MSGPURG.
AUTHOR. D. KRAVCHENKO.
INSTALLATION. SPBCTF DATA CENTER.
DATE-WRITTEN. 2019-07-26.
DATE-COMPILED.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SOURCE-COMPUTER. LINUX.
OBJECT-COMPUTER. LINUX.

INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MESSAGE-FILE ASSIGN TO "MSGFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MG-KEY
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS MG-FILE-STATUS.

    SELECT PARAMETER-FILE ASSIGN TO "PARMFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PR-KEY
        FILE STATUS IS PR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MESSAGE-FILE.
    COPY MSGREC.

FD  PARAMETER-FILE.
    COPY PARMREC.

WORKING-STORAGE SECTION.
77  MG-FILE-STATUS                 PIC X(02).
77  PR-FILE-STATUS                 PIC X(02).

77  MP-TODAY-DATE                  PIC 9(08).
*> A read message whose read date is on or before this goes.
77  MP-CUTOFF-DATE                 PIC 9(08).
77  MP-LAST-KEY                    PIC X(28)   VALUE LOW-VALUES.

01  MP-SWITCHES.
    05  MP-MG-EOF-SWITCH            PIC X(01)   VALUE "N".
        88  MP-MG-END-OF-FILE                   VALUE "Y".
    05  MP-BUSY-SWITCH              PIC X(01)   VALUE "N".
        88  MP-STOPPED-BUSY                     VALUE "Y".

    COPY PARMWORK.

01  MP-COUNTS.
    05  MP-READ-COUNT               PIC 9(07)   COMP    VALUE 0.
    05  MP-UNREAD-COUNT             PIC 9(07)   COMP    VALUE 0.
    05  MP-KEPT-COUNT               PIC 9(07)   COMP    VALUE 0.
    05  MP-PURGE-COUNT              PIC 9(07)   COMP    VALUE 0.
    05  MP-FAIL-COUNT               PIC 9(07)   COMP    VALUE 0.

01  MP-TOTAL-LINE.
    05  MP-TL-LABEL                 PIC X(28).
    05  MP-TL-COUNT                 PIC Z(07)9.

PROCEDURE DIVISION.

0000-MAINLINE.
  DISPLAY "###########################################"
  DISPLAY "# MESSAGE INBOX HOUSEKEEPING              #"
  DISPLAY "###########################################"

  PERFORM 9900-LOAD-PARAMETERS THRU 9900-EXIT
  MOVE "MSGKEEP" TO PM-WANTED-KEY
  PERFORM 9910-PRINT-PARAMETER THRU 9910-EXIT
  ACCEPT MP-TODAY-DATE FROM DATE YYYYMMDD
  COMPUTE MP-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
      (FUNCTION INTEGER-OF-DATE (MP-TODAY-DATE) - PM-MSG-KEEP-DAYS)
  DISPLAY "RUN DATE " MP-TODAY-DATE "   PURGING READ ON OR BEFORE "
          MP-CUTOFF-DATE
  DISPLAY " "

  PERFORM 1000-OPEN-FILES THRU 1000-EXIT
  PERFORM 2000-EXAMINE-NEXT-MESSAGE THRU 2000-EXIT
    UNTIL MP-MG-END-OF-FILE
  PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
  PERFORM 9000-CLOSE-FILES THRU 9000-EXIT

  IF RETURN-CODE < 4 AND MP-STOPPED-BUSY
    MOVE 4 TO RETURN-CODE
  END-IF
  IF RETURN-CODE < 8 AND MP-FAIL-COUNT > 0
    MOVE 8 TO RETURN-CODE
  END-IF
  GOBACK.

1000-OPEN-FILES.
  OPEN I-O MESSAGE-FILE
  IF MG-FILE-STATUS = "35"
    DISPLAY "NO MSGFILE ON FILE - NOTHING TO PURGE."
    MOVE "Y" TO MP-MG-EOF-SWITCH
    GO TO 1000-EXIT
  END-IF

  MOVE LOW-VALUES TO MG-KEY
  START MESSAGE-FILE KEY IS NOT LESS THAN MG-KEY
    INVALID KEY
      MOVE "Y" TO MP-MG-EOF-SWITCH
  END-START.
1000-EXIT.
  EXIT.

2000-EXAMINE-NEXT-MESSAGE.
  READ MESSAGE-FILE NEXT RECORD
    AT END
      MOVE "Y" TO MP-MG-EOF-SWITCH
      GO TO 2000-EXIT
  END-READ
*> A message held at a console is being shown or cleared right
*> now: stop here rather than wait on it.
  IF MG-FILE-STATUS = "51"
    DISPLAY "MESSAGE AFTER " MP-LAST-KEY
    DISPLAY "  IS IN USE ONLINE - STOPPING THE WALK HERE."
    MOVE "Y" TO MP-BUSY-SWITCH
    MOVE "Y" TO MP-MG-EOF-SWITCH
    GO TO 2000-EXIT
  END-IF
  ADD 1 TO MP-READ-COUNT
  MOVE MG-KEY TO MP-LAST-KEY

  IF NOT MG-IS-READ
    ADD 1 TO MP-UNREAD-COUNT
    GO TO 2000-EXIT
  END-IF
  IF MG-READ-DATE NUMERIC AND MG-READ-DATE > MP-CUTOFF-DATE
    ADD 1 TO MP-KEPT-COUNT
    GO TO 2000-EXIT
  END-IF
  PERFORM 3000-PURGE-MESSAGE THRU 3000-EXIT.
2000-EXIT.
  EXIT.

3000-PURGE-MESSAGE.
*> The walk goes on from just past the deleted key.
  DELETE MESSAGE-FILE
    INVALID KEY
      ADD 1 TO MP-FAIL-COUNT
      DISPLAY "COULD NOT PURGE " MG-RECIPIENT " " MG-SENT-DATE
              " " MG-SENT-TIME " - STATUS " MG-FILE-STATUS
    NOT INVALID KEY
      ADD 1 TO MP-PURGE-COUNT
  END-DELETE
  MOVE MP-LAST-KEY TO MG-KEY
  START MESSAGE-FILE KEY IS GREATER THAN MG-KEY
    INVALID KEY
      MOVE "Y" TO MP-MG-EOF-SWITCH
  END-START.
3000-EXIT.
  EXIT.

8000-PRINT-TOTALS.
  DISPLAY " "
  DISPLAY "CONTROL TOTALS"
  MOVE "MESSAGES READ ............. " TO MP-TL-LABEL
  MOVE MP-READ-COUNT      TO MP-TL-COUNT
  DISPLAY MP-TOTAL-LINE
  MOVE "  UNREAD - KEPT ........... " TO MP-TL-LABEL
  MOVE MP-UNREAD-COUNT    TO MP-TL-COUNT
  DISPLAY MP-TOTAL-LINE
  MOVE "  READ, NOT YET DUE - KEPT  " TO MP-TL-LABEL
  MOVE MP-KEPT-COUNT      TO MP-TL-COUNT
  DISPLAY MP-TOTAL-LINE
  MOVE "  READ - PURGED ........... " TO MP-TL-LABEL
  MOVE MP-PURGE-COUNT     TO MP-TL-COUNT
  DISPLAY MP-TOTAL-LINE
  MOVE "  PURGES FAILED ........... " TO MP-TL-LABEL
  MOVE MP-FAIL-COUNT      TO MP-TL-COUNT
  DISPLAY MP-TOTAL-LINE
  IF MP-STOPPED-BUSY
    DISPLAY "RUN STOPPED EARLY - RERUN ONCE THE MESSAGE IS FREE."
  END-IF.
8000-EXIT.
  EXIT.

9000-CLOSE-FILES.
  CLOSE MESSAGE-FILE.
9000-EXIT.
  EXIT.

    COPY PARMLOAD.
