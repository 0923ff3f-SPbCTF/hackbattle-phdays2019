*>   2019-07-06  DK   Logins starting with "#" rejected, same as
*>                    the online REGISTER - they would collide
*>                    with the STORFILE segment tags.
*>   2019-07-10  DK   New accounts carry UM-ITEM-QUOTA zero - the
*>                    standard tier, whatever the ITEMQUOT system
*>                    parameter sets it to - same as the online
*>                    REGISTER.
*>   2019-07-12  DK   Audit rows numbered and chained through the
*>                    shared AUDITCTL control record (AUDCHAIN),
*>                    the same as the online writer.
*> ****************************************************************
IDENTIFICATION DIVISION.
PROGRAM-ID. USERLOAD.
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AL-FILE-STATUS.

    SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDITCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AK-KEY
        SHARING WITH ALL OTHER
        LOCK MODE IS AUTOMATIC
        FILE STATUS IS AK-FILE-STATUS.

    SELECT USER-JOURNAL-FILE ASSIGN TO "UMJRNL"
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
FD  AUDIT-LOG-FILE.
    COPY AUDITREC.

FD  AUDIT-CONTROL-FILE.
    COPY AUDCTREC.

FD  USER-JOURNAL-FILE.
    COPY JRNLREC.

77  HR-FILE-STATUS                 PIC X(02).
77  UM-FILE-STATUS                 PIC X(02).
77  AL-FILE-STATUS                 PIC X(02).
77  AK-FILE-STATUS                 PIC X(02).
77  JN-FILE-STATUS                 PIC X(02).
77  TMPPASSW                       PIC X(10).
77  UL-TODAY-DATE                  PIC 9(08).
    05  UL-ACCEPT-COUNT             PIC 9(05)   COMP    VALUE 0.
    05  UL-REJECT-COUNT             PIC 9(05)   COMP    VALUE 0.

    COPY AUDCWORK.

PROCEDURE DIVISION.

0000-MAINLINE.
    OPEN EXTEND AUDIT-LOG-FILE
  END-IF

  OPEN I-O AUDIT-CONTROL-FILE
  IF AK-FILE-STATUS = "35" OR AK-FILE-STATUS = "05"
    CLOSE AUDIT-CONTROL-FILE
    OPEN OUTPUT AUDIT-CONTROL-FILE
    CLOSE AUDIT-CONTROL-FILE
    OPEN I-O AUDIT-CONTROL-FILE
  END-IF

  OPEN EXTEND USER-JOURNAL-FILE
  IF JN-FILE-STATUS = "35" OR JN-FILE-STATUS = "05"
    OPEN OUTPUT USER-JOURNAL-FILE
  MOVE SPACE    TO UM-OLD-HASH-TABLE
  MOVE 0        TO UM-LAST-LOGIN-DATE
  MOVE 0        TO UM-LAST-LOGIN-TIME
  MOVE 0        TO UM-ITEM-QUOTA
  WRITE UM-RECORD
    INVALID KEY
      ADD 1 TO UL-REJECT-COUNT
  CLOSE HR-FEED-FILE
  CLOSE USER-MASTER-FILE
  CLOSE AUDIT-LOG-FILE
  CLOSE AUDIT-CONTROL-FILE
  CLOSE USER-JOURNAL-FILE.
9000-EXIT.
  EXIT.

9500-WRITE-AUDIT-RECORD.
*> Caller moves AL-LOGIN, AL-PARAGRAPH, AL-OUTCOME and AL-DETAIL
*> before performing this paragraph; the timestamp, sequence number
*> and chain value are stamped here (AUDCHAIN).
  ACCEPT AL-DATE FROM DATE YYYYMMDD
  ACCEPT AL-TIME FROM TIME
  PERFORM 9505-CHAIN-AUDIT-RECORD THRU 9505-EXIT
  WRITE AL-RECORD
  PERFORM 9510-ADVANCE-AUDIT-CONTROL THRU 9510-EXIT.
9500-EXIT.
  EXIT.

  EXIT.

    COPY PASSHASH.

    COPY AUDCHAIN.
