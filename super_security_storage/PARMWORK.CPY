*> ------------------------------------------------------------------
*> PARMWORK - WORKING-STORAGE for the system parameters in PARMLOAD.
*> COPYed wherever PARMLOAD is.  PM-PARM-TABLE starts out holding
*> the built-in defaults; 9900 overlays whatever PARMFILE carries,
*> and the program then reads each value by name off PM-PARM-NAMED.
*> Each entry also carries the range an operator may set it to and
*> where the value in force came from, for the report headings.
*>
*> Adding a parameter: add its FILLER group below, bump the OCCURS
*> and PM-PARM-COUNT, and give it a name in PM-PARM-NAMED.
*> ------------------------------------------------------------------
01  PM-DEFAULT-VALUES.
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "LOCKOUT".
        10  FILLER                 PIC 9(05)   VALUE 5.
        10  FILLER                 PIC 9(05)   VALUE 1.
        10  FILLER                 PIC 9(05)   VALUE 99.
        10  FILLER                 PIC X(30)
                VALUE "FAILED LOGINS BEFORE LOCKOUT".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "PWMAXAGE".
        10  FILLER                 PIC 9(05)   VALUE 90.
        10  FILLER                 PIC 9(05)   VALUE 1.
        10  FILLER                 PIC 9(05)   VALUE 999.
        10  FILLER                 PIC X(30)
                VALUE "PASSWORD MAXIMUM AGE, DAYS".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "ITEMQUOT".
        10  FILLER                 PIC 9(05)   VALUE 10.
        10  FILLER                 PIC 9(05)   VALUE 1.
        10  FILLER                 PIC 9(05)   VALUE 99.
        10  FILLER                 PIC X(30)
                VALUE "STANDARD ITEM QUOTA".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "LINELIM".
        10  FILLER                 PIC 9(05)   VALUE 10.
        10  FILLER                 PIC 9(05)   VALUE 1.
        10  FILLER                 PIC 9(05)   VALUE 10.
        10  FILLER                 PIC X(30)
                VALUE "CONTENT LINES PER ITEM".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "DORMDAYS".
        10  FILLER                 PIC 9(05)   VALUE 90.
        10  FILLER                 PIC 9(05)   VALUE 1.
        10  FILLER                 PIC 9(05)   VALUE 999.
        10  FILLER                 PIC X(30)
                VALUE "DORMANT AFTER IDLE DAYS".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "NEARQPCT".
        10  FILLER                 PIC 9(05)   VALUE 90.
        10  FILLER                 PIC 9(05)   VALUE 1.
        10  FILLER                 PIC 9(05)   VALUE 100.
        10  FILLER                 PIC X(30)
                VALUE "NEAR-QUOTA FLAG AT PERCENT".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "SPRAYWIN".
        10  FILLER                 PIC 9(05)   VALUE 600.
        10  FILLER                 PIC 9(05)   VALUE 60.
        10  FILLER                 PIC 9(05)   VALUE 86399.
        10  FILLER                 PIC X(30)
                VALUE "SPRAYING WINDOW, SECONDS".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "SPRAYCNT".
        10  FILLER                 PIC 9(05)   VALUE 5.
        10  FILLER                 PIC 9(05)   VALUE 2.
        10  FILLER                 PIC 9(05)   VALUE 50.
        10  FILLER                 PIC X(30)
                VALUE "SPRAYING THRESHOLD, LOGINS".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "DENYCNT".
        10  FILLER                 PIC 9(05)   VALUE 3.
        10  FILLER                 PIC 9(05)   VALUE 1.
        10  FILLER                 PIC 9(05)   VALUE 999.
        10  FILLER                 PIC X(30)
                VALUE "DENIALS PER DAY BEFORE FINDING".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "DAYSTART".
        10  FILLER                 PIC 9(05)   VALUE 8.
        10  FILLER                 PIC 9(05)   VALUE 0.
        10  FILLER                 PIC 9(05)   VALUE 23.
        10  FILLER                 PIC X(30)
                VALUE "ADMIN DAY STARTS AT HOUR".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "DAYEND".
        10  FILLER                 PIC 9(05)   VALUE 18.
        10  FILLER                 PIC 9(05)   VALUE 1.
        10  FILLER                 PIC 9(05)   VALUE 24.
        10  FILLER                 PIC X(30)
                VALUE "ADMIN DAY ENDS AT HOUR".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "CHKPTINT".
        10  FILLER                 PIC 9(05)   VALUE 100.
        10  FILLER                 PIC 9(05)   VALUE 1.
        10  FILLER                 PIC 9(05)   VALUE 9999.
        10  FILLER                 PIC X(30)
                VALUE "BATCH ROWS PER CHECKPOINT".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "EXPWARN".
        10  FILLER                 PIC 9(05)   VALUE 7.
        10  FILLER                 PIC 9(05)   VALUE 1.
        10  FILLER                 PIC 9(05)   VALUE 365.
        10  FILLER                 PIC X(30)
                VALUE "EXPIRY WARNING, DAYS AHEAD".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "CERTDAYS".
        10  FILLER                 PIC 9(05)   VALUE 14.
        10  FILLER                 PIC 9(05)   VALUE 1.
        10  FILLER                 PIC 9(05)   VALUE 90.
        10  FILLER                 PIC X(30)
                VALUE "ACCESS REVIEW PERIOD, DAYS".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "READCNT".
        10  FILLER                 PIC 9(05)   VALUE 20.
        10  FILLER                 PIC 9(05)   VALUE 1.
        10  FILLER                 PIC 9(05)   VALUE 999.
        10  FILLER                 PIC X(30)
                VALUE "SHARED ITEMS READ PER DAY".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "IDLEMIN".
        10  FILLER                 PIC 9(05)   VALUE 15.
        10  FILLER                 PIC 9(05)   VALUE 1.
        10  FILLER                 PIC 9(05)   VALUE 480.
        10  FILLER                 PIC X(30)
                VALUE "IDLE SESSION TIMEOUT, MINUTES".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".
    05  FILLER.
        10  FILLER                 PIC X(08)   VALUE "MSGKEEP".
        10  FILLER                 PIC 9(05)   VALUE 30.
        10  FILLER                 PIC 9(05)   VALUE 1.
        10  FILLER                 PIC 9(05)   VALUE 999.
        10  FILLER                 PIC X(30)
                VALUE "READ MESSAGES KEPT, DAYS".
        10  FILLER                 PIC X(08)   VALUE "DEFAULT".

01  PM-PARM-TABLE REDEFINES PM-DEFAULT-VALUES.
    05  PM-PARM-ENTRY OCCURS 17 TIMES.
        10  PM-PARM-KEY            PIC X(08).
        10  PM-PARM-VALUE          PIC 9(05).
        10  PM-PARM-LOW            PIC 9(05).
        10  PM-PARM-HIGH           PIC 9(05).
        10  PM-PARM-TEXT           PIC X(30).
        10  PM-PARM-SOURCE         PIC X(08).

*> The values in force, by name.  Each name sits over the value
*> field of its table entry, so it reads whatever 9900 left there.
01  PM-PARM-NAMED REDEFINES PM-DEFAULT-VALUES.
    05  FILLER                     PIC X(08).
    05  PM-LOCKOUT-LIMIT           PIC 9(05).
    05  FILLER                     PIC X(48).
    05  FILLER                     PIC X(08).
    05  PM-PASSW-MAX-AGE           PIC 9(05).
    05  FILLER                     PIC X(48).
    05  FILLER                     PIC X(08).
    05  PM-ITEM-QUOTA              PIC 9(05).
    05  FILLER                     PIC X(48).
    05  FILLER                     PIC X(08).
    05  PM-LINE-LIMIT              PIC 9(05).
    05  FILLER                     PIC X(48).
    05  FILLER                     PIC X(08).
    05  PM-DORMANT-DAYS            PIC 9(05).
    05  FILLER                     PIC X(48).
    05  FILLER                     PIC X(08).
    05  PM-NEAR-QUOTA-PCT          PIC 9(05).
    05  FILLER                     PIC X(48).
    05  FILLER                     PIC X(08).
    05  PM-SPRAY-WINDOW            PIC 9(05).
    05  FILLER                     PIC X(48).
    05  FILLER                     PIC X(08).
    05  PM-SPRAY-THRESHOLD         PIC 9(05).
    05  FILLER                     PIC X(48).
    05  FILLER                     PIC X(08).
    05  PM-DENY-THRESHOLD          PIC 9(05).
    05  FILLER                     PIC X(48).
    05  FILLER                     PIC X(08).
    05  PM-DAY-START-HOUR          PIC 9(05).
    05  FILLER                     PIC X(48).
    05  FILLER                     PIC X(08).
    05  PM-DAY-END-HOUR            PIC 9(05).
    05  FILLER                     PIC X(48).
    05  FILLER                     PIC X(08).
    05  PM-CHECKPOINT-INTERVAL     PIC 9(05).
    05  FILLER                     PIC X(48).
    05  FILLER                     PIC X(08).
    05  PM-EXPIRY-WARN-DAYS        PIC 9(05).
    05  FILLER                     PIC X(48).
    05  FILLER                     PIC X(08).
    05  PM-CERT-DAYS               PIC 9(05).
    05  FILLER                     PIC X(48).
    05  FILLER                     PIC X(08).
    05  PM-READ-THRESHOLD          PIC 9(05).
    05  FILLER                     PIC X(48).
    05  FILLER                     PIC X(08).
    05  PM-IDLE-MINUTES            PIC 9(05).
    05  FILLER                     PIC X(48).
    05  FILLER                     PIC X(08).
    05  PM-MSG-KEEP-DAYS           PIC 9(05).
    05  FILLER                     PIC X(48).

77  PM-PARM-COUNT                  PIC 9(02)   COMP    VALUE 17.
77  PM-IDX                         PIC 9(02)   COMP.
77  PM-FOUND-IDX                   PIC 9(02)   COMP.
77  PM-WANTED-KEY                  PIC X(08).
