*> ------------------------------------------------------------------
*> PARMLOAD - the system-parameter load and print paragraphs.
*> COPYed into Security-storage and every batch that runs off a
*> threshold, so they all agree on the defaults and on which
*> PARMFILE value wins.  Requires PARMWORK in WORKING-STORAGE and a
*> PARAMETER-FILE SELECT (indexed on PR-KEY, status PR-FILE-STATUS)
*> with PARMREC under its FD.
*>
*> 9900 opens PARMFILE for input, overlays each default it finds a
*> row for, and closes it again.  No PARMFILE at all is not an
*> error - everything simply runs at the defaults.  A row holding a
*> value outside the parameter's range is ignored the same way, so
*> a bad hand edit cannot switch a control off.
*> 9910 prints one parameter (key in PM-WANTED-KEY) as a report
*> heading line, so every report says what it ran with.
*> 9920 finds a key in the table; PM-FOUND-IDX is 0 if unknown.
*> ------------------------------------------------------------------
9900-LOAD-PARAMETERS.
  OPEN INPUT PARAMETER-FILE
  IF PR-FILE-STATUS NOT = "00"
    GO TO 9900-EXIT
  END-IF
  PERFORM 9905-LOAD-ONE-PARAMETER THRU 9905-EXIT
    VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > PM-PARM-COUNT
  CLOSE PARAMETER-FILE.
9900-EXIT.
  EXIT.

9905-LOAD-ONE-PARAMETER.
  MOVE PM-PARM-KEY (PM-IDX) TO PR-KEY
  READ PARAMETER-FILE
    INVALID KEY
      GO TO 9905-EXIT
  END-READ
  IF PR-VALUE NOT NUMERIC
     OR PR-VALUE < PM-PARM-LOW (PM-IDX)
     OR PR-VALUE > PM-PARM-HIGH (PM-IDX)
    GO TO 9905-EXIT
  END-IF
  MOVE PR-VALUE   TO PM-PARM-VALUE (PM-IDX)
  MOVE "PARMFILE" TO PM-PARM-SOURCE (PM-IDX).
9905-EXIT.
  EXIT.

9910-PRINT-PARAMETER.
  PERFORM 9920-FIND-PARAMETER THRU 9920-EXIT
  IF PM-FOUND-IDX = 0
    GO TO 9910-EXIT
  END-IF
  DISPLAY "PARM " PM-PARM-KEY (PM-FOUND-IDX)
          " " PM-PARM-VALUE (PM-FOUND-IDX)
          " " PM-PARM-TEXT (PM-FOUND-IDX)
          " (" PM-PARM-SOURCE (PM-FOUND-IDX) ")".
9910-EXIT.
  EXIT.

9920-FIND-PARAMETER.
  MOVE 0 TO PM-FOUND-IDX
  PERFORM 9925-MATCH-PARAMETER THRU 9925-EXIT
    VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > PM-PARM-COUNT.
9920-EXIT.
  EXIT.

9925-MATCH-PARAMETER.
  IF PM-FOUND-IDX = 0 AND PM-PARM-KEY (PM-IDX) = PM-WANTED-KEY
    MOVE PM-IDX TO PM-FOUND-IDX
  END-IF.
9925-EXIT.
  EXIT.
