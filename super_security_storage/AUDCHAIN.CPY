*> ------------------------------------------------------------------
*> AUDCHAIN - the audit-log chain paragraphs.
*> COPYed into Security-storage and every batch that writes the
*> AUDIT-LOG, so all of them number and chain rows the same way,
*> and into AUDITVFY, which recomputes the chain to check it.
*> Requires AUDCWORK in WORKING-STORAGE and an AUDIT-CONTROL-FILE
*> SELECT (indexed on AK-KEY, status AK-FILE-STATUS) with AUDCTREC
*> under its FD, opened I-O by writers.
*>
*> A writer's 9500 stamps the row, performs 9505, writes AL-RECORD
*> and performs 9510 - in that order, so the control record is held
*> from the moment a number is taken until the row carrying it is
*> on the log.
*>
*> The chain value is a rolling multiply-add (the PASSHASH idea)
*> over the previous row's chain value, the sequence number and the
*> 81 data bytes, kept below the largest 12-digit prime.
*> ------------------------------------------------------------------
9505-CHAIN-AUDIT-RECORD.
  MOVE "N" TO AK-NEW-CONTROL-SWITCH
  MOVE "N" TO AK-UNCHAINED-SWITCH
  MOVE 0 TO AK-READ-TRIES
  MOVE "51" TO AK-FILE-STATUS
  PERFORM 9506-READ-AUDIT-CONTROL THRU 9506-EXIT
    UNTIL AK-FILE-STATUS NOT = "51"
       OR AK-READ-TRIES >= AK-READ-TRY-LIMIT
  IF AK-FILE-STATUS = "23"
    MOVE "AUDITLOG" TO AK-KEY
    MOVE 0          TO AK-LAST-SEQ-NO
    MOVE 0          TO AK-LAST-CHAIN-VALUE
    MOVE "Y"        TO AK-NEW-CONTROL-SWITCH
  ELSE
    IF AK-FILE-STATUS NOT = "00"
      MOVE "Y" TO AK-UNCHAINED-SWITCH
      MOVE 0   TO AL-SEQ-NO
      MOVE 0   TO AL-CHAIN-VALUE
      GO TO 9505-EXIT
    END-IF
  END-IF
  COMPUTE AL-SEQ-NO = AK-LAST-SEQ-NO + 1
  MOVE AK-LAST-CHAIN-VALUE TO AK-CHAIN-PRIOR
  PERFORM 9520-LOAD-CHAIN-TEXT THRU 9520-EXIT
  PERFORM 9530-COMPUTE-CHAIN-VALUE THRU 9530-EXIT
  MOVE AK-CHAIN-RESULT TO AL-CHAIN-VALUE.
9505-EXIT.
  EXIT.

9506-READ-AUDIT-CONTROL.
  ADD 1 TO AK-READ-TRIES
  MOVE "AUDITLOG" TO AK-KEY
  READ AUDIT-CONTROL-FILE
    INVALID KEY
      CONTINUE
  END-READ.
9506-EXIT.
  EXIT.

9510-ADVANCE-AUDIT-CONTROL.
  IF AK-UNCHAINED
    GO TO 9510-EXIT
  END-IF
  MOVE AL-SEQ-NO      TO AK-LAST-SEQ-NO
  MOVE AL-CHAIN-VALUE TO AK-LAST-CHAIN-VALUE
  MOVE AL-DATE        TO AK-LAST-DATE
  MOVE AL-TIME        TO AK-LAST-TIME
  IF AK-NEW-CONTROL
    WRITE AK-RECORD
      INVALID KEY
        CONTINUE
    END-WRITE
  ELSE
    REWRITE AK-RECORD
      INVALID KEY
        CONTINUE
    END-REWRITE
  END-IF.
9510-EXIT.
  EXIT.

9520-LOAD-CHAIN-TEXT.
*> What the chain covers: the sequence number and the data bytes.
  MOVE AL-SEQ-NO        TO AK-CHAIN-TEXT (1:9)
  MOVE AL-RECORD (1:81) TO AK-CHAIN-TEXT (10:81).
9520-EXIT.
  EXIT.

9530-COMPUTE-CHAIN-VALUE.
*> AK-CHAIN-PRIOR and AK-CHAIN-TEXT in, AK-CHAIN-RESULT out.
  MOVE AK-CHAIN-PRIOR TO AK-CHAIN-ACCUM
  PERFORM 9535-CHAIN-ONE-CHAR THRU 9535-EXIT
    VARYING AK-CHAIN-IDX FROM 1 BY 1 UNTIL AK-CHAIN-IDX > 90
  MOVE AK-CHAIN-ACCUM TO AK-CHAIN-RESULT.
9530-EXIT.
  EXIT.

9535-CHAIN-ONE-CHAR.
  COMPUTE AK-CHAIN-ACCUM =
      FUNCTION MOD
        (AK-CHAIN-ACCUM * 131
           + FUNCTION ORD (AK-CHAIN-TEXT (AK-CHAIN-IDX:1)),
         999999999989).
9535-EXIT.
  EXIT.
