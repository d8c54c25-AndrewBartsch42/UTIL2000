      *****************************************************************
      * STRMCTL - NIGHTLY BATCH STREAM CONTROL RECORDS
      * Optional file read at the start of every stream step and by
      * RUNSTAT. Two record types:
      *   D - the business date the stream is running for. Without
      *       one each step logs under its own run date, so a stream
      *       that runs past midnight needs a D record for the night.
      *   O - operator override: lets the named step run for the
      *       named business date even though its predecessor has
      *       not ended cleanly. The operator id is required - an
      *       override with no operator is ignored. The step logs
      *       the operator and reason on the run log (see
      *       RUNLOG.CPY), so every out-of-order run leaves a trace.
      *****************************************************************
       01  SC-CONTROL-RECORD.
           05  SC-RECORD-TYPE       PIC X(1).
               88  SC-BUSINESS-DATE-REC          VALUE 'D'.
               88  SC-OVERRIDE-REC               VALUE 'O'.
           05  SC-BUSINESS-DATE     PIC 9(8).
           05  SC-STEP-NAME         PIC X(8).
           05  SC-OPERATOR-ID       PIC X(8).
           05  SC-REASON            PIC X(40).
