      *****************************************************************
      * RUNSTRPT - NIGHTLY STREAM RUN STATUS PRINT LINE
      * Generic 132-byte print line for the RUNSTAT morning report:
      * each stream step's outcome for the business date, the run
      * log entries for the date in the order they were written, the
      * record and dollar handoff between each step and the next, and
      * the summary counts.
      *****************************************************************
       01  STAT-LINE                PIC X(132).
