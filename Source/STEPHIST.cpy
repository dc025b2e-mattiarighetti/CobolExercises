      *STEPHIST.CPY
      *SHARED LAYOUT OF ONE JOB-STEP-HISTORY.txt ENTRY. JOB-DRIVER
      *WRITES ONE FOR EVERY STEP THAT FINISHED, AT JOB END, UNDER
      *THE RUN'S START DATE AND TIME: ONE ENTRY PER STEP PER RUN.
      *START AND END ARE THE DRIVER'S HHMMSSCC CLOCK TIMES EITHER
      *SIDE OF THE STEP'S CALL. THE THREE FIGURES ARE COPIED FROM
      *THE STEP'S JOB-STEP-STATS.txt ROW, SO THEY OUTLIVE THE NEXT
      *NIGHT'S CLEAR, AND MEAN WHAT THEY MEAN THERE; A STEP THAT
      *KEEPS NO STATISTICS HAS THEM ZERO.
      *THE FILE IS NEVER REWRITTEN -- BATCH-WINDOW READS IT.
       02 HST-RUN-DATE PIC 9(8).
       02 FILLER PIC X.
       02 HST-RUN-TIME PIC 9(8).
       02 FILLER PIC X.
       02 HST-PROGRAM PIC X(16).
       02 FILLER PIC X.
       02 HST-START-TIME PIC 9(8).
       02 FILLER PIC X.
       02 HST-END-TIME PIC 9(8).
       02 FILLER PIC X.
       02 HST-FIGURE-1 PIC 9(9).
       02 FILLER PIC X.
       02 HST-FIGURE-2 PIC 9(9).
       02 FILLER PIC X.
       02 HST-FIGURE-3 PIC 9(9).
