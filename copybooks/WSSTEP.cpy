      *****************************************************
      *  WSSTEP.CPY                                       *
      *  JOB-STREAM STEP-LOG RECORD.  EVERY BATCH PROGRAM  *
      *  APPENDS A START RECORD TO STEPLOG WHEN IT BEGINS  *
      *  AND AN END RECORD CARRYING ITS FINAL CONDITION    *
      *  CODE WHEN IT FINISHES; A STEP THAT REFUSES TO RUN *
      *  OUT OF SEQUENCE APPENDS A REFUSAL RECORD NAMING   *
      *  THE STEP IT WAS WAITING FOR.  THE NIGHTLY STEPS   *
      *  READ IT TO PROVE THEIR PREDECESSOR FINISHED       *
      *  CLEANLY; BUGSLR PRINTS IT FOR THE MORNING SHIFT.  *
      *****************************************************
       01  STEP-LOG-RECORD.
           05  STEP-PROGRAM            PIC X(8).
           05  STEP-BUSINESS-DATE      PIC 9(8).
           05  STEP-EVENT              PIC X(1).
               88  STEP-STARTED        VALUE "S".
               88  STEP-ENDED          VALUE "E".
               88  STEP-REFUSED        VALUE "R".
           05  STEP-START-TIME         PIC 9(6).
           05  STEP-END-DATE           PIC 9(8).
           05  STEP-END-TIME           PIC 9(6).
           05  STEP-CONDITION-CODE     PIC 9(2).
           05  STEP-PREDECESSOR        PIC X(8).
           05  FILLER                  PIC X(3).
