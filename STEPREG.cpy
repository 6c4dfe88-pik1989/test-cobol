      ******************************************************************
      * STEPREG.cpy
      * Step register record - JOBCTL appends a start record ('S')
      * as it hands each step to the operating system and an end
      * record ('E') when the step comes back, so every step run for
      * a business date is on file with its start, end, and return
      * code.  A step with an end record marked completed (or over
      * its limit but not required) is not run again for the same
      * business date; a start record with no end record is a step
      * the controller lost, and it runs again on the rerun.
      ******************************************************************
       01  STEP-REGISTER-RECORD.
           05  JR-RECORD-TYPE          PIC X.
               88  JR-STEP-START           VALUE 'S'.
               88  JR-STEP-END             VALUE 'E'.
           05  JR-BUSINESS-DATE        PIC 9(8).
           05  JR-RUN-ID               PIC X(8).
           05  JR-STEP-NUMBER          PIC 9(3).
           05  JR-PROGRAM              PIC X(8).
           05  JR-START-DATE           PIC 9(8).
           05  JR-START-TIME           PIC 9(6).
           05  JR-END-DATE             PIC 9(8).
           05  JR-END-TIME             PIC 9(6).
           05  JR-RETURN-CODE          PIC 9(3).
           05  JR-MAX-RC               PIC 9(3).
      *        End record only: 'C' completed within its limit, 'W'
      *        over its limit but not required (the day carried on),
      *        'F' over its limit and required (the day stopped).
           05  JR-OUTCOME              PIC X.
               88  JR-COMPLETED            VALUE 'C'.
               88  JR-OVER-LIMIT-ALLOWED   VALUE 'W'.
               88  JR-FAILED               VALUE 'F'.
               88  JR-STEP-FINISHED        VALUE 'C' 'W'.
           05  FILLER                  PIC X(10).
