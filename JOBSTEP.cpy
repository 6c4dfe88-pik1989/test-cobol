      ******************************************************************
      * JOBSTEP.cpy
      * Step-definition record for the JOBCTL daily job-step
      * controller - JOBSTEPS.DAT, one record per step of the day in
      * the order the steps are to run.  The step number identifies
      * the step on the STEPREG.DAT step register, so a rerun knows
      * which steps already completed; number the steps in ascending
      * order and leave gaps for steps added later.  A step whose
      * return code is above its highest acceptable code stops the
      * day when it is required; a step that is not required is
      * noted and the day carries on.  A month-end step runs only on
      * the last business day of the month (per HOLCAL.DAT).  The
      * command is the line handed to the operating system to run
      * the step - a partitioned MAINPROG step, say, puts its own
      * SPLITPRM.DAT in place first; spaces run the program by name.
      ******************************************************************
       01  JOB-STEP-RECORD.
           05  JS-STEP-NUMBER          PIC 9(3).
           05  JS-PROGRAM              PIC X(8).
           05  JS-MAX-RC               PIC 9(3).
           05  JS-REQUIRED             PIC X.
               88  JS-STEP-REQUIRED        VALUE 'Y'.
               88  JS-REQUIRED-VALID       VALUE 'Y' 'N'.
           05  JS-SCHEDULE             PIC X.
               88  JS-EVERY-DAY            VALUE 'D' SPACE.
               88  JS-MONTH-END-ONLY       VALUE 'M'.
           05  JS-COMMAND              PIC X(80).
