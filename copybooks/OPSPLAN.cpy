      *****************************************************
      *  OPSPLAN.cpy                                      *
      *  One expected batch step : the job, the step and  *
      *  the program it runs, as scheduled in the JCL.    *
      *  Read from the OPSPLAN file by OpsMorningReport,  *
      *  which checks each expected step of the night's   *
      *  jobs against the OPSLOG operations log ; keeping *
      *  the plan in a file means a step added to a job   *
      *  is checked without recompiling.                  *
      *****************************************************
       01  OPS-PLAN-RECORD.
           05  OP-JOB-NAME              PIC X(8).
           05  OP-STEP-NAME             PIC X(8).
      *    Nom du module tel qu'il figure sur EXEC PGM=.
           05  OP-PROGRAM               PIC X(20).
           05  FILLER                   PIC X(44).
