      *                                  rerunning the whole night    -
      *    a step line may combine IFPRIOR=, RETRY= and MAXRC=.       -
      *    so the standard night is:                                  -
      *        STEP=INTAKE-REG MAXRC=9                                -
      *        STEP=DAY01-BATCH                                       -
      *        STEP=DAY02                                             -
      *    DAY01-BATCH walks only files the intake register accepted, -
      *    so the night's arrivals are registered by the INTAKE-REG   -
      *    step right in front of it. MAXRC=9 lets that step's        -
      *    RC-INTAKE-REFUSED through, since a refused arrival must    -
      *    not hold the rest of the batch back - DAY01-BATCH still    -
      *    turns away every file the register does not hold as        -
      *    accepted.                                                  -
      *    a night that exports door codes runs CODE-COMPLY           -
      *    right in front of CODE-XMIT, so a non-compliant code       -
      *    fails the compliance step and the export is skipped:       -
      *        STEP=CODE-COMPLY                                       -
      *        STEP=CODE-XMIT                                         -
      *    the keyed files are backed up by a FILE-RECOVER step at    -
      *    the end of the night, with RECOVREQ.TXT asking for a       -
      *    BACKUP and then a TRIM of each file - the window is the    -
      *    one time nothing else is updating them:                    -
      *        STEP=FILE-RECOVER                                      -
      *    dispatch's morning map load is prepared by a MAP-EXPORT    -
      *    step after the batch, with MAPEXREQ.TXT naming the night's -
      *    route date or movement-file list:                          -
      *        STEP=MAP-EXPORT                                        -
      *    each step's start, end, every retry, every tolerated code  -
      *    and the final return code (per the shared return-codes.cpy -
      *    values) is written to JOBLOG.TXT, and the job itself ends  -
      *    job log down with it
       CALL-STEP-PROGRAM.
           EVALUATE STEP-NAME
           WHEN "INTAKE-REG"
               CALL "INTAKE-REG"
                   ON EXCEPTION
                       PERFORM STEP-PROGRAM-MISSING
               END-CALL
           WHEN "DAY01-BATCH"
               CALL "DAY01-BATCH"
                   ON EXCEPTION
                   ON EXCEPTION
                       PERFORM STEP-PROGRAM-MISSING
               END-CALL
           WHEN "CODE-COMPLY"
               CALL "CODE-COMPLY"
                   ON EXCEPTION
                       PERFORM STEP-PROGRAM-MISSING
               END-CALL
           WHEN "CODE-XMIT"
               CALL "CODE-XMIT"
                   ON EXCEPTION
                   ON EXCEPTION
                       PERFORM STEP-PROGRAM-MISSING
               END-CALL
           WHEN "FILE-RECOVER"
               CALL "FILE-RECOVER"
                   ON EXCEPTION
                       PERFORM STEP-PROGRAM-MISSING
               END-CALL
           WHEN "MAP-EXPORT"
               CALL "MAP-EXPORT"
                   ON EXCEPTION
                       PERFORM STEP-PROGRAM-MISSING
               END-CALL
           WHEN "EXCEPT-DIGEST"
      *        the digest reads the very job log this scheduler is
      *        writing, so the log is closed around the step and
               MOVE "(RECON MISMATCH)" TO RC-MEANING
           WHEN RC-LOCK-HELD
               MOVE "(LOCK HELD)" TO RC-MEANING
           WHEN RC-BAD-OPERATOR
               MOVE "(BAD OPERATOR)" TO RC-MEANING
           WHEN RC-NONCOMPLIANT
               MOVE "(NON-COMPLIANT CODE)" TO RC-MEANING
           WHEN RC-INTAKE-REFUSED
               MOVE "(INTAKE REFUSED)" TO RC-MEANING
           WHEN RC-NOT-AUTHORIZED
               MOVE "(NOT AUTHORIZED)" TO RC-MEANING
           WHEN OTHER
               MOVE "(UNKNOWN CODE)" TO RC-MEANING
           END-EVALUATE.
