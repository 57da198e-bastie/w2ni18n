      *> Fixed-column STEPLOG record written by W2NSTEP: one line when
      *> a step of the nightly job stream starts and one when it ends,
      *> appended run after run. The run id is the stamp the run first
      *> started under - a restart carries on under the same id, so the
      *> steps of one night read together however many restarts it took.
       01 steplog-record.
         05 steplog-run-id             pic x(14).
         05 steplog-step-seq           pic 9(2).
         05 steplog-step-name          pic x(16).
         05 steplog-start-stamp        pic x(14).
         05 steplog-end-stamp          pic x(14).
         05 steplog-return-code        pic 9(4).
         05 steplog-max-cc             pic 9(4).
         05 steplog-step-status        pic x(8).
           88 steplog-step-started       value "STARTED".
           88 steplog-step-ended         value "ENDED".
           88 steplog-step-failed        value "FAILED".
           88 steplog-step-refused       value "REFUSED".
         05 steplog-command            pic x(80).
