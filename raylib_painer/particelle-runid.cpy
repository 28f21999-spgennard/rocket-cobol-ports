      *> standalone (particelle-batch, particelle-reconcile,
      *> particelle-caller, particelle-frameexport) only fill it in
      *> when no driver has.
      *> The cost center is the requester code the run is billed to:
      *> the operator's argument on an ad hoc run, the plan line's
      *> code for each step of a night. It rides alongside the run id
      *> onto every audit record and night log line; spaces mean the
      *> run was not tagged and bills as unassigned.
       01  particelle-run-id-block is external.
           05  pri-run-id              pic x(15).
           05  pri-cost-center         pic x(8).
