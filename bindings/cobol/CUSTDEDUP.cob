      *                   member goes to the DEDUPRPT candidate
      *                   report and to the machine-readable
      *                   DEDUPMRG merge proposal (surviving ID,
      *                   duplicate ID, match type E or P) for
      *                   DEDUPAPL, the merge job, once the desk
      *                   has reviewed them. A pair colliding on
      *                   both email and phone simply yields one E
      *                   and one P proposal.
      *
      * CUSTVALD only validates each record in isolation; this is
      * the step that finally compares records to each other, which
