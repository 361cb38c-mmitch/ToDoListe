      *
      * TODOABSR - one recorded absence of an owner, in TODOABS.DAT
      * keyed by owner and first day away.  Maintained through the
      * TODOAWAY transaction (every change audited as an ABSENCE
      * row); read through TODOABS by the night jobs and TODOHAND.
      * From ABS-FROM-DATE through ABS-TO-DATE (both CCYYMMDD,
      * inclusive) the owner is away and ABS-DELEGATE stands in:
      * the owner's due-soon, escalation and handoff lines also go
      * to the delegate's digest, TODOESCL holds the supervisor flag
      * on the owner's items, and the delegate may answer handoffs
      * addressed to the owner.  One owner's absences never overlap.
      *
      *   ABS-USER-ID, ABS-TIMESTAMP - who recorded the absence, and
      *                when
      *
       01  ABS-RECORD.
           05  ABS-KEY.
               10  ABS-OWNER           PIC X(20).
               10  ABS-FROM-DATE       PIC 9(8).
           05  ABS-TO-DATE             PIC 9(8).
           05  ABS-DELEGATE            PIC X(20).
           05  ABS-USER-ID             PIC X(20).
           05  ABS-TIMESTAMP           PIC X(21).
