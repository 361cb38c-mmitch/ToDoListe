      *
      * TODOTPLC - request/answer area for TODOTMPL, which creates
      * the items of one checklist template (see the TODOTPLR
      * copybook).  The caller fills in:
      *
      *   TPLQ-TEMPLATE-NAME - the template on TODOTMPL.DAT
      *   TPLQ-START-DATE    - CCYYMMDD the due-date offsets count
      *                        from
      *   TPLQ-OWNER         - owner for every item instead of the
      *                        template defaults, or blank
      *   TPLQ-PROJECT       - project for every item instead of the
      *                        template defaults, or blank
      *   TPLQ-USER-ID       - who the audit rows name
      *
      * and passes it together with a TODO-VALIDATION-RESULT
      * (TODOVERR).  TPLQ-RESULT comes back CREATED, with
      * TPLQ-ITEM-COUNT and the new ids in template line order, or
      * REJECTED with nothing written and the reasons in the
      * validation result.
      *
       01  TODO-TEMPLATE-REQUEST.
           05  TPLQ-TEMPLATE-NAME      PIC X(12).
           05  TPLQ-START-DATE         PIC X(8).
           05  TPLQ-OWNER              PIC X(20).
           05  TPLQ-PROJECT            PIC X(12).
           05  TPLQ-USER-ID            PIC X(20).
           05  TPLQ-RESULT             PIC X(8).
               88  TPLQ-CREATED        VALUE 'CREATED'.
               88  TPLQ-REJECTED       VALUE 'REJECTED'.
           05  TPLQ-ITEM-COUNT         PIC 9(4) COMP-5.
           05  TPLQ-ITEM-ID            PIC 9(8) OCCURS 50 TIMES.
