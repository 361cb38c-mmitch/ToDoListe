      *
      * TODOTPLR - one item line of a checklist template on
      * TODOTMPL.DAT.  Month-end close, onboarding, the quarterly
      * boiler inspection: each is a named template whose lines
      * TODOTMPL turns into a set of linked OPEN items for a given
      * start date.  A line-sequential reference file in the
      * TODOPROJ.DAT manner, maintained by the office:
      *
      *   TPL-NAME        - template name, the same on every line of
      *                     the template
      *   TPL-LINE-NO     - line number within the template, 01-50;
      *                     what TPL-BLOCKED-BY points at
      *   TPL-OWNER       - default owner of the item
      *   TPL-PRIORITY    - priority 1-5
      *   TPL-DUE-OFFSET  - due date as days after the start date
      *                     (000 = due on the start date itself)
      *   TPL-PROJECT     - default project code, or blank
      *   TPL-BLOCKED-BY  - up to five line numbers of the same
      *                     template this item cannot start before;
      *                     blank (or 00) when unused
      *   TPL-DESCRIPTION - the item description
      *
      * Name in columns 1-12, line number 13-14, owner 15-34,
      * priority 35, offset 36-38, project 39-50, the five
      * blocked-by line numbers 51-60, description 61-260.
      *
       01  TPL-RECORD.
           05  TPL-NAME                PIC X(12).
           05  TPL-LINE-NO             PIC X(2).
           05  TPL-OWNER               PIC X(20).
           05  TPL-PRIORITY            PIC X(1).
           05  TPL-DUE-OFFSET          PIC X(3).
           05  TPL-PROJECT             PIC X(12).
           05  TPL-BLOCKED-BY          PIC X(2) OCCURS 5 TIMES.
           05  TPL-DESCRIPTION         PIC X(200).
