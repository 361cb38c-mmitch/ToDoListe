      *
      * TODOCAPR - one close-approval rule.  Rules live in the
      * reference file TODOCAPR.DAT, one per line: a priority in
      * column 1 and a project in columns 2-13.  A close of an item
      * whose priority and project both match a rule waits for the
      * owner's supervisor; a blank or '*' priority matches every
      * priority and a blank project every project, so a line
      * "1" covers all priority-1 items, a line " PAYROLL" all of
      * project PAYROLL and "1PAYROLL" only the two together.
      *
       01  CAR-RECORD.
           05  CAR-PRIORITY            PIC X(1).
           05  CAR-PROJECT             PIC X(12).
