      *
      * TODOCALR - one row of the shop calendar TODOCAL.DAT, the
      * list of days nobody works, maintained yearly by the office.
      * A line-sequential reference file in the TODOPROJ.DAT manner:
      *
      *   CAL-ENTRY-TYPE  - 'W' a weekly rest day: CAL-WEEKDAY holds
      *                     the day of the week, 1 Monday thru 7
      *                     Sunday (a normal shop has two rows, 6
      *                     and 7); CAL-DATE is left zero
      *                   - 'H' a holiday or shop closure: CAL-DATE
      *                     holds the CCYYMMDD date, CAL-WEEKDAY is
      *                     left zero
      *   CAL-DESCRIPTION - free text for whoever maintains the file
      *                     (e.g. "EASTER MONDAY")
      *
      * Type in column 1, date in 2-9, weekday in 10, description in
      * 11-50.  Rows of any other type are ignored, so a comment
      * line can be kept with a blank or '*' in column 1.
      *
       01  CAL-RECORD.
           05  CAL-ENTRY-TYPE          PIC X(1).
               88  CAL-WEEKLY-REST     VALUE 'W'.
               88  CAL-CLOSED-DATE     VALUE 'H'.
           05  CAL-DATE                PIC 9(8).
           05  CAL-WEEKDAY             PIC 9(1).
           05  CAL-DESCRIPTION         PIC X(40).
