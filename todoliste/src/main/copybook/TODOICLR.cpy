      *
      * TODOICLR - one calendar entry TODOICAL has published to an
      * owner.  Rows live in TODOICAL.DAT keyed by owner, item id
      * and occurrence (zero for an item's own due date, the
      * occurrence date for a projected occurrence of a repeating
      * item), so the entry keeps the same UID night after night.
      * ICL-SEQUENCE is the iCalendar SEQUENCE - it goes up by one
      * whenever the entry changes (date, item version, escalated
      * flag) or is cancelled, so a re-import updates the entry the
      * calendar already holds.  An entry not produced tonight - the
      * item closed, deleted, archived or reassigned - goes to
      * ICL-STATUS 'C' and is published as CANCELLED until
      * ICL-CANCEL-DATE is a month old.  The description, project
      * and priority are kept so a cancelled entry still reads as
      * the item it was.
      *
       01  ICL-RECORD.
           05  ICL-KEY.
               10  ICL-OWNER           PIC X(20).
               10  ICL-ITEM-ID         PIC 9(8).
               10  ICL-OCC-DATE        PIC 9(8).
           05  ICL-ENTRY-DATE          PIC 9(8).
           05  ICL-VERSION             PIC 9(4).
           05  ICL-ESCALATED           PIC X(1).
           05  ICL-SEQUENCE            PIC 9(4).
           05  ICL-STATUS              PIC X(1).
               88  ICL-ACTIVE          VALUE 'A'.
               88  ICL-CANCELLED       VALUE 'C'.
           05  ICL-CANCEL-DATE         PIC 9(8).
           05  ICL-LAST-SEEN           PIC 9(8).
           05  ICL-PRIORITY            PIC 9(1).
           05  ICL-PROJECT             PIC X(12).
           05  ICL-DESCRIPTION         PIC X(200).
