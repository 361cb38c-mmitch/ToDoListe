      *
      * TODOICPR - one row of the image-copy catalogue, TODOICAT.DAT.
      * TODOICPY writes a row for every complete nightly image copy
      * of the indexed files; TODORCVR reads the catalogue to find
      * the copy to start a recovery from.  A copy is only usable
      * once its row is here - the row goes on after the last copy
      * file is closed, and comes off before a rerun the same day
      * starts overwriting that day's files.
      *
      *   ICP-COPY-DATE  - CCYYMMDD the copy was taken; it names the
      *                    copy files (TODO.IC<CCYYMMDD>.DAT,
      *                    TODODEP.IC..., TODONOTE.IC...,
      *                    TODOHOFF.IC...)
      *   ICP-START-TS   - when the copy started: every audit row
      *                    stamped at or after it is replayed on top
      *                    of the copy
      *   ICP-END-TS     - when the last copy file was closed
      *   ICP-TODO-COUNT, ICP-DEP-COUNT, ICP-NOTE-COUNT,
      *   ICP-HOFF-COUNT - records copied from each file
      *
       01  ICP-RECORD.
           05  ICP-COPY-DATE           PIC 9(8).
           05  ICP-START-TS            PIC X(21).
           05  ICP-END-TS              PIC X(21).
           05  ICP-TODO-COUNT          PIC 9(8).
           05  ICP-DEP-COUNT           PIC 9(8).
           05  ICP-NOTE-COUNT          PIC 9(8).
           05  ICP-HOFF-COUNT          PIC 9(8).
