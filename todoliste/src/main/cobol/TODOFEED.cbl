      *
      * Row-to-transaction mapping:
      *   ADD rows    - one item's ADD rows (written back-to-back
      *                 by TODOSAVE/TODOLOAD/TODORGEN) fold into
      *                 one ADD transaction carrying the fields they
      *                 named.  TODORGEN's older whole-record ADD
      *                 rows name only the description, and the
      *                 loader's add-mode checks require OWNER and
      *                 DUEDATE - so an ADD flushed with either
      *                 still blank is filled in from the item's
      *                 TODO.DAT record.
      *                 An id already gone again by extract time
      *                 keeps the thin row (same as the restore
      *                 fresh-id case below: it bounces off the
      *                 changed field filled, so the loader's
      *                 partial-edit rule keeps everything else
      *   STATUS rows - EDIT with the new status; a move to CLOSED
      *                 goes as the loader's CLOSE action.  A close
      *                 waiting for supervisor approval (the move
      *                 to PENDING) feeds nothing - the mirror sees
      *                 the close when TODOAPRV approves it, and a
      *                 rejected close (PENDING back to the status
      *                 it had) feeds nothing either, since the
      *                 mirror never saw the item move
      *   DELETE rows - CLOSE, so the downstream copy stops showing
      *                 an item we no longer have
      *   HANDOFF/ACCEPTED rows (ACCEPTED BY DELEGATE included) -
      *                 OWNER EDIT; an accepted handoff is the only
      *                 way an owner changes online, so
      *                 without this the mirror would drift on
      *                 OWNER for ever (requests and declines feed
      *                 nothing - no owner changed)
      *   ESCALATE/PRIORITY rows - PRIORITY EDIT, so the nightly
      *                 escalation's bump reaches the mirror too
      *   RESTORE rows - EDIT with STATUS OPEN, off the RECORD row
      *                 (the per-field rows that follow it carry
      *                 nothing the mirror is missing); the mirror
      *                 saw the item closed, the restore reopens it (a
      *                 restore under a fresh id also writes a
      *                 DELETE row for the old id, fed as CLOSE as
      *                 above; the fresh id's EDIT bounces off the
               WHEN AUD-ACTION = 'EDIT'
                    AND AUD-FIELD-NAME NOT = 'BLOCKEDBY'
                   PERFORM EMIT-EDIT-TRANSACTION
               WHEN AUD-ACTION = 'STATUS'
                    AND FUNCTION TRIM(AUD-NEW-VALUE) = 'PENDING'
                   CONTINUE
               WHEN AUD-ACTION = 'STATUS'
                    AND FUNCTION TRIM(AUD-OLD-VALUE) = 'PENDING'
                    AND FUNCTION TRIM(AUD-NEW-VALUE) NOT = 'DONE'
                    AND FUNCTION TRIM(AUD-NEW-VALUE) NOT = 'CLOSED'
                   CONTINUE
               WHEN AUD-ACTION = 'STATUS'
                   PERFORM EMIT-STATUS-TRANSACTION
               WHEN AUD-ACTION = 'DELETE'
                   PERFORM EMIT-CLOSE-TRANSACTION
               WHEN AUD-ACTION = 'HANDOFF'
                    AND AUD-FIELD-NAME(1:8) = 'ACCEPTED'
                   PERFORM EMIT-OWNER-TRANSACTION
               WHEN AUD-ACTION = 'ESCALATE'
                    AND FUNCTION TRIM(AUD-FIELD-NAME) = 'PRIORITY'
                   PERFORM EMIT-PRIORITY-TRANSACTION
               WHEN AUD-ACTION = 'RESTORE'
                    AND FUNCTION TRIM(AUD-FIELD-NAME) = 'RECORD'
                   PERFORM EMIT-REOPEN-TRANSACTION
               WHEN OTHER
      *            NOTE and blocker edits, handoff requests and
      *            declines, supervisor flags, close approval
      *            requests and answers - internal workings
      *            that change nothing the mirror carries; not fed.
                   CONTINUE
           END-EVALUATE
           .

       FILL-ADD-FROM-TODO-FILE.
      *    TODORGEN's older whole-record ADD rows named only the
      *    description, but the downstream loader's add-mode checks
      *    require OWNER and DUEDATE - the rest of the transaction
      *    comes off the item's live record.  Already-blank fields
