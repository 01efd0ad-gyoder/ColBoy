      *    ColBoy: The worlds best GameBoy Emulator
      *    Shared cartridge save-set lock copybook.
      *
      *    Two instances running one cartridge from one directory -
      *    a launcher session and a soak worker reaching the same
      *    title - would both rotate and write the same .sav, the
      *    same autosave slots and the same checkpoint.state. So a
      *    run takes an advisory lock on the cartridge's save set
      *    before it starts: SAVE_LOCK creates game.gb.lock next to
      *    the ROM, holding one line:
      *
      *        PID|HOST|PROGRAM|YYYY-MM-DD HH:MM:SS
      *
      *    The lock carries no player tag. The .sav and the slots
      *    are named per player (see SAVE_NAME), but checkpoint.state,
      *    the trigger-NNN.state snapshots and the rewind slots are
      *    not, so two players on one cartridge would still collide
      *    there - the second of them runs read-only too.
      *
      *    A run that finds the lock held by a live process is read-
      *    only: SRAM_SAVE, SAVE_STATE, CHECKPOINT_WRITE and
      *    REWIND_CAPTURE write nothing, and the run's journal
      *    record says READ-ONLY-SAVES. A lock whose process is gone
      *    (same host, and that PID no longer runs that program), or
      *    that is empty or names no PID, is stale - cleared and
      *    taken over. STATE_MANAGER lists the locks it finds.
           01 SAVE-LOCK-CTL external.
               05 SAVE-LOCK-STATUS binary-char unsigned value 0.
                   88 SAVE-LOCK-IS-FREE value 0.
                   88 SAVE-LOCK-IS-HELD value 1.
                   88 SAVE-LOCK-IS-READ-ONLY value 2.
               05 SAVE-LOCK-PATH pic x(256) value spaces.
      *        > this process's own PID, read back from the lock it
      *        > wrote, so "free" never removes someone else's
               05 SAVE-LOCK-OWN-PID pic x(12) value spaces.
      *        > who holds it, for the read-only message
               05 SAVE-LOCK-HOLDER pic x(80) value spaces.
      *        > the refusal is said once per run, not once per
      *        > rewind capture
               05 SAVE-LOCK-WARNED binary-char unsigned value 0.
